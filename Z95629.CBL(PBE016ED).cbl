      * ANAHTARINI İŞARETLEMİŞSE İLERLETİLİR; EKSİK YA DA HATALI
      * BİTEN ADIM VARKEN GÜN KAPATILMAZ. İLERLETME ADIM
      * ANAHTARLARINI SIFIRLAR, BÖYLECE AYNI İŞ TARİHİ İKİNCİ KEZ
      * İŞLENEMEZ VE YENİ GÜN TEMİZ ANAHTARLARLA AÇILIR. YENİ İŞ
      * TARİHİ BİR SONRAKİ ÇALIŞMA GÜNÜDÜR: HAFTA SONLARI VE TATİL
      * TAKVİMİNDEKİ (HOLFILE) RESMİ TATİLLER PBEGCAL İLE ATLANIR,
      * YARIM GÜNLER İŞ GÜNÜ OLARAK AÇILIR. TAKVİMDE YENİ TARİHİN
      * YILINA AİT KAYIT YOKSA TARİH İLERLETİLMEZ. DOSYA İLK
      * KURULUMDA YOKSA TAKVİM TARİHİYLE BİR KEZ OLUŞTURULUR;
      * TAKVİM SAATİ ONDAN SONRA BİR DAHA KULLANILMAZ.
       ENVIRONMENT DIVISION.
      * BUGÜNÜN TAKVİM TARİHİYLE AÇILIŞ KAYDI YAZILIR
           03 WS-BOOT-SW        PIC X(01) VALUE 'N'.
              88 WS-BOOTSTRAP           VALUE 'Y'.
           03 WS-OLD-DATE       PIC 9(08).
      * İŞ GÜNÜ TAKVİMİ ALT PROGRAMI; ÇAĞRILDIYSA İŞ SONUNDA 'C'
      * PROTOKOLÜYLE DOSYASINI KAPATTIRMAK İÇİN
           03 WS-PBEGCAL        PIC X(7) VALUE 'PBEGCAL'.
           03 WS-CAL-CALL-SW    PIC X(01) VALUE 'N'.
              88 WS-CAL-CALLED          VALUE 'Y'.
           03 WS-SAVE-RETCODE   PIC S9(4) COMP.
           COPY CALAREA.
      *--------------------
       PROCEDURE DIVISION.
       0000-MAIN.
              PERFORM H999-PROGRAM-EXIT
           END-IF.
       H200-END. EXIT.
      * İŞ TARİHİNİ BİR SONRAKİ ÇALIŞMA GÜNÜNE İLERLETİP ADIM
      * ANAHTARLARINI YENİ GÜN İÇİN SIFIRLIYORUZ. TAKVİM YÜKLÜ
      * DEĞİLSE YA DA SORGULANAMIYORSA TARİH İLERLETİLMEZ
       H300-ADVANCE-DATE.
           MOVE BDT-BUSDATE TO WS-OLD-DATE.
           SET WS-CAL-FUNC-NEXT TO TRUE.
           MOVE BDT-BUSDATE TO WS-CAL-DATE.
           PERFORM H350-CALL-CALENDAR.
           IF WS-CAL-RC NOT = 0
              DISPLAY 'CALENDAR ERROR: ' WS-CAL-RC ' ' WS-CAL-DESC
              DISPLAY 'BUSINESS DATE NOT ADVANCED'
              MOVE 12 TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           MOVE WS-CAL-RESULT TO BDT-BUSDATE.
           MOVE 'O' TO BDT-STATUS.
           MOVE 'N' TO BDT-HW-SW.
           MOVE 'N' TO BDT-BR-SW.
           END-IF.
           DISPLAY 'BUSINESS DATE ADVANCED FROM ' WS-OLD-DATE
              ' TO ' BDT-BUSDATE.
      * YENİ GÜNÜN YARIM GÜN OLDUĞU İŞLETİME BİLDİRİLİR
           SET WS-CAL-FUNC-CHECK TO TRUE.
           MOVE BDT-BUSDATE TO WS-CAL-DATE.
           PERFORM H350-CALL-CALENDAR.
           IF (WS-CAL-RC = 0) AND WS-CAL-HALF-DAY
              DISPLAY 'BUSINESS DATE ' BDT-BUSDATE ' IS A HALF DAY'
           END-IF.
       H300-END. EXIT.
      * İŞ GÜNÜ TAKVİMİNİ SORGULUYORUZ
       H350-CALL-CALENDAR.
           MOVE ZEROS  TO WS-CAL-RC.
           MOVE SPACES TO WS-CAL-DESC.
           CALL WS-PBEGCAL USING WS-CAL-AREA.
           MOVE 'Y' TO WS-CAL-CALL-SW.
       H350-END. EXIT.
      * DOSYAYI KAPATIYORUZ VE PROGRAMDAN ÇIKIYORUZ; TAKVİM
      * SORGULANDIYSA PBEGCAL'IN DOSYASI 'C' PROTOKOLÜYLE KAPATILIR,
      * DÖNÜŞ KODU ÇAĞRI ÇEVRESİNDE KORUNUR
       H999-PROGRAM-EXIT.
           IF WS-CAL-CALLED
              MOVE RETURN-CODE TO WS-SAVE-RETCODE
              SET WS-CAL-FUNC-CLOSE TO TRUE
              CALL WS-PBEGCAL USING WS-CAL-AREA
              MOVE WS-SAVE-RETCODE TO RETURN-CODE
           END-IF.
           CLOSE BDT-FILE.
           STOP RUN.
       H999-END. EXIT.
