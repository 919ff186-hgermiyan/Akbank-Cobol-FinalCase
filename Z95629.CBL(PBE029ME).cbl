       IDENTIFICATION DIVISION.
       PROGRAM-ID. PBE029ME.
       AUTHOR.     Halim Germiyan.
      * AY SONU KONTROLÜ: İŞ TARİHİ KONTROL DOSYASINDAKİ (BDTFILE)
      * İŞLEM TARİHİNİN AYIN SON ÇALIŞMA GÜNÜ OLUP OLMADIĞINI
      * PBEGCAL İLE TATİL TAKVİMİNDEN (HOLFILE) SORGULAR. AY SONU
      * İŞLERİ (EKSTRE PBE010ST, DÖNEM KESİMİ PBE019CT) BU ADIMIN
      * DÖNÜŞ KODUNA BAĞLI ÇALIŞTIRILIR: 0 = AYIN SON ÇALIŞMA GÜNÜ,
      * 4 = DEĞİL, 12 = TAKVİM YA DA KONTROL DOSYASI HATASI. AYIN
      * SON TAKVİM GÜNÜ HAFTA SONU YA DA TATİLE DENK GELDİĞİNDE AY
      * SONU İŞLERİ ONDAN ÖNCEKİ SON ÇALIŞMA GÜNÜNDE ÇALIŞIR.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BDT-FILE   ASSIGN TO BDTFILE
                             STATUS BDT-ST.
       DATA DIVISION.
       FILE SECTION.
       FD  BDT-FILE RECORDING MODE F.
           COPY BDTREC.

       WORKING-STORAGE SECTION.
       01  WS-WORK-AREA.
           03 BDT-ST            PIC 9(2).
              88 BDT-SUCCESS            VALUE 00 97.
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
           PERFORM H100-OPEN-FILE.
           PERFORM H200-CHECK-MONTH-END.
           PERFORM H999-PROGRAM-EXIT.
       0000-END. EXIT.
      * KONTROL DOSYASINI AÇIP İŞ TARİHİNİ OKUYORUZ
       H100-OPEN-FILE.
           OPEN INPUT BDT-FILE.
           IF (NOT BDT-SUCCESS)
              DISPLAY 'UNABLE TO OPEN BDTFILE: ' BDT-ST
              MOVE 12 TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           READ BDT-FILE
              AT END
                 DISPLAY 'BDTFILE IS EMPTY'
                 MOVE 12 TO RETURN-CODE
                 PERFORM H999-PROGRAM-EXIT
           END-READ.
       H100-END. EXIT.
      * İŞ TARİHİNİ TAKVİMDE SORGULUYORUZ; TAKVİM YÜKLÜ DEĞİLSE AY
      * SONU KARARI VERİLEMEZ VE ÇALIŞMA DURUR
       H200-CHECK-MONTH-END.
           SET WS-CAL-FUNC-LAST TO TRUE.
           MOVE BDT-BUSDATE TO WS-CAL-DATE.
           MOVE ZEROS  TO WS-CAL-RC.
           MOVE SPACES TO WS-CAL-DESC.
           CALL WS-PBEGCAL USING WS-CAL-AREA.
           MOVE 'Y' TO WS-CAL-CALL-SW.
           IF WS-CAL-RC NOT = 0
              DISPLAY 'CALENDAR ERROR: ' WS-CAL-RC ' ' WS-CAL-DESC
              MOVE 12 TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           IF WS-CAL-MONTH-LAST
              DISPLAY 'BUSINESS DATE ' BDT-BUSDATE
                 ' IS THE LAST WORKING DAY OF THE MONTH'
           ELSE
              DISPLAY 'BUSINESS DATE ' BDT-BUSDATE
                 ' IS NOT MONTH END, NEXT WORKING DAY ' WS-CAL-RESULT
              MOVE 4 TO RETURN-CODE
           END-IF.
       H200-END. EXIT.
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
      *
