       IDENTIFICATION DIVISION.
       PROGRAM-ID. PBE033AC.
       AUTHOR.     Halim Germiyan.
      * DENETİM İZİ DÖNÜŞTÜRME (TEK SEFERLİK): AUD-REC'E FONKSİYONA
      * ÖZGÜ EK BİLGİ ALANI (AUD-EXT-DATA) EKLENMEDEN ÖNCE YAZILMIŞ
      * 116 BAYTLIK DENETİM KAYITLARI, ALAN BOŞLUKLA DOLDURULARAK
      * 140 BAYTLIK GÜNCEL DÜZENE KOPYALANIR. ESKİ KAYITLAR EK BİLGİ
      * TAŞIYAN FONKSİYONLARI (I/P/K/V) İÇERMEDİĞİNDEN BOŞ ALAN
      * ANLAMCA DOĞRUDUR. ÇALIŞMA CANLI AUDFILE VE SAKLANAN HER
      * AUDHIST KUŞAĞI İÇİN AYRI AYRI YAPILIR; GİRDİ AUDOLD, ÇIKTI
      * AUDCNV'DİR VE ÇIKTI İŞ AKIŞINDA GİRDİNİN YERİNE KONUR.
      * GİRDİ SABİT 116 BAYT OLARAK TANIMLIDIR; ZATEN DÖNÜŞTÜRÜLMÜŞ
      * BİR DOSYA AÇILIŞTA REDDEDİLİR.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUO-FILE   ASSIGN AUDOLD
                             ORGANIZATION SEQUENTIAL
                             STATUS AUO-ST.
           SELECT AUD-FILE   ASSIGN AUDCNV
                             ORGANIZATION SEQUENTIAL
                             STATUS AUD-ST.
       DATA DIVISION.
       FILE SECTION.
      * ESKİ DÜZEN: AUD-REC'İN AUD-REF'E KADARKİ KISMI
       FD  AUO-FILE RECORDING MODE F.
       01  AUO-REC              PIC X(116).

       FD  AUD-FILE RECORDING MODE F.
           COPY AUDREC.

       WORKING-STORAGE SECTION.
       01  WS-WORK-AREA.
           03 AUO-ST            PIC 9(2).
              88 AUO-SUCCESS            VALUE 00 97.
              88 AUO-EOF                VALUE 10.
           03 AUD-ST            PIC 9(2).
              88 AUD-SUCCESS            VALUE 00 97.
           03 WS-CNT-RECORDS    PIC 9(09) VALUE 0.
      *--------------------
       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM H100-OPEN-FILES.
           PERFORM H200-COPY-LOOP UNTIL AUO-EOF.
           DISPLAY 'AUDIT RECORDS CONVERTED: ' WS-CNT-RECORDS.
           PERFORM H999-PROGRAM-EXIT.
       0000-END. EXIT.

       H100-OPEN-FILES.
           OPEN INPUT AUO-FILE.
           IF (NOT AUO-SUCCESS)
              DISPLAY 'UNABLE TO OPEN AUDOLD: ' AUO-ST
              MOVE AUO-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           OPEN OUTPUT AUD-FILE.
           IF (NOT AUD-SUCCESS)
              DISPLAY 'UNABLE TO OPEN AUDCNV: ' AUD-ST
              MOVE AUD-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
       H100-END. EXIT.
      * ESKİ KAYDI YENİ DÜZENE TAŞIYORUZ; KISA ALANDAN UZUN GRUBA
      * TAŞIMA, EKLENEN AUD-EXT-DATA'YI BOŞLUKLA DOLDURUR
       H200-COPY-LOOP.
           READ AUO-FILE
                AT END SET AUO-EOF TO TRUE
           END-READ.
           IF (NOT AUO-EOF)
              IF (NOT AUO-SUCCESS)
                 DISPLAY 'UNABLE TO READ AUDOLD: ' AUO-ST
                 MOVE AUO-ST TO RETURN-CODE
                 PERFORM H999-PROGRAM-EXIT
              END-IF
              MOVE AUO-REC TO AUD-REC
              WRITE AUD-REC
              IF (NOT AUD-SUCCESS)
                 DISPLAY 'UNABLE TO WRITE AUDCNV: ' AUD-ST
                 MOVE AUD-ST TO RETURN-CODE
                 PERFORM H999-PROGRAM-EXIT
              END-IF
              ADD 1 TO WS-CNT-RECORDS
           END-IF.
       H200-END. EXIT.
      * AÇILAN DOSYALARI KAPATIYORUZ VE PROGRAMDAN ÇIKIYORUZ
       H999-PROGRAM-EXIT.
           CLOSE AUO-FILE.
           CLOSE AUD-FILE.
           STOP RUN.
       H999-END. EXIT.
      *
