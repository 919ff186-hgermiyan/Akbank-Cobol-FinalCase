       IDENTIFICATION DIVISION.
       PROGRAM-ID. PBE023HX.
       AUTHOR.     Halim Germiyan.
      * SÜRESİ DOLAN BLOKELERİN DÜŞÜRÜLMESİ (GECE ÇALIŞMASI): BLOKE
      * DOSYASINDA AKTİF OLUP SON GEÇERLİLİK TARİHİ İŞ TARİHİNDEN
      * ÖNCE KALAN BLOKELER SEÇİLİR VE HER BİRİ PBEGIDX'İN 'K'
      * FONKSİYONUYLA SÜRE DOLUMU İŞARETİ VERİLEREK KALDIRILIR;
      * BLOKE KAYDI SÜRESİ DOLDU ('X') DURUMUNA ALINIR VE İŞLEM
      * DENETİM İZİNE YAZILIR. SON GEÇERLİLİK TARİHİ SIFIR OLAN
      * (SÜRESİZ) BLOKELERE DOKUNULMAZ. BLOKE DOSYASI ÖNCE SIRALAMA
      * GİRİŞİNDE OKUNUP KAPATILIR, GÜNCELLEMELER PBEGIDX ÜZERİNDEN
      * YAPILIR; AYNI DOSYA İKİ YOLDAN AYNI ANDA AÇIK TUTULMAZ.
      * DÜŞÜRÜLEN HER BLOKE İÇİN RAPORA BİR SATIR YAZILIR.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HLD-FILE   ASSIGN HLDFILE
                             ORGANIZATION INDEXED
                             ACCESS MODE SEQUENTIAL
                             RECORD KEY HLD-KEY
                             STATUS HLD-ST.
           SELECT SORT-WORK  ASSIGN TO SORTWK1.
           SELECT RPT-FILE   ASSIGN TO RPTFILE
                             STATUS RPT-ST.
      * İŞ TARİHİ KONTROL DOSYASI: SÜRE KARŞILAŞTIRMASI TAKVİM
      * SAATİNE DEĞİL İŞ TARİHİNE GÖRE YAPILIR
           SELECT BDT-FILE   ASSIGN TO BDTFILE
                             STATUS BDT-ST.
       DATA DIVISION.
       FILE SECTION.
       FD  HLD-FILE.
           COPY HLDREC.

       SD  SORT-WORK.
       01  SW-REC.
           03 SW-ID             PIC S9(05)  COMP-3.
           03 SW-DVZ            PIC S9(03)  COMP.
           03 SW-NO             PIC S9(05)  COMP-3.
           03 SW-AMOUNT         PIC S9(15)  COMP-3.
           03 SW-REASON         PIC X(02).
           03 SW-PLACED-DATE    PIC 9(08).
           03 SW-EXPIRY-DATE    PIC 9(08).

       FD  RPT-FILE RECORDING MODE F.
       01  RPT-REC              PIC X(80).

       FD  BDT-FILE RECORDING MODE F.
           COPY BDTREC.

       WORKING-STORAGE SECTION.
       01  WS-WORK-AREA.
           03 WS-PBEGIDX        PIC X(7) VALUE 'PBEGIDX'.
           03 HLD-ST            PIC 9(2).
              88 HLD-SUCCESS            VALUE 00 97.
              88 HLD-NOTFND             VALUE 05 35.
              88 HLD-EOF                VALUE 10.
           03 RPT-ST            PIC 9(2).
              88 RPT-SUCCESS            VALUE 00 97.
           03 BDT-ST            PIC 9(2).
              88 BDT-SUCCESS            VALUE 00 97.
           03 WS-SORT-EOF-SW    PIC X(01) VALUE 'N'.
              88 WS-SORT-EOF            VALUE 'Y'.
      * İŞ TARİHİ; DENETİM İZİNE 'HLDX' + İŞ TARİHİ REFERANSIYLA
      * YAZILIR
           03 WS-BUSDATE        PIC 9(08).
           03 WS-EXP-REF.
              05 FILLER         PIC X(04) VALUE 'HLDX'.
              05 WS-EXP-REF-DATE PIC 9(08).
      * ÇALIŞMA SONU ÖZETİ İÇİN SAYAÇLAR VE DÜŞÜRÜLEN TUTAR
           03 WS-CNT-SCANNED    PIC 9(07) VALUE 0.
           03 WS-CNT-ACTIVE     PIC 9(07) VALUE 0.
           03 WS-CNT-EXPIRED    PIC 9(07) VALUE 0.
           03 WS-CNT-ERRORS     PIC 9(07) VALUE 0.
      * DÖVİZ KIRILIMLI DÜŞÜRÜLEN BLOKE SAYISI VE TUTARI; CURRTAB
      * İLE AYNI SIRA
           03 WS-CUR-TOTALS VALUE ZEROS.
              05 WS-CUR-TOTAL OCCURS 5 TIMES.
                 07 WS-CUR-EXP-CNT PIC 9(07).
                 07 WS-CUR-EXP-AMT PIC S9(15).
           03 WS-CUR-SUB        PIC 9(02).
      * PBEGIDX BU ÇALIŞMADA ÇAĞRILDIYSA İŞ SONUNDA 'C' PROTOKOLÜYLE
      * DOSYALARI KAPATTIRMAK İÇİN
           03 WS-CALL-SW        PIC X(01) VALUE 'N'.
              88 WS-SUB-CALLED          VALUE 'Y'.
           03 WS-SAVE-RETCODE   PIC S9(4) COMP.
       COPY CURRTAB.
      * RAPOR SATIRLARININ BİÇİMİ
       01  WS-HDR-LINE.
           05 FILLER            PIC X(24) VALUE
              'HOLD EXPIRY RUN - DATE  '.
           05 WS-HD-BUSDATE     PIC 9(08).
       01  WS-DETAIL-LINE.
           05 FILLER            PIC X(08) VALUE 'EXPIRED '.
           05 WS-DT-ID          PIC Z(4)9.
           05 FILLER            PIC X(01) VALUE SPACES.
           05 WS-DT-DVZ         PIC ZZ9.
           05 FILLER            PIC X(01) VALUE SPACES.
           05 WS-DT-NO          PIC Z(4)9.
           05 FILLER            PIC X(01) VALUE SPACES.
           05 WS-DT-AMOUNT      PIC -(14)9.
           05 FILLER            PIC X(01) VALUE SPACES.
           05 WS-DT-REASON      PIC X(02).
           05 FILLER            PIC X(01) VALUE SPACES.
           05 WS-DT-PLACED      PIC 9(08).
           05 FILLER            PIC X(01) VALUE SPACES.
           05 WS-DT-EXPIRY      PIC 9(08).
       01  WS-CURTOT-LINE.
           05 FILLER            PIC X(09) VALUE 'CURRENCY '.
           05 WS-CT-NAME        PIC X(10).
           05 FILLER            PIC X(09) VALUE ' EXPIRED '.
           05 WS-CT-COUNT       PIC ZZZ,ZZ9.
           05 FILLER            PIC X(01) VALUE SPACES.
           05 WS-CT-AMOUNT      PIC -(14)9.
       01  WS-TOTAL-LINE.
           05 WS-TT-LABEL       PIC X(20).
           05 WS-TT-COUNT       PIC ZZZ,ZZ9.
           COPY SUBAREA.
           COPY SUBPOS.
      *--------------------
       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM H100-OPEN-FILES.
           PERFORM H150-READ-BUSDATE.
           PERFORM H160-WRITE-HEADER.
           PERFORM H200-SORT-DATA.
           PERFORM H600-WRITE-SUMMARY.
           PERFORM H999-PROGRAM-EXIT.
       0000-END. EXIT.

       H100-OPEN-FILES.
           OPEN OUTPUT RPT-FILE.
           IF (NOT RPT-SUCCESS)
              DISPLAY 'UNABLE TO OPEN RPTFILE: ' RPT-ST
              MOVE RPT-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
       H100-END. EXIT.
      * İŞ TARİHİNİ OKUYORUZ; SON GEÇERLİLİK TARİHİ BUNDAN ÖNCE
      * OLAN BLOKELERİN SÜRESİ DOLMUŞTUR
       H150-READ-BUSDATE.
           OPEN INPUT BDT-FILE.
           IF (NOT BDT-SUCCESS)
              DISPLAY 'UNABLE TO OPEN BDTFILE: ' BDT-ST
              MOVE BDT-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           READ BDT-FILE
              AT END
                 DISPLAY 'BDTFILE EMPTY, RUN PBE016ED FIRST'
                 MOVE 12 TO RETURN-CODE
                 PERFORM H999-PROGRAM-EXIT
           END-READ.
           IF (NOT BDT-OPEN)
              DISPLAY 'BUSINESS DATE ' BDT-BUSDATE ' NOT OPEN'
              MOVE 12 TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           MOVE BDT-BUSDATE TO WS-BUSDATE.
           MOVE BDT-BUSDATE TO WS-EXP-REF-DATE.
           CLOSE BDT-FILE.
       H150-END. EXIT.
      * KULLANILAN İŞ TARİHİNİ RAPORUN BAŞINA YAZIYORUZ
       H160-WRITE-HEADER.
           MOVE WS-BUSDATE  TO WS-HD-BUSDATE.
           MOVE SPACES      TO RPT-REC.
           MOVE WS-HDR-LINE TO RPT-REC.
           PERFORM H700-WRITE-RPT-REC.
       H160-END. EXIT.
      * SÜRESİ DOLAN BLOKELERİ HESAP VE BLOKE NO SIRASINA DİZİP
      * SIRAYLA DÜŞÜRÜYORUZ
       H200-SORT-DATA.
           SORT SORT-WORK
              ON ASCENDING KEY SW-ID
              ON ASCENDING KEY SW-DVZ
              ON ASCENDING KEY SW-NO
              INPUT PROCEDURE H210-LOAD-SORT
              OUTPUT PROCEDURE H400-EXPIRE-HOLDS.
       H200-END. EXIT.
      * BLOKE DOSYASI HİÇ OLUŞTURULMAMIŞSA DÜŞÜRÜLECEK BLOKE YOKTUR
       H210-LOAD-SORT.
           OPEN INPUT HLD-FILE.
           IF (NOT HLD-SUCCESS)
              IF (NOT HLD-NOTFND)
                 DISPLAY 'UNABLE TO OPEN HLDFILE: ' HLD-ST
                 MOVE HLD-ST TO RETURN-CODE
              END-IF
           ELSE
              PERFORM H220-LOAD-LOOP UNTIL HLD-EOF
              CLOSE HLD-FILE
           END-IF.
       H210-END. EXIT.

       H220-LOAD-LOOP.
           READ HLD-FILE NEXT
                AT END SET HLD-EOF TO TRUE
           END-READ.
           IF (NOT HLD-EOF)
              ADD 1 TO WS-CNT-SCANNED
              IF HLD-ACTIVE
                 ADD 1 TO WS-CNT-ACTIVE
                 IF (HLD-EXPIRY-DATE NOT = 0)
                       AND (HLD-EXPIRY-DATE < WS-BUSDATE)
                    MOVE HLD-ID          TO SW-ID
                    MOVE HLD-DVZ         TO SW-DVZ
                    MOVE HLD-NO          TO SW-NO
                    MOVE HLD-AMOUNT      TO SW-AMOUNT
                    MOVE HLD-REASON      TO SW-REASON
                    MOVE HLD-PLACED-DATE TO SW-PLACED-DATE
                    MOVE HLD-EXPIRY-DATE TO SW-EXPIRY-DATE
                    RELEASE SW-REC
                 END-IF
              END-IF
           END-IF.
       H220-END. EXIT.

       H400-EXPIRE-HOLDS.
           PERFORM H410-EXPIRE-LOOP UNTIL WS-SORT-EOF.
       H400-END. EXIT.

       H410-EXPIRE-LOOP.
           RETURN SORT-WORK
                AT END SET WS-SORT-EOF TO TRUE
           END-RETURN.
           IF (NOT WS-SORT-EOF)
              PERFORM H440-EXPIRE-HOLD
           END-IF.
       H410-END. EXIT.
      * BLOKEYİ PBEGIDX'İN 'K' FONKSİYONUYLA SÜRE DOLUMU İŞARETİ
      * VERİLEREK KALDIRIYORUZ; İŞLEM DENETİM İZİNE DE YAZILIR.
      * ARADA ELLE KALDIRILMIŞ BLOKE HATA SAYILMAZ
       H440-EXPIRE-HOLD.
           SET WS-FUNC-HOLDREL TO TRUE.
           MOVE SW-ID  TO WS-SUB-ID.
           MOVE SW-DVZ TO WS-SUB-DVZ.
           MOVE ZEROS  TO WS-SUB-RC.
           MOVE SPACES TO WS-SUB-DESC.
           MOVE SPACES TO WS-SUB-DATA.
           MOVE 'N'    TO WS-SUB-AUTH-SW.
           MOVE WS-EXP-REF TO WS-SUB-REF.
           MOVE SW-NO  TO WS-SUB-H-NO.
           MOVE 'Y'    TO WS-SUB-H-EXPIRE-SW.
           CALL WS-PBEGIDX USING WS-SUB-AREA WS-SUB-POSITIONS.
           MOVE 'Y' TO WS-CALL-SW.
           EVALUATE TRUE
              WHEN WS-SUB-RC = 0
                 ADD 1 TO WS-CNT-EXPIRED
                 PERFORM H450-COUNT-CURRENCY
                 PERFORM H460-WRITE-DETAIL
              WHEN WS-SUB-DESC = 'HOLD NOT ACTIVE'
                 CONTINUE
              WHEN OTHER
                 ADD 1 TO WS-CNT-ERRORS
                 DISPLAY 'HOLD EXPIRY FAILED, KEY: ' SW-ID
                    ' ' SW-DVZ ' ' SW-NO ' RC: ' WS-SUB-RC
                    ' ' WS-SUB-DESC
           END-EVALUATE.
       H440-END. EXIT.
      * DÜŞÜRÜLEN BLOKEYİ DÖVİZ KIRILIMLI TOPLAMLARA EKLİYORUZ
       H450-COUNT-CURRENCY.
           SET WS-CURR-IDX TO 1.
           SEARCH WS-CURR-ENTRY
              AT END
                 CONTINUE
              WHEN WS-CURR-CODE (WS-CURR-IDX) = SW-DVZ
                 SET WS-CUR-SUB TO WS-CURR-IDX
                 ADD 1 TO WS-CUR-EXP-CNT (WS-CUR-SUB)
                 ADD SW-AMOUNT TO WS-CUR-EXP-AMT (WS-CUR-SUB)
           END-SEARCH.
       H450-END. EXIT.
      * DÜŞÜRÜLEN BLOKENİN DETAY SATIRINI RAPORA YAZIYORUZ
       H460-WRITE-DETAIL.
           MOVE SW-ID          TO WS-DT-ID.
           MOVE SW-DVZ         TO WS-DT-DVZ.
           MOVE SW-NO          TO WS-DT-NO.
           MOVE SW-AMOUNT      TO WS-DT-AMOUNT.
           MOVE SW-REASON      TO WS-DT-REASON.
           MOVE SW-PLACED-DATE TO WS-DT-PLACED.
           MOVE SW-EXPIRY-DATE TO WS-DT-EXPIRY.
           MOVE SPACES         TO RPT-REC.
           MOVE WS-DETAIL-LINE TO RPT-REC.
           PERFORM H700-WRITE-RPT-REC.
       H460-END. EXIT.
      * DÖVİZ KIRILIMLI VE GENEL ÖZETİ YAZIYORUZ
       H600-WRITE-SUMMARY.
           MOVE 1 TO WS-CUR-SUB.
           PERFORM H610-WRITE-CUR-TOTAL UNTIL WS-CUR-SUB > 5.
           MOVE 'HOLDS SCANNED       ' TO WS-TT-LABEL.
           MOVE WS-CNT-SCANNED  TO WS-TT-COUNT.
           PERFORM H620-WRITE-TOTAL-REC.
           MOVE 'ACTIVE HOLDS        ' TO WS-TT-LABEL.
           MOVE WS-CNT-ACTIVE   TO WS-TT-COUNT.
           PERFORM H620-WRITE-TOTAL-REC.
           MOVE 'TOTAL EXPIRED       ' TO WS-TT-LABEL.
           MOVE WS-CNT-EXPIRED  TO WS-TT-COUNT.
           PERFORM H620-WRITE-TOTAL-REC.
           MOVE 'EXPIRY ERRORS       ' TO WS-TT-LABEL.
           MOVE WS-CNT-ERRORS   TO WS-TT-COUNT.
           PERFORM H620-WRITE-TOTAL-REC.
           IF (WS-CNT-ERRORS > 0) AND (RETURN-CODE = 0)
              MOVE 8 TO RETURN-CODE
           END-IF.
       H600-END. EXIT.

       H610-WRITE-CUR-TOTAL.
           MOVE WS-CURR-NAME (WS-CUR-SUB)   TO WS-CT-NAME.
           MOVE WS-CUR-EXP-CNT (WS-CUR-SUB) TO WS-CT-COUNT.
           MOVE WS-CUR-EXP-AMT (WS-CUR-SUB) TO WS-CT-AMOUNT.
           MOVE SPACES         TO RPT-REC.
           MOVE WS-CURTOT-LINE TO RPT-REC.
           PERFORM H700-WRITE-RPT-REC.
           ADD 1 TO WS-CUR-SUB.
       H610-END. EXIT.

       H620-WRITE-TOTAL-REC.
           MOVE SPACES        TO RPT-REC.
           MOVE WS-TOTAL-LINE TO RPT-REC.
           PERFORM H700-WRITE-RPT-REC.
       H620-END. EXIT.
      * RAPOR SATIRINI DOSYAYA YAZIYORUZ
       H700-WRITE-RPT-REC.
           WRITE RPT-REC.
           IF (NOT RPT-SUCCESS)
              DISPLAY 'UNABLE TO WRITE RPTFILE: ' RPT-ST
              MOVE RPT-ST TO RETURN-CODE
           END-IF.
       H700-END. EXIT.
      * PBEGIDX BU ÇALIŞMADA ÇAĞRILDIYSA AÇIK TUTTUĞU DOSYALAR 'C'
      * PROTOKOLÜYLE KAPATILIR; DÖNÜŞ KODU ÇAĞRI ÇEVRESİNDE KORUNUR
       H999-PROGRAM-EXIT.
           IF WS-SUB-CALLED
              MOVE RETURN-CODE TO WS-SAVE-RETCODE
              SET WS-FUNC-CLOSE TO TRUE
              CALL WS-PBEGIDX USING WS-SUB-AREA WS-SUB-POSITIONS
              MOVE WS-SAVE-RETCODE TO RETURN-CODE
           END-IF.
           CLOSE RPT-FILE.
           STOP RUN.
       H999-END. EXIT.
      *
