       IDENTIFICATION DIVISION.
       PROGRAM-ID. PBE027RI.
       AUTHOR.     Halim Germiyan.
      * ANA DOSYALAR ARASI BÜTÜNLÜK TARAMASI (HAFTALIK ÇALIŞMA):
      * CUSFILE, IDXFILE, CLSFILE, DRMFILE, STOFILE VE PNDFILE TEK BİR
      * SIRALAMADA MÜŞTERİ NO, DÖVİZ KODU VE KAYNAK SIRASINA DİZİLİR
      * VE EŞLEŞTİRİLİR; BELLEKTE TABLO TUTULMAZ. KIRIK HER BAĞ İÇİN
      * KATEGORİ KODUYLA BİR İSTİSNA SATIRI YAZILIR:
      *  - NC: HESABIN MÜŞTERİSİ CUSFILE'DA YOK
      *  - NM: IDX-NAME, CUS-NAME İLE AYNI DEĞİL
      *  - DC/DX: UYKU İŞARETİ KAPALI (CLSFILE) / HİÇ OLMAYAN HESAPTA
      *  - SC/SX: AKTİF TALİMATIN BORÇLU YA DA ALACAKLI HESABI KAPALI
      *    / HİÇ YOK
      *  - PC/PX: ONAY BEKLEYEN ('P') KUYRUK KAYDININ HESABI KAPALI /
      *    HİÇ YOK
      * PRMFILE'DA DÜZELTME İSTENDİYSE, OTOMATİK DÜZELTİLMESİ GÜVENLİ
      * OLAN KIRIKLAR (HESABI KAPALI YA DA OLMAYAN AKTİF TALİMATLAR)
      * İÇİN PBE013SO'YA GİRDİ OLACAK SONA ERDİRME ('E') KAYITLARI
      * SOTFILE'A YAZILIR; TALİMAT NO SIRASINDA VE HER TALİMAT BİR
      * KEZ. İSTİSNA VARSA RC 4.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUS-FILE   ASSIGN CUSFILE
                             ORGANIZATION INDEXED
                             ACCESS MODE SEQUENTIAL
                             RECORD KEY CUS-KEY
                             STATUS CUS-ST.
           SELECT IDX-FILE   ASSIGN IDXFILE
                             ORGANIZATION INDEXED
                             ACCESS MODE SEQUENTIAL
                             RECORD KEY IDX-KEY
                             STATUS IDX-ST.
           SELECT CLS-FILE   ASSIGN CLSFILE
                             ORGANIZATION SEQUENTIAL
                             STATUS CLS-ST.
           SELECT DRM-FILE   ASSIGN DRMFILE
                             ORGANIZATION INDEXED
                             ACCESS MODE SEQUENTIAL
                             RECORD KEY DRM-KEY
                             STATUS DRM-ST.
           SELECT STO-FILE   ASSIGN STOFILE
                             ORGANIZATION INDEXED
                             ACCESS MODE SEQUENTIAL
                             RECORD KEY STO-KEY
                             STATUS STO-ST.
           SELECT PND-FILE   ASSIGN PNDFILE
                             ORGANIZATION SEQUENTIAL
                             STATUS PND-ST.
           SELECT PRM-FILE   ASSIGN TO PRMFILE
                             STATUS PRM-ST.
           SELECT SORT-WORK  ASSIGN TO SORTWK1.
      * SONA ERDİRİLECEK TALİMATLARIN ARA DOSYASI VE TEKİLLEŞTİRME
      * SIRALAMASI
           SELECT FXW-FILE   ASSIGN TO FXWFILE
                             STATUS FXW-ST.
           SELECT SORT-FIX   ASSIGN TO SORTWK2.
           SELECT SOT-FILE   ASSIGN TO SOTFILE
                             STATUS SOT-ST.
           SELECT RPT-FILE   ASSIGN TO RPTFILE
                             STATUS RPT-ST.
           SELECT BDT-FILE   ASSIGN TO BDTFILE
                             STATUS BDT-ST.
       DATA DIVISION.
       FILE SECTION.
       FD  CUS-FILE.
           COPY CUSREC.

       FD  IDX-FILE.
           COPY IDXREC.

       FD  CLS-FILE RECORDING MODE F.
           COPY CLSREC.

       FD  DRM-FILE.
           COPY DRMREC.

       FD  STO-FILE.
           COPY STOREC.

       FD  PND-FILE RECORDING MODE F.
           COPY PNDREC.

      * ÇALIŞMA SEÇENEĞİ: 'Y' İSE DÜZELTME DESTESİ YAZILIR
       FD  PRM-FILE RECORDING MODE F.
       01  PRM-REC.
           03 PRM-FIX-DECK        PIC X(1).

      * KAYNAK: 1=MÜŞTERİ, 2=HESAP, 3=KAPALI HESAP, 4=UYKU İŞARETİ,
      * 5=TALİMAT BACAĞI, 6=ONAY KUYRUĞU BACAĞI. MÜŞTERİ KAYDI DÖVİZ
      * KODU SIFIR İLE GELİR Kİ HESAPLARINDAN ÖNCE OKUNSUN; HESABIN
      * KENDİ KAYITLARI ONA BAĞLI KAYITLARDAN ÖNCE GELİR
       SD  SORT-WORK.
       01  SW-REC.
           03 SW-ID             PIC 9(05).
           03 SW-DVZ            PIC 9(03).
           03 SW-SRC            PIC X(01).
           03 SW-NAME           PIC X(30).
           03 SW-STO-NO         PIC 9(05).
           03 SW-INFO           PIC X(30).

       FD  FXW-FILE RECORDING MODE F.
       01  FXW-REC.
           03 FXW-NO            PIC 9(05).

       SD  SORT-FIX.
       01  SX-REC.
           03 SX-NO             PIC 9(05).

      * PBE013SO BAKIM KAYDI DÜZENİ (SOT-REC İLE AYNI)
       FD  SOT-FILE RECORDING MODE F.
       01  SOT-REC.
           03 SOT-FUNC            PIC X(1).
           03 SOT-NO              PIC 9(5).
           03 SOT-FROM-ID         PIC 9(5).
           03 SOT-FROM-DVZ        PIC 9(3).
           03 SOT-TO-ID           PIC 9(5).
           03 SOT-TO-DVZ          PIC 9(3).
           03 SOT-AMOUNT          PIC S9(15).
           03 SOT-FREQ            PIC X(1).
           03 SOT-NEXT-DATE       PIC 9(8).
           03 SOT-END-DATE        PIC 9(8).
           03 SOT-ROLL            PIC X(1).

       FD  RPT-FILE RECORDING MODE F.
       01  RPT-REC              PIC X(80).

       FD  BDT-FILE RECORDING MODE F.
           COPY BDTREC.

       WORKING-STORAGE SECTION.
       01  WS-WORK-AREA.
           03 CUS-ST            PIC 9(2).
              88 CUS-SUCCESS            VALUE 00 97.
              88 CUS-EOF                VALUE 10.
           03 IDX-ST            PIC 9(2).
              88 IDX-SUCCESS            VALUE 00 97.
              88 IDX-EOF                VALUE 10.
           03 CLS-ST            PIC 9(2).
              88 CLS-SUCCESS            VALUE 00 97.
              88 CLS-NOTFND             VALUE 05 35.
              88 CLS-EOF                VALUE 10.
           03 DRM-ST            PIC 9(2).
              88 DRM-SUCCESS            VALUE 00 97.
              88 DRM-NOTFND             VALUE 05 35.
              88 DRM-EOF                VALUE 10.
           03 STO-ST            PIC 9(2).
              88 STO-SUCCESS            VALUE 00 97.
              88 STO-NOTFND             VALUE 05 35.
              88 STO-EOF                VALUE 10.
           03 PND-ST            PIC 9(2).
              88 PND-SUCCESS            VALUE 00 97.
              88 PND-NOTFND             VALUE 05 35.
              88 PND-EOF                VALUE 10.
           03 PRM-ST            PIC 9(2).
              88 PRM-SUCCESS            VALUE 00 97.
           03 FXW-ST            PIC 9(2).
              88 FXW-SUCCESS            VALUE 00 97.
              88 FXW-EOF                VALUE 10.
           03 SOT-ST            PIC 9(2).
              88 SOT-SUCCESS            VALUE 00 97.
           03 RPT-ST            PIC 9(2).
              88 RPT-SUCCESS            VALUE 00 97.
           03 BDT-ST            PIC 9(2).
              88 BDT-SUCCESS            VALUE 00 97.
           03 WS-SORT-EOF-SW    PIC X(01) VALUE 'N'.
              88 WS-SORT-EOF            VALUE 'Y'.
           03 WS-FIX-EOF-SW     PIC X(01) VALUE 'N'.
              88 WS-FIX-EOF             VALUE 'Y'.
           03 WS-BUSDATE        PIC 9(08).
      * İSTEĞE BAĞLI DOSYALAR (İLK KULLANIMDAN ÖNCE HİÇ OLUŞMAMIŞ
      * OLABİLİR) AÇILDI MI
           03 WS-CLS-OPEN-SW    PIC X(01) VALUE 'N'.
              88 WS-CLS-OPEN            VALUE 'Y'.
           03 WS-DRM-OPEN-SW    PIC X(01) VALUE 'N'.
              88 WS-DRM-OPEN            VALUE 'Y'.
           03 WS-STO-OPEN-SW    PIC X(01) VALUE 'N'.
              88 WS-STO-OPEN            VALUE 'Y'.
           03 WS-PND-OPEN-SW    PIC X(01) VALUE 'N'.
              88 WS-PND-OPEN            VALUE 'Y'.
      * DÜZELTME DESTESİ İSTENDİ Mİ
           03 WS-FIX-SW         PIC X(01) VALUE 'N'.
              88 WS-FIX-DECK            VALUE 'Y'.
      * EŞLEŞTİRME: İŞLENEN MÜŞTERİ VE HESAP, MÜŞTERİ VE HESAP
      * KAYDININ VARLIĞI
           03 WS-FIRST-SW       PIC X(01) VALUE 'Y'.
              88 WS-FIRST-REC           VALUE 'Y'.
           03 WS-CUR-ID         PIC 9(05).
           03 WS-CUR-DVZ        PIC 9(03).
           03 WS-CUS-SW         PIC X(01).
              88 WS-CUS-FOUND           VALUE 'Y'.
           03 WS-CUS-NAME       PIC X(30).
           03 WS-IDX-SW         PIC X(01).
              88 WS-IDX-FOUND           VALUE 'Y'.
           03 WS-CLS-SW         PIC X(01).
              88 WS-CLS-FOUND           VALUE 'Y'.
           03 WS-LAST-FIX-NO    PIC 9(05).
           03 WS-LAST-FIX-SW    PIC X(01) VALUE 'N'.
              88 WS-LAST-FIX-VALID      VALUE 'Y'.
           03 WS-INFO           PIC X(30).
           03 WS-INFO-NO        PIC 9(05).
           03 WS-INFO-DATE      PIC 9(08).
           03 WS-INFO-TIME      PIC 9(06).
      * ÇALIŞMA SONU ÖZETİ İÇİN SAYAÇLAR
           03 WS-CNT-CUS        PIC 9(07) VALUE 0.
           03 WS-CNT-IDX        PIC 9(07) VALUE 0.
           03 WS-CNT-NC         PIC 9(07) VALUE 0.
           03 WS-CNT-NM         PIC 9(07) VALUE 0.
           03 WS-CNT-DC         PIC 9(07) VALUE 0.
           03 WS-CNT-DX         PIC 9(07) VALUE 0.
           03 WS-CNT-SC         PIC 9(07) VALUE 0.
           03 WS-CNT-SX         PIC 9(07) VALUE 0.
           03 WS-CNT-PC         PIC 9(07) VALUE 0.
           03 WS-CNT-PX         PIC 9(07) VALUE 0.
           03 WS-CNT-EXC        PIC 9(07) VALUE 0.
           03 WS-CNT-FIX        PIC 9(07) VALUE 0.
      * RAPOR SATIRLARININ BİÇİMİ
       01  WS-HDR-LINE.
           05 FILLER            PIC X(34) VALUE
              'REFERENTIAL INTEGRITY SWEEP - DATE'.
           05 FILLER            PIC X(01) VALUE SPACES.
           05 WS-HD-BUSDATE     PIC 9(08).
       01  WS-EXC-LINE.
           05 WS-EX-CAT         PIC X(02).
           05 FILLER            PIC X(01) VALUE SPACES.
           05 WS-EX-ID          PIC 9(05).
           05 WS-EX-SEP         PIC X(01).
           05 WS-EX-DVZ         PIC 9(03).
           05 FILLER            PIC X(01) VALUE SPACES.
           05 WS-EX-DESC        PIC X(28).
           05 FILLER            PIC X(01) VALUE SPACES.
           05 WS-EX-INFO        PIC X(30).
       01  WS-TOTAL-LINE.
           05 WS-TT-LABEL       PIC X(20).
           05 WS-TT-COUNT       PIC ZZZ,ZZ9.
      *--------------------
       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM H100-OPEN-FILES.
           PERFORM H150-READ-BUSDATE.
           PERFORM H160-READ-PARMS.
           PERFORM H180-WRITE-HEADER.
           PERFORM H200-SORT-DATA.
           IF WS-FIX-DECK
              PERFORM H500-WRITE-DECK
           END-IF.
           PERFORM H600-WRITE-SUMMARY.
           PERFORM H999-PROGRAM-EXIT.
       0000-END. EXIT.
      * MÜŞTERİ VE HESAP ANA DOSYALARI ZORUNLUDUR; KAPALI HESAP,
      * UYKU, TALİMAT VE ONAY KUYRUĞU DOSYALARI HİÇ OLUŞMAMIŞSA BOŞ
      * SAYILIR
       H100-OPEN-FILES.
           OPEN OUTPUT RPT-FILE.
           IF (NOT RPT-SUCCESS)
              DISPLAY 'UNABLE TO OPEN RPTFILE: ' RPT-ST
              MOVE RPT-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           OPEN INPUT CUS-FILE.
           IF (NOT CUS-SUCCESS)
              DISPLAY 'UNABLE TO OPEN CUSFILE: ' CUS-ST
              MOVE CUS-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           OPEN INPUT IDX-FILE.
           IF (NOT IDX-SUCCESS)
              DISPLAY 'UNABLE TO OPEN IDXFILE: ' IDX-ST
              MOVE IDX-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           OPEN INPUT CLS-FILE.
           IF CLS-SUCCESS
              MOVE 'Y' TO WS-CLS-OPEN-SW
           ELSE
              IF (NOT CLS-NOTFND)
                 DISPLAY 'UNABLE TO OPEN CLSFILE: ' CLS-ST
                 MOVE CLS-ST TO RETURN-CODE
                 PERFORM H999-PROGRAM-EXIT
              END-IF
           END-IF.
           OPEN INPUT DRM-FILE.
           IF DRM-SUCCESS
              MOVE 'Y' TO WS-DRM-OPEN-SW
           ELSE
              IF (NOT DRM-NOTFND)
                 DISPLAY 'UNABLE TO OPEN DRMFILE: ' DRM-ST
                 MOVE DRM-ST TO RETURN-CODE
                 PERFORM H999-PROGRAM-EXIT
              END-IF
           END-IF.
           OPEN INPUT STO-FILE.
           IF STO-SUCCESS
              MOVE 'Y' TO WS-STO-OPEN-SW
           ELSE
              IF (NOT STO-NOTFND)
                 DISPLAY 'UNABLE TO OPEN STOFILE: ' STO-ST
                 MOVE STO-ST TO RETURN-CODE
                 PERFORM H999-PROGRAM-EXIT
              END-IF
           END-IF.
           OPEN INPUT PND-FILE.
           IF PND-SUCCESS
              MOVE 'Y' TO WS-PND-OPEN-SW
           ELSE
              IF (NOT PND-NOTFND)
                 DISPLAY 'UNABLE TO OPEN PNDFILE: ' PND-ST
                 MOVE PND-ST TO RETURN-CODE
                 PERFORM H999-PROGRAM-EXIT
              END-IF
           END-IF.
       H100-END. EXIT.
      * İŞ TARİHİNİ RAPOR BAŞLIĞI İÇİN OKUYORUZ
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
           MOVE BDT-BUSDATE TO WS-BUSDATE.
           CLOSE BDT-FILE.
       H150-END. EXIT.
      * DÜZELTME DESTESİ SEÇENEĞİNİ OKUYORUZ; PRMFILE YOKSA YALNIZCA
      * RAPOR ÜRETİLİR. DESTE İSTENDİYSE ARA DOSYA VE SOTFILE AÇILIR
       H160-READ-PARMS.
           OPEN INPUT PRM-FILE.
           IF PRM-SUCCESS
              READ PRM-FILE
                 AT END CONTINUE
              END-READ
              IF PRM-SUCCESS AND (PRM-FIX-DECK = 'Y')
                 MOVE 'Y' TO WS-FIX-SW
              END-IF
              CLOSE PRM-FILE
           ELSE
              DISPLAY 'PRMFILE NOT FOUND, NO CORRECTION DECK'
           END-IF.
           IF WS-FIX-DECK
              OPEN OUTPUT FXW-FILE
              IF (NOT FXW-SUCCESS)
                 DISPLAY 'UNABLE TO OPEN FXWFILE: ' FXW-ST
                 MOVE FXW-ST TO RETURN-CODE
                 PERFORM H999-PROGRAM-EXIT
              END-IF
              OPEN OUTPUT SOT-FILE
              IF (NOT SOT-SUCCESS)
                 DISPLAY 'UNABLE TO OPEN SOTFILE: ' SOT-ST
                 MOVE SOT-ST TO RETURN-CODE
                 PERFORM H999-PROGRAM-EXIT
              END-IF
           END-IF.
       H160-END. EXIT.

       H180-WRITE-HEADER.
           MOVE WS-BUSDATE  TO WS-HD-BUSDATE.
           MOVE SPACES      TO RPT-REC.
           MOVE WS-HDR-LINE TO RPT-REC.
           PERFORM H700-WRITE-RPT-REC.
       H180-END. EXIT.
      * TÜM DOSYALARIN KAYITLARINI MÜŞTERİ, HESAP VE KAYNAK
      * SIRASINA DİZİP EŞLEŞTİRİYORUZ
       H200-SORT-DATA.
           SORT SORT-WORK
              ON ASCENDING KEY SW-ID
              ON ASCENDING KEY SW-DVZ
              ON ASCENDING KEY SW-SRC
              INPUT PROCEDURE H210-LOAD-SORT
              OUTPUT PROCEDURE H400-MATCH-FILES.
       H200-END. EXIT.

       H210-LOAD-SORT.
           PERFORM H220-LOAD-CUS-LOOP UNTIL CUS-EOF.
           PERFORM H230-LOAD-IDX-LOOP UNTIL IDX-EOF.
           IF WS-CLS-OPEN
              PERFORM H240-LOAD-CLS-LOOP UNTIL CLS-EOF
           END-IF.
           IF WS-DRM-OPEN
              PERFORM H250-LOAD-DRM-LOOP UNTIL DRM-EOF
           END-IF.
           IF WS-STO-OPEN
              PERFORM H260-LOAD-STO-LOOP UNTIL STO-EOF
           END-IF.
           IF WS-PND-OPEN
              PERFORM H270-LOAD-PND-LOOP UNTIL PND-EOF
           END-IF.
       H210-END. EXIT.

       H220-LOAD-CUS-LOOP.
           READ CUS-FILE
                AT END SET CUS-EOF TO TRUE
           END-READ.
           IF (NOT CUS-EOF)
              ADD 1 TO WS-CNT-CUS
              MOVE CUS-ID   TO SW-ID
              MOVE 0        TO SW-DVZ
              MOVE '1'      TO SW-SRC
              MOVE CUS-NAME TO SW-NAME
              MOVE 0        TO SW-STO-NO
              MOVE SPACES   TO SW-INFO
              RELEASE SW-REC
           END-IF.
       H220-END. EXIT.

       H230-LOAD-IDX-LOOP.
           READ IDX-FILE
                AT END SET IDX-EOF TO TRUE
           END-READ.
           IF (NOT IDX-EOF)
              ADD 1 TO WS-CNT-IDX
              MOVE IDX-ID   TO SW-ID
              MOVE IDX-DVZ  TO SW-DVZ
              MOVE '2'      TO SW-SRC
              MOVE IDX-NAME TO SW-NAME
              MOVE 0        TO SW-STO-NO
              MOVE SPACES   TO SW-INFO
              RELEASE SW-REC
           END-IF.
       H230-END. EXIT.

       H240-LOAD-CLS-LOOP.
           READ CLS-FILE
                AT END SET CLS-EOF TO TRUE
           END-READ.
           IF (NOT CLS-EOF)
              MOVE CLS-ID   TO SW-ID
              MOVE CLS-DVZ  TO SW-DVZ
              MOVE '3'      TO SW-SRC
              MOVE CLS-NAME TO SW-NAME
              MOVE 0        TO SW-STO-NO
              MOVE SPACES   TO SW-INFO
              RELEASE SW-REC
           END-IF.
       H240-END. EXIT.

       H250-LOAD-DRM-LOOP.
           READ DRM-FILE
                AT END SET DRM-EOF TO TRUE
           END-READ.
           IF (NOT DRM-EOF)
              MOVE DRM-ID   TO SW-ID
              MOVE DRM-DVZ  TO SW-DVZ
              MOVE '4'      TO SW-SRC
              MOVE SPACES   TO SW-NAME
              MOVE 0        TO SW-STO-NO
              MOVE DRM-FLAG-DATE TO WS-INFO-DATE
              MOVE SPACES   TO SW-INFO
              STRING 'FLAGGED ' WS-INFO-DATE DELIMITED BY SIZE
                INTO SW-INFO
              END-STRING
              RELEASE SW-REC
           END-IF.
       H250-END. EXIT.
      * AKTİF TALİMATIN HER İKİ BACAĞI AYRI KAYIT OLARAK SIRAYA
      * GİRER
       H260-LOAD-STO-LOOP.
           READ STO-FILE
                AT END SET STO-EOF TO TRUE
           END-READ.
           IF (NOT STO-EOF) AND STO-ACTIVE
              MOVE '5'      TO SW-SRC
              MOVE SPACES   TO SW-NAME
              MOVE STO-NO   TO SW-STO-NO
              MOVE STO-NO   TO WS-INFO-NO
              MOVE STO-FROM-ID  TO SW-ID
              MOVE STO-FROM-DVZ TO SW-DVZ
              MOVE SPACES   TO SW-INFO
              STRING 'ORDER ' WS-INFO-NO ' FROM LEG' DELIMITED BY SIZE
                INTO SW-INFO
              END-STRING
              RELEASE SW-REC
              MOVE STO-TO-ID    TO SW-ID
              MOVE STO-TO-DVZ   TO SW-DVZ
              MOVE SPACES   TO SW-INFO
              STRING 'ORDER ' WS-INFO-NO ' TO LEG' DELIMITED BY SIZE
                INTO SW-INFO
              END-STRING
              RELEASE SW-REC
           END-IF.
       H260-END. EXIT.
      * ONAY BEKLEYEN KAYDIN HESABI; VİRMANDA ALACAKLI HESAP DA
       H270-LOAD-PND-LOOP.
           READ PND-FILE
                AT END SET PND-EOF TO TRUE
           END-READ.
           IF (NOT PND-EOF) AND PND-PENDING
              MOVE '6'      TO SW-SRC
              MOVE SPACES   TO SW-NAME
              MOVE 0        TO SW-STO-NO
              MOVE PND-TS-DATE TO WS-INFO-DATE
              MOVE PND-TS-TIME TO WS-INFO-TIME
              MOVE SPACES   TO WS-INFO
              STRING 'QUEUED ' WS-INFO-DATE ' ' WS-INFO-TIME ' '
                     PND-FUNC DELIMITED BY SIZE
                INTO WS-INFO
              END-STRING
              MOVE PND-ID   TO SW-ID
              MOVE PND-DVZ  TO SW-DVZ
              MOVE WS-INFO  TO SW-INFO
              RELEASE SW-REC
              IF PND-FUNC = 'T'
                 MOVE PND-TO-ID  TO SW-ID
                 MOVE PND-TO-DVZ TO SW-DVZ
                 MOVE WS-INFO    TO SW-INFO
                 MOVE 'TO'       TO SW-INFO (26:2)
                 RELEASE SW-REC
              END-IF
           END-IF.
       H270-END. EXIT.

       H400-MATCH-FILES.
           PERFORM H410-MATCH-LOOP UNTIL WS-SORT-EOF.
       H400-END. EXIT.
      * MÜŞTERİ DEĞİŞİNCE MÜŞTERİ, HESAP DEĞİŞİNCE HESAP VARLIK
      * İŞARETLERİ SIFIRLANIR; BAĞLI KAYITLAR KENDİ HESABININ
      * KAYITLARINDAN SONRA GELDİĞİNDEN İŞARETLER HAZIRDIR
       H410-MATCH-LOOP.
           RETURN SORT-WORK
                AT END SET WS-SORT-EOF TO TRUE
           END-RETURN.
           IF (NOT WS-SORT-EOF)
              IF WS-FIRST-REC OR (SW-ID NOT = WS-CUR-ID)
                 MOVE SW-ID  TO WS-CUR-ID
                 MOVE 'N'    TO WS-CUS-SW
                 MOVE SPACES TO WS-CUS-NAME
                 MOVE 0      TO WS-CUR-DVZ
                 MOVE 'N'    TO WS-IDX-SW
                 MOVE 'N'    TO WS-CLS-SW
              END-IF
              IF WS-FIRST-REC OR (SW-DVZ NOT = WS-CUR-DVZ)
                 MOVE SW-DVZ TO WS-CUR-DVZ
                 MOVE 'N'    TO WS-IDX-SW
                 MOVE 'N'    TO WS-CLS-SW
              END-IF
              MOVE 'N' TO WS-FIRST-SW
              EVALUATE SW-SRC
                 WHEN '1'
                    MOVE 'Y'     TO WS-CUS-SW
                    MOVE SW-NAME TO WS-CUS-NAME
                 WHEN '2'
                    MOVE 'Y' TO WS-IDX-SW
                    PERFORM H420-CHECK-ACCOUNT
                 WHEN '3'
                    MOVE 'Y' TO WS-CLS-SW
                 WHEN '4'
                    PERFORM H430-CHECK-DORMANT
                 WHEN '5'
                    PERFORM H440-CHECK-ORDER
                 WHEN '6'
                    PERFORM H450-CHECK-PENDING
              END-EVALUATE
           END-IF.
       H410-END. EXIT.
      * HESABIN MÜŞTERİSİ VAR MI, ADI MÜŞTERİ ADIYLA AYNI MI
       H420-CHECK-ACCOUNT.
           IF (NOT WS-CUS-FOUND)
              MOVE 'NC' TO WS-EX-CAT
              MOVE 'CUSTOMER NOT ON CUSFILE' TO WS-EX-DESC
              MOVE SW-NAME TO WS-EX-INFO
              ADD 1 TO WS-CNT-NC
              PERFORM H480-WRITE-EXCEPTION
           ELSE
              IF SW-NAME NOT = WS-CUS-NAME
                 MOVE 'NM' TO WS-EX-CAT
                 MOVE 'IDX-NAME DIFFERS, IDX:' TO WS-EX-DESC
                 MOVE SW-NAME TO WS-EX-INFO
                 ADD 1 TO WS-CNT-NM
                 PERFORM H480-WRITE-EXCEPTION
                 MOVE SPACES TO WS-EXC-LINE
                 MOVE '                 CUS:' TO WS-EX-DESC
                 MOVE WS-CUS-NAME TO WS-EX-INFO
                 MOVE SPACES      TO RPT-REC
                 MOVE WS-EXC-LINE TO RPT-REC
                 PERFORM H700-WRITE-RPT-REC
              END-IF
           END-IF.
       H420-END. EXIT.
      * UYKU İŞARETİ AÇIK HESAP ÜZERİNDE OLMALI
       H430-CHECK-DORMANT.
           IF (NOT WS-IDX-FOUND)
              IF WS-CLS-FOUND
                 MOVE 'DC' TO WS-EX-CAT
                 MOVE 'DORMANT FLAG, ACCT CLOSED' TO WS-EX-DESC
                 ADD 1 TO WS-CNT-DC
              ELSE
                 MOVE 'DX' TO WS-EX-CAT
                 MOVE 'DORMANT FLAG, NO ACCOUNT' TO WS-EX-DESC
                 ADD 1 TO WS-CNT-DX
              END-IF
              MOVE SW-INFO TO WS-EX-INFO
              PERFORM H480-WRITE-EXCEPTION
           END-IF.
       H430-END. EXIT.
      * AKTİF TALİMATIN BACAĞI AÇIK HESAP ÜZERİNDE OLMALI; DEĞİLSE
      * TALİMAT SONA ERDİRİLMEK ÜZERE ARA DOSYAYA YAZILIR
       H440-CHECK-ORDER.
           IF (NOT WS-IDX-FOUND)
              IF WS-CLS-FOUND
                 MOVE 'SC' TO WS-EX-CAT
                 MOVE 'ACTIVE ORDER, ACCT CLOSED' TO WS-EX-DESC
                 ADD 1 TO WS-CNT-SC
              ELSE
                 MOVE 'SX' TO WS-EX-CAT
                 MOVE 'ACTIVE ORDER, NO ACCOUNT' TO WS-EX-DESC
                 ADD 1 TO WS-CNT-SX
              END-IF
              MOVE SW-INFO TO WS-EX-INFO
              PERFORM H480-WRITE-EXCEPTION
              IF WS-FIX-DECK
                 MOVE SW-STO-NO TO FXW-NO
                 WRITE FXW-REC
                 IF (NOT FXW-SUCCESS)
                    DISPLAY 'UNABLE TO WRITE FXWFILE: ' FXW-ST
                    MOVE FXW-ST TO RETURN-CODE
                    PERFORM H999-PROGRAM-EXIT
                 END-IF
              END-IF
           END-IF.
       H440-END. EXIT.
      * ONAY BEKLEYEN KAYDIN HESABI AÇIK OLMALI
       H450-CHECK-PENDING.
           IF (NOT WS-IDX-FOUND)
              IF WS-CLS-FOUND
                 MOVE 'PC' TO WS-EX-CAT
                 MOVE 'PENDING ITEM, ACCT CLOSED' TO WS-EX-DESC
                 ADD 1 TO WS-CNT-PC
              ELSE
                 MOVE 'PX' TO WS-EX-CAT
                 MOVE 'PENDING ITEM, NO ACCOUNT' TO WS-EX-DESC
                 ADD 1 TO WS-CNT-PX
              END-IF
              MOVE SW-INFO TO WS-EX-INFO
              PERFORM H480-WRITE-EXCEPTION
           END-IF.
       H450-END. EXIT.
      * İSTİSNA SATIRINI YAZIYORUZ; KATEGORİ, AÇIKLAMA VE EK BİLGİ
      * ÇAĞIRAN PARAGRAFTA DOLDURULUR
       H480-WRITE-EXCEPTION.
           ADD 1 TO WS-CNT-EXC.
           MOVE SW-ID       TO WS-EX-ID.
           MOVE '-'         TO WS-EX-SEP.
           MOVE SW-DVZ      TO WS-EX-DVZ.
           MOVE SPACES      TO RPT-REC.
           MOVE WS-EXC-LINE TO RPT-REC.
           PERFORM H700-WRITE-RPT-REC.
       H480-END. EXIT.
      * DÜZELTME DESTESİ: ARA DOSYADAKİ TALİMAT NUMARALARI SIRAYA
      * DİZİLİR, HER TALİMAT İÇİN TEK BİR 'E' KAYDI YAZILIR (İKİ
      * BACAĞI DA KIRIK OLAN TALİMAT İKİ KEZ GELİR)
       H500-WRITE-DECK.
           CLOSE FXW-FILE.
           SORT SORT-FIX
              ON ASCENDING KEY SX-NO
              INPUT PROCEDURE H510-LOAD-FIXES
              OUTPUT PROCEDURE H550-WRITE-ORDERS.
       H500-END. EXIT.

       H510-LOAD-FIXES.
           OPEN INPUT FXW-FILE.
           IF (NOT FXW-SUCCESS)
              DISPLAY 'UNABLE TO OPEN FXWFILE: ' FXW-ST
              MOVE FXW-ST TO RETURN-CODE
           ELSE
              PERFORM H520-LOAD-FIX-LOOP UNTIL FXW-EOF
              CLOSE FXW-FILE
           END-IF.
       H510-END. EXIT.

       H520-LOAD-FIX-LOOP.
           READ FXW-FILE
                AT END SET FXW-EOF TO TRUE
           END-READ.
           IF (NOT FXW-EOF)
              MOVE FXW-NO TO SX-NO
              RELEASE SX-REC
           END-IF.
       H520-END. EXIT.

       H550-WRITE-ORDERS.
           PERFORM H560-WRITE-ORDER-LOOP UNTIL WS-FIX-EOF.
       H550-END. EXIT.

       H560-WRITE-ORDER-LOOP.
           RETURN SORT-FIX
                AT END SET WS-FIX-EOF TO TRUE
           END-RETURN.
           IF (NOT WS-FIX-EOF)
              IF (NOT WS-LAST-FIX-VALID) OR (SX-NO NOT = WS-LAST-FIX-NO)
                 MOVE SPACES TO SOT-REC
                 MOVE 'E'    TO SOT-FUNC
                 MOVE SX-NO  TO SOT-NO
                 MOVE 0      TO SOT-FROM-ID
                 MOVE 0      TO SOT-FROM-DVZ
                 MOVE 0      TO SOT-TO-ID
                 MOVE 0      TO SOT-TO-DVZ
                 MOVE 0      TO SOT-AMOUNT
                 MOVE 0      TO SOT-NEXT-DATE
                 MOVE 0      TO SOT-END-DATE
                 WRITE SOT-REC
                 IF (NOT SOT-SUCCESS)
                    DISPLAY 'UNABLE TO WRITE SOTFILE: ' SOT-ST
                    MOVE SOT-ST TO RETURN-CODE
                    PERFORM H999-PROGRAM-EXIT
                 END-IF
                 ADD 1 TO WS-CNT-FIX
                 MOVE SX-NO TO WS-LAST-FIX-NO
                 MOVE 'Y'   TO WS-LAST-FIX-SW
              END-IF
           END-IF.
       H560-END. EXIT.
      * KATEGORİ KIRILIMLI ÖZETİ YAZIYORUZ; İSTİSNA VARSA RC 4
       H600-WRITE-SUMMARY.
           MOVE SPACES TO RPT-REC.
           PERFORM H700-WRITE-RPT-REC.
           MOVE 'CUSTOMERS READ      ' TO WS-TT-LABEL.
           MOVE WS-CNT-CUS      TO WS-TT-COUNT.
           PERFORM H620-WRITE-TOTAL-REC.
           MOVE 'ACCOUNTS READ       ' TO WS-TT-LABEL.
           MOVE WS-CNT-IDX      TO WS-TT-COUNT.
           PERFORM H620-WRITE-TOTAL-REC.
           MOVE 'NC NO CUSTOMER      ' TO WS-TT-LABEL.
           MOVE WS-CNT-NC       TO WS-TT-COUNT.
           PERFORM H620-WRITE-TOTAL-REC.
           MOVE 'NM NAME MISMATCH    ' TO WS-TT-LABEL.
           MOVE WS-CNT-NM       TO WS-TT-COUNT.
           PERFORM H620-WRITE-TOTAL-REC.
           MOVE 'DC DORMANT CLOSED   ' TO WS-TT-LABEL.
           MOVE WS-CNT-DC       TO WS-TT-COUNT.
           PERFORM H620-WRITE-TOTAL-REC.
           MOVE 'DX DORMANT NO ACCT  ' TO WS-TT-LABEL.
           MOVE WS-CNT-DX       TO WS-TT-COUNT.
           PERFORM H620-WRITE-TOTAL-REC.
           MOVE 'SC ORDER CLOSED     ' TO WS-TT-LABEL.
           MOVE WS-CNT-SC       TO WS-TT-COUNT.
           PERFORM H620-WRITE-TOTAL-REC.
           MOVE 'SX ORDER NO ACCT    ' TO WS-TT-LABEL.
           MOVE WS-CNT-SX       TO WS-TT-COUNT.
           PERFORM H620-WRITE-TOTAL-REC.
           MOVE 'PC PENDING CLOSED   ' TO WS-TT-LABEL.
           MOVE WS-CNT-PC       TO WS-TT-COUNT.
           PERFORM H620-WRITE-TOTAL-REC.
           MOVE 'PX PENDING NO ACCT  ' TO WS-TT-LABEL.
           MOVE WS-CNT-PX       TO WS-TT-COUNT.
           PERFORM H620-WRITE-TOTAL-REC.
           MOVE 'TOTAL EXCEPTIONS    ' TO WS-TT-LABEL.
           MOVE WS-CNT-EXC      TO WS-TT-COUNT.
           PERFORM H620-WRITE-TOTAL-REC.
           IF WS-FIX-DECK
              MOVE 'ORDERS TO EXPIRE    ' TO WS-TT-LABEL
              MOVE WS-CNT-FIX      TO WS-TT-COUNT
              PERFORM H620-WRITE-TOTAL-REC
           END-IF.
           IF (WS-CNT-EXC > 0) AND (RETURN-CODE = 0)
              MOVE 4 TO RETURN-CODE
           END-IF.
       H600-END. EXIT.

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

       H999-PROGRAM-EXIT.
           CLOSE CUS-FILE.
           CLOSE IDX-FILE.
           IF WS-CLS-OPEN
              CLOSE CLS-FILE
           END-IF.
           IF WS-DRM-OPEN
              CLOSE DRM-FILE
           END-IF.
           IF WS-STO-OPEN
              CLOSE STO-FILE
           END-IF.
           IF WS-PND-OPEN
              CLOSE PND-FILE
           END-IF.
           IF WS-FIX-DECK
              CLOSE SOT-FILE
           END-IF.
           CLOSE RPT-FILE.
           STOP RUN.
       H999-END. EXIT.
      *
