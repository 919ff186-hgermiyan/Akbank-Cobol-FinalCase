       IDENTIFICATION DIVISION.
       PROGRAM-ID. PBE030DI.
       AUTHOR.     Halim Germiyan.
      * MÜŞTERİ BAZINDA KONSOLİDE POZİSYON VE MEVDUAT SİGORTASI
      * KAPSAMI: IDXFILE ANAHTAR SIRASINDA (MÜŞTERİ NO + DÖVİZ)
      * OKUNUR, HER MÜŞTERİNİN TÜM DÖVİZ HESAPLARI GÜNÜN KURLARIYLA
      * (RATFILE, PBE007BR İLE AYNI YÖNTEM) TRY'YE ÇEVRİLİP
      * TOPLANIR. MÜŞTERİ SATIRINDA CUSFILE'DAN AD VE ŞEHİR, DÖVİZ
      * KIRILIMI VE TRY TOPLAMI YER ALIR; TOPLAM, PRMFILE İLE
      * DEĞİŞTİRİLEBİLEN MÜŞTERİ BAŞI SİGORTA TAVANINA GÖRE SİGORTALI
      * VE SİGORTA DIŞI OLARAK AYRILIR. RAPOR EN BÜYÜK N MEVDUAT
      * SAHİBİNİN YOĞUNLAŞMA BÖLÜMÜ VE BAKİYE DİLİMLERİ (BNDTAB)
      * ÖZETİYLE BİTER. AYNI VERİ DÜZENLEYİCİ BİLDİRİM İÇİN DIXFILE'A
      * SABİT DÜZENLİ KAYITLAR OLARAK YAZILIR. GÜNÜN KURU OLMAYAN
      * DÖVİZ VARSA TOPLAMLAR EKSİK İŞARETLENİR VE RC 12; CUSFILE'DA
      * OLMAYAN MÜŞTERİ VARSA RC 4.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * HESAP ANA DOSYASINI ANAHTAR SIRASINDA TARIYORUZ; AYNI
      * MÜŞTERİNİN HESAPLARI ART ARDA GELİR
           SELECT IDX-FILE   ASSIGN IDXFILE
                             ORGANIZATION INDEXED
                             ACCESS MODE SEQUENTIAL
                             RECORD KEY IDX-KEY
                             STATUS IDX-ST.
           SELECT CUS-FILE   ASSIGN CUSFILE
                             ORGANIZATION INDEXED
                             ACCESS MODE RANDOM
                             RECORD KEY CUS-KEY
                             STATUS CUS-ST.
           SELECT RAT-FILE   ASSIGN TO RATFILE
                             STATUS RAT-ST.
           SELECT PRM-FILE   ASSIGN TO PRMFILE
                             STATUS PRM-ST.
      * EN BÜYÜK MEVDUAT SAHİPLERİ SIRALAMASI
           SELECT SORT-WORK  ASSIGN TO SORTWK1.
           SELECT DIX-FILE   ASSIGN TO DIXFILE
                             STATUS DIX-ST.
           SELECT RPT-FILE   ASSIGN TO RPTFILE
                             STATUS RPT-ST.
           SELECT BDT-FILE   ASSIGN TO BDTFILE
                             STATUS BDT-ST.
       DATA DIVISION.
       FILE SECTION.
       FD  IDX-FILE.
           COPY IDXREC.

       FD  CUS-FILE.
           COPY CUSREC.

       FD  RAT-FILE RECORDING MODE F.
       01  RAT-REC.
           03 RAT-DVZ           PIC 9(3).
           03 RAT-DATE          PIC 9(8).
      * 1 BİRİM DÖVİZİN TRY KARŞILIĞI
           03 RAT-RATE          PIC 9(7)V9(6).

      * ÇALIŞMA PARAMETRELERİ: MÜŞTERİ BAŞI SİGORTA TAVANI (TRY) VE
      * YOĞUNLAŞMA BÖLÜMÜNDEKİ MÜŞTERİ SAYISI; SIFIR İSE VARSAYILAN
       FD  PRM-FILE RECORDING MODE F.
       01  PRM-REC.
           03 PRM-CAP             PIC 9(15).
           03 PRM-TOP-N           PIC 9(3).

       SD  SORT-WORK.
       01  SW-REC.
           03 SW-TRY            PIC S9(15)  COMP-3.
           03 SW-ID             PIC 9(05).
           03 SW-NAME           PIC X(30).

      * DÜZENLEYİCİ BİLDİRİM DOSYASI: H BAŞLIK, D MÜŞTERİ, Z KAPANIŞ.
      * TUTARLAR TRY KARŞILIĞIDIR, DÖVİZ BAKİYELERİ KENDİ CİNSİNDEN.
      * DURUM: BOŞ=TAMAM, C=MÜŞTERİ CUSFILE'DA YOK, R=KURU OLMAYAN
      * DÖVİZ VAR (TOPLAM EKSİK)
       FD  DIX-FILE RECORDING MODE F.
       01  DIX-REC.
           03 DIX-REC-TYPE        PIC X(1).
           03 DIX-ID              PIC 9(5).
           03 DIX-NAME            PIC X(30).
           03 DIX-CITY            PIC X(20).
           03 DIX-ACCOUNTS        PIC 9(2).
           03 DIX-TOTAL           PIC 9(15).
           03 DIX-INSURED         PIC 9(15).
           03 DIX-UNINSURED       PIC 9(15).
           03 DIX-BAND            PIC 9(1).
           03 DIX-STATUS          PIC X(1).
           03 DIX-CURR OCCURS 5 TIMES.
              05 DIX-DVZ          PIC 9(3).
              05 DIX-BALANCE      PIC 9(15).
              05 DIX-TRY          PIC 9(15).
       01  DIX-HDR-REC REDEFINES DIX-REC.
           03 FILLER              PIC X(1).
           03 DIX-H-DATE          PIC 9(8).
           03 DIX-H-RATE-DATE     PIC 9(8).
           03 DIX-H-CAP           PIC 9(15).
           03 DIX-H-ORIGIN        PIC X(8).
           03 FILLER              PIC X(230).
       01  DIX-TRL-REC REDEFINES DIX-REC.
           03 FILLER              PIC X(1).
           03 DIX-Z-COUNT         PIC 9(7).
           03 DIX-Z-TOTAL         PIC 9(15).
           03 DIX-Z-INSURED       PIC 9(15).
           03 DIX-Z-UNINSURED     PIC 9(15).
           03 DIX-Z-STATUS        PIC X(1).
           03 FILLER              PIC X(216).

       FD  RPT-FILE RECORDING MODE F.
       01  RPT-REC              PIC X(80).

       FD  BDT-FILE RECORDING MODE F.
           COPY BDTREC.

       WORKING-STORAGE SECTION.
       01  WS-WORK-AREA.
           03 IDX-ST            PIC 9(2).
              88 IDX-SUCCESS            VALUE 00 97.
              88 IDX-EOF                VALUE 10.
           03 CUS-ST            PIC 9(2).
              88 CUS-SUCCESS            VALUE 00 97.
           03 RAT-ST            PIC 9(2).
              88 RAT-SUCCESS            VALUE 00 97.
              88 RAT-EOF                VALUE 10.
           03 PRM-ST            PIC 9(2).
              88 PRM-SUCCESS            VALUE 00 97.
           03 DIX-ST            PIC 9(2).
              88 DIX-SUCCESS            VALUE 00 97.
           03 RPT-ST            PIC 9(2).
              88 RPT-SUCCESS            VALUE 00 97.
           03 BDT-ST            PIC 9(2).
              88 BDT-SUCCESS            VALUE 00 97.
           03 WS-SORT-EOF-SW    PIC X(01) VALUE 'N'.
              88 WS-SORT-EOF            VALUE 'Y'.
           03 WS-BUSDATE        PIC 9(08).
      * ÇALIŞMA PARAMETRELERİ (PRMFILE İLE DEĞİŞTİRİLEBİLİR)
           03 WS-P-CAP          PIC 9(15) VALUE 650000.
           03 WS-P-TOP-N        PIC 9(03) VALUE 20.
      * KUR DOSYASI VE TRY KARŞILIĞI HESABI İÇİN DEĞİŞKENLER
           03 WS-RATE-DATE      PIC 9(08) VALUE 0.
           03 WS-RATE-SUB       PIC 9(02).
           03 WS-RATE-ERR-SW    PIC X(01) VALUE 'N'.
              88 WS-RATE-ERROR          VALUE 'Y'.
      * İŞLENEN MÜŞTERİ: KİMLİK, İLK HESABIN ADI (CUSFILE'DA
      * OLMAYAN MÜŞTERİ İÇİN), HESAP SAYISI VE TOPLAMLAR
           03 WS-FIRST-SW       PIC X(01) VALUE 'Y'.
              88 WS-FIRST-REC           VALUE 'Y'.
           03 WS-CUR-ID         PIC 9(05).
           03 WS-CP-IDX-NAME    PIC X(30).
           03 WS-CP-NAME        PIC X(30).
           03 WS-CP-CITY        PIC X(20).
           03 WS-CP-ACCOUNTS    PIC 9(02).
           03 WS-CP-TOTAL       PIC S9(15) COMP-3.
      * SİGORTA MATRAHI: MÜŞTERİ TOPLAMI, NEGATİFSE SIFIR
           03 WS-CP-BASE        PIC S9(15) COMP-3.
           03 WS-CP-INSURED     PIC S9(15) COMP-3.
           03 WS-CP-UNINSURED   PIC S9(15) COMP-3.
           03 WS-CP-BAND        PIC 9(01).
           03 WS-CP-CUS-SW      PIC X(01).
              88 WS-CP-CUS-FOUND        VALUE 'Y'.
           03 WS-CP-RATE-SW     PIC X(01).
              88 WS-CP-INCOMPLETE       VALUE 'Y'.
           03 WS-CP-SUB         PIC 9(02).
      * YOĞUNLAŞMA BÖLÜMÜ: SIRA, PAY VE BİRİKİMLİ PAY
           03 WS-RANK           PIC 9(03) VALUE 0.
           03 WS-CUM-TRY        PIC S9(15) COMP-3 VALUE 0.
           03 WS-PCT            PIC 9(03)V99.
      * ÇALIŞMA SONU ÖZETİ İÇİN SAYAÇLAR VE TOPLAMLAR
           03 WS-CNT-CUS        PIC 9(07) VALUE 0.
           03 WS-CNT-IDX        PIC 9(07) VALUE 0.
           03 WS-CNT-NOCUS      PIC 9(07) VALUE 0.
           03 WS-CNT-OVER-CAP   PIC 9(07) VALUE 0.
           03 WS-CNT-INCOMPLETE PIC 9(07) VALUE 0.
           03 WS-GRAND-BASE     PIC S9(15) COMP-3 VALUE 0.
           03 WS-GRAND-INSURED  PIC S9(15) COMP-3 VALUE 0.
           03 WS-GRAND-UNINSURED PIC S9(15) COMP-3 VALUE 0.
      * GÜNLÜK KURLAR, CURRTAB İLE AYNI SIRADA YÜKLENİR. EKSİK KUR
      * UYARISI HER DÖVİZ İÇİN BİR KEZ VERİLİR
       01  WS-RATE-TABLE.
           05 WS-RATE-ENTRY OCCURS 5 TIMES INDEXED BY WS-RATE-IDX.
              10 WS-RATE-DVZ    PIC 9(03).
              10 WS-RATE-SW     PIC X(01).
                 88 WS-RATE-LOADED      VALUE 'Y'.
              10 WS-RATE-VAL    PIC 9(7)V9(6).
              10 WS-RATE-MSG-SW PIC X(01).
                 88 WS-RATE-REPORTED    VALUE 'Y'.
      * İŞLENEN MÜŞTERİNİN DÖVİZ KIRILIMI, KUR TABLOSUYLA AYNI SIRADA
       01  WS-CP-TABLE.
           05 WS-CP-ENTRY OCCURS 5 TIMES INDEXED BY WS-CP-IDX.
              10 WS-CP-HELD-SW  PIC X(01).
                 88 WS-CP-HELD          VALUE 'Y'.
              10 WS-CP-BAL      PIC S9(15) COMP-3.
              10 WS-CP-TRY      PIC S9(15) COMP-3.
              10 WS-CP-NORATE-SW PIC X(01).
                 88 WS-CP-NO-RATE       VALUE 'Y'.
      * BAKİYE DİLİMİ TOPLAMLARI, BNDTAB İLE AYNI SIRADA
       01  WS-BAND-TOTALS.
           05 WS-BT-ENTRY OCCURS 6 TIMES.
              10 WS-BT-COUNT     PIC 9(07)         VALUE 0.
              10 WS-BT-BASE      PIC S9(15) COMP-3 VALUE 0.
              10 WS-BT-INSURED   PIC S9(15) COMP-3 VALUE 0.
              10 WS-BT-UNINSURED PIC S9(15) COMP-3 VALUE 0.
       COPY CURRTAB.
       COPY BNDTAB.
      * RAPOR SATIRLARININ BİÇİMİ
       01  WS-HDR-LINE.
           05 FILLER            PIC X(41) VALUE
              'CONSOLIDATED POSITION / DEPOSIT INSURANCE'.
           05 FILLER            PIC X(06) VALUE ' DATE '.
           05 WS-HD-BUSDATE     PIC 9(08).
           05 FILLER            PIC X(07) VALUE ' RATES '.
           05 WS-HD-RATE-DATE   PIC 9(08).
       01  WS-CAP-LINE.
           05 FILLER            PIC X(27) VALUE
              'COVERAGE CAP PER CUSTOMER  '.
           05 WS-CL-CAP         PIC ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.
           05 FILLER            PIC X(04) VALUE ' TRY'.
       01  WS-CUS-LINE.
           05 WS-CS-ID          PIC 9(05).
           05 FILLER            PIC X(02) VALUE SPACES.
           05 WS-CS-NAME        PIC X(30).
           05 FILLER            PIC X(02) VALUE SPACES.
           05 WS-CS-CITY        PIC X(20).
       01  WS-CUR-LINE.
           05 FILLER            PIC X(08) VALUE SPACES.
           05 WS-CR-DVZ         PIC ZZ9.
           05 FILLER            PIC X(02) VALUE SPACES.
           05 WS-CR-CURRNAME    PIC X(10).
           05 FILLER            PIC X(02) VALUE SPACES.
           05 WS-CR-BALANCE     PIC -(15)9.
           05 FILLER            PIC X(02) VALUE SPACES.
           05 WS-CR-TRY         PIC -(15)9.
           05 WS-CR-TRY-X REDEFINES WS-CR-TRY
                                PIC X(16).
       01  WS-CTOT-LINE.
           05 FILLER            PIC X(08) VALUE SPACES.
           05 FILLER            PIC X(10) VALUE 'TOTAL TRY '.
           05 WS-CT-TOTAL       PIC -(15)9.
           05 WS-CT-TOTAL-X REDEFINES WS-CT-TOTAL
                                PIC X(16).
           05 FILLER            PIC X(05) VALUE ' INS '.
           05 WS-CT-INSURED     PIC Z(14)9.
           05 FILLER            PIC X(07) VALUE ' UNINS '.
           05 WS-CT-UNINSURED   PIC Z(14)9.
       01  WS-TOP-HDR-LINE.
           05 FILLER            PIC X(40) VALUE
              'TOP DEPOSITORS - CONCENTRATION (TOP N ='.
           05 WS-TH-TOP-N       PIC ZZ9.
           05 FILLER            PIC X(01) VALUE ')'.
       01  WS-TOP-COL-LINE.
           05 FILLER            PIC X(45) VALUE
              'RNK  ID     NAME'.
           05 FILLER            PIC X(31) VALUE
              '      TOTAL TRY  SHARE%    CUM%'.
       01  WS-TOP-LINE.
           05 WS-TP-RANK        PIC ZZ9.
           05 FILLER            PIC X(02) VALUE SPACES.
           05 WS-TP-ID          PIC 9(05).
           05 FILLER            PIC X(02) VALUE SPACES.
           05 WS-TP-NAME        PIC X(30).
           05 FILLER            PIC X(02) VALUE SPACES.
           05 WS-TP-TRY         PIC Z(15)9.
           05 FILLER            PIC X(02) VALUE SPACES.
           05 WS-TP-PCT         PIC ZZ9.99.
           05 FILLER            PIC X(02) VALUE SPACES.
           05 WS-TP-CUM-PCT     PIC ZZ9.99.
       01  WS-BAND-HDR-LINE.
           05 FILLER            PIC X(27) VALUE
              'BAND (TRY)        CUSTOMERS'.
           05 FILLER            PIC X(48) VALUE
              '       TOTAL TRY         INSURED       UNINSURED'.
       01  WS-BAND-LINE.
           05 WS-BL-LABEL       PIC X(20).
           05 WS-BL-COUNT       PIC ZZZ,ZZ9.
           05 FILLER            PIC X(01) VALUE SPACES.
           05 WS-BL-BASE        PIC Z(14)9.
           05 FILLER            PIC X(01) VALUE SPACES.
           05 WS-BL-INSURED     PIC Z(14)9.
           05 FILLER            PIC X(01) VALUE SPACES.
           05 WS-BL-UNINSURED   PIC Z(14)9.
       01  WS-TOTAL-LINE.
           05 WS-TT-LABEL       PIC X(20).
           05 WS-TT-COUNT       PIC ZZZ,ZZ9.
           05 FILLER            PIC X(02) VALUE SPACES.
           05 WS-TT-AMOUNT      PIC Z(15)9.
           05 WS-TT-AMOUNT-X REDEFINES WS-TT-AMOUNT
                                PIC X(16).
      *--------------------
       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM H100-OPEN-FILES.
           PERFORM H150-READ-BUSDATE.
           PERFORM H160-READ-PARMS.
           PERFORM H170-LOAD-RATES.
           PERFORM H180-WRITE-HEADER.
           PERFORM H200-SORT-DATA.
           PERFORM H600-WRITE-BANDS.
           PERFORM H650-WRITE-SUMMARY.
           PERFORM H680-WRITE-TRAILER.
           PERFORM H999-PROGRAM-EXIT.
       0000-END. EXIT.
      * RAPOR, BİLDİRİM VE ANA DOSYALARI AÇIYORUZ
       H100-OPEN-FILES.
           OPEN OUTPUT RPT-FILE.
           IF (NOT RPT-SUCCESS)
              DISPLAY 'UNABLE TO OPEN RPTFILE: ' RPT-ST
              MOVE RPT-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           OPEN OUTPUT DIX-FILE.
           IF (NOT DIX-SUCCESS)
              DISPLAY 'UNABLE TO OPEN DIXFILE: ' DIX-ST
              MOVE DIX-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           OPEN INPUT CUS-FILE.
           IF (NOT CUS-SUCCESS)
              DISPLAY 'UNABLE TO OPEN CUSFILE: ' CUS-ST
              MOVE CUS-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
       H100-END. EXIT.
      * İŞ TARİHİNİ OKUYORUZ; KUR TARİHLERİ BUNUNLA KARŞILAŞTIRILIR
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
      * ÇALIŞMA PARAMETRELERİNİ OKUYORUZ; PRMFILE YOKSA YA DA BOŞSA
      * VARSAYILANLAR KULLANILIR
       H160-READ-PARMS.
           OPEN INPUT PRM-FILE.
           IF PRM-SUCCESS
              READ PRM-FILE
                 AT END CONTINUE
              END-READ
              IF PRM-SUCCESS
                 IF PRM-CAP > 0
                    MOVE PRM-CAP   TO WS-P-CAP
                 END-IF
                 IF PRM-TOP-N > 0
                    MOVE PRM-TOP-N TO WS-P-TOP-N
                 END-IF
              END-IF
              CLOSE PRM-FILE
           END-IF.
       H160-END. EXIT.
      * GÜNLÜK KUR DOSYASINI CURRTAB SIRASINDA YÜKLÜYORUZ. İŞ
      * TARİHİNİ TAŞIMAYAN (ESKİ GÜNDEN KALMIŞ) KUR YÜKLENMEZ; O
      * DÖVİZİN HESAPLARI KURSUZ SAYILIR (PBE007BR İLE AYNI KURAL)
       H170-LOAD-RATES.
           MOVE 1 TO WS-RATE-SUB.
           PERFORM H175-INIT-RATE-ENTRY UNTIL WS-RATE-SUB > 5.
           OPEN INPUT RAT-FILE.
           IF (NOT RAT-SUCCESS)
              DISPLAY 'UNABLE TO OPEN RATFILE: ' RAT-ST
              MOVE RAT-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           PERFORM H176-LOAD-RATE-LOOP UNTIL RAT-EOF.
           CLOSE RAT-FILE.
       H170-END. EXIT.

       H175-INIT-RATE-ENTRY.
           MOVE WS-CURR-CODE (WS-RATE-SUB)
              TO WS-RATE-DVZ (WS-RATE-SUB).
           MOVE 'N' TO WS-RATE-SW     (WS-RATE-SUB).
           MOVE 0   TO WS-RATE-VAL    (WS-RATE-SUB).
           MOVE 'N' TO WS-RATE-MSG-SW (WS-RATE-SUB).
           ADD 1 TO WS-RATE-SUB.
       H175-END. EXIT.

       H176-LOAD-RATE-LOOP.
           READ RAT-FILE
                AT END SET RAT-EOF TO TRUE
           END-READ.
           IF (NOT RAT-EOF)
              IF RAT-DATE NOT = WS-BUSDATE
                 DISPLAY 'STALE RATE FOR CURRENCY ' RAT-DVZ
                    ' DATED ' RAT-DATE
                    ' EXPECTED ' WS-BUSDATE
              ELSE
                 IF WS-RATE-DATE = 0
                    MOVE RAT-DATE TO WS-RATE-DATE
                 END-IF
                 SET WS-RATE-IDX TO 1
                 SEARCH WS-RATE-ENTRY
                    AT END
                       DISPLAY 'UNKNOWN CURRENCY IN RATFILE: '
                          RAT-DVZ
                    WHEN WS-RATE-DVZ (WS-RATE-IDX) = RAT-DVZ
                       MOVE RAT-RATE TO WS-RATE-VAL (WS-RATE-IDX)
                       MOVE 'Y'      TO WS-RATE-SW  (WS-RATE-IDX)
                 END-SEARCH
              END-IF
           END-IF.
       H176-END. EXIT.
      * RAPOR BAŞLIĞINI VE BİLDİRİM DOSYASININ BAŞLIK KAYDINI
      * YAZIYORUZ
       H180-WRITE-HEADER.
           MOVE WS-BUSDATE   TO WS-HD-BUSDATE.
           MOVE WS-RATE-DATE TO WS-HD-RATE-DATE.
           MOVE SPACES      TO RPT-REC.
           MOVE WS-HDR-LINE TO RPT-REC.
           PERFORM H700-WRITE-RPT-REC.
           MOVE WS-P-CAP    TO WS-CL-CAP.
           MOVE SPACES      TO RPT-REC.
           MOVE WS-CAP-LINE TO RPT-REC.
           PERFORM H700-WRITE-RPT-REC.
           MOVE SPACES      TO RPT-REC.
           PERFORM H700-WRITE-RPT-REC.
           MOVE SPACES       TO DIX-REC.
           MOVE 'H'          TO DIX-REC-TYPE.
           MOVE WS-BUSDATE   TO DIX-H-DATE.
           MOVE WS-RATE-DATE TO DIX-H-RATE-DATE.
           MOVE WS-P-CAP     TO DIX-H-CAP.
           MOVE 'PBE030DI'   TO DIX-H-ORIGIN.
           PERFORM H750-WRITE-DIX-REC.
       H180-END. EXIT.
      * MÜŞTERİ SATIRLARI SIRALAMANIN GİRDİ AŞAMASINDA YAZILIR;
      * MÜŞTERİ TOPLAMLARI TRY KARŞILIĞINA GÖRE BÜYÜKTEN KÜÇÜĞE
      * SIRALANIP YOĞUNLAŞMA BÖLÜMÜ ÜRETİLİR
       H200-SORT-DATA.
           SORT SORT-WORK
              ON DESCENDING KEY SW-TRY
              ON ASCENDING KEY SW-ID
              INPUT PROCEDURE H210-LOAD-CUSTOMERS
              OUTPUT PROCEDURE H500-TOP-DEPOSITORS.
       H200-END. EXIT.
      * IDXFILE'I OKUYUP MÜŞTERİ NO KIRILIMINDA POZİSYONLARI
      * TOPLUYORUZ
       H210-LOAD-CUSTOMERS.
           OPEN INPUT IDX-FILE.
           IF (NOT IDX-SUCCESS)
              DISPLAY 'UNABLE TO OPEN IDXFILE: ' IDX-ST
              MOVE IDX-ST TO RETURN-CODE
           ELSE
              PERFORM H220-LOAD-LOOP UNTIL IDX-EOF
              IF (NOT WS-FIRST-REC)
                 PERFORM H300-END-CUSTOMER
              END-IF
           END-IF.
           CLOSE IDX-FILE.
       H210-END. EXIT.

       H220-LOAD-LOOP.
           READ IDX-FILE NEXT RECORD
                AT END SET IDX-EOF TO TRUE
           END-READ.
           IF (NOT IDX-EOF)
              IF (NOT WS-FIRST-REC) AND (IDX-ID NOT = WS-CUR-ID)
                 PERFORM H300-END-CUSTOMER
                 MOVE 'Y' TO WS-FIRST-SW
              END-IF
              IF WS-FIRST-REC
                 PERFORM H250-START-CUSTOMER
              END-IF
              PERFORM H260-ADD-ACCOUNT
           END-IF.
       H220-END. EXIT.
      * YENİ MÜŞTERİNİN TOPLAMLARINI SIFIRLIYORUZ
       H250-START-CUSTOMER.
           MOVE 'N'      TO WS-FIRST-SW.
           MOVE IDX-ID   TO WS-CUR-ID.
           MOVE IDX-NAME TO WS-CP-IDX-NAME.
           MOVE 0        TO WS-CP-ACCOUNTS.
           MOVE 0        TO WS-CP-TOTAL.
           MOVE 'N'      TO WS-CP-RATE-SW.
           MOVE 1 TO WS-CP-SUB.
           PERFORM H255-INIT-CP-ENTRY UNTIL WS-CP-SUB > 5.
       H250-END. EXIT.

       H255-INIT-CP-ENTRY.
           MOVE 'N' TO WS-CP-HELD-SW   (WS-CP-SUB).
           MOVE 0   TO WS-CP-BAL       (WS-CP-SUB).
           MOVE 0   TO WS-CP-TRY       (WS-CP-SUB).
           MOVE 'N' TO WS-CP-NORATE-SW (WS-CP-SUB).
           ADD 1 TO WS-CP-SUB.
       H255-END. EXIT.
      * HESABI DÖVİZİNİN KIRILIMINA EKLEYİP GÜNÜN KURUYLA TRY
      * KARŞILIĞINI HESAPLIYORUZ. KURU OLMAYAN YA DA CURRTAB'DA
      * OLMAYAN DÖVİZ MÜŞTERİ TOPLAMINA GİREMEZ; TOPLAM EKSİK
      * İŞARETLENİR
       H260-ADD-ACCOUNT.
           ADD 1 TO WS-CNT-IDX.
           ADD 1 TO WS-CP-ACCOUNTS.
           SET WS-RATE-IDX TO 1.
           SEARCH WS-RATE-ENTRY
              AT END
                 DISPLAY 'UNKNOWN CURRENCY ' IDX-DVZ
                    ' ON ACCOUNT ' WS-CUR-ID
                 PERFORM H270-RATE-MISSING
              WHEN WS-RATE-DVZ (WS-RATE-IDX) = IDX-DVZ
                 SET WS-CP-IDX TO WS-RATE-IDX
                 MOVE 'Y'          TO WS-CP-HELD-SW (WS-CP-IDX)
                 MOVE IDX-BALLANCE TO WS-CP-BAL     (WS-CP-IDX)
                 IF WS-RATE-LOADED (WS-RATE-IDX)
                    COMPUTE WS-CP-TRY (WS-CP-IDX) ROUNDED =
                       IDX-BALLANCE * WS-RATE-VAL (WS-RATE-IDX)
                    ADD WS-CP-TRY (WS-CP-IDX) TO WS-CP-TOTAL
                 ELSE
                    MOVE 'Y' TO WS-CP-NORATE-SW (WS-CP-IDX)
                    IF (NOT WS-RATE-REPORTED (WS-RATE-IDX))
                       DISPLAY 'NO RATE FOR CURRENCY ' IDX-DVZ
                          ' ON RATE DATE ' WS-RATE-DATE
                       MOVE 'Y' TO WS-RATE-MSG-SW (WS-RATE-IDX)
                    END-IF
                    PERFORM H270-RATE-MISSING
                 END-IF
           END-SEARCH.
       H260-END. EXIT.

       H270-RATE-MISSING.
           MOVE 'Y' TO WS-CP-RATE-SW.
           MOVE 'Y' TO WS-RATE-ERR-SW.
           IF RETURN-CODE = 0
              MOVE 12 TO RETURN-CODE
           END-IF.
       H270-END. EXIT.
      * MÜŞTERİ KIRILIMI: AD VE ŞEHRİ BULUP SİGORTA KAPSAMINI VE
      * DİLİMİ HESAPLIYORUZ, SATIRLARI VE BİLDİRİM KAYDINI YAZIP
      * MÜŞTERİYİ YOĞUNLAŞMA SIRALAMASINA GÖNDERİYORUZ
       H300-END-CUSTOMER.
           ADD 1 TO WS-CNT-CUS.
           PERFORM H310-FIND-CUSTOMER.
           PERFORM H320-COMPUTE-COVERAGE.
           PERFORM H330-FIND-BAND.
           PERFORM H340-WRITE-CUSTOMER.
           PERFORM H350-WRITE-EXTRACT.
           ADD 1               TO WS-BT-COUNT     (WS-CP-BAND).
           ADD WS-CP-BASE      TO WS-BT-BASE      (WS-CP-BAND).
           ADD WS-CP-INSURED   TO WS-BT-INSURED   (WS-CP-BAND).
           ADD WS-CP-UNINSURED TO WS-BT-UNINSURED (WS-CP-BAND).
           ADD WS-CP-BASE      TO WS-GRAND-BASE.
           ADD WS-CP-INSURED   TO WS-GRAND-INSURED.
           ADD WS-CP-UNINSURED TO WS-GRAND-UNINSURED.
           IF WS-CP-INCOMPLETE
              ADD 1 TO WS-CNT-INCOMPLETE
           END-IF.
           IF WS-CP-BASE > 0
              MOVE WS-CP-BASE      TO SW-TRY
              MOVE WS-CUR-ID       TO SW-ID
              MOVE WS-CP-NAME      TO SW-NAME
              RELEASE SW-REC
           END-IF.
       H300-END. EXIT.
      * AD VE ŞEHİR MÜŞTERİ ANA DOSYASINDAN ALINIR; MÜŞTERİ YOKSA
      * HESAP KAYDINDAKİ AD KULLANILIR VE MÜŞTERİ İŞARETLENİR
       H310-FIND-CUSTOMER.
           MOVE 'N' TO WS-CP-CUS-SW.
           MOVE WS-CUR-ID TO CUS-ID.
           READ CUS-FILE
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 MOVE 'Y' TO WS-CP-CUS-SW
           END-READ.
           IF WS-CP-CUS-FOUND
              MOVE CUS-NAME TO WS-CP-NAME
              MOVE CUS-CITY TO WS-CP-CITY
           ELSE
              MOVE WS-CP-IDX-NAME    TO WS-CP-NAME
              MOVE '*NOT ON CUSFILE' TO WS-CP-CITY
              ADD 1 TO WS-CNT-NOCUS
              IF RETURN-CODE = 0
                 MOVE 4 TO RETURN-CODE
              END-IF
           END-IF.
       H310-END. EXIT.
      * SİGORTA MATRAHI MÜŞTERİNİN TRY TOPLAMIDIR; TAVANA KADARKİ
      * KISIM SİGORTALI, KALANI SİGORTA DIŞIDIR
       H320-COMPUTE-COVERAGE.
           IF WS-CP-TOTAL > 0
              MOVE WS-CP-TOTAL TO WS-CP-BASE
           ELSE
              MOVE 0 TO WS-CP-BASE
           END-IF.
           IF WS-CP-BASE > WS-P-CAP
              MOVE WS-P-CAP TO WS-CP-INSURED
              COMPUTE WS-CP-UNINSURED = WS-CP-BASE - WS-P-CAP
              ADD 1 TO WS-CNT-OVER-CAP
           ELSE
              MOVE WS-CP-BASE TO WS-CP-INSURED
              MOVE 0          TO WS-CP-UNINSURED
           END-IF.
       H320-END. EXIT.
      * MÜŞTERİ TOPLAMININ GİRDİĞİ BAKİYE DİLİMİNİ BULUYORUZ
       H330-FIND-BAND.
           MOVE 6 TO WS-CP-BAND.
           SET WS-BAND-IDX TO 1.
           SEARCH WS-BAND-ENTRY
              AT END
                 CONTINUE
              WHEN WS-CP-BASE NOT > WS-BAND-UPPER (WS-BAND-IDX)
                 SET WS-CP-BAND TO WS-BAND-IDX
           END-SEARCH.
       H330-END. EXIT.
      * MÜŞTERİ SATIRI, DÖVİZ KIRILIMI VE TOPLAM SATIRI
       H340-WRITE-CUSTOMER.
           MOVE WS-CUR-ID  TO WS-CS-ID.
           MOVE WS-CP-NAME TO WS-CS-NAME.
           MOVE WS-CP-CITY TO WS-CS-CITY.
           MOVE SPACES      TO RPT-REC.
           MOVE WS-CUS-LINE TO RPT-REC.
           PERFORM H700-WRITE-RPT-REC.
           MOVE 1 TO WS-CP-SUB.
           PERFORM H345-WRITE-CURRENCY UNTIL WS-CP-SUB > 5.
           IF WS-CP-INCOMPLETE
              MOVE '     *INCOMPLETE' TO WS-CT-TOTAL-X
           ELSE
              MOVE WS-CP-TOTAL TO WS-CT-TOTAL
           END-IF.
           MOVE WS-CP-INSURED   TO WS-CT-INSURED.
           MOVE WS-CP-UNINSURED TO WS-CT-UNINSURED.
           MOVE SPACES       TO RPT-REC.
           MOVE WS-CTOT-LINE TO RPT-REC.
           PERFORM H700-WRITE-RPT-REC.
       H340-END. EXIT.

       H345-WRITE-CURRENCY.
           IF WS-CP-HELD (WS-CP-SUB)
              MOVE WS-CURR-CODE (WS-CP-SUB) TO WS-CR-DVZ
              MOVE WS-CURR-NAME (WS-CP-SUB) TO WS-CR-CURRNAME
              MOVE WS-CP-BAL    (WS-CP-SUB) TO WS-CR-BALANCE
              IF WS-CP-NO-RATE (WS-CP-SUB)
                 MOVE '        *NO RATE' TO WS-CR-TRY-X
              ELSE
                 MOVE WS-CP-TRY (WS-CP-SUB) TO WS-CR-TRY
              END-IF
              MOVE SPACES      TO RPT-REC
              MOVE WS-CUR-LINE TO RPT-REC
              PERFORM H700-WRITE-RPT-REC
           END-IF.
           ADD 1 TO WS-CP-SUB.
       H345-END. EXIT.
      * MÜŞTERİNİN BİLDİRİM KAYDI; TUTULMAYAN DÖVİZLERİN ALANLARI
      * SIFIR KALIR
       H350-WRITE-EXTRACT.
           MOVE SPACES          TO DIX-REC.
           MOVE 'D'             TO DIX-REC-TYPE.
           MOVE WS-CUR-ID       TO DIX-ID.
           MOVE WS-CP-NAME      TO DIX-NAME.
           MOVE WS-CP-CITY      TO DIX-CITY.
           MOVE WS-CP-ACCOUNTS  TO DIX-ACCOUNTS.
           MOVE WS-CP-BASE      TO DIX-TOTAL.
           MOVE WS-CP-INSURED   TO DIX-INSURED.
           MOVE WS-CP-UNINSURED TO DIX-UNINSURED.
           MOVE WS-CP-BAND      TO DIX-BAND.
           IF WS-CP-INCOMPLETE
              MOVE 'R' TO DIX-STATUS
           ELSE
              IF (NOT WS-CP-CUS-FOUND)
                 MOVE 'C' TO DIX-STATUS
              END-IF
           END-IF.
           MOVE 1 TO WS-CP-SUB.
           PERFORM H355-SET-EXTRACT-CURR UNTIL WS-CP-SUB > 5.
           PERFORM H750-WRITE-DIX-REC.
       H350-END. EXIT.

       H355-SET-EXTRACT-CURR.
           MOVE WS-CURR-CODE (WS-CP-SUB) TO DIX-DVZ     (WS-CP-SUB).
           MOVE WS-CP-BAL    (WS-CP-SUB) TO DIX-BALANCE (WS-CP-SUB).
           MOVE WS-CP-TRY    (WS-CP-SUB) TO DIX-TRY     (WS-CP-SUB).
           ADD 1 TO WS-CP-SUB.
       H355-END. EXIT.
      * EN BÜYÜK N MEVDUAT SAHİBİ: SIRA, TRY TOPLAMI, TOPLAM
      * MEVDUAT İÇİNDEKİ PAYI VE BİRİKİMLİ PAY
       H500-TOP-DEPOSITORS.
           MOVE SPACES TO RPT-REC.
           PERFORM H700-WRITE-RPT-REC.
           MOVE WS-P-TOP-N      TO WS-TH-TOP-N.
           MOVE SPACES          TO RPT-REC.
           MOVE WS-TOP-HDR-LINE TO RPT-REC.
           PERFORM H700-WRITE-RPT-REC.
           MOVE SPACES          TO RPT-REC.
           MOVE WS-TOP-COL-LINE TO RPT-REC.
           PERFORM H700-WRITE-RPT-REC.
           PERFORM H510-TOP-LOOP
              UNTIL WS-SORT-EOF OR (WS-RANK NOT < WS-P-TOP-N).
       H500-END. EXIT.

       H510-TOP-LOOP.
           RETURN SORT-WORK
                AT END SET WS-SORT-EOF TO TRUE
           END-RETURN.
           IF (NOT WS-SORT-EOF)
              ADD 1      TO WS-RANK
              ADD SW-TRY TO WS-CUM-TRY
              MOVE WS-RANK TO WS-TP-RANK
              MOVE SW-ID   TO WS-TP-ID
              MOVE SW-NAME TO WS-TP-NAME
              MOVE SW-TRY  TO WS-TP-TRY
              COMPUTE WS-PCT ROUNDED =
                 SW-TRY * 100 / WS-GRAND-BASE
              MOVE WS-PCT  TO WS-TP-PCT
              COMPUTE WS-PCT ROUNDED =
                 WS-CUM-TRY * 100 / WS-GRAND-BASE
              MOVE WS-PCT  TO WS-TP-CUM-PCT
              MOVE SPACES      TO RPT-REC
              MOVE WS-TOP-LINE TO RPT-REC
              PERFORM H700-WRITE-RPT-REC
           END-IF.
       H510-END. EXIT.
      * BAKİYE DİLİMLERİNE GÖRE MÜŞTERİ SAYISI VE TUTARLAR
       H600-WRITE-BANDS.
           MOVE SPACES TO RPT-REC.
           PERFORM H700-WRITE-RPT-REC.
           MOVE SPACES           TO RPT-REC.
           MOVE WS-BAND-HDR-LINE TO RPT-REC.
           PERFORM H700-WRITE-RPT-REC.
           MOVE 1 TO WS-CP-SUB.
           PERFORM H610-WRITE-BAND-LINE UNTIL WS-CP-SUB > 6.
       H600-END. EXIT.

       H610-WRITE-BAND-LINE.
           MOVE WS-BAND-LABEL   (WS-CP-SUB) TO WS-BL-LABEL.
           MOVE WS-BT-COUNT     (WS-CP-SUB) TO WS-BL-COUNT.
           MOVE WS-BT-BASE      (WS-CP-SUB) TO WS-BL-BASE.
           MOVE WS-BT-INSURED   (WS-CP-SUB) TO WS-BL-INSURED.
           MOVE WS-BT-UNINSURED (WS-CP-SUB) TO WS-BL-UNINSURED.
           MOVE SPACES       TO RPT-REC.
           MOVE WS-BAND-LINE TO RPT-REC.
           PERFORM H700-WRITE-RPT-REC.
           ADD 1 TO WS-CP-SUB.
       H610-END. EXIT.
      * ÇALIŞMA SONU ÖZETİ; KURU EKSİK DÖVİZ VARSA TUTAR TOPLAMLARI
      * EKSİK OLARAK İŞARETLENİR
       H650-WRITE-SUMMARY.
           MOVE SPACES TO RPT-REC.
           PERFORM H700-WRITE-RPT-REC.
           MOVE SPACES                 TO WS-TOTAL-LINE.
           MOVE 'CUSTOMERS           ' TO WS-TT-LABEL.
           MOVE WS-CNT-CUS             TO WS-TT-COUNT.
           PERFORM H660-WRITE-TOTAL-REC.
           MOVE SPACES                 TO WS-TOTAL-LINE.
           MOVE 'ACCOUNTS            ' TO WS-TT-LABEL.
           MOVE WS-CNT-IDX             TO WS-TT-COUNT.
           PERFORM H660-WRITE-TOTAL-REC.
           MOVE SPACES                 TO WS-TOTAL-LINE.
           MOVE 'NOT ON CUSFILE      ' TO WS-TT-LABEL.
           MOVE WS-CNT-NOCUS           TO WS-TT-COUNT.
           PERFORM H660-WRITE-TOTAL-REC.
           MOVE SPACES                 TO WS-TOTAL-LINE.
           MOVE 'INCOMPLETE (NO RATE)' TO WS-TT-LABEL.
           MOVE WS-CNT-INCOMPLETE      TO WS-TT-COUNT.
           PERFORM H660-WRITE-TOTAL-REC.
           MOVE SPACES                 TO WS-TOTAL-LINE.
           MOVE 'TOTAL DEPOSITS TRY  ' TO WS-TT-LABEL.
           MOVE WS-CNT-CUS             TO WS-TT-COUNT.
           MOVE WS-GRAND-BASE          TO WS-TT-AMOUNT.
           PERFORM H655-MARK-INCOMPLETE.
           PERFORM H660-WRITE-TOTAL-REC.
           MOVE SPACES                 TO WS-TOTAL-LINE.
           MOVE 'INSURED TRY         ' TO WS-TT-LABEL.
           MOVE WS-CNT-CUS             TO WS-TT-COUNT.
           MOVE WS-GRAND-INSURED       TO WS-TT-AMOUNT.
           PERFORM H655-MARK-INCOMPLETE.
           PERFORM H660-WRITE-TOTAL-REC.
           MOVE SPACES                 TO WS-TOTAL-LINE.
           MOVE 'UNINSURED TRY       ' TO WS-TT-LABEL.
           MOVE WS-CNT-OVER-CAP        TO WS-TT-COUNT.
           MOVE WS-GRAND-UNINSURED     TO WS-TT-AMOUNT.
           PERFORM H655-MARK-INCOMPLETE.
           PERFORM H660-WRITE-TOTAL-REC.
       H650-END. EXIT.

       H655-MARK-INCOMPLETE.
           IF WS-RATE-ERROR
              MOVE '     *INCOMPLETE' TO WS-TT-AMOUNT-X
           END-IF.
       H655-END. EXIT.

       H660-WRITE-TOTAL-REC.
           MOVE SPACES        TO RPT-REC.
           MOVE WS-TOTAL-LINE TO RPT-REC.
           PERFORM H700-WRITE-RPT-REC.
       H660-END. EXIT.
      * BİLDİRİM DOSYASININ KAPANIŞ KAYDI: MÜŞTERİ SAYISI VE TUTAR
      * TOPLAMLARI; KURU EKSİK DÖVİZ VARSA DURUM 'R'
       H680-WRITE-TRAILER.
           MOVE SPACES             TO DIX-REC.
           MOVE 'Z'                TO DIX-REC-TYPE.
           MOVE WS-CNT-CUS         TO DIX-Z-COUNT.
           MOVE WS-GRAND-BASE      TO DIX-Z-TOTAL.
           MOVE WS-GRAND-INSURED   TO DIX-Z-INSURED.
           MOVE WS-GRAND-UNINSURED TO DIX-Z-UNINSURED.
           IF WS-RATE-ERROR
              MOVE 'R' TO DIX-Z-STATUS
           END-IF.
           PERFORM H750-WRITE-DIX-REC.
       H680-END. EXIT.
      * RAPOR SATIRINI DOSYAYA YAZIYORUZ
       H700-WRITE-RPT-REC.
           WRITE RPT-REC.
           IF (NOT RPT-SUCCESS)
              DISPLAY 'UNABLE TO WRITE RPTFILE: ' RPT-ST
              MOVE RPT-ST TO RETURN-CODE
           END-IF.
       H700-END. EXIT.
      * BİLDİRİM KAYDINI DOSYAYA YAZIYORUZ; YAZILAMAZSA BİLDİRİM
      * EKSİK KALACAĞINDAN ÇALIŞMA DURUR
       H750-WRITE-DIX-REC.
           WRITE DIX-REC.
           IF (NOT DIX-SUCCESS)
              DISPLAY 'UNABLE TO WRITE DIXFILE: ' DIX-ST
              MOVE DIX-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
       H750-END. EXIT.
      * AÇILAN DOSYALARI KAPATIYORUZ VE PROGRAMDAN ÇIKIYORUZ
       H999-PROGRAM-EXIT.
           CLOSE CUS-FILE.
           CLOSE DIX-FILE.
           CLOSE RPT-FILE.
           STOP RUN.
       H999-END. EXIT.
      *
