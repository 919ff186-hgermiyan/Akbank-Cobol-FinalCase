       IDENTIFICATION DIVISION.
       PROGRAM-ID. PBE026AM.
       AUTHOR.     Halim Germiyan.
      * ŞÜPHELİ İŞLEM (AML) İZLEME (GECE ÇALIŞMASI): DENETİM
      * İZİNDEKİ BAKİYE HAREKETLERİ ('B') VE VİRMAN BACAKLARI ('T')
      * İŞ TARİHİNDE BİTEN KAYAN BİR İNCELEME PENCERESİ ÜZERİNDEN
      * KURALLARDAN GEÇİRİLİR. KURALLAR:
      *  - ST: PENCEREDE MÜŞTERİNİN HESAPLARINA BİLDİRİM EŞİĞİNİN
      *    HEMEN ALTINDA (AMLTAB) BİRDEN ÇOK YATIRIM YAPILMASI
      *  - HC/HV: PENCEREDEKİ HAREKET ADEDİNİN YA DA TUTARININ
      *    HESABIN PENCERE ÖNCESİ GEÇMİŞİNDEKİ ORTALAMANIN KATLARINA
      *    ÇIKMASI
      *  - RA: YUVARLAK TUTARLI ÇIKAN VİRMANLAR
      *  - RT: HESABA GİREN TUTARIN BİRKAÇ GÜN İÇİNDE BÜYÜK ÖLÇÜDE
      *    GERİ ÇIKMASI
      *  - DR: PBEGIDX 'E' İLE UYKUDAN ÇIKARILAN HESAPTA KISA SÜRE
      *    İÇİNDE HAREKET OLMASI
      * KURAL PARAMETRELERİ PRMFILE'DAN OKUNUR, OKUNAMAZSA
      * VARSAYILANLAR KULLANILIR. KURALA TAKILAN MÜŞTERİ İÇİN VAKA
      * DOSYASINA (CASFILE) MÜŞTERİ, HESAPLAR, KURAL VE HAREKETLERİN
      * REFERANSLARIYLA VAKA AÇILIR; AYNI KURALDA AÇIK VAKASI OLAN YA
      * DA HAREKETLERİ KAPANMIŞ BİR VAKADA İNCELENMİŞ MÜŞTERİ İÇİN
      * YENİ VAKA AÇILMAZ. UYUM BİRİMİNİN KAPATMA KARARLARI (CDCFILE)
      * ÇALIŞMA BAŞINDA İŞLENİR. RAPOR AÇIK VAKALARI MÜŞTERİ ADIYLA
      * MÜŞTERİ BAZINDA LİSTELER. YENİ VAKA YA DA REDDEDİLEN KARAR
      * VARSA RC 4.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUD-FILE   ASSIGN AUDFILE
                             ORGANIZATION SEQUENTIAL
                             STATUS AUD-ST.
           SELECT CUS-FILE   ASSIGN CUSFILE
                             ORGANIZATION INDEXED
                             ACCESS MODE RANDOM
                             RECORD KEY CUS-KEY
                             STATUS CUS-ST.
           SELECT CAS-FILE   ASSIGN CASFILE
                             ORGANIZATION INDEXED
                             ACCESS MODE DYNAMIC
                             RECORD KEY CAS-KEY
                             STATUS CAS-ST.
           SELECT CDC-FILE   ASSIGN TO CDCFILE
                             STATUS CDC-ST.
           SELECT PRM-FILE   ASSIGN TO PRMFILE
                             STATUS PRM-ST.
           SELECT SORT-WORK  ASSIGN TO SORTWK1.
           SELECT RPT-FILE   ASSIGN TO RPTFILE
                             STATUS RPT-ST.
      * İŞ TARİHİ KONTROL DOSYASI: İNCELEME PENCERESİ İŞ TARİHİNDE
      * BİTER
           SELECT BDT-FILE   ASSIGN TO BDTFILE
                             STATUS BDT-ST.
       DATA DIVISION.
       FILE SECTION.
       FD  AUD-FILE RECORDING MODE F.
           COPY AUDREC.

       FD  CUS-FILE.
           COPY CUSREC.

       FD  CAS-FILE.
           COPY CASREC.

      * UYUM BİRİMİNİN VAKA KARARLARI: 'C' VAKAYI KAPATIR
       FD  CDC-FILE RECORDING MODE F.
       01  CDC-REC.
           03 CDC-ID              PIC 9(5).
           03 CDC-RULE            PIC X(2).
           03 CDC-NO              PIC 9(3).
           03 CDC-ACTION          PIC X(1).

      * KURAL PARAMETRELERİ; SIFIR OLAN ALAN İÇİN VARSAYILAN KALIR
       FD  PRM-FILE RECORDING MODE F.
       01  PRM-REC.
      * İNCELEME PENCERESİ VE KARŞILAŞTIRMA GEÇMİŞİ (GÜN)
           03 PRM-WINDOW-DAYS     PIC 9(3).
           03 PRM-HIST-DAYS       PIC 9(3).
      * ST: PENCEREDEKİ EŞİK ALTI YATIRIM SAYISI
           03 PRM-ST-COUNT        PIC 9(3).
      * HC/HV: GEÇMİŞ ORTALAMASININ KAÇ KATI VE EN AZ HAREKET SAYISI
           03 PRM-VOL-FACTOR      PIC 9(3).
           03 PRM-VOL-MIN         PIC 9(3).
      * RA: PENCEREDEKİ YUVARLAK TUTARLI VİRMAN SAYISI
           03 PRM-RA-COUNT        PIC 9(3).
      * RT: GİRİŞTEN SONRA KAÇ GÜN İÇİNDE VE GİRİŞİN YÜZDE KAÇI
           03 PRM-RT-DAYS         PIC 9(3).
           03 PRM-RT-PCT          PIC 9(3).
      * DR: UYKUDAN ÇIKIŞTAN SONRA KAÇ GÜN
           03 PRM-DR-DAYS         PIC 9(3).

       SD  SORT-WORK.
       01  SW-REC.
           03 SW-ID             PIC 9(05).
           03 SW-DVZ            PIC 9(03).
           03 SW-TS-DATE        PIC 9(08).
           03 SW-TS-TIME        PIC 9(06).
           03 SW-FUNC           PIC X(01).
           03 SW-DELTA          PIC S9(15)  COMP-3.
           03 SW-REF            PIC X(12).

       FD  RPT-FILE RECORDING MODE F.
       01  RPT-REC              PIC X(80).

       FD  BDT-FILE RECORDING MODE F.
           COPY BDTREC.

       WORKING-STORAGE SECTION.
       01  WS-WORK-AREA.
           03 AUD-ST            PIC 9(2).
              88 AUD-SUCCESS            VALUE 00 97.
              88 AUD-NOTFND             VALUE 05 35.
              88 AUD-EOF                VALUE 10.
           03 CUS-ST            PIC 9(2).
              88 CUS-SUCCESS            VALUE 00 97.
              88 CUS-NOTFND             VALUE 05 35.
           03 CAS-ST            PIC 9(2).
              88 CAS-SUCCESS            VALUE 00 97.
              88 CAS-NOTFND             VALUE 05 35.
           03 CDC-ST            PIC 9(2).
              88 CDC-SUCCESS            VALUE 00 97.
              88 CDC-EOF                VALUE 10.
           03 PRM-ST            PIC 9(2).
              88 PRM-SUCCESS            VALUE 00 97.
           03 RPT-ST            PIC 9(2).
              88 RPT-SUCCESS            VALUE 00 97.
           03 BDT-ST            PIC 9(2).
              88 BDT-SUCCESS            VALUE 00 97.
           03 WS-SORT-EOF-SW    PIC X(01) VALUE 'N'.
              88 WS-SORT-EOF            VALUE 'Y'.
           03 WS-CAS-EOF-SW     PIC X(01) VALUE 'N'.
              88 WS-CAS-EOF             VALUE 'Y'.
           03 WS-BUSDATE        PIC 9(08).
      * KURAL PARAMETRELERİ (PRMFILE İLE DEĞİŞTİRİLEBİLİR)
           03 WS-P-WINDOW-DAYS  PIC 9(03) VALUE 30.
           03 WS-P-HIST-DAYS    PIC 9(03) VALUE 90.
           03 WS-P-ST-COUNT     PIC 9(03) VALUE 3.
           03 WS-P-VOL-FACTOR   PIC 9(03) VALUE 3.
           03 WS-P-VOL-MIN      PIC 9(03) VALUE 10.
           03 WS-P-RA-COUNT     PIC 9(03) VALUE 2.
           03 WS-P-RT-DAYS      PIC 9(03) VALUE 2.
           03 WS-P-RT-PCT       PIC 9(03) VALUE 90.
           03 WS-P-DR-DAYS      PIC 9(03) VALUE 30.
      * TARİH SINIRLARI: PENCERE BAŞI, GEÇMİŞ BAŞI, RT/DR KURALLARI
      * İÇİN PENCERE ÖNCESİNE BAKILAN BAŞLANGIÇ VE SEÇİM BAŞI
           03 WS-WIN-START      PIC 9(08).
           03 WS-HIST-START     PIC 9(08).
           03 WS-TAB-START      PIC 9(08).
           03 WS-SEL-START      PIC 9(08).
           03 WS-DAY-COUNT      PIC 9(03).
           03 WS-DEADLINE       PIC 9(08).
           03 WS-WRK-DATE       PIC 9(08).
           03 WS-WRK-DATE-R REDEFINES WS-WRK-DATE.
              05 WS-WRK-YY      PIC 9(04).
              05 WS-WRK-MM      PIC 9(02).
              05 WS-WRK-DD      PIC 9(02).
           03 WS-MONTH-DAYS     PIC 9(02).
           03 WS-LEAP-SW        PIC X(01).
              88 WS-LEAP-YEAR           VALUE 'Y'.
           03 WS-LEAP-QUOT      PIC 9(04).
           03 WS-LEAP-REM       PIC 9(04).
      * İŞLENEN MÜŞTERİ VE HESAP
           03 WS-ACCT-SW        PIC X(01) VALUE 'N'.
              88 WS-ACCT-ACTIVE         VALUE 'Y'.
           03 WS-NEW-CUS-SW     PIC X(01).
              88 WS-NEW-CUS             VALUE 'Y'.
           03 WS-NEW-ACC-SW     PIC X(01).
              88 WS-NEW-ACC             VALUE 'Y'.
           03 WS-CUR-ID         PIC 9(05).
           03 WS-CUR-DVZ        PIC 9(03).
      * HESABIN PENCERE VE GEÇMİŞ HAREKET ADET/TUTAR TOPLAMLARI
           03 WS-WIN-CNT        PIC 9(07).
           03 WS-WIN-VAL        PIC S9(17)  COMP-3.
           03 WS-HIST-CNT       PIC 9(07).
           03 WS-HIST-VAL       PIC S9(17)  COMP-3.
           03 WS-CMP-LEFT       PIC S9(18)  COMP-3.
           03 WS-CMP-RIGHT      PIC S9(18)  COMP-3.
           03 WS-ROUND-QUOT     PIC S9(15)  COMP-3.
           03 WS-ROUND-REM      PIC S9(15)  COMP-3.
           03 WS-AML-SW         PIC X(01).
              88 WS-AML-FOUND           VALUE 'Y'.
      * HESABIN KURALA TAKILAN HAREKETLERİ
           03 WS-ACC-HITS       PIC 9(05).
           03 WS-ACC-AMOUNT     PIC S9(15)  COMP-3.
           03 WS-ACC-LAST       PIC 9(08).
           03 WS-MARK-SUB       PIC 9(04).
           03 WS-MOV-SUB        PIC 9(04).
           03 WS-MOV-SUB2       PIC 9(04).
           03 WS-SCAN-FROM      PIC 9(04).
           03 WS-SCAN-SW        PIC X(01).
              88 WS-SCAN-STOP           VALUE 'Y'.
           03 WS-RULE-SUB       PIC 9(02).
           03 WS-ACC-SUB        PIC 9(02).
           03 WS-REF-SUB        PIC 9(03).
           03 WS-REF-COL        PIC 9(02).
           03 WS-REF-IDX        PIC 9(03).
           03 WS-REF-MAX        PIC 9(03).
      * VAKA ARAMA: MÜŞTERİ/KURAL İÇİN AÇIK VAKA, SON SIRA NO VE EN
      * SON KAPANIŞ TARİHİ
           03 WS-CAS-OPEN-SW    PIC X(01).
              88 WS-CAS-OPEN-FOUND      VALUE 'Y'.
           03 WS-CAS-LAST-NO    PIC 9(03).
           03 WS-CAS-LAST-CLOSE PIC 9(08).
           03 WS-DEC-REASON     PIC X(20).
      * RAPOR: MÜŞTERİ KIRILIMI
           03 WS-RPT-SW         PIC X(01) VALUE 'N'.
              88 WS-RPT-VALID           VALUE 'Y'.
           03 WS-RPT-ID         PIC 9(05).
      * ÇALIŞMA SONU ÖZETİ İÇİN SAYAÇLAR
           03 WS-CNT-ACCOUNTS   PIC 9(07) VALUE 0.
           03 WS-CNT-MOVES      PIC 9(07) VALUE 0.
           03 WS-CNT-RAISED     PIC 9(07) VALUE 0.
           03 WS-CNT-SUP-OPEN   PIC 9(07) VALUE 0.
           03 WS-CNT-SUP-REV    PIC 9(07) VALUE 0.
           03 WS-CNT-CLOSED     PIC 9(07) VALUE 0.
           03 WS-CNT-DEC-REJ    PIC 9(07) VALUE 0.
           03 WS-CNT-OPEN       PIC 9(07) VALUE 0.
           03 WS-CNT-OVERFLOW   PIC 9(07) VALUE 0.
      * HESABIN KURALLARA BAKILAN HAREKETLERİ (RT/DR İÇİN PENCERE
      * ÖNCESİNDEN BİR BÖLÜM DAHİL); TABLO DOLARSA FAZLASI ALINMAZ
       01  WS-MOV-AREA.
           03 WS-MOV-COUNT      PIC 9(04) VALUE 0.
           03 WS-MOV-FULL-SW    PIC X(01) VALUE 'N'.
              88 WS-MOV-FULL            VALUE 'Y'.
           03 WS-MOV-ENTRY OCCURS 500 TIMES.
              05 WS-MOV-DATE    PIC 9(08).
              05 WS-MOV-FUNC    PIC X(01).
              05 WS-MOV-DELTA   PIC S9(15)  COMP-3.
              05 WS-MOV-ABS     PIC S9(15)  COMP-3.
              05 WS-MOV-REF     PIC X(12).
              05 WS-MOV-HIT-SW  PIC X(01).
                 88 WS-MOV-HIT          VALUE 'Y'.
      * KURAL KODLARI VE AÇIKLAMALARI; WS-RH-ENTRY AYNI SIRADADIR
       01  WS-RULE-TABLE-INIT.
           05 FILLER PIC X(25) VALUE 'STSTRUCTURING            '.
           05 FILLER PIC X(25) VALUE 'HCHIGH MOVEMENT COUNT    '.
           05 FILLER PIC X(25) VALUE 'HVHIGH MOVEMENT VALUE    '.
           05 FILLER PIC X(25) VALUE 'RAROUND AMOUNT TRANSFERS '.
           05 FILLER PIC X(25) VALUE 'RTRAPID IN AND OUT       '.
           05 FILLER PIC X(25) VALUE 'DRACTIVITY AFTER DORMANCY'.
       01  WS-RULE-TABLE REDEFINES WS-RULE-TABLE-INIT.
           05 WS-RULE-ENTRY OCCURS 6 TIMES INDEXED BY WS-RULE-IDX.
              10 WS-RULE-CODE   PIC X(02).
              10 WS-RULE-DESC   PIC X(23).
      * MÜŞTERİNİN KURAL BAZINDA BİRİKEN İSABETLERİ: TAKILAN
      * HESAPLAR VE REFERANSLAR CASREC İLE AYNI DÜZENDEDİR
       01  WS-RULE-HITS.
           03 WS-RH-ENTRY OCCURS 6 TIMES.
              05 WS-RH-HITS        PIC 9(05).
              05 WS-RH-LAST-DATE   PIC 9(08).
              05 WS-RH-ACCT-AREA.
                 07 WS-RH-ACCT-COUNT  PIC 9(01).
                 07 WS-RH-ACCT OCCURS 5 TIMES.
                    09 WS-RH-A-DVZ    PIC 9(03).
                    09 WS-RH-A-HITS   PIC 9(05).
                    09 WS-RH-A-AMOUNT PIC S9(15) COMP-3.
              05 WS-RH-REF-AREA.
                 07 WS-RH-REF-COUNT   PIC 9(03).
                 07 WS-RH-REF         PIC X(12) OCCURS 10 TIMES.
       COPY CURRTAB.
       COPY AMLTAB.
      * AY GÜN SAYILARI TABLOSU; ŞUBAT ARTIK YILDA H880 İÇİNDE
      * DÜZELTİLİR
       01  WS-DIM-TABLE-INIT.
           05 FILLER PIC X(24) VALUE '312831303130313130313031'.
       01  WS-DIM-TABLE REDEFINES WS-DIM-TABLE-INIT.
           05 WS-DIM-ENTRY OCCURS 12 TIMES PIC 9(02).
      * RAPOR SATIRLARININ BİÇİMİ
       01  WS-HDR-LINE.
           05 FILLER            PIC X(21) VALUE
              'AML MONITORING - DATE'.
           05 FILLER            PIC X(01) VALUE SPACES.
           05 WS-HD-BUSDATE     PIC 9(08).
           05 FILLER            PIC X(13) VALUE ' WINDOW FROM '.
           05 WS-HD-WIN-START   PIC 9(08).
       01  WS-DEC-LINE.
           05 WS-DL-ACTION      PIC X(18).
           05 WS-DL-ID          PIC 9(05).
           05 FILLER            PIC X(01) VALUE SPACES.
           05 WS-DL-RULE        PIC X(02).
           05 FILLER            PIC X(01) VALUE '/'.
           05 WS-DL-NO          PIC 9(03).
           05 FILLER            PIC X(01) VALUE SPACES.
           05 WS-DL-REASON      PIC X(20).
       01  WS-TITLE-LINE.
           05 FILLER            PIC X(22) VALUE
              'OPEN CASES BY CUSTOMER'.
       01  WS-CUS-LINE.
           05 FILLER            PIC X(09) VALUE 'CUSTOMER '.
           05 WS-CL-ID          PIC 9(05).
           05 FILLER            PIC X(01) VALUE SPACES.
           05 WS-CL-NAME        PIC X(30).
       01  WS-CASE-LINE.
           05 FILLER            PIC X(08) VALUE '   CASE '.
           05 WS-CS-RULE        PIC X(02).
           05 FILLER            PIC X(01) VALUE '/'.
           05 WS-CS-NO          PIC 9(03).
           05 FILLER            PIC X(01) VALUE SPACES.
           05 WS-CS-DESC        PIC X(23).
           05 FILLER            PIC X(01) VALUE SPACES.
           05 WS-CS-NEW         PIC X(03).
           05 FILLER            PIC X(08) VALUE ' OPENED '.
           05 WS-CS-OPEN-DATE   PIC 9(08).
           05 FILLER            PIC X(06) VALUE ' REFS '.
           05 WS-CS-REFS        PIC ZZ9.
       01  WS-ACCT-LINE.
           05 FILLER            PIC X(14) VALUE '      ACCOUNT '.
           05 WS-AL-ID          PIC 9(05).
           05 FILLER            PIC X(01) VALUE '-'.
           05 WS-AL-DVZ         PIC 9(03).
           05 FILLER            PIC X(01) VALUE SPACES.
           05 WS-AL-CURR        PIC X(10).
           05 FILLER            PIC X(06) VALUE ' HITS '.
           05 WS-AL-HITS        PIC ZZZZ9.
           05 FILLER            PIC X(08) VALUE ' AMOUNT '.
           05 WS-AL-AMOUNT      PIC Z(14)9.
       01  WS-REF-LINE.
           05 WS-RF-LABEL       PIC X(11).
           05 WS-RF-ENTRY OCCURS 5 TIMES.
              07 WS-RF-REF      PIC X(12).
              07 WS-RF-SEP      PIC X(01).
       01  WS-TOTAL-LINE.
           05 WS-TT-LABEL       PIC X(20).
           05 WS-TT-COUNT       PIC ZZZ,ZZ9.
      *--------------------
       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM H100-OPEN-FILES.
           PERFORM H150-READ-BUSDATE.
           PERFORM H160-READ-PARMS.
           PERFORM H170-SET-WINDOW.
           PERFORM H180-WRITE-HEADER.
           PERFORM H190-APPLY-DECISIONS.
           PERFORM H200-SORT-DATA.
           PERFORM H650-REVIEW-REPORT.
           PERFORM H800-WRITE-SUMMARY.
           PERFORM H999-PROGRAM-EXIT.
       0000-END. EXIT.
      * VAKA DOSYASI İLK ÇALIŞMADA HENÜZ YOKSA OLUŞTURULUR
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
           OPEN I-O CAS-FILE.
           IF (NOT CAS-SUCCESS)
              IF CAS-NOTFND
                 OPEN OUTPUT CAS-FILE
                 CLOSE CAS-FILE
                 OPEN I-O CAS-FILE
              END-IF
              IF (NOT CAS-SUCCESS)
                 DISPLAY 'UNABLE TO OPEN CASFILE: ' CAS-ST
                 MOVE CAS-ST TO RETURN-CODE
                 PERFORM H999-PROGRAM-EXIT
              END-IF
           END-IF.
       H100-END. EXIT.
      * İŞ TARİHİNİ OKUYORUZ; İNCELEME PENCERESİ BU TARİHTE BİTER
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
           CLOSE BDT-FILE.
       H150-END. EXIT.
      * KURAL PARAMETRELERİNİ OKUYORUZ; PRMFILE YOKSA YA DA BOŞSA
      * VARSAYILANLAR KULLANILIR, SIFIR GELEN ALAN VARSAYILANI BOZMAZ
       H160-READ-PARMS.
           OPEN INPUT PRM-FILE.
           IF PRM-SUCCESS
              READ PRM-FILE
                 AT END CONTINUE
              END-READ
              IF PRM-SUCCESS
                 IF PRM-WINDOW-DAYS > 0
                    MOVE PRM-WINDOW-DAYS TO WS-P-WINDOW-DAYS
                 END-IF
                 IF PRM-HIST-DAYS > 0
                    MOVE PRM-HIST-DAYS   TO WS-P-HIST-DAYS
                 END-IF
                 IF PRM-ST-COUNT > 0
                    MOVE PRM-ST-COUNT    TO WS-P-ST-COUNT
                 END-IF
                 IF PRM-VOL-FACTOR > 0
                    MOVE PRM-VOL-FACTOR  TO WS-P-VOL-FACTOR
                 END-IF
                 IF PRM-VOL-MIN > 0
                    MOVE PRM-VOL-MIN     TO WS-P-VOL-MIN
                 END-IF
                 IF PRM-RA-COUNT > 0
                    MOVE PRM-RA-COUNT    TO WS-P-RA-COUNT
                 END-IF
                 IF PRM-RT-DAYS > 0
                    MOVE PRM-RT-DAYS     TO WS-P-RT-DAYS
                 END-IF
                 IF PRM-RT-PCT > 0
                    MOVE PRM-RT-PCT      TO WS-P-RT-PCT
                 END-IF
                 IF PRM-DR-DAYS > 0
                    MOVE PRM-DR-DAYS     TO WS-P-DR-DAYS
                 END-IF
              END-IF
              CLOSE PRM-FILE
           ELSE
              DISPLAY 'PRMFILE NOT FOUND, USING DEFAULT RULES'
           END-IF.
       H160-END. EXIT.
      * TARİH SINIRLARINI HESAPLIYORUZ: PENCERE İŞ TARİHİ DAHİL
      * GERİYE DOĞRU WS-P-WINDOW-DAYS GÜNDÜR, GEÇMİŞ PENCERENİN
      * HEMEN ÖNCESİNDEKİ WS-P-HIST-DAYS GÜNDÜR. RT VE DR KURALLARI
      * PENCERE BAŞINDAN ÖNCEKİ GİRİŞ/UYKUDAN ÇIKIŞ KAYITLARINI DA
      * GÖREBİLSİN DİYE TABLOYA DAHA GERİDEN BAŞLANIR
       H170-SET-WINDOW.
           MOVE WS-BUSDATE TO WS-WRK-DATE.
           COMPUTE WS-DAY-COUNT = WS-P-WINDOW-DAYS - 1.
           PERFORM H870-SUB-ONE-DAY WS-DAY-COUNT TIMES.
           MOVE WS-WRK-DATE TO WS-WIN-START.
           PERFORM H870-SUB-ONE-DAY WS-P-HIST-DAYS TIMES.
           MOVE WS-WRK-DATE TO WS-HIST-START.
           IF WS-P-RT-DAYS > WS-P-DR-DAYS
              MOVE WS-P-RT-DAYS TO WS-DAY-COUNT
           ELSE
              MOVE WS-P-DR-DAYS TO WS-DAY-COUNT
           END-IF.
           MOVE WS-WIN-START TO WS-WRK-DATE.
           PERFORM H870-SUB-ONE-DAY WS-DAY-COUNT TIMES.
           MOVE WS-WRK-DATE TO WS-TAB-START.
           IF WS-TAB-START < WS-HIST-START
              MOVE WS-TAB-START  TO WS-SEL-START
           ELSE
              MOVE WS-HIST-START TO WS-SEL-START
           END-IF.
       H170-END. EXIT.
      * KULLANILAN İŞ TARİHİNİ VE PENCERE BAŞINI RAPORUN BAŞINA
      * YAZIYORUZ
       H180-WRITE-HEADER.
           MOVE WS-BUSDATE   TO WS-HD-BUSDATE.
           MOVE WS-WIN-START TO WS-HD-WIN-START.
           MOVE SPACES       TO RPT-REC.
           MOVE WS-HDR-LINE  TO RPT-REC.
           PERFORM H700-WRITE-RPT-REC.
       H180-END. EXIT.
      * UYUM BİRİMİNİN KARARLARINI İŞLİYORUZ; KAPATILAN VAKA
      * KAPANIŞ TARİHİNE KADARKİ HAREKETLER İÇİN YENİDEN AÇILMAZ.
      * CDCFILE YOKSA KARAR YOK DEMEKTİR
       H190-APPLY-DECISIONS.
           OPEN INPUT CDC-FILE.
           IF CDC-SUCCESS
              PERFORM H195-DECISION-LOOP UNTIL CDC-EOF
              CLOSE CDC-FILE
           END-IF.
       H190-END. EXIT.

       H195-DECISION-LOOP.
           READ CDC-FILE
                AT END SET CDC-EOF TO TRUE
           END-READ.
           IF (NOT CDC-EOF)
              MOVE SPACES   TO WS-DEC-REASON
              MOVE CDC-ID   TO CAS-ID
              MOVE CDC-RULE TO CAS-RULE
              MOVE CDC-NO   TO CAS-NO
              READ CAS-FILE
                 INVALID KEY
                    MOVE 'CASE NOT FOUND' TO WS-DEC-REASON
              END-READ
              IF WS-DEC-REASON = SPACES
                 EVALUATE TRUE
                    WHEN CDC-ACTION NOT = 'C'
                       MOVE 'INVALID ACTION'      TO WS-DEC-REASON
                    WHEN CAS-CLOSED
                       MOVE 'CASE ALREADY CLOSED' TO WS-DEC-REASON
                    WHEN OTHER
                       MOVE 'C'        TO CAS-STATUS
                       MOVE WS-BUSDATE TO CAS-CLOSE-DATE
                       REWRITE CAS-REC
                          INVALID KEY
                             DISPLAY 'UNABLE TO REWRITE CASFILE: '
                                     CAS-ST
                             MOVE 12 TO RETURN-CODE
                             PERFORM H999-PROGRAM-EXIT
                       END-REWRITE
                 END-EVALUATE
              END-IF
              MOVE CDC-ID   TO WS-DL-ID
              MOVE CDC-RULE TO WS-DL-RULE
              MOVE CDC-NO   TO WS-DL-NO
              MOVE WS-DEC-REASON TO WS-DL-REASON
              IF WS-DEC-REASON = SPACES
                 MOVE 'CASE CLOSED       ' TO WS-DL-ACTION
                 ADD 1 TO WS-CNT-CLOSED
              ELSE
                 MOVE 'DECISION REJECTED ' TO WS-DL-ACTION
                 ADD 1 TO WS-CNT-DEC-REJ
              END-IF
              MOVE SPACES      TO RPT-REC
              MOVE WS-DEC-LINE TO RPT-REC
              PERFORM H700-WRITE-RPT-REC
           END-IF.
       H195-END. EXIT.
      * SEÇİLEN HAREKETLERİ MÜŞTERİ, HESAP VE ZAMAN SIRASINA DİZİP
      * KURALLARI HESAP HESAP UYGULUYORUZ
       H200-SORT-DATA.
           SORT SORT-WORK
              ON ASCENDING KEY SW-ID
              ON ASCENDING KEY SW-DVZ
              ON ASCENDING KEY SW-TS-DATE
              ON ASCENDING KEY SW-TS-TIME
              INPUT PROCEDURE H210-LOAD-SORT
              OUTPUT PROCEDURE H400-CHECK-ACCOUNTS.
       H200-END. EXIT.
      * DENETİM İZİ HİÇ OLUŞMAMIŞSA İNCELENECEK HAREKET YOKTUR
       H210-LOAD-SORT.
           OPEN INPUT AUD-FILE.
           IF (NOT AUD-SUCCESS)
              IF (NOT AUD-NOTFND)
                 DISPLAY 'UNABLE TO OPEN AUDFILE: ' AUD-ST
                 MOVE AUD-ST TO RETURN-CODE
              END-IF
           ELSE
              PERFORM H220-LOAD-AUD-LOOP UNTIL AUD-EOF
              CLOSE AUD-FILE
           END-IF.
       H210-END. EXIT.
      * SEÇİM BAŞI İLE İŞ TARİHİ ARASINDAKİ BAKİYE HAREKETLERİ,
      * VİRMAN BACAKLARI VE UYKUDAN ÇIKIŞ KAYITLARI SEÇİLİR
       H220-LOAD-AUD-LOOP.
           READ AUD-FILE
                AT END SET AUD-EOF TO TRUE
           END-READ.
           IF (NOT AUD-EOF)
              IF (AUD-TS-DATE NOT < WS-SEL-START)
                 AND (AUD-TS-DATE NOT > WS-BUSDATE)
                 AND (AUD-FUNC = 'B' OR 'T' OR 'E')
                 MOVE AUD-ID      TO SW-ID
                 MOVE AUD-DVZ     TO SW-DVZ
                 MOVE AUD-TS-DATE TO SW-TS-DATE
                 MOVE AUD-TS-TIME TO SW-TS-TIME
                 MOVE AUD-FUNC    TO SW-FUNC
                 COMPUTE SW-DELTA = AUD-NEW-BALLANCE
                                  - AUD-OLD-BALLANCE
                 MOVE AUD-REF     TO SW-REF
                 RELEASE SW-REC
                 ADD 1 TO WS-CNT-MOVES
              END-IF
           END-IF.
       H220-END. EXIT.

       H400-CHECK-ACCOUNTS.
           PERFORM H410-ACCOUNT-LOOP UNTIL WS-SORT-EOF.
       H400-END. EXIT.
      * HESAP DEĞİŞİNCE ÖNCEKİ HESABIN KURALLARI UYGULANIR, MÜŞTERİ
      * DEĞİŞİNCE ÖNCEKİ MÜŞTERİNİN İSABETLERİ İÇİN VAKA AÇILIR
       H410-ACCOUNT-LOOP.
           RETURN SORT-WORK
                AT END SET WS-SORT-EOF TO TRUE
           END-RETURN.
           IF WS-SORT-EOF
              IF WS-ACCT-ACTIVE
                 PERFORM H500-EVALUATE-ACCOUNT
                 PERFORM H590-END-CUSTOMER
              END-IF
           ELSE
              MOVE 'N' TO WS-NEW-CUS-SW
              MOVE 'N' TO WS-NEW-ACC-SW
              IF (NOT WS-ACCT-ACTIVE) OR (SW-ID NOT = WS-CUR-ID)
                 MOVE 'Y' TO WS-NEW-CUS-SW
                 MOVE 'Y' TO WS-NEW-ACC-SW
              ELSE
                 IF SW-DVZ NOT = WS-CUR-DVZ
                    MOVE 'Y' TO WS-NEW-ACC-SW
                 END-IF
              END-IF
              IF WS-NEW-ACC AND WS-ACCT-ACTIVE
                 PERFORM H500-EVALUATE-ACCOUNT
                 IF WS-NEW-CUS
                    PERFORM H590-END-CUSTOMER
                 END-IF
              END-IF
              IF WS-NEW-CUS
                 PERFORM H420-START-CUSTOMER
              END-IF
              IF WS-NEW-ACC
                 PERFORM H425-START-ACCOUNT
              END-IF
              PERFORM H430-ADD-MOVEMENT
           END-IF.
       H410-END. EXIT.
      * MÜŞTERİNİN KURAL İSABETLERİNİ SIFIRLIYORUZ
       H420-START-CUSTOMER.
           MOVE SW-ID TO WS-CUR-ID.
           PERFORM H422-CLEAR-RULE
                   VARYING WS-RULE-SUB FROM 1 BY 1
                   UNTIL WS-RULE-SUB > 6.
       H420-END. EXIT.

       H422-CLEAR-RULE.
           MOVE 0 TO WS-RH-HITS (WS-RULE-SUB).
           MOVE 0 TO WS-RH-LAST-DATE (WS-RULE-SUB).
           MOVE 0 TO WS-RH-ACCT-COUNT (WS-RULE-SUB).
           MOVE 0 TO WS-RH-REF-COUNT (WS-RULE-SUB).
       H422-END. EXIT.

       H425-START-ACCOUNT.
           MOVE SW-DVZ TO WS-CUR-DVZ.
           MOVE 'Y'    TO WS-ACCT-SW.
           MOVE 0      TO WS-WIN-CNT.
           MOVE 0      TO WS-WIN-VAL.
           MOVE 0      TO WS-HIST-CNT.
           MOVE 0      TO WS-HIST-VAL.
           MOVE 0      TO WS-MOV-COUNT.
           MOVE 'N'    TO WS-MOV-FULL-SW.
       H425-END. EXIT.
      * HAREKETİ PENCERE YA DA GEÇMİŞ TOPLAMINA EKLİYORUZ; KURALLARIN
      * BAKTIĞI DÖNEMDEYSE TABLOYA ALIYORUZ
       H430-ADD-MOVEMENT.
           IF SW-FUNC NOT = 'E'
              IF SW-TS-DATE < WS-WIN-START
                 IF SW-TS-DATE NOT < WS-HIST-START
                    ADD 1 TO WS-HIST-CNT
                    IF SW-DELTA < 0
                       SUBTRACT SW-DELTA FROM WS-HIST-VAL
                    ELSE
                       ADD SW-DELTA TO WS-HIST-VAL
                    END-IF
                 END-IF
              ELSE
                 ADD 1 TO WS-WIN-CNT
                 IF SW-DELTA < 0
                    SUBTRACT SW-DELTA FROM WS-WIN-VAL
                 ELSE
                    ADD SW-DELTA TO WS-WIN-VAL
                 END-IF
              END-IF
           END-IF.
           IF SW-TS-DATE NOT < WS-TAB-START
              IF WS-MOV-COUNT < 500
                 ADD 1 TO WS-MOV-COUNT
                 MOVE SW-TS-DATE TO WS-MOV-DATE (WS-MOV-COUNT)
                 MOVE SW-FUNC    TO WS-MOV-FUNC (WS-MOV-COUNT)
                 MOVE SW-DELTA   TO WS-MOV-DELTA (WS-MOV-COUNT)
                 IF SW-DELTA < 0
                    COMPUTE WS-MOV-ABS (WS-MOV-COUNT) = 0 - SW-DELTA
                 ELSE
                    MOVE SW-DELTA TO WS-MOV-ABS (WS-MOV-COUNT)
                 END-IF
                 MOVE SW-REF     TO WS-MOV-REF (WS-MOV-COUNT)
                 MOVE 'N'        TO WS-MOV-HIT-SW (WS-MOV-COUNT)
              ELSE
                 IF (NOT WS-MOV-FULL)
                    MOVE 'Y' TO WS-MOV-FULL-SW
                    ADD 1 TO WS-CNT-OVERFLOW
                    DISPLAY 'MOVEMENT TABLE FULL FOR ACCOUNT '
                            WS-CUR-ID '-' WS-CUR-DVZ
                 END-IF
              END-IF
           END-IF.
       H430-END. EXIT.
      * HESABA KURALLARI UYGULUYORUZ; DÖVİZE BAĞLI TUTAR KURALLARI
      * AMLTAB'DA OLMAYAN DÖVİZ İÇİN ATLANIR
       H500-EVALUATE-ACCOUNT.
           ADD 1 TO WS-CNT-ACCOUNTS.
           MOVE 'N' TO WS-AML-SW.
           SET WS-AML-IDX TO 1.
           SEARCH WS-AML-ENTRY
              AT END
                 CONTINUE
              WHEN WS-AML-DVZ (WS-AML-IDX) = WS-CUR-DVZ
                 MOVE 'Y' TO WS-AML-SW
           END-SEARCH.
           IF WS-AML-FOUND
              PERFORM H510-RULE-ST
              PERFORM H530-RULE-RA
           END-IF.
           PERFORM H520-RULE-VOLUME.
           PERFORM H540-RULE-RT.
           PERFORM H550-RULE-DR.
       H500-END. EXIT.
      * ST: PENCEREDEKİ, TUTARI EŞİĞİN HEMEN ALTINDAKİ BANTTA
      * KALAN YATIRIMLAR. SAYI MÜŞTERİNİN TÜM HESAPLARI ÜZERİNDEN
      * H590'DA DEĞERLENDİRİLİR
       H510-RULE-ST.
           PERFORM H580-CLEAR-FLAGS.
           PERFORM H515-CHECK-ST
                   VARYING WS-MOV-SUB FROM 1 BY 1
                   UNTIL WS-MOV-SUB > WS-MOV-COUNT.
           IF WS-ACC-HITS > 0
              MOVE 1 TO WS-RULE-SUB
              PERFORM H588-COMMIT-HITS
           END-IF.
       H510-END. EXIT.

       H515-CHECK-ST.
           IF (WS-MOV-DATE (WS-MOV-SUB) NOT < WS-WIN-START)
              AND (WS-MOV-FUNC (WS-MOV-SUB) = 'B')
              AND (WS-MOV-DELTA (WS-MOV-SUB) > 0)
              AND (WS-MOV-DELTA (WS-MOV-SUB)
                     NOT < WS-AML-NEAR-AMT (WS-AML-IDX))
              AND (WS-MOV-DELTA (WS-MOV-SUB)
                     < WS-AML-REPORT-AMT (WS-AML-IDX))
              MOVE WS-MOV-SUB TO WS-MARK-SUB
              PERFORM H585-MARK-MOVEMENT
           END-IF.
       H515-END. EXIT.
      * HC/HV: PENCEREDEKİ ADET YA DA TUTAR, GÜN BAŞINA ORANLANDIĞINDA
      * GEÇMİŞİN WS-P-VOL-FACTOR KATINA ULAŞIYORSA. BÖLME YAPMAMAK
      * İÇİN İKİ TARAF DİĞERİNİN GÜN SAYISIYLA ÇARPILIR. GEÇMİŞİ
      * OLMAYAN HESAP KARŞILAŞTIRILAMAZ
       H520-RULE-VOLUME.
           IF (WS-HIST-CNT > 0) AND (WS-WIN-CNT NOT < WS-P-VOL-MIN)
              COMPUTE WS-CMP-LEFT  = WS-WIN-CNT * WS-P-HIST-DAYS
              COMPUTE WS-CMP-RIGHT = WS-HIST-CNT * WS-P-WINDOW-DAYS
                                   * WS-P-VOL-FACTOR
              IF WS-CMP-LEFT NOT < WS-CMP-RIGHT
                 MOVE 2 TO WS-RULE-SUB
                 PERFORM H525-MARK-WINDOW
              END-IF
              COMPUTE WS-CMP-LEFT  = WS-WIN-VAL * WS-P-HIST-DAYS
              COMPUTE WS-CMP-RIGHT = WS-HIST-VAL * WS-P-WINDOW-DAYS
                                   * WS-P-VOL-FACTOR
              IF (WS-HIST-VAL > 0) AND
                 (WS-CMP-LEFT NOT < WS-CMP-RIGHT)
                 MOVE 3 TO WS-RULE-SUB
                 PERFORM H525-MARK-WINDOW
              END-IF
           END-IF.
       H520-END. EXIT.
      * PENCEREDEKİ TÜM HAREKETLER VAKAYA GİRER
       H525-MARK-WINDOW.
           PERFORM H580-CLEAR-FLAGS.
           PERFORM H527-CHECK-WINDOW
                   VARYING WS-MOV-SUB FROM 1 BY 1
                   UNTIL WS-MOV-SUB > WS-MOV-COUNT.
           IF WS-ACC-HITS > 0
              PERFORM H588-COMMIT-HITS
           END-IF.
       H525-END. EXIT.

       H527-CHECK-WINDOW.
           IF (WS-MOV-DATE (WS-MOV-SUB) NOT < WS-WIN-START)
              AND (WS-MOV-FUNC (WS-MOV-SUB) NOT = 'E')
              MOVE WS-MOV-SUB TO WS-MARK-SUB
              PERFORM H585-MARK-MOVEMENT
           END-IF.
       H527-END. EXIT.
      * RA: PENCEREDEKİ, EN AZ YUVARLAK TUTAR SINIRINDA VE YUVARLAK
      * TUTAR BİRİMİNİN TAM KATI OLAN ÇIKAN VİRMAN BACAKLARI
       H530-RULE-RA.
           PERFORM H580-CLEAR-FLAGS.
           PERFORM H535-CHECK-RA
                   VARYING WS-MOV-SUB FROM 1 BY 1
                   UNTIL WS-MOV-SUB > WS-MOV-COUNT.
           IF (WS-ACC-HITS > 0) AND (WS-ACC-HITS NOT < WS-P-RA-COUNT)
              MOVE 4 TO WS-RULE-SUB
              PERFORM H588-COMMIT-HITS
           END-IF.
       H530-END. EXIT.

       H535-CHECK-RA.
           IF (WS-MOV-DATE (WS-MOV-SUB) NOT < WS-WIN-START)
              AND (WS-MOV-FUNC (WS-MOV-SUB) = 'T')
              AND (WS-MOV-DELTA (WS-MOV-SUB) < 0)
              AND (WS-MOV-ABS (WS-MOV-SUB)
                     NOT < WS-AML-ROUND-MIN (WS-AML-IDX))
              DIVIDE WS-MOV-ABS (WS-MOV-SUB)
                  BY WS-AML-ROUND-UNIT (WS-AML-IDX)
                  GIVING WS-ROUND-QUOT REMAINDER WS-ROUND-REM
              IF WS-ROUND-REM = 0
                 MOVE WS-MOV-SUB TO WS-MARK-SUB
                 PERFORM H585-MARK-MOVEMENT
              END-IF
           END-IF.
       H535-END. EXIT.
      * RT: HESABA GİREN HER TUTAR İÇİN WS-P-RT-DAYS GÜN İÇİNDE,
      * GİRİŞİN EN AZ WS-P-RT-PCT YÜZDESİ KADAR BİR ÇIKIŞ ARANIR.
      * ÇIKIŞ PENCERE İÇİNDE OLMALIDIR; GİRİŞ PENCERE ÖNCESİNDE
      * OLABİLİR
       H540-RULE-RT.
           PERFORM H580-CLEAR-FLAGS.
           PERFORM H545-CHECK-RT
                   VARYING WS-MOV-SUB FROM 1 BY 1
                   UNTIL WS-MOV-SUB > WS-MOV-COUNT.
           IF WS-ACC-HITS > 0
              MOVE 5 TO WS-RULE-SUB
              PERFORM H588-COMMIT-HITS
           END-IF.
       H540-END. EXIT.

       H545-CHECK-RT.
           IF (WS-MOV-FUNC (WS-MOV-SUB) NOT = 'E')
              AND (WS-MOV-DELTA (WS-MOV-SUB) > 0)
              MOVE WS-MOV-DATE (WS-MOV-SUB) TO WS-WRK-DATE
              PERFORM H860-ADD-ONE-DAY WS-P-RT-DAYS TIMES
              MOVE WS-WRK-DATE TO WS-DEADLINE
              MOVE 'N' TO WS-SCAN-SW
              COMPUTE WS-SCAN-FROM = WS-MOV-SUB + 1
              PERFORM H547-SCAN-RT
                      VARYING WS-MOV-SUB2 FROM WS-SCAN-FROM BY 1
                      UNTIL (WS-MOV-SUB2 > WS-MOV-COUNT)
                         OR WS-SCAN-STOP
           END-IF.
       H545-END. EXIT.

       H547-SCAN-RT.
           IF WS-MOV-DATE (WS-MOV-SUB2) > WS-DEADLINE
              MOVE 'Y' TO WS-SCAN-SW
           ELSE
              COMPUTE WS-CMP-LEFT  = WS-MOV-ABS (WS-MOV-SUB2) * 100
              COMPUTE WS-CMP-RIGHT = WS-MOV-ABS (WS-MOV-SUB)
                                   * WS-P-RT-PCT
              IF (WS-MOV-FUNC (WS-MOV-SUB2) NOT = 'E')
                 AND (WS-MOV-DELTA (WS-MOV-SUB2) < 0)
                 AND (WS-MOV-DATE (WS-MOV-SUB2) NOT < WS-WIN-START)
                 AND (WS-CMP-LEFT NOT < WS-CMP-RIGHT)
                 MOVE WS-MOV-SUB  TO WS-MARK-SUB
                 PERFORM H585-MARK-MOVEMENT
                 MOVE WS-MOV-SUB2 TO WS-MARK-SUB
                 PERFORM H585-MARK-MOVEMENT
                 MOVE 'Y' TO WS-SCAN-SW
              END-IF
           END-IF.
       H547-END. EXIT.
      * DR: UYKUDAN ÇIKIŞ ('E') KAYDINDAN SONRAKİ WS-P-DR-DAYS GÜN
      * İÇİNDE PENCEREYE DÜŞEN TÜM HAREKETLER
       H550-RULE-DR.
           PERFORM H580-CLEAR-FLAGS.
           PERFORM H555-CHECK-DR
                   VARYING WS-MOV-SUB FROM 1 BY 1
                   UNTIL WS-MOV-SUB > WS-MOV-COUNT.
           IF WS-ACC-HITS > 0
              MOVE 6 TO WS-RULE-SUB
              PERFORM H588-COMMIT-HITS
           END-IF.
       H550-END. EXIT.

       H555-CHECK-DR.
           IF WS-MOV-FUNC (WS-MOV-SUB) = 'E'
              MOVE WS-MOV-DATE (WS-MOV-SUB) TO WS-WRK-DATE
              PERFORM H860-ADD-ONE-DAY WS-P-DR-DAYS TIMES
              MOVE WS-WRK-DATE TO WS-DEADLINE
              MOVE 'N' TO WS-SCAN-SW
              COMPUTE WS-SCAN-FROM = WS-MOV-SUB + 1
              PERFORM H557-SCAN-DR
                      VARYING WS-MOV-SUB2 FROM WS-SCAN-FROM BY 1
                      UNTIL (WS-MOV-SUB2 > WS-MOV-COUNT)
                         OR WS-SCAN-STOP
           END-IF.
       H555-END. EXIT.

       H557-SCAN-DR.
           IF WS-MOV-DATE (WS-MOV-SUB2) > WS-DEADLINE
              MOVE 'Y' TO WS-SCAN-SW
           ELSE
              IF (WS-MOV-FUNC (WS-MOV-SUB2) NOT = 'E')
                 AND (WS-MOV-DATE (WS-MOV-SUB2) NOT < WS-WIN-START)
                 MOVE WS-MOV-SUB2 TO WS-MARK-SUB
                 PERFORM H585-MARK-MOVEMENT
              END-IF
           END-IF.
       H557-END. EXIT.
      * HESABIN İŞARETLERİNİ VE İSABET TOPLAMLARINI SIFIRLIYORUZ
       H580-CLEAR-FLAGS.
           MOVE 0 TO WS-ACC-HITS.
           MOVE 0 TO WS-ACC-AMOUNT.
           MOVE 0 TO WS-ACC-LAST.
           PERFORM H582-CLEAR-FLAG
                   VARYING WS-MOV-SUB FROM 1 BY 1
                   UNTIL WS-MOV-SUB > WS-MOV-COUNT.
       H580-END. EXIT.

       H582-CLEAR-FLAG.
           MOVE 'N' TO WS-MOV-HIT-SW (WS-MOV-SUB).
       H582-END. EXIT.
      * HAREKETİ KURALA TAKILDI OLARAK İŞARETLİYORUZ; AYNI HAREKET
      * BİR KURALDA İKİ KEZ SAYILMAZ
       H585-MARK-MOVEMENT.
           IF (NOT WS-MOV-HIT (WS-MARK-SUB))
              MOVE 'Y' TO WS-MOV-HIT-SW (WS-MARK-SUB)
              ADD 1 TO WS-ACC-HITS
              ADD WS-MOV-ABS (WS-MARK-SUB) TO WS-ACC-AMOUNT
              IF WS-MOV-DATE (WS-MARK-SUB) > WS-ACC-LAST
                 MOVE WS-MOV-DATE (WS-MARK-SUB) TO WS-ACC-LAST
              END-IF
           END-IF.
       H585-END. EXIT.
      * HESABIN İSABETLERİNİ MÜŞTERİNİN KURAL TOPLAMINA EKLİYORUZ:
      * HESAP, SAYI, TUTAR VE İŞARETLİ HAREKETLERİN REFERANSLARI
       H588-COMMIT-HITS.
           IF WS-RH-ACCT-COUNT (WS-RULE-SUB) < 5
              ADD 1 TO WS-RH-ACCT-COUNT (WS-RULE-SUB)
              MOVE WS-RH-ACCT-COUNT (WS-RULE-SUB) TO WS-ACC-SUB
              MOVE WS-CUR-DVZ
                 TO WS-RH-A-DVZ (WS-RULE-SUB WS-ACC-SUB)
              MOVE WS-ACC-HITS
                 TO WS-RH-A-HITS (WS-RULE-SUB WS-ACC-SUB)
              MOVE WS-ACC-AMOUNT
                 TO WS-RH-A-AMOUNT (WS-RULE-SUB WS-ACC-SUB)
           END-IF.
           ADD WS-ACC-HITS TO WS-RH-HITS (WS-RULE-SUB).
           IF WS-ACC-LAST > WS-RH-LAST-DATE (WS-RULE-SUB)
              MOVE WS-ACC-LAST TO WS-RH-LAST-DATE (WS-RULE-SUB)
           END-IF.
           PERFORM H589-COMMIT-REF
                   VARYING WS-MOV-SUB FROM 1 BY 1
                   UNTIL WS-MOV-SUB > WS-MOV-COUNT.
       H588-END. EXIT.

       H589-COMMIT-REF.
           IF WS-MOV-HIT (WS-MOV-SUB)
              AND (WS-MOV-REF (WS-MOV-SUB) NOT = SPACES)
              AND (WS-RH-REF-COUNT (WS-RULE-SUB) < 999)
              ADD 1 TO WS-RH-REF-COUNT (WS-RULE-SUB)
              MOVE WS-RH-REF-COUNT (WS-RULE-SUB) TO WS-REF-IDX
              IF WS-REF-IDX NOT > 10
                 MOVE WS-MOV-REF (WS-MOV-SUB)
                    TO WS-RH-REF (WS-RULE-SUB WS-REF-IDX)
              END-IF
           END-IF.
       H589-END. EXIT.
      * MÜŞTERİNİN HESAPLARI BİTTİ: ST İÇİN TÜM HESAPLARDAKİ EŞİK
      * ALTI YATIRIM SAYISI, DİĞER KURALLAR İÇİN TAKILAN HESAP
      * OLMASI YETERLİDİR
       H590-END-CUSTOMER.
           PERFORM H595-CHECK-RULE
                   VARYING WS-RULE-SUB FROM 1 BY 1
                   UNTIL WS-RULE-SUB > 6.
       H590-END. EXIT.

       H595-CHECK-RULE.
           IF WS-RULE-SUB = 1
              IF (WS-RH-HITS (WS-RULE-SUB) > 0) AND
                 (WS-RH-HITS (WS-RULE-SUB) NOT < WS-P-ST-COUNT)
                 PERFORM H600-RAISE-CASE
              END-IF
           ELSE
              IF WS-RH-ACCT-COUNT (WS-RULE-SUB) > 0
                 PERFORM H600-RAISE-CASE
              END-IF
           END-IF.
       H595-END. EXIT.
      * MÜŞTERİ VE KURAL İÇİN VAKALARI TARIYORUZ: AÇIK VAKA VARSA YA
      * DA İSABETLERİN HEPSİ SON KAPANAN VAKANIN KAPANIŞINDAN ÖNCEYSE
      * (İNCELENMİŞ) VAKA AÇILMAZ; YOKSA SONRAKİ SIRA NO İLE AÇILIR
       H600-RAISE-CASE.
           MOVE 'N' TO WS-CAS-OPEN-SW.
           MOVE 0   TO WS-CAS-LAST-NO.
           MOVE 0   TO WS-CAS-LAST-CLOSE.
           MOVE 'N' TO WS-CAS-EOF-SW.
           MOVE WS-CUR-ID                  TO CAS-ID.
           MOVE WS-RULE-CODE (WS-RULE-SUB) TO CAS-RULE.
           MOVE 0                          TO CAS-NO.
           START CAS-FILE KEY IS NOT LESS THAN CAS-KEY
              INVALID KEY
                 MOVE 'Y' TO WS-CAS-EOF-SW
           END-START.
           PERFORM H610-SCAN-CASES UNTIL WS-CAS-EOF.
           EVALUATE TRUE
              WHEN WS-CAS-OPEN-FOUND
                 ADD 1 TO WS-CNT-SUP-OPEN
              WHEN WS-RH-LAST-DATE (WS-RULE-SUB)
                     NOT > WS-CAS-LAST-CLOSE
                 ADD 1 TO WS-CNT-SUP-REV
              WHEN WS-CAS-LAST-NO NOT < 999
                 DISPLAY 'CASE NUMBER LIMIT REACHED FOR CUSTOMER '
                         WS-CUR-ID ' RULE ' WS-RULE-CODE (WS-RULE-SUB)
                 MOVE 12 TO RETURN-CODE
                 PERFORM H999-PROGRAM-EXIT
              WHEN OTHER
                 PERFORM H630-WRITE-CASE
           END-EVALUATE.
       H600-END. EXIT.

       H610-SCAN-CASES.
           READ CAS-FILE NEXT RECORD
                AT END MOVE 'Y' TO WS-CAS-EOF-SW
           END-READ.
           IF (NOT WS-CAS-EOF)
              IF (CAS-ID = WS-CUR-ID) AND
                 (CAS-RULE = WS-RULE-CODE (WS-RULE-SUB))
                 MOVE CAS-NO TO WS-CAS-LAST-NO
                 IF CAS-OPEN
                    MOVE 'Y' TO WS-CAS-OPEN-SW
                 ELSE
                    IF CAS-CLOSE-DATE > WS-CAS-LAST-CLOSE
                       MOVE CAS-CLOSE-DATE TO WS-CAS-LAST-CLOSE
                    END-IF
                 END-IF
              ELSE
                 MOVE 'Y' TO WS-CAS-EOF-SW
              END-IF
           END-IF.
       H610-END. EXIT.
      * YENİ VAKAYI YAZIYORUZ
       H630-WRITE-CASE.
           MOVE WS-CUR-ID                  TO CAS-ID.
           MOVE WS-RULE-CODE (WS-RULE-SUB) TO CAS-RULE.
           COMPUTE CAS-NO = WS-CAS-LAST-NO + 1.
           MOVE 'O'                        TO CAS-STATUS.
           MOVE WS-BUSDATE                 TO CAS-OPEN-DATE.
           MOVE 0                          TO CAS-CLOSE-DATE.
           MOVE WS-WIN-START               TO CAS-WIN-START.
           MOVE WS-RH-LAST-DATE (WS-RULE-SUB) TO CAS-LAST-MOVE.
           MOVE WS-RH-ACCT-AREA (WS-RULE-SUB) TO CAS-ACCT-AREA.
           MOVE WS-RH-REF-AREA (WS-RULE-SUB)  TO CAS-REF-AREA.
           WRITE CAS-REC
              INVALID KEY
                 DISPLAY 'UNABLE TO WRITE CASFILE: ' CAS-ST
                 MOVE 12 TO RETURN-CODE
                 PERFORM H999-PROGRAM-EXIT
           END-WRITE.
           ADD 1 TO WS-CNT-RAISED.
       H630-END. EXIT.
      * İNCELEME RAPORU: VAKA DOSYASI MÜŞTERİ SIRASINDA OKUNUR, AÇIK
      * VAKALAR MÜŞTERİ ADIYLA MÜŞTERİ BAŞLIĞI ALTINDA LİSTELENİR
       H650-REVIEW-REPORT.
           MOVE SPACES        TO RPT-REC.
           MOVE WS-TITLE-LINE TO RPT-REC.
           PERFORM H700-WRITE-RPT-REC.
           MOVE 'N'        TO WS-RPT-SW.
           MOVE 'N'        TO WS-CAS-EOF-SW.
           MOVE 0          TO CAS-ID.
           MOVE LOW-VALUES TO CAS-RULE.
           MOVE 0          TO CAS-NO.
           START CAS-FILE KEY IS NOT LESS THAN CAS-KEY
              INVALID KEY
                 MOVE 'Y' TO WS-CAS-EOF-SW
           END-START.
           PERFORM H660-REVIEW-LOOP UNTIL WS-CAS-EOF.
       H650-END. EXIT.

       H660-REVIEW-LOOP.
           READ CAS-FILE NEXT RECORD
                AT END MOVE 'Y' TO WS-CAS-EOF-SW
           END-READ.
           IF (NOT WS-CAS-EOF) AND CAS-OPEN
              IF (NOT WS-RPT-VALID) OR (CAS-ID NOT = WS-RPT-ID)
                 PERFORM H670-WRITE-CUSTOMER
              END-IF
              PERFORM H680-WRITE-CASE
           END-IF.
       H660-END. EXIT.
      * MÜŞTERİ BAŞLIĞI: AD CUSFILE'DAN ALINIR
       H670-WRITE-CUSTOMER.
           MOVE CAS-ID TO WS-RPT-ID.
           MOVE 'Y'    TO WS-RPT-SW.
           MOVE CAS-ID TO CUS-ID.
           READ CUS-FILE
              INVALID KEY
                 MOVE '*** NOT ON CUSFILE ***' TO CUS-NAME
           END-READ.
           MOVE CAS-ID   TO WS-CL-ID.
           MOVE CUS-NAME TO WS-CL-NAME.
           MOVE SPACES      TO RPT-REC.
           PERFORM H700-WRITE-RPT-REC.
           MOVE WS-CUS-LINE TO RPT-REC.
           PERFORM H700-WRITE-RPT-REC.
       H670-END. EXIT.
      * VAKA SATIRI, TAKILAN HESAPLAR VE REFERANSLAR
       H680-WRITE-CASE.
           ADD 1 TO WS-CNT-OPEN.
           MOVE CAS-RULE TO WS-CS-RULE.
           MOVE CAS-NO   TO WS-CS-NO.
           MOVE SPACES   TO WS-CS-DESC.
           SET WS-RULE-IDX TO 1.
           SEARCH WS-RULE-ENTRY
              AT END
                 CONTINUE
              WHEN WS-RULE-CODE (WS-RULE-IDX) = CAS-RULE
                 MOVE WS-RULE-DESC (WS-RULE-IDX) TO WS-CS-DESC
           END-SEARCH.
           IF CAS-OPEN-DATE = WS-BUSDATE
              MOVE 'NEW'  TO WS-CS-NEW
           ELSE
              MOVE SPACES TO WS-CS-NEW
           END-IF.
           MOVE CAS-OPEN-DATE TO WS-CS-OPEN-DATE.
           MOVE CAS-REF-COUNT TO WS-CS-REFS.
           MOVE SPACES       TO RPT-REC.
           MOVE WS-CASE-LINE TO RPT-REC.
           PERFORM H700-WRITE-RPT-REC.
           PERFORM H685-WRITE-ACCOUNT
                   VARYING WS-ACC-SUB FROM 1 BY 1
                   UNTIL WS-ACC-SUB > CAS-ACCT-COUNT.
           IF CAS-REF-COUNT > 10
              MOVE 10 TO WS-REF-MAX
           ELSE
              MOVE CAS-REF-COUNT TO WS-REF-MAX
           END-IF.
           PERFORM H687-WRITE-REFS
                   VARYING WS-REF-SUB FROM 1 BY 5
                   UNTIL WS-REF-SUB > WS-REF-MAX.
       H680-END. EXIT.

       H685-WRITE-ACCOUNT.
           MOVE CAS-ID                   TO WS-AL-ID.
           MOVE CAS-A-DVZ (WS-ACC-SUB)   TO WS-AL-DVZ.
           MOVE CAS-A-HITS (WS-ACC-SUB)  TO WS-AL-HITS.
           MOVE CAS-A-AMOUNT (WS-ACC-SUB) TO WS-AL-AMOUNT.
           MOVE SPACES                   TO WS-AL-CURR.
           SET WS-CURR-IDX TO 1.
           SEARCH WS-CURR-ENTRY
              AT END
                 CONTINUE
              WHEN WS-CURR-CODE (WS-CURR-IDX) = CAS-A-DVZ (WS-ACC-SUB)
                 MOVE WS-CURR-NAME (WS-CURR-IDX) TO WS-AL-CURR
           END-SEARCH.
           MOVE SPACES       TO RPT-REC.
           MOVE WS-ACCT-LINE TO RPT-REC.
           PERFORM H700-WRITE-RPT-REC.
       H685-END. EXIT.
      * REFERANSLAR SATIR BAŞINA BEŞ TANE YAZILIR
       H687-WRITE-REFS.
           MOVE SPACES TO WS-REF-LINE.
           IF WS-REF-SUB = 1
              MOVE '      REFS ' TO WS-RF-LABEL
           END-IF.
           PERFORM H688-MOVE-REF
                   VARYING WS-REF-COL FROM 1 BY 1
                   UNTIL WS-REF-COL > 5.
           MOVE SPACES      TO RPT-REC.
           MOVE WS-REF-LINE TO RPT-REC.
           PERFORM H700-WRITE-RPT-REC.
       H687-END. EXIT.

       H688-MOVE-REF.
           COMPUTE WS-REF-IDX = WS-REF-SUB + WS-REF-COL - 1.
           IF WS-REF-IDX NOT > WS-REF-MAX
              MOVE CAS-REF (WS-REF-IDX) TO WS-RF-REF (WS-REF-COL)
           END-IF.
       H688-END. EXIT.
      * RAPOR SATIRINI DOSYAYA YAZIYORUZ
       H700-WRITE-RPT-REC.
           WRITE RPT-REC.
           IF (NOT RPT-SUCCESS)
              DISPLAY 'UNABLE TO WRITE RPTFILE: ' RPT-ST
              MOVE RPT-ST TO RETURN-CODE
           END-IF.
       H700-END. EXIT.
      * ÇALIŞMA ÖZETİNİ YAZIYORUZ; YENİ VAKA YA DA REDDEDİLEN KARAR
      * VARSA RC 4
       H800-WRITE-SUMMARY.
           MOVE SPACES TO RPT-REC.
           PERFORM H700-WRITE-RPT-REC.
           MOVE 'MOVEMENTS SELECTED  ' TO WS-TT-LABEL.
           MOVE WS-CNT-MOVES    TO WS-TT-COUNT.
           PERFORM H820-WRITE-TOTAL-REC.
           MOVE 'ACCOUNTS EXAMINED   ' TO WS-TT-LABEL.
           MOVE WS-CNT-ACCOUNTS TO WS-TT-COUNT.
           PERFORM H820-WRITE-TOTAL-REC.
           MOVE 'TABLE FULL ACCOUNTS ' TO WS-TT-LABEL.
           MOVE WS-CNT-OVERFLOW TO WS-TT-COUNT.
           PERFORM H820-WRITE-TOTAL-REC.
           MOVE 'CASES RAISED        ' TO WS-TT-LABEL.
           MOVE WS-CNT-RAISED   TO WS-TT-COUNT.
           PERFORM H820-WRITE-TOTAL-REC.
           MOVE 'SKIPPED - OPEN CASE ' TO WS-TT-LABEL.
           MOVE WS-CNT-SUP-OPEN TO WS-TT-COUNT.
           PERFORM H820-WRITE-TOTAL-REC.
           MOVE 'SKIPPED - REVIEWED  ' TO WS-TT-LABEL.
           MOVE WS-CNT-SUP-REV  TO WS-TT-COUNT.
           PERFORM H820-WRITE-TOTAL-REC.
           MOVE 'CASES CLOSED        ' TO WS-TT-LABEL.
           MOVE WS-CNT-CLOSED   TO WS-TT-COUNT.
           PERFORM H820-WRITE-TOTAL-REC.
           MOVE 'DECISIONS REJECTED  ' TO WS-TT-LABEL.
           MOVE WS-CNT-DEC-REJ  TO WS-TT-COUNT.
           PERFORM H820-WRITE-TOTAL-REC.
           MOVE 'OPEN CASES LISTED   ' TO WS-TT-LABEL.
           MOVE WS-CNT-OPEN     TO WS-TT-COUNT.
           PERFORM H820-WRITE-TOTAL-REC.
           IF ((WS-CNT-RAISED > 0) OR (WS-CNT-DEC-REJ > 0))
              AND (RETURN-CODE = 0)
              MOVE 4 TO RETURN-CODE
           END-IF.
       H800-END. EXIT.

       H820-WRITE-TOTAL-REC.
           MOVE SPACES        TO RPT-REC.
           MOVE WS-TOTAL-LINE TO RPT-REC.
           PERFORM H700-WRITE-RPT-REC.
       H820-END. EXIT.
      * ÇALIŞMA TARİHİNİ BİR GÜN İLERLETİYORUZ
       H860-ADD-ONE-DAY.
           PERFORM H880-SET-MONTH-DAYS.
           IF WS-WRK-DD < WS-MONTH-DAYS
              ADD 1 TO WS-WRK-DD
           ELSE
              MOVE 1 TO WS-WRK-DD
              IF WS-WRK-MM < 12
                 ADD 1 TO WS-WRK-MM
              ELSE
                 MOVE 1 TO WS-WRK-MM
                 ADD 1 TO WS-WRK-YY
              END-IF
           END-IF.
       H860-END. EXIT.
      * ÇALIŞMA TARİHİNİ BİR GÜN GERİ ALIYORUZ
       H870-SUB-ONE-DAY.
           IF WS-WRK-DD > 1
              SUBTRACT 1 FROM WS-WRK-DD
           ELSE
              IF WS-WRK-MM > 1
                 SUBTRACT 1 FROM WS-WRK-MM
              ELSE
                 MOVE 12 TO WS-WRK-MM
                 SUBTRACT 1 FROM WS-WRK-YY
              END-IF
              PERFORM H880-SET-MONTH-DAYS
              MOVE WS-MONTH-DAYS TO WS-WRK-DD
           END-IF.
       H870-END. EXIT.
      * ÇALIŞMA TARİHİNDEKİ AYIN GÜN SAYISINI BULUYORUZ
       H880-SET-MONTH-DAYS.
           MOVE WS-DIM-ENTRY (WS-WRK-MM) TO WS-MONTH-DAYS.
           IF WS-WRK-MM = 2
              PERFORM H890-CHECK-LEAP
              IF WS-LEAP-YEAR
                 MOVE 29 TO WS-MONTH-DAYS
              END-IF
           END-IF.
       H880-END. EXIT.
      * ARTIK YIL KONTROLÜ: 4'E BÖLÜNEN YILLAR ARTIKTIR, 100'E
      * BÖLÜNENLER DEĞİLDİR, 400'E BÖLÜNENLER YİNE ARTIKTIR
       H890-CHECK-LEAP.
           MOVE 'N' TO WS-LEAP-SW.
           DIVIDE WS-WRK-YY BY 4 GIVING WS-LEAP-QUOT
              REMAINDER WS-LEAP-REM.
           IF WS-LEAP-REM = 0
              DIVIDE WS-WRK-YY BY 100 GIVING WS-LEAP-QUOT
                 REMAINDER WS-LEAP-REM
              IF WS-LEAP-REM NOT = 0
                 MOVE 'Y' TO WS-LEAP-SW
              ELSE
                 DIVIDE WS-WRK-YY BY 400 GIVING WS-LEAP-QUOT
                    REMAINDER WS-LEAP-REM
                 IF WS-LEAP-REM = 0
                    MOVE 'Y' TO WS-LEAP-SW
                 END-IF
              END-IF
           END-IF.
       H890-END. EXIT.

       H999-PROGRAM-EXIT.
           CLOSE CAS-FILE.
           CLOSE CUS-FILE.
           CLOSE RPT-FILE.
           STOP RUN.
       H999-END. EXIT.
      *
