       IDENTIFICATION DIVISION.
       PROGRAM-ID. PBE031HI.
       AUTHOR.     Halim Germiyan.
      * HESAP HAREKET GEÇMİŞİ SORGU EKRANI (CICS, İŞLEM KODU PBEH).
      * GİŞEDE MÜŞTERİNİN SON HAREKETLERİ, EKSTRE ÇALIŞMASINI
      * BEKLEMEDEN, HESAP HAREKET GEÇMİŞİ DOSYASINDAN (AHSFILE)
      * GÖSTERİLİR. HESAP NO VE DÖVİZ ZORUNLU, TARİH ARALIĞI İSTEĞE
      * BAĞLIDIR. HAREKETLER EN YENİDEN ESKİYE SIRALANIR: TARİH VE
      * SAAT, FONKSİYON, TUTAR, İŞLEM SONRASI BAKİYE VE REFERANS.
      * PF8 DAHA ESKİ, PF7 DAHA YENİ SAYFAYA GEÇER. SATIRIN ÖNÜNE
      * 'S' GİRİLİP ENTER'A BASILDIĞINDA O HAREKETİN ESKİ/YENİ
      * DEĞERLERİ VE FONKSİYONA ÖZGÜ EK BİLGİSİ GÖSTERİLİR, PF12
      * LİSTEYE DÖNER. EKRAN YALNIZCA SORGU YAPAR, HİÇBİR DOSYAYA
      * YAZMAZ. GERİYE DOĞRU OKUMA (READPREV) GEREKTİĞİNDEN GEÇMİŞ
      * DOSYASI CICS DOSYA KONTROLÜYLE TARANIR.
      * PROGRAM PSEUDO-CONVERSATIONAL ÇALIŞIR: SORGU, SAYFA NO VE
      * EKRANDAKİ SATIRLARIN ANAHTARLARI COMMAREA'DA SAKLANIR.
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  WS-WORK-AREA.
           03 WS-TRANSID       PIC X(4) VALUE 'PBEH'.
           03 WS-AHSFILE       PIC X(8) VALUE 'AHSFILE '.
           03 WS-RESP          PIC S9(8) COMP.
           03 WS-RESP-EDIT     PIC Z(7)9.
           03 WS-EDIT-SW       PIC X(01).
              88 WS-EDIT-OK             VALUE 'Y'.
      * EDİT HATASINDA EKRANA SAKLANAN SORGU YERİNE OPERATÖRÜN
      * GİRDİĞİ DEĞERLER GERİ GÖNDERİLİR
           03 WS-SHOW-IN-SW    PIC X(01) VALUE 'N'.
              88 WS-SHOW-INPUT          VALUE 'Y'.
           03 WS-MSG           PIC X(60).
           03 WS-GOODBYE-MSG   PIC X(24) VALUE
              'PBEH OTURUMU KAPATILDI  '.
           03 WS-LINE-SUB      PIC 9(02).
           03 WS-SEL-SUB       PIC 9(02).
           03 WS-NEW-CNT       PIC 9(02).
           03 WS-PAGE-EDIT     PIC ZZ9.
      * EKRANDAN ALINAN SORGU ALANLARI
           03 WS-IN-ACCT       PIC X(05).
           03 WS-IN-DVZ        PIC X(03).
           03 WS-IN-FROM       PIC X(08).
           03 WS-IN-TO         PIC X(08).
           03 WS-Q-ID          PIC 9(05).
           03 WS-Q-DVZ         PIC 9(03).
           03 WS-Q-FROM        PIC 9(08).
           03 WS-Q-TO          PIC 9(08).
      * TARAMA DURUMU: BAŞLATILDI, BİTTİ, HATA; BAŞLANGIÇ
      * ANAHTARININ KENDİSİNİN SAYFAYA ALINIP ALINMAYACAĞI
           03 WS-BR-START-SW   PIC X(01).
              88 WS-BR-STARTED          VALUE 'Y'.
           03 WS-BR-DONE-SW    PIC X(01).
              88 WS-BR-DONE             VALUE 'Y'.
           03 WS-BR-ERR-SW     PIC X(01).
              88 WS-BR-ERROR            VALUE 'Y'.
           03 WS-EXCL-SW       PIC X(01).
              88 WS-EXCLUSIVE           VALUE 'Y'.
           03 WS-FUNC-DESC     PIC X(08).
      * LİSTE SATIRININ BİÇİMİ
           03 WS-LIST-LINE.
              05 WS-HL-DATE    PIC 9(08).
              05 FILLER        PIC X(01) VALUE SPACES.
              05 WS-HL-TIME    PIC 9(06).
              05 FILLER        PIC X(01) VALUE SPACES.
              05 WS-HL-FUNC    PIC X(01).
              05 FILLER        PIC X(01) VALUE SPACES.
              05 WS-HL-DESC    PIC X(08).
              05 FILLER        PIC X(01) VALUE SPACES.
              05 WS-HL-AMT     PIC -(14)9.
              05 FILLER        PIC X(01) VALUE SPACES.
              05 WS-HL-BAL     PIC -(14)9.
              05 FILLER        PIC X(01) VALUE SPACES.
              05 WS-HL-REF     PIC X(12).
      * HAREKET DETAYI SATIRLARININ BİÇİMLERİ; ESKİ DEĞER 10.,
      * YENİ DEĞER 41. SÜTUNDAN BAŞLAR
       01  WS-DETAIL-LINES.
           03 WS-DL-HEAD.
              05 FILLER        PIC X(07) VALUE 'TARIH: '.
              05 WS-DH-DATE    PIC 9(08).
              05 FILLER        PIC X(07) VALUE ' SAAT: '.
              05 WS-DH-TIME    PIC 9(06).
              05 FILLER        PIC X(08) VALUE ' ISLEM: '.
              05 WS-DH-FUNC    PIC X(01).
              05 FILLER        PIC X(01) VALUE SPACES.
              05 WS-DH-DESC    PIC X(08).
              05 FILLER        PIC X(06) VALUE ' REF: '.
              05 WS-DH-REF     PIC X(12).
           03 WS-DL-COLS.
              05 FILLER        PIC X(09) VALUE SPACES.
              05 FILLER        PIC X(31) VALUE 'ESKI DEGER'.
              05 FILLER        PIC X(10) VALUE 'YENI DEGER'.
           03 WS-DL-NAME.
              05 FILLER        PIC X(09) VALUE 'AD     : '.
              05 WS-DN-OLD     PIC X(30).
              05 FILLER        PIC X(01) VALUE SPACES.
              05 WS-DN-NEW     PIC X(30).
           03 WS-DL-DATE.
              05 FILLER        PIC X(09) VALUE 'ACILIS : '.
              05 WS-DD-OLD     PIC Z(6)9.
              05 FILLER        PIC X(24) VALUE SPACES.
              05 WS-DD-NEW     PIC Z(6)9.
           03 WS-DL-BAL.
              05 FILLER        PIC X(09) VALUE 'BAKIYE : '.
              05 WS-DB-OLD     PIC -(14)9.
              05 FILLER        PIC X(16) VALUE SPACES.
              05 WS-DB-NEW     PIC -(14)9.
           03 WS-DL-DELTA.
              05 FILLER        PIC X(09) VALUE 'FARK   : '.
              05 WS-DF-AMT     PIC -(14)9.
      * 'I' FAİZ KAPİTALİZASYONU
           03 WS-DL-INT.
              05 FILLER        PIC X(11) VALUE 'BRUT FAIZ: '.
              05 WS-DI-GROSS   PIC -(14)9.
              05 FILLER        PIC X(10) VALUE '  STOPAJ: '.
              05 WS-DI-TAX     PIC -(14)9.
      * 'P'/'K' BLOKE KOYMA/KALDIRMA
           03 WS-DL-HLD1.
              05 FILLER        PIC X(10) VALUE 'BLOKE NO: '.
              05 WS-DK-NO      PIC 9(05).
              05 FILLER        PIC X(08) VALUE ' TUTAR: '.
              05 WS-DK-AMT     PIC -(14)9.
              05 FILLER        PIC X(08) VALUE ' NEDEN: '.
              05 WS-DK-REASON  PIC X(02).
           03 WS-DL-HLD2.
              05 FILLER        PIC X(16) VALUE 'SON GECERLILIK: '.
              05 WS-DK-EXPIRY  PIC 9(08).
              05 FILLER        PIC X(13) VALUE ' BITIS KODU: '.
              05 WS-DK-END     PIC X(01).
      * 'V' TERS KAYIT
           03 WS-DL-REV.
              05 FILLER        PIC X(17) VALUE 'GERI ALINAN REF: '.
              05 WS-DV-REF     PIC X(12).
              05 FILLER        PIC X(08) VALUE ' ISLEM: '.
              05 WS-DV-FUNC    PIC X(01).
              05 FILLER        PIC X(08) VALUE ' TARIH: '.
              05 WS-DV-DATE    PIC 9(08).
      * DENETİM İZİ FONKSİYON KODLARININ EKRAN AÇIKLAMALARI
       01  WS-FDESC-TABLE-INIT.
           05 FILLER PIC X(09) VALUE 'WACILIS  '.
           05 FILLER PIC X(09) VALUE 'UAD DEG. '.
           05 FILLER PIC X(09) VALUE 'DKAPANIS '.
           05 FILLER PIC X(09) VALUE 'BBAKIYE  '.
           05 FILLER PIC X(09) VALUE 'TVIRMAN  '.
           05 FILLER PIC X(09) VALUE 'AYEN.ACIL'.
           05 FILLER PIC X(09) VALUE 'NAD ESIT.'.
           05 FILLER PIC X(09) VALUE 'SUYKU    '.
           05 FILLER PIC X(09) VALUE 'EUYKU CIK'.
           05 FILLER PIC X(09) VALUE 'IFAIZ    '.
           05 FILLER PIC X(09) VALUE 'PBLOKE   '.
           05 FILLER PIC X(09) VALUE 'KBLK.KALD'.
           05 FILLER PIC X(09) VALUE 'VTERS KYT'.
           05 FILLER PIC X(09) VALUE 'FDEVIR   '.
       01  WS-FDESC-TABLE REDEFINES WS-FDESC-TABLE-INIT.
           05 WS-FDESC-ENTRY OCCURS 14 TIMES INDEXED BY WS-FDESC-IDX.
              10 WS-FDESC-CODE     PIC X(01).
              10 WS-FDESC-TEXT     PIC X(08).
      * GEÇMİŞ DOSYASI ANAHTARLARI (AHS-KEY İLE AYNI YERLEŞİM):
      * TARAMA ANAHTARI, SAYFANIN BAŞLANGIÇ ANAHTARI VE SORGU
      * ARALIĞININ ALT/ÜST SINIRLARI
       01  WS-BR-KEY.
           03 WS-BR-ID         PIC S9(05)  COMP-3.
           03 WS-BR-DVZ        PIC S9(03)  COMP.
           03 WS-BR-DATE       PIC 9(08).
           03 WS-BR-TIME       PIC 9(06).
           03 WS-BR-SEQ        PIC 9(03).
       01  WS-START-KEY.
           03 WS-ST-ID         PIC S9(05)  COMP-3.
           03 WS-ST-DVZ        PIC S9(03)  COMP.
           03 WS-ST-DATE       PIC 9(08).
           03 WS-ST-TIME       PIC 9(06).
           03 WS-ST-SEQ        PIC 9(03).
       01  WS-LOW-KEY.
           03 WS-LO-ID         PIC S9(05)  COMP-3.
           03 WS-LO-DVZ        PIC S9(03)  COMP.
           03 WS-LO-DATE       PIC 9(08).
           03 WS-LO-TIME       PIC 9(06).
           03 WS-LO-SEQ        PIC 9(03).
       01  WS-HIGH-KEY.
           03 WS-HI-ID         PIC S9(05)  COMP-3.
           03 WS-HI-DVZ        PIC S9(03)  COMP.
           03 WS-HI-DATE       PIC 9(08).
           03 WS-HI-TIME       PIC 9(06).
           03 WS-HI-SEQ        PIC 9(03).
           COPY AHSREC.
           COPY AUDREC.
       COPY PBE031MS.
      * SATIRLARA TABLO OLARAK ERİŞİM İÇİN EKRAN ALANININ
      * ALTERNATİF GÖRÜNÜMÜ (BMS ÇIKTISIYLA AYNI YERLEŞİM: 12 BAYT
      * TIOA ÖNEKİ + ACCT/DVZ/FROMD/TOD ALANLARI = 48 BAYT, SONRA HER
      * SATIR İÇİN 3 BAYT L/F + 1 BAYT SEÇİM, 3 BAYT L/F + 71 BAYT
      * VERİ)
       01  PBE031ML REDEFINES PBE031MI.
           03 FILLER            PIC X(48).
           03 WS-LN-ENTRY OCCURS 10 TIMES.
              05 FILLER         PIC X(03).
              05 WS-SEL-CHAR    PIC X(01).
              05 FILLER         PIC X(03).
              05 WS-LN-TEXT     PIC X(71).
           03 FILLER            PIC X(63).
       COPY DFHAID.
      * PSEUDO-CONVERSATIONAL COMMAREA: GEÇERLİ SORGU, GÖSTERİLEN
      * SAYFANIN NUMARASI, DAHA ESKİ HAREKET OLUP OLMADIĞI VE
      * EKRANDAKİ SATIRLARIN GEÇMİŞ DOSYASI ANAHTARLARI. SAYFALAMA VE
      * SEÇİM BU ANAHTARLARDAN YAPILIR
       01  WS-COMMAREA.
           03 CA-MODE          PIC X(01).
              88 CA-NO-QUERY            VALUE ' '.
              88 CA-LIST-SHOWN          VALUE 'L'.
              88 CA-DETAIL-SHOWN        VALUE 'D'.
           03 CA-ID            PIC 9(05).
           03 CA-DVZ           PIC 9(03).
           03 CA-FROM-DATE     PIC 9(08).
           03 CA-TO-DATE       PIC 9(08).
           03 CA-MORE-SW       PIC X(01).
              88 CA-MORE                VALUE 'Y'.
           03 CA-PAGE          PIC 9(03).
           03 CA-LINE-CNT      PIC 9(02).
           03 CA-LINE-KEY      PIC X(22) OCCURS 10 TIMES.
       LINKAGE SECTION.
       01  DFHCOMMAREA         PIC X(251).
      *--------------------
       PROCEDURE DIVISION.
       0000-MAIN.
           MOVE LOW-VALUES TO PBE031MI.
           MOVE SPACES TO WS-MSG.
           IF EIBCALEN = 0
              MOVE ' ' TO CA-MODE
              MOVE 0   TO CA-ID
              MOVE 0   TO CA-DVZ
              MOVE 0   TO CA-FROM-DATE
              MOVE 0   TO CA-TO-DATE
              MOVE 'N' TO CA-MORE-SW
              MOVE 0   TO CA-PAGE
              MOVE 0   TO CA-LINE-CNT
              MOVE 'HESAP NO VE DOVIZ GIRINIZ, TARIH ISTEGE BAGLI'
                 TO WS-MSG
              PERFORM H800-SEND-SCREEN
           ELSE
              MOVE DFHCOMMAREA TO WS-COMMAREA
              EVALUATE EIBAID
                 WHEN DFHPF3
                    PERFORM H900-GOODBYE
                 WHEN DFHPF7
                    PERFORM H710-PREV-PAGE
                 WHEN DFHPF8
                    PERFORM H700-NEXT-PAGE
                 WHEN DFHPF12
                    PERFORM H720-BACK-TO-LIST
                 WHEN DFHENTER
                    PERFORM H200-PROCESS-INPUT
                 WHEN OTHER
                    PERFORM H730-REFRESH-PAGE
                    MOVE 'GECERSIZ TUS' TO WS-MSG
                    PERFORM H800-SEND-SCREEN
              END-EVALUATE
           END-IF.
           PERFORM H999-RETURN-TRANS.
       0000-END. EXIT.
      * EKRANDAN GELEN VERİYİ ALIYORUZ. GİRİLEN ALANLAR VE SEÇİM
      * ALINDIKTAN SONRA EKRAN ALANI TEMİZLENİR, GÖNDERİLECEK EKRAN
      * COMMAREA'DAN YENİDEN KURULUR. LİSTEDE BİR SATIR SEÇİLDİYSE
      * DETAY GÖSTERİLİR, SEÇİM YOKSA YENİ SORGU ÇALIŞTIRILIR
       H200-PROCESS-INPUT.
           EXEC CICS RECEIVE MAP('PBE031M') MAPSET('PBE031MS')
                INTO(PBE031MI) RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP = DFHRESP(NORMAL)
              MOVE ACCTI  TO WS-IN-ACCT
              MOVE DVZI   TO WS-IN-DVZ
              MOVE FROMDI TO WS-IN-FROM
              MOVE TODI   TO WS-IN-TO
              PERFORM H210-FIND-SELECTION
              MOVE LOW-VALUES TO PBE031MI
              IF WS-SEL-SUB > 0
                 PERFORM H600-SHOW-DETAIL
              ELSE
                 PERFORM H220-EDIT-QUERY
                 IF WS-EDIT-OK
                    PERFORM H300-FIRST-PAGE
                 ELSE
                    MOVE 'Y' TO WS-SHOW-IN-SW
                    PERFORM H730-REFRESH-PAGE
                 END-IF
              END-IF
           ELSE
              MOVE LOW-VALUES TO PBE031MI
              PERFORM H730-REFRESH-PAGE
              MOVE 'EKRANDAN VERI ALINAMADI' TO WS-MSG
           END-IF.
           PERFORM H800-SEND-SCREEN.
       H200-END. EXIT.
      * LİSTE EKRANDAYKEN 'S' GİRİLEN İLK SATIRI BULUYORUZ; BOŞ
      * SATIRLARDAKİ VE DETAY EKRANINDAKİ GİRİŞLER DİKKATE ALINMAZ
       H210-FIND-SELECTION.
           MOVE 0 TO WS-SEL-SUB.
           IF CA-LIST-SHOWN
              MOVE 1 TO WS-LINE-SUB
              PERFORM H215-CHECK-SEL-LINE
                 UNTIL (WS-LINE-SUB > CA-LINE-CNT)
                    OR (WS-SEL-SUB > 0)
           END-IF.
       H210-END. EXIT.

       H215-CHECK-SEL-LINE.
           IF (WS-SEL-CHAR (WS-LINE-SUB) = 'S')
                 OR (WS-SEL-CHAR (WS-LINE-SUB) = 's')
              MOVE WS-LINE-SUB TO WS-SEL-SUB
           END-IF.
           ADD 1 TO WS-LINE-SUB.
       H215-END. EXIT.
      * SORGU ALANLARINI EDİT EDİYORUZ: HESAP NO VE DÖVİZ ZORUNLU;
      * BOŞ BIRAKILAN BAŞLANGIÇ TARİHİ EN ESKİ, BOŞ BIRAKILAN BİTİŞ
      * TARİHİ EN YENİ HAREKETE KADAR DEMEKTİR
       H220-EDIT-QUERY.
           MOVE 'Y' TO WS-EDIT-SW.
           IF WS-IN-ACCT NUMERIC
              MOVE WS-IN-ACCT TO WS-Q-ID
           ELSE
              MOVE 'HESAP NO SAYISAL OLMALI' TO WS-MSG
              MOVE 'N' TO WS-EDIT-SW
           END-IF.
           IF WS-EDIT-OK
              IF WS-IN-DVZ NUMERIC
                 MOVE WS-IN-DVZ TO WS-Q-DVZ
              ELSE
                 MOVE 'DOVIZ KODU SAYISAL OLMALI' TO WS-MSG
                 MOVE 'N' TO WS-EDIT-SW
              END-IF
           END-IF.
           IF WS-EDIT-OK
              INSPECT WS-IN-FROM REPLACING ALL LOW-VALUES BY SPACES
              IF WS-IN-FROM = SPACES
                 MOVE 0 TO WS-Q-FROM
              ELSE
                 IF WS-IN-FROM NUMERIC
                    MOVE WS-IN-FROM TO WS-Q-FROM
                 ELSE
                    MOVE 'BASLANGIC TARIHI YYYYAAGG OLMALI' TO WS-MSG
                    MOVE 'N' TO WS-EDIT-SW
                 END-IF
              END-IF
           END-IF.
           IF WS-EDIT-OK
              INSPECT WS-IN-TO REPLACING ALL LOW-VALUES BY SPACES
              IF WS-IN-TO = SPACES
                 MOVE 99999999 TO WS-Q-TO
              ELSE
                 IF WS-IN-TO NUMERIC
                    MOVE WS-IN-TO TO WS-Q-TO
                 ELSE
                    MOVE 'BITIS TARIHI YYYYAAGG OLMALI' TO WS-MSG
                    MOVE 'N' TO WS-EDIT-SW
                 END-IF
              END-IF
           END-IF.
           IF WS-EDIT-OK AND (WS-Q-FROM > WS-Q-TO)
              MOVE 'BASLANGIC TARIHI BITIS TARIHINDEN SONRA OLAMAZ'
                 TO WS-MSG
              MOVE 'N' TO WS-EDIT-SW
           END-IF.
           IF WS-EDIT-OK
              MOVE WS-Q-ID   TO CA-ID
              MOVE WS-Q-DVZ  TO CA-DVZ
              MOVE WS-Q-FROM TO CA-FROM-DATE
              MOVE WS-Q-TO   TO CA-TO-DATE
           END-IF.
       H220-END. EXIT.
      * YENİ SORGUNUN İLK SAYFASI: ARALIĞIN EN YENİ HAREKETİNDEN
      * (ÜST SINIR DAHİL) GERİYE DOĞRU
       H300-FIRST-PAGE.
           PERFORM H450-SET-BOUNDS.
           MOVE WS-HIGH-KEY TO WS-START-KEY.
           MOVE 'N' TO WS-EXCL-SW.
           MOVE 1 TO CA-PAGE.
           PERFORM H500-FILL-PAGE.
           IF (NOT WS-BR-ERROR)
              IF CA-LINE-CNT = 0
                 MOVE 'BU HESAP VE ARALIKTA HAREKET YOK' TO WS-MSG
              ELSE
                 PERFORM H550-PAGE-MSG
              END-IF
           END-IF.
       H300-END. EXIT.
      * SORGU ARALIĞININ ANAHTAR SINIRLARI: ALT SINIR BAŞLANGIÇ
      * GÜNÜNÜN İLK, ÜST SINIR BİTİŞ GÜNÜNÜN SON ANAHTARIDIR
       H450-SET-BOUNDS.
           MOVE CA-ID        TO WS-LO-ID.
           MOVE CA-DVZ       TO WS-LO-DVZ.
           MOVE CA-FROM-DATE TO WS-LO-DATE.
           MOVE 0            TO WS-LO-TIME.
           MOVE 0            TO WS-LO-SEQ.
           MOVE CA-ID        TO WS-HI-ID.
           MOVE CA-DVZ       TO WS-HI-DVZ.
           MOVE CA-TO-DATE   TO WS-HI-DATE.
           MOVE 999999       TO WS-HI-TIME.
           MOVE 999          TO WS-HI-SEQ.
       H450-END. EXIT.
      * WS-START-KEY'DEN (WS-EXCLUSIVE İSE HARİÇ) GERİYE DOĞRU, ALT
      * SINIRA KADAR EN FAZLA 10 HAREKETİ SAYFAYA YERLEŞTİRİYORUZ.
      * ONBİRİNCİ UYGUN KAYIT DAHA ESKİ SAYFA OLDUĞUNU GÖSTERİR
       H500-FILL-PAGE.
           MOVE 1 TO WS-LINE-SUB.
           PERFORM H505-CLEAR-LINE UNTIL WS-LINE-SUB > 10.
           MOVE 0   TO WS-LINE-SUB.
           MOVE 'N' TO CA-MORE-SW.
           MOVE 'N' TO WS-BR-START-SW.
           MOVE 'N' TO WS-BR-DONE-SW.
           MOVE 'N' TO WS-BR-ERR-SW.
           PERFORM H510-START-BROWSE.
           PERFORM H520-READ-PREV-LOOP UNTIL WS-BR-DONE.
           IF WS-BR-STARTED
              EXEC CICS ENDBR FILE(WS-AHSFILE) RESP(WS-RESP)
              END-EXEC
           END-IF.
           MOVE WS-LINE-SUB TO CA-LINE-CNT.
           MOVE 'L' TO CA-MODE.
       H500-END. EXIT.

       H505-CLEAR-LINE.
           MOVE LOW-VALUES TO WS-SEL-CHAR (WS-LINE-SUB).
           MOVE SPACES     TO WS-LN-TEXT (WS-LINE-SUB).
           ADD 1 TO WS-LINE-SUB.
       H505-END. EXIT.
      * TARAMAYI BAŞLANGIÇ ANAHTARINA KONUMLANDIRIYORUZ. READPREV
      * STARTBR'DEN HEMEN SONRA YALNIZCA VAR OLAN BİR ANAHTARLA
      * ÇALIŞTIĞINDAN, ÖNCE READNEXT İLE ANAHTARA EŞİT YA DA BÜYÜK
      * İLK KAYDA OTURULUR; YÖN DEĞİŞTİĞİNDE İLK READPREV AYNI KAYDI
      * DÖNDÜRÜR VE BAŞLANGIÇTAN BÜYÜK KAYITLAR H520'DE ATLANIR.
      * BAŞLANGIÇTAN BÜYÜK KAYIT YOKSA TARAMA DOSYA SONUNDAN
      * (HIGH-VALUES) BAŞLATILIR
       H510-START-BROWSE.
           MOVE WS-START-KEY TO WS-BR-KEY.
           EXEC CICS STARTBR FILE(WS-AHSFILE) RIDFLD(WS-BR-KEY)
                GTEQ RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP = DFHRESP(NORMAL)
              MOVE 'Y' TO WS-BR-START-SW
              EXEC CICS READNEXT FILE(WS-AHSFILE) INTO(AHS-REC)
                   RIDFLD(WS-BR-KEY) RESP(WS-RESP)
              END-EXEC
              IF WS-RESP NOT = DFHRESP(NORMAL)
                 PERFORM H590-BROWSE-ERROR
              END-IF
           ELSE
              IF WS-RESP = DFHRESP(NOTFND)
                 MOVE HIGH-VALUES TO WS-BR-KEY
                 EXEC CICS STARTBR FILE(WS-AHSFILE) RIDFLD(WS-BR-KEY)
                      GTEQ RESP(WS-RESP)
                 END-EXEC
                 IF WS-RESP = DFHRESP(NORMAL)
                    MOVE 'Y' TO WS-BR-START-SW
                 ELSE
      * DOSYA BOŞ: GÖSTERİLECEK HAREKET YOK
                    IF WS-RESP = DFHRESP(NOTFND)
                       MOVE 'Y' TO WS-BR-DONE-SW
                    ELSE
                       PERFORM H590-BROWSE-ERROR
                    END-IF
                 END-IF
              ELSE
                 PERFORM H590-BROWSE-ERROR
              END-IF
           END-IF.
       H510-END. EXIT.
      * GERİYE DOĞRU BİR KAYIT OKUYUP SAYFAYA ALIYORUZ; ALT SINIRIN
      * ALTINA (BAŞKA HESABA YA DA BAŞLANGIÇ TARİHİNDEN ÖNCEYE)
      * İNİLDİĞİNDE TARAMA BİTER
       H520-READ-PREV-LOOP.
           EXEC CICS READPREV FILE(WS-AHSFILE) INTO(AHS-REC)
                RIDFLD(WS-BR-KEY) RESP(WS-RESP)
           END-EXEC.
           EVALUATE TRUE
              WHEN WS-RESP = DFHRESP(ENDFILE)
                 MOVE 'Y' TO WS-BR-DONE-SW
              WHEN WS-RESP NOT = DFHRESP(NORMAL)
                 PERFORM H590-BROWSE-ERROR
              WHEN AHS-KEY > WS-START-KEY
                 CONTINUE
              WHEN (AHS-KEY = WS-START-KEY) AND WS-EXCLUSIVE
                 CONTINUE
              WHEN AHS-KEY < WS-LOW-KEY
                 MOVE 'Y' TO WS-BR-DONE-SW
              WHEN WS-LINE-SUB = 10
                 MOVE 'Y' TO CA-MORE-SW
                 MOVE 'Y' TO WS-BR-DONE-SW
              WHEN OTHER
                 ADD 1 TO WS-LINE-SUB
                 MOVE AHS-KEY TO CA-LINE-KEY (WS-LINE-SUB)
                 PERFORM H530-FORMAT-LINE
           END-EVALUATE.
       H520-END. EXIT.
      * LİSTE SATIRI: TUTAR BAKİYE FARKIDIR; BAKİYEYİ DEĞİŞTİRMEYEN
      * BLOKE KOYMA/KALDIRMADA BLOKE TUTARI GÖSTERİLİR
       H530-FORMAT-LINE.
           MOVE AHS-AUD-IMAGE TO AUD-REC.
           PERFORM H540-FIND-FUNC-DESC.
           MOVE AUD-TS-DATE  TO WS-HL-DATE.
           MOVE AUD-TS-TIME  TO WS-HL-TIME.
           MOVE AUD-FUNC     TO WS-HL-FUNC.
           MOVE WS-FUNC-DESC TO WS-HL-DESC.
           IF (AUD-FUNC = 'P') OR (AUD-FUNC = 'K')
              MOVE AUD-HLD-AMOUNT TO WS-HL-AMT
           ELSE
              COMPUTE WS-HL-AMT = AUD-NEW-BALLANCE - AUD-OLD-BALLANCE
           END-IF.
           MOVE AUD-NEW-BALLANCE TO WS-HL-BAL.
           MOVE AUD-REF      TO WS-HL-REF.
           MOVE WS-LIST-LINE TO WS-LN-TEXT (WS-LINE-SUB).
       H530-END. EXIT.
      * FONKSİYON KODUNU TABLODA ARAYIP AÇIKLAMASINI BULUYORUZ
       H540-FIND-FUNC-DESC.
           MOVE SPACES TO WS-FUNC-DESC.
           SET WS-FDESC-IDX TO 1.
           SEARCH WS-FDESC-ENTRY
              AT END
                 CONTINUE
              WHEN WS-FDESC-CODE (WS-FDESC-IDX) = AUD-FUNC
                 MOVE WS-FDESC-TEXT (WS-FDESC-IDX) TO WS-FUNC-DESC
           END-SEARCH.
       H540-END. EXIT.
      * SAYFA BİLGİSİ MESAJI
       H550-PAGE-MSG.
           MOVE CA-PAGE TO WS-PAGE-EDIT.
           MOVE SPACES TO WS-MSG.
           IF CA-MORE
              STRING 'SAYFA ' WS-PAGE-EDIT
                 '  DETAY ICIN S GIRINIZ  PF8=DAHA ESKI'
                 DELIMITED BY SIZE INTO WS-MSG
           ELSE
              STRING 'SAYFA ' WS-PAGE-EDIT
                 '  DETAY ICIN S GIRINIZ  (EN ESKI HAREKET)'
                 DELIMITED BY SIZE INTO WS-MSG
           END-IF.
       H550-END. EXIT.
      * TARAMA HATASI: DOSYA KAPALI YA DA ERİŞİLEMEZ DURUMDA
       H590-BROWSE-ERROR.
           MOVE WS-RESP TO WS-RESP-EDIT.
           MOVE SPACES TO WS-MSG.
           STRING 'AHSFILE OKUNAMADI, RESP=' WS-RESP-EDIT
              DELIMITED BY SIZE INTO WS-MSG.
           MOVE 'Y' TO WS-BR-ERR-SW.
           MOVE 'Y' TO WS-BR-DONE-SW.
       H590-END. EXIT.
      * SEÇİLEN HAREKETİN DETAYI: KAYIT COMMAREA'DAKİ ANAHTARLA
      * YENİDEN OKUNUR VE ESKİ/YENİ DEĞERLER SATIR ALANINA YAZILIR
       H600-SHOW-DETAIL.
           MOVE CA-LINE-KEY (WS-SEL-SUB) TO WS-BR-KEY.
           EXEC CICS READ FILE(WS-AHSFILE) INTO(AHS-REC)
                RIDFLD(WS-BR-KEY) RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL)
              PERFORM H730-REFRESH-PAGE
              MOVE WS-RESP TO WS-RESP-EDIT
              MOVE SPACES TO WS-MSG
              STRING 'HAREKET KAYDI OKUNAMADI, RESP=' WS-RESP-EDIT
                 DELIMITED BY SIZE INTO WS-MSG
           ELSE
              MOVE AHS-AUD-IMAGE TO AUD-REC
              PERFORM H610-FORMAT-DETAIL
              MOVE 'D' TO CA-MODE
              MOVE 'HAREKET DETAYI  PF12=LISTEYE DONUS' TO WS-MSG
           END-IF.
       H600-END. EXIT.
      * DETAY SATIRLARI: BAŞLIK, ESKİ/YENİ AD, AÇILIŞ TARİHİ VE
      * BAKİYE, BAKİYE FARKI VE FONKSİYONA ÖZGÜ EK BİLGİ
       H610-FORMAT-DETAIL.
           MOVE 1 TO WS-LINE-SUB.
           PERFORM H505-CLEAR-LINE UNTIL WS-LINE-SUB > 10.
           PERFORM H540-FIND-FUNC-DESC.
           MOVE AUD-TS-DATE  TO WS-DH-DATE.
           MOVE AUD-TS-TIME  TO WS-DH-TIME.
           MOVE AUD-FUNC     TO WS-DH-FUNC.
           MOVE WS-FUNC-DESC TO WS-DH-DESC.
           MOVE AUD-REF      TO WS-DH-REF.
           MOVE WS-DL-HEAD   TO WS-LN-TEXT (1).
           MOVE WS-DL-COLS   TO WS-LN-TEXT (3).
           MOVE AUD-OLD-NAME TO WS-DN-OLD.
           MOVE AUD-NEW-NAME TO WS-DN-NEW.
           MOVE WS-DL-NAME   TO WS-LN-TEXT (4).
           MOVE AUD-OLD-DATE TO WS-DD-OLD.
           MOVE AUD-NEW-DATE TO WS-DD-NEW.
           MOVE WS-DL-DATE   TO WS-LN-TEXT (5).
           MOVE AUD-OLD-BALLANCE TO WS-DB-OLD.
           MOVE AUD-NEW-BALLANCE TO WS-DB-NEW.
           MOVE WS-DL-BAL    TO WS-LN-TEXT (6).
           COMPUTE WS-DF-AMT = AUD-NEW-BALLANCE - AUD-OLD-BALLANCE.
           MOVE WS-DL-DELTA  TO WS-LN-TEXT (7).
           EVALUATE AUD-FUNC
              WHEN 'I'
                 MOVE AUD-INT-GROSS TO WS-DI-GROSS
                 MOVE AUD-INT-TAX   TO WS-DI-TAX
                 MOVE WS-DL-INT     TO WS-LN-TEXT (9)
              WHEN 'P'
              WHEN 'K'
                 MOVE AUD-HLD-NO     TO WS-DK-NO
                 MOVE AUD-HLD-AMOUNT TO WS-DK-AMT
                 MOVE AUD-HLD-REASON TO WS-DK-REASON
                 MOVE AUD-HLD-EXPIRY TO WS-DK-EXPIRY
                 MOVE AUD-HLD-END    TO WS-DK-END
                 MOVE WS-DL-HLD1     TO WS-LN-TEXT (9)
                 MOVE WS-DL-HLD2     TO WS-LN-TEXT (10)
              WHEN 'V'
                 MOVE AUD-REV-REF  TO WS-DV-REF
                 MOVE AUD-REV-FUNC TO WS-DV-FUNC
                 MOVE AUD-REV-DATE TO WS-DV-DATE
                 MOVE WS-DL-REV    TO WS-LN-TEXT (9)
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.
       H610-END. EXIT.
      * PF8: DAHA ESKİ HAREKETLER; SAYFANIN SON SATIRINDAN (HARİÇ)
      * GERİYE DOĞRU DEVAM EDİLİR
       H700-NEXT-PAGE.
           IF CA-LINE-CNT = 0
              MOVE 'SAYFALANACAK LISTE YOK, ONCE SORGU GIRINIZ'
                 TO WS-MSG
           ELSE
              IF (NOT CA-MORE)
                 PERFORM H730-REFRESH-PAGE
                 MOVE 'DAHA ESKI HAREKET YOK' TO WS-MSG
              ELSE
                 PERFORM H450-SET-BOUNDS
                 MOVE CA-LINE-KEY (CA-LINE-CNT) TO WS-START-KEY
                 MOVE 'Y' TO WS-EXCL-SW
                 ADD 1 TO CA-PAGE
                 PERFORM H500-FILL-PAGE
                 IF (NOT WS-BR-ERROR)
                    PERFORM H550-PAGE-MSG
                 END-IF
              END-IF
           END-IF.
           PERFORM H800-SEND-SCREEN.
       H700-END. EXIT.
      * PF7: DAHA YENİ HAREKETLER. SAYFANIN İLK SATIRINDAN İLERİYE
      * DOĞRU EN FAZLA 10 KAYIT SAYILIR; ONUNCUSU ÖNCEKİ SAYFANIN
      * İLK SATIRIDIR. 10'DAN AZ KAYIT VARSA İLK SAYFAYA DÖNÜLÜR
       H710-PREV-PAGE.
           IF CA-LINE-CNT = 0
              MOVE 'SAYFALANACAK LISTE YOK, ONCE SORGU GIRINIZ'
                 TO WS-MSG
           ELSE
              IF CA-PAGE NOT > 1
                 PERFORM H730-REFRESH-PAGE
                 MOVE 'ILK SAYFADASINIZ' TO WS-MSG
              ELSE
                 PERFORM H450-SET-BOUNDS
                 PERFORM H740-FIND-NEWER
                 IF (NOT WS-BR-ERROR)
                    IF WS-NEW-CNT < 10
                       MOVE WS-HIGH-KEY TO WS-START-KEY
                       MOVE 1 TO CA-PAGE
                    ELSE
                       SUBTRACT 1 FROM CA-PAGE
                    END-IF
                    MOVE 'N' TO WS-EXCL-SW
                    PERFORM H500-FILL-PAGE
                    IF (NOT WS-BR-ERROR)
                       PERFORM H550-PAGE-MSG
                    END-IF
                 END-IF
              END-IF
           END-IF.
           PERFORM H800-SEND-SCREEN.
       H710-END. EXIT.
      * PF12: DETAYDAN LİSTEYE DÖNÜŞ
       H720-BACK-TO-LIST.
           IF CA-LINE-CNT = 0
              MOVE 'LISTE YOK, ONCE SORGU GIRINIZ' TO WS-MSG
           ELSE
              PERFORM H730-REFRESH-PAGE
              IF (NOT WS-BR-ERROR)
                 PERFORM H550-PAGE-MSG
              END-IF
           END-IF.
           PERFORM H800-SEND-SCREEN.
       H720-END. EXIT.
      * GÖSTERİLEN SAYFAYI İLK SATIRININ ANAHTARINDAN (DAHİL)
      * YENİDEN KURUYORUZ; LİSTE YOKSA EKRAN BOŞ KALIR
       H730-REFRESH-PAGE.
           MOVE 'N' TO WS-BR-ERR-SW.
           IF CA-LINE-CNT > 0
              PERFORM H450-SET-BOUNDS
              MOVE CA-LINE-KEY (1) TO WS-START-KEY
              MOVE 'N' TO WS-EXCL-SW
              PERFORM H500-FILL-PAGE
           END-IF.
       H730-END. EXIT.
      * SAYFANIN İLK SATIRINDAN DAHA YENİ, ÜST SINIRI AŞMAYAN EN
      * FAZLA 10 KAYDI İLERİYE DOĞRU SAYIYORUZ; SON SAYILANIN
      * ANAHTARI WS-START-KEY'DE KALIR
       H740-FIND-NEWER.
           MOVE 0   TO WS-NEW-CNT.
           MOVE 'N' TO WS-BR-START-SW.
           MOVE 'N' TO WS-BR-DONE-SW.
           MOVE 'N' TO WS-BR-ERR-SW.
           MOVE CA-LINE-KEY (1) TO WS-BR-KEY.
           EXEC CICS STARTBR FILE(WS-AHSFILE) RIDFLD(WS-BR-KEY)
                GTEQ RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP = DFHRESP(NORMAL)
              MOVE 'Y' TO WS-BR-START-SW
           ELSE
              IF WS-RESP = DFHRESP(NOTFND)
                 MOVE 'Y' TO WS-BR-DONE-SW
              ELSE
                 PERFORM H590-BROWSE-ERROR
              END-IF
           END-IF.
           PERFORM H745-READ-NEXT-LOOP UNTIL WS-BR-DONE.
           IF WS-BR-STARTED
              EXEC CICS ENDBR FILE(WS-AHSFILE) RESP(WS-RESP)
              END-EXEC
           END-IF.
       H740-END. EXIT.

       H745-READ-NEXT-LOOP.
           EXEC CICS READNEXT FILE(WS-AHSFILE) INTO(AHS-REC)
                RIDFLD(WS-BR-KEY) RESP(WS-RESP)
           END-EXEC.
           EVALUATE TRUE
              WHEN WS-RESP = DFHRESP(ENDFILE)
                 MOVE 'Y' TO WS-BR-DONE-SW
              WHEN WS-RESP NOT = DFHRESP(NORMAL)
                 PERFORM H590-BROWSE-ERROR
              WHEN AHS-KEY NOT > CA-LINE-KEY (1)
                 CONTINUE
              WHEN AHS-KEY > WS-HIGH-KEY
                 MOVE 'Y' TO WS-BR-DONE-SW
              WHEN OTHER
                 ADD 1 TO WS-NEW-CNT
                 MOVE AHS-KEY TO WS-START-KEY
                 IF WS-NEW-CNT = 10
                    MOVE 'Y' TO WS-BR-DONE-SW
                 END-IF
           END-EVALUATE.
       H745-END. EXIT.
      * EKRANI GÖNDERİYORUZ: SORGU ALANLARI SAKLANAN SORGUDAN (EDİT
      * HATASINDA OPERATÖRÜN GİRDİĞİ DEĞERLERDEN) DOLDURULUR
       H800-SEND-SCREEN.
           IF WS-SHOW-INPUT
              MOVE WS-IN-ACCT TO ACCTO
              MOVE WS-IN-DVZ  TO DVZO
              MOVE WS-IN-FROM TO FROMDO
              MOVE WS-IN-TO   TO TODO
           ELSE
              IF (NOT CA-NO-QUERY)
                 MOVE CA-ID  TO ACCTO
                 MOVE CA-DVZ TO DVZO
                 IF CA-FROM-DATE > 0
                    MOVE CA-FROM-DATE TO FROMDO
                 END-IF
                 IF CA-TO-DATE < 99999999
                    MOVE CA-TO-DATE TO TODO
                 END-IF
              END-IF
           END-IF.
           MOVE WS-MSG TO MSGO.
           EXEC CICS SEND MAP('PBE031M') MAPSET('PBE031MS')
                FROM(PBE031MO) ERASE
           END-EXEC.
       H800-END. EXIT.
      * PF3: OTURUMU KAPATIYORUZ
       H900-GOODBYE.
           EXEC CICS SEND TEXT FROM(WS-GOODBYE-MSG) LENGTH(24)
                ERASE FREEKB
           END-EXEC.
           EXEC CICS RETURN END-EXEC.
       H900-END. EXIT.
      * AYNI İŞLEM KODUYLA, SAKLANAN SORGU VE SAYFA ANAHTARLARIYLA
      * EKRAN BAŞINA DÖNÜYORUZ
       H999-RETURN-TRANS.
           EXEC CICS RETURN TRANSID(WS-TRANSID)
                COMMAREA(WS-COMMAREA) LENGTH(251)
           END-EXEC.
       H999-END. EXIT.
      *
