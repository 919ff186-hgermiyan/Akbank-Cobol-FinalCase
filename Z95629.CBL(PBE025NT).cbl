       IDENTIFICATION DIVISION.
       PROGRAM-ID. PBE025NT.
       AUTHOR.     Halim Germiyan.
      * MÜŞTERİ BİLDİRİM ÇIKTISI (GECE ÇALIŞMASI): GECENİN
      * BİLDİRİLECEK OLAYLARI TOPLANIR VE MESAJ AĞ GEÇİDİ İÇİN SABİT
      * DÜZENLİ BİLDİRİM DOSYASI (NTFFILE) ÜRETİLİR. OLAYLAR:
      *  - DENETİM İZİNDE İŞ TARİHLİ, TUTARI DÖVİZ BAZINDAKİ BİLDİRİM
      *    EŞİĞİNE (NTFTAB) ULAŞAN 'B', 'T' VE 'V' HAREKETLERİ (MV)
      *  - DENETİM İZİNDE İŞ TARİHLİ UYKUYA ALMA ('S') KAYITLARI, YANİ
      *    PBE021DM'NİN YENİ İŞARETLEDİĞİ HESAPLAR (DM)
      *  - BİLDİRİM OLAY KUYRUĞUNDAKİ (NTEFILE) PBE014SG'NİN
      *    İŞLEYEMEDİĞİ TALİMATLAR (SF) VE PBE020AP'DE SÜPERVİZÖRÜN
      *    REDDETTİĞİ ONAY KAYITLARI (AR)
      * OLAYLAR MÜŞTERİ VE HESAP SIRASINA DİZİLİP CUSFILE İLE
      * EŞLENİR; KANAL MÜŞTERİNİN BİLDİRİM TERCİHİNE GÖRE SMS YA DA
      * E-POSTA OLUR. MÜŞTERİ KAYDI, İLETİŞİM BİLGİSİ OLMAYAN YA DA
      * BİLDİRİM İSTEMEYEN MÜŞTERİLERİN OLAYLARI İSTİSNA RAPORUNA
      * YAZILIR (RC 4). TEMİZ BİTİŞTE OLAY KUYRUĞU BOŞALTILIR.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUD-FILE   ASSIGN AUDFILE
                             ORGANIZATION SEQUENTIAL
                             STATUS AUD-ST.
           SELECT NTE-FILE   ASSIGN TO NTEFILE
                             STATUS NTE-ST.
           SELECT CUS-FILE   ASSIGN CUSFILE
                             ORGANIZATION INDEXED
                             ACCESS MODE RANDOM
                             RECORD KEY CUS-KEY
                             STATUS CUS-ST.
           SELECT SORT-WORK  ASSIGN TO SORTWK1.
           SELECT NTF-FILE   ASSIGN TO NTFFILE
                             STATUS NTF-ST.
           SELECT RPT-FILE   ASSIGN TO RPTFILE
                             STATUS RPT-ST.
      * İŞ TARİHİ KONTROL DOSYASI: DENETİM İZİNDEN GECENİN
      * HAREKETLERİ İŞ TARİHİYLE SEÇİLİR
           SELECT BDT-FILE   ASSIGN TO BDTFILE
                             STATUS BDT-ST.
       DATA DIVISION.
       FILE SECTION.
       FD  AUD-FILE RECORDING MODE F.
           COPY AUDREC.

       FD  NTE-FILE RECORDING MODE F.
           COPY NTEREC.

       FD  CUS-FILE.
           COPY CUSREC.

       SD  SORT-WORK.
       01  SW-REC.
           03 SW-ID             PIC 9(05).
           03 SW-DVZ            PIC 9(03).
           03 SW-TS-DATE        PIC 9(08).
           03 SW-TS-TIME        PIC 9(06).
           03 SW-TYPE           PIC X(02).
           03 SW-AMOUNT         PIC S9(15)  COMP-3.
           03 SW-REF            PIC X(12).
           03 SW-REASON         PIC X(30).

      * MESAJ AĞ GEÇİDİNE GİDEN BİLDİRİM KAYDI: KANAL, OLAY TÜRÜ,
      * HESAP, MÜŞTERİ ADI, İLETİŞİM BİLGİSİ (TELEFON YA DA E-POSTA
      * ADRESİ) VE MESAJ METNİ
       FD  NTF-FILE RECORDING MODE F.
       01  NTF-REC.
           03 NTF-CHANNEL         PIC X(05).
           03 NTF-EVENT           PIC X(02).
           03 NTF-DATE            PIC 9(08).
           03 NTF-ID              PIC 9(05).
           03 NTF-DVZ             PIC 9(03).
           03 NTF-NAME            PIC X(30).
           03 NTF-CONTACT         PIC X(40).
           03 NTF-TEXT            PIC X(80).

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
           03 NTE-ST            PIC 9(2).
              88 NTE-SUCCESS            VALUE 00 97.
              88 NTE-NOTFND             VALUE 05 35.
              88 NTE-EOF                VALUE 10.
           03 CUS-ST            PIC 9(2).
              88 CUS-SUCCESS            VALUE 00 97.
              88 CUS-NOTFND             VALUE 05 35.
           03 NTF-ST            PIC 9(2).
              88 NTF-SUCCESS            VALUE 00 97.
           03 RPT-ST            PIC 9(2).
              88 RPT-SUCCESS            VALUE 00 97.
           03 BDT-ST            PIC 9(2).
              88 BDT-SUCCESS            VALUE 00 97.
           03 WS-SORT-EOF-SW    PIC X(01) VALUE 'N'.
              88 WS-SORT-EOF            VALUE 'Y'.
           03 WS-BUSDATE        PIC 9(08).
      * HAREKETİN BAKİYE FARKI VE EŞİKLE KARŞILAŞTIRILAN MUTLAK
      * DEĞERİ
           03 WS-DELTA          PIC S9(15)  COMP-3.
           03 WS-ABS-AMOUNT     PIC S9(15)  COMP-3.
      * OLAYIN MÜŞTERİSİ: ART ARDA GELEN AYNI MÜŞTERİ OLAYLARINDA
      * CUSFILE YENİDEN OKUNMAZ
           03 WS-LAST-ID        PIC 9(05).
           03 WS-LAST-SW        PIC X(01) VALUE 'N'.
              88 WS-LAST-VALID          VALUE 'Y'.
           03 WS-CUS-SW         PIC X(01).
              88 WS-CUS-FOUND           VALUE 'Y'.
      * SEÇİLEN KANAL VE İLETİŞİM BİLGİSİ YA DA İSTİSNA GEREKÇESİ
           03 WS-CHANNEL        PIC X(05).
           03 WS-CONTACT        PIC X(40).
           03 WS-EXC-REASON     PIC X(24).
      * MESAJ METNİNİN KURULUŞU: TUTAR SOLA YASLANARAK YAZILIR
           03 WS-MSG-TEXT       PIC X(80).
           03 WS-MSG-PTR        PIC 9(03).
           03 WS-MSG-AMT        PIC Z(14)9.
           03 WS-MSG-LEAD       PIC 9(02).
           03 WS-MSG-ACCT.
              05 WS-MSG-ID      PIC 9(05).
              05 FILLER         PIC X(01) VALUE '-'.
              05 WS-MSG-DVZ     PIC 9(03).
           03 WS-MSG-CURR       PIC X(10).
      * ÇALIŞMA SONU ÖZETİ İÇİN SAYAÇLAR
           03 WS-CNT-MV         PIC 9(07) VALUE 0.
           03 WS-CNT-DM         PIC 9(07) VALUE 0.
           03 WS-CNT-SF         PIC 9(07) VALUE 0.
           03 WS-CNT-AR         PIC 9(07) VALUE 0.
           03 WS-CNT-SMS        PIC 9(07) VALUE 0.
           03 WS-CNT-EMAIL      PIC 9(07) VALUE 0.
           03 WS-CNT-EXC-OPT    PIC 9(07) VALUE 0.
           03 WS-CNT-EXC-CON    PIC 9(07) VALUE 0.
           03 WS-CNT-EXC-CUS    PIC 9(07) VALUE 0.
           03 WS-CNT-EXC        PIC 9(07) VALUE 0.
       COPY CURRTAB.
       COPY NTFTAB.
      * RAPOR SATIRLARININ BİÇİMİ
       01  WS-HDR-LINE.
           05 FILLER            PIC X(29) VALUE
              'CUSTOMER NOTIFICATIONS - DATE'.
           05 FILLER            PIC X(01) VALUE SPACES.
           05 WS-HD-BUSDATE     PIC 9(08).
       01  WS-EXC-LINE.
           05 FILLER            PIC X(09) VALUE 'NOT SENT '.
           05 WS-EX-ID          PIC 9(05).
           05 FILLER            PIC X(01) VALUE '-'.
           05 WS-EX-DVZ         PIC 9(03).
           05 FILLER            PIC X(01) VALUE SPACES.
           05 WS-EX-TYPE        PIC X(02).
           05 FILLER            PIC X(01) VALUE SPACES.
           05 WS-EX-REASON      PIC X(24).
           05 FILLER            PIC X(01) VALUE SPACES.
           05 WS-EX-AMOUNT      PIC -(14)9.
           05 FILLER            PIC X(01) VALUE SPACES.
           05 WS-EX-REF         PIC X(12).
       01  WS-TOTAL-LINE.
           05 WS-TT-LABEL       PIC X(20).
           05 WS-TT-COUNT       PIC ZZZ,ZZ9.
      *--------------------
       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM H100-OPEN-FILES.
           PERFORM H150-READ-BUSDATE.
           PERFORM H160-WRITE-HEADER.
           PERFORM H200-SORT-DATA.
           PERFORM H500-CLEAR-QUEUE.
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
           OPEN OUTPUT NTF-FILE.
           IF (NOT NTF-SUCCESS)
              DISPLAY 'UNABLE TO OPEN NTFFILE: ' NTF-ST
              MOVE NTF-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           OPEN INPUT CUS-FILE.
           IF (NOT CUS-SUCCESS)
              DISPLAY 'UNABLE TO OPEN CUSFILE: ' CUS-ST
              MOVE CUS-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
       H100-END. EXIT.
      * İŞ TARİHİNİ OKUYORUZ; DENETİM İZİNDEN BU TARİHLİ KAYITLAR
      * SEÇİLİR
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
      * KULLANILAN İŞ TARİHİNİ RAPORUN BAŞINA YAZIYORUZ
       H160-WRITE-HEADER.
           MOVE WS-BUSDATE  TO WS-HD-BUSDATE.
           MOVE SPACES      TO RPT-REC.
           MOVE WS-HDR-LINE TO RPT-REC.
           PERFORM H700-WRITE-RPT-REC.
       H160-END. EXIT.
      * OLAYLARI MÜŞTERİ, HESAP VE ZAMAN SIRASINA DİZİYORUZ
       H200-SORT-DATA.
           SORT SORT-WORK
              ON ASCENDING KEY SW-ID
              ON ASCENDING KEY SW-DVZ
              ON ASCENDING KEY SW-TS-DATE
              ON ASCENDING KEY SW-TS-TIME
              INPUT PROCEDURE H210-LOAD-SORT
              OUTPUT PROCEDURE H400-WRITE-NOTIFICATIONS.
       H200-END. EXIT.
      * DENETİM İZİ YA DA OLAY KUYRUĞU HİÇ OLUŞMAMIŞSA O KAYNAKTAN
      * OLAY GELMEZ
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
           OPEN INPUT NTE-FILE.
           IF (NOT NTE-SUCCESS)
              IF (NOT NTE-NOTFND)
                 DISPLAY 'UNABLE TO OPEN NTEFILE: ' NTE-ST
                 MOVE NTE-ST TO RETURN-CODE
              END-IF
           ELSE
              PERFORM H240-LOAD-NTE-LOOP UNTIL NTE-EOF
              CLOSE NTE-FILE
           END-IF.
       H210-END. EXIT.
      * İŞ TARİHLİ HAREKETLERDEN EŞİĞE ULAŞANLAR VE UYKUYA ALMA
      * KAYITLARI SEÇİLİR
       H220-LOAD-AUD-LOOP.
           READ AUD-FILE
                AT END SET AUD-EOF TO TRUE
           END-READ.
           IF (NOT AUD-EOF)
              IF AUD-TS-DATE = WS-BUSDATE
                 EVALUATE AUD-FUNC
                    WHEN 'B'
                    WHEN 'T'
                    WHEN 'V'
                       PERFORM H230-CHECK-THRESHOLD
                    WHEN 'S'
                       MOVE 'DM'   TO SW-TYPE
                       MOVE ZEROS  TO SW-AMOUNT
                       MOVE SPACES TO SW-REASON
                       PERFORM H235-RELEASE-AUD
                 END-EVALUATE
              END-IF
           END-IF.
       H220-END. EXIT.
      * HAREKETİN MUTLAK TUTARINI HESABIN DÖVİZİNİN EŞİĞİYLE
      * KARŞILAŞTIRIYORUZ; TABLODA OLMAYAN DÖVİZ BİLDİRİLMEZ
       H230-CHECK-THRESHOLD.
           COMPUTE WS-DELTA = AUD-NEW-BALLANCE - AUD-OLD-BALLANCE.
           IF WS-DELTA < 0
              COMPUTE WS-ABS-AMOUNT = 0 - WS-DELTA
           ELSE
              MOVE WS-DELTA TO WS-ABS-AMOUNT
           END-IF.
           SET WS-NTF-IDX TO 1.
           SEARCH WS-NTF-ENTRY
              AT END
                 CONTINUE
              WHEN WS-NTF-DVZ (WS-NTF-IDX) = AUD-DVZ
                 IF WS-ABS-AMOUNT NOT < WS-NTF-AMOUNT (WS-NTF-IDX)
                    MOVE 'MV'     TO SW-TYPE
                    MOVE WS-DELTA TO SW-AMOUNT
                    MOVE SPACES   TO SW-REASON
                    PERFORM H235-RELEASE-AUD
                 END-IF
           END-SEARCH.
       H230-END. EXIT.

       H235-RELEASE-AUD.
           MOVE AUD-ID      TO SW-ID.
           MOVE AUD-DVZ     TO SW-DVZ.
           MOVE AUD-TS-DATE TO SW-TS-DATE.
           MOVE AUD-TS-TIME TO SW-TS-TIME.
           MOVE AUD-REF     TO SW-REF.
           RELEASE SW-REC.
       H235-END. EXIT.
      * OLAY KUYRUĞUNDAKİ HER KAYIT BİR KEZ BİLDİRİLİR; KUYRUK
      * ÇALIŞMA SONUNDA BOŞALTILIR
       H240-LOAD-NTE-LOOP.
           READ NTE-FILE
                AT END SET NTE-EOF TO TRUE
           END-READ.
           IF (NOT NTE-EOF)
              MOVE NTE-ID     TO SW-ID
              MOVE NTE-DVZ    TO SW-DVZ
              MOVE NTE-DATE   TO SW-TS-DATE
              MOVE ZEROS      TO SW-TS-TIME
              MOVE NTE-TYPE   TO SW-TYPE
              MOVE NTE-AMOUNT TO SW-AMOUNT
              MOVE NTE-REF    TO SW-REF
              MOVE NTE-REASON TO SW-REASON
              RELEASE SW-REC
           END-IF.
       H240-END. EXIT.

       H400-WRITE-NOTIFICATIONS.
           PERFORM H410-NOTIFY-LOOP UNTIL WS-SORT-EOF.
       H400-END. EXIT.

       H410-NOTIFY-LOOP.
           RETURN SORT-WORK
                AT END SET WS-SORT-EOF TO TRUE
           END-RETURN.
           IF (NOT WS-SORT-EOF)
              PERFORM H420-COUNT-EVENT
              PERFORM H430-GET-CUSTOMER
              PERFORM H440-CHOOSE-CHANNEL
              IF WS-CHANNEL = SPACES
                 PERFORM H480-WRITE-EXCEPTION
              ELSE
                 PERFORM H450-BUILD-TEXT
                 PERFORM H470-WRITE-NOTIFICATION
              END-IF
           END-IF.
       H410-END. EXIT.

       H420-COUNT-EVENT.
           EVALUATE SW-TYPE
              WHEN 'MV'
                 ADD 1 TO WS-CNT-MV
              WHEN 'DM'
                 ADD 1 TO WS-CNT-DM
              WHEN 'SF'
                 ADD 1 TO WS-CNT-SF
              WHEN 'AR'
                 ADD 1 TO WS-CNT-AR
           END-EVALUATE.
       H420-END. EXIT.
      * MÜŞTERİ KAYDINI OKUYORUZ; OLAYLAR MÜŞTERİ SIRASINDA
      * GELDİĞİNDEN AYNI MÜŞTERİ İÇİN DOSYAYA TEKRAR GİDİLMEZ
       H430-GET-CUSTOMER.
           IF (NOT WS-LAST-VALID) OR (SW-ID NOT = WS-LAST-ID)
              MOVE 'N'   TO WS-CUS-SW
              MOVE SW-ID TO CUS-ID
              READ CUS-FILE
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    MOVE 'Y' TO WS-CUS-SW
              END-READ
              MOVE SW-ID TO WS-LAST-ID
              MOVE 'Y'   TO WS-LAST-SW
           END-IF.
       H430-END. EXIT.
      * KANAL SEÇİMİ: TERCİH EDİLEN KANALIN İLETİŞİM BİLGİSİ YOKSA
      * DİĞER KANAL KULLANILIR; HİÇBİRİ YOKSA YA DA MÜŞTERİ BİLDİRİM
      * İSTEMİYORSA KANAL BOŞ KALIR VE GEREKÇE BELİRLENİR
       H440-CHOOSE-CHANNEL.
           MOVE SPACES TO WS-CHANNEL.
           MOVE SPACES TO WS-CONTACT.
           MOVE SPACES TO WS-EXC-REASON.
           EVALUATE TRUE
              WHEN (NOT WS-CUS-FOUND)
                 MOVE 'CUSTOMER NOT ON CUSFILE' TO WS-EXC-REASON
              WHEN CUS-NOTIFY-OPTOUT
                 MOVE 'OPTED OUT'               TO WS-EXC-REASON
              WHEN CUS-NOTIFY-EMAIL
                 IF CUS-EMAIL NOT = SPACES
                    PERFORM H442-SET-EMAIL
                 ELSE
                    IF CUS-PHONE NOT = SPACES
                       PERFORM H441-SET-SMS
                    END-IF
                 END-IF
              WHEN OTHER
                 IF CUS-PHONE NOT = SPACES
                    PERFORM H441-SET-SMS
                 ELSE
                    IF CUS-EMAIL NOT = SPACES
                       PERFORM H442-SET-EMAIL
                    END-IF
                 END-IF
           END-EVALUATE.
           IF (WS-CHANNEL = SPACES) AND (WS-EXC-REASON = SPACES)
              MOVE 'NO CONTACT DATA' TO WS-EXC-REASON
           END-IF.
       H440-END. EXIT.

       H441-SET-SMS.
           MOVE 'SMS'     TO WS-CHANNEL.
           MOVE CUS-PHONE TO WS-CONTACT.
       H441-END. EXIT.

       H442-SET-EMAIL.
           MOVE 'EMAIL'   TO WS-CHANNEL.
           MOVE CUS-EMAIL TO WS-CONTACT.
       H442-END. EXIT.
      * MESAJ METNİNİ OLAY TÜRÜNE GÖRE KURUYORUZ: HESAP NO, SOLA
      * YASLI TUTAR VE DÖVİZ ADI
       H450-BUILD-TEXT.
           MOVE SW-ID  TO WS-MSG-ID.
           MOVE SW-DVZ TO WS-MSG-DVZ.
           PERFORM H455-EDIT-AMOUNT.
           MOVE SPACES TO WS-MSG-TEXT.
           MOVE 1      TO WS-MSG-PTR.
           EVALUATE SW-TYPE
              WHEN 'MV'
                 IF SW-AMOUNT < 0
                    STRING WS-MSG-ACCT           DELIMITED BY SIZE
                           ' NOLU HESABINIZDAN ' DELIMITED BY SIZE
                           WS-MSG-AMT (WS-MSG-LEAD + 1:)
                                                 DELIMITED BY SIZE
                           ' '                   DELIMITED BY SIZE
                           WS-MSG-CURR           DELIMITED BY SPACE
                           ' CIKIS YAPILDI.'     DELIMITED BY SIZE
                      INTO WS-MSG-TEXT WITH POINTER WS-MSG-PTR
                    END-STRING
                 ELSE
                    STRING WS-MSG-ACCT           DELIMITED BY SIZE
                           ' NOLU HESABINIZA '   DELIMITED BY SIZE
                           WS-MSG-AMT (WS-MSG-LEAD + 1:)
                                                 DELIMITED BY SIZE
                           ' '                   DELIMITED BY SIZE
                           WS-MSG-CURR           DELIMITED BY SPACE
                           ' GIRIS YAPILDI.'     DELIMITED BY SIZE
                      INTO WS-MSG-TEXT WITH POINTER WS-MSG-PTR
                    END-STRING
                 END-IF
                 IF SW-REF NOT = SPACES
                    STRING ' REF ' SW-REF DELIMITED BY SIZE
                      INTO WS-MSG-TEXT WITH POINTER WS-MSG-PTR
                    END-STRING
                 END-IF
              WHEN 'DM'
                 STRING WS-MSG-ACCT ' NOLU HESABINIZ UZUN SURE '
                        'HAREKETSIZ KALDIGINDAN PASIFE ALINDI.'
                        DELIMITED BY SIZE
                   INTO WS-MSG-TEXT WITH POINTER WS-MSG-PTR
                 END-STRING
              WHEN 'SF'
                 STRING WS-MSG-ACCT           DELIMITED BY SIZE
                        ' NOLU HESABINIZDAN ' DELIMITED BY SIZE
                        WS-MSG-AMT (WS-MSG-LEAD + 1:)
                                              DELIMITED BY SIZE
                        ' '                   DELIMITED BY SIZE
                        WS-MSG-CURR           DELIMITED BY SPACE
                        ' TUTARLI TALIMATINIZ ISLENEMEDI.'
                                              DELIMITED BY SIZE
                   INTO WS-MSG-TEXT WITH POINTER WS-MSG-PTR
                 END-STRING
              WHEN 'AR'
                 STRING WS-MSG-ACCT           DELIMITED BY SIZE
                        ' NOLU HESABINIZDAKI ' DELIMITED BY SIZE
                        WS-MSG-AMT (WS-MSG-LEAD + 1:)
                                              DELIMITED BY SIZE
                        ' '                   DELIMITED BY SIZE
                        WS-MSG-CURR           DELIMITED BY SPACE
                        ' TUTARLI ISLEM ONAYLANMADI.'
                                              DELIMITED BY SIZE
                   INTO WS-MSG-TEXT WITH POINTER WS-MSG-PTR
                 END-STRING
           END-EVALUATE.
       H450-END. EXIT.
      * TUTARIN MUTLAK DEĞERİNİ DÜZENLEYİP BAŞTAKİ BOŞLUKLARI
      * SAYIYORUZ; DÖVİZ ADI CURRTAB'DAN ALINIR
       H455-EDIT-AMOUNT.
           IF SW-AMOUNT < 0
              COMPUTE WS-ABS-AMOUNT = 0 - SW-AMOUNT
           ELSE
              MOVE SW-AMOUNT TO WS-ABS-AMOUNT
           END-IF.
           MOVE WS-ABS-AMOUNT TO WS-MSG-AMT.
           MOVE 0 TO WS-MSG-LEAD.
           INSPECT WS-MSG-AMT TALLYING WS-MSG-LEAD FOR LEADING SPACES.
           MOVE SPACES TO WS-MSG-CURR.
           SET WS-CURR-IDX TO 1.
           SEARCH WS-CURR-ENTRY
              AT END
                 CONTINUE
              WHEN WS-CURR-CODE (WS-CURR-IDX) = SW-DVZ
                 MOVE WS-CURR-NAME (WS-CURR-IDX) TO WS-MSG-CURR
           END-SEARCH.
       H455-END. EXIT.
      * BİLDİRİM KAYDINI AĞ GEÇİDİ DOSYASINA YAZIYORUZ
       H470-WRITE-NOTIFICATION.
           MOVE WS-CHANNEL  TO NTF-CHANNEL.
           MOVE SW-TYPE     TO NTF-EVENT.
           MOVE WS-BUSDATE  TO NTF-DATE.
           MOVE SW-ID       TO NTF-ID.
           MOVE SW-DVZ      TO NTF-DVZ.
           MOVE CUS-NAME    TO NTF-NAME.
           MOVE WS-CONTACT  TO NTF-CONTACT.
           MOVE WS-MSG-TEXT TO NTF-TEXT.
           WRITE NTF-REC.
           IF (NOT NTF-SUCCESS)
              DISPLAY 'UNABLE TO WRITE NTFFILE: ' NTF-ST
              MOVE NTF-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           IF WS-CHANNEL = 'SMS'
              ADD 1 TO WS-CNT-SMS
           ELSE
              ADD 1 TO WS-CNT-EMAIL
           END-IF.
       H470-END. EXIT.
      * GÖNDERİLEMEYEN OLAYI GEREKÇESİYLE İSTİSNA RAPORUNA YAZIYORUZ
       H480-WRITE-EXCEPTION.
           ADD 1 TO WS-CNT-EXC.
           EVALUATE TRUE
              WHEN (NOT WS-CUS-FOUND)
                 ADD 1 TO WS-CNT-EXC-CUS
              WHEN CUS-NOTIFY-OPTOUT
                 ADD 1 TO WS-CNT-EXC-OPT
              WHEN OTHER
                 ADD 1 TO WS-CNT-EXC-CON
           END-EVALUATE.
           MOVE SW-ID          TO WS-EX-ID.
           MOVE SW-DVZ         TO WS-EX-DVZ.
           MOVE SW-TYPE        TO WS-EX-TYPE.
           MOVE WS-EXC-REASON  TO WS-EX-REASON.
           MOVE SW-AMOUNT      TO WS-EX-AMOUNT.
           MOVE SW-REF         TO WS-EX-REF.
           MOVE SPACES         TO RPT-REC.
           MOVE WS-EXC-LINE    TO RPT-REC.
           PERFORM H700-WRITE-RPT-REC.
       H480-END. EXIT.
      * TÜM OLAYLAR YAZILDIYSA OLAY KUYRUĞUNU BOŞALTIYORUZ; HATA İLE
      * ÇIKILDIYSA KUYRUK KALDIĞI GİBİ BIRAKILIR, YENİDEN ÇALIŞMADA
      * AYNI OLAYLAR TEKRAR OKUNUR
       H500-CLEAR-QUEUE.
           IF RETURN-CODE = 0
              OPEN OUTPUT NTE-FILE
              IF NTE-SUCCESS
                 CLOSE NTE-FILE
              ELSE
                 DISPLAY 'UNABLE TO CLEAR NTEFILE: ' NTE-ST
                 MOVE NTE-ST TO RETURN-CODE
              END-IF
           END-IF.
       H500-END. EXIT.
      * OLAY TÜRÜ, KANAL VE İSTİSNA KIRILIMLI ÖZETİ YAZIYORUZ;
      * İSTİSNA VARSA RC 4
       H600-WRITE-SUMMARY.
           MOVE 'LARGE MOVEMENTS     ' TO WS-TT-LABEL.
           MOVE WS-CNT-MV       TO WS-TT-COUNT.
           PERFORM H620-WRITE-TOTAL-REC.
           MOVE 'NEWLY DORMANT       ' TO WS-TT-LABEL.
           MOVE WS-CNT-DM       TO WS-TT-COUNT.
           PERFORM H620-WRITE-TOTAL-REC.
           MOVE 'FAILED ORDERS       ' TO WS-TT-LABEL.
           MOVE WS-CNT-SF       TO WS-TT-COUNT.
           PERFORM H620-WRITE-TOTAL-REC.
           MOVE 'REJECTED APPROVALS  ' TO WS-TT-LABEL.
           MOVE WS-CNT-AR       TO WS-TT-COUNT.
           PERFORM H620-WRITE-TOTAL-REC.
           MOVE 'SMS WRITTEN         ' TO WS-TT-LABEL.
           MOVE WS-CNT-SMS      TO WS-TT-COUNT.
           PERFORM H620-WRITE-TOTAL-REC.
           MOVE 'EMAIL WRITTEN       ' TO WS-TT-LABEL.
           MOVE WS-CNT-EMAIL    TO WS-TT-COUNT.
           PERFORM H620-WRITE-TOTAL-REC.
           MOVE 'NOT SENT - OPTED OUT' TO WS-TT-LABEL.
           MOVE WS-CNT-EXC-OPT  TO WS-TT-COUNT.
           PERFORM H620-WRITE-TOTAL-REC.
           MOVE 'NOT SENT - NO CONTAC' TO WS-TT-LABEL.
           MOVE WS-CNT-EXC-CON  TO WS-TT-COUNT.
           PERFORM H620-WRITE-TOTAL-REC.
           MOVE 'NOT SENT - NO CUST  ' TO WS-TT-LABEL.
           MOVE WS-CNT-EXC-CUS  TO WS-TT-COUNT.
           PERFORM H620-WRITE-TOTAL-REC.
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
           CLOSE NTF-FILE.
           CLOSE RPT-FILE.
           STOP RUN.
       H999-END. EXIT.
      *
