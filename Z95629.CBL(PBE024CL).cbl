       IDENTIFICATION DIVISION.
       PROGRAM-ID. PBE024CL.
       AUTHOR.     Halim Germiyan.
      * BANKALARARASI TAKAS (EFT) GELEN ÖDEME ÖN İŞLEMİ: TAKAS
      * ODASININ KENDİ DÜZENİNDEKİ ÖDEME DOSYASI (CLRFILE) OKUNUR,
      * PBE006HW İÇİN BAŞLIK VE ÖZET KAYITLARI DOĞRU HESAPLANMIŞ BİR
      * INPFILE ÜRETİLİR. DOSYA İKİ GEÇİŞTE İŞLENİR: İLK GEÇİŞTE
      * YALNIZCA GRUP YAPISI, TAKAS TARİHİ VE HER GRUBUN KENDİ ADET
      * VE TUTAR TOPLAMLARI DOĞRULANIR; HERHANGİ BİR TUTARSIZLIKTA
      * HİÇBİR ÇIKTI YAZILMADAN DOSYANIN TAMAMI REDDEDİLİR (RC 12).
      * İKİNCİ GEÇİŞTE HER ÖDEMENİN ALICI IBAN'I IDX-ID/IDX-DVZ
      * HESABINA ÇÖZÜLÜR: HESAP AÇIK VE UYKUDA DEĞİLSE TAKAS MESAJ
      * NUMARASI INP-REF'E TAŞINARAK 'B' ALACAK KAYDI YAZILIR
      * (MÜKERRER GÖNDERİM PBE006HW'NİN REFERANS DEFTERİNE TAKILIR).
      * HESABI BULUNAMAYAN, KAPALI (CLSFILE) VEYA UYKUDA (DRMFILE)
      * OLAN ÖDEMELER İADE GEREKÇESİYLE TAKAS DÜZENİNDEKİ İADE
      * DOSYASINA (RETFILE) YAZILIR VE AYNI GÜN GERİ GÖNDERİLİR.
      * İADE VARSA ÇALIŞMA RC 4 İLE BİTER.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLR-FILE   ASSIGN TO CLRFILE
                             STATUS CLR-ST.
           SELECT INP-FILE   ASSIGN TO INPFILE
                             STATUS INP-ST.
           SELECT RET-FILE   ASSIGN TO RETFILE
                             STATUS RET-ST.
           SELECT IDX-FILE   ASSIGN IDXFILE
                             ORGANIZATION INDEXED
                             ACCESS MODE RANDOM
                             RECORD KEY IDX-KEY
                             STATUS IDX-ST.
      * UYKUDAKİ HESAP İŞARETLERİ; DOSYA HİÇ OLUŞTURULMAMIŞSA UYKUDA
      * HESAP YOKTUR
           SELECT DRM-FILE   ASSIGN DRMFILE
                             ORGANIZATION INDEXED
                             ACCESS MODE RANDOM
                             RECORD KEY DRM-KEY
                             STATUS DRM-ST.
      * KAPALI HESAP ARŞİVİ; YALNIZCA IDXFILE'DA BULUNAMAYAN HESAPLAR
      * İÇİN BAŞTAN SONA TARANIR
           SELECT CLS-FILE   ASSIGN CLSFILE
                             STATUS CLS-ST.
           SELECT RPT-FILE   ASSIGN TO RPTFILE
                             STATUS RPT-ST.
      * İŞ TARİHİ KONTROL DOSYASI: TAKAS TARİHİ VE INPFILE BAŞLIK
      * TARİHİ İŞ TARİHİNE GÖRE BELİRLENİR
           SELECT BDT-FILE   ASSIGN TO BDTFILE
                             STATUS BDT-ST.
       DATA DIVISION.
       FILE SECTION.
       FD  CLR-FILE RECORDING MODE F.
           COPY CLRREC.

       FD  INP-FILE RECORDING MODE F.
           COPY INPREC.

      * İADE DOSYASI GELEN DOSYAYLA AYNI TAKAS DÜZENİNDEDİR; KAYITLAR
      * CLR-REC ÜZERİNDE HAZIRLANIP OLDUĞU GİBİ YAZILIR
       FD  RET-FILE RECORDING MODE F.
       01  RET-REC              PIC X(130).

       FD  IDX-FILE.
           COPY IDXREC.

       FD  DRM-FILE.
           COPY DRMREC.

       FD  CLS-FILE RECORDING MODE F.
           COPY CLSREC.

       FD  RPT-FILE RECORDING MODE F.
       01  RPT-REC              PIC X(80).

       FD  BDT-FILE RECORDING MODE F.
           COPY BDTREC.

       WORKING-STORAGE SECTION.
       01  WS-WORK-AREA.
           03 CLR-ST            PIC 9(2).
              88 CLR-SUCCESS            VALUE 00 97.
              88 CLR-EOF                VALUE 10.
           03 INP-ST            PIC 9(2).
              88 INP-SUCCESS            VALUE 00 97.
           03 RET-ST            PIC 9(2).
              88 RET-SUCCESS            VALUE 00 97.
           03 IDX-ST            PIC 9(2).
              88 IDX-SUCCESS            VALUE 00 97.
              88 IDX-NOTFND             VALUE 23.
           03 DRM-ST            PIC 9(2).
              88 DRM-SUCCESS            VALUE 00 97.
              88 DRM-NOTFND             VALUE 05 35.
              88 DRM-NOREC              VALUE 23.
           03 CLS-ST            PIC 9(2).
              88 CLS-SUCCESS            VALUE 00 97.
              88 CLS-NOTFND             VALUE 05 35.
              88 CLS-EOF                VALUE 10.
           03 RPT-ST            PIC 9(2).
              88 RPT-SUCCESS            VALUE 00 97.
           03 BDT-ST            PIC 9(2).
              88 BDT-SUCCESS            VALUE 00 97.
      * BANKAMIZIN TAKAS KATILIMCI KODU; GELEN GRUPLARIN ALICISI VE
      * IBAN'LARIN BANKA KODU BU OLMALIDIR
           03 WS-OWN-BANK       PIC X(05) VALUE '00629'.
      * INPFILE BAŞLIK KAYDINDA GÖNDEREN SİSTEM ADI
           03 WS-ORIGIN         PIC X(08) VALUE 'PBE024CL'.
           03 WS-BUSDATE        PIC 9(08).
           03 WS-DRM-SW         PIC X(01) VALUE 'N'.
              88 WS-DRM-AVAIL           VALUE 'Y'.
           03 WS-CLS-FND-SW     PIC X(01).
              88 WS-CLS-FOUND           VALUE 'Y'.
      * İLK GEÇİŞ (DOĞRULAMA) İÇİN GRUP DURUMU VE GRUP TOPLAMLARI
           03 WS-IN-BATCH-SW    PIC X(01) VALUE 'N'.
              88 WS-IN-BATCH            VALUE 'Y'.
           03 WS-BATCH-NO       PIC 9(06).
           03 WS-BATCH-COUNT    PIC 9(07).
           03 WS-BATCH-TOTAL    PIC 9(17).
           03 WS-CNT-RECORDS    PIC 9(07) VALUE 0.
      * İKİNCİ GEÇİŞ İÇİN İADE GEREKÇESİ, GRUBUN İADE TOPLAMLARI VE
      * GRUP BAŞINDA HAZIRLANAN İADE GRUBU BAŞLIĞI
           03 WS-RET-CODE       PIC X(02).
           03 WS-RET-TEXT       PIC X(12).
           03 WS-RET-BATCH-CNT  PIC 9(07).
           03 WS-RET-BATCH-TOT  PIC 9(17).
           03 WS-ORG-SENDER     PIC X(05).
           03 WS-RET-HDR        PIC X(130).
      * INPFILE ÖZET KAYDI İÇİN KONTROL TOPLAMLARI; PBE006HW'NİN
      * H190-ACCUM-CONTROL PARAGRAFIYLA AYNI ALAN BOYUTLARI (TAŞAN
      * YÜKSEK BASAMAKLAR ATILIR)
           03 WS-ID-HASH        PIC 9(10) VALUE 0.
           03 WS-AMT-HASH       PIC S9(15) COMP-3 VALUE 0.
      * ÇALIŞMA SONU ÖZETİ İÇİN SAYAÇLAR
           03 WS-CNT-BATCHES    PIC 9(07) VALUE 0.
           03 WS-CNT-PAYMENTS   PIC 9(07) VALUE 0.
           03 WS-CNT-CREDITS    PIC 9(07) VALUE 0.
           03 WS-CNT-RETURNS    PIC 9(07) VALUE 0.
           03 WS-CNT-RET-BATCH  PIC 9(07) VALUE 0.
           03 WS-CNT-RET-AC     PIC 9(07) VALUE 0.
           03 WS-CNT-RET-CL     PIC 9(07) VALUE 0.
           03 WS-CNT-RET-DM     PIC 9(07) VALUE 0.
           03 WS-CNT-RET-CY     PIC 9(07) VALUE 0.
           03 WS-CNT-RET-AM     PIC 9(07) VALUE 0.
           03 WS-CNT-RET-MI     PIC 9(07) VALUE 0.
      * DÖVİZ KIRILIMLI ALACAKLANAN ÖDEME SAYISI VE TUTARI; CURRTAB
      * İLE AYNI SIRA
           03 WS-CUR-TOTALS VALUE ZEROS.
              05 WS-CUR-TOTAL OCCURS 5 TIMES.
                 07 WS-CUR-CR-CNT  PIC 9(07).
                 07 WS-CUR-CR-AMT  PIC S9(15).
           03 WS-CUR-SUB        PIC 9(02).
       COPY CURRTAB.
      * RAPOR SATIRLARININ BİÇİMİ
       01  WS-HDR-LINE.
           05 FILLER            PIC X(28) VALUE
              'CLEARING INBOUND RUN - DATE '.
           05 WS-HD-BUSDATE     PIC 9(08).
       01  WS-DETAIL-LINE.
           05 FILLER            PIC X(09) VALUE 'RETURNED '.
           05 WS-DT-MSG-ID      PIC X(12).
           05 FILLER            PIC X(01) VALUE SPACES.
           05 WS-DT-IBAN        PIC X(26).
           05 FILLER            PIC X(01) VALUE SPACES.
           05 WS-DT-AMOUNT      PIC Z(14)9.
           05 FILLER            PIC X(01) VALUE SPACES.
           05 WS-DT-CODE        PIC X(02).
           05 FILLER            PIC X(01) VALUE SPACES.
           05 WS-DT-TEXT        PIC X(12).
       01  WS-CURTOT-LINE.
           05 FILLER            PIC X(09) VALUE 'CURRENCY '.
           05 WS-CT-NAME        PIC X(10).
           05 FILLER            PIC X(09) VALUE ' CREDITS '.
           05 WS-CT-COUNT       PIC ZZZ,ZZ9.
           05 FILLER            PIC X(01) VALUE SPACES.
           05 WS-CT-AMOUNT      PIC -(14)9.
       01  WS-TOTAL-LINE.
           05 WS-TT-LABEL       PIC X(20).
           05 WS-TT-COUNT       PIC ZZZ,ZZ9.
      *--------------------
       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM H100-OPEN-FILES.
           PERFORM H150-READ-BUSDATE.
           PERFORM H160-WRITE-HEADER.
           PERFORM H200-VALIDATE-CLEARING.
           PERFORM H300-OPEN-OUTPUT.
           PERFORM H400-TRANSLATE.
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
      * İŞ TARİHİNİ OKUYORUZ; TAKAS TARİHİ BUNA EŞİT OLMALIDIR,
      * INPFILE BAŞLIĞINA DA BU TARİH YAZILIR
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
      * İLK GEÇİŞ: TAKAS DOSYASININ GRUP YAPISINI VE GRUP
      * TOPLAMLARINI DOĞRULUYORUZ. BU AŞAMADA HİÇBİR ÇIKTI DOSYASI
      * AÇIK DEĞİLDİR; HATADA DOSYANIN TAMAMI REDDEDİLİR
       H200-VALIDATE-CLEARING.
           OPEN INPUT CLR-FILE.
           IF (NOT CLR-SUCCESS)
              DISPLAY 'UNABLE TO OPEN CLRFILE: ' CLR-ST
              MOVE CLR-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           PERFORM H210-VALIDATE-LOOP UNTIL CLR-EOF.
           CLOSE CLR-FILE.
           IF WS-IN-BATCH
              DISPLAY 'CLRFILE ENDS INSIDE BATCH ' WS-BATCH-NO
              PERFORM H290-REJECT-FILE
           END-IF.
           IF WS-CNT-BATCHES = 0
              DISPLAY 'CLRFILE CONTAINS NO BATCHES'
              PERFORM H290-REJECT-FILE
           END-IF.
       H200-END. EXIT.

       H210-VALIDATE-LOOP.
           READ CLR-FILE
                AT END SET CLR-EOF TO TRUE
           END-READ.
           IF (NOT CLR-EOF)
              IF (NOT CLR-SUCCESS)
                 DISPLAY 'UNABLE TO READ CLRFILE: ' CLR-ST
                 MOVE CLR-ST TO RETURN-CODE
                 PERFORM H999-PROGRAM-EXIT
              END-IF
              ADD 1 TO WS-CNT-RECORDS
              EVALUATE TRUE
                 WHEN CLR-BATCH-HDR
                    PERFORM H220-CHECK-BATCH-HDR
                 WHEN CLR-PAYMENT
                    PERFORM H230-CHECK-PAYMENT
                 WHEN CLR-BATCH-TRL
                    PERFORM H240-CHECK-BATCH-TRL
                 WHEN OTHER
                    DISPLAY 'CLRFILE RECORD ' WS-CNT-RECORDS
                       ' HAS UNKNOWN TYPE ' CLR-REC-TYPE
                    PERFORM H290-REJECT-FILE
              END-EVALUATE
           END-IF.
       H210-END. EXIT.
      * GRUP BAŞLIĞI: ÖNCEKİ GRUP KAPANMIŞ OLMALI, GRUP BANKAMIZA
      * GELEN ÖDEME GRUBU OLMALI VE TAKAS TARİHİ İŞ TARİHİ OLMALIDIR
       H220-CHECK-BATCH-HDR.
           IF WS-IN-BATCH
              DISPLAY 'CLRFILE BATCH ' WS-BATCH-NO ' HAS NO TRAILER'
              PERFORM H290-REJECT-FILE
           END-IF.
           MOVE CLR-BATCH-NO TO WS-BATCH-NO.
           IF (NOT CLR-H-INBOUND)
                 OR (CLR-H-RECEIVER NOT = WS-OWN-BANK)
              DISPLAY 'CLRFILE BATCH ' WS-BATCH-NO
                 ' IS NOT AN INBOUND BATCH FOR BANK ' WS-OWN-BANK
              PERFORM H290-REJECT-FILE
           END-IF.
           IF CLR-H-SETTLE-DATE NOT = WS-BUSDATE
              DISPLAY 'CLRFILE BATCH ' WS-BATCH-NO ' SETTLE DATE '
                 CLR-H-SETTLE-DATE ' DOES NOT MATCH BUSINESS DATE '
                 WS-BUSDATE
              PERFORM H290-REJECT-FILE
           END-IF.
           MOVE 'Y'   TO WS-IN-BATCH-SW.
           MOVE ZEROS TO WS-BATCH-COUNT.
           MOVE ZEROS TO WS-BATCH-TOTAL.
           ADD 1 TO WS-CNT-BATCHES.
       H220-END. EXIT.
      * ÖDEME KAYDI: AÇIK BİR GRUBA AİT OLMALI VE TUTARI SAYISAL
      * OLMALIDIR (SAYISAL OLMAYAN TUTAR GRUP TOPLAMINA KATILAMAZ)
       H230-CHECK-PAYMENT.
           IF (NOT WS-IN-BATCH)
                 OR (CLR-BATCH-NO NOT = WS-BATCH-NO)
              DISPLAY 'CLRFILE RECORD ' WS-CNT-RECORDS
                 ' PAYMENT OUTSIDE ITS BATCH ' CLR-BATCH-NO
              PERFORM H290-REJECT-FILE
           END-IF.
           IF CLR-P-AMOUNT NOT NUMERIC
              DISPLAY 'CLRFILE RECORD ' WS-CNT-RECORDS
                 ' AMOUNT NOT NUMERIC, MSG ' CLR-P-MSG-ID
              PERFORM H290-REJECT-FILE
           END-IF.
           ADD 1 TO WS-BATCH-COUNT.
           ADD CLR-P-AMOUNT TO WS-BATCH-TOTAL.
       H230-END. EXIT.
      * GRUP ÖZETİ: TAKAS ODASININ ADET VE TUTAR TOPLAMLARI BİZİM
      * SAYDIKLARIMIZLA AYNI OLMALIDIR
       H240-CHECK-BATCH-TRL.
           IF (NOT WS-IN-BATCH)
                 OR (CLR-BATCH-NO NOT = WS-BATCH-NO)
              DISPLAY 'CLRFILE RECORD ' WS-CNT-RECORDS
                 ' TRAILER OUTSIDE ITS BATCH ' CLR-BATCH-NO
              PERFORM H290-REJECT-FILE
           END-IF.
           IF (CLR-T-COUNT NOT NUMERIC)
                 OR (CLR-T-COUNT NOT = WS-BATCH-COUNT)
              DISPLAY 'CLRFILE BATCH ' WS-BATCH-NO
                 ' COUNT EXPECTED ' CLR-T-COUNT
                 ' ACCUMULATED ' WS-BATCH-COUNT
              PERFORM H290-REJECT-FILE
           END-IF.
           IF (CLR-T-TOTAL NOT NUMERIC)
                 OR (CLR-T-TOTAL NOT = WS-BATCH-TOTAL)
              DISPLAY 'CLRFILE BATCH ' WS-BATCH-NO
                 ' TOTAL EXPECTED ' CLR-T-TOTAL
                 ' ACCUMULATED ' WS-BATCH-TOTAL
              PERFORM H290-REJECT-FILE
           END-IF.
           MOVE 'N' TO WS-IN-BATCH-SW.
       H240-END. EXIT.
      * DOSYA REDDİ: INPFILE VE RETFILE HENÜZ AÇILMADIĞINDAN HİÇBİR
      * ÖDEME İŞLENMEMİŞTİR; TAKAS ODASINDAN DOSYA YENİDEN İSTENİR
       H290-REJECT-FILE.
           DISPLAY 'CLRFILE REJECTED, NO PAYMENTS TRANSLATED'.
           MOVE 12 TO RETURN-CODE.
           PERFORM H999-PROGRAM-EXIT.
       H290-END. EXIT.
      * ÇIKTI VE ARAMA DOSYALARINI AÇIYORUZ. DRMFILE HİÇ
      * OLUŞTURULMAMIŞSA UYKU KONTROLÜ ATLANIR
       H300-OPEN-OUTPUT.
           OPEN OUTPUT INP-FILE.
           IF (NOT INP-SUCCESS)
              DISPLAY 'UNABLE TO OPEN INPFILE: ' INP-ST
              MOVE INP-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           OPEN OUTPUT RET-FILE.
           IF (NOT RET-SUCCESS)
              DISPLAY 'UNABLE TO OPEN RETFILE: ' RET-ST
              MOVE RET-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           OPEN INPUT IDX-FILE.
           IF (NOT IDX-SUCCESS)
              DISPLAY 'UNABLE TO OPEN IDXFILE: ' IDX-ST
              MOVE IDX-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           OPEN INPUT DRM-FILE.
           IF DRM-SUCCESS
              MOVE 'Y' TO WS-DRM-SW
           ELSE
              IF (NOT DRM-NOTFND)
                 DISPLAY 'UNABLE TO OPEN DRMFILE: ' DRM-ST
                 MOVE DRM-ST TO RETURN-CODE
                 PERFORM H999-PROGRAM-EXIT
              END-IF
           END-IF.
       H300-END. EXIT.
      * İKİNCİ GEÇİŞ: INPFILE BAŞLIĞINI YAZIP ÖDEMELERİ TEK TEK
      * ÇEVİRİYORUZ, SONUNDA INPFILE ÖZET KAYDINI YAZIYORUZ
       H400-TRANSLATE.
           OPEN INPUT CLR-FILE.
           IF (NOT CLR-SUCCESS)
              DISPLAY 'UNABLE TO OPEN CLRFILE: ' CLR-ST
              MOVE CLR-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           MOVE SPACES       TO INP-REC.
           MOVE 'H'          TO INP-SUB-TYPE.
           MOVE WS-BUSDATE   TO INP-H-FILE-DATE.
           MOVE WS-ORIGIN    TO INP-H-ORIGIN.
           PERFORM H710-WRITE-INP-REC.
           PERFORM H410-TRANSLATE-LOOP UNTIL CLR-EOF.
           CLOSE CLR-FILE.
           MOVE SPACES         TO INP-REC.
           MOVE 'Z'            TO INP-SUB-TYPE.
           MOVE WS-CNT-CREDITS TO INP-Z-COUNT.
           MOVE WS-ID-HASH     TO INP-Z-ID-HASH.
           MOVE WS-AMT-HASH    TO INP-Z-AMT-HASH.
           PERFORM H710-WRITE-INP-REC.
       H400-END. EXIT.

       H410-TRANSLATE-LOOP.
           READ CLR-FILE
                AT END SET CLR-EOF TO TRUE
           END-READ.
           IF (NOT CLR-EOF)
              EVALUATE TRUE
                 WHEN CLR-BATCH-HDR
                    PERFORM H420-START-BATCH
                 WHEN CLR-PAYMENT
                    PERFORM H430-PROCESS-PAYMENT
                 WHEN CLR-BATCH-TRL
                    PERFORM H480-END-BATCH
              END-EVALUATE
           END-IF.
       H410-END. EXIT.
      * GRUP BAŞINDA İADE GRUBUNUN BAŞLIĞINI HAZIRLIYORUZ: GÖNDEREN
      * VE ALICI YER DEĞİŞTİRİR, TARİH İŞ TARİHİ OLUR. BAŞLIK
      * YALNIZCA GRUPTAN İLK İADE ÇIKTIĞINDA YAZILIR
       H420-START-BATCH.
           MOVE CLR-BATCH-NO  TO WS-BATCH-NO.
           MOVE ZEROS         TO WS-RET-BATCH-CNT.
           MOVE ZEROS         TO WS-RET-BATCH-TOT.
           MOVE CLR-H-SENDER  TO WS-ORG-SENDER.
           MOVE WS-OWN-BANK   TO CLR-H-SENDER.
           MOVE WS-ORG-SENDER TO CLR-H-RECEIVER.
           MOVE WS-BUSDATE    TO CLR-H-SETTLE-DATE.
           SET CLR-H-RETURN   TO TRUE.
           MOVE CLR-REC       TO WS-RET-HDR.
       H420-END. EXIT.
      * ÖDEMENİN ALICISINI ÇÖZÜYORUZ; İADE GEREKÇESİ ÇIKMAZSA
      * INPFILE'A ALACAK KAYDI, ÇIKARSA İADE DOSYASINA YAZIYORUZ
       H430-PROCESS-PAYMENT.
           ADD 1 TO WS-CNT-PAYMENTS.
           MOVE SPACES TO WS-RET-CODE.
           PERFORM H440-RESOLVE-BENEFICIARY.
           IF WS-RET-CODE = SPACES
              PERFORM H450-WRITE-CREDIT
           ELSE
              PERFORM H460-WRITE-RETURN
           END-IF.
       H430-END. EXIT.
      * IBAN BANKAMIZA AİT VE HESAP KISMI GEÇERLİ OLMALI, HESABIN
      * DÖVİZİ ÖDEMENİN DÖVİZİYLE AYNI OLMALIDIR. MESAJ NUMARASI
      * BOŞ OLAN ÖDEME PBE006HW'DE REFERANSSIZ DİYE REDDEDİLECEĞİNDEN
      * BURADA İADE EDİLİR
       H440-RESOLVE-BENEFICIARY.
           EVALUATE TRUE
              WHEN CLR-P-MSG-ID = SPACES
                 MOVE 'MI' TO WS-RET-CODE
              WHEN CLR-P-AMOUNT = 0
                 MOVE 'AM' TO WS-RET-CODE
              WHEN CLR-P-IBAN-CTRY NOT = 'TR'
                OR CLR-P-IBAN-BANK NOT = WS-OWN-BANK
                OR CLR-P-IBAN-RSV  NOT = '0'
                OR CLR-P-ACCT-FILL NOT = '00000000'
                OR CLR-P-ACCT-ID   NOT NUMERIC
                OR CLR-P-ACCT-DVZ  NOT NUMERIC
                 MOVE 'AC' TO WS-RET-CODE
              WHEN CLR-P-CURRENCY NOT = CLR-P-ACCT-DVZ
                 MOVE 'CY' TO WS-RET-CODE
              WHEN OTHER
                 PERFORM H445-CHECK-ACCOUNT
           END-EVALUATE.
       H440-END. EXIT.
      * HESAP IDXFILE'DA YOKSA KAPALI HESAP ARŞİVİNE BAKILIR;
      * VARSA UYKUDA OLUP OLMADIĞI DRMFILE'DAN KONTROL EDİLİR
       H445-CHECK-ACCOUNT.
           MOVE CLR-P-ACCT-ID  TO IDX-ID.
           MOVE CLR-P-ACCT-DVZ TO IDX-DVZ.
           READ IDX-FILE
              INVALID KEY CONTINUE
           END-READ.
           EVALUATE TRUE
              WHEN IDX-SUCCESS
                 IF WS-DRM-AVAIL
                    PERFORM H447-CHECK-DORMANT
                 END-IF
              WHEN IDX-NOTFND
                 PERFORM H448-SEARCH-CLOSED
              WHEN OTHER
                 DISPLAY 'UNABLE TO READ IDXFILE: ' IDX-ST
                 MOVE IDX-ST TO RETURN-CODE
                 PERFORM H999-PROGRAM-EXIT
           END-EVALUATE.
       H445-END. EXIT.

       H447-CHECK-DORMANT.
           MOVE CLR-P-ACCT-ID  TO DRM-ID.
           MOVE CLR-P-ACCT-DVZ TO DRM-DVZ.
           READ DRM-FILE
              INVALID KEY CONTINUE
           END-READ.
           EVALUATE TRUE
              WHEN DRM-SUCCESS
                 MOVE 'DM' TO WS-RET-CODE
              WHEN DRM-NOREC
                 CONTINUE
              WHEN OTHER
                 DISPLAY 'UNABLE TO READ DRMFILE: ' DRM-ST
                 MOVE DRM-ST TO RETURN-CODE
                 PERFORM H999-PROGRAM-EXIT
           END-EVALUATE.
       H447-END. EXIT.
      * KAPALI HESAP ARŞİVİNİ BAŞTAN SONA TARIYORUZ; ARŞİVDE VARSA
      * HESAP KAPATILMIŞTIR, YOKSA HİÇ AÇILMAMIŞTIR
       H448-SEARCH-CLOSED.
           MOVE 'AC' TO WS-RET-CODE.
           OPEN INPUT CLS-FILE.
           IF (NOT CLS-SUCCESS)
              IF (NOT CLS-NOTFND)
                 DISPLAY 'UNABLE TO OPEN CLSFILE: ' CLS-ST
                 MOVE CLS-ST TO RETURN-CODE
                 PERFORM H999-PROGRAM-EXIT
              END-IF
           ELSE
              MOVE 'N' TO WS-CLS-FND-SW
              PERFORM H449-SCAN-CLS-LOOP
                 UNTIL CLS-EOF OR WS-CLS-FOUND
              CLOSE CLS-FILE
              IF WS-CLS-FOUND
                 MOVE 'CL' TO WS-RET-CODE
              END-IF
           END-IF.
       H448-END. EXIT.

       H449-SCAN-CLS-LOOP.
           READ CLS-FILE
                AT END SET CLS-EOF TO TRUE
           END-READ.
           IF (NOT CLS-EOF)
              IF (CLS-ID = CLR-P-ACCT-ID)
                    AND (CLS-DVZ = CLR-P-ACCT-DVZ)
                 MOVE 'Y' TO WS-CLS-FND-SW
              END-IF
           END-IF.
       H449-END. EXIT.
      * ALACAK KAYDI: TAKAS MESAJ NUMARASI İŞLEM REFERANSI OLUR;
      * KONTROL TOPLAMLARI PBE006HW'NİN BEKLEDİĞİ ŞEKİLDE BİRİKİR
       H450-WRITE-CREDIT.
           MOVE SPACES         TO INP-REC.
           MOVE 'B'            TO INP-SUB-TYPE.
           MOVE CLR-P-ACCT-ID  TO INP-ID.
           MOVE CLR-P-ACCT-DVZ TO INP-DVZ.
           MOVE ZEROS          TO INP-DATE.
           MOVE ZEROS          TO INP-BALANCE.
           MOVE CLR-P-AMOUNT   TO INP-ADJ-AMOUNT.
           MOVE CLR-P-MSG-ID   TO INP-REF.
           PERFORM H710-WRITE-INP-REC.
           ADD 1 TO WS-CNT-CREDITS.
           ADD INP-ID TO WS-ID-HASH.
           ADD INP-ADJ-AMOUNT TO WS-AMT-HASH.
           SET WS-CURR-IDX TO 1.
           SEARCH WS-CURR-ENTRY
              AT END
                 CONTINUE
              WHEN WS-CURR-CODE (WS-CURR-IDX) = INP-DVZ
                 SET WS-CUR-SUB TO WS-CURR-IDX
                 ADD 1 TO WS-CUR-CR-CNT (WS-CUR-SUB)
                 ADD INP-ADJ-AMOUNT TO WS-CUR-CR-AMT (WS-CUR-SUB)
           END-SEARCH.
       H450-END. EXIT.
      * İADE KAYDI: GRUBUN İLK İADESİNDE İADE GRUBU BAŞLIĞI YAZILIR,
      * ÖDEME KAYDI İADE KODUYLA OLDUĞU GİBİ GERİ GÖNDERİLİR
       H460-WRITE-RETURN.
           IF WS-RET-BATCH-CNT = 0
              MOVE WS-RET-HDR TO RET-REC
              PERFORM H720-WRITE-RET-REC
              ADD 1 TO WS-CNT-RET-BATCH
           END-IF.
           MOVE WS-RET-CODE TO CLR-P-RETURN-CODE.
           MOVE CLR-REC     TO RET-REC.
           PERFORM H720-WRITE-RET-REC.
           ADD 1 TO WS-RET-BATCH-CNT.
           ADD CLR-P-AMOUNT TO WS-RET-BATCH-TOT.
           ADD 1 TO WS-CNT-RETURNS.
           EVALUATE WS-RET-CODE
              WHEN 'AC'
                 ADD 1 TO WS-CNT-RET-AC
                 MOVE 'NO ACCOUNT'   TO WS-RET-TEXT
              WHEN 'CL'
                 ADD 1 TO WS-CNT-RET-CL
                 MOVE 'CLOSED'       TO WS-RET-TEXT
              WHEN 'DM'
                 ADD 1 TO WS-CNT-RET-DM
                 MOVE 'DORMANT'      TO WS-RET-TEXT
              WHEN 'CY'
                 ADD 1 TO WS-CNT-RET-CY
                 MOVE 'CURRENCY'     TO WS-RET-TEXT
              WHEN 'AM'
                 ADD 1 TO WS-CNT-RET-AM
                 MOVE 'ZERO AMOUNT'  TO WS-RET-TEXT
              WHEN 'MI'
                 ADD 1 TO WS-CNT-RET-MI
                 MOVE 'NO MSG ID'     TO WS-RET-TEXT
           END-EVALUATE.
           MOVE CLR-P-MSG-ID   TO WS-DT-MSG-ID.
           MOVE CLR-P-BEN-IBAN TO WS-DT-IBAN.
           MOVE CLR-P-AMOUNT   TO WS-DT-AMOUNT.
           MOVE WS-RET-CODE    TO WS-DT-CODE.
           MOVE WS-RET-TEXT    TO WS-DT-TEXT.
           MOVE SPACES         TO RPT-REC.
           MOVE WS-DETAIL-LINE TO RPT-REC.
           PERFORM H700-WRITE-RPT-REC.
       H460-END. EXIT.
      * GRUPTAN İADE ÇIKTIYSA İADE GRUBUNU, İADE EDİLEN ADET VE
      * TUTARI TAŞIYAN ÖZET KAYDIYLA KAPATIYORUZ
       H480-END-BATCH.
           IF WS-RET-BATCH-CNT > 0
              MOVE WS-RET-BATCH-CNT TO CLR-T-COUNT
              MOVE WS-RET-BATCH-TOT TO CLR-T-TOTAL
              MOVE CLR-REC          TO RET-REC
              PERFORM H720-WRITE-RET-REC
           END-IF.
       H480-END. EXIT.
      * DÖVİZ KIRILIMLI VE GENEL ÖZETİ YAZIYORUZ; İADE VARSA RC 4
       H600-WRITE-SUMMARY.
           MOVE 1 TO WS-CUR-SUB.
           PERFORM H610-WRITE-CUR-TOTAL UNTIL WS-CUR-SUB > 5.
           MOVE 'BATCHES READ        ' TO WS-TT-LABEL.
           MOVE WS-CNT-BATCHES   TO WS-TT-COUNT.
           PERFORM H620-WRITE-TOTAL-REC.
           MOVE 'PAYMENTS READ       ' TO WS-TT-LABEL.
           MOVE WS-CNT-PAYMENTS  TO WS-TT-COUNT.
           PERFORM H620-WRITE-TOTAL-REC.
           MOVE 'CREDITS WRITTEN     ' TO WS-TT-LABEL.
           MOVE WS-CNT-CREDITS   TO WS-TT-COUNT.
           PERFORM H620-WRITE-TOTAL-REC.
           MOVE 'PAYMENTS RETURNED   ' TO WS-TT-LABEL.
           MOVE WS-CNT-RETURNS   TO WS-TT-COUNT.
           PERFORM H620-WRITE-TOTAL-REC.
           MOVE 'RETURN BATCHES      ' TO WS-TT-LABEL.
           MOVE WS-CNT-RET-BATCH TO WS-TT-COUNT.
           PERFORM H620-WRITE-TOTAL-REC.
           MOVE ' AC NO ACCOUNT      ' TO WS-TT-LABEL.
           MOVE WS-CNT-RET-AC    TO WS-TT-COUNT.
           PERFORM H620-WRITE-TOTAL-REC.
           MOVE ' CL CLOSED          ' TO WS-TT-LABEL.
           MOVE WS-CNT-RET-CL    TO WS-TT-COUNT.
           PERFORM H620-WRITE-TOTAL-REC.
           MOVE ' DM DORMANT         ' TO WS-TT-LABEL.
           MOVE WS-CNT-RET-DM    TO WS-TT-COUNT.
           PERFORM H620-WRITE-TOTAL-REC.
           MOVE ' CY CURRENCY        ' TO WS-TT-LABEL.
           MOVE WS-CNT-RET-CY    TO WS-TT-COUNT.
           PERFORM H620-WRITE-TOTAL-REC.
           MOVE ' AM ZERO AMOUNT     ' TO WS-TT-LABEL.
           MOVE WS-CNT-RET-AM    TO WS-TT-COUNT.
           PERFORM H620-WRITE-TOTAL-REC.
           MOVE ' MI NO MESSAGE ID   ' TO WS-TT-LABEL.
           MOVE WS-CNT-RET-MI    TO WS-TT-COUNT.
           PERFORM H620-WRITE-TOTAL-REC.
           IF (WS-CNT-RETURNS > 0) AND (RETURN-CODE = 0)
              MOVE 4 TO RETURN-CODE
           END-IF.
       H600-END. EXIT.

       H610-WRITE-CUR-TOTAL.
           MOVE WS-CURR-NAME (WS-CUR-SUB)  TO WS-CT-NAME.
           MOVE WS-CUR-CR-CNT (WS-CUR-SUB) TO WS-CT-COUNT.
           MOVE WS-CUR-CR-AMT (WS-CUR-SUB) TO WS-CT-AMOUNT.
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
      * INPFILE EKSİK YAZILIRSA PBE006HW ÖZET KONTROLÜNDE DURACAĞINDAN
      * YAZMA HATASINDA ÇALIŞMA DURDURULUR
       H710-WRITE-INP-REC.
           WRITE INP-REC.
           IF (NOT INP-SUCCESS)
              DISPLAY 'UNABLE TO WRITE INPFILE: ' INP-ST
              MOVE INP-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
       H710-END. EXIT.

       H720-WRITE-RET-REC.
           WRITE RET-REC.
           IF (NOT RET-SUCCESS)
              DISPLAY 'UNABLE TO WRITE RETFILE: ' RET-ST
              MOVE RET-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
       H720-END. EXIT.
      * AÇIK KALAN DOSYALARI KAPATIYORUZ; AÇILMAMIŞ DOSYANIN
      * KAPATILMASI DOSYA DURUMUNU DEĞİŞTİRİR AMA ÇALIŞMAYI DURDURMAZ
       H999-PROGRAM-EXIT.
           CLOSE CLR-FILE.
           CLOSE INP-FILE.
           CLOSE RET-FILE.
           CLOSE IDX-FILE.
           IF WS-DRM-AVAIL
              CLOSE DRM-FILE
           END-IF.
           CLOSE RPT-FILE.
           STOP RUN.
       H999-END. EXIT.
      *
