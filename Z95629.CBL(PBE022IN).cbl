       IDENTIFICATION DIVISION.
       PROGRAM-ID. PBE022IN.
       AUTHOR.     Halim Germiyan.
      * MEVDUAT FAİZİ (GECE ÇALIŞMASI): IDXFILE'DAKİ HER HESAP İÇİN,
      * UYKUDAKİ HESAPLAR DA DAHİL, GÜNLÜK FAİZ INTTAB'DAKİ DÖVİZ
      * ORANIYLA HESAPLANIP TAHAKKUK DOSYASINA (ACRFILE) EKLENİR.
      * TAHAKKUK SON TAHAKKUK TARİHİNDEN İŞ TARİHİNE KADAR GEÇEN
      * TAKVİM GÜNÜ KADAR YAPILIR; AYNI İŞ TARİHİ İKİNCİ KEZ
      * TAHAKKUK ETTİRİLMEZ. İŞ TARİHİ AYIN SON ÇALIŞMA GÜNÜYSE
      * (PBEGCAL İLE TATİL TAKVİMİNDEN BULUNUR) TAHAKKUK AYIN SON
      * TAKVİM GÜNÜNE KADAR YAPILIR VE BİRİKEN
      * FAİZİN TAM KISMI PBEGIDX'İN 'I' FONKSİYONUYLA, STOPAJ
      * DÜŞÜLEREK BAKİYEYE EKLENİR (KAPİTALİZASYON); KÜSURAT BİR
      * SONRAKİ AYA DEVREDER. KAPİTALİZASYON DENETİM İZİNE KENDİ
      * FONKSİYON KODUYLA YAZILDIĞINDAN GL AKTARIMI, EKSTRE VE
      * MUTABAKAT FAİZİ AYRI BİR HAREKET TÜRÜ OLARAK GÖRÜR.
      * HESABI ANA DOSYADA ARTIK BULUNMAYAN (KAPATILMIŞ) BİRİKİM AY
      * SONUNDA İSTİSNA SATIRIYLA RAPORLANIP TAHAKKUK DOSYASINDAN
      * SİLİNİR; AYNI ANAHTARLA YENİDEN AÇILAN HESABA DEVRETMEZ.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * HESAP ANA DOSYASINI SIRALI OLARAK TARIYORUZ; KAPİTALİZASYON
      * ÖNCESİ KAPATILIR, BAKİYEYİ PBEGIDX GÜNCELLER
           SELECT IDX-FILE   ASSIGN IDXFILE
                             ORGANIZATION INDEXED
                             ACCESS MODE SEQUENTIAL
                             RECORD KEY IDX-KEY
                             STATUS IDX-ST.
      * FAİZ TAHAKKUK DOSYASI: TAHAKKUKTA ANAHTARLA OKUNUR,
      * KAPİTALİZASYONDA BAŞTAN SONA TARANIR
           SELECT ACR-FILE   ASSIGN ACRFILE
                             ORGANIZATION INDEXED
                             ACCESS MODE DYNAMIC
                             RECORD KEY ACR-KEY
                             STATUS ACR-ST.
           SELECT RPT-FILE   ASSIGN TO RPTFILE
                             STATUS RPT-ST.
      * İŞ TARİHİ KONTROL DOSYASI: TAHAKKUK GÜNÜ VE AY SONU TAKVİM
      * SAATİNDEN DEĞİL BURADAN BELİRLENİR
           SELECT BDT-FILE   ASSIGN TO BDTFILE
                             STATUS BDT-ST.
       DATA DIVISION.
       FILE SECTION.
       FD  IDX-FILE.
           COPY IDXREC.

       FD  ACR-FILE.
           COPY ACRREC.

       FD  RPT-FILE RECORDING MODE F.
       01  RPT-REC              PIC X(80).

       FD  BDT-FILE RECORDING MODE F.
           COPY BDTREC.

       WORKING-STORAGE SECTION.
       01  WS-WORK-AREA.
           03 WS-PBEGIDX        PIC X(7) VALUE 'PBEGIDX'.
           03 IDX-ST            PIC 9(2).
              88 IDX-SUCCESS            VALUE 00 97.
              88 IDX-EOF                VALUE 10.
           03 ACR-ST            PIC 9(2).
              88 ACR-SUCCESS            VALUE 00 97.
              88 ACR-NOTFND             VALUE 05 35.
              88 ACR-EOF                VALUE 10.
           03 RPT-ST            PIC 9(2).
              88 RPT-SUCCESS            VALUE 00 97.
           03 BDT-ST            PIC 9(2).
              88 BDT-SUCCESS            VALUE 00 97.
      * İŞ TARİHİ VE AY SONU ANAHTARI. TAHAKKUK NORMALDE İŞ
      * TARİHİNE, AYIN SON ÇALIŞMA GÜNÜNDE İSE AYIN SON TAKVİM
      * GÜNÜNE KADAR YAPILIR; YENİ AÇILAN HESABIN İLK TAHAKKUK GÜN
      * SAYISI DA BUNA GÖRE BELİRLENİR
           03 WS-BUSDATE        PIC 9(08).
           03 WS-ACR-TO-DATE    PIC 9(08).
           03 WS-NEW-DAYS       PIC 9(03).
           03 WS-MONTH-END-SW   PIC X(01) VALUE 'N'.
              88 WS-MONTH-END           VALUE 'Y'.
      * TARİH HESABINDA KULLANILAN ÇALIŞMA ALANI (PBE016ED İLE AYNI
      * YÖNTEM)
           03 WS-WRK-DATE       PIC 9(08).
           03 WS-WRK-DATE-R REDEFINES WS-WRK-DATE.
              05 WS-WRK-YY      PIC 9(04).
              05 WS-WRK-MM      PIC 9(02).
              05 WS-WRK-DD      PIC 9(02).
           03 WS-MONTH-DAYS     PIC 9(02).
           03 WS-LEAP-QUOT      PIC 9(04).
           03 WS-LEAP-REM       PIC 9(04).
           03 WS-LEAP-SW        PIC X(01).
              88 WS-LEAP-YEAR           VALUE 'Y'.
      * TAHAKKUK HESABI: İŞLENECEK GÜN SAYISI VE BU ÇALIŞMADA
      * EKLENEN FAİZ. ÇALIŞMANIN UZUN SÜRE YAPILMADIĞI DURUMDA GÜN
      * SAYISI BİR YILLA SINIRLANIR
           03 WS-ACR-DAYS       PIC 9(03).
           03 WS-DAY-INT        PIC S9(13)V9(06) COMP-3.
           03 WS-NEW-ACR-SW     PIC X(01).
              88 WS-NEW-ACR             VALUE 'Y'.
      * FAİZ TABLOSUNDA BULUNAN ORANLAR
           03 WS-RATE-SW        PIC X(01).
              88 WS-RATE-FOUND          VALUE 'Y'.
           03 WS-CUR-RATE       PIC 9(02)V9(04).
           03 WS-CUR-WHT        PIC 9(02)V9(02).
           03 WS-CUR-BASIS      PIC 9(03).
      * KAPİTALİZASYON TUTARLARI
           03 WS-CAP-GROSS      PIC S9(15) COMP-3.
           03 WS-CAP-TAX        PIC S9(15) COMP-3.
           03 WS-CAP-NET        PIC S9(15) COMP-3.
      * KAPİTALİZASYON HAREKETİNİN REFERANSI: 'INT' + İŞ TARİHİ
           03 WS-CAP-REF.
              05 FILLER         PIC X(03) VALUE 'INT'.
              05 WS-CAP-REF-DATE PIC 9(08).
              05 FILLER         PIC X(01) VALUE SPACES.
           03 WS-ACR-EOF-SW     PIC X(01) VALUE 'N'.
              88 WS-ACR-END             VALUE 'Y'.
      * ÇALIŞMA SONU ÖZETİ İÇİN SAYAÇLAR
           03 WS-CNT-ACCRUED    PIC 9(07) VALUE 0.
           03 WS-CNT-ALREADY    PIC 9(07) VALUE 0.
           03 WS-CNT-NORATE     PIC 9(07) VALUE 0.
           03 WS-CNT-CAPITAL    PIC 9(07) VALUE 0.
           03 WS-CNT-NOTMST     PIC 9(07) VALUE 0.
           03 WS-CNT-ERRORS     PIC 9(07) VALUE 0.
      * DÖVİZ KIRILIMLI SAYILAR VE NET FAİZ TOPLAMI; CURRTAB İLE
      * AYNI SIRA
           03 WS-CUR-TOTALS.
              05 WS-CUR-ENTRY OCCURS 5 TIMES.
                 10 WS-CUR-ACR-CNT PIC 9(07).
                 10 WS-CUR-CAP-CNT PIC 9(07).
                 10 WS-CUR-NET     PIC S9(15) COMP-3.
           03 WS-CUR-SUB        PIC 9(02).
      * PBEGIDX BU ÇALIŞMADA ÇAĞRILDIYSA İŞ SONUNDA 'C' PROTOKOLÜYLE
      * DOSYALARI KAPATTIRMAK İÇİN
           03 WS-CALL-SW        PIC X(01) VALUE 'N'.
              88 WS-SUB-CALLED          VALUE 'Y'.
           03 WS-SAVE-RETCODE   PIC S9(4) COMP.
      * İŞ GÜNÜ TAKVİMİ ALT PROGRAMI; ÇAĞRILDIYSA İŞ SONUNDA 'C'
      * PROTOKOLÜYLE DOSYASINI KAPATTIRMAK İÇİN
           03 WS-PBEGCAL        PIC X(7) VALUE 'PBEGCAL'.
           03 WS-CAL-CALL-SW    PIC X(01) VALUE 'N'.
              88 WS-CAL-CALLED          VALUE 'Y'.
      * AY GÜN SAYILARI TABLOSU; ŞUBAT ARTIK YILDA H380 İÇİNDE
      * DÜZELTİLİR
       01  WS-DIM-TABLE-INIT.
           05 FILLER PIC X(24) VALUE '312831303130313130313031'.
       01  WS-DIM-TABLE REDEFINES WS-DIM-TABLE-INIT.
           05 WS-DIM-ENTRY OCCURS 12 TIMES PIC 9(02).
       COPY CURRTAB.
       COPY INTTAB.
      * RAPOR SATIRLARININ BİÇİMİ
       01  WS-HDR-LINE.
           05 FILLER            PIC X(28) VALUE
              'INTEREST RUN - BUSINESS DATE'.
           05 FILLER            PIC X(01) VALUE SPACES.
           05 WS-HD-DATE        PIC 9(08).
           05 FILLER            PIC X(01) VALUE SPACES.
           05 WS-HD-MONTH-END   PIC X(24).
       01  WS-DETAIL-LINE.
           05 FILLER            PIC X(08) VALUE 'CAPITAL '.
           05 WS-DT-ID          PIC Z(4)9.
           05 FILLER            PIC X(01) VALUE SPACES.
           05 WS-DT-DVZ         PIC ZZ9.
           05 FILLER            PIC X(05) VALUE ' GRS='.
           05 WS-DT-GROSS       PIC -(15)9.
           05 FILLER            PIC X(05) VALUE ' TAX='.
           05 WS-DT-TAX         PIC -(15)9.
           05 FILLER            PIC X(05) VALUE ' NET='.
           05 WS-DT-NET         PIC -(15)9.
       01  WS-ORPHAN-LINE.
           05 FILLER            PIC X(08) VALUE 'DROPPED '.
           05 WS-OR-ID          PIC Z(4)9.
           05 FILLER            PIC X(01) VALUE SPACES.
           05 WS-OR-DVZ         PIC ZZ9.
           05 FILLER            PIC X(05) VALUE ' ACR='.
           05 WS-OR-ACCRUED     PIC -(13)9.9(06).
           05 FILLER            PIC X(06) VALUE ' LAST='.
           05 WS-OR-LAST-DATE   PIC 9(08).
           05 FILLER            PIC X(14) VALUE ' NOT ON MASTER'.
       01  WS-CURTOT-LINE.
           05 FILLER            PIC X(09) VALUE 'CURRENCY '.
           05 WS-CT-NAME        PIC X(10).
           05 FILLER            PIC X(09) VALUE ' ACCRUED '.
           05 WS-CT-ACR-CNT     PIC ZZZ,ZZ9.
           05 FILLER            PIC X(13) VALUE ' CAPITALIZED '.
           05 WS-CT-CAP-CNT     PIC ZZZ,ZZ9.
           05 FILLER            PIC X(05) VALUE ' NET '.
           05 WS-CT-NET         PIC -(15)9.
       01  WS-TOTAL-LINE.
           05 WS-TT-LABEL       PIC X(20).
           05 WS-TT-COUNT       PIC ZZZ,ZZ9.
           COPY SUBAREA.
           COPY SUBPOS.
           COPY CALAREA.
      *--------------------
       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM H100-OPEN-FILES.
           PERFORM H150-READ-BUSDATE.
           PERFORM H160-WRITE-HEADER.
           PERFORM H200-ACCRUE-INTEREST.
           IF WS-MONTH-END
              PERFORM H400-CAPITALIZE
           END-IF.
           PERFORM H600-WRITE-SUMMARY.
           PERFORM H999-PROGRAM-EXIT.
       0000-END. EXIT.
      * RAPOR VE TAHAKKUK DOSYALARINI AÇIYORUZ; TAHAKKUK DOSYASI
      * İLK ÇALIŞMADA HENÜZ YOKSA OLUŞTURULUR
       H100-OPEN-FILES.
           OPEN OUTPUT RPT-FILE.
           IF (NOT RPT-SUCCESS)
              DISPLAY 'UNABLE TO OPEN RPTFILE: ' RPT-ST
              MOVE RPT-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           OPEN I-O ACR-FILE.
           IF (NOT ACR-SUCCESS)
              IF ACR-NOTFND
                 OPEN OUTPUT ACR-FILE
                 CLOSE ACR-FILE
                 OPEN I-O ACR-FILE
              END-IF
              IF (NOT ACR-SUCCESS)
                 DISPLAY 'UNABLE TO OPEN ACRFILE: ' ACR-ST
                 MOVE ACR-ST TO RETURN-CODE
                 PERFORM H999-PROGRAM-EXIT
              END-IF
           END-IF.
       H100-END. EXIT.
      * İŞ TARİHİNİ OKUYUP AYIN SON ÇALIŞMA GÜNÜ OLUP OLMADIĞINI
      * BELİRLİYORUZ; TAKVİM YÜKLÜ DEĞİLSE ÇALIŞMA DURUR
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
           SET WS-CAL-FUNC-LAST TO TRUE.
           MOVE WS-BUSDATE TO WS-CAL-DATE.
           MOVE ZEROS  TO WS-CAL-RC.
           MOVE SPACES TO WS-CAL-DESC.
           CALL WS-PBEGCAL USING WS-CAL-AREA.
           MOVE 'Y' TO WS-CAL-CALL-SW.
           IF WS-CAL-RC NOT = 0
              DISPLAY 'CALENDAR ERROR: ' WS-CAL-RC ' ' WS-CAL-DESC
              MOVE 12 TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           MOVE WS-BUSDATE TO WS-ACR-TO-DATE.
           MOVE 1 TO WS-NEW-DAYS.
           IF WS-CAL-MONTH-LAST
              MOVE 'Y' TO WS-MONTH-END-SW
              MOVE WS-BUSDATE TO WS-WRK-DATE
              PERFORM H380-SET-MONTH-DAYS
              COMPUTE WS-NEW-DAYS = WS-MONTH-DAYS - WS-WRK-DD + 1
              MOVE WS-MONTH-DAYS TO WS-WRK-DD
              MOVE WS-WRK-DATE TO WS-ACR-TO-DATE
           END-IF.
           MOVE WS-BUSDATE TO WS-CAP-REF-DATE.
       H150-END. EXIT.
      * ÇALIŞMA BAŞLIĞINI YAZIYORUZ
       H160-WRITE-HEADER.
           MOVE WS-BUSDATE TO WS-HD-DATE.
           IF WS-MONTH-END
              MOVE 'MONTH-END CAPITALIZATION' TO WS-HD-MONTH-END
           ELSE
              MOVE SPACES TO WS-HD-MONTH-END
           END-IF.
           MOVE SPACES      TO RPT-REC.
           MOVE WS-HDR-LINE TO RPT-REC.
           PERFORM H700-WRITE-RPT-REC.
       H160-END. EXIT.
      * ANA DOSYAYI BAŞTAN SONA TARAYIP HER HESABA GÜNLÜK FAİZİ
      * TAHAKKUK ETTİRİYORUZ. UYKUDAKİ HESAPLAR ATLANMAZ: UYKU
      * MÜŞTERİ HAREKETİNİ DURDURUR, FAİZ HAKKINI DEĞİL
       H200-ACCRUE-INTEREST.
           OPEN INPUT IDX-FILE.
           IF (NOT IDX-SUCCESS)
              DISPLAY 'UNABLE TO OPEN IDXFILE: ' IDX-ST
              MOVE IDX-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           PERFORM H210-ACCRUE-LOOP UNTIL IDX-EOF.
           CLOSE IDX-FILE.
       H200-END. EXIT.

       H210-ACCRUE-LOOP.
           READ IDX-FILE NEXT RECORD
                AT END SET IDX-EOF TO TRUE
           END-READ.
           IF (NOT IDX-EOF)
              PERFORM H220-ACCRUE-ACCOUNT
           END-IF.
       H210-END. EXIT.
      * TEK BİR HESABIN TAHAKKUKU: ORANI OLMAYAN DÖVİZ SAYILIR VE
      * ATLANIR; HESABIN TAHAKKUK KAYDI YOKSA BUGÜNDEN BAŞLAYAN YENİ
      * KAYIT AÇILIR, VARSA SON TAHAKKUK TARİHİNDEN BU YANA GEÇEN
      * GÜNLER İŞLENİR. NEGATİF YA DA SIFIR BAKİYE FAİZ DOĞURMAZ
      * ANCAK TAHAKKUK TARİHİ YİNE İLERLETİLİR.
       H220-ACCRUE-ACCOUNT.
           PERFORM H300-FIND-RATE.
           IF (NOT WS-RATE-FOUND)
              ADD 1 TO WS-CNT-NORATE
              DISPLAY 'NO INTEREST RATE FOR CURRENCY ' IDX-DVZ
                 ' ACCOUNT ' IDX-ID
           ELSE
              MOVE 'N' TO WS-NEW-ACR-SW
              MOVE IDX-ID  TO ACR-ID
              MOVE IDX-DVZ TO ACR-DVZ
              READ ACR-FILE
                 KEY IS ACR-KEY
                 INVALID KEY
                    MOVE 'Y' TO WS-NEW-ACR-SW
              END-READ
              IF WS-NEW-ACR
                 MOVE IDX-ID  TO ACR-ID
                 MOVE IDX-DVZ TO ACR-DVZ
                 MOVE 0 TO ACR-ACCRUED
                 MOVE 0 TO ACR-CAP-DATE
                 MOVE 0 TO ACR-CAP-GROSS
                 MOVE 0 TO ACR-CAP-TAX
                 MOVE WS-NEW-DAYS TO WS-ACR-DAYS
                 PERFORM H230-POST-ACCRUAL
              ELSE
                 IF ACR-LAST-DATE NOT < WS-ACR-TO-DATE
                    ADD 1 TO WS-CNT-ALREADY
                 ELSE
                    PERFORM H240-COUNT-DAYS
                    PERFORM H230-POST-ACCRUAL
                 END-IF
              END-IF
           END-IF.
       H220-END. EXIT.
      * GÜNLÜK FAİZİ HESAPLAYIP TAHAKKUK KAYDINI YAZIYORUZ:
      * BAKİYE X YILLIK ORAN / 100 / YIL GÜN SAYISI X GÜN SAYISI
       H230-POST-ACCRUAL.
           IF IDX-BALLANCE > 0
              COMPUTE WS-DAY-INT ROUNDED =
                 IDX-BALLANCE * WS-CUR-RATE * WS-ACR-DAYS
                    / (100 * WS-CUR-BASIS)
           ELSE
              MOVE 0 TO WS-DAY-INT
           END-IF.
           ADD WS-DAY-INT TO ACR-ACCRUED.
           MOVE WS-ACR-TO-DATE TO ACR-LAST-DATE.
           IF WS-NEW-ACR
              WRITE ACR-REC
                 INVALID KEY
                    DISPLAY 'UNABLE TO WRITE ACRFILE: ' ACR-ST
                    MOVE 12 TO RETURN-CODE
                    PERFORM H999-PROGRAM-EXIT
              END-WRITE
           ELSE
              REWRITE ACR-REC
                 INVALID KEY
                    DISPLAY 'UNABLE TO UPDATE ACRFILE: ' ACR-ST
                    MOVE 12 TO RETURN-CODE
                    PERFORM H999-PROGRAM-EXIT
              END-REWRITE
           END-IF.
           ADD 1 TO WS-CNT-ACCRUED.
           PERFORM H310-FIND-CUR-SUB.
           IF WS-CUR-SUB > 0
              ADD 1 TO WS-CUR-ACR-CNT (WS-CUR-SUB)
           END-IF.
       H230-END. EXIT.
      * SON TAHAKKUK TARİHİNDEN TAHAKKUK BİTİŞ TARİHİNE KADAR GEÇEN
      * TAKVİM GÜNLERİNİ SAYIYORUZ (HAFTA SONU VE TATİLLER DE FAİZ
      * DOĞURUR)
       H240-COUNT-DAYS.
           MOVE ACR-LAST-DATE TO WS-WRK-DATE.
           MOVE 0 TO WS-ACR-DAYS.
           PERFORM H245-COUNT-DAY-LOOP
              UNTIL (WS-WRK-DATE NOT < WS-ACR-TO-DATE)
                 OR (WS-ACR-DAYS NOT < 366).
       H240-END. EXIT.

       H245-COUNT-DAY-LOOP.
           PERFORM H360-ADD-ONE-DAY.
           ADD 1 TO WS-ACR-DAYS.
       H245-END. EXIT.
      * DÖVİZİN FAİZ VE STOPAJ ORANINI TABLODAN BULUYORUZ; DÖVİZ
      * KODU ÇAĞIRAN TARAFINDAN IDX-DVZ YA DA ACR-DVZ'YE GÖRE
      * SEÇİLİR
       H300-FIND-RATE.
           MOVE 'N' TO WS-RATE-SW.
           SET WS-INT-IDX TO 1.
           SEARCH WS-INT-ENTRY
              AT END
                 CONTINUE
              WHEN WS-INT-DVZ (WS-INT-IDX) = IDX-DVZ
                 MOVE 'Y' TO WS-RATE-SW
                 MOVE WS-INT-RATE  (WS-INT-IDX) TO WS-CUR-RATE
                 MOVE WS-INT-WHT   (WS-INT-IDX) TO WS-CUR-WHT
                 MOVE WS-INT-BASIS (WS-INT-IDX) TO WS-CUR-BASIS
           END-SEARCH.
       H300-END. EXIT.
      * DÖVİZİN ÖZET TABLOSUNDAKİ SIRASINI BULUYORUZ; TAMPONDAKİ
      * TAHAKKUK KAYDININ DÖVİZİ KULLANILIR
       H310-FIND-CUR-SUB.
           MOVE 0 TO WS-CUR-SUB.
           SET WS-CURR-IDX TO 1.
           SEARCH WS-CURR-ENTRY
              AT END
                 CONTINUE
              WHEN WS-CURR-CODE (WS-CURR-IDX) = ACR-DVZ
                 SET WS-CUR-SUB TO WS-CURR-IDX
           END-SEARCH.
       H310-END. EXIT.
      * ÇALIŞMA TARİHİNİ BİR GÜN İLERLETİYORUZ
       H360-ADD-ONE-DAY.
           PERFORM H380-SET-MONTH-DAYS.
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
       H360-END. EXIT.
      * ÇALIŞMA TARİHİNDEKİ AYIN GÜN SAYISINI BULUYORUZ
       H380-SET-MONTH-DAYS.
           MOVE WS-DIM-ENTRY (WS-WRK-MM) TO WS-MONTH-DAYS.
           IF WS-WRK-MM = 2
              PERFORM H390-CHECK-LEAP
              IF WS-LEAP-YEAR
                 MOVE 29 TO WS-MONTH-DAYS
              END-IF
           END-IF.
       H380-END. EXIT.
      * ARTIK YIL KONTROLÜ: 4'E BÖLÜNEN YILLAR ARTIKTIR, 100'E
      * BÖLÜNENLER DEĞİLDİR, 400'E BÖLÜNENLER YİNE ARTIKTIR
       H390-CHECK-LEAP.
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
       H390-END. EXIT.
      * AY SONU KAPİTALİZASYONU: TAHAKKUK DOSYASI BAŞTAN SONA
      * TARANIR. ANA DOSYA BU ARADA KAPALIDIR; BAKİYEYİ PBEGIDX
      * GÜNCELLER.
       H400-CAPITALIZE.
           MOVE 0 TO ACR-ID.
           MOVE 0 TO ACR-DVZ.
           START ACR-FILE KEY IS NOT LESS THAN ACR-KEY
              INVALID KEY
                 MOVE 'Y' TO WS-ACR-EOF-SW
           END-START.
           PERFORM H410-CAPITAL-LOOP UNTIL WS-ACR-END.
       H400-END. EXIT.

       H410-CAPITAL-LOOP.
           READ ACR-FILE NEXT RECORD
                AT END MOVE 'Y' TO WS-ACR-EOF-SW
           END-READ.
           IF (NOT WS-ACR-END)
      * AYNI AY SONU İKİNCİ KEZ KAPİTALİZE EDİLMEZ (YENİDEN
      * ÇALIŞTIRMA KORUMASI); TAM KISMI SIFIR OLAN BİRİKİM DEVREDER.
      * BU GECE TAHAKKUK GÖRMEMİŞ BİRİKİMİN HESABI ANA DOSYADA
      * ARANIR; KAPATILMIŞ HESABIN KÜSURATI DA DEVRETMEMELİDİR
              MOVE ACR-ACCRUED TO WS-CAP-GROSS
              IF (ACR-CAP-DATE NOT = WS-BUSDATE)
                    AND (WS-CAP-GROSS > 0)
                 PERFORM H420-CAPITALIZE-ACCOUNT
              ELSE
                 IF ACR-LAST-DATE < WS-ACR-TO-DATE
                    PERFORM H425-CHECK-MASTER
                 END-IF
              END-IF
           END-IF.
       H410-END. EXIT.
      * BİRİKEN FAİZİN TAM KISMINDAN STOPAJI HESAPLAYIP PBEGIDX'İN
      * 'I' FONKSİYONUYLA BAKİYEYE EKLİYORUZ. BAŞARILI KAPİTALİZASYON
      * BİRİKİMDEN DÜŞÜLÜR VE TARİHİYLE İŞARETLENİR.
       H420-CAPITALIZE-ACCOUNT.
           MOVE 'N' TO WS-RATE-SW.
           SET WS-INT-IDX TO 1.
           SEARCH WS-INT-ENTRY
              AT END
                 CONTINUE
              WHEN WS-INT-DVZ (WS-INT-IDX) = ACR-DVZ
                 MOVE 'Y' TO WS-RATE-SW
                 MOVE WS-INT-WHT (WS-INT-IDX) TO WS-CUR-WHT
           END-SEARCH.
           IF (NOT WS-RATE-FOUND)
              MOVE 0 TO WS-CUR-WHT
           END-IF.
           COMPUTE WS-CAP-TAX ROUNDED =
              WS-CAP-GROSS * WS-CUR-WHT / 100.
           COMPUTE WS-CAP-NET = WS-CAP-GROSS - WS-CAP-TAX.
           SET WS-FUNC-INTEREST TO TRUE.
           MOVE ACR-ID  TO WS-SUB-ID.
           MOVE ACR-DVZ TO WS-SUB-DVZ.
           MOVE ZEROS  TO WS-SUB-RC.
           MOVE SPACES TO WS-SUB-DESC.
           MOVE SPACES TO WS-SUB-DATA.
           MOVE 'N'    TO WS-SUB-AUTH-SW.
           MOVE WS-CAP-REF   TO WS-SUB-REF.
           MOVE WS-CAP-GROSS TO WS-SUB-I-GROSS.
           MOVE WS-CAP-TAX   TO WS-SUB-I-TAX.
           CALL WS-PBEGIDX USING WS-SUB-AREA WS-SUB-POSITIONS.
           MOVE 'Y' TO WS-CALL-SW.
           EVALUATE TRUE
              WHEN WS-SUB-RC = 0
                 PERFORM H430-MARK-CAPITALIZED
      * ANA DOSYADA OLMAYAN (KAPATILMIŞ) HESABIN BİRİKİMİ
      * KAPİTALİZE EDİLEMEZ; RAPORLANIP DOSYADAN SİLİNİR
              WHEN WS-SUB-DESC = 'UNABLE TO READ VSAM'
                 PERFORM H440-DROP-ORPHAN
              WHEN OTHER
                 ADD 1 TO WS-CNT-ERRORS
                 DISPLAY 'INTEREST POSTING FAILED, KEY: ' ACR-ID
                    ' ' ACR-DVZ ' RC: ' WS-SUB-RC
                    ' ' WS-SUB-DESC
           END-EVALUATE.
       H420-END. EXIT.
      * KAPİTALİZE EDİLECEK TUTARI OLMAYAN BİRİKİMİN HESABINI
      * PBEGIDX'İN 'R' FONKSİYONUYLA ANA DOSYADA ARIYORUZ
       H425-CHECK-MASTER.
           SET WS-FUNC-READ TO TRUE.
           MOVE ACR-ID  TO WS-SUB-ID.
           MOVE ACR-DVZ TO WS-SUB-DVZ.
           MOVE ZEROS  TO WS-SUB-RC.
           MOVE SPACES TO WS-SUB-DESC.
           MOVE SPACES TO WS-SUB-DATA.
           MOVE 'N'    TO WS-SUB-AUTH-SW.
           MOVE SPACES TO WS-SUB-REF.
           CALL WS-PBEGIDX USING WS-SUB-AREA WS-SUB-POSITIONS.
           MOVE 'Y' TO WS-CALL-SW.
           EVALUATE TRUE
              WHEN WS-SUB-RC = 0
                 CONTINUE
              WHEN WS-SUB-DESC = 'UNABLE TO READ VSAM'
                 PERFORM H440-DROP-ORPHAN
              WHEN OTHER
                 ADD 1 TO WS-CNT-ERRORS
                 DISPLAY 'MASTER CHECK FAILED, KEY: ' ACR-ID
                    ' ' ACR-DVZ ' RC: ' WS-SUB-RC
                    ' ' WS-SUB-DESC
           END-EVALUATE.
       H425-END. EXIT.
      * KAPİTALİZE EDİLEN TUTARI BİRİKİMDEN DÜŞÜP KAYDI
      * GÜNCELLİYORUZ; GÜNCELLENEMEZSE YENİDEN ÇALIŞTIRMADA ÇİFT
      * KAPİTALİZASYON OLACAĞINDAN ÇALIŞMA DURDURULUR
       H430-MARK-CAPITALIZED.
           SUBTRACT WS-CAP-GROSS FROM ACR-ACCRUED.
           MOVE WS-BUSDATE   TO ACR-CAP-DATE.
           MOVE WS-CAP-GROSS TO ACR-CAP-GROSS.
           MOVE WS-CAP-TAX   TO ACR-CAP-TAX.
           REWRITE ACR-REC
              INVALID KEY
                 DISPLAY 'UNABLE TO UPDATE ACRFILE: ' ACR-ST
                    ' KEY: ' ACR-ID ' ' ACR-DVZ
                 MOVE 12 TO RETURN-CODE
                 PERFORM H999-PROGRAM-EXIT
           END-REWRITE.
           ADD 1 TO WS-CNT-CAPITAL.
           PERFORM H310-FIND-CUR-SUB.
           IF WS-CUR-SUB > 0
              ADD 1 TO WS-CUR-CAP-CNT (WS-CUR-SUB)
              ADD WS-CAP-NET TO WS-CUR-NET (WS-CUR-SUB)
           END-IF.
           MOVE ACR-ID       TO WS-DT-ID.
           MOVE ACR-DVZ      TO WS-DT-DVZ.
           MOVE WS-CAP-GROSS TO WS-DT-GROSS.
           MOVE WS-CAP-TAX   TO WS-DT-TAX.
           MOVE WS-CAP-NET   TO WS-DT-NET.
           MOVE SPACES         TO RPT-REC.
           MOVE WS-DETAIL-LINE TO RPT-REC.
           PERFORM H700-WRITE-RPT-REC.
       H430-END. EXIT.
      * HESABI KAPATILMIŞ BİRİKİMİ İSTİSNA SATIRIYLA RAPORLAYIP
      * TAHAKKUK DOSYASINDAN SİLİYORUZ; SİLİNEMEYEN BİRİKİM AYNI
      * ANAHTARLA AÇILACAK HESABA DEVREDECEĞİNDEN ÇALIŞMA DURDURULUR
       H440-DROP-ORPHAN.
           MOVE ACR-ID        TO WS-OR-ID.
           MOVE ACR-DVZ       TO WS-OR-DVZ.
           MOVE ACR-ACCRUED   TO WS-OR-ACCRUED.
           MOVE ACR-LAST-DATE TO WS-OR-LAST-DATE.
           MOVE SPACES         TO RPT-REC.
           MOVE WS-ORPHAN-LINE TO RPT-REC.
           PERFORM H700-WRITE-RPT-REC.
           DELETE ACR-FILE RECORD
              INVALID KEY
                 DISPLAY 'UNABLE TO DELETE ACRFILE: ' ACR-ST
                    ' KEY: ' ACR-ID ' ' ACR-DVZ
                 MOVE 12 TO RETURN-CODE
                 PERFORM H999-PROGRAM-EXIT
           END-DELETE.
           ADD 1 TO WS-CNT-NOTMST.
       H440-END. EXIT.
      * DÖVİZ KIRILIMLI VE GENEL ÖZETİ YAZIYORUZ
       H600-WRITE-SUMMARY.
           MOVE 1 TO WS-CUR-SUB.
           PERFORM H610-WRITE-CUR-TOTAL UNTIL WS-CUR-SUB > 5.
           MOVE 'ACCOUNTS ACCRUED    ' TO WS-TT-LABEL.
           MOVE WS-CNT-ACCRUED  TO WS-TT-COUNT.
           PERFORM H620-WRITE-TOTAL-REC.
           MOVE 'ALREADY ACCRUED     ' TO WS-TT-LABEL.
           MOVE WS-CNT-ALREADY  TO WS-TT-COUNT.
           PERFORM H620-WRITE-TOTAL-REC.
           MOVE 'NO RATE FOR CURRENCY' TO WS-TT-LABEL.
           MOVE WS-CNT-NORATE   TO WS-TT-COUNT.
           PERFORM H620-WRITE-TOTAL-REC.
           MOVE 'CAPITALIZED         ' TO WS-TT-LABEL.
           MOVE WS-CNT-CAPITAL  TO WS-TT-COUNT.
           PERFORM H620-WRITE-TOTAL-REC.
           MOVE 'DROPPED - NO MASTER ' TO WS-TT-LABEL.
           MOVE WS-CNT-NOTMST   TO WS-TT-COUNT.
           PERFORM H620-WRITE-TOTAL-REC.
           MOVE 'POSTING ERRORS      ' TO WS-TT-LABEL.
           MOVE WS-CNT-ERRORS   TO WS-TT-COUNT.
           PERFORM H620-WRITE-TOTAL-REC.
           IF (WS-CNT-ERRORS > 0) AND (RETURN-CODE = 0)
              MOVE 8 TO RETURN-CODE
           END-IF.
           IF ((WS-CNT-NORATE > 0) OR (WS-CNT-NOTMST > 0))
                 AND (RETURN-CODE = 0)
              MOVE 4 TO RETURN-CODE
           END-IF.
       H600-END. EXIT.

       H610-WRITE-CUR-TOTAL.
           MOVE WS-CURR-NAME (WS-CUR-SUB)   TO WS-CT-NAME.
           MOVE WS-CUR-ACR-CNT (WS-CUR-SUB) TO WS-CT-ACR-CNT.
           MOVE WS-CUR-CAP-CNT (WS-CUR-SUB) TO WS-CT-CAP-CNT.
           MOVE WS-CUR-NET (WS-CUR-SUB)     TO WS-CT-NET.
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
           IF WS-CAL-CALLED
              MOVE RETURN-CODE TO WS-SAVE-RETCODE
              SET WS-CAL-FUNC-CLOSE TO TRUE
              CALL WS-PBEGCAL USING WS-CAL-AREA
              MOVE WS-SAVE-RETCODE TO RETURN-CODE
           END-IF.
           CLOSE ACR-FILE.
           CLOSE RPT-FILE.
           STOP RUN.
       H999-END. EXIT.
      *
