       IDENTIFICATION DIVISION.
       PROGRAM-ID. PBEGCAL.
       AUTHOR.     Halim Germiyan.
      * İŞ GÜNÜ TAKVİMİ ALT PROGRAMI: BİR TARİHİN ÇALIŞMA GÜNÜ OLUP
      * OLMADIĞINI, SONRAKİ/ÖNCEKİ ÇALIŞMA GÜNÜNÜ VE AYIN SON ÇALIŞMA
      * GÜNÜ OLUP OLMADIĞINI BULUR. CUMARTESİ VE PAZAR HAFTA
      * GÜNÜNDEN HESAPLANIR; RESMİ TATİLLER VE YARIM GÜNLER İŞLETİMİN
      * PBE028HC İLE BAKIMINI YAPTIĞI TAKVİM DOSYASINDAN (HOLFILE)
      * OKUNUR. YARIM GÜN ÇALIŞMA GÜNÜDÜR. TAKVİMİNDE HİÇ KAYIT
      * OLMAYAN YILA AİT TARİH SORULURSA RC 40 DÖNER VE ÇAĞIRAN
      * PROGRAM ÇALIŞMAYI DURDURUR; YÜKLENMEMİŞ TAKVİMLE TATİL GÜNÜ
      * İŞ GÜNÜ SAYILMAZ. DOSYA İLK ÇAĞRIDA AÇILIR, ÇAĞIRAN PROGRAM
      * 'C' FONKSİYONU İLE KAPATTIRIR.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * TARİH ANAHTARIYLA OKUNUR; YIL KONTROLÜ START+READ NEXT
      * KULLANDIĞI İÇİN ACCESS MODE DYNAMIC
           SELECT HOL-FILE   ASSIGN HOLFILE
                             ORGANIZATION INDEXED
                             ACCESS MODE DYNAMIC
                             RECORD KEY HOL-KEY
                             STATUS HOL-ST.
       DATA DIVISION.
       FILE SECTION.
       FD  HOL-FILE.
           COPY HOLREC.

       WORKING-STORAGE SECTION.
       01  WS-WORK-AREA.
           03 HOL-ST           PIC 9(2).
              88 HOL-SUCCESS            VALUE 00 97.
              88 HOL-EOF                VALUE 10.
      * DOSYA TOPLU İŞ BOYUNCA AÇIK TUTULUR
           03 WS-HOL-OPEN-SW   PIC X(01) VALUE 'N'.
              88 WS-HOL-OPEN            VALUE 'Y'.
      * TAKVİMİ YÜKLÜ OLDUĞU DOĞRULANMIŞ SON YIL; AYNI YIL İÇİN
      * KONTROL TEKRARLANMAZ
           03 WS-OK-YEAR       PIC 9(04) VALUE 0.
           03 WS-HOL-YY        PIC 9(04).
           03 WS-YEAR-SW       PIC X(01).
              88 WS-YEAR-LOADED         VALUE 'Y'.
      * TARİH HESABINDA KULLANILAN ÇALIŞMA ALANI (PBE016ED İLE AYNI
      * YÖNTEM)
           03 WS-WRK-DATE      PIC 9(08).
           03 WS-WRK-DATE-R REDEFINES WS-WRK-DATE.
              05 WS-WRK-YY     PIC 9(04).
              05 WS-WRK-MM     PIC 9(02).
              05 WS-WRK-DD     PIC 9(02).
           03 WS-MONTH-DAYS    PIC 9(02).
           03 WS-LEAP-QUOT     PIC 9(04).
           03 WS-LEAP-REM      PIC 9(04).
           03 WS-LEAP-SW       PIC X(01).
              88 WS-LEAP-YEAR           VALUE 'Y'.
           03 WS-SAVE-MM       PIC 9(02).
      * HAFTA GÜNÜ HESABI: 0=PAZAR ... 6=CUMARTESİ
           03 WS-DOW-YY        PIC 9(04).
           03 WS-DOW-Q4        PIC 9(04).
           03 WS-DOW-Q100      PIC 9(04).
           03 WS-DOW-Q400      PIC 9(04).
           03 WS-DOW-SUM       PIC 9(05).
           03 WS-DOW-QUOT      PIC 9(05).
           03 WS-DOW           PIC 9(01).
              88 WS-DOW-WEEKEND         VALUE 0 6.
      * ÇALIŞMA TARİHİNİN GÜN TÜRÜ (WS-CAL-DAY-TYPE İLE AYNI KODLAR)
           03 WS-DAY-TYPE      PIC X(01).
              88 WS-DAY-WORKING         VALUE 'W' 'Y'.
      * SONRAKİ/ÖNCEKİ ÇALIŞMA GÜNÜ ARAMASI; TAKVİM HATASINDA SONSUZ
      * DÖNGÜYE GİRMEMEK İÇİN 31 GÜNLE SINIRLIDIR
           03 WS-STEP-CNT      PIC 9(02).
           03 WS-FOUND-SW      PIC X(01).
              88 WS-DAY-FOUND           VALUE 'Y'.
      * AY GÜN SAYILARI TABLOSU; ŞUBAT ARTIK YILDA H880 İÇİNDE
      * DÜZELTİLİR
       01  WS-DIM-TABLE-INIT.
           05 FILLER PIC X(24) VALUE '312831303130313130313031'.
       01  WS-DIM-TABLE REDEFINES WS-DIM-TABLE-INIT.
           05 WS-DIM-ENTRY OCCURS 12 TIMES PIC 9(02).
      * HAFTA GÜNÜ HESABINDA KULLANILAN AY DÜZELTME SABİTLERİ
       01  WS-DOW-TABLE-INIT.
           05 FILLER PIC X(12) VALUE '032503514624'.
       01  WS-DOW-TABLE REDEFINES WS-DOW-TABLE-INIT.
           05 WS-DOW-ENTRY OCCURS 12 TIMES PIC 9(01).

       LINKAGE SECTION.
      * ANA PROGRAMDAN GELEN SORGU ALANI
           COPY CALAREA.
      *--------------------
       PROCEDURE DIVISION USING WS-CAL-AREA.
       0000-MAIN.
           IF WS-CAL-FUNC-CLOSE
              PERFORM H140-CLOSE-FILES
           ELSE
              PERFORM H100-OPEN-FILES
              PERFORM H200-PROCESS
           END-IF.
           PERFORM H999-PROGRAM-EXIT.
       0000-END. EXIT.
      * TAKVİM DOSYASINI DAHA AÇIK DEĞİLSE AÇIYORUZ
       H100-OPEN-FILES.
           IF (NOT WS-HOL-OPEN)
              OPEN INPUT HOL-FILE
              IF (NOT HOL-SUCCESS)
                 MOVE HOL-ST TO WS-CAL-RC
                 MOVE 'UNABLE TO OPEN HOLFILE: ' TO WS-CAL-DESC
                 PERFORM H999-PROGRAM-EXIT
              END-IF
              MOVE 'Y' TO WS-HOL-OPEN-SW
           END-IF.
       H100-END. EXIT.

       H140-CLOSE-FILES.
           IF WS-HOL-OPEN
              CLOSE HOL-FILE
              MOVE 'N' TO WS-HOL-OPEN-SW
           END-IF.
           MOVE 0 TO WS-OK-YEAR.
       H140-END. EXIT.
      * GELEN TARİHİ DOĞRULAYIP TÜRÜNÜ BULUYORUZ, ARDINDAN İSTENEN
      * FONKSİYONU YÜRÜTÜYORUZ
       H200-PROCESS.
           MOVE ZEROS  TO WS-CAL-RC.
           MOVE SPACES TO WS-CAL-DESC.
           MOVE 0      TO WS-CAL-RESULT.
           MOVE SPACES TO WS-CAL-DAY-TYPE.
           MOVE 'N'    TO WS-CAL-LAST-SW.
           PERFORM H300-EDIT-DATE.
           IF WS-CAL-RC = 0
              MOVE WS-CAL-DATE TO WS-WRK-DATE
              PERFORM H400-CLASSIFY-DAY
           END-IF.
           IF WS-CAL-RC = 0
              MOVE WS-DAY-TYPE TO WS-CAL-DAY-TYPE
              EVALUATE TRUE
                 WHEN WS-CAL-FUNC-CHECK
                    MOVE WS-CAL-DATE TO WS-CAL-RESULT
                 WHEN WS-CAL-FUNC-NEXT
                    PERFORM H500-FIND-NEXT
                 WHEN WS-CAL-FUNC-PREV
                    PERFORM H550-FIND-PREV
                 WHEN WS-CAL-FUNC-LAST
                    PERFORM H600-CHECK-MONTH-LAST
                 WHEN OTHER
                    MOVE 99 TO WS-CAL-RC
                    MOVE 'UNKNOWN FUNCTION' TO WS-CAL-DESC
              END-EVALUATE
           END-IF.
       H200-END. EXIT.
      * TARİH GEÇERLİ BİR TAKVİM GÜNÜ OLMALI
       H300-EDIT-DATE.
           MOVE WS-CAL-DATE TO WS-WRK-DATE.
           IF (WS-WRK-YY = 0) OR (WS-WRK-MM < 1) OR (WS-WRK-MM > 12)
              MOVE 41 TO WS-CAL-RC
              MOVE 'INVALID DATE' TO WS-CAL-DESC
           ELSE
              PERFORM H880-SET-MONTH-DAYS
              IF (WS-WRK-DD < 1) OR (WS-WRK-DD > WS-MONTH-DAYS)
                 MOVE 41 TO WS-CAL-RC
                 MOVE 'INVALID DATE' TO WS-CAL-DESC
              END-IF
           END-IF.
       H300-END. EXIT.
      * ÇALIŞMA TARİHİNİN GÜN TÜRÜNÜ BULUYORUZ: TAKVİMDEKİ RESMİ
      * TATİL HAFTA SONUNA DÜŞSE DE TATİLDİR; YARIM GÜN HAFTA İÇİNDE
      * ÇALIŞMA GÜNÜDÜR
       H400-CLASSIFY-DAY.
           PERFORM H410-CHECK-YEAR.
           IF WS-CAL-RC = 0
              PERFORM H420-SET-WEEKDAY
              MOVE WS-WRK-DATE TO HOL-DATE
              READ HOL-FILE
                 KEY IS HOL-KEY
                 INVALID KEY
                    MOVE SPACES TO HOL-TYPE
              END-READ
              EVALUATE TRUE
                 WHEN HOL-HOLIDAY
                    MOVE 'H' TO WS-DAY-TYPE
                 WHEN WS-DOW-WEEKEND
                    MOVE 'S' TO WS-DAY-TYPE
                 WHEN HOL-HALF-DAY
                    MOVE 'Y' TO WS-DAY-TYPE
                 WHEN OTHER
                    MOVE 'W' TO WS-DAY-TYPE
              END-EVALUATE
           END-IF.
       H400-END. EXIT.
      * ÇALIŞMA TARİHİNİN YILI İÇİN TAKVİMDE EN AZ BİR KAYIT OLMALI
       H410-CHECK-YEAR.
           IF WS-WRK-YY NOT = WS-OK-YEAR
              MOVE 'N' TO WS-YEAR-SW
              COMPUTE HOL-DATE = WS-WRK-YY * 10000 + 101
              START HOL-FILE KEY IS NOT LESS THAN HOL-KEY
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    READ HOL-FILE NEXT RECORD
                       AT END CONTINUE
                    END-READ
                    IF HOL-SUCCESS
                       DIVIDE HOL-DATE BY 10000 GIVING WS-HOL-YY
                       IF WS-HOL-YY = WS-WRK-YY
                          MOVE 'Y' TO WS-YEAR-SW
                       END-IF
                    END-IF
              END-START
              IF WS-YEAR-LOADED
                 MOVE WS-WRK-YY TO WS-OK-YEAR
              ELSE
                 MOVE 40 TO WS-CAL-RC
                 MOVE SPACES TO WS-CAL-DESC
                 STRING 'NO CALENDAR FOR YEAR ' WS-WRK-YY
                    DELIMITED BY SIZE INTO WS-CAL-DESC
                 END-STRING
              END-IF
           END-IF.
       H410-END. EXIT.
      * HAFTA GÜNÜNÜ HESAPLIYORUZ (OCAK VE ŞUBAT ÖNCEKİ YILIN
      * AYLARI GİBİ SAYILIR)
       H420-SET-WEEKDAY.
           MOVE WS-WRK-YY TO WS-DOW-YY.
           IF WS-WRK-MM < 3
              SUBTRACT 1 FROM WS-DOW-YY
           END-IF.
           DIVIDE WS-DOW-YY BY 4   GIVING WS-DOW-Q4.
           DIVIDE WS-DOW-YY BY 100 GIVING WS-DOW-Q100.
           DIVIDE WS-DOW-YY BY 400 GIVING WS-DOW-Q400.
           COMPUTE WS-DOW-SUM = WS-DOW-YY + WS-DOW-Q4 - WS-DOW-Q100
              + WS-DOW-Q400 + WS-DOW-ENTRY (WS-WRK-MM) + WS-WRK-DD.
           DIVIDE WS-DOW-SUM BY 7 GIVING WS-DOW-QUOT
              REMAINDER WS-DOW.
       H420-END. EXIT.
      * TARİHTEN SONRAKİ İLK ÇALIŞMA GÜNÜNÜ ARIYORUZ
       H500-FIND-NEXT.
           MOVE WS-CAL-DATE TO WS-WRK-DATE.
           MOVE 0   TO WS-STEP-CNT.
           MOVE 'N' TO WS-FOUND-SW.
           PERFORM H510-NEXT-STEP
              UNTIL WS-DAY-FOUND OR (WS-CAL-RC NOT = 0).
       H500-END. EXIT.

       H510-NEXT-STEP.
           ADD 1 TO WS-STEP-CNT.
           IF WS-STEP-CNT > 31
              MOVE 42 TO WS-CAL-RC
              MOVE 'NO WORKING DAY WITHIN 31 DAYS' TO WS-CAL-DESC
           ELSE
              PERFORM H860-ADD-ONE-DAY
              PERFORM H400-CLASSIFY-DAY
              IF (WS-CAL-RC = 0) AND WS-DAY-WORKING
                 MOVE 'Y' TO WS-FOUND-SW
                 MOVE WS-WRK-DATE TO WS-CAL-RESULT
              END-IF
           END-IF.
       H510-END. EXIT.
      * TARİHTEN ÖNCEKİ SON ÇALIŞMA GÜNÜNÜ ARIYORUZ
       H550-FIND-PREV.
           MOVE WS-CAL-DATE TO WS-WRK-DATE.
           MOVE 0   TO WS-STEP-CNT.
           MOVE 'N' TO WS-FOUND-SW.
           PERFORM H560-PREV-STEP
              UNTIL WS-DAY-FOUND OR (WS-CAL-RC NOT = 0).
       H550-END. EXIT.

       H560-PREV-STEP.
           ADD 1 TO WS-STEP-CNT.
           IF WS-STEP-CNT > 31
              MOVE 42 TO WS-CAL-RC
              MOVE 'NO WORKING DAY WITHIN 31 DAYS' TO WS-CAL-DESC
           ELSE
              PERFORM H870-SUB-ONE-DAY
              PERFORM H400-CLASSIFY-DAY
              IF (WS-CAL-RC = 0) AND WS-DAY-WORKING
                 MOVE 'Y' TO WS-FOUND-SW
                 MOVE WS-WRK-DATE TO WS-CAL-RESULT
              END-IF
           END-IF.
       H560-END. EXIT.
      * TARİH ÇALIŞMA GÜNÜYSE VE SONRAKİ ÇALIŞMA GÜNÜ BAŞKA BİR AYA
      * DÜŞÜYORSA AYIN SON ÇALIŞMA GÜNÜDÜR
       H600-CHECK-MONTH-LAST.
           MOVE WS-CAL-DATE TO WS-WRK-DATE.
           MOVE WS-WRK-MM   TO WS-SAVE-MM.
           PERFORM H500-FIND-NEXT.
           IF (WS-CAL-RC = 0) AND WS-CAL-WORKING
              MOVE WS-CAL-RESULT TO WS-WRK-DATE
              IF WS-WRK-MM NOT = WS-SAVE-MM
                 MOVE 'Y' TO WS-CAL-LAST-SW
              END-IF
           END-IF.
       H600-END. EXIT.
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
      * ANA PROGRAMA DÖNÜYORUZ. DOSYA BURADA KAPATILMAZ, ÇAĞIRAN
      * PROGRAMIN İŞ SONUNDA GÖNDERDİĞİ 'C' FONKSİYONU İLE KAPANIR
       H999-PROGRAM-EXIT.
           EXIT PROGRAM.
       H999-END. EXIT.
      *
