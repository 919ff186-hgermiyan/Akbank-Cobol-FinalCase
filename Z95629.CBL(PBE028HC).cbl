       IDENTIFICATION DIVISION.
       PROGRAM-ID. PBE028HC.
       AUTHOR.     Halim Germiyan.
      * TATİL TAKVİMİ DOSYASI (HOLFILE) BAKIMI: İŞLETİM HER YIL İÇİN
      * RESMİ TATİLLERİ (H) VE YARIM GÜNLERİ (Y) HCTFILE İLE GİRER.
      * GÜN EKLEME (A), TÜR/AÇIKLAMA GÜNCELLEME (U), SİLME (D) VE
      * SORGULAMA (R) İŞLEMLERİ YAPILIR, SONUÇLAR OUTFILE'A YAZILIR.
      * HAFTA SONLARI DOSYAYA GİRİLMEZ. TAKVİMİ YÜKLENMEMİŞ YILA
      * GEÇİLDİĞİNDE PBEGCAL'I KULLANAN GECE İŞLERİ DURUR; YENİ YILIN
      * TAKVİMİ YIL SONUNDAN ÖNCE BU PROGRAMLA YÜKLENMELİDİR.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HOL-FILE   ASSIGN HOLFILE
                             ORGANIZATION INDEXED
                             ACCESS MODE RANDOM
                             RECORD KEY HOL-KEY
                             STATUS HOL-ST.
           SELECT HCT-FILE   ASSIGN TO HCTFILE
                             STATUS HCT-ST.
           SELECT OUT-FILE   ASSIGN TO OUTFILE
                             STATUS OUT-ST.
       DATA DIVISION.
       FILE SECTION.
       FD  HOL-FILE.
           COPY HOLREC.

      * BAKIM İŞLEMİ KAYDI: FONKSİYON, TARİH, GÜN TÜRÜ VE AÇIKLAMA.
      * GÜNCELLEMEDE BOŞ BIRAKILAN ALANLAR DEĞİŞTİRİLMEZ.
       FD  HCT-FILE RECORDING MODE F.
       01  HCT-REC.
           03 HCT-FUNC            PIC X(1).
           03 HCT-DATE            PIC 9(8).
           03 HCT-TYPE            PIC X(1).
           03 HCT-DESC            PIC X(30).

       FD  OUT-FILE RECORDING MODE F.
       01  OUT-REC.
           03 OUT-FFUNC           PIC X(6).
           03 OUT-FUNC            PIC X(1).
           03 OUT-FDATE           PIC X(7).
           03 OUT-DATE            PIC 9(8).
           03 OUT-FRC             PIC X(5).
           03 OUT-RC              PIC 9(2).
           03 OUT-FDESC           PIC X(7).
           03 OUT-DESC            PIC X(30).
           03 OUT-FDATA           PIC X(7).
           03 OUT-DATA            PIC X(32).
      * ÇALIŞMA SONU KONTROL TOPLAMLARI İÇİN OUT-REC'İN ALTERNATİF
      * GÖRÜNÜMÜ, DOSYA SONUNA TEK BİR ÖZET KAYDI OLARAK YAZILIR
       01  OUT-TRAILER-REC REDEFINES OUT-REC.
           03 OUT-TR-LABEL         PIC X(20).
           03 OUT-TR-ADDS          PIC 9(7).
           03 OUT-TR-UPDATES       PIC 9(7).
           03 OUT-TR-DELETES       PIC 9(7).
           03 OUT-TR-READS         PIC 9(7).
           03 OUT-TR-FAILS         PIC 9(7).
           03 FILLER               PIC X(50).
       WORKING-STORAGE SECTION.
       01  WS-WORK-AREA.
           03 HOL-ST              PIC 9(2).
              88 HOL-SUCCESS            VALUE 00 97.
              88 HOL-NOTFND             VALUE 05 35.
           03 HCT-ST              PIC 9(2).
              88 HCT-SUCCESS            VALUE 00 97.
              88 HCT-EOF                VALUE 10.
           03 OUT-ST              PIC 9(2).
              88 OUT-SUCCESS            VALUE 00 97.
      * İŞLENEN KAYDIN SONUCU; OUTFILE SATIRINA BASILIR
           03 WS-RESULT-RC        PIC 9(2).
           03 WS-RESULT-DESC      PIC X(30).
           03 WS-RESULT-DATA      PIC X(32).
      * TARİHİN DOSYADA BULUNUP BULUNMADIĞI
           03 WS-FND-SW           PIC X(01).
              88 WS-DAY-FOUND           VALUE 'Y'.
      * TARİH KONTROLÜNDE KULLANILAN ÇALIŞMA ALANI (PBE016ED İLE
      * AYNI YÖNTEM)
           03 WS-WRK-DATE         PIC 9(08).
           03 WS-WRK-DATE-R REDEFINES WS-WRK-DATE.
              05 WS-WRK-YY        PIC 9(04).
              05 WS-WRK-MM        PIC 9(02).
              05 WS-WRK-DD        PIC 9(02).
           03 WS-MONTH-DAYS       PIC 9(02).
           03 WS-LEAP-QUOT        PIC 9(04).
           03 WS-LEAP-REM         PIC 9(04).
           03 WS-LEAP-SW          PIC X(01).
              88 WS-LEAP-YEAR           VALUE 'Y'.
      * ÇALIŞMA SONU KONTROL TOPLAMLARI İÇİN SAYAÇLAR
           03 WS-CNT-ADDS         PIC 9(7) VALUE 0.
           03 WS-CNT-UPDATES      PIC 9(7) VALUE 0.
           03 WS-CNT-DELETES      PIC 9(7) VALUE 0.
           03 WS-CNT-READS        PIC 9(7) VALUE 0.
           03 WS-CNT-FAILS        PIC 9(7) VALUE 0.
      * AY GÜN SAYILARI TABLOSU; ŞUBAT ARTIK YILDA H880 İÇİNDE
      * DÜZELTİLİR
       01  WS-DIM-TABLE-INIT.
           05 FILLER PIC X(24) VALUE '312831303130313130313031'.
       01  WS-DIM-TABLE REDEFINES WS-DIM-TABLE-INIT.
           05 WS-DIM-ENTRY OCCURS 12 TIMES PIC 9(02).
      *--------------------
       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM H100-OPEN-FILES.
           PERFORM H200-PROCESS UNTIL HCT-EOF.
           PERFORM H999-PROGRAM-EXIT.
       0000-END. EXIT.

       H100-OPEN-FILES.
           OPEN INPUT HCT-FILE.
           IF (NOT HCT-SUCCESS)
              DISPLAY 'UNABLE TO OPEN HCTFILE: ' HCT-ST
              MOVE HCT-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           OPEN OUTPUT OUT-FILE.
           IF (NOT OUT-SUCCESS)
              DISPLAY 'UNABLE TO OPEN OUTFILE: ' OUT-ST
              MOVE OUT-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
      * TAKVİM DOSYASI İLK ÇALIŞMADA HENÜZ YOKSA OLUŞTURULUR;
      * DOSYA YOKLUĞU DIŞINDA BİR AÇMA HATASINDA ÇALIŞMA DURDURULUR
           OPEN I-O HOL-FILE.
           IF (NOT HOL-SUCCESS)
              IF HOL-NOTFND
                 OPEN OUTPUT HOL-FILE
                 CLOSE HOL-FILE
                 OPEN I-O HOL-FILE
              END-IF
              IF (NOT HOL-SUCCESS)
                 DISPLAY 'UNABLE TO OPEN HOLFILE: ' HOL-ST
                 MOVE HOL-ST TO RETURN-CODE
                 PERFORM H999-PROGRAM-EXIT
              END-IF
           END-IF.
       H100-END. EXIT.
      * HCTFILE'DAN GELEN HER BAKIM KAYDINI İŞLEYİP SONUCU OUTFILE'A
      * YAZIYORUZ; HATALI KAYIT ÇALIŞMAYI DURDURMAZ
       H200-PROCESS.
           READ HCT-FILE
             AT END SET HCT-EOF TO TRUE
           END-READ.
           IF (NOT HCT-EOF)
              MOVE 0      TO WS-RESULT-RC
              MOVE SPACES TO WS-RESULT-DESC
              MOVE SPACES TO WS-RESULT-DATA
              EVALUATE HCT-FUNC
                 WHEN 'A'
                    PERFORM H300-ADD-DAY
                 WHEN 'U'
                    PERFORM H400-UPDATE-DAY
                 WHEN 'D'
                    PERFORM H500-DELETE-DAY
                 WHEN 'R'
                    PERFORM H600-READ-DAY
                 WHEN OTHER
                    MOVE 99 TO WS-RESULT-RC
                    MOVE 'UNKNOWN FUNCTION' TO WS-RESULT-DESC
              END-EVALUATE
              IF WS-RESULT-RC NOT = 0
                 ADD 1 TO WS-CNT-FAILS
              END-IF
              PERFORM H700-WRITE-RESULT
           END-IF.
       H200-END. EXIT.
      * YENİ TATİL GÜNÜ: TARİH GEÇERLİ VE GÜN TÜRÜ H YA DA Y OLMALI
       H300-ADD-DAY.
           PERFORM H250-READ-DAY-KEY.
           IF WS-DAY-FOUND
              MOVE 22 TO WS-RESULT-RC
              MOVE 'DATE ALREADY ON FILE' TO WS-RESULT-DESC
           ELSE
              PERFORM H310-EDIT-DAY-FIELDS
              IF WS-RESULT-RC = 0
                 MOVE SPACES    TO HOL-REC
                 MOVE HCT-DATE  TO HOL-DATE
                 MOVE HCT-TYPE  TO HOL-TYPE
                 MOVE HCT-DESC  TO HOL-DESC
                 WRITE HOL-REC
                    INVALID KEY
                      MOVE 23 TO WS-RESULT-RC
                      MOVE 'UNABLE TO WRITE HOLFILE'
                         TO WS-RESULT-DESC
                 END-WRITE
              END-IF
              IF WS-RESULT-RC = 0
                 ADD 1 TO WS-CNT-ADDS
                 MOVE 'OK' TO WS-RESULT-DESC
              END-IF
           END-IF.
       H300-END. EXIT.
      * TARİH ANAHTARINI OKUYUP VARLIK ANAHTARINI KURUYORUZ
       H250-READ-DAY-KEY.
           MOVE 'N' TO WS-FND-SW.
           MOVE HCT-DATE TO HOL-DATE.
           READ HOL-FILE
                INVALID KEY
                 CONTINUE
                NOT INVALID KEY
                 MOVE 'Y' TO WS-FND-SW
           END-READ.
       H250-END. EXIT.
      * ALAN KONTROLLERİ: GEÇERLİ TAKVİM TARİHİ VE GÜN TÜRÜ
       H310-EDIT-DAY-FIELDS.
           MOVE HCT-DATE TO WS-WRK-DATE.
           IF (WS-WRK-YY = 0) OR (WS-WRK-MM < 1) OR (WS-WRK-MM > 12)
              MOVE 26 TO WS-RESULT-RC
              MOVE 'INVALID DATE' TO WS-RESULT-DESC
           ELSE
              PERFORM H880-SET-MONTH-DAYS
              IF (WS-WRK-DD < 1) OR (WS-WRK-DD > WS-MONTH-DAYS)
                 MOVE 26 TO WS-RESULT-RC
                 MOVE 'INVALID DATE' TO WS-RESULT-DESC
              END-IF
           END-IF.
           IF (WS-RESULT-RC = 0)
                 AND (HCT-TYPE NOT = 'H')
                 AND (HCT-TYPE NOT = 'Y')
              MOVE 26 TO WS-RESULT-RC
              MOVE 'INVALID DAY TYPE' TO WS-RESULT-DESC
           END-IF.
       H310-END. EXIT.
      * GÜN GÜNCELLEME: YALNIZCA DOLU GELEN ALANLAR DEĞİŞTİRİLİR
       H400-UPDATE-DAY.
           PERFORM H250-READ-DAY-KEY.
           IF (NOT WS-DAY-FOUND)
              MOVE 23 TO WS-RESULT-RC
              MOVE 'DATE NOT ON FILE' TO WS-RESULT-DESC
           ELSE
              IF (HCT-TYPE NOT = SPACES)
                    AND (HCT-TYPE NOT = 'H')
                    AND (HCT-TYPE NOT = 'Y')
                 MOVE 26 TO WS-RESULT-RC
                 MOVE 'INVALID DAY TYPE' TO WS-RESULT-DESC
              END-IF
           END-IF.
           IF WS-DAY-FOUND AND (WS-RESULT-RC = 0)
              IF HCT-TYPE NOT = SPACES
                 MOVE HCT-TYPE TO HOL-TYPE
              END-IF
              IF HCT-DESC NOT = SPACES
                 MOVE HCT-DESC TO HOL-DESC
              END-IF
              REWRITE HOL-REC
                 INVALID KEY
                   MOVE 23 TO WS-RESULT-RC
                   MOVE 'UNABLE TO UPDATE HOLFILE' TO WS-RESULT-DESC
              END-REWRITE
              IF WS-RESULT-RC = 0
                 ADD 1 TO WS-CNT-UPDATES
                 MOVE 'OK' TO WS-RESULT-DESC
              END-IF
           END-IF.
       H400-END. EXIT.
      * GÜN SİLME: TARİH TEKRAR ÇALIŞMA GÜNÜ OLUR
       H500-DELETE-DAY.
           PERFORM H250-READ-DAY-KEY.
           IF (NOT WS-DAY-FOUND)
              MOVE 23 TO WS-RESULT-RC
              MOVE 'DATE NOT ON FILE' TO WS-RESULT-DESC
           ELSE
              DELETE HOL-FILE
                 INVALID KEY
                   MOVE 23 TO WS-RESULT-RC
                   MOVE 'UNABLE TO DELETE HOLFILE' TO WS-RESULT-DESC
              END-DELETE
              IF WS-RESULT-RC = 0
                 ADD 1 TO WS-CNT-DELETES
                 MOVE 'OK' TO WS-RESULT-DESC
              END-IF
           END-IF.
       H500-END. EXIT.
      * GÜN SORGULAMA: GÜN TÜRÜ VE AÇIKLAMA DÖNDÜRÜLÜR
       H600-READ-DAY.
           PERFORM H250-READ-DAY-KEY.
           IF (NOT WS-DAY-FOUND)
              MOVE 23 TO WS-RESULT-RC
              MOVE 'DATE NOT ON FILE' TO WS-RESULT-DESC
           ELSE
              ADD 1 TO WS-CNT-READS
              MOVE 'OK' TO WS-RESULT-DESC
              MOVE SPACES   TO WS-RESULT-DATA
              MOVE HOL-TYPE TO WS-RESULT-DATA(1:1)
              MOVE HOL-DESC TO WS-RESULT-DATA(3:30)
           END-IF.
       H600-END. EXIT.
      * İŞLENEN KAYDIN SONUCUNU OUTFILE'A YAZIYORUZ
       H700-WRITE-RESULT.
           MOVE 'FUNC:'         TO OUT-FFUNC.
           MOVE HCT-FUNC        TO OUT-FUNC.
           MOVE ' DATE: '       TO OUT-FDATE.
           MOVE HCT-DATE        TO OUT-DATE.
           MOVE ' RC: '         TO OUT-FRC.
           MOVE WS-RESULT-RC    TO OUT-RC.
           MOVE ' DESC: '       TO OUT-FDESC.
           MOVE WS-RESULT-DESC  TO OUT-DESC.
           MOVE ' DATA: '       TO OUT-FDATA.
           MOVE WS-RESULT-DATA  TO OUT-DATA.
           INSPECT OUT-REC REPLACING ALL LOW-VALUES BY SPACES.
           WRITE OUT-REC.
           IF (NOT OUT-SUCCESS)
             DISPLAY 'UNABLE TO WRITE OUTFILE: ' OUT-ST
             MOVE OUT-ST TO RETURN-CODE
             PERFORM H999-PROGRAM-EXIT
           END-IF.
       H700-END. EXIT.
      * ÇALIŞMA SONU KONTROL TOPLAMLARINI OUTFILE'A TEK BİR ÖZET
      * KAYIT OLARAK YAZIYORUZ
       H800-WRITE-TRAILER.
           MOVE SPACES           TO OUT-TRAILER-REC.
           MOVE 'CONTROL TOTALS -----' TO OUT-TR-LABEL.
           MOVE WS-CNT-ADDS      TO OUT-TR-ADDS.
           MOVE WS-CNT-UPDATES   TO OUT-TR-UPDATES.
           MOVE WS-CNT-DELETES   TO OUT-TR-DELETES.
           MOVE WS-CNT-READS     TO OUT-TR-READS.
           MOVE WS-CNT-FAILS     TO OUT-TR-FAILS.
           WRITE OUT-TRAILER-REC.
       H800-END. EXIT.
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
           IF OUT-SUCCESS
              PERFORM H800-WRITE-TRAILER
           END-IF.
      * HATALI KAYIT VARSA DÖNÜŞ KODUNU UYARI SEVİYESİNE ÇEKİYORUZ
           IF (WS-CNT-FAILS > 0) AND (RETURN-CODE = 0)
              MOVE 4 TO RETURN-CODE
           END-IF.
           CLOSE HCT-FILE.
           CLOSE OUT-FILE.
           CLOSE HOL-FILE.
           STOP RUN.
       H999-END. EXIT.
      *
