       IDENTIFICATION DIVISION.
       PROGRAM-ID. PBE032HR.
       AUTHOR.     Halim Germiyan.
      * HESAP HAREKET GEÇMİŞİNİN (AHSFILE) YENİDEN KURULMASI. GEÇMİŞ
      * DOSYASI NORMALDE PBEGIDX TARAFINDAN HER DENETİM KAYDIYLA
      * BİRLİKTE GÜNCELLENİR; DOSYA KAYBOLDUĞUNDA, BOZULDUĞUNDA YA DA
      * DÖNEM SONU DEVRİNDEN (PBE019CT) SONRA TUTARLILIK İÇİN, TARİHLİ
      * GEÇMİŞ DOSYASI (AUDHIST) VE GÜNCEL DENETİM İZİ (AUDFILE)
      * OKUNARAK SIFIRDAN YAZILIR. DEVİRLE TAŞINAN ESKİ DÖNEMLERİN
      * TAMAMI İSTENİYORSA İŞLETİM AUDHIST KUŞAKLARINI ART ARDA
      * BAĞLAYARAK VERİR. DEVİR ('F') KAYITLARI HAREKET DEĞİL,
      * DÖNEM AÇILIŞ BAKİYESİ OLDUĞUNDAN GEÇMİŞE ALINMAZ; PBEGIDX DE
      * BU KAYITLARI YAZMADIĞINDAN İKİ YOLDAN KURULAN DOSYA AYNIDIR.
      * AYNI HESABA AYNI SANİYEDE DÜŞEN KAYITLAR OKUMA SIRASI
      * KORUNARAK SIRA NO İLE AYRILIR.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HIS-FILE   ASSIGN TO AUDHIST
                             STATUS HIS-ST.
           SELECT AUD-FILE   ASSIGN AUDFILE
                             ORGANIZATION SEQUENTIAL
                             STATUS AUD-ST.
      * GEÇMİŞ DOSYASI ANAHTAR SIRASIYLA BAŞTAN YAZILDIĞINDAN
      * ACCESS MODE SEQUENTIAL
           SELECT AHS-FILE   ASSIGN AHSFILE
                             ORGANIZATION INDEXED
                             ACCESS MODE SEQUENTIAL
                             RECORD KEY AHS-KEY
                             STATUS AHS-ST.
           SELECT SORT-WORK  ASSIGN TO SORTWK1.
       DATA DIVISION.
       FILE SECTION.
      * TARİHLİ GEÇMİŞ DOSYASI AUD-REC İLE AYNI YERLEŞİMDEDİR; YALNIZCA
      * SIRALAMA İÇİN GEREKEN ALANLAR ADLANDIRILMIŞTIR (AUDREC
      * DEĞİŞİRSE BU KAYIT DA BİRLİKTE GÜNCELLENMELİDİR)
       FD  HIS-FILE RECORDING MODE F.
       01  HIS-REC.
           03 HIS-ID            PIC S9(05)  COMP-3.
           03 HIS-DVZ           PIC S9(03)  COMP.
           03 HIS-FUNC          PIC X(01).
           03 FILLER            PIC X(84).
           03 HIS-TS-DATE       PIC 9(08).
           03 HIS-TS-TIME       PIC 9(06).
           03 FILLER            PIC X(36).

       FD  AUD-FILE RECORDING MODE F.
           COPY AUDREC.

       FD  AHS-FILE.
           COPY AHSREC.

      * DENETİM KAYITLARI HESAP ANAHTARINA, HESAP İÇİNDE ZAMAN
      * SIRASINA DİZİLİR; AYNI ZAMAN DAMGASINDA OKUMA SIRASI KORUNUR
       SD  SORT-WORK.
       01  SW-REC.
           03 SW-ID             PIC S9(05)  COMP-3.
           03 SW-DVZ            PIC S9(03)  COMP.
           03 SW-TS-DATE        PIC 9(08).
           03 SW-TS-TIME        PIC 9(06).
           03 SW-IN-SEQ         PIC 9(09).
           03 SW-AUD-IMAGE      PIC X(140).

       WORKING-STORAGE SECTION.
       01  WS-WORK-AREA.
           03 HIS-ST            PIC 9(2).
              88 HIS-SUCCESS            VALUE 00 97.
              88 HIS-NOTFND             VALUE 05 35.
              88 HIS-EOF                VALUE 10.
           03 AUD-ST            PIC 9(2).
              88 AUD-SUCCESS            VALUE 00 97.
              88 AUD-NOTFND             VALUE 05 35.
              88 AUD-EOF                VALUE 10.
           03 AHS-ST            PIC 9(2).
              88 AHS-SUCCESS            VALUE 00 97.
           03 WS-SORT-EOF-SW    PIC X(01) VALUE 'N'.
              88 WS-SORT-EOF            VALUE 'Y'.
           03 WS-FIRST-SW       PIC X(01) VALUE 'Y'.
              88 WS-IS-FIRST            VALUE 'Y'.
           03 WS-AHS-OPEN-SW    PIC X(01) VALUE 'N'.
              88 WS-AHS-OPEN            VALUE 'Y'.
      * SIRALAMAYA VERİLEN KAYDIN OKUMA SIRASI
           03 WS-IN-SEQ         PIC 9(09) VALUE 0.
      * BİR ÖNCEKİ YAZILAN KAYDIN HESAP VE ZAMAN DAMGASI; AYNI
      * DEĞERLERDE SIRA NO ARTIRILIR
           03 WS-PRV-ID         PIC 9(05).
           03 WS-PRV-DVZ        PIC 9(03).
           03 WS-PRV-TS-DATE    PIC 9(08).
           03 WS-PRV-TS-TIME    PIC 9(06).
           03 WS-PRV-SEQ        PIC 9(03).
      * ÇALIŞMA SONU ÖZETİ İÇİN SAYAÇLAR
           03 WS-CNT-HIS        PIC 9(07) VALUE 0.
           03 WS-CNT-AUD        PIC 9(07) VALUE 0.
           03 WS-CNT-CARRY      PIC 9(07) VALUE 0.
           03 WS-CNT-WRITTEN    PIC 9(07) VALUE 0.
           03 WS-CNT-DROPPED    PIC 9(07) VALUE 0.
      *--------------------
       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM H100-OPEN-FILES.
           PERFORM H200-SORT-DATA.
           PERFORM H600-WRITE-SUMMARY.
           PERFORM H999-PROGRAM-EXIT.
       0000-END. EXIT.
      * GEÇMİŞ DOSYASI BAŞTAN OLUŞTURULUR
       H100-OPEN-FILES.
           OPEN OUTPUT AHS-FILE.
           IF (NOT AHS-SUCCESS)
              DISPLAY 'UNABLE TO OPEN AHSFILE: ' AHS-ST
              MOVE AHS-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           MOVE 'Y' TO WS-AHS-OPEN-SW.
       H100-END. EXIT.
      * İKİ KAYNAĞI HESAP VE ZAMAN SIRASINA DİZİP GEÇMİŞİ YAZIYORUZ
       H200-SORT-DATA.
           SORT SORT-WORK
              ON ASCENDING KEY SW-ID
              ON ASCENDING KEY SW-DVZ
              ON ASCENDING KEY SW-TS-DATE
              ON ASCENDING KEY SW-TS-TIME
              ON ASCENDING KEY SW-IN-SEQ
              INPUT PROCEDURE H210-LOAD-SORT
              OUTPUT PROCEDURE H400-WRITE-HISTORY.
       H200-END. EXIT.
      * ÖNCE ESKİ DÖNEMLER (AUDHIST), SONRA GÜNCEL DÖNEM (AUDFILE)
      * OKUNUR. HENÜZ DEVİR YAPILMAMIŞ SİSTEMDE AUDHIST, HİÇ HAREKET
      * GÖRMEMİŞ SİSTEMDE AUDFILE BULUNMAYABİLİR; BOŞ SAYILIR
       H210-LOAD-SORT.
           OPEN INPUT HIS-FILE.
           IF HIS-SUCCESS
              PERFORM H220-LOAD-HIS-LOOP UNTIL HIS-EOF
              CLOSE HIS-FILE
           ELSE
              IF HIS-NOTFND
                 DISPLAY 'AUDHIST NOT FOUND, NO CLOSED PERIODS LOADED'
              ELSE
                 DISPLAY 'UNABLE TO OPEN AUDHIST: ' HIS-ST
                 MOVE HIS-ST TO RETURN-CODE
                 PERFORM H999-PROGRAM-EXIT
              END-IF
           END-IF.
           OPEN INPUT AUD-FILE.
           IF AUD-SUCCESS
              PERFORM H230-LOAD-AUD-LOOP UNTIL AUD-EOF
              CLOSE AUD-FILE
           ELSE
              IF AUD-NOTFND
                 DISPLAY 'AUDFILE NOT FOUND, NO CURRENT PERIOD LOADED'
              ELSE
                 DISPLAY 'UNABLE TO OPEN AUDFILE: ' AUD-ST
                 MOVE AUD-ST TO RETURN-CODE
                 PERFORM H999-PROGRAM-EXIT
              END-IF
           END-IF.
       H210-END. EXIT.

       H220-LOAD-HIS-LOOP.
           READ HIS-FILE
                AT END SET HIS-EOF TO TRUE
           END-READ.
           IF (NOT HIS-EOF)
              ADD 1 TO WS-CNT-HIS
              IF HIS-FUNC = 'F'
                 ADD 1 TO WS-CNT-CARRY
              ELSE
                 ADD 1 TO WS-IN-SEQ
                 MOVE HIS-ID      TO SW-ID
                 MOVE HIS-DVZ     TO SW-DVZ
                 MOVE HIS-TS-DATE TO SW-TS-DATE
                 MOVE HIS-TS-TIME TO SW-TS-TIME
                 MOVE WS-IN-SEQ   TO SW-IN-SEQ
                 MOVE HIS-REC     TO SW-AUD-IMAGE
                 RELEASE SW-REC
              END-IF
           END-IF.
       H220-END. EXIT.

       H230-LOAD-AUD-LOOP.
           READ AUD-FILE
                AT END SET AUD-EOF TO TRUE
           END-READ.
           IF (NOT AUD-EOF)
              ADD 1 TO WS-CNT-AUD
              IF AUD-FUNC = 'F'
                 ADD 1 TO WS-CNT-CARRY
              ELSE
                 ADD 1 TO WS-IN-SEQ
                 MOVE AUD-ID      TO SW-ID
                 MOVE AUD-DVZ     TO SW-DVZ
                 MOVE AUD-TS-DATE TO SW-TS-DATE
                 MOVE AUD-TS-TIME TO SW-TS-TIME
                 MOVE WS-IN-SEQ   TO SW-IN-SEQ
                 MOVE AUD-REC     TO SW-AUD-IMAGE
                 RELEASE SW-REC
              END-IF
           END-IF.
       H230-END. EXIT.
      * SIRALANMIŞ KAYITLARI ANAHTAR SIRASIYLA GEÇMİŞ DOSYASINA
      * YAZIYORUZ
       H400-WRITE-HISTORY.
           PERFORM H410-WRITE-LOOP UNTIL WS-SORT-EOF.
       H400-END. EXIT.

       H410-WRITE-LOOP.
           RETURN SORT-WORK
                AT END SET WS-SORT-EOF TO TRUE
           END-RETURN.
           IF (NOT WS-SORT-EOF)
              PERFORM H420-SET-SEQ
              PERFORM H430-WRITE-AHS
           END-IF.
       H410-END. EXIT.
      * SIRA NO: HESAP VE ZAMAN DAMGASI BİR ÖNCEKİ KAYITLA AYNIYSA
      * BİR ARTIRILIR, DEĞİLSE SIFIRDAN BAŞLAR (PBEGIDX'İN ÇAKIŞMADA
      * UYGULADIĞI KURALLA AYNI)
       H420-SET-SEQ.
           IF (NOT WS-IS-FIRST)
                 AND (SW-ID = WS-PRV-ID)
                 AND (SW-DVZ = WS-PRV-DVZ)
                 AND (SW-TS-DATE = WS-PRV-TS-DATE)
                 AND (SW-TS-TIME = WS-PRV-TS-TIME)
              IF WS-PRV-SEQ < 999
                 ADD 1 TO WS-PRV-SEQ
              END-IF
           ELSE
              MOVE 0 TO WS-PRV-SEQ
           END-IF.
           MOVE 'N'        TO WS-FIRST-SW.
           MOVE SW-ID      TO WS-PRV-ID.
           MOVE SW-DVZ     TO WS-PRV-DVZ.
           MOVE SW-TS-DATE TO WS-PRV-TS-DATE.
           MOVE SW-TS-TIME TO WS-PRV-TS-TIME.
       H420-END. EXIT.
      * ANAHTAR SIRASI SIRALAMADAN GELDİĞİNDEN ÇAKIŞMA YALNIZCA AYNI
      * SANİYEYE 999'DAN FAZLA KAYIT DÜŞTÜĞÜNDE OLUR; O KAYIT ATLANIR
      * VE SAYILIR
       H430-WRITE-AHS.
           MOVE SW-ID        TO AHS-ID.
           MOVE SW-DVZ       TO AHS-DVZ.
           MOVE SW-TS-DATE   TO AHS-TS-DATE.
           MOVE SW-TS-TIME   TO AHS-TS-TIME.
           MOVE WS-PRV-SEQ   TO AHS-SEQ.
           MOVE SW-AUD-IMAGE TO AHS-AUD-IMAGE.
           WRITE AHS-REC
              INVALID KEY
                 ADD 1 TO WS-CNT-DROPPED
              NOT INVALID KEY
                 ADD 1 TO WS-CNT-WRITTEN
           END-WRITE.
           IF (NOT AHS-SUCCESS) AND (AHS-ST NOT = 22)
                 AND (AHS-ST NOT = 21)
              DISPLAY 'UNABLE TO WRITE AHSFILE: ' AHS-ST
              MOVE AHS-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
       H430-END. EXIT.
      * ÇALIŞMA SONU ÖZETİNİ YAZIYORUZ; ATLANAN KAYIT VARSA UYARI
      * KODU DÖNER
       H600-WRITE-SUMMARY.
           DISPLAY 'HISTORY REBUILT FROM AUDHIST: ' WS-CNT-HIS
              ' AUDFILE: ' WS-CNT-AUD
              ' CARRY-FORWARDS SKIPPED: ' WS-CNT-CARRY.
           DISPLAY 'AHSFILE RECORDS WRITTEN: ' WS-CNT-WRITTEN
              ' DROPPED: ' WS-CNT-DROPPED.
           IF (WS-CNT-DROPPED > 0) AND (RETURN-CODE = 0)
              MOVE 4 TO RETURN-CODE
           END-IF.
       H600-END. EXIT.
      * AÇILAN DOSYALARI KAPATIYORUZ VE PROGRAMDAN ÇIKIYORUZ
       H999-PROGRAM-EXIT.
           IF WS-AHS-OPEN
              CLOSE AHS-FILE
           END-IF.
           STOP RUN.
       H999-END. EXIT.
      *
