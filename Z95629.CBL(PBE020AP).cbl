      * İŞARETİYLE (WS-SUB-AUTH-SW) İŞLENİR VE DURUMU 'A' YAPILIR;
      * REDDEDİLEN KAYDIN DURUMU 'R' YAPILIR. İŞLENEMEYEN (ÖR. ARTIK
      * YETERSİZ BAKİYELİ) KAYIT BEKLEMEDE KALIR VE RAPORLANIR.
      * KARARI OLMAYAN KAYITLAR BEKLEMEDE KALIR. REDDEDİLEN KAYIT
      * MÜŞTERİYE BİLDİRİLMEK ÜZERE BİLDİRİM OLAY KUYRUĞUNA
      * (NTEFILE) DA YAZILIR.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
                             STATUS DEC-ST.
           SELECT OUT-FILE   ASSIGN TO OUTFILE
                             STATUS OUT-ST.
      * MÜŞTERİ BİLDİRİM OLAY KUYRUĞU; DOSYA SONUNA EKLENİR
           SELECT NTE-FILE   ASSIGN TO NTEFILE
                             STATUS NTE-ST.
       DATA DIVISION.
       FILE SECTION.
       FD  PND-FILE RECORDING MODE F.
           03 OUT-TR-FAILED        PIC 9(7).
           03 OUT-TR-LEFT          PIC 9(7).
           03 FILLER               PIC X(27).

       FD  NTE-FILE RECORDING MODE F.
           COPY NTEREC.
       WORKING-STORAGE SECTION.
       01  WS-WORK-AREA.
           03 WS-PBEGIDX          PIC X(7) VALUE 'PBEGIDX'.
              88 DEC-EOF                VALUE 10.
           03 OUT-ST              PIC 9(2).
              88 OUT-SUCCESS            VALUE 00 97.
           03 NTE-ST              PIC 9(2).
              88 NTE-SUCCESS            VALUE 00 97.
              88 NTE-NOTFND             VALUE 05 35.
      * EŞLEŞEN KARARIN TABLO SIRASI VE ARAMA ANAHTARI
           03 WS-SUB             PIC 9(04).
           03 WS-FND-SW          PIC X(01).
                 PERFORM H999-PROGRAM-EXIT
              END-IF
           END-IF.
      * BİLDİRİM KUYRUĞU HENÜZ YOKSA (YA DA PBE025NT BOŞALTMIŞSA)
      * YENİDEN OLUŞTURULUR
           OPEN EXTEND NTE-FILE.
           IF (NOT NTE-SUCCESS)
              IF NTE-NOTFND
                 OPEN OUTPUT NTE-FILE
              END-IF
              IF (NOT NTE-SUCCESS)
                 DISPLAY 'UNABLE TO OPEN NTEFILE: ' NTE-ST
                 MOVE NTE-ST TO RETURN-CODE
                 PERFORM H999-PROGRAM-EXIT
              END-IF
           END-IF.
       H100-END. EXIT.
      * SÜPERVİZÖR KARARLARINI TABLOYA ALIYORUZ; KARAR DOSYASI
      * YOKSA ÇALIŞMA YALNIZCA BEKLEYENLERİ RAPORLAR
           PERFORM H500-WRITE-RESULT.
       H300-END. EXIT.
      * REDDEDİLEN KAYDIN DURUMUNU 'R' YAPIYORUZ; HİÇBİR BAKİYE
      * DEĞİŞMEZ. RED, HAREKETİN HESAP SAHİBİNE BİLDİRİLMEK ÜZERE
      * OLAY KUYRUĞUNA YAZILIR
       H400-REJECT-ITEM.
           MOVE 'R' TO PND-STATUS.
           REWRITE PND-REC.
           ADD 1 TO WS-CNT-REJECTED.
           MOVE 'REJECTED BY SUPERVISOR' TO WS-SUB-DESC.
           PERFORM H450-WRITE-EVENT.
           PERFORM H500-WRITE-RESULT.
       H400-END. EXIT.
      * ONAY ÇALIŞMASININ İŞ TARİHİ DOSYASI YOKTUR; OLAY TARİHİ
      * TAKVİM TARİHİDİR
       H450-WRITE-EVENT.
           MOVE 'AR'        TO NTE-TYPE.
           ACCEPT NTE-DATE  FROM DATE YYYYMMDD.
           MOVE PND-ID      TO NTE-ID.
           MOVE PND-DVZ     TO NTE-DVZ.
           MOVE PND-AMOUNT  TO NTE-AMOUNT.
           MOVE PND-REF     TO NTE-REF.
           MOVE WS-SUB-DESC TO NTE-REASON.
           WRITE NTE-REC.
           IF (NOT NTE-SUCCESS)
              DISPLAY 'UNABLE TO WRITE NTEFILE: ' NTE-ST
              MOVE NTE-ST TO RETURN-CODE
           END-IF.
       H450-END. EXIT.
      * İŞLENEN KAYDIN SONUCUNU OUTFILE'A YAZIYORUZ
       H500-WRITE-RESULT.
           MOVE 'STAT: '        TO OUT-FSTAT.
           END-IF.
           CLOSE PND-FILE.
           CLOSE OUT-FILE.
           CLOSE NTE-FILE.
           STOP RUN.
       H999-END. EXIT.
      *
