      * TARİHİNİ AŞAN TALİMAT SONA ERDİRİLİR. İŞLENEN, ATLANAN VE
      * BAŞARISIZ TALİMATLAR RAPORLANIR. BAKİYESİ YETMEYEN TALİMATIN
      * VADESİ İLERLETİLMEZ, ERTESİ GÜN YENİDEN DENENİR.
      * BAŞARISIZ TALİMATLAR MÜŞTERİYE BİLDİRİLMEK ÜZERE BİLDİRİM
      * OLAY KUYRUĞUNA (NTEFILE) DA YAZILIR.
      * ÇALIŞMA GÜNÜNE DÜŞMEYEN VADE TALİMATIN KAYDIRMA KURALIYLA
      * İŞLENİR: SONRAKİ ÇALIŞMA GÜNÜNE (F), ÖNCEKİ ÇALIŞMA GÜNÜNE
      * (B) KAYDIRILIR YA DA KAYDIRILMAZ (K). AYNI İŞ GÜNÜNE DENK
      * GELEN VADELER (ÖR. GÜNLÜK TALİMATIN HAFTA SONU VADELERİ) O
      * GÜN ART ARDA, HER BİRİ KENDİ TUTARI VE REFERANSIYLA AYRI
      * VİRMAN OLARAK İŞLENİR. İŞ GÜNÜ TAKVİMİ PBEGCAL İLE
      * SORGULANIR; İŞ TARİHİNİN YILI İÇİN TAKVİM YOKSA ÇALIŞMA
      * DURUR.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * BURADAKİ İŞ TARİHİYLE KARŞILAŞTIRILIR
           SELECT BDT-FILE   ASSIGN TO BDTFILE
                             STATUS BDT-ST.
      * MÜŞTERİ BİLDİRİM OLAY KUYRUĞU; DOSYA SONUNA EKLENİR
           SELECT NTE-FILE   ASSIGN TO NTEFILE
                             STATUS NTE-ST.
       DATA DIVISION.
       FILE SECTION.
       FD  STO-FILE.
       FD  RPT-FILE RECORDING MODE F.
       01  RPT-REC              PIC X(80).

       FD  NTE-FILE RECORDING MODE F.
           COPY NTEREC.

       WORKING-STORAGE SECTION.
       01  WS-WORK-AREA.
           03 WS-PBEGIDX        PIC X(7) VALUE 'PBEGIDX'.
              88 RPT-SUCCESS            VALUE 00 97.
           03 BDT-ST            PIC 9(2).
              88 BDT-SUCCESS            VALUE 00 97.
           03 NTE-ST            PIC 9(2).
              88 NTE-SUCCESS            VALUE 00 97.
              88 NTE-NOTFND             VALUE 05 35.
      * İŞLEMENİN YAPILDIĞI İŞ TARİHİ VE ONDAN SONRAKİ İLK ÇALIŞMA
      * GÜNÜ: ARADAKİ ÇALIŞILMAYAN GÜNLERE DÜŞEN VADELER GERİYE
      * KAYDIRMA KURALIYLA BU ÇALIŞMADA İŞLENİR
           03 WS-BUSDATE        PIC 9(08).
           03 WS-NEXT-WORKDAY   PIC 9(08).
      * KAYDIRMA HESABI: VADE, KURALA GÖRE İŞLENECEĞİ GÜN VE İŞLENEN
      * VADENİN İŞLENDİĞİ GÜN
           03 WS-ROLL-DATE      PIC 9(08).
           03 WS-DUE-DATE       PIC 9(08).
           03 WS-POSTED-DUE     PIC 9(08).
           03 WS-MERGE-END-SW   PIC X(01).
              88 WS-MERGE-END           VALUE 'Y'.
      * BU ÇALIŞMADA TALİMATIN VADESİ EN AZ BİR KEZ İLERLETİLDİYSE
      * KAYIT GERİ YAZILIR
           03 WS-ADVANCED-SW    PIC X(01).
              88 WS-ADVANCED            VALUE 'Y'.
      * VADE İLERLETME HESABINDA KULLANILAN TARİH ÇALIŞMA ALANI
           03 WS-WRK-DATE       PIC 9(08).
           03 WS-WRK-DATE-R REDEFINES WS-WRK-DATE.
           03 WS-CNT-SKIPPED    PIC 9(7) VALUE 0.
           03 WS-CNT-FAILED     PIC 9(7) VALUE 0.
           03 WS-CNT-EXPIRED    PIC 9(7) VALUE 0.
           03 WS-CNT-MERGED     PIC 9(7) VALUE 0.
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
      * TALİMAT VİRMANININ DENETİM İZİNE TAŞINAN İŞLEM REFERANSI:
      * TALİMAT NO VE İŞLENEN VADENİN (KAYDIRILMADAN ÖNCEKİ
      * SÖZLEŞME TARİHİNİN) AY/GÜNÜ İLE KURULUR; AYNI GÜNE KAYAN
      * VADELER DE BÖYLECE AYRI REFERANSLA TERS KAYDA KONU OLABİLİR
           03 WS-SO-REF.
              05 FILLER         PIC X(02) VALUE 'SO'.
              05 WS-SO-REF-NO   PIC 9(05).
           05 WS-TT-COUNT       PIC ZZZ,ZZ9.
           COPY SUBAREA.
           COPY SUBPOS.
           COPY CALAREA.
      *--------------------
       PROCEDURE DIVISION.
       0000-MAIN.
              MOVE STO-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
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
      * VADELERİN KARŞILAŞTIRILACAĞI İŞ TARİHİ KONTROL DOSYASINDAN
      * OKUNUR; TAKVİM SAATİ KULLANILMAZ, GECE YARISINI AŞAN ÇALIŞMA
           END-IF.
           MOVE BDT-BUSDATE TO WS-BUSDATE.
           CLOSE BDT-FILE.
      * İŞ TARİHİNDEN SONRAKİ İLK ÇALIŞMA GÜNÜ; TAKVİM YÜKLÜ DEĞİLSE
      * ÇALIŞMA BURADA DURUR
           SET WS-CAL-FUNC-NEXT TO TRUE.
           MOVE WS-BUSDATE TO WS-CAL-DATE.
           PERFORM H345-CALL-CALENDAR.
           MOVE WS-CAL-RESULT TO WS-NEXT-WORKDAY.
       H150-END. EXIT.
      * KULLANILAN İŞ TARİHİNİ RAPORUN BAŞINA YAZIYORUZ
       H160-WRITE-HEADER.
           PERFORM H700-WRITE-RPT-REC.
       H160-END. EXIT.
      * HER TALİMAT İÇİN: AKTİF DEĞİLSE YA DA VADESİ GELMEMİŞSE
      * ATLANIR, VADESİ GELENLER VİRMAN OLARAK İŞLENİR. İŞ TARİHİ
      * HER ZAMAN ÇALIŞMA GÜNÜ OLDUĞUNDAN, VADESİ İŞ TARİHİNİ
      * GEÇMEMİŞ TALİMAT HER KURALDA İŞLENİR; VADESİ İLERİDE OLUP
      * ARADA HİÇ ÇALIŞMA GÜNÜ KALMAYAN TALİMAT İSE YALNIZCA GERİYE
      * KAYDIRMA (B) KURALINDA BUGÜN İŞLENİR
       H200-PROCESS.
           READ STO-FILE
                AT END SET STO-EOF TO TRUE
              IF (NOT STO-ACTIVE)
                 ADD 1 TO WS-CNT-SKIPPED
              ELSE
                 IF (STO-NEXT-DATE NOT > WS-BUSDATE)
                       OR (STO-ROLL-BACK
                          AND (STO-NEXT-DATE < WS-NEXT-WORKDAY))
                    PERFORM H300-POST-ORDER
                 ELSE
                    ADD 1 TO WS-CNT-SKIPPED
                 END-IF
              END-IF
           END-IF.
       H200-END. EXIT.
      * VADESİ GELEN TALİMATI PBEGIDX'İN 'T' FONKSİYONUYLA, TOPLU
      * İŞTEKİ VİRMAN KAYITLARIYLA AYNI ARAYÜZDEN İŞLİYORUZ. KAYDIRMA
      * KURALIYLA AYNI İŞ GÜNÜNE DÜŞEN SONRAKİ VADELER DE AYNI
      * ÇALIŞMADA, HER BİRİ AYRI VİRMAN OLARAK İŞLENİR. BAŞARILI
      * İŞLEMDE VADE İLERLETİLİR; BAŞARISIZ İŞLEMDE (ÖR. YETERSİZ
      * BAKİYE) VADE YERİNDE KALIR VE TALİMAT, KALAN VADELERİYLE
      * BİRLİKTE ERTESİ GÜN YENİDEN DENENİR.
       H300-POST-ORDER.
           MOVE STO-NEXT-DATE TO WS-ROLL-DATE.
           PERFORM H340-SET-DUE-DATE.
           MOVE WS-DUE-DATE TO WS-POSTED-DUE.
           MOVE 'N' TO WS-ADVANCED-SW.
           MOVE 'N' TO WS-MERGE-END-SW.
           PERFORM H310-POST-OCCURRENCE UNTIL WS-MERGE-END.
           IF WS-ADVANCED
              PERFORM H350-REWRITE-ORDER
           END-IF.
       H300-END. EXIT.
      * TALİMATIN STO-NEXT-DATE'TEKİ TEK VADESİNİ İŞLİYORUZ
       H310-POST-OCCURRENCE.
           SET WS-FUNC-TRANSFER TO TRUE.
           MOVE STO-FROM-ID  TO WS-SUB-ID.
           MOVE STO-FROM-DVZ TO WS-SUB-DVZ.
           MOVE SPACES TO WS-SUB-DATA.
      * TALİMAT VİRMANLARI DA ONAY LİMİTİNE TABİDİR
           MOVE 'N' TO WS-SUB-AUTH-SW.
           MOVE STO-NO             TO WS-SO-REF-NO.
           MOVE STO-NEXT-DATE(5:4) TO WS-SO-REF-DATE.
           MOVE WS-SO-REF       TO WS-SUB-REF.
           MOVE STO-TO-ID    TO WS-SUB-T-TO-ID.
           MOVE STO-TO-DVZ   TO WS-SUB-T-TO-DVZ.
      * HAREKET ARTIK KUYRUKTADIR VE SÜPERVİZÖR ONAYıYLA PBE020AP
      * ÜZERİNDEN İŞLENECEKTİR. VADE İLERLETİLİR Kİ AYNI TALİMAT
      * KARAR BEKLENİRKEN HER GÜN YENİDEN KUYRUĞA SOKULMASIN.
      * VADE BU ÇALIŞMADA ZATEN İLERLETİLDİYSE İŞLENEN VADE, İLKİNİN
      * GÜNÜNE KAYAN BİRLEŞEN VADEDİR
           IF WS-ADVANCED AND ((WS-SUB-RC = 0) OR (WS-SUB-RC = 29))
              ADD 1 TO WS-CNT-MERGED
           END-IF.
           EVALUATE TRUE
              WHEN WS-SUB-RC = 0
                 ADD 1 TO WS-CNT-POSTED
                 PERFORM H355-STEP-ORDER
              WHEN WS-SUB-RC = 29
                 ADD 1 TO WS-CNT-QUEUED
                 PERFORM H355-STEP-ORDER
              WHEN OTHER
                 ADD 1 TO WS-CNT-FAILED
                 PERFORM H550-WRITE-EVENT
                 MOVE 'Y' TO WS-MERGE-END-SW
           END-EVALUATE.
      * SON İŞLENEN VADEDE TALİMATIN SONA ERİP ERMEDİĞİ DETAY
      * SATIRINDA GÖSTERİLİR
           IF WS-MERGE-END AND WS-ADVANCED
                 AND (STO-END-DATE NOT = 0)
                 AND (STO-NEXT-DATE > STO-END-DATE)
              MOVE 'E' TO STO-STATUS
              ADD 1 TO WS-CNT-EXPIRED
           END-IF.
           PERFORM H500-WRITE-DETAIL.
       H310-END. EXIT.
      * VADENİN (WS-ROLL-DATE) TALİMATIN KURALINA GÖRE İŞLENECEĞİ
      * GÜNÜ BULUYORUZ: ÇALIŞMA GÜNÜNE DÜŞEN YA DA KAYDIRILMAYAN (K)
      * VADE OLDUĞU GİBİ KALIR
       H340-SET-DUE-DATE.
           MOVE WS-ROLL-DATE TO WS-DUE-DATE.
           IF (NOT STO-ROLL-KEEP)
              SET WS-CAL-FUNC-CHECK TO TRUE
              MOVE WS-ROLL-DATE TO WS-CAL-DATE
              PERFORM H345-CALL-CALENDAR
              IF (NOT WS-CAL-WORKING)
                 IF STO-ROLL-BACK
                    SET WS-CAL-FUNC-PREV TO TRUE
                 ELSE
                    SET WS-CAL-FUNC-NEXT TO TRUE
                 END-IF
                 MOVE WS-ROLL-DATE TO WS-CAL-DATE
                 PERFORM H345-CALL-CALENDAR
                 MOVE WS-CAL-RESULT TO WS-DUE-DATE
              END-IF
           END-IF.
       H340-END. EXIT.
      * İŞ GÜNÜ TAKVİMİNİ SORGULUYORUZ; TAKVİM YÜKLÜ DEĞİLSE YA DA
      * SORGULANAMIYORSA ÇALIŞMA DURDURULUR
       H345-CALL-CALENDAR.
           MOVE ZEROS  TO WS-CAL-RC.
           MOVE SPACES TO WS-CAL-DESC.
           CALL WS-PBEGCAL USING WS-CAL-AREA.
           MOVE 'Y' TO WS-CAL-CALL-SW.
           IF WS-CAL-RC NOT = 0
              DISPLAY 'CALENDAR ERROR: ' WS-CAL-RC ' ' WS-CAL-DESC
                 ' DATE ' WS-CAL-DATE
              MOVE 12 TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
       H345-END. EXIT.
      * İLERLETİLEN VADEYİ (VE VARSA SONA ERME DURUMUNU) TALİMAT
      * DOSYASINA GERİ YAZIYORUZ
       H350-REWRITE-ORDER.
           REWRITE STO-REC
              INVALID KEY
                DISPLAY 'UNABLE TO UPDATE STOFILE, ORDER: ' STO-NO
                MOVE 12 TO RETURN-CODE
                PERFORM H999-PROGRAM-EXIT
           END-REWRITE.
       H350-END. EXIT.
      * İŞLENEN VADEYİ SIKLIĞA GÖRE BİR DÖNEM İLERLETİYORUZ. YENİ
      * VADE KAYDIRMA KURALIYLA İŞLENEN VADEYLE AYNI İŞ GÜNÜNE
      * DÜŞÜYORSA O DA BU ÇALIŞMADA AYRICA İŞLENİR (BİRLEŞEN VADE
      * SAYILIR); DÜŞMÜYORSA YA DA BİTİŞ TARİHİNİ AŞIYORSA TALİMATIN
      * BU ÇALIŞMADAKİ İŞLEMİ BİTER. SONRAKİ ÇALIŞMA GÜNÜNÜ AŞAN VADE
      * HİÇBİR KURALDA BUGÜNE KAYMAZ; BÖYLE VADE İÇİN TAKVİM
      * SORGULANMAZ
       H355-STEP-ORDER.
           MOVE 'Y' TO WS-ADVANCED-SW.
           MOVE STO-NEXT-DATE TO WS-WRK-DATE.
           EVALUATE TRUE
              WHEN STO-FREQ-DAILY
                 PERFORM H370-ADD-ONE-MONTH
           END-EVALUATE.
           MOVE WS-WRK-DATE TO STO-NEXT-DATE.
           IF (STO-NEXT-DATE > WS-NEXT-WORKDAY)
                 OR ((STO-END-DATE NOT = 0)
                    AND (STO-NEXT-DATE > STO-END-DATE))
              MOVE 'Y' TO WS-MERGE-END-SW
           ELSE
              MOVE STO-NEXT-DATE TO WS-ROLL-DATE
              PERFORM H340-SET-DUE-DATE
              IF WS-DUE-DATE NOT = WS-POSTED-DUE
                 MOVE 'Y' TO WS-MERGE-END-SW
              END-IF
           END-IF.
       H355-END. EXIT.
      * ÇALIŞMA TARİHİNİ BİR GÜN İLERLETİYORUZ
       H360-ADD-ONE-DAY.
           PERFORM H380-SET-MONTH-DAYS.
           MOVE WS-DETAIL-LINE TO RPT-REC.
           PERFORM H700-WRITE-RPT-REC.
       H500-END. EXIT.
      * İŞLENEMEYEN TALİMATI BORÇLU HESAP SAHİBİNE BİLDİRİLMEK
      * ÜZERE OLAY KUYRUĞUNA YAZIYORUZ
       H550-WRITE-EVENT.
           MOVE 'SF'         TO NTE-TYPE.
           MOVE WS-BUSDATE   TO NTE-DATE.
           MOVE STO-FROM-ID  TO NTE-ID.
           MOVE STO-FROM-DVZ TO NTE-DVZ.
           MOVE STO-AMOUNT   TO NTE-AMOUNT.
           MOVE WS-SO-REF    TO NTE-REF.
           MOVE WS-SUB-DESC  TO NTE-REASON.
           WRITE NTE-REC.
           IF (NOT NTE-SUCCESS)
              DISPLAY 'UNABLE TO WRITE NTEFILE: ' NTE-ST
              MOVE NTE-ST TO RETURN-CODE
           END-IF.
       H550-END. EXIT.
      * ÇALIŞMA SONU ÖZETİNİ YAZIYORUZ; BAŞARISIZ TALİMAT VARSA
      * DÖNÜŞ KODUNU UYARI SEVİYESİNE ÇEKİYORUZ
       H600-WRITE-SUMMARY.
           MOVE 'ORDERS EXPIRED      ' TO WS-TT-LABEL.
           MOVE WS-CNT-EXPIRED  TO WS-TT-COUNT.
           PERFORM H610-WRITE-SUMMARY-REC.
           MOVE 'ROLLED-IN DUE DATES ' TO WS-TT-LABEL.
           MOVE WS-CNT-MERGED   TO WS-TT-COUNT.
           PERFORM H610-WRITE-SUMMARY-REC.
           IF (WS-CNT-FAILED > 0) AND (RETURN-CODE = 0)
              MOVE 4 TO RETURN-CODE
           END-IF.
              MOVE RPT-ST TO RETURN-CODE
           END-IF.
       H700-END. EXIT.
      * PBEGIDX VE PBEGCAL BU ÇALIŞMADA ÇAĞRILDIYSA AÇIK TUTTUKLARI
      * DOSYALAR 'C' PROTOKOLÜYLE KAPATILIR; DÖNÜŞ KODU ÇAĞRI
      * ÇEVRESİNDE KORUNUR
       H999-PROGRAM-EXIT.
           IF WS-SUB-CALLED
              MOVE RETURN-CODE TO WS-SAVE-RETCODE
              CALL WS-PBEGIDX USING WS-SUB-AREA WS-SUB-POSITIONS
              MOVE WS-SAVE-RETCODE TO RETURN-CODE
           END-IF.
           IF WS-CAL-CALLED
              MOVE RETURN-CODE TO WS-SAVE-RETCODE
              SET WS-CAL-FUNC-CLOSE TO TRUE
              CALL WS-PBEGCAL USING WS-CAL-AREA
              MOVE WS-SAVE-RETCODE TO RETURN-CODE
           END-IF.
           CLOSE STO-FILE.
           CLOSE RPT-FILE.
           CLOSE NTE-FILE.
           STOP RUN.
       H999-END. EXIT.
      *
