      * BAKİYESİ CANLI BAKİYEYLE KARŞILAŞTIRILIR, UYUŞMAYANLAR VE
      * YALNIZCA TEK TARAFTA GÖRÜNEN HESAPLAR (ARŞİVE ALINANLAR
      * HARİÇ) RAPORLANIR. SABAH KONTROLÜNDE UYUŞMAZLIK VARSA DÖNÜŞ
      * KODU İLE İŞARETLENİR. FAİZ KAPİTALİZASYONU ('I') HAREKETLERİ
      * AYRICA SAYILIR VE HER BİRİNİN BAKİYE FARKININ BRÜT FAİZ EKSİ
      * STOPAJA EŞİT OLDUĞU DOĞRULANIR.
      * EŞLEŞTİRME SIRALI TEK GEÇİŞLE YAPILIR: DENETİM İZİ, KAPALI
      * HESAP ARŞİVİ VE ANA DOSYA KAYITLARI TÜR KODUYLA AYNI
      * SIRALAMAYA VERİLİR VE HESAP KIRILIMINDA KARŞILAŞTIRILIR.
           03 SW-TS-DATE        PIC 9(08).
           03 SW-TS-TIME        PIC 9(06).
           03 SW-NEW-BALLANCE   PIC S9(15)  COMP-3.
      * FAİZ HAREKETİNİN DOĞRULANMASI İÇİN DENETİM KAYDINDAN
      * TAŞINAN FONKSİYON KODU, ESKİ BAKİYE, BRÜT FAİZ VE STOPAJ
           03 SW-FUNC           PIC X(01).
           03 SW-OLD-BALLANCE   PIC S9(15)  COMP-3.
           03 SW-INT-GROSS      PIC S9(15)  COMP-3.
           03 SW-INT-TAX        PIC S9(15)  COMP-3.

       FD  RPT-FILE RECORDING MODE F.
       01  RPT-REC              PIC X(80).
           03 WS-CNT-TRAILONLY  PIC 9(07) VALUE 0.
           03 WS-CNT-MASTONLY   PIC 9(07) VALUE 0.
           03 WS-CNT-ARCHIVED   PIC 9(07) VALUE 0.
           03 WS-CNT-INTEREST   PIC 9(07) VALUE 0.
           03 WS-CNT-INT-ERROR  PIC 9(07) VALUE 0.
           03 WS-INT-DELTA      PIC S9(15) COMP-3.
      * RAPOR SATIRLARININ BİÇİMİ
       01  WS-DIFF-LINE.
           05 FILLER            PIC X(12) VALUE 'DIFF        '.
           05 WS-OR-DVZ         PIC ZZ9.
           05 FILLER            PIC X(05) VALUE ' BAL='.
           05 WS-OR-BAL         PIC -(15)9.
      * TUTARLARI TUTARSIZ FAİZ HAREKETİ SATIRI
       01  WS-INTERR-LINE.
           05 FILLER            PIC X(12) VALUE 'INT ERROR   '.
           05 WS-IE-ID          PIC Z(4)9.
           05 FILLER            PIC X(01) VALUE SPACES.
           05 WS-IE-DVZ         PIC ZZ9.
           05 FILLER            PIC X(01) VALUE SPACES.
           05 WS-IE-DATE        PIC 9(08).
           05 FILLER            PIC X(05) VALUE ' NET='.
           05 WS-IE-DELTA       PIC -(15)9.
           05 FILLER            PIC X(05) VALUE ' GRS='.
           05 WS-IE-GROSS       PIC -(15)9.
       01  WS-SUMMARY-LINE.
           05 WS-SM-LABEL       PIC X(20).
           05 WS-SM-COUNT       PIC ZZZ,ZZ9.
              MOVE AUD-TS-DATE      TO SW-TS-DATE
              MOVE AUD-TS-TIME      TO SW-TS-TIME
              MOVE AUD-NEW-BALLANCE TO SW-NEW-BALLANCE
              MOVE AUD-FUNC         TO SW-FUNC
              MOVE AUD-OLD-BALLANCE TO SW-OLD-BALLANCE
              IF AUD-FUNC = 'I'
                 MOVE AUD-INT-GROSS TO SW-INT-GROSS
                 MOVE AUD-INT-TAX   TO SW-INT-TAX
              ELSE
                 MOVE 0 TO SW-INT-GROSS
                 MOVE 0 TO SW-INT-TAX
              END-IF
              RELEASE SW-REC
           END-IF.
       H230-END. EXIT.
              MOVE 0       TO SW-TS-DATE
              MOVE 0       TO SW-TS-TIME
              MOVE 0       TO SW-NEW-BALLANCE
              MOVE SPACE   TO SW-FUNC
              MOVE 0       TO SW-OLD-BALLANCE
              MOVE 0       TO SW-INT-GROSS
              MOVE 0       TO SW-INT-TAX
              RELEASE SW-REC
           END-IF.
       H250-END. EXIT.
              MOVE 0            TO SW-TS-DATE
              MOVE 0            TO SW-TS-TIME
              MOVE IDX-BALLANCE TO SW-NEW-BALLANCE
              MOVE SPACE        TO SW-FUNC
              MOVE 0            TO SW-OLD-BALLANCE
              MOVE 0            TO SW-INT-GROSS
              MOVE 0            TO SW-INT-TAX
              RELEASE SW-REC
           END-IF.
       H270-END. EXIT.
                 WHEN 'A'
                    MOVE 'Y' TO WS-AUD-SW
                    MOVE SW-NEW-BALLANCE TO WS-HLD-NEWBAL
                    IF SW-FUNC = 'I'
                       PERFORM H440-CHECK-INTEREST
                    END-IF
                 WHEN 'C'
                    MOVE 'Y' TO WS-CLS-SW
                 WHEN 'M'
                 CONTINUE
           END-EVALUATE.
       H430-END. EXIT.
      * FAİZ HAREKETİNİ DOĞRULUYORUZ: BRÜT FAİZ POZİTİF OLMALI VE
      * BAKİYEYE EKLENEN TUTAR BRÜT FAİZ EKSİ STOPAJA EŞİT OLMALI;
      * AKSİ HALDE GL AKTARIMI MEVDUATI BAKİYEDEN FARKLI KAYDEDER
       H440-CHECK-INTEREST.
           ADD 1 TO WS-CNT-INTEREST.
           COMPUTE WS-INT-DELTA = SW-NEW-BALLANCE - SW-OLD-BALLANCE.
           IF (SW-INT-GROSS NOT > 0)
                 OR (WS-INT-DELTA NOT = SW-INT-GROSS - SW-INT-TAX)
              ADD 1 TO WS-CNT-INT-ERROR
              MOVE SW-ID          TO WS-IE-ID
              MOVE SW-DVZ         TO WS-IE-DVZ
              MOVE SW-TS-DATE     TO WS-IE-DATE
              MOVE WS-INT-DELTA   TO WS-IE-DELTA
              MOVE SW-INT-GROSS   TO WS-IE-GROSS
              MOVE SPACES         TO RPT-REC
              MOVE WS-INTERR-LINE TO RPT-REC
              PERFORM H700-WRITE-RPT-REC
           END-IF.
       H440-END. EXIT.
      * BAKİYE UYUŞMAZLIĞI SATIRINI YAZIYORUZ
       H460-WRITE-DIFF.
           ADD 1 TO WS-CNT-MISMATCH.
           MOVE 'ARCHIVED (EXCLUDED) ' TO WS-SM-LABEL.
           MOVE WS-CNT-ARCHIVED TO WS-SM-COUNT.
           PERFORM H610-WRITE-SUMMARY-REC.
           MOVE 'INTEREST POSTINGS   ' TO WS-SM-LABEL.
           MOVE WS-CNT-INTEREST TO WS-SM-COUNT.
           PERFORM H610-WRITE-SUMMARY-REC.
           MOVE 'INTEREST ERRORS     ' TO WS-SM-LABEL.
           MOVE WS-CNT-INT-ERROR TO WS-SM-COUNT.
           PERFORM H610-WRITE-SUMMARY-REC.
           IF (WS-CNT-MISMATCH > 0) OR (WS-CNT-TRAILONLY > 0)
                 OR (WS-CNT-MASTONLY > 0) OR (WS-CNT-INT-ERROR > 0)
              MOVE SPACES TO RPT-REC
              MOVE 'RECONCILIATION FAILED - REVIEW REQUIRED'
                 TO RPT-REC
