      * SONU İÇİN TÜM MÜŞTERİLER) İÇİN HER HESABA BİR EKSTRE BÖLÜMÜ
      * BASILIR: DÖNEM BAŞI BAKİYE, DENETİM İZİNDEN ZAMAN SIRASIYLA
      * DÖNEM İÇİ HAREKETLER (FONKSİYON KODU VE BAKİYE FARKIYLA) VE
      * DÖNEM SONU BAKİYE. FAİZ KAPİTALİZASYONU ('I') AYRI BİR HAREKET
      * TÜRÜ OLARAK AÇIKLAMASI, BRÜT FAİZİ VE STOPAJIYLA BASILIR VE
      * BÖLÜM SONUNDA DÖNEM İÇİ NET FAİZ TOPLAMI VERİLİR. BLOKE
      * KONULMASI ('P') VE KALDIRILMASI ('K') BAKİYEYİ DEĞİŞTİRMEZ,
      * BİLGİ AMAÇLI SIFIR FARKLA BASILIR. HER HAREKET SATIRINDA
      * İŞLEM REFERANSI DA BASILIR; TERS KAYDIN ('V') ALTINA GERİ
      * ALDIĞI ASIL HAREKETİN REFERANSI VE TARİHİ YAZILIR Kİ İKİSİ
      * EKSTREDE EŞLEŞTİRİLEBİLSİN. KAPANIŞ SATIRI CANLI
      * IDXFILE BAKİYESİYLE
      * KARŞILAŞTIRILIR, BÖYLECE EKSTRE AYNI ZAMANDA HESAP BAŞINA
      * BİR MUTABAKAT KANITIDIR.
      * HAREKETSİZ HESAPLAR İÇİN ANA DOSYA KAYITLARI DA TÜR KODUYLA
           03 SW-OLD-BALLANCE   PIC S9(15)  COMP-3.
           03 SW-NEW-NAME       PIC X(30).
           03 SW-NEW-BALLANCE   PIC S9(15)  COMP-3.
      * FAİZ ('I') HAREKETİNİN BRÜT FAİZİ VE STOPAJI
           03 SW-INT-GROSS      PIC S9(15)  COMP-3.
           03 SW-INT-TAX        PIC S9(15)  COMP-3.
      * HAREKETİN İŞLEM REFERANSI; TERS KAYITTA ('V') AYRICA GERİ
      * ALINAN ASIL HAREKETİN REFERANSI VE TARİHİ
           03 SW-REF            PIC X(12).
           03 SW-REV-REF        PIC X(12).
           03 SW-REV-DATE       PIC 9(08).

       FD  RPT-FILE RECORDING MODE F.
       01  RPT-REC              PIC X(80).
           03 WS-LAST-NEWBAL    PIC S9(15) COMP-3.
           03 WS-DELTA          PIC S9(15) COMP-3.
           03 WS-MOVE-COUNT     PIC 9(05).
      * BÖLÜMÜN DÖNEM İÇİ NET FAİZ TOPLAMI VE FAİZ HAREKETİ SAYISI
           03 WS-SEC-INTEREST   PIC S9(15) COMP-3.
           03 WS-SEC-INT-COUNT  PIC 9(05).
      * DÖNEM ÖNCESİ HAREKETTEN AÇILIŞ BAKİYESİ BULUNDU MU
           03 WS-OPEN-SW        PIC X(01).
              88 WS-HAVE-OPEN           VALUE 'Y'.
           05 WS-MV-DELTA       PIC -(15)9.
           05 FILLER            PIC X(01) VALUE SPACES.
           05 WS-MV-BAL         PIC -(15)9.
           05 FILLER            PIC X(01) VALUE SPACES.
           05 WS-MV-DESC        PIC X(12).
           05 FILLER            PIC X(01) VALUE SPACES.
           05 WS-MV-REF         PIC X(12).
      * FAİZ HAREKETİNİN ALTINA BASILAN BRÜT FAİZ VE STOPAJ SATIRI
       01  WS-INT-LINE.
           05 FILLER            PIC X(17) VALUE '  GROSS INTEREST '.
           05 WS-IN-GROSS       PIC -(15)9.
           05 FILLER            PIC X(13) VALUE '  WITHHOLDING'.
           05 WS-IN-TAX         PIC -(15)9.
      * TERS KAYDIN ALTINA BASILAN ASIL HAREKET SATIRI
       01  WS-REV-LINE.
           05 FILLER            PIC X(17) VALUE '  REVERSES REF   '.
           05 WS-RV-REF         PIC X(12).
           05 FILLER            PIC X(04) VALUE ' OF '.
           05 WS-RV-DATE        PIC 9(08).
       01  WS-LIVE-LINE.
           05 FILLER            PIC X(17) VALUE 'LIVE BALANCE     '.
           05 WS-LV-AMOUNT      PIC -(15)9.
                 MOVE AUD-OLD-BALLANCE TO SW-OLD-BALLANCE
                 MOVE AUD-NEW-NAME     TO SW-NEW-NAME
                 MOVE AUD-NEW-BALLANCE TO SW-NEW-BALLANCE
                 IF AUD-FUNC = 'I'
                    MOVE AUD-INT-GROSS TO SW-INT-GROSS
                    MOVE AUD-INT-TAX   TO SW-INT-TAX
                 ELSE
                    MOVE 0 TO SW-INT-GROSS
                    MOVE 0 TO SW-INT-TAX
                 END-IF
                 MOVE AUD-REF          TO SW-REF
                 IF AUD-FUNC = 'V'
                    MOVE AUD-REV-REF  TO SW-REV-REF
                    MOVE AUD-REV-DATE TO SW-REV-DATE
                 ELSE
                    MOVE SPACES TO SW-REV-REF
                    MOVE 0      TO SW-REV-DATE
                 END-IF
                 RELEASE SW-REC
              END-IF
           END-IF.
                 MOVE IDX-BALLANCE TO SW-OLD-BALLANCE
                 MOVE IDX-NAME     TO SW-NEW-NAME
                 MOVE IDX-BALLANCE TO SW-NEW-BALLANCE
                 MOVE 0            TO SW-INT-GROSS
                 MOVE 0            TO SW-INT-TAX
                 MOVE SPACES       TO SW-REF
                 MOVE SPACES       TO SW-REV-REF
                 MOVE 0            TO SW-REV-DATE
                 RELEASE SW-REC
              END-IF
           END-IF.
           MOVE 'N' TO WS-OPENLINE-SW.
           MOVE 'N' TO WS-AFTER-SW.
           MOVE 0 TO WS-MOVE-COUNT.
           MOVE 0 TO WS-SEC-INTEREST.
           MOVE 0 TO WS-SEC-INT-COUNT.
           MOVE 0 TO WS-OPEN-BAL.
           MOVE 0 TO WS-CLOSE-BAL.
           MOVE 0 TO WS-LAST-NEWBAL.
           MOVE SW-FUNC         TO WS-MV-FUNC.
           MOVE WS-DELTA        TO WS-MV-DELTA.
           MOVE SW-NEW-BALLANCE TO WS-MV-BAL.
           MOVE SPACES          TO WS-MV-DESC.
           EVALUATE SW-FUNC
              WHEN 'I'
                 MOVE 'INTEREST'     TO WS-MV-DESC
              WHEN 'P'
                 MOVE 'HOLD PLACED'  TO WS-MV-DESC
              WHEN 'K'
                 MOVE 'HOLD RELEASE' TO WS-MV-DESC
              WHEN 'V'
                 MOVE 'REVERSAL'     TO WS-MV-DESC
           END-EVALUATE.
           MOVE SW-REF          TO WS-MV-REF.
           MOVE SPACES          TO RPT-REC.
           MOVE WS-MOVE-LINE    TO RPT-REC.
           PERFORM H700-WRITE-RPT-REC.
           IF SW-FUNC = 'I'
              PERFORM H447-WRITE-INTEREST-DETAIL
           END-IF.
           IF SW-FUNC = 'V'
              PERFORM H448-WRITE-REVERSAL-DETAIL
           END-IF.
           MOVE SW-NEW-BALLANCE TO WS-CLOSE-BAL.
           ADD 1 TO WS-MOVE-COUNT.
       H445-END. EXIT.
      * FAİZ HAREKETİNİN BRÜT FAİZ VE STOPAJ AYRINTISINI BASIP
      * BÖLÜMÜN NET FAİZ TOPLAMINI BİRİKTİRİYORUZ
       H447-WRITE-INTEREST-DETAIL.
           MOVE SW-INT-GROSS    TO WS-IN-GROSS.
           MOVE SW-INT-TAX      TO WS-IN-TAX.
           MOVE SPACES          TO RPT-REC.
           MOVE WS-INT-LINE     TO RPT-REC.
           PERFORM H700-WRITE-RPT-REC.
           ADD WS-DELTA TO WS-SEC-INTEREST.
           ADD 1 TO WS-SEC-INT-COUNT.
       H447-END. EXIT.
      * TERS KAYDIN GERİ ALDIĞI ASIL HAREKETİN REFERANSINI VE
      * TARİHİNİ BASIYORUZ
       H448-WRITE-REVERSAL-DETAIL.
           MOVE SW-REV-REF      TO WS-RV-REF.
           MOVE SW-REV-DATE     TO WS-RV-DATE.
           MOVE SPACES          TO RPT-REC.
           MOVE WS-REV-LINE     TO RPT-REC.
           PERFORM H700-WRITE-RPT-REC.
       H448-END. EXIT.
      * AÇILIŞ BAKİYESİ SATIRINI BASIYORUZ
       H470-WRITE-OPENING.
           MOVE 'OPENING BALANCE  ' TO WS-BL-LABEL.
           MOVE SPACES      TO RPT-REC.
           MOVE WS-BAL-LINE TO RPT-REC.
           PERFORM H700-WRITE-RPT-REC.
      * DÖNEM İÇİNDE FAİZ KAPİTALİZE EDİLDİYSE NET TOPLAMI AYRICA
      * GÖSTERİLİR
           IF WS-SEC-INT-COUNT > 0
              MOVE 'INTEREST CREDITED' TO WS-BL-LABEL
              MOVE WS-SEC-INTEREST     TO WS-BL-AMOUNT
              MOVE SPACES      TO RPT-REC
              MOVE WS-BAL-LINE TO RPT-REC
              PERFORM H700-WRITE-RPT-REC
           END-IF.
           PERFORM H480-WRITE-LIVE-PROOF.
           MOVE SPACES TO RPT-REC.
           PERFORM H700-WRITE-RPT-REC.
