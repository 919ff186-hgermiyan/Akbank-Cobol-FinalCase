           03 OUT-TR-REJECTS       PIC 9(7).
           03 OUT-TR-TRANSFERS     PIC 9(7).
           03 OUT-TR-REACTS        PIC 9(7).
           03 OUT-TR-HOLDS         PIC 9(7).
           03 OUT-TR-RELEASES      PIC 9(7).
           03 OUT-TR-REVERSALS     PIC 9(7).
           03 FILLER               PIC X(13).

       FD  INP-FILE RECORDING MODE F.
           COPY INPREC.

       FD  CKPT-FILE RECORDING MODE F.
       01  CKPT-REC.
              88 INP-EOF                VALUE 10.
           03 WS-SUB-TYPE         PIC X(1).
              88 WS-SUB-TYPE-VALID      VALUE 'R' 'U' 'W' 'D' 'B' 'L'
                                              'T' 'A' 'P' 'K' 'V'.
      * ÇALIŞMA SONU KONTROL TOPLAMLARI İÇİN SAYAÇLAR
           03 WS-CNT-READS        PIC 9(7) VALUE 0.
           03 WS-CNT-WRITES       PIC 9(7) VALUE 0.
           03 WS-CNT-LISTS        PIC 9(7) VALUE 0.
           03 WS-CNT-TRANSFERS    PIC 9(7) VALUE 0.
           03 WS-CNT-REACTS       PIC 9(7) VALUE 0.
           03 WS-CNT-HOLDS        PIC 9(7) VALUE 0.
           03 WS-CNT-RELEASES     PIC 9(7) VALUE 0.
           03 WS-CNT-REVERSALS    PIC 9(7) VALUE 0.
           03 WS-CNT-RC00         PIC 9(7) VALUE 0.
           03 WS-CNT-RCFAIL       PIC 9(7) VALUE 0.
      * RED (REJECT) İŞLEYİŞİ İÇİN DEĞİŞKENLER: DOSYA DURUMU, RED
                 MOVE INP-T-AMOUNT   TO WS-SUB-T-AMOUNT
              WHEN 'A'
                 SET WS-FUNC-REACT TO TRUE
              WHEN 'P'
                 SET WS-FUNC-HOLD TO TRUE
                 MOVE INP-P-AMOUNT   TO WS-SUB-H-AMOUNT
                 MOVE INP-P-REASON   TO WS-SUB-H-REASON
                 MOVE INP-P-EXPIRY   TO WS-SUB-H-EXPIRY
              WHEN 'K'
                 SET WS-FUNC-HOLDREL TO TRUE
                 MOVE INP-P-HOLD-NO  TO WS-SUB-H-NO
                 MOVE 'N'            TO WS-SUB-H-EXPIRE-SW
              WHEN 'V'
                 SET WS-FUNC-REVERSE TO TRUE
                 MOVE INP-V-ORG-REF  TO WS-SUB-V-ORG-REF
              WHEN OTHER
      * GEÇERSİZ SUB-TYPE ARTIK ÇALIŞMAYI DURDURMUYOR: KAYIT,
      * GEREKÇESİ VE DOSYADAKİ SIRASIYLA RED DOSYASINA YAZILIP
                 MOVE 'INVALID SUB-TYPE' TO WS-REJ-REASON
                 PERFORM H270-WRITE-REJECT
           END-EVALUATE.
      * BAKİYE HAREKETİ, VİRMAN, BLOKE VE TERS KAYIT İŞLEMLERİ TEKİL
      * REFERANS TAŞIMAK ZORUNDADIR;
      * DAHA ÖNCE UYGULANMIŞ BİR REFERANS YENİDEN GELDİĞİNDE (ÖR.
      * GÖNDEREN SİSTEMİN YİNELENEN İLETİMİ) KAYIT İŞLENMEZ, RED
      * DOSYASINA YAZILIR. ÖZET TOPLAMLAR RED EDİLEN KAYITLAR DAHİL
      * BİRİKTİĞİNDEN MUTABAKAT YİNE TUTAR.
           IF (NOT WS-REJECTED)
                 AND (WS-FUNC-BALANCE OR WS-FUNC-TRANSFER
                      OR WS-FUNC-HOLD OR WS-FUNC-HOLDREL
                      OR WS-FUNC-REVERSE)
              PERFORM H195-CHECK-REFERENCE
           END-IF.
           IF (NOT WS-REJECTED)
      * KUYRUĞA İKİNCİ KEZ SOKAR VE SÜPERVİZÖR İKİ KOPYAYI DA
      * SERBEST BIRAKABİLİRDİ.
              IF (WS-SUB-RC = 0 OR WS-SUB-RC = 29)
                    AND (WS-FUNC-BALANCE OR WS-FUNC-TRANSFER
                         OR WS-FUNC-HOLD OR WS-FUNC-HOLDREL
                         OR WS-FUNC-REVERSE)
                 PERFORM H295-REGISTER-REFERENCE
              END-IF
              PERFORM H250-WRITE-CHECKPOINT
                 IF INP-T-AMOUNT NUMERIC
                    ADD INP-T-AMOUNT TO WS-AMT-HASH
                 END-IF
              WHEN 'P'
                 IF INP-P-AMOUNT NUMERIC
                    ADD INP-P-AMOUNT TO WS-AMT-HASH
                 END-IF
           END-EVALUATE.
       H190-END. EXIT.
      * DOSYA SONU MUTABAKATI: OKUNAN VERİ KAYDI SAYISI VE BİRİKEN
           MOVE WS-SUB-POS-BALANCE (WS-LIST-IDX) TO WS-LIST-EDIT-BAL.
           MOVE SPACES TO WS-SUB-DATA.
           MOVE WS-LIST-EDIT-BAL TO WS-SUB-DATA(1:15).
      * DEFTER BAKİYESİNİN YANINDA KULLANILABİLİR BAKİYE
           MOVE WS-SUB-POS-AVAIL (WS-LIST-IDX) TO WS-LIST-EDIT-BAL.
           MOVE WS-LIST-EDIT-BAL TO WS-SUB-DATA(17:15).
           PERFORM H300-PROCESS-OUTPUT.
           ADD 1 TO WS-LIST-IDX.
       H320-END. EXIT.
                 ADD 1 TO WS-CNT-TRANSFERS
              WHEN WS-FUNC-REACT
                 ADD 1 TO WS-CNT-REACTS
              WHEN WS-FUNC-HOLD
                 ADD 1 TO WS-CNT-HOLDS
              WHEN WS-FUNC-HOLDREL
                 ADD 1 TO WS-CNT-RELEASES
              WHEN WS-FUNC-REVERSE
                 ADD 1 TO WS-CNT-REVERSALS
           END-EVALUATE.
           IF WS-SUB-RC = 0
              ADD 1 TO WS-CNT-RC00
           MOVE WS-CNT-REJECTS   TO OUT-TR-REJECTS.
           MOVE WS-CNT-TRANSFERS TO OUT-TR-TRANSFERS.
           MOVE WS-CNT-REACTS    TO OUT-TR-REACTS.
           MOVE WS-CNT-HOLDS     TO OUT-TR-HOLDS.
           MOVE WS-CNT-RELEASES  TO OUT-TR-RELEASES.
           MOVE WS-CNT-REVERSALS TO OUT-TR-REVERSALS.
           WRITE OUT-TRAILER-REC.
       H700-END. EXIT.

