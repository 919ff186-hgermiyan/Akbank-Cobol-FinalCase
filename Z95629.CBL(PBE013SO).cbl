      * DÜZENLİ ÖDEME TALİMATI DOSYASI (STOFILE) BAKIMI: TALİMAT
      * AÇMA (A), TUTAR/VADE GÜNCELLEME (U), İPTAL (D) VE SORGULAMA
      * (R) İŞLEMLERİ SOTFILE'DAN OKUNUR, SONUÇLAR OUTFILE'A YAZILIR.
      * SONA ERDİRME (E) TALİMATI SİLMEDEN DURUMUNU 'E' YAPAR; HESABI
      * KAPANMIŞ TALİMATLAR İÇİN PBE027RI BU KAYITLARI ÜRETİR.
      * TALİMATIN KAYDIRMA KURALI (F/B/K) VADENİN ÇALIŞMA GÜNÜNE
      * DÜŞMEDİĞİ DURUMDA PBE014SG'NİN NE YAPACAĞINI BELİRLER; BOŞ
      * GELİRSE SONRAKİ ÇALIŞMA GÜNÜ (F) OLARAK YAZILIR.
      * TALİMAT AÇILIŞINDA BORÇLU VE ALACAKLI HESAPLARIN VARLIĞI
      * PBEGIDX'İN 'R' FONKSİYONUYLA DOĞRULANIR; BÖYLECE HATALI
      * ANAHTARLI TALİMAT HİÇ AÇILMAZ VE GECE İŞLEMESİ RED ÜRETMEZ.
           03 SOT-FREQ            PIC X(1).
           03 SOT-NEXT-DATE       PIC 9(8).
           03 SOT-END-DATE        PIC 9(8).
           03 SOT-ROLL            PIC X(1).

       FD  OUT-FILE RECORDING MODE F.
       01  OUT-REC.
                    PERFORM H500-DELETE-ORDER
                 WHEN 'R'
                    PERFORM H600-READ-ORDER
                 WHEN 'E'
                    PERFORM H550-EXPIRE-ORDER
                 WHEN OTHER
                    MOVE 99 TO WS-RESULT-RC
                    MOVE 'UNKNOWN FUNCTION' TO WS-RESULT-DESC
                 MOVE SOT-NEXT-DATE TO STO-NEXT-DATE
                 MOVE SOT-END-DATE  TO STO-END-DATE
                 MOVE 'A'           TO STO-STATUS
                 MOVE SOT-ROLL      TO STO-ROLL
                 IF SOT-ROLL = SPACE
                    MOVE 'F'        TO STO-ROLL
                 END-IF
                 WRITE STO-REC
                    INVALID KEY
                      MOVE 23 TO WS-RESULT-RC
           END-READ.
       H250-END. EXIT.
      * TALİMAT ALANLARININ TUTARLILIK KONTROLÜ: TUTAR POZİTİF,
      * SIKLIK VE KAYDIRMA KURALI GEÇERLİ, İLK VADE DOLU, HESAP
      * KENDİSİNE ÖDEMEZ
       H310-EDIT-ORDER-FIELDS.
           IF SOT-AMOUNT NOT > 0
              MOVE 26 TO WS-RESULT-RC
              MOVE 26 TO WS-RESULT-RC
              MOVE 'NEXT DUE DATE MISSING' TO WS-RESULT-DESC
           END-IF.
           IF WS-RESULT-RC = 0
              PERFORM H315-EDIT-ROLL-RULE
           END-IF.
           IF (WS-RESULT-RC = 0) AND (SOT-FREQ = 'G')
                 AND (SOT-ROLL = 'K')
              MOVE 26 TO WS-RESULT-RC
              MOVE 'KEEP RULE INVALID FOR DAILY' TO WS-RESULT-DESC
           END-IF.
           IF (WS-RESULT-RC = 0)
                 AND (SOT-FROM-ID = SOT-TO-ID)
                 AND (SOT-FROM-DVZ = SOT-TO-DVZ)
              MOVE 'TRANSFER TO SAME ACCOUNT' TO WS-RESULT-DESC
           END-IF.
       H310-END. EXIT.
      * KAYDIRMA KURALI BOŞ, F, B YA DA K OLABİLİR
       H315-EDIT-ROLL-RULE.
           IF (SOT-ROLL NOT = SPACE) AND (SOT-ROLL NOT = 'F')
                 AND (SOT-ROLL NOT = 'B') AND (SOT-ROLL NOT = 'K')
              MOVE 26 TO WS-RESULT-RC
              MOVE 'INVALID ROLL RULE' TO WS-RESULT-DESC
           END-IF.
       H315-END. EXIT.
      * BORÇLU VE ALACAKLI HESAPLARIN VARLIĞINI PBEGIDX'İN 'R'
      * FONKSİYONUYLA DOĞRULUYORUZ
       H320-VERIFY-ACCOUNTS.
              MOVE 23 TO WS-RESULT-RC
              MOVE 'ORDER NOT ON FILE' TO WS-RESULT-DESC
           ELSE
              PERFORM H315-EDIT-ROLL-RULE
           END-IF.
           IF WS-ORDER-FOUND AND (WS-RESULT-RC = 0)
              IF SOT-AMOUNT > 0
                 MOVE SOT-AMOUNT TO STO-AMOUNT
              END-IF
              IF SOT-END-DATE NOT = 0
                 MOVE SOT-END-DATE TO STO-END-DATE
              END-IF
              IF SOT-ROLL NOT = SPACE
                 MOVE SOT-ROLL TO STO-ROLL
              END-IF
      * GÜNLÜK TALİMATIN HER VADESİ AYRI İŞLENEMEZ, KURAL K OLAMAZ
              IF STO-FREQ-DAILY AND STO-ROLL-KEEP
                 MOVE 26 TO WS-RESULT-RC
                 MOVE 'KEEP RULE INVALID FOR DAILY' TO WS-RESULT-DESC
              END-IF
           END-IF.
           IF WS-ORDER-FOUND AND (WS-RESULT-RC = 0)
      * VADESİ UZATILAN SÜRESİ DOLMUŞ TALİMAT YENİDEN AKTİFLEŞİR
              IF (STO-EXPIRED)
                    AND ((STO-END-DATE = 0)
              END-IF
           END-IF.
       H500-END. EXIT.
      * TALİMATI SONA ERDİRME: KAYIT SİLİNMEZ, DURUMU 'E' YAPILIR VE
      * PBE014SG TALİMATI BİR DAHA İŞLEMEZ
       H550-EXPIRE-ORDER.
           PERFORM H250-READ-ORDER-KEY.
           IF (NOT WS-ORDER-FOUND)
              MOVE 23 TO WS-RESULT-RC
              MOVE 'ORDER NOT ON FILE' TO WS-RESULT-DESC
           ELSE
              IF STO-EXPIRED
                 MOVE 22 TO WS-RESULT-RC
                 MOVE 'ORDER ALREADY EXPIRED' TO WS-RESULT-DESC
              ELSE
                 MOVE 'E' TO STO-STATUS
                 REWRITE STO-REC
                    INVALID KEY
                      MOVE 23 TO WS-RESULT-RC
                      MOVE 'UNABLE TO UPDATE STOFILE'
                         TO WS-RESULT-DESC
                 END-REWRITE
                 IF WS-RESULT-RC = 0
                    ADD 1 TO WS-CNT-UPDATES
                    MOVE 'OK' TO WS-RESULT-DESC
                 END-IF
              END-IF
           END-IF.
       H550-END. EXIT.
      * TALİMAT SORGULAMA: TUTAR, SIKLIK, SONRAKİ VADE, DURUM VE
      * KAYDIRMA KURALI DÖNDÜRÜLÜR
       H600-READ-ORDER.
           PERFORM H250-READ-ORDER-KEY.
           IF (NOT WS-ORDER-FOUND)
              MOVE STO-FREQ      TO WS-RESULT-DATA(17:1)
              MOVE STO-NEXT-DATE TO WS-RESULT-DATA(19:8)
              MOVE STO-STATUS    TO WS-RESULT-DATA(28:1)
              MOVE STO-ROLL      TO WS-RESULT-DATA(30:1)
           END-IF.
       H600-END. EXIT.
      * İŞLENEN KAYDIN SONUCUNU OUTFILE'A YAZIYORUZ
