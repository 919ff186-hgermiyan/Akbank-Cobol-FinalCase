      * MÜŞTERİ ANA DOSYASI (CUSFILE) BAKIMI: MÜŞTERİ AÇMA (A),
      * AD/ADRES/İLETİŞİM GÜNCELLEME (U), SİLME (D) VE SORGULAMA (R)
      * İŞLEMLERİ CTRFILE'DAN OKUNUR, SONUÇLAR OUTFILE'A YAZILIR.
      * İLETİŞİM BİLGİLERİYLE BİRLİKTE MÜŞTERİNİN BİLDİRİM TERCİHİ
      * (SMS, E-POSTA YA DA BİLDİRİM İSTEMİYOR) DE BURADA TUTULUR.
      * AD DEĞİŞİKLİĞİ YALNIZCA BURADA, MÜŞTERİ ANA DOSYASINDA
      * YAPILIR VE PBEGIDX'İN 'N' FONKSİYONUYLA MÜŞTERİNİN TÜM DÖVİZ
      * HESAP KAYITLARINA TEK SEFERDE YANSITILIR; DÖVİZ BAŞINA AYRI
           03 CTR-CITY            PIC X(20).
           03 CTR-PHONE           PIC X(15).
           03 CTR-EMAIL           PIC X(40).
      * BİLDİRİM TERCİHİ (CUS-NOTIFY-PREF): S, E, N YA DA BOŞ
           03 CTR-NOTIFY          PIC X(1).
              88 CTR-NOTIFY-VALID       VALUE 'S' 'E' 'N' SPACE.

       FD  OUT-FILE RECORDING MODE F.
       01  OUT-REC.
              MOVE 0      TO WS-RESULT-RC
              MOVE SPACES TO WS-RESULT-DESC
              MOVE SPACES TO WS-RESULT-DATA
              EVALUATE TRUE
                 WHEN (CTR-FUNC = 'A' OR CTR-FUNC = 'U')
                       AND (NOT CTR-NOTIFY-VALID)
                    MOVE 26 TO WS-RESULT-RC
                    MOVE 'INVALID NOTIFY PREFERENCE'
                       TO WS-RESULT-DESC
                 WHEN CTR-FUNC = 'A'
                    PERFORM H300-ADD-CUSTOMER
                 WHEN CTR-FUNC = 'U'
                    PERFORM H400-UPDATE-CUSTOMER
                 WHEN CTR-FUNC = 'D'
                    PERFORM H500-DELETE-CUSTOMER
                 WHEN CTR-FUNC = 'R'
                    PERFORM H600-READ-CUSTOMER
                 WHEN OTHER
                    MOVE 99 TO WS-RESULT-RC
              MOVE CTR-CITY    TO CUS-CITY
              MOVE CTR-PHONE   TO CUS-PHONE
              MOVE CTR-EMAIL   TO CUS-EMAIL
              MOVE CTR-NOTIFY  TO CUS-NOTIFY-PREF
              ACCEPT CUS-OPEN-DATE FROM DATE YYYYMMDD
              WRITE CUS-REC
                 INVALID KEY
              IF CTR-EMAIL NOT = SPACES
                 MOVE CTR-EMAIL TO CUS-EMAIL
              END-IF
              IF CTR-NOTIFY NOT = SPACES
                 MOVE CTR-NOTIFY TO CUS-NOTIFY-PREF
              END-IF
              REWRITE CUS-REC
                 INVALID KEY
                   MOVE 23 TO WS-RESULT-RC
