      * WS-SUB-AREA/WS-SUB-POSITIONS ARAYÜZÜNDEKİ FONKSİYONLARI
      * 3270 EKRANINDAN ÇALIŞTIRIR: TEK HESAP SORGUSU (R), ÇOK
      * DÖVİZLİ BAKİYE LİSTESİ (L, PF8 İLE SAYFALANIR), SÜPERVİZÖR
      * YETKİSİNE BAĞLI AD GÜNCELLEME (U), BAKİYE HAREKETİ (B),
      * UYKUDAKİ HESABIN UYKUDAN ÇIKARILMASI (E) VE ASIL REFERANS
      * ALANINDA VERİLEN HAREKETİN TERS KAYDI (V).
      * L LİSTESİNDE DEFTER BAKİYESİNİN YANINDA, AKTİF BLOKELER
      * DÜŞÜLMÜŞ KULLANILABİLİR BAKİYE DE GÖSTERİLİR.
      * TOPLU İŞTEKİ KONTROLLER VE DENETİM İZİ AYNEN GEÇERLİDİR;
      * WS-SUB-RC VE WS-SUB-DESC EKRANIN MESAJ SATIRINDA GÖSTERİLİR.
      * PROGRAM PSEUDO-CONVERSATIONAL ÇALIŞIR: L SONUÇ LİSTESİ
              05 WS-LL-CURR    PIC X(10).
              05 FILLER        PIC X(02) VALUE SPACES.
              05 WS-LL-BAL     PIC -(14)9.
              05 FILLER        PIC X(03) VALUE SPACES.
              05 WS-LL-AVAIL   PIC -(14)9.
       COPY PBE011MS.
      * LİSTE SATIRLARINA TABLO OLARAK ERİŞİM İÇİN EKRAN ALANININ
      * ALTERNATİF GÖRÜNÜMÜ (BMS ÇIKTISIYLA AYNI YERLEŞİM: 12 BAYT
      * TIOA ÖNEKİ + FUNC/ACCT/DVZ/AMT/REF ALANLARI = 64 BAYT, SONRA
      * HER LİSTE SATIRI İÇİN 3 BAYT L/F + 50 BAYT VERİ)
       01  PBE011ML REDEFINES PBE011MI.
           03 FILLER            PIC X(64).
           03 WS-LN-ENTRY OCCURS 10 TIMES.
              05 FILLER         PIC X(03).
              05 WS-LN-TEXT     PIC X(50).
           03 FILLER            PIC X(63).
       COPY DFHAID.
       COPY CURRTAB.
      * ARASINDA SAKLANIR
       01  WS-COMMAREA.
           03 CA-PAGE          PIC 9(01).
           03 CA-POSITIONS     PIC X(662).
       LINKAGE SECTION.
       01  DFHCOMMAREA         PIC X(663).
      *--------------------
       PROCEDURE DIVISION.
       0000-MAIN.
              MOVE 1 TO CA-PAGE
              MOVE 0 TO WS-SUB-POS-COUNT
              MOVE WS-SUB-POSITIONS TO CA-POSITIONS
              MOVE 'FONKSIYON (R/L/U/B/E/V), HESAP NO VE DOVIZ GIRINIZ'
                 TO WS-MSG
              PERFORM H800-SEND-SCREEN
           ELSE
                 IF WS-AUTHORIZED
                    SET WS-FUNC-DORMREL TO TRUE
                 END-IF
      * TERS KAYIT DA SÜPERVİZÖR YETKİSİYLE YAPILIR; GERİ ALINACAK
      * HAREKETİN REFERANSI ASIL REFERANS ALANINDAN GELİR
              WHEN 'V'
                 PERFORM H300-CHECK-SUPERVISOR
                 IF WS-AUTHORIZED
                    PERFORM H240-EDIT-ORG-REF
                    IF WS-EDIT-OK
                       SET WS-FUNC-REVERSE TO TRUE
                    END-IF
                 END-IF
              WHEN OTHER
                 MOVE 'GECERSIZ FONKSIYON, R/L/U/B/E/V GIRINIZ'
                    TO WS-MSG
                 MOVE 'N' TO WS-EDIT-SW
           END-EVALUATE.
              END-IF
           END-IF.
       H230-END. EXIT.
      * ASIL REFERANS ALANI: TERS KAYIT İÇİN BOŞ BIRAKILAMAZ
       H240-EDIT-ORG-REF.
           INSPECT REFI REPLACING ALL LOW-VALUES BY SPACES.
           IF REFI = SPACES
              MOVE 'TERS KAYIT ICIN ASIL REFERANSI GIRINIZ' TO WS-MSG
              MOVE 'N' TO WS-EDIT-SW
           ELSE
              MOVE REFI TO WS-SUB-V-ORG-REF
           END-IF.
       H240-END. EXIT.
      * PBEGIDX'İ TOPLU İŞTEKİ AYNI ARAYÜZLE ÇAĞIRIP SONUCU MESAJ
      * SATIRINA VE LİSTE ALANINA YERLEŞTİRİYORUZ
       H400-CALL-PBEGIDX.
                 PERFORM H600-FORMAT-LIST
              END-IF
           ELSE
              MOVE WS-SUB-DATA(1:50) TO WS-LN-TEXT (1)
           END-IF.
       H400-END. EXIT.
      * SONUÇ LİSTESİNİN CA-PAGE'DEKİ SAYFASINI (10 SATIR) EKRAN
              MOVE WS-SUB-POS-DVZ (WS-POS-SUB) TO WS-LL-DVZ
              MOVE WS-CURR-DESC TO WS-LL-CURR
              MOVE WS-SUB-POS-BALANCE (WS-POS-SUB) TO WS-LL-BAL
              MOVE WS-SUB-POS-AVAIL (WS-POS-SUB) TO WS-LL-AVAIL
              MOVE SPACES TO WS-LN-TEXT (WS-LINE-SUB)
              MOVE WS-LIST-LINE TO WS-LN-TEXT (WS-LINE-SUB)
           ELSE
       H999-RETURN-TRANS.
           PERFORM H950-CLOSE-SUB.
           EXEC CICS RETURN TRANSID(WS-TRANSID)
                COMMAREA(WS-COMMAREA) LENGTH(663)
           END-EXEC.
       H999-END. EXIT.
      *
