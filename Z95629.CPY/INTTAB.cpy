      *****************************************************************
      * INTTAB     - DÖVİZ BAZINDA MEVDUAT FAİZİ TABLOSU. HER DÖVİZ
      *              İÇİN YILLIK BRÜT FAİZ ORANI (%), FAİZDEN
      *              KESİLECEK STOPAJ ORANI (%) VE GÜNLÜK FAİZİN
      *              HESAPLANDIĞI YIL GÜN SAYISI (360/365). PBE022IN
      *              GÜNLÜK FAİZİ BU TABLODAN TAHAKKUK ETTİRİR, AY
      *              SONUNDA STOPAJI DÜŞEREK BAKİYEYE EKLER. TABLO
      *              CURRTAB İLE AYNI DÖVİZ SIRASINDADIR.
      *****************************************************************
       01  WS-INT-TABLE-INIT.
           05 FILLER PIC X(16) VALUE '9494500001500365'.
           05 FILLER PIC X(16) VALUE '8400150002500360'.
           05 FILLER PIC X(16) VALUE '9780100002500360'.
           05 FILLER PIC X(16) VALUE '8260200002500365'.
           05 FILLER PIC X(16) VALUE '3920001002500365'.
       01  WS-INT-TABLE REDEFINES WS-INT-TABLE-INIT.
           05 WS-INT-ENTRY OCCURS 5 TIMES INDEXED BY WS-INT-IDX.
              10 WS-INT-DVZ    PIC 9(03).
              10 WS-INT-RATE   PIC 9(02)V9(04).
              10 WS-INT-WHT    PIC 9(02)V9(02).
              10 WS-INT-BASIS  PIC 9(03).
