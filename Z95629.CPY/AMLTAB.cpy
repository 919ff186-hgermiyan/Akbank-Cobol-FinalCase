      *****************************************************************
      * AMLTAB     - DÖVİZ BAZINDA ŞÜPHELİ İŞLEM (AML) KURAL
      *              TUTARLARI. HER DÖVİZ İÇİN: BİLDİRİM EŞİĞİ, EŞİĞİN
      *              HEMEN ALTINDAKİ BANDIN ALT SINIRI (PARÇALAMA
      *              KURALI), YUVARLAK TUTAR BİRİMİ VE YUVARLAK TUTAR
      *              KURALINA GİREN EN KÜÇÜK TUTAR. TABLO CURRTAB İLE
      *              AYNI DÖVİZ SIRASINDADIR; PBE026AM KULLANIR.
      *****************************************************************
       01  WS-AML-TABLE-INIT.
           05 FILLER PIC X(18) VALUE '949000000000100000'.
           05 FILLER PIC X(15) VALUE '000000000090000'.
           05 FILLER PIC X(24) VALUE '000010000000000000050000'.
           05 FILLER PIC X(18) VALUE '840000000000010000'.
           05 FILLER PIC X(15) VALUE '000000000009000'.
           05 FILLER PIC X(24) VALUE '000001000000000000005000'.
           05 FILLER PIC X(18) VALUE '978000000000010000'.
           05 FILLER PIC X(15) VALUE '000000000009000'.
           05 FILLER PIC X(24) VALUE '000001000000000000005000'.
           05 FILLER PIC X(18) VALUE '826000000000010000'.
           05 FILLER PIC X(15) VALUE '000000000009000'.
           05 FILLER PIC X(24) VALUE '000001000000000000005000'.
           05 FILLER PIC X(18) VALUE '392000000001000000'.
           05 FILLER PIC X(15) VALUE '000000000900000'.
           05 FILLER PIC X(24) VALUE '000100000000000000500000'.
       01  WS-AML-TABLE REDEFINES WS-AML-TABLE-INIT.
           05 WS-AML-ENTRY OCCURS 5 TIMES INDEXED BY WS-AML-IDX.
              10 WS-AML-DVZ        PIC 9(03).
              10 WS-AML-REPORT-AMT PIC 9(15).
              10 WS-AML-NEAR-AMT   PIC 9(15).
              10 WS-AML-ROUND-UNIT PIC 9(09).
              10 WS-AML-ROUND-MIN  PIC 9(15).
