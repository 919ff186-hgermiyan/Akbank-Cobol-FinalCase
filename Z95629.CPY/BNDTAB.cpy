      *****************************************************************
      * BNDTAB     - MÜŞTERİ TOPLAM POZİSYONU BAKİYE DİLİMLERİ (TRY).
      *              HER DİLİM İÇİN ÜST SINIR VE RAPOR ETİKETİ; MÜŞTERİ
      *              TOPLAMI ÜST SINIRI AŞMAYAN İLK DİLİME GİRER. SON
      *              DİLİMİN SINIRI AÇIKTIR. PBE030DI KULLANIR.
      *****************************************************************
       01  WS-BAND-TABLE-INIT.
           05 FILLER PIC X(35) VALUE
              '000000000010000UP TO 10,000        '.
           05 FILLER PIC X(35) VALUE
              '00000000005000010,001 - 50,000     '.
           05 FILLER PIC X(35) VALUE
              '00000000025000050,001 - 250,000    '.
           05 FILLER PIC X(35) VALUE
              '000000001000000250,001 - 1,000,000 '.
           05 FILLER PIC X(35) VALUE
              '0000000050000001,000,001-5,000,000 '.
           05 FILLER PIC X(35) VALUE
              '999999999999999OVER 5,000,000      '.
       01  WS-BAND-TABLE REDEFINES WS-BAND-TABLE-INIT.
           05 WS-BAND-ENTRY OCCURS 6 TIMES INDEXED BY WS-BAND-IDX.
              10 WS-BAND-UPPER     PIC 9(15).
              10 WS-BAND-LABEL     PIC X(20).
