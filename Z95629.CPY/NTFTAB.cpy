      *****************************************************************
      * NTFTAB     - DÖVİZ BAZINDA MÜŞTERİ BİLDİRİM EŞİĞİ TABLOSU.
      *              TUTARI (MUTLAK DEĞER) EŞİĞE ULAŞAN BAKİYE
      *              HAREKETİ ('B'), VİRMAN BACAĞI ('T') VE TERS
      *              KAYIT ('V') PBE025NT TARAFINDAN HESAP SAHİBİNE
      *              BİLDİRİLİR. TABLO CURRTAB İLE AYNI DÖVİZ
      *              SIRASINDADIR.
      *****************************************************************
       01  WS-NTF-TABLE-INIT.
           05 FILLER PIC X(18) VALUE '949000000000050000'.
           05 FILLER PIC X(18) VALUE '840000000000005000'.
           05 FILLER PIC X(18) VALUE '978000000000005000'.
           05 FILLER PIC X(18) VALUE '826000000000005000'.
           05 FILLER PIC X(18) VALUE '392000000001000000'.
       01  WS-NTF-TABLE REDEFINES WS-NTF-TABLE-INIT.
           05 WS-NTF-ENTRY OCCURS 5 TIMES INDEXED BY WS-NTF-IDX.
              10 WS-NTF-DVZ    PIC 9(03).
              10 WS-NTF-AMOUNT PIC 9(15).
