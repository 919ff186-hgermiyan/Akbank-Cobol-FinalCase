      *****************************************************************
      * AHSREC     - HESAP HAREKET GEÇMİŞİ (AHSFILE). DENETİM İZİ
      *              (AUDFILE) SIRALI OLDUĞUNDAN EKRANDAN HESAP BAZINDA
      *              SORGULANAMAZ; HER DENETİM KAYDININ HESAP VE
      *              ZAMAN DAMGASIYLA ANAHTARLANMIŞ BİR KOPYASI BURADA
      *              TUTULUR.
      *              AYNI SANİYEDE AYNI HESABA DÜŞEN KAYITLAR SIRA NO
      *              İLE AYRILIR. KAYIT GÖVDESİ AUD-REC İLE BİREBİR
      *              AYNIDIR (AUDREC DEĞİŞİRSE BU KAYIT DA BİRLİKTE
      *              GÜNCELLENMELİDİR).
      *****************************************************************
       01  AHS-REC.
           03 AHS-KEY.
              05 AHS-ID           PIC S9(05)  COMP-3.
              05 AHS-DVZ          PIC S9(03)  COMP.
              05 AHS-TS-DATE      PIC 9(08).
              05 AHS-TS-TIME      PIC 9(06).
              05 AHS-SEQ          PIC 9(03).
           03 AHS-AUD-IMAGE       PIC X(140).
