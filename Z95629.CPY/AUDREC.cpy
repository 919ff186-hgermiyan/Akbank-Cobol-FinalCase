      * GİRDİ KAYDINDAN TAŞINAN İŞLEM REFERANS NUMARASI; GİRDİSİZ
      * (İÇ) HAREKETLERDE BOŞTUR
           03 AUD-REF             PIC X(12).
      * FONKSİYONA ÖZGÜ EK BİLGİ ALANI: BAKİYE DEĞERLERİ DIŞINDA
      * TAŞINMASI GEREKEN TUTARLAR FONKSİYONA GÖRE REDEFINES EDİLİR
      * (WS-SUB-DATA İLE AYNI YÖNTEM). İLGİSİZ FONKSİYONLARDA BOŞTUR
           03 AUD-EXT-DATA        PIC X(24).
      * 'I' (FAİZ KAPİTALİZASYONU): BRÜT FAİZ VE KESİLEN STOPAJ.
      * BAKİYEYE EKLENEN NET TUTAR YENİ VE ESKİ BAKİYENİN FARKIDIR
           03 AUD-EXT-INT REDEFINES AUD-EXT-DATA.
              05 AUD-INT-GROSS    PIC S9(15) COMP-3.
              05 AUD-INT-TAX      PIC S9(15) COMP-3.
              05 FILLER           PIC X(08).
      * 'P'/'K' (BLOKE KOYMA/KALDIRMA): BLOKENİN SIRA NO'SU, TUTARI,
      * GEREKÇESİ VE SON GEÇERLİLİK TARİHİ. BAKİYE DEĞİŞMEZ; KALDIRMA
      * KAYDINDA BİTİŞ KODU 'R' (KALDIRILDI) YA DA 'X' (SÜRESİ DOLDU)
           03 AUD-EXT-HLD REDEFINES AUD-EXT-DATA.
              05 AUD-HLD-NO       PIC 9(05).
              05 AUD-HLD-AMOUNT   PIC S9(15) COMP-3.
              05 AUD-HLD-REASON   PIC X(02).
              05 AUD-HLD-EXPIRY   PIC 9(08).
              05 AUD-HLD-END      PIC X(01).
      * 'V' (TERS KAYIT): GERİ ALINAN ASIL HAREKETİN REFERANSI,
      * FONKSİYONU ('B'/'T') VE DENETİM İZİNDEKİ TARİHİ. BAKİYE FARKI
      * ASIL HAREKETİN FARKININ TAM TERSİDİR
           03 AUD-EXT-REV REDEFINES AUD-EXT-DATA.
              05 AUD-REV-REF      PIC X(12).
              05 AUD-REV-FUNC     PIC X(01).
              05 AUD-REV-DATE     PIC 9(08).
              05 FILLER           PIC X(03).
