              88 WS-FUNC-DORMANT        VALUE 'S'.
      * UYKUDAN ÇIKARMA: İŞARET SÜPERVİZÖR KONTROLÜNDE KALDIRILIR
              88 WS-FUNC-DORMREL        VALUE 'E'.
      * FAİZ KAPİTALİZASYONU: AY SONU BİRİKMİŞ BRÜT FAİZ, STOPAJ
      * DÜŞÜLEREK BAKİYEYE EKLENİR. TUTARLAR WS-SUB-DATA-I İLE GELİR;
      * YALNIZCA FAİZ PROGRAMI (PBE022IN) ÇAĞIRIR
              88 WS-FUNC-INTEREST       VALUE 'I'.
      * BLOKE KOYMA: HESABA TUTAR BLOKESİ (HACİZ, KART PROVİZYONU,
      * TEMİNAT) KONULUR. TUTAR, GEREKÇE VE SON GEÇERLİLİK TARİHİ
      * WS-SUB-DATA-H İLE GELİR; VERİLEN BLOKE NO'SU VE YENİ
      * KULLANILABİLİR BAKİYE WS-SUB-DATA-HR İLE DÖNER
              88 WS-FUNC-HOLD           VALUE 'P'.
      * BLOKE KALDIRMA: BLOKE NO'SU WS-SUB-DATA-H İLE GELİR. SÜRESİ
      * DOLAN BLOKEYİ DÜŞÜREN GECE İŞİ (PBE023HX) AYRICA SÜRE DOLUMU
      * İŞARETİNİ GÖNDERİR
              88 WS-FUNC-HOLDREL        VALUE 'K'.
      * TERS KAYIT: DENETİM İZİNDEKİ ASIL BAKİYE HAREKETİ ('B') YA DA
      * VİRMAN ('T', İKİ BACAK BİRLİKTE) TAM KARŞI TUTARLA GERİ
      * ALINIR. ASIL HAREKETİN HESAP ANAHTARI WS-SUB-ID/WS-SUB-DVZ,
      * REFERANSI WS-SUB-DATA-V İLE GELİR; TERS KAYDIN KENDİ
      * REFERANSI WS-SUB-REF'TİR
              88 WS-FUNC-REVERSE        VALUE 'V'.
      * TOPLU İŞ SONU: SÜRÜCÜ PROGRAM BU FONKSİYONLA ÇAĞIRDIĞINDA
      * PBEGIDX İLK KULLANIMDA AÇIP AÇIK TUTTUĞU DOSYALARINI KAPATIR
              88 WS-FUNC-CLOSE          VALUE 'C'.
              10 WS-SUB-T-TO-DVZ   PIC 9(3).
              10 WS-SUB-T-AMOUNT   PIC S9(15).
              10 FILLER            PIC X(37).
      * 'I' (FAİZ KAPİTALİZASYONU) İÇİN BRÜT FAİZ VE KESİLECEK
      * STOPAJ TUTARI; BAKİYEYE FARKLARI (NET FAİZ) EKLENİR
           05 WS-SUB-DATA-I REDEFINES WS-SUB-DATA.
              10 WS-SUB-I-GROSS    PIC S9(15) COMP-3.
              10 WS-SUB-I-TAX      PIC S9(15) COMP-3.
              10 FILLER            PIC X(44).
      * 'P'/'K' (BLOKE KOYMA/KALDIRMA) İÇİN GELEN BLOKE BİLGİLERİ;
      * 'P' NO ALANINI, 'K' TUTAR/GEREKÇE/TARİH ALANLARINI KULLANMAZ
           05 WS-SUB-DATA-H REDEFINES WS-SUB-DATA.
              10 WS-SUB-H-NO       PIC 9(5).
              10 WS-SUB-H-AMOUNT   PIC S9(15).
              10 WS-SUB-H-REASON   PIC X(02).
              10 WS-SUB-H-EXPIRY   PIC 9(8).
              10 WS-SUB-H-EXPIRE-SW PIC X(01).
                 88 WS-SUB-H-EXPIRE        VALUE 'Y'.
              10 FILLER            PIC X(29).
      * 'P'/'K' SONUCU: BLOKE NO'SU VE İŞLEM SONRASI KULLANILABİLİR
      * BAKİYE, OKUNABİLİR RAKAMLAR OLARAK
           05 WS-SUB-DATA-HR REDEFINES WS-SUB-DATA.
              10 WS-SUB-HR-NO      PIC 9(5).
              10 FILLER            PIC X(01).
              10 WS-SUB-HR-AVAIL   PIC -(14)9.
              10 FILLER            PIC X(39).
      * 'V' (TERS KAYIT) İÇİN GERİ ALINACAK ASIL HAREKETİN REFERANSI
           05 WS-SUB-DATA-V REDEFINES WS-SUB-DATA.
              10 WS-SUB-V-ORG-REF  PIC X(12).
              10 FILLER            PIC X(48).
      * ONAY KUYRUĞUNDAN SÜPERVİZÖR ONAYıYLA SERBEST BIRAKILAN
      * İŞLEMİN İŞARETİ: 'Y' İSE LİMİT KONTROLÜ UYGULANMAZ. YALNIZCA
      * ONAY YOLU (PBE020AP) 'Y' GÖNDERİR; DİĞER ÇAĞIRANLAR HER
