      *****************************************************************
      * INPREC     - TOPLU İŞLEM GİRDİ DOSYASI (INPFILE) KAYIT
      *              DÜZENİ. PBE006HW TARAFINDAN İŞLENİR; DOSYA
      *              BAŞLIK ('H') KAYDIYLA BAŞLAR, ÖZET ('Z') KAYDIYLA
      *              BİTER. BANKALARARASI TAKAS DOSYASINDAN GELEN
      *              ÖDEMELER PBE024CL TARAFINDAN BU DÜZENE ÇEVRİLİR.
      *****************************************************************
       01  INP-REC.
           03 INP-SUB-TYPE        PIC X(1).
           03 INP-ID              PIC 9(5).
           03 INP-DVZ             PIC 9(3).
      * 'W' (YENİ HESAP AÇILIŞI) FONKSİYONU İÇİN GERÇEK VERİLER
           03 INP-FNAME           PIC X(15).
           03 INP-LNAME           PIC X(14).
           03 INP-DATE            PIC 9(7).
           03 INP-BALANCE         PIC S9(15).
      * 'B' (BAKİYE HAREKETİ, BORÇ/ALACAK) FONKSİYONU İÇİN TUTAR
           03 INP-ADJ-AMOUNT      PIC S9(15).
      * GÖNDEREN SİSTEMİN TEKİL İŞLEM REFERANS NUMARASI; TÜM VERİ
      * KAYITLARINDA AYNI KONUMDADIR (ALTERNATİF GÖRÜNÜMLERİN
      * SONRASINDA), KONTROL KAYITLARINDA BOŞTUR
           03 INP-REF             PIC X(12).
      * 'T' (HESAPTAN HESABA VİRMAN) FONKSİYONU İÇİN INP-REC'İN
      * ALTERNATİF GÖRÜNÜMÜ: BORÇLU ANAHTAR INP-ID/INP-DVZ İLE AYNI
      * KONUMDADIR, ARKASINDAN ALACAKLI ANAHTAR VE TUTAR GELİR
       01  INP-TRF-REC REDEFINES INP-REC.
           03 FILLER              PIC X(1).
           03 INP-T-FROM-ID       PIC 9(5).
           03 INP-T-FROM-DVZ      PIC 9(3).
           03 INP-T-TO-ID         PIC 9(5).
           03 INP-T-TO-DVZ        PIC 9(3).
           03 INP-T-AMOUNT        PIC S9(15).
           03 FILLER              PIC X(43).
      * 'P' (BLOKE KOYMA) VE 'K' (BLOKE KALDIRMA) FONKSİYONLARI İÇİN
      * INP-REC'İN ALTERNATİF GÖRÜNÜMÜ: HESAP ANAHTARI INP-ID/INP-DVZ
      * İLE AYNI KONUMDADIR. 'P' TUTAR, GEREKÇE VE SON GEÇERLİLİK
      * TARİHİNİ (SIFIR = SÜRESİZ), 'K' YALNIZCA BLOKE NO'SUNU
      * KULLANIR
       01  INP-HLD-REC REDEFINES INP-REC.
           03 FILLER              PIC X(1).
           03 INP-P-ID            PIC 9(5).
           03 INP-P-DVZ           PIC 9(3).
           03 INP-P-AMOUNT        PIC S9(15).
           03 INP-P-REASON        PIC X(2).
           03 INP-P-EXPIRY        PIC 9(8).
           03 INP-P-HOLD-NO       PIC 9(5).
           03 FILLER              PIC X(36).
      * 'V' (TERS KAYIT) FONKSİYONU İÇİN INP-REC'İN ALTERNATİF
      * GÖRÜNÜMÜ: ASIL HAREKETİN HESAP ANAHTARI (VİRMANDA İKİ
      * BACAKTAN BİRİ) INP-ID/INP-DVZ İLE AYNI KONUMDADIR, ARKASINDAN
      * GERİ ALINACAK HAREKETİN REFERANSI GELİR. TERS KAYDIN KENDİ
      * REFERANSI INP-REF'TİR
       01  INP-REV-REC REDEFINES INP-REC.
           03 FILLER              PIC X(1).
           03 INP-V-ID            PIC 9(5).
           03 INP-V-DVZ           PIC 9(3).
           03 INP-V-ORG-REF       PIC X(12).
           03 FILLER              PIC X(66).
      * BAŞLIK ('H') KONTROL KAYDI: GÖNDEREN SİSTEMİN DOSYA TARİHİ
      * VE ADI. DOSYANIN İLK KAYDI OLARAK GELİR.
       01  INP-HDR-REC REDEFINES INP-REC.
           03 FILLER              PIC X(1).
           03 INP-H-FILE-DATE     PIC 9(8).
           03 INP-H-ORIGIN        PIC X(8).
           03 FILLER              PIC X(58).
      * ÖZET ('Z') KONTROL KAYDI: BEKLENEN VERİ KAYDI SAYISI İLE
      * HESAP NO VE TUTAR ALANLARININ ÖZET TOPLAMLARI. DOSYANIN SON
      * KAYDI OLARAK GELİR.
       01  INP-TRL-REC REDEFINES INP-REC.
           03 FILLER              PIC X(1).
           03 INP-Z-COUNT         PIC 9(7).
           03 INP-Z-ID-HASH       PIC 9(10).
           03 INP-Z-AMT-HASH      PIC S9(15).
           03 FILLER              PIC X(42).
