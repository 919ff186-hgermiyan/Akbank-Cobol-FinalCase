      *****************************************************************
      * ACRREC     - FAİZ TAHAKKUK DOSYASI (ACRFILE) KAYIT DÜZENİ.
      *              ACR-KEY = MÜŞTERİ NO + DÖVİZ KODU (IDX-KEY İLE
      *              AYNI). HESABA SON KAPİTALİZASYONDAN BU YANA
      *              TAHAKKUK EDEN BRÜT FAİZ KÜSURATIYLA BİRLİKTE
      *              TUTULUR; AY SONUNDA TAM KISMI BAKİYEYE EKLENİR,
      *              KÜSURAT BİR SONRAKİ AYA DEVREDER.
      *****************************************************************
       01  ACR-REC.
           03 ACR-KEY.
              05 ACR-ID        PIC S9(05)  COMP-3.
              05 ACR-DVZ       PIC S9(03)  COMP.
      * SON KAPİTALİZASYONDAN BU YANA BİRİKEN BRÜT FAİZ
           03 ACR-ACCRUED      PIC S9(13)V9(06) COMP-3.
      * FAİZİN EN SON TAHAKKUK ETTİRİLDİĞİ İŞ TARİHİ; AYNI İŞ
      * TARİHİ İKİNCİ KEZ TAHAKKUK ETTİRİLMEZ
           03 ACR-LAST-DATE    PIC 9(08).
      * SON KAPİTALİZASYONUN İŞ TARİHİ VE TUTARLARI; AYNI AY SONU
      * İKİNCİ KEZ KAPİTALİZE EDİLMEZ
           03 ACR-CAP-DATE     PIC 9(08).
           03 ACR-CAP-GROSS    PIC S9(15)  COMP-3.
           03 ACR-CAP-TAX      PIC S9(15)  COMP-3.
