      *****************************************************************
      * CASREC     - ŞÜPHELİ İŞLEM (AML) VAKA DOSYASI (CASFILE) KAYIT
      *              DÜZENİ. CAS-KEY = MÜŞTERİ NO + TETİKLENEN KURAL +
      *              MÜŞTERİ/KURAL İÇİNDE SIRA NO. PBE026AM KURALA
      *              TAKILAN MÜŞTERİ İÇİN VAKA AÇAR; AYNI MÜŞTERİ VE
      *              KURAL İÇİN AÇIK VAKA VARSA YENİSİ AÇILMAZ. VAKA
      *              UYUM BİRİMİNİN KARARIYLA KAPATILIR; KAPANIŞTAN
      *              SONRAKİ YENİ HAREKETLERLE TEKRAR TETİKLENEN KURAL
      *              İÇİN YENİ SIRA NO'LU VAKA AÇILIR.
      *****************************************************************
       01  CAS-REC.
           03 CAS-KEY.
              05 CAS-ID        PIC S9(05)  COMP-3.
      * KURAL: ST=EŞİK ALTI PARÇALI YATIRIM, HC=HESABIN GEÇMİŞİNE
      * GÖRE YÜKSEK ADET, HV=GEÇMİŞİNE GÖRE YÜKSEK TUTAR,
      * RA=YUVARLAK TUTARLI VİRMAN, RT=HIZLI GİRİŞ-ÇIKIŞ,
      * DR=UYKUDAN ÇIKIŞ SONRASI HAREKET
              05 CAS-RULE      PIC X(02).
              05 CAS-NO        PIC S9(03)  COMP-3.
           03 CAS-STATUS       PIC X(01).
              88 CAS-OPEN              VALUE 'O'.
              88 CAS-CLOSED            VALUE 'C'.
           03 CAS-OPEN-DATE    PIC 9(08).
           03 CAS-CLOSE-DATE   PIC 9(08).
      * VAKAYI AÇAN İNCELEME PENCERESİNİN BAŞI VE VAKADAKİ EN SON
      * HAREKETİN TARİHİ
           03 CAS-WIN-START    PIC 9(08).
           03 CAS-LAST-MOVE    PIC 9(08).
      * KURALA TAKILAN HESAPLAR (MÜŞTERİNİN DÖVİZ HESAPLARI): HER
      * HESAP İÇİN DÖVİZ KODU, TAKILAN HAREKET SAYISI VE TUTAR
      * TOPLAMI (MUTLAK, HESABIN DÖVİZİNDE)
           03 CAS-ACCT-AREA.
              05 CAS-ACCT-COUNT   PIC 9(01).
              05 CAS-ACCT OCCURS 5 TIMES.
                 07 CAS-A-DVZ     PIC 9(03).
                 07 CAS-A-HITS    PIC 9(05).
                 07 CAS-A-AMOUNT  PIC S9(15) COMP-3.
      * İLGİLİ HAREKETLERİN DENETİM İZİ REFERANSLARI (AUD-REF); İLK
      * ON TANESİ SAKLANIR, SAYAÇ TÜMÜNÜ GÖSTERİR
           03 CAS-REF-AREA.
              05 CAS-REF-COUNT    PIC 9(03).
              05 CAS-REF          PIC X(12) OCCURS 10 TIMES.
