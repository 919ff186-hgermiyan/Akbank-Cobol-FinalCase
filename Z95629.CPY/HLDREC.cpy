      *****************************************************************
      * HLDREC     - HESAP BLOKE (HACİZ/TEMİNAT) DOSYASI (HLDFILE)
      *              KAYIT DÜZENİ. HLD-KEY = MÜŞTERİ NO + DÖVİZ KODU
      *              (IDX-KEY İLE AYNI) + HESAP İÇİNDE SIRA NO; BİR
      *              HESABIN BİRDEN FAZLA BLOKESİ OLABİLİR. BLOKELER
      *              PBEGIDX'İN 'P' FONKSİYONUYLA KONULUR, 'K'
      *              FONKSİYONUYLA KALDIRILIR; KAYIT SİLİNMEZ, DURUMU
      *              DEĞİŞTİRİLİR. KULLANILABİLİR BAKİYE = IDX-BALLANCE
      *              - HESABIN AKTİF BLOKELERİNİN TOPLAMI.
      *****************************************************************
       01  HLD-REC.
           03 HLD-KEY.
              05 HLD-ID        PIC S9(05)  COMP-3.
              05 HLD-DVZ       PIC S9(03)  COMP.
              05 HLD-NO        PIC S9(05)  COMP-3.
           03 HLD-AMOUNT       PIC S9(15)  COMP-3.
      * BLOKE GEREKÇESİ
           03 HLD-REASON       PIC X(02).
              88 HLD-REASON-VALID       VALUE 'LS' 'PA' 'CB'.
              88 HLD-LEGAL-SEIZURE      VALUE 'LS'.
              88 HLD-CARD-PREAUTH       VALUE 'PA'.
              88 HLD-COLLATERAL         VALUE 'CB'.
      * KONULDUĞU TARİH VE SON GEÇERLİLİK TARİHİ; SIFIR SÜRESİZ
      * BLOKE DEMEKTİR (ÖR. MAHKEME KARARIYLA KALKANA KADAR HACİZ).
      * SÜRESİ GEÇEN BLOKELER GECE PBE023HX İLE DÜŞÜRÜLÜR
           03 HLD-PLACED-DATE  PIC 9(08).
           03 HLD-EXPIRY-DATE  PIC 9(08).
           03 HLD-STATUS       PIC X(01).
              88 HLD-ACTIVE             VALUE 'A'.
              88 HLD-RELEASED           VALUE 'R'.
              88 HLD-EXPIRED            VALUE 'X'.
      * KALDIRMA YA DA SÜRE DOLUMU TARİHİ; AKTİF BLOKEDE SIFIRDIR
           03 HLD-END-DATE     PIC 9(08).
      * BLOKEYİ KOYAN GİRDİ KAYDININ İŞLEM REFERANSI
           03 HLD-REF          PIC X(12).
