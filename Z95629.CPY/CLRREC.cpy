      *****************************************************************
      * CLRREC     - BANKALARARASI TAKAS (EFT) DOSYASI KAYIT DÜZENİ.
      *              TAKAS ODASINDAN GELEN ÖDEME DOSYASI (CLRFILE) VE
      *              AYNI GÜN GERİ GÖNDERİLEN İADE DOSYASI (RETFILE)
      *              BU DÜZENDEDİR. DOSYA BİR VEYA DAHA FAZLA
      *              GRUPTAN (BATCH) OLUŞUR: GRUP BAŞLIĞI ('1'),
      *              ÖDEME KAYITLARI ('2') VE GRUP ÖZETİ ('9').
      *              HER KAYIT AİT OLDUĞU GRUBUN NUMARASINI TAŞIR.
      *****************************************************************
       01  CLR-REC.
           03 CLR-REC-TYPE        PIC X(01).
              88 CLR-BATCH-HDR            VALUE '1'.
              88 CLR-PAYMENT              VALUE '2'.
              88 CLR-BATCH-TRL            VALUE '9'.
           03 CLR-BATCH-NO        PIC 9(06).
           03 FILLER              PIC X(123).
      * GRUP BAŞLIĞI: TAKAS (VALÖR) TARİHİ, GÖNDEREN VE ALAN
      * KATILIMCI BANKA KODLARI, YÖN ('I' GELEN ÖDEME, 'R' İADE)
       01  CLR-HDR-REC REDEFINES CLR-REC.
           03 FILLER              PIC X(07).
           03 CLR-H-SETTLE-DATE   PIC 9(08).
           03 CLR-H-SENDER        PIC X(05).
           03 CLR-H-RECEIVER      PIC X(05).
           03 CLR-H-DIRECTION     PIC X(01).
              88 CLR-H-INBOUND            VALUE 'I'.
              88 CLR-H-RETURN             VALUE 'R'.
           03 FILLER              PIC X(104).
      * ÖDEME KAYDI: TAKAS MESAJ NUMARASI (TEKİL), GÖNDEREN BANKA VE
      * MÜŞTERİ, ALICI IBAN VE ADI, DÖVİZ KODU VE TUTAR (HER ZAMAN
      * ALICI HESABA ALACAK). IBAN'IN HESAP KISMI BANKAMIZ İÇİN
      * SIFIR DOLGU + MÜŞTERİ NO + DÖVİZ KODUDUR. İADE KODU GELEN
      * DOSYADA BOŞTUR, İADE DOSYASINDA İADE GEREKÇESİNİ TAŞIR
       01  CLR-PAY-REC REDEFINES CLR-REC.
           03 FILLER              PIC X(07).
           03 CLR-P-MSG-ID        PIC X(12).
           03 CLR-P-SEND-BANK     PIC X(05).
           03 CLR-P-SEND-NAME     PIC X(30).
           03 CLR-P-BEN-IBAN.
              05 CLR-P-IBAN-CTRY  PIC X(02).
              05 CLR-P-IBAN-CHK   PIC X(02).
              05 CLR-P-IBAN-BANK  PIC X(05).
              05 CLR-P-IBAN-RSV   PIC X(01).
              05 CLR-P-IBAN-ACCT.
                 07 CLR-P-ACCT-FILL PIC X(08).
                 07 CLR-P-ACCT-ID   PIC 9(05).
                 07 CLR-P-ACCT-DVZ  PIC 9(03).
           03 CLR-P-BEN-NAME      PIC X(30).
           03 CLR-P-CURRENCY      PIC 9(03).
           03 CLR-P-AMOUNT        PIC 9(15).
           03 CLR-P-RETURN-CODE   PIC X(02).
      * GRUP ÖZETİ: GRUPTAKİ ÖDEME KAYDI SAYISI VE TUTAR TOPLAMI
       01  CLR-TRL-REC REDEFINES CLR-REC.
           03 FILLER              PIC X(07).
           03 CLR-T-COUNT         PIC 9(07).
           03 CLR-T-TOTAL         PIC 9(17).
           03 FILLER              PIC X(99).
