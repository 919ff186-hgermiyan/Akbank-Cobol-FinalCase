      *****************************************************************
      * HOLREC     - TATİL TAKVİMİ DOSYASI (HOLFILE) KAYIT DÜZENİ.
      *              İŞLETİM HER YIL İÇİN RESMİ TATİLLERİ VE YARIM
      *              GÜNLERİ PBE028HC İLE GİRER. CUMARTESİ VE PAZAR
      *              DOSYAYA YAZILMAZ, PBEGCAL HAFTA GÜNÜNDEN BULUR.
      *              BİR YIL İÇİN HİÇ KAYIT YOKSA O YILIN TAKVİMİ
      *              YÜKLENMEMİŞ SAYILIR VE TARİH HESABI YAPILMAZ.
      *****************************************************************
       01  HOL-REC.
           03 HOL-KEY.
              05 HOL-DATE      PIC 9(08).
      * GÜN TÜRÜ: H=RESMİ TATİL (ÇALIŞILMAZ), Y=YARIM GÜN (ÇALIŞILIR,
      * TAKAS ÖĞLEDEN SONRA KAPALI)
           03 HOL-TYPE         PIC X(01).
              88 HOL-HOLIDAY           VALUE 'H'.
              88 HOL-HALF-DAY          VALUE 'Y'.
           03 HOL-DESC         PIC X(30).
           03 FILLER           PIC X(09).
