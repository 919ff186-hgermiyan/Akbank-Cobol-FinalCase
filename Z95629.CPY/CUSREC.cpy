           03 CUS-PHONE        PIC X(15).
           03 CUS-EMAIL        PIC X(40).
           03 CUS-OPEN-DATE    PIC 9(08).
      * BİLDİRİM TERCİHİ: S=SMS, E=E-POSTA, N=BİLDİRİM İSTEMİYOR.
      * BOŞ İSE TELEFON VARSA SMS, YOKSA E-POSTA KULLANILIR
           03 CUS-NOTIFY-PREF  PIC X(01).
              88 CUS-NOTIFY-SMS        VALUE 'S'.
              88 CUS-NOTIFY-EMAIL      VALUE 'E'.
              88 CUS-NOTIFY-OPTOUT     VALUE 'N'.
