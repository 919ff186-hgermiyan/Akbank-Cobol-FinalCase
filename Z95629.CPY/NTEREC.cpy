      *****************************************************************
      * NTEREC     - MÜŞTERİ BİLDİRİM OLAY KUYRUĞU (NTEFILE) KAYIT
      *              DÜZENİ. DENETİM İZİNDE İZ BIRAKMAYAN OLAYLAR
      *              (İŞLENEMEYEN DÜZENLİ ÖDEME TALİMATI, SÜPERVİZÖRÜN
      *              REDDETTİĞİ ONAY KUYRUĞU KAYDI) ÜRETEN PROGRAM
      *              TARAFINDAN DOSYA SONUNA EKLENİR. PBE025NT GECE
      *              BİLDİRİMLERİNİ ÜRETTİKTEN SONRA KUYRUĞU BOŞALTIR.
      *****************************************************************
       01  NTE-REC.
      * OLAY TÜRÜ: SF=TALİMAT İŞLENEMEDİ, AR=ONAY REDDEDİLDİ
           03 NTE-TYPE         PIC X(02).
              88 NTE-SO-FAILED         VALUE 'SF'.
              88 NTE-APPR-REJECTED     VALUE 'AR'.
           03 NTE-DATE         PIC 9(08).
      * BİLDİRİLECEK HESAP: TALİMATTA BORÇLU, KUYRUKTA HAREKETİN
      * HESABI
           03 NTE-ID           PIC 9(05).
           03 NTE-DVZ          PIC 9(03).
           03 NTE-AMOUNT       PIC S9(15) COMP-3.
      * TALİMAT NO YA DA KUYRUK KAYDININ İŞLEM REFERANSI
           03 NTE-REF          PIC X(12).
           03 NTE-REASON       PIC X(30).
