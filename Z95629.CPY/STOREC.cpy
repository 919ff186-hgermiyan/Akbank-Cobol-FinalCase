           03 STO-STATUS       PIC X(01).
              88 STO-ACTIVE            VALUE 'A'.
              88 STO-EXPIRED           VALUE 'E'.
      * VADE ÇALIŞMA GÜNÜNE DÜŞMEZSE: F=SONRAKİ ÇALIŞMA GÜNÜ (BOŞ DA
      * BÖYLE SAYILIR), B=ÖNCEKİ ÇALIŞMA GÜNÜ, K=VADE KAYDIRILMAZ,
      * HER VADE AYRI AYRI İŞLENİR. STO-NEXT-DATE HER ZAMAN
      * SÖZLEŞMEDEKİ VADEDİR, KAYDIRMA İŞLEME ANINDA HESAPLANIR
           03 STO-ROLL         PIC X(01).
              88 STO-ROLL-FORWARD      VALUE 'F' ' '.
              88 STO-ROLL-BACK         VALUE 'B'.
              88 STO-ROLL-KEEP         VALUE 'K'.
