      * HAREKET TARİHİ DENETİM İZİ ZAMAN DAMGALARINDAN ÇIKARILIR.
      * MÜŞTERİ KAYNAKLI HAREKET 'B' VE 'T' FONKSİYONLARIDIR; AD
      * GÜNCELLEME, DEVİR GİBİ İÇ KAYITLAR SAYILMAZ, ANCAK HİÇ B/T
      * GÖRMEMİŞ HESAPTA SON MÜŞTERİ/BAKIM KAYDININ TARİHİ (ÖR.
      * AÇILIŞ, UYKUDAN ÇIKARMA) ESAS ALINIR; FAİZ, BLOKE, TERS KAYIT
      * VE UYKU İŞARETİ GİBİ BANKA KAYITLARI BU TARİHİ YENİLEMEZ.
      * İŞ TARİHİNDEN 12 AY ÖNCESİNDEN BERİ HAREKETSİZ
      * HESAPLAR PBEGIDX'İN 'S' FONKSİYONUYLA UYKUYA İŞARETLENİR
      * (DENETİM İZİNE KAYITLI OLARAK) VE DÖVİZ KIRILIMLI RAPOR
      * ÜRETİLİR. SON HAREKETİ KAPANIŞ ('D') OLAN HESAPLAR ATLANIR.
              MOVE SW-ID   TO WS-HLD-ID
              MOVE SW-DVZ  TO WS-HLD-DVZ
              MOVE SW-FUNC TO WS-HLD-FUNC
      * BANKANIN KENDİ ÜRETTİĞİ KAYITLAR (FAİZ, BLOKE KOYMA/KALDIRMA
      * VE SÜRE DOLUMU, TERS KAYIT, UYKU İŞARETİ) HESABI HAREKETLİ
      * GÖSTERMEZ; YEDEK TARİH YALNIZCA MÜŞTERİ/BAKIM KAYITLARINDAN
      * ALINIR
              IF SW-FUNC NOT = 'I' AND SW-FUNC NOT = 'P'
                    AND SW-FUNC NOT = 'K' AND SW-FUNC NOT = 'V'
                    AND SW-FUNC NOT = 'S'
                 MOVE SW-TS-DATE TO WS-LAST-ANY
              END-IF
              IF SW-FUNC = 'B' OR SW-FUNC = 'T'
                 MOVE SW-TS-DATE TO WS-LAST-CUST
              END-IF
