                             ACCESS MODE RANDOM
                             RECORD KEY DRM-KEY
                             STATUS DRM-ST.
      * HESAP BLOKE DOSYASI: BORÇ VE VİRMAN KULLANILABİLİR BAKİYEYE
      * GÖRE KONTROL EDİLDİĞİNDEN HESABIN BLOKELERİ START+READ NEXT
      * İLE TOPLANIR, BU YÜZDEN ACCESS MODE DYNAMIC
           SELECT HLD-FILE   ASSIGN HLDFILE
                             ORGANIZATION INDEXED
                             ACCESS MODE DYNAMIC
                             RECORD KEY HLD-KEY
                             STATUS HLD-ST.
      * HESAP HAREKET GEÇMİŞİ: DENETİM İZİNE YAZILAN HER KAYDIN HESAP
      * VE ZAMAN DAMGASIYLA ANAHTARLANMIŞ KOPYASI (EKRAN SORGUSU İÇİN)
           SELECT AHS-FILE   ASSIGN AHSFILE
                             ORGANIZATION INDEXED
                             ACCESS MODE RANDOM
                             RECORD KEY AHS-KEY
                             STATUS AHS-ST.
       DATA DIVISION.
       FILE SECTION.
       FD  IDX-FILE.
       FD  DRM-FILE.
           COPY DRMREC.

       FD  HLD-FILE.
           COPY HLDREC.

       FD  AHS-FILE.
           COPY AHSREC.

       WORKING-STORAGE SECTION.
       01  WS-WORK-AREA.
           03 IDX-ST           PIC 9(2).
           03 AUD-ST           PIC 9(2).
              88 AUD-SUCCESS            VALUE 00 97.
              88 AUD-NOTFND             VALUE 05 35.
              88 AUD-EOF                VALUE 10.
           03 CLS-ST           PIC 9(2).
              88 CLS-SUCCESS            VALUE 00 97.
              88 CLS-NOTFND             VALUE 05 35.
           03 DRM-ST           PIC 9(2).
              88 DRM-SUCCESS            VALUE 00 97.
              88 DRM-NOTFND             VALUE 05 35.
           03 HLD-ST           PIC 9(2).
              88 HLD-SUCCESS            VALUE 00 97.
              88 HLD-NOTFND             VALUE 05 35.
           03 AHS-ST           PIC 9(2).
              88 AHS-SUCCESS            VALUE 00 97.
              88 AHS-NOTFND             VALUE 05 35.
              88 AHS-DUPKEY             VALUE 22.
      * VERİLERİN İSİM VE SOYİSİM KISIMLARINI AYIRMAK İÇİN KULLANILAN
      * DEĞİŞKENLER
           03 WS-NAME          PIC X(15).
           03 WS-TRF-TO-BAL    PIC S9(15) COMP-3.
           03 WS-TRF-TS-DATE   PIC 9(08).
           03 WS-TRF-TS-TIME   PIC 9(06).
      * FAİZ KAPİTALİZASYONU ('I') İÇİN GELEN BRÜT FAİZ VE STOPAJ;
      * WS-SUB-DATA OKUMA SIRASINDA EZİLMEDEN ÖNCE SAKLANIR VE
      * DENETİM KAYDININ EK BİLGİ ALANINA TAŞINIR
           03 WS-INT-GROSS     PIC S9(15) COMP-3 VALUE 0.
           03 WS-INT-TAX       PIC S9(15) COMP-3 VALUE 0.
      * BLOKE KOYMA/KALDIRMA ('P'/'K') İÇİN GELEN VE DENETİM
      * KAYDINA TAŞINAN BLOKE BİLGİLERİ; WS-SUB-DATA OKUMA SIRASINDA
      * EZİLMEDEN ÖNCE SAKLANIR
           03 WS-HLD-NO        PIC 9(05).
           03 WS-HLD-AMOUNT    PIC S9(15) COMP-3.
           03 WS-HLD-REASON    PIC X(02).
           03 WS-HLD-EXPIRY    PIC 9(08).
           03 WS-HLD-END       PIC X(01).
           03 WS-HLD-EXPIRE-SW PIC X(01).
              88 WS-HLD-EXPIRE        VALUE 'Y'.
      * HESABIN AKTİF BLOKE TOPLAMI VE SON KULLANILAN BLOKE NO'SU
      * (H720-SUM-HOLDS DOLDURUR)
           03 WS-HLD-TOTAL     PIC S9(15) COMP-3.
           03 WS-HLD-LAST-NO   PIC 9(05).
           03 WS-HLD-EOF-SW    PIC X(01).
              88 WS-HLD-EOF           VALUE 'Y'.
           03 WS-TODAY         PIC 9(08).
      * DÖVİZ KODUNUN GEÇERLİLİK KONTROLÜNDE KULLANILAN ANAHTAR
           03 WS-CURR-FOUND-SW PIC X(01).
              88 WS-CURR-FOUND        VALUE 'Y'.
              88 WS-PND-OPEN          VALUE 'Y'.
           03 WS-DRM-OPEN-SW   PIC X(01) VALUE 'N'.
              88 WS-DRM-OPEN          VALUE 'Y'.
           03 WS-HLD-OPEN-SW   PIC X(01) VALUE 'N'.
              88 WS-HLD-OPEN          VALUE 'Y'.
           03 WS-AHS-OPEN-SW   PIC X(01) VALUE 'N'.
              88 WS-AHS-OPEN          VALUE 'Y'.
      * HAREKET GEÇMİŞİNE YAZMA DÖNGÜSÜNÜN BİTTİĞİNİ GÖSTERİR
           03 WS-AHS-DONE-SW   PIC X(01).
              88 WS-AHS-DONE          VALUE 'Y'.
      * UYKU KONTROLÜNDE ARANAN KAYDIN BULUNUP BULUNMADIĞI
           03 WS-DRM-FND-SW    PIC X(01).
              88 WS-DRM-FOUND         VALUE 'Y'.
           03 WS-ARC-NAME      PIC X(30).
           03 WS-ARC-DATE      PIC S9(7)  COMP-3.
           03 WS-ARC-BAL       PIC S9(15) COMP-3.
      * TERS KAYIT ('V') İÇİN KULLANILAN DEĞİŞKENLER: GERİ ALINACAK
      * ASIL HAREKETİN REFERANSI (WS-SUB-DATA OKUMA SIRASINDA
      * EZİLMEDEN ÖNCE SAKLANIR), DENETİM İZİNDE BULUNAN BACAKLARI
      * ('B' İÇİN BİR, 'T' İÇİN İKİ) VE TARAMA SONUCU ANAHTARLARI
           03 WS-REV-ORG-REF   PIC X(12).
           03 WS-REV-FUNC      PIC X(01).
           03 WS-REV-DATE      PIC 9(08).
           03 WS-REV-LEG-CNT   PIC 9(01).
           03 WS-REV-SUB       PIC 9(01).
           03 WS-REV-LEG OCCURS 2 TIMES.
              05 WS-REV-L-ID       PIC 9(05).
              05 WS-REV-L-DVZ      PIC 9(03).
              05 WS-REV-L-DELTA    PIC S9(15) COMP-3.
              05 WS-REV-L-NAME     PIC X(30).
              05 WS-REV-L-DATE     PIC S9(7)  COMP-3.
              05 WS-REV-L-OLDBAL   PIC S9(15) COMP-3.
              05 WS-REV-L-NEWBAL   PIC S9(15) COMP-3.
              05 WS-REV-L-CLS-SW   PIC X(01).
                 88 WS-REV-L-CLOSED       VALUE 'Y'.
           03 WS-REV-MANY-SW   PIC X(01).
              88 WS-REV-MANY          VALUE 'Y'.
           03 WS-REV-DONE-SW   PIC X(01).
              88 WS-REV-DONE          VALUE 'Y'.
           03 WS-REV-OWN-SW    PIC X(01).
              88 WS-REV-OWN           VALUE 'Y'.
           03 WS-REV-TS-DATE   PIC 9(08).
           03 WS-REV-TS-TIME   PIC 9(06).
       COPY CURRTAB.
       COPY LIMTAB.
      * ÇOK DÖVİZLİ BAKİYE SORGUSUNDA (L) KULLANILAN DEĞİŞKEN
                 OR WS-FUNC-BALANCE OR WS-FUNC-TRANSFER
                 OR WS-FUNC-REACT OR WS-FUNC-NAMESYNC
                 OR WS-FUNC-DORMANT OR WS-FUNC-DORMREL
                 OR WS-FUNC-INTEREST
                 OR WS-FUNC-HOLD OR WS-FUNC-HOLDREL
              PERFORM H120-ENSURE-AUD-OPEN
           END-IF.
      * HAREKET GEÇMİŞİ DENETİM İZİNE YAZAN HER FONKSİYONDA AÇILIR;
      * TERS KAYIT ('V') DENETİM İZİNİ KENDİSİ AÇSA DA GEÇMİŞ
      * DOSYASI BURADA AÇILIR
           IF WS-FUNC-UPDATE OR WS-FUNC-WRITE OR WS-FUNC-DELETE
                 OR WS-FUNC-BALANCE OR WS-FUNC-TRANSFER
                 OR WS-FUNC-REACT OR WS-FUNC-NAMESYNC
                 OR WS-FUNC-DORMANT OR WS-FUNC-DORMREL
                 OR WS-FUNC-INTEREST
                 OR WS-FUNC-HOLD OR WS-FUNC-HOLDREL
                 OR WS-FUNC-REVERSE
              PERFORM H127-ENSURE-AHS-OPEN
           END-IF.
      * BLOKE DOSYASI: BLOKE İŞLEMLERİ, KULLANILABİLİR BAKİYE
      * KONTROLÜ YAPAN BORÇ/VİRMAN, BLOKELİ HESABIN KAPATILMASINI
      * ENGELLEYEN SİLME VE KULLANILABİLİR BAKİYEYİ GÖSTEREN LİSTE
           IF WS-FUNC-HOLD OR WS-FUNC-HOLDREL
                 OR WS-FUNC-BALANCE OR WS-FUNC-TRANSFER
                 OR WS-FUNC-DELETE OR WS-FUNC-LIST
                 OR WS-FUNC-REVERSE
              PERFORM H129-ENSURE-HLD-OPEN
           END-IF.
      * YENİ HESAP AÇILIŞI MÜŞTERİYİ ANA DOSYADAN DOĞRULAR VE HESAP
      * ADINI ORADAN ALIR
           IF WS-FUNC-WRITE
              PERFORM H115-ENSURE-CUS-OPEN
           END-IF.
      * YENİDEN AÇILIŞ ('A') ARŞİVİ OKUMA MODUNDA KULLANIR; O AÇILIŞ
      * H810-FIND-ARCHIVED İÇİNDE KENDİ MODUYLA YAPILIR. TERS KAYIT
      * ('V') DA DENETİM İZİNİ ÖNCE OKUMA MODUNDA TARAR; EKLEME
      * MODUNDA AÇILIŞI H745-SCAN-AUDIT TARAMADAN SONRA YAPAR
           IF WS-FUNC-DELETE
              PERFORM H130-ENSURE-CLS-OPEN
           END-IF.
              MOVE 'Y' TO WS-DRM-OPEN-SW
           END-IF.
       H128-END. EXIT.
      * BLOKE DOSYASINI DAHA AÇIK DEĞİLSE GÜNCELLEME MODUNDA
      * AÇIYORUZ; İLK KULLANIMDA DOSYA HENÜZ YOKSA OLUŞTURULUR (HİÇ
      * BLOKE YOK DEMEKTİR)
       H129-ENSURE-HLD-OPEN.
           IF (NOT WS-HLD-OPEN)
              OPEN I-O HLD-FILE
              IF (NOT HLD-SUCCESS)
                 IF HLD-NOTFND
                    OPEN OUTPUT HLD-FILE
                    CLOSE HLD-FILE
                    OPEN I-O HLD-FILE
                 END-IF
                 IF (NOT HLD-SUCCESS)
                    MOVE HLD-ST TO WS-SUB-RC
                    MOVE 'UNABLE TO OPEN HLDFILE: ' TO WS-SUB-DESC
                    PERFORM H999-PROGRAM-EXIT
                 END-IF
              END-IF
              MOVE 'Y' TO WS-HLD-OPEN-SW
           END-IF.
       H129-END. EXIT.
      * HAREKET GEÇMİŞİ DOSYASINI DAHA AÇIK DEĞİLSE GÜNCELLEME
      * MODUNDA AÇIYORUZ; İLK KULLANIMDA DOSYA HENÜZ YOKSA
      * OLUŞTURULUR (PBE032HR İLE DENETİM İZİNDEN YENİDEN KURULABİLİR)
       H127-ENSURE-AHS-OPEN.
           IF (NOT WS-AHS-OPEN)
              OPEN I-O AHS-FILE
              IF (NOT AHS-SUCCESS)
                 IF AHS-NOTFND
                    OPEN OUTPUT AHS-FILE
                    CLOSE AHS-FILE
                    OPEN I-O AHS-FILE
                 END-IF
                 IF (NOT AHS-SUCCESS)
                    MOVE AHS-ST TO WS-SUB-RC
                    MOVE 'UNABLE TO OPEN AHSFILE: ' TO WS-SUB-DESC
                    PERFORM H999-PROGRAM-EXIT
                 END-IF
              END-IF
              MOVE 'Y' TO WS-AHS-OPEN-SW
           END-IF.
       H127-END. EXIT.
      * DENETİM İZİ DOSYASINI DAHA AÇIK DEĞİLSE SONUNA EKLEME
      * MODUNDA AÇIYORUZ, İLK ÇALIŞMADA DOSYA HENÜZ YOKSA
      * OLUŞTURUYORUZ. DOSYA YOKLUĞU DIŞINDA BİR AÇMA HATASI OLURSA
              CLOSE DRM-FILE
              MOVE 'N' TO WS-DRM-OPEN-SW
           END-IF.
           IF WS-HLD-OPEN
              CLOSE HLD-FILE
              MOVE 'N' TO WS-HLD-OPEN-SW
           END-IF.
           IF WS-AHS-OPEN
              CLOSE AHS-FILE
              MOVE 'N' TO WS-AHS-OPEN-SW
           END-IF.
           IF (NOT WS-CLS-CLOSED)
              CLOSE CLS-FILE
              MOVE ' ' TO WS-CLS-MODE
                 PERFORM H850-SET-DORMANT
              WHEN WS-FUNC-DORMREL
                 PERFORM H860-RELEASE-DORMANT
              WHEN WS-FUNC-INTEREST
                 PERFORM H620-CAPITALIZE-INTEREST
              WHEN WS-FUNC-HOLD
                 PERFORM H630-PLACE-HOLD
              WHEN WS-FUNC-HOLDREL
                 PERFORM H640-RELEASE-HOLD
              WHEN WS-FUNC-REVERSE
                 PERFORM H740-REVERSE
              WHEN OTHER
                 MOVE 99 TO WS-SUB-RC
                 MOVE 'UNKNOWN FUNCTION' TO WS-SUB-DESC
       H500-DELETE-DATA.
      * SİLİNMEDEN ÖNCE MEVCUT KAYDI OKUYORUZ (DENETİM İZİ İÇİN)
           PERFORM H300-READ-DATA.
      * AKTİF BLOKESİ OLAN HESAP KAPATILAMAZ; BLOKELER ÖNCE
      * KALDIRILMALI YA DA SÜRELERİ DOLMALIDIR
           PERFORM H720-SUM-HOLDS.
           IF WS-HLD-TOTAL > 0
                MOVE 32 TO WS-SUB-RC
                MOVE 'ACTIVE HOLDS ON ACCOUNT' TO WS-SUB-DESC
                PERFORM H999-PROGRAM-EXIT
           END-IF.
           MOVE IDX-NAME     TO AUD-OLD-NAME.
           MOVE IDX-DATE     TO AUD-OLD-DATE.
           MOVE IDX-BALLANCE TO AUD-OLD-BALLANCE.
                MOVE 'INSUFFICIENT BALANCE' TO WS-SUB-DESC
                PERFORM H999-PROGRAM-EXIT
           END-IF.
      * BORÇ HAREKETİ BLOKELİ TUTARA DOKUNAMAZ; ALACAK HAREKETİ
      * KULLANILABİLİR BAKİYEYİ YALNIZCA ARTIRDIĞINDAN KONTROL
      * EDİLMEZ
           IF WS-HOLD-AMOUNT < 0
              PERFORM H695-CHECK-AVAILABLE
           END-IF.
      * DENETİM İZİ İÇİN DEĞİŞİKLİK ÖNCESİ/SONRASI BAKİYEYİ SAKLIYORUZ
           MOVE IDX-NAME     TO AUD-OLD-NAME.
           MOVE IDX-DATE     TO AUD-OLD-DATE.
           MOVE IDX-BALLANCE TO WS-BAL-EDIT.
           MOVE WS-BAL-EDIT TO WS-SUB-DATA(1:15).
       H610-END. EXIT.
      * FAİZ KAPİTALİZASYONU ('I'): AY SONUNDA BİRİKMİŞ BRÜT FAİZDEN
      * STOPAJ DÜŞÜLÜR, KALAN NET FAİZ BAKİYEYE EKLENİR. HAREKET
      * BANKANIN KENDİ TAHAKKUKUDUR: ONAY LİMİTİ UYGULANMAZ VE
      * UYKUDAKİ HESAPLAR DA FAİZ ALIR (UYKU YALNIZCA MÜŞTERİ
      * KAYNAKLI HAREKETİ DURDURUR). BRÜT VE STOPAJ TUTARLARI
      * DENETİM KAYDININ EK BİLGİ ALANINA YAZILIR Kİ GL AKTARIMI
      * FAİZ GİDERİNİ VE STOPAJ BORCUNU AYRI AYRI KAYDEDEBİLSİN.
       H620-CAPITALIZE-INTEREST.
           MOVE WS-SUB-I-GROSS TO WS-INT-GROSS.
           MOVE WS-SUB-I-TAX   TO WS-INT-TAX.
      * BRÜT FAİZ POZİTİF, STOPAJ SIFIR İLE BRÜT ARASINDA OLMALI
           IF (WS-INT-GROSS NOT > 0)
                 OR (WS-INT-TAX < 0)
                 OR (WS-INT-TAX > WS-INT-GROSS)
                MOVE 26 TO WS-SUB-RC
                MOVE 'INVALID INTEREST AMOUNT' TO WS-SUB-DESC
                PERFORM H999-PROGRAM-EXIT
           END-IF.
           COMPUTE WS-HOLD-AMOUNT = WS-INT-GROSS - WS-INT-TAX.
           PERFORM H300-READ-DATA.
           COMPUTE WS-NEW-BALLANCE = IDX-BALLANCE + WS-HOLD-AMOUNT.
           MOVE IDX-NAME     TO AUD-OLD-NAME.
           MOVE IDX-DATE     TO AUD-OLD-DATE.
           MOVE IDX-BALLANCE TO AUD-OLD-BALLANCE.
           PERFORM H610-POST-BALANCE.
           MOVE IDX-NAME     TO AUD-NEW-NAME.
           MOVE IDX-DATE     TO AUD-NEW-DATE.
           MOVE IDX-BALLANCE TO AUD-NEW-BALLANCE.
           PERFORM H900-WRITE-AUDIT.
           MOVE 'OK' TO WS-SUB-DESC.
       H620-END. EXIT.
      * BLOKE KOYMA ('P'): HESABA YENİ SIRA NO'LU AKTİF BLOKE
      * YAZILIR. BAKİYE DEĞİŞMEZ, YALNIZCA KULLANILABİLİR BAKİYE
      * AZALIR. HACİZ GİBİ BLOKELER BAKİYEDEN BÜYÜK OLABİLİR (SONRA
      * GELEN ALACAKLARI DA TUTAR); UYKUDAKİ HESABA DA BLOKE
      * KONULABİLİR. İŞLEM ESKİ VE YENİ BAKİYESİ AYNI, EK BİLGİ
      * ALANINDA BLOKE AYRINTISI OLAN BİR DENETİM KAYDIYLA İZE YAZILIR.
       H630-PLACE-HOLD.
           MOVE WS-SUB-H-AMOUNT TO WS-HLD-AMOUNT.
           MOVE WS-SUB-H-REASON TO WS-HLD-REASON.
           MOVE WS-SUB-H-EXPIRY TO WS-HLD-EXPIRY.
           MOVE SPACE           TO WS-HLD-END.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           IF WS-HLD-AMOUNT NOT > 0
                MOVE 26 TO WS-SUB-RC
                MOVE 'INVALID HOLD AMOUNT' TO WS-SUB-DESC
                PERFORM H999-PROGRAM-EXIT
           END-IF.
           MOVE WS-HLD-REASON TO HLD-REASON.
           IF (NOT HLD-REASON-VALID)
                MOVE 26 TO WS-SUB-RC
                MOVE 'INVALID HOLD REASON' TO WS-SUB-DESC
                PERFORM H999-PROGRAM-EXIT
           END-IF.
           IF (WS-HLD-EXPIRY NOT = 0) AND (WS-HLD-EXPIRY < WS-TODAY)
                MOVE 26 TO WS-SUB-RC
                MOVE 'INVALID HOLD EXPIRY DATE' TO WS-SUB-DESC
                PERFORM H999-PROGRAM-EXIT
           END-IF.
           PERFORM H300-READ-DATA.
           PERFORM H720-SUM-HOLDS.
           IF WS-HLD-LAST-NO NOT < 99999
                MOVE 22 TO WS-SUB-RC
                MOVE 'HOLD NUMBER LIMIT REACHED' TO WS-SUB-DESC
                PERFORM H999-PROGRAM-EXIT
           END-IF.
           COMPUTE WS-HLD-NO = WS-HLD-LAST-NO + 1.
           MOVE IDX-ID        TO HLD-ID.
           MOVE IDX-DVZ       TO HLD-DVZ.
           MOVE WS-HLD-NO     TO HLD-NO.
           MOVE WS-HLD-AMOUNT TO HLD-AMOUNT.
           MOVE WS-HLD-REASON TO HLD-REASON.
           MOVE WS-TODAY      TO HLD-PLACED-DATE.
           MOVE WS-HLD-EXPIRY TO HLD-EXPIRY-DATE.
           MOVE 'A'           TO HLD-STATUS.
           MOVE 0             TO HLD-END-DATE.
           MOVE WS-SUB-REF    TO HLD-REF.
           WRITE HLD-REC
              INVALID KEY
                MOVE 23 TO WS-SUB-RC
                MOVE 'UNABLE TO WRITE HLDFILE' TO WS-SUB-DESC
                PERFORM H999-PROGRAM-EXIT
           END-WRITE.
           ADD WS-HLD-AMOUNT TO WS-HLD-TOTAL.
           PERFORM H645-WRITE-HOLD-AUDIT.
           MOVE 'OK' TO WS-SUB-DESC.
       H630-END. EXIT.
      * BLOKE KALDIRMA ('K'): AKTİF BLOKE KALDIRILDI ('R') YA DA
      * GECE İŞİNDEN SÜRE DOLUMU İŞARETİYLE GELDİYSE SÜRESİ DOLDU
      * ('X') DURUMUNA ALINIR. KAYIT SİLİNMEZ Kİ BLOKENİN GEÇMİŞİ
      * DOSYADA KALSIN.
       H640-RELEASE-HOLD.
           MOVE WS-SUB-H-NO        TO WS-HLD-NO.
           MOVE WS-SUB-H-EXPIRE-SW TO WS-HLD-EXPIRE-SW.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           PERFORM H300-READ-DATA.
           MOVE IDX-ID    TO HLD-ID.
           MOVE IDX-DVZ   TO HLD-DVZ.
           MOVE WS-HLD-NO TO HLD-NO.
           READ HLD-FILE
                KEY IS HLD-KEY
                INVALID KEY
                 MOVE 23 TO WS-SUB-RC
                 MOVE 'HOLD NOT FOUND' TO WS-SUB-DESC
                 PERFORM H999-PROGRAM-EXIT
           END-READ.
           IF (NOT HLD-ACTIVE)
                MOVE 22 TO WS-SUB-RC
                MOVE 'HOLD NOT ACTIVE' TO WS-SUB-DESC
                PERFORM H999-PROGRAM-EXIT
           END-IF.
      * SÜRESİZ BLOKENİN SÜRESİ DOLAMAZ
           IF WS-HLD-EXPIRE AND (HLD-EXPIRY-DATE = 0)
                MOVE 26 TO WS-SUB-RC
                MOVE 'HOLD HAS NO EXPIRY DATE' TO WS-SUB-DESC
                PERFORM H999-PROGRAM-EXIT
           END-IF.
           IF WS-HLD-EXPIRE
              MOVE 'X' TO HLD-STATUS
           ELSE
              MOVE 'R' TO HLD-STATUS
           END-IF.
           MOVE WS-TODAY TO HLD-END-DATE.
           MOVE HLD-AMOUNT      TO WS-HLD-AMOUNT.
           MOVE HLD-REASON      TO WS-HLD-REASON.
           MOVE HLD-EXPIRY-DATE TO WS-HLD-EXPIRY.
           MOVE HLD-STATUS      TO WS-HLD-END.
           REWRITE HLD-REC
              INVALID KEY
                MOVE 23 TO WS-SUB-RC
                MOVE 'UNABLE TO UPDATE HLDFILE' TO WS-SUB-DESC
                PERFORM H999-PROGRAM-EXIT
           END-REWRITE.
           PERFORM H720-SUM-HOLDS.
           PERFORM H645-WRITE-HOLD-AUDIT.
           MOVE 'OK' TO WS-SUB-DESC.
       H640-END. EXIT.
      * BLOKE İŞLEMİNİN DENETİM KAYDINI YAZIP ÇAĞIRANA BLOKE NO'SU
      * VE YENİ KULLANILABİLİR BAKİYEYİ DÖNDÜRÜYORUZ
       H645-WRITE-HOLD-AUDIT.
           MOVE IDX-NAME     TO AUD-OLD-NAME.
           MOVE IDX-DATE     TO AUD-OLD-DATE.
           MOVE IDX-BALLANCE TO AUD-OLD-BALLANCE.
           MOVE IDX-NAME     TO AUD-NEW-NAME.
           MOVE IDX-DATE     TO AUD-NEW-DATE.
           MOVE IDX-BALLANCE TO AUD-NEW-BALLANCE.
           PERFORM H900-WRITE-AUDIT.
           MOVE SPACES TO WS-SUB-DATA.
           MOVE WS-HLD-NO TO WS-SUB-HR-NO.
           COMPUTE WS-SUB-HR-AVAIL = IDX-BALLANCE - WS-HLD-TOTAL.
       H645-END. EXIT.
      * HESAPTAN HESABA VİRMAN: BORÇ VE ALACAK BACAĞININ YA İKİSİ
      * BİRDEN İŞLENİR YA DA HİÇBİRİ. İKİ KAYIT DA OKUNUP TUTAR VE
      * BAKİYE KONTROLLERİ GEÇMEDEN HİÇBİR REWRITE YAPILMAZ; ALACAK
                MOVE 'INSUFFICIENT BALANCE' TO WS-SUB-DESC
                PERFORM H999-PROGRAM-EXIT
           END-IF.
      * BORÇLU HESABIN BLOKELİ TUTARI VİRMANLA ÇIKARILAMAZ
           MOVE WS-TRF-FROM-BAL TO WS-NEW-BALLANCE.
           PERFORM H695-CHECK-AVAILABLE.
           MOVE IDX-NAME     TO WS-TRF-FROM-NAME.
           MOVE IDX-DATE     TO WS-TRF-FROM-DATE.
           MOVE IDX-BALLANCE TO WS-TRF-FROM-OLDBAL.
           MOVE WS-TRF-TS-DATE     TO AUD-TS-DATE.
           MOVE WS-TRF-TS-TIME     TO AUD-TS-TIME.
           MOVE WS-SUB-REF         TO AUD-REF.
           MOVE SPACES             TO AUD-EXT-DATA.
           PERFORM H910-WRITE-HISTORY.
           WRITE AUD-REC.
      * ALACAK BACAĞI
           MOVE WS-TRF-TO-ID       TO AUD-ID.
           MOVE WS-TRF-TS-DATE     TO AUD-TS-DATE.
           MOVE WS-TRF-TS-TIME     TO AUD-TS-TIME.
           MOVE WS-SUB-REF         TO AUD-REF.
           MOVE SPACES             TO AUD-EXT-DATA.
           PERFORM H910-WRITE-HISTORY.
           WRITE AUD-REC.
       H670-END. EXIT.
      * ONAY LİMİTİ KONTROLÜ: İŞLEM TUTARININ MUTLAK DEĞERİ
              PERFORM H999-PROGRAM-EXIT
           END-IF.
       H690-END. EXIT.
      * KULLANILABİLİR BAKİYE KONTROLÜ: TAMPONDAKİ HESABIN (IDX-ID/
      * IDX-DVZ) İŞLEM SONRASI BAKİYESİ (WS-NEW-BALLANCE) AKTİF
      * BLOKELERİN TOPLAMININ ALTINA DÜŞÜYORSA HAREKET AYIRT EDİCİ
      * DÖNÜŞ KODUYLA REDDEDİLİR (RC 24 YETERSİZ BAKİYE KALIBIYLA
      * AYNI YÖNTEM)
       H695-CHECK-AVAILABLE.
           PERFORM H720-SUM-HOLDS.
           IF WS-NEW-BALLANCE < WS-HLD-TOTAL
              MOVE 31 TO WS-SUB-RC
              MOVE 'INSUFFICIENT AVAILABLE BALANCE' TO WS-SUB-DESC
              PERFORM H999-PROGRAM-EXIT
           END-IF.
       H695-END. EXIT.
      * UYKUYA ALMA ('S'): HESAP UYKUDAKİ HESAP DOSYASINA
      * İŞARETLENİR. BAKİYE DEĞİŞMEZ; DURUM DEĞİŞİKLİĞİ ESKİ VE
      * YENİ DEĞERLERİ AYNI OLAN BİR DENETİM KAYDIYLA İZE YAZILIR.
                       WS-SUB-POS-DVZ (WS-SUB-POS-COUNT)
                    MOVE IDX-BALLANCE TO
                       WS-SUB-POS-BALANCE (WS-SUB-POS-COUNT)
                    PERFORM H720-SUM-HOLDS
                    COMPUTE WS-SUB-POS-AVAIL (WS-SUB-POS-COUNT) =
                       IDX-BALLANCE - WS-HLD-TOTAL
                 ELSE
                    MOVE 'Y' TO WS-LIST-EOF-SW
                 END-IF
              MOVE 'OK' TO WS-SUB-DESC
           END-IF.
       H700-END. EXIT.
      * TAMPONDAKİ HESABIN (IDX-ID/IDX-DVZ) BLOKELERİNİ START+READ
      * NEXT İLE GEZİP AKTİF OLANLARIN TOPLAMINI VE SON KULLANILAN
      * BLOKE NO'SUNU BULUYORUZ. YALNIZCA BLOKE DOSYASI OKUNUR,
      * IDX-REC TAMPONU DEĞİŞMEZ.
       H720-SUM-HOLDS.
           MOVE 0 TO WS-HLD-TOTAL.
           MOVE 0 TO WS-HLD-LAST-NO.
           MOVE 'N' TO WS-HLD-EOF-SW.
           MOVE IDX-ID  TO HLD-ID.
           MOVE IDX-DVZ TO HLD-DVZ.
           MOVE 0       TO HLD-NO.
           START HLD-FILE KEY IS NOT LESS THAN HLD-KEY
              INVALID KEY
                 MOVE 'Y' TO WS-HLD-EOF-SW
           END-START.
           PERFORM H725-SUM-HOLDS-LOOP UNTIL WS-HLD-EOF.
       H720-END. EXIT.

       H725-SUM-HOLDS-LOOP.
           READ HLD-FILE NEXT RECORD
                AT END MOVE 'Y' TO WS-HLD-EOF-SW
           END-READ.
           IF (NOT WS-HLD-EOF)
              IF (HLD-ID = IDX-ID) AND (HLD-DVZ = IDX-DVZ)
                 MOVE HLD-NO TO WS-HLD-LAST-NO
                 IF HLD-ACTIVE
                    ADD HLD-AMOUNT TO WS-HLD-TOTAL
                 END-IF
              ELSE
                 MOVE 'Y' TO WS-HLD-EOF-SW
              END-IF
           END-IF.
       H725-END. EXIT.
      * TERS KAYIT ('V'): DENETİM İZİNDE REFERANSI VERİLEN ASIL
      * BAKİYE HAREKETİ ('B') YA DA VİRMAN ('T') BULUNUR VE TAM KARŞI
      * TUTARLA GERİ ALINIR; VİRMANIN İKİ BACAĞI BİRLİKTE GERİ ALINIR
      * (BİRİ YAZILAMAZSA DİĞERİ GERİ YÜKLENİR). AYNI REFERANS İKİNCİ
      * KEZ GERİ ALINAMAZ; ASIL HAREKETİN HESABI O TARİHTEN SONRA
      * KAPATILMIŞSA TERS KAYIT REDDEDİLİR. TERS KAYIT BANKANIN KENDİ
      * DÜZELTMESİDİR: ONAY LİMİTİ VE UYKU KONTROLÜ UYGULANMAZ, ANCAK
      * BAKİYE NEGATİFE YA DA BLOKELİ TUTARIN ALTINA DÜŞEMEZ. HER
      * BACAK DENETİM İZİNE 'V' KODU, ORTAK ZAMAN DAMGASI VE EK BİLGİ
      * ALANINDA ASIL HAREKETİN REFERANSIYLA YAZILIR.
       H740-REVERSE.
           MOVE WS-SUB-V-ORG-REF TO WS-REV-ORG-REF.
           IF WS-REV-ORG-REF = SPACES
                MOVE 26 TO WS-SUB-RC
                MOVE 'MISSING ORIGINAL REFERENCE' TO WS-SUB-DESC
                PERFORM H999-PROGRAM-EXIT
           END-IF.
           PERFORM H745-SCAN-AUDIT.
           IF WS-REV-DONE
                MOVE 22 TO WS-SUB-RC
                MOVE 'ALREADY REVERSED' TO WS-SUB-DESC
                PERFORM H999-PROGRAM-EXIT
           END-IF.
           IF WS-REV-LEG-CNT = 0
                MOVE 23 TO WS-SUB-RC
                MOVE 'ORIGINAL NOT FOUND' TO WS-SUB-DESC
                PERFORM H999-PROGRAM-EXIT
           END-IF.
      * 'B' TEK, 'T' İKİ BACAKLI OLMALI; AYNI REFERANSLA BİRDEN
      * FAZLA HAREKET VARSA HANGİSİNİN GERİ ALINACAĞI BELİRSİZDİR
           IF WS-REV-MANY
                 OR (WS-REV-FUNC = 'B' AND WS-REV-LEG-CNT NOT = 1)
                 OR (WS-REV-FUNC = 'T' AND WS-REV-LEG-CNT NOT = 2)
                MOVE 22 TO WS-SUB-RC
                MOVE 'REFERENCE NOT UNIQUE' TO WS-SUB-DESC
                PERFORM H999-PROGRAM-EXIT
           END-IF.
      * GELEN HESAP ASIL HAREKETİN BACAKLARINDAN BİRİ OLMALI
           MOVE 'N' TO WS-REV-OWN-SW.
           PERFORM H742-FIND-OWN-LEG
              VARYING WS-REV-SUB FROM 1 BY 1
              UNTIL WS-REV-SUB > WS-REV-LEG-CNT.
           IF (NOT WS-REV-OWN)
                MOVE 23 TO WS-SUB-RC
                MOVE 'ORIGINAL NOT ON THIS ACCOUNT' TO WS-SUB-DESC
                PERFORM H999-PROGRAM-EXIT
           END-IF.
      * TÜM BACAKLAR OKUNUP KONTROL EDİLMEDEN HİÇBİR REWRITE
      * YAPILMAZ
           PERFORM H755-CHECK-REV-LEG
              VARYING WS-REV-SUB FROM 1 BY 1
              UNTIL WS-REV-SUB > WS-REV-LEG-CNT.
           PERFORM H760-POST-REV-LEG
              VARYING WS-REV-SUB FROM 1 BY 1
              UNTIL WS-REV-SUB > WS-REV-LEG-CNT.
           ACCEPT WS-REV-TS-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-REV-TS-TIME FROM TIME.
           PERFORM H770-WRITE-REV-AUDIT
              VARYING WS-REV-SUB FROM 1 BY 1
              UNTIL WS-REV-SUB > WS-REV-LEG-CNT.
      * GELEN HESABIN YENİ BAKİYESİNİ OKUNABİLİR RAKAMLAR OLARAK ANA
      * PROGRAMA DÖNDÜRÜYORUZ
           MOVE SPACES TO WS-SUB-DATA.
           PERFORM H744-RETURN-OWN-BAL
              VARYING WS-REV-SUB FROM 1 BY 1
              UNTIL WS-REV-SUB > WS-REV-LEG-CNT.
           MOVE 'OK' TO WS-SUB-DESC.
       H740-END. EXIT.
      * GELEN HESABIN ASIL HAREKETİN BACAKLARINDAN BİRİ OLDUĞUNU
      * İŞARETLİYORUZ
       H742-FIND-OWN-LEG.
           IF (WS-REV-L-ID (WS-REV-SUB) = WS-SUB-ID)
                 AND (WS-REV-L-DVZ (WS-REV-SUB) = WS-SUB-DVZ)
              MOVE 'Y' TO WS-REV-OWN-SW
           END-IF.
       H742-END. EXIT.
      * GELEN HESABA AİT BACAĞIN YENİ BAKİYESİNİ DÖNÜŞ ALANINA
      * YAZIYORUZ
       H744-RETURN-OWN-BAL.
           IF (WS-REV-L-ID (WS-REV-SUB) = WS-SUB-ID)
                 AND (WS-REV-L-DVZ (WS-REV-SUB) = WS-SUB-DVZ)
              MOVE WS-REV-L-NEWBAL (WS-REV-SUB) TO WS-BAL-EDIT
              MOVE WS-BAL-EDIT TO WS-SUB-DATA(1:15)
           END-IF.
       H744-END. EXIT.
      * DENETİM İZİNİ BAŞTAN SONA TARIYORUZ (ARŞİV ARAMASIYLA AYNI
      * YÖNTEM): EKLEME MODUNDA AÇIKSA KAPATILIR, OKUMA MODUNDA
      * AÇILIP TARANIR, SONRA TERS KAYDIN YAZILABİLMESİ İÇİN YENİDEN
      * EKLEME MODUNDA AÇILIR. DOSYA HİÇ OLUŞMAMIŞSA ASIL HAREKET
      * BULUNAMAMIŞ SAYILIR.
       H745-SCAN-AUDIT.
           MOVE 0      TO WS-REV-LEG-CNT.
           MOVE SPACE  TO WS-REV-FUNC.
           MOVE 0      TO WS-REV-DATE.
           MOVE 'N'    TO WS-REV-MANY-SW.
           MOVE 'N'    TO WS-REV-DONE-SW.
           IF WS-AUD-OPEN
              CLOSE AUD-FILE
              MOVE 'N' TO WS-AUD-OPEN-SW
           END-IF.
           OPEN INPUT AUD-FILE.
           IF AUD-SUCCESS
              PERFORM H750-SCAN-AUD-LOOP UNTIL AUD-EOF
              CLOSE AUD-FILE
           ELSE
              IF (NOT AUD-NOTFND)
                 MOVE AUD-ST TO WS-SUB-RC
                 MOVE 'UNABLE TO OPEN AUDFILE: ' TO WS-SUB-DESC
                 PERFORM H999-PROGRAM-EXIT
              END-IF
           END-IF.
           PERFORM H120-ENSURE-AUD-OPEN.
       H745-END. EXIT.
      * DENETİM İZİ KRONOLOJİK YAZILDIĞINDAN ASIL HAREKETTEN SONRA
      * GELEN KAPANIŞ ('D') KAYDI HESABIN O TARİHTEN SONRA
      * KAPATILDIĞINI GÖSTERİR
       H750-SCAN-AUD-LOOP.
           READ AUD-FILE
                AT END CONTINUE
           END-READ.
           IF (NOT AUD-EOF)
              IF (AUD-FUNC = 'B' OR AUD-FUNC = 'T')
                    AND (AUD-REF = WS-REV-ORG-REF)
                 IF (WS-REV-LEG-CNT = 2)
                       OR ((WS-REV-LEG-CNT > 0)
                            AND (AUD-FUNC NOT = WS-REV-FUNC))
                    MOVE 'Y' TO WS-REV-MANY-SW
                 ELSE
                    ADD 1 TO WS-REV-LEG-CNT
                    MOVE AUD-FUNC    TO WS-REV-FUNC
                    MOVE AUD-TS-DATE TO WS-REV-DATE
                    MOVE AUD-ID  TO WS-REV-L-ID (WS-REV-LEG-CNT)
                    MOVE AUD-DVZ TO WS-REV-L-DVZ (WS-REV-LEG-CNT)
                    COMPUTE WS-REV-L-DELTA (WS-REV-LEG-CNT) =
                       AUD-NEW-BALLANCE - AUD-OLD-BALLANCE
                    MOVE 'N' TO WS-REV-L-CLS-SW (WS-REV-LEG-CNT)
                 END-IF
              END-IF
              IF (AUD-FUNC = 'V') AND (AUD-REV-REF = WS-REV-ORG-REF)
                 MOVE 'Y' TO WS-REV-DONE-SW
              END-IF
              IF AUD-FUNC = 'D'
                 PERFORM H752-MARK-CLOSED-LEG
                    VARYING WS-REV-SUB FROM 1 BY 1
                    UNTIL WS-REV-SUB > WS-REV-LEG-CNT
              END-IF
           END-IF.
       H750-END. EXIT.

       H752-MARK-CLOSED-LEG.
           IF (AUD-ID = WS-REV-L-ID (WS-REV-SUB))
                 AND (AUD-DVZ = WS-REV-L-DVZ (WS-REV-SUB))
              MOVE 'Y' TO WS-REV-L-CLS-SW (WS-REV-SUB)
           END-IF.
       H752-END. EXIT.
      * BACAĞIN HESABINI OKUYUP TERS KAYIT SONRASI BAKİYESİNİ
      * HESAPLIYORUZ; HENÜZ HİÇBİR ŞEY YAZILMADI. ASIL HAREKETTEN
      * SONRA KAPATILMIŞ (YENİDEN AÇILMIŞ OLSA BİLE) YA DA CANLI
      * DOSYADA OLMAYAN HESAPTA TERS KAYIT YAPILMAZ.
       H755-CHECK-REV-LEG.
           IF WS-REV-L-CLOSED (WS-REV-SUB)
                MOVE 33 TO WS-SUB-RC
                MOVE 'ORIGINAL ACCOUNT CLOSED' TO WS-SUB-DESC
                PERFORM H999-PROGRAM-EXIT
           END-IF.
           MOVE WS-REV-L-ID (WS-REV-SUB)  TO IDX-ID.
           MOVE WS-REV-L-DVZ (WS-REV-SUB) TO IDX-DVZ.
           READ IDX-FILE
                KEY IS IDX-KEY
                INVALID KEY
                 MOVE 33 TO WS-SUB-RC
                 MOVE 'ORIGINAL ACCOUNT CLOSED' TO WS-SUB-DESC
                 PERFORM H999-PROGRAM-EXIT
           END-READ.
           COMPUTE WS-NEW-BALLANCE =
              IDX-BALLANCE - WS-REV-L-DELTA (WS-REV-SUB).
           IF WS-NEW-BALLANCE < 0
                MOVE 24 TO WS-SUB-RC
                MOVE 'INSUFFICIENT BALANCE' TO WS-SUB-DESC
                PERFORM H999-PROGRAM-EXIT
           END-IF.
      * ALACAĞIN GERİ ALINMASI HESABI BORÇLANDIRIR; BLOKELİ TUTARA
      * DOKUNAMAZ
           IF WS-REV-L-DELTA (WS-REV-SUB) > 0
              PERFORM H695-CHECK-AVAILABLE
           END-IF.
           MOVE IDX-NAME        TO WS-REV-L-NAME (WS-REV-SUB).
           MOVE IDX-DATE        TO WS-REV-L-DATE (WS-REV-SUB).
           MOVE IDX-BALLANCE    TO WS-REV-L-OLDBAL (WS-REV-SUB).
           MOVE WS-NEW-BALLANCE TO WS-REV-L-NEWBAL (WS-REV-SUB).
       H755-END. EXIT.
      * BACAĞIN YENİ BAKİYESİNİ YAZIYORUZ; İKİNCİ BACAK YAZILAMAZSA
      * BİRİNCİ BACAK GERİ YÜKLENİR Kİ TERS KAYIT YARIM KALMASIN
       H760-POST-REV-LEG.
           MOVE WS-REV-L-ID (WS-REV-SUB)  TO IDX-ID.
           MOVE WS-REV-L-DVZ (WS-REV-SUB) TO IDX-DVZ.
           READ IDX-FILE
                KEY IS IDX-KEY
                INVALID KEY
                 PERFORM H765-BACKOUT-REV-LEG
           END-READ.
           MOVE WS-REV-L-NEWBAL (WS-REV-SUB) TO IDX-BALLANCE.
           REWRITE IDX-REC
              INVALID KEY
                PERFORM H765-BACKOUT-REV-LEG
           END-REWRITE.
       H760-END. EXIT.
      * YAZILAMAYAN BACAKTAN ÖNCE İŞLENMİŞ BACAK VARSA ESKİ
      * BAKİYESİNİ GERİ YÜKLÜYORUZ; DENETİM İZİNE HİÇBİR BACAK
      * YAZILMAZ. GERİ ALMA DA BAŞARISIZ OLURSA DOSYA TUTARSIZ
      * DEMEKTİR, AÇIK HATA İLE ÇIKIYORUZ (VİRMAN GERİ ALMASIYLA AYNI)
       H765-BACKOUT-REV-LEG.
           IF WS-REV-SUB > 1
              MOVE WS-REV-L-ID (1)  TO IDX-ID
              MOVE WS-REV-L-DVZ (1) TO IDX-DVZ
              READ IDX-FILE
                   KEY IS IDX-KEY
                   INVALID KEY
                    MOVE 23 TO WS-SUB-RC
                    MOVE 'REVERSAL BACKOUT FAILED' TO WS-SUB-DESC
                    PERFORM H999-PROGRAM-EXIT
              END-READ
              MOVE WS-REV-L-OLDBAL (1) TO IDX-BALLANCE
              REWRITE IDX-REC
                 INVALID KEY
                   MOVE 23 TO WS-SUB-RC
                   MOVE 'REVERSAL BACKOUT FAILED' TO WS-SUB-DESC
                   PERFORM H999-PROGRAM-EXIT
              END-REWRITE
           END-IF.
           MOVE 23 TO WS-SUB-RC.
           MOVE 'UNABLE TO UPDATE VSAM' TO WS-SUB-DESC.
           PERFORM H999-PROGRAM-EXIT.
       H765-END. EXIT.
      * TERS KAYDIN BACAĞINI ORTAK ZAMAN DAMGASI VE ASIL HAREKETİN
      * REFERANSIYLA DENETİM İZİNE YAZIYORUZ
       H770-WRITE-REV-AUDIT.
           MOVE WS-REV-L-ID (WS-REV-SUB)     TO AUD-ID.
           MOVE WS-REV-L-DVZ (WS-REV-SUB)    TO AUD-DVZ.
           MOVE 'V'                          TO AUD-FUNC.
           MOVE WS-REV-L-NAME (WS-REV-SUB)   TO AUD-OLD-NAME.
           MOVE WS-REV-L-DATE (WS-REV-SUB)   TO AUD-OLD-DATE.
           MOVE WS-REV-L-OLDBAL (WS-REV-SUB) TO AUD-OLD-BALLANCE.
           MOVE WS-REV-L-NAME (WS-REV-SUB)   TO AUD-NEW-NAME.
           MOVE WS-REV-L-DATE (WS-REV-SUB)   TO AUD-NEW-DATE.
           MOVE WS-REV-L-NEWBAL (WS-REV-SUB) TO AUD-NEW-BALLANCE.
           MOVE WS-REV-TS-DATE               TO AUD-TS-DATE.
           MOVE WS-REV-TS-TIME               TO AUD-TS-TIME.
           MOVE WS-SUB-REF                   TO AUD-REF.
           MOVE SPACES                       TO AUD-EXT-DATA.
           MOVE WS-REV-ORG-REF               TO AUD-REV-REF.
           MOVE WS-REV-FUNC                  TO AUD-REV-FUNC.
           MOVE WS-REV-DATE                  TO AUD-REV-DATE.
           PERFORM H910-WRITE-HISTORY.
           WRITE AUD-REC.
       H770-END. EXIT.
      * KAPALI HESABIN ARŞİVDEN GERİ YÜKLENMESİ (YENİDEN AÇILIŞ):
      * ANAHTAR CANLI DOSYADA ZATEN VARSA REDDEDİLİR; ARŞİV
      * KRONOLOJİK YAZILDIĞINDAN EN GÜNCEL EŞLEŞEN KAYIT SON EŞLEŞEN
           MOVE WS-SUB-REF   TO AUD-REF.
           ACCEPT AUD-TS-DATE FROM DATE YYYYMMDD.
           ACCEPT AUD-TS-TIME FROM TIME.
      * FONKSİYONA ÖZGÜ EK BİLGİ; İLGİSİZ FONKSİYONLARDA BOŞ KALIR
           MOVE SPACES       TO AUD-EXT-DATA.
           IF WS-FUNC-INTEREST
              MOVE WS-INT-GROSS TO AUD-INT-GROSS
              MOVE WS-INT-TAX   TO AUD-INT-TAX
           END-IF.
           IF WS-FUNC-HOLD OR WS-FUNC-HOLDREL
              MOVE WS-HLD-NO     TO AUD-HLD-NO
              MOVE WS-HLD-AMOUNT TO AUD-HLD-AMOUNT
              MOVE WS-HLD-REASON TO AUD-HLD-REASON
              MOVE WS-HLD-EXPIRY TO AUD-HLD-EXPIRY
              MOVE WS-HLD-END    TO AUD-HLD-END
           END-IF.
           PERFORM H910-WRITE-HISTORY.
           WRITE AUD-REC.
       H900-END. EXIT.
      * DENETİM İZİNE YAZILACAK KAYDIN KOPYASINI HESAP HAREKET
      * GEÇMİŞİNE YAZIYORUZ (KAYIT ALANI WRITE SONRASI KULLANILAMAZ,
      * BU YÜZDEN DENETİM KAYDI YAZILMADAN ÖNCE ÇAĞRILIR). AYNI
      * HESABA AYNI SANİYEDE DÜŞEN KAYIT VARSA SIRA NO ARTIRILARAK
      * TEKRAR DENENİR. GEÇMİŞ DOSYASI
      * DENETİM İZİNDEN YENİDEN KURULABİLDİĞİNDEN YAZMA HATASI
      * İŞLEMİ DURDURMAZ
       H910-WRITE-HISTORY.
           MOVE AUD-ID      TO AHS-ID.
           MOVE AUD-DVZ     TO AHS-DVZ.
           MOVE AUD-TS-DATE TO AHS-TS-DATE.
           MOVE AUD-TS-TIME TO AHS-TS-TIME.
           MOVE 0           TO AHS-SEQ.
           MOVE AUD-REC     TO AHS-AUD-IMAGE.
           MOVE 'N' TO WS-AHS-DONE-SW.
           PERFORM H915-WRITE-HISTORY-TRY UNTIL WS-AHS-DONE.
       H910-END. EXIT.

       H915-WRITE-HISTORY-TRY.
           WRITE AHS-REC
              INVALID KEY
                 CONTINUE
           END-WRITE.
           IF AHS-DUPKEY AND (AHS-SEQ < 999)
              ADD 1 TO AHS-SEQ
           ELSE
              MOVE 'Y' TO WS-AHS-DONE-SW
           END-IF.
       H915-END. EXIT.
      * ANA PROGRAMA DÖNÜYORUZ. DOSYALAR BURADA KAPATILMAZ: TOPLU İŞ
      * BOYUNCA AÇIK KALIR, SÜRÜCÜ PROGRAMIN İŞ SONUNDA GÖNDERDİĞİ
      * 'C' FONKSİYONU İLE H140-CLOSE-FILES KAPATIR
