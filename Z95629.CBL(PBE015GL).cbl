       PROGRAM-ID. PBE015GL.
       AUTHOR.     Halim Germiyan.
      * DEFTERİKEBİR (GL) GECE AKTARIMI: DENETİM İZİNDEKİ BAKİYE
      * DEĞİŞTİREN HER HAREKET (W/D/B/T/I/V, ESKİ/YENİ BAKİYE FARKI)
      * GLMTAB EŞLEME TABLOSUNDAN BULUNAN HESAP NUMARALARIYLA
      * DENGELİ BORÇ/ALACAK KAYIT ÇİFTİNE ÇEVRİLİR VE GLXFILE
      * AKTARIM DOSYASINA YAZILIR. DOSYA, PBE006HW'NİN INPFILE
      * KONTROLÜYLE AYNI YÖNTEMLE DOĞRULANABİLSİN DİYE BAŞLIK ('H'),
      * DÖVİZ BAZINDA KONTROL TOPLAMI ('C') VE ÖZET ('Z') KAYITLARI
      * TAŞIR. MUHASEBE ARTIK PBE008AR RAPORUNDAN ELLE GİRİŞ YAPMAZ.
      * TERS KAYIT ('V') ASIL HAREKETİN ('B'/'T') EŞLEME SATIRIYLA
      * AYNI HESAPLARA TERS YÖNDE KAYDEDİLİR, ANCAK KAYNAK FONKSİYON
      * KODU 'V' OLARAK AKTARILIR Kİ GL'DE AYRI İZLENEBİLSİN.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           03 SW-FUNC           PIC X(01).
           03 SW-OLD-BALLANCE   PIC S9(15)  COMP-3.
           03 SW-NEW-BALLANCE   PIC S9(15)  COMP-3.
      * FAİZ ('I') HAREKETİNİN BRÜT FAİZİ VE STOPAJI; DİĞER
      * FONKSİYONLARDA SIFIRDIR
           03 SW-INT-GROSS      PIC S9(15)  COMP-3.
           03 SW-INT-TAX        PIC S9(15)  COMP-3.
      * TERS KAYDIN ('V') GERİ ALDIĞI ASIL HAREKETİN FONKSİYONU;
      * DİĞER FONKSİYONLARDA BOŞTUR
           03 SW-REV-FUNC       PIC X(01).

      * AKTARIM DOSYASI: 'H' BAŞLIK, 'P' BORÇ/ALACAK KAYDI, 'C'
      * DÖVİZ KONTROL TOPLAMI, 'Z' ÖZET. ALICI SİSTEM 'Z' KAYDINDAKİ
           03 WS-ABS-AMT        PIC 9(15).
      * YAZILACAK KAYDIN GL HESAP NUMARASI
           03 WS-GL-ACCT        PIC X(08).
      * EŞLEME TABLOSUNDA ARANAN SATIR KODU: HAREKETİN FONKSİYON
      * KODU, FAİZİN STOPAJ BACAĞINDA 'X'
           03 WS-GL-FUNC        PIC X(01).
      * AKTARIM KAYDINA YAZILAN KAYNAK FONKSİYON KODU; TERS KAYITTA
      * EŞLEME SATIR KODUNDAN (ASIL HAREKETİN KODU) FARKLIDIR
           03 WS-GL-SRC-FUNC    PIC X(01).
      * DÖVİZ BAZINDA VE GENEL KONTROL TOPLAMLARI; TAŞAN YÜKSEK
      * BASAMAKLAR ÖZET TOPLAM GELENEĞİNCE ATILIR
           03 WS-CUR-COUNT      PIC 9(07) VALUE 0.
           END-READ.
           IF (NOT AUD-EOF)
              IF (AUD-FUNC = 'W' OR AUD-FUNC = 'D'
                    OR AUD-FUNC = 'B' OR AUD-FUNC = 'T'
                    OR AUD-FUNC = 'I' OR AUD-FUNC = 'V')
                    AND (AUD-NEW-BALLANCE NOT = AUD-OLD-BALLANCE)
                    AND (AUD-TS-DATE = WS-EXTRACT-DATE)
                 MOVE AUD-DVZ          TO SW-DVZ
                 MOVE AUD-FUNC         TO SW-FUNC
                 MOVE AUD-OLD-BALLANCE TO SW-OLD-BALLANCE
                 MOVE AUD-NEW-BALLANCE TO SW-NEW-BALLANCE
                 IF AUD-FUNC = 'I'
                    MOVE AUD-INT-GROSS TO SW-INT-GROSS
                    MOVE AUD-INT-TAX   TO SW-INT-TAX
                 ELSE
                    MOVE 0 TO SW-INT-GROSS
                    MOVE 0 TO SW-INT-TAX
                 END-IF
                 IF AUD-FUNC = 'V'
                    MOVE AUD-REV-FUNC TO SW-REV-FUNC
                 ELSE
                    MOVE SPACE TO SW-REV-FUNC
                 END-IF
                 RELEASE SW-REC
              END-IF
           END-IF.
      * TEK BİR HAREKETİ DENGELİ BORÇ/ALACAK ÇİFTİNE ÇEVİRİYORUZ.
      * MÜŞTERİ BAKİYESİ PASİF HESAPTIR: BAKİYE ARTIŞINDA KARŞI
      * HESAP BORÇLANIR, MEVDUAT ALACAKLANIR; AZALIŞTA TERSİ OLUR.
      * TERS KAYDIN FARKI ASIL HAREKETİN FARKININ TERSİ OLDUĞUNDAN
      * ASIL HAREKETİN SATIRIYLA EŞLENDİĞİNDE KAYIT ÇİFTİ DE TERS
      * YÖNDE ÇIKAR.
       H430-WRITE-POSTINGS.
           IF SW-FUNC = 'I'
              PERFORM H432-WRITE-INTEREST
           ELSE
              COMPUTE WS-DELTA = SW-NEW-BALLANCE - SW-OLD-BALLANCE
              MOVE SW-FUNC TO WS-GL-SRC-FUNC
              IF SW-FUNC = 'V'
                 MOVE SW-REV-FUNC TO WS-GL-FUNC
              ELSE
                 MOVE SW-FUNC TO WS-GL-FUNC
              END-IF
              PERFORM H431-FIND-MAPPING
           END-IF.
       H430-END. EXIT.
      * EŞLEME TABLOSUNDA SATIR KODU VE DÖVİZE UYAN SATIRI BULUP
      * KAYIT ÇİFTİNİ YAZIYORUZ
       H431-FIND-MAPPING.
           SET WS-GLM-IDX TO 1.
           SEARCH WS-GLM-ENTRY
              AT END
                 PERFORM H435-MAP-MISSING
              WHEN (WS-GLM-FUNC (WS-GLM-IDX) = WS-GL-FUNC)
                    AND (WS-GLM-DVZ (WS-GLM-IDX) = SW-DVZ)
                 PERFORM H440-WRITE-PAIR
           END-SEARCH.
       H431-END. EXIT.
      * FAİZ KAPİTALİZASYONU İKİ ÇİFT ÜRETİR: BRÜT FAİZ FAİZ
      * GİDERİNDEN MEVDUATA ALACAKLANIR ('I' SATIRI), KESİLEN STOPAJ
      * MEVDUATTAN STOPAJ BORCUNA AKTARILIR ('X' SATIRI). İKİ ÇİFTİN
      * MEVDUATA NET ETKİSİ BAKİYE FARKINA (NET FAİZE) EŞİTTİR.
       H432-WRITE-INTEREST.
           MOVE SW-INT-GROSS TO WS-DELTA.
           MOVE 'I' TO WS-GL-FUNC.
           MOVE 'I' TO WS-GL-SRC-FUNC.
           PERFORM H431-FIND-MAPPING.
           IF SW-INT-TAX > 0
              COMPUTE WS-DELTA = 0 - SW-INT-TAX
              MOVE 'X' TO WS-GL-FUNC
              MOVE 'X' TO WS-GL-SRC-FUNC
              PERFORM H431-FIND-MAPPING
           END-IF.
       H432-END. EXIT.
      * EŞLEMESİ OLMAYAN FONKSİYON/DÖVİZ: HAREKET AKTARILMAZ,
      * SESSİZCE GEÇİLMEZ
       H435-MAP-MISSING.
           DISPLAY 'NO GL MAPPING FOR FUNC ' WS-GL-SRC-FUNC
              ' ' WS-GL-FUNC ' CURRENCY ' SW-DVZ.
           ADD 1 TO WS-CNT-UNMAPPED.
       H435-END. EXIT.
      * BORÇ VE ALACAK KAYITLARINI YAZIP KONTROL TOPLAMLARINI
           MOVE SW-DVZ      TO GLX-DVZ.
           MOVE SW-TS-DATE  TO GLX-DATE.
           MOVE SW-ID       TO GLX-SRC-ID.
           MOVE WS-GL-SRC-FUNC TO GLX-SRC-FUNC.
       H470-END. EXIT.
      * DÖVİZ KONTROL TOPLAMI KAYDINI YAZIP DÖVİZ SAYAÇLARINI
      * SIFIRLIYORUZ
