      *****************************************************************
      * CALAREA    - PBEGCAL ÇAĞRI ARAYÜZÜ (WS-CAL-AREA)
      *              İŞ GÜNÜ TAKVİMİ SORGULARI İÇİN ANA PROGRAM İLE
      *              PBEGCAL ARASINDA PAYLAŞILAN PARAMETRE ALANI.
      *              SORGULANAN TARİH WS-CAL-DATE İLE GİDER, SONUÇ
      *              WS-CAL-RESULT VE ANAHTARLARLA DÖNER.
      *****************************************************************
       01  WS-CAL-AREA.
           05 WS-CAL-FUNC   PIC X(1).
      * GÜN TÜRÜ SORGUSU: TARİH ÇALIŞMA GÜNÜ MÜ, TÜRÜ NE
              88 WS-CAL-FUNC-CHECK      VALUE 'W'.
      * TARİHTEN SONRAKİ İLK ÇALIŞMA GÜNÜ
              88 WS-CAL-FUNC-NEXT       VALUE 'N'.
      * TARİHTEN ÖNCEKİ SON ÇALIŞMA GÜNÜ
              88 WS-CAL-FUNC-PREV       VALUE 'P'.
      * TARİH AYIN SON ÇALIŞMA GÜNÜ MÜ; WS-CAL-RESULT'TA SONRAKİ
      * ÇALIŞMA GÜNÜ DÖNER
              88 WS-CAL-FUNC-LAST       VALUE 'L'.
      * TOPLU İŞ SONU: PBEGCAL AÇIK TUTTUĞU TAKVİM DOSYASINI KAPATIR
              88 WS-CAL-FUNC-CLOSE      VALUE 'C'.
           05 WS-CAL-DATE   PIC 9(8).
           05 WS-CAL-RESULT PIC 9(8).
      * WS-CAL-DATE'İN GÜN TÜRÜ: W=İŞ GÜNÜ, Y=YARIM GÜN, S=HAFTA
      * SONU, H=RESMİ TATİL
           05 WS-CAL-DAY-TYPE PIC X(1).
              88 WS-CAL-WORKING         VALUE 'W' 'Y'.
              88 WS-CAL-HALF-DAY        VALUE 'Y'.
              88 WS-CAL-WEEKEND         VALUE 'S'.
              88 WS-CAL-HOLIDAY         VALUE 'H'.
           05 WS-CAL-LAST-SW PIC X(1).
              88 WS-CAL-MONTH-LAST      VALUE 'Y'.
      * 00=TAMAM, 40=YILIN TAKVİMİ YOK, 41=GEÇERSİZ TARİH,
      * 42=ARAMA SINIRI İÇİNDE ÇALIŞMA GÜNÜ YOK; DİĞERLERİ DOSYA
      * DURUM KODUDUR
           05 WS-CAL-RC     PIC 9(2).
           05 WS-CAL-DESC   PIC X(30).
