      *****************************************************************
      * GLMTAB     - DEFTERİKEBİR (GL) HESAP EŞLEME TABLOSU.
      *              DENETİM İZİNDEKİ BAKİYE DEĞİŞTİREN HER FONKSİYON
      *              KODU (W/D/B/T/I) VE DÖVİZ İÇİN, MÜŞTERİ MEVDUAT
      *              (PASİF) HESABI İLE KARŞI (KASA/TAKAS) HESABININ
      *              GL NUMARALARINI VERİR. PBE015GL BORÇ/ALACAK
      *              KAYITLARINI BU TABLODAN ÜRETİR.
      *              HESAP DÜZENİ: 3+DÖVİZ+0001 MÜŞTERİ MEVDUATI,
      *              1+DÖVİZ+0001 KASA, ...0002 BAKİYE DÜZELTME,
      *              ...0003 VİRMAN TAKAS, 6+DÖVİZ+0001 MEVDUAT
      *              FAİZ GİDERİ, 3+DÖVİZ+0002 ÖDENECEK STOPAJ.
      *              'X' SATIRLARI DENETİM FONKSİYON KODU DEĞİLDİR:
      *              FAİZ ('I') KAYDINDAN KESİLEN STOPAJIN MEVDUAT
      *              HESABINDAN STOPAJ BORCUNA AKTARIMINI EŞLER.
      *              TERS KAYIT ('V') AYRI SATIR KULLANMAZ: GERİ
      *              ALDIĞI HAREKETİN ('B'/'T') SATIRIYLA EŞLENİR.
      *****************************************************************
       01  WS-GLM-TABLE-INIT.
           05 FILLER PIC X(20) VALUE 'W9493949000119490001'.
           05 FILLER PIC X(20) VALUE 'T9783978000119780003'.
           05 FILLER PIC X(20) VALUE 'T8263826000118260003'.
           05 FILLER PIC X(20) VALUE 'T3923392000113920003'.
           05 FILLER PIC X(20) VALUE 'I9493949000169490001'.
           05 FILLER PIC X(20) VALUE 'I8403840000168400001'.
           05 FILLER PIC X(20) VALUE 'I9783978000169780001'.
           05 FILLER PIC X(20) VALUE 'I8263826000168260001'.
           05 FILLER PIC X(20) VALUE 'I3923392000163920001'.
           05 FILLER PIC X(20) VALUE 'X9493949000139490002'.
           05 FILLER PIC X(20) VALUE 'X8403840000138400002'.
           05 FILLER PIC X(20) VALUE 'X9783978000139780002'.
           05 FILLER PIC X(20) VALUE 'X8263826000138260002'.
           05 FILLER PIC X(20) VALUE 'X3923392000133920002'.
       01  WS-GLM-TABLE REDEFINES WS-GLM-TABLE-INIT.
           05 WS-GLM-ENTRY OCCURS 30 TIMES INDEXED BY WS-GLM-IDX.
              10 WS-GLM-FUNC  PIC X(01).
              10 WS-GLM-DVZ   PIC 9(03).
              10 WS-GLM-LIA   PIC X(08).
