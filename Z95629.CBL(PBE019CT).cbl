      * GEÇMİŞ VE YENİ DÖNEM DOSYALARI AUD-REC İLE AYNI UZUNLUKTADIR
      * (AUDREC DEĞİŞİRSE BU İKİ KAYIT DA BİRLİKTE GÜNCELLENMELİDİR)
       FD  HIS-FILE RECORDING MODE F.
       01  HIS-REC              PIC X(140).

       FD  NEW-FILE RECORDING MODE F.
       01  NEW-REC              PIC X(140).

       FD  PRM-FILE RECORDING MODE F.
       01  PRM-REC.
           03 SW-NEW-DATE       PIC S9(7)   COMP-3.
           03 SW-NEW-BALLANCE   PIC S9(15)  COMP-3.
           03 SW-REF            PIC X(12).
           03 SW-EXT-DATA       PIC X(24).

       WORKING-STORAGE SECTION.
       01  WS-WORK-AREA.
              MOVE AUD-NEW-DATE     TO SW-NEW-DATE
              MOVE AUD-NEW-BALLANCE TO SW-NEW-BALLANCE
              MOVE AUD-REF          TO SW-REF
              MOVE AUD-EXT-DATA     TO SW-EXT-DATA
              RELEASE SW-REC
           END-IF.
       H220-END. EXIT.
           MOVE SW-TS-DATE       TO AUD-TS-DATE.
           MOVE SW-TS-TIME       TO AUD-TS-TIME.
           MOVE SW-REF           TO AUD-REF.
           MOVE SW-EXT-DATA      TO AUD-EXT-DATA.
       H430-END. EXIT.
      * HESAP KIRILIMI: KESİM ÖNCESİ KAYDI OLAN HESABA, KAPANIŞ
      * BAKİYESİNİ TAŞIYAN DEVİR ('F') KAYDINI YENİ DOSYAYA
              MOVE WS-CUTOFF-DATE TO AUD-TS-DATE
              MOVE 235959      TO AUD-TS-TIME
              MOVE SPACES      TO AUD-REF
              MOVE SPACES      TO AUD-EXT-DATA
              WRITE NEW-REC FROM AUD-REC
              IF (NOT NEW-SUCCESS)
                 DISPLAY 'UNABLE TO WRITE AUDNEW: ' NEW-ST
