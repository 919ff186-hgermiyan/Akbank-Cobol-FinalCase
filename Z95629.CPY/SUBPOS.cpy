           03 WS-SUB-POS-ENTRY OCCURS 20 TIMES.
              05 WS-SUB-POS-DVZ      PIC 9(03).
              05 WS-SUB-POS-BALANCE  PIC S9(15).
      * KULLANILABİLİR BAKİYE: BAKİYEDEN AKTİF BLOKELER DÜŞÜLMÜŞ
              05 WS-SUB-POS-AVAIL    PIC S9(15).
