           05 FILLER PIC X(06) VALUE 'F00000'.
           05 FILLER PIC X(06) VALUE 'S00000'.
           05 FILLER PIC X(06) VALUE 'E00000'.
           05 FILLER PIC X(06) VALUE 'I00000'.
           05 FILLER PIC X(06) VALUE 'P00000'.
           05 FILLER PIC X(06) VALUE 'K00000'.
           05 FILLER PIC X(06) VALUE 'V00000'.
           05 FILLER PIC X(06) VALUE '?00000'.
       01  WS-FT-TABLE REDEFINES WS-FT-TABLE-INIT.
           05 WS-FT-ENTRY OCCURS 15 TIMES INDEXED BY WS-FT-IDX.
              10 WS-FT-FUNC     PIC X(01).
              10 WS-FT-COUNT    PIC 9(05).
      * LİSTE SATIRLARININ BİÇİMİ
           SET WS-FT-IDX TO 1.
           SEARCH WS-FT-ENTRY
              AT END
                 ADD 1 TO WS-FT-COUNT (15)
              WHEN WS-FT-FUNC (WS-FT-IDX) = SW-FUNC
                 ADD 1 TO WS-FT-COUNT (WS-FT-IDX)
           END-SEARCH.
       H420-WRITE-DAY-TOTALS.
           MOVE 1 TO WS-FT-SUB.
           PERFORM H425-WRITE-FUNC-TOTAL
              UNTIL WS-FT-SUB > 15.
           MOVE SPACES TO RPT-REC.
           PERFORM H450-WRITE-RPT-REC.
       H420-END. EXIT.
