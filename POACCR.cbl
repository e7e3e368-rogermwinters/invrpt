           05  PO-ORDERED-MAST         PIC S9(8)V99.
           05  PO-VOUCHERED-MAST       PIC S9(8)V99.
           05  PO-STATUS-MAST          PIC X.
           05  PO-RECEIVED-MAST        PIC S9(8)V99.

       FD  ACCRUAL-CONTROL-FILE RECORDING MODE IS F.
       01  ACCRUAL-CONTROL-RECORD.
           05  NUMBER-LINES-PER-PAGE-WS    PIC 99          VALUE ZERO.
           05  LINES-PER-PAGE-WS           PIC 99          VALUE 50.

           05  HOLD-STAMP-WS.
               10  HOLD-DATE-WS.
                   15  HOLD-YR-WS      PIC XXXX.
                   15  HOLD-MO-WS      PIC XX.
                   15  HOLD-DY-WS      PIC XX.
               10  HOLD-TIME-WS        PIC X(6).

       01  STORE-ACCRUAL-TABLE.
           05  STORE-ACCR-COUNT-WS         PIC 9(3)        VALUE ZERO.
           05  FILLER                   PIC X          VALUE 'T'.
           05  GL-TRAILER-COUNT-OUT     PIC 9(5).
           05  GL-TRAILER-HASH-OUT      PIC 9(10).99.
           05  GL-TRAILER-SOURCE-OUT    PIC X(6).
           05  GL-TRAILER-RUN-ID-OUT    PIC X(14).
           05  FILLER                   PIC X          VALUE SPACE.

       01  ACCRUAL-DETAIL-LINE-SETUP.
           05  ACCR-STORE-OUT      PIC XXX.
               INVALID KEY MOVE 'YES' TO EOF-MAST-WS
           END-START

           MOVE FUNCTION CURRENT-DATE TO HOLD-STAMP-WS

           MOVE HOLD-MO-WS TO HEADER-MO-OUT
           MOVE HOLD-DY-WS TO HEADER-DY-OUT

           MOVE GL-LINE-COUNT-WS TO GL-TRAILER-COUNT-OUT
           MOVE GL-HASH-TOTAL-WS TO GL-TRAILER-HASH-OUT
           MOVE 'ACCRUE'         TO GL-TRAILER-SOURCE-OUT
           MOVE HOLD-STAMP-WS    TO GL-TRAILER-RUN-ID-OUT

           MOVE GL-TRAILER-LINE-SETUP TO ACCRUAL-GL-RECORD
           WRITE ACCRUAL-GL-RECORD

           MOVE REV-LINE-COUNT-WS TO GL-TRAILER-COUNT-OUT
           MOVE REV-HASH-TOTAL-WS TO GL-TRAILER-HASH-OUT
           MOVE 'REVRSE'          TO GL-TRAILER-SOURCE-OUT
           MOVE HOLD-STAMP-WS     TO GL-TRAILER-RUN-ID-OUT

           MOVE GL-TRAILER-LINE-SETUP TO REVERSAL-GL-RECORD
           WRITE REVERSAL-GL-RECORD.
