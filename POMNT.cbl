           05  PO-ORDERED-MAST         PIC S9(8)V99.
           05  PO-VOUCHERED-MAST       PIC S9(8)V99.
           05  PO-STATUS-MAST          PIC X.
           05  PO-RECEIVED-MAST        PIC S9(8)V99.

       WORKING-STORAGE SECTION.
       01  WORKING-VARIABLES.
           05  OPEN-ORDERED-TOTAL-WS       PIC S9(10)V99   VALUE ZERO.
           05  OPEN-VOUCHERED-TOTAL-WS     PIC S9(10)V99   VALUE ZERO.
           05  OPEN-REMAINING-TOTAL-WS     PIC S9(10)V99   VALUE ZERO.
           05  OPEN-RECEIVED-TOTAL-WS      PIC S9(10)V99   VALUE ZERO.
           05  OPEN-UNINVOICED-TOTAL-WS    PIC S9(10)V99   VALUE ZERO.
           05  PO-REMAINING-WS             PIC S9(9)V99    VALUE ZERO.
           05  PO-UNINVOICED-WS            PIC S9(9)V99    VALUE ZERO.

           05  HOLD-DATE-WS.
               10  HOLD-YR-WS          PIC XXXX.
           05                      PIC X(9)       VALUE 'VOUCHERED'.
           05                      PIC X(8)       VALUE SPACE.
           05                      PIC X(9)       VALUE 'REMAINING'.
           05                      PIC X(11)      VALUE SPACE.
           05                      PIC X(8)       VALUE 'RECEIVED'.
           05                      PIC X(5)       VALUE SPACE.
           05                      PIC X(17)      VALUE
                               'RCVD NOT INVOICED'.

       01  STATUS-DETAIL-LINE-SETUP.
           05  STATUS-PO-OUT       PIC X(12).
           05  STATUS-VOUCHERED-OUT PIC $$$$,$$$,$$9.99BCR.
           05  FILLER              PIC X(2)       VALUE SPACE.
           05  STATUS-REMAINING-OUT PIC $$$$,$$$,$$9.99BCR.
           05  FILLER              PIC X(2)       VALUE SPACE.
           05  STATUS-RECEIVED-OUT PIC $$$$,$$$,$$9.99BCR.
           05  FILLER              PIC X(2)       VALUE SPACE.
           05  STATUS-UNINVOICED-OUT PIC $$$$,$$$,$$9.99BCR.

       01  STATUS-TOTAL-LINE-SETUP.
           05  FILLER              PIC X(5)       VALUE SPACE.
           05  STATUS-TOT-VOUCHERED-OUT PIC $$,$$$,$$$,$$9.99BCR.
           05  FILLER              PIC X(2)       VALUE SPACE.
           05  STATUS-TOT-REMAINING-OUT PIC $$,$$$,$$$,$$9.99BCR.
           05  FILLER              PIC X(2)       VALUE SPACE.
           05  STATUS-TOT-RECEIVED-OUT  PIC $$,$$$,$$$,$$9.99BCR.
           05  FILLER              PIC X(2)       VALUE SPACE.
           05  STATUS-TOT-UNINVOICED-OUT PIC $$,$$$,$$$,$$9.99BCR.

       01  STATUS-COUNT-LINE-SETUP.
           05  FILLER              PIC X(5)       VALUE SPACE.
               MOVE TRAN-ORDERED-IN  TO PO-ORDERED-MAST
               MOVE ZERO             TO PO-VOUCHERED-MAST
               MOVE 'O'              TO PO-STATUS-MAST
               MOVE ZERO             TO PO-RECEIVED-MAST

               WRITE PO-MASTER-RECORD
                   INVALID KEY
           MOVE OPEN-ORDERED-TOTAL-WS   TO STATUS-TOT-ORDERED-OUT
           MOVE OPEN-VOUCHERED-TOTAL-WS TO STATUS-TOT-VOUCHERED-OUT
           MOVE OPEN-REMAINING-TOTAL-WS TO STATUS-TOT-REMAINING-OUT
           MOVE OPEN-RECEIVED-TOTAL-WS  TO STATUS-TOT-RECEIVED-OUT
           MOVE OPEN-UNINVOICED-TOTAL-WS TO STATUS-TOT-UNINVOICED-OUT

           MOVE STATUS-TOTAL-LINE-SETUP TO STATUS-PRINT-LINE
           WRITE STATUS-PRINT-LINE AFTER 3 LINES
               ADD PO-VOUCHERED-MAST TO OPEN-VOUCHERED-TOTAL-WS
               ADD PO-REMAINING-WS   TO OPEN-REMAINING-TOTAL-WS

               SUBTRACT PO-VOUCHERED-MAST FROM PO-RECEIVED-MAST
                   GIVING PO-UNINVOICED-WS

               ADD PO-RECEIVED-MAST  TO OPEN-RECEIVED-TOTAL-WS
               ADD PO-UNINVOICED-WS  TO OPEN-UNINVOICED-TOTAL-WS

               MOVE PO-NUM-MAST       TO STATUS-PO-OUT
               MOVE PO-SUPPLIER-MAST  TO STATUS-SUPPLIER-OUT
               MOVE PO-STORE-MAST     TO STATUS-STORE-OUT
               MOVE PO-ORDERED-MAST   TO STATUS-ORDERED-OUT
               MOVE PO-VOUCHERED-MAST TO STATUS-VOUCHERED-OUT
               MOVE PO-REMAINING-WS   TO STATUS-REMAINING-OUT
               MOVE PO-RECEIVED-MAST  TO STATUS-RECEIVED-OUT
               MOVE PO-UNINVOICED-WS  TO STATUS-UNINVOICED-OUT

               MOVE STATUS-DETAIL-LINE-SETUP TO STATUS-PRINT-LINE
               WRITE STATUS-PRINT-LINE AFTER ADVANCING 1 LINE
