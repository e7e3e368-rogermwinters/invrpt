       IDENTIFICATION DIVISION.
       PROGRAM-ID.   RCVPOST.
       AUTHOR. ROGER WINTERS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

            SELECT RECEIPT-TRAN-FILE  ASSIGN TO 'RCVTRAN'.

            SELECT AUDIT-OUTPUT-FILE  ASSIGN TO 'RCVAUDT'.

            SELECT PO-MASTER-FILE ASSIGN TO 'POMAST'
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS PO-NUM-MAST.

       DATA DIVISION.
       FILE SECTION.
       FD  RECEIPT-TRAN-FILE RECORDING MODE IS F.
       01  FILLER                  PIC X(80).

       FD  AUDIT-OUTPUT-FILE RECORDING MODE IS F.
       01  AUDIT-PRINT-LINE        PIC X(132).

       FD  PO-MASTER-FILE.
       01  PO-MASTER-RECORD.
           05  PO-NUM-MAST             PIC X(12).
           05  PO-SUPPLIER-MAST        PIC X(5).
           05  PO-STORE-MAST           PIC XXX.
           05  PO-ORDERED-MAST         PIC S9(8)V99.
           05  PO-VOUCHERED-MAST       PIC S9(8)V99.
           05  PO-STATUS-MAST          PIC X.
           05  PO-RECEIVED-MAST        PIC S9(8)V99.

       WORKING-STORAGE SECTION.
       01  WORKING-VARIABLES.
           05  EOF-TRAN-WS                 PIC X(3)        VALUE 'NO'.
           05  APPLIED-COUNT-WS            PIC 9(5)        VALUE ZERO.
           05  REJECTED-COUNT-WS           PIC 9(5)        VALUE ZERO.
           05  NUMBER-LINES-PER-PAGE-WS    PIC 99          VALUE ZERO.
           05  LINES-PER-PAGE-WS           PIC 99          VALUE 50.
           05  TRAN-STATUS-WS              PIC X(8)        VALUE SPACES.
           05  TRAN-REASON-WS              PIC X(25)       VALUE SPACES.
           05  RECEIVED-AMOUNT-WS          PIC S9(8)V99    VALUE ZERO.
           05  BEFORE-RECEIVED-WS          PIC S9(8)V99    VALUE ZERO.
           05  AFTER-RECEIVED-WS           PIC S9(8)V99    VALUE ZERO.
           05  APPLIED-TOTAL-WS            PIC S9(10)V99   VALUE ZERO.

           05  HOLD-DATE-WS.
               10  HOLD-YR-WS          PIC XXXX.
               10  HOLD-MO-WS          PIC XX.
               10  HOLD-DY-WS          PIC XX.

       01  RECEIPT-TRAN-RECORD.
           05  RCV-PO-NUM-IN       PIC X(12).
           05  RCV-STORE-IN        PIC XXX.
           05  RCV-DATE-IN.
               10  RCV-MO-IN       PIC 99.
               10  RCV-DY-IN       PIC 99.
               10  RCV-YR-IN       PIC 9999.
           05  RCV-SIGN-IN         PIC X.
           05  RCV-AMOUNT-IN       PIC 9(8)V99.
           05  FILLER              PIC X(46).

       01  AUDIT-DETAIL-LINE-SETUP.
           05  AUDIT-PO-OUT        PIC X(12).
           05  FILLER              PIC X(2)       VALUE SPACE.
           05  AUDIT-STORE-OUT     PIC XXX.
           05  FILLER              PIC X(3)       VALUE SPACE.
           05  AUDIT-DATE-OUT      PIC X(8).
           05  FILLER              PIC X(2)       VALUE SPACE.
           05  AUDIT-AMOUNT-OUT    PIC $$$$,$$$,$$9.99BCR.
           05  FILLER              PIC X(2)       VALUE SPACE.
           05  AUDIT-BEFORE-OUT    PIC $$$$,$$$,$$9.99BCR.
           05  FILLER              PIC X(2)       VALUE SPACE.
           05  AUDIT-AFTER-OUT     PIC $$$$,$$$,$$9.99BCR.
           05  FILLER              PIC X(3)       VALUE SPACE.
           05  AUDIT-STATUS-OUT    PIC X(8).
           05  FILLER              PIC X(3)       VALUE SPACE.
           05  AUDIT-REASON-OUT    PIC X(25).

       01  APPLIED-COUNT-LINE-SETUP.
           05  FILLER              PIC X(5)       VALUE SPACE.
           05  FILLER              PIC X(35)      VALUE
                               'NUMBER OF TRANSACTIONS APPLIED IS:'.
           05  APPLIED-COUNT-OUT   PIC ZZZZ9.

       01  REJECTED-COUNT-LINE-SETUP.
           05  FILLER              PIC X(5)       VALUE SPACE.
           05  FILLER              PIC X(35)      VALUE
                               'NUMBER OF TRANSACTIONS REJECTED IS:'.
           05  REJECTED-COUNT-OUT  PIC ZZZZ9.

       01  APPLIED-TOTAL-LINE-SETUP.
           05  FILLER              PIC X(5)       VALUE SPACE.
           05  FILLER              PIC X(35)      VALUE
                               'TOTAL RECEIPTS POSTED:'.
           05  APPLIED-TOTAL-OUT   PIC $$,$$$,$$$,$$9.99BCR.

       01  REPORT-HEADER.
           05  FILLER              PIC X(10)      VALUE 'RUN DATE: '.
           05  HEADER-MO-OUT       PIC 99.
           05                      PIC X          VALUE '/'.
           05  HEADER-DY-OUT       PIC 99.
           05                      PIC X          VALUE '/'.
           05  HEADER-YR-OUT       PIC 9999.
           05  FILLER              PIC X(10)      VALUE SPACE.
           05  FILLER              PIC X(38)      VALUE
                               'PO RECEIVING POST AUDIT'.

       01  COLUMN-HEADER1.
           05                      PIC X(2)       VALUE 'PO'.
           05                      PIC X(12)      VALUE SPACE.
           05                      PIC X(5)       VALUE 'STORE'.
           05                      PIC X(1)       VALUE SPACE.
           05                      PIC X(8)       VALUE 'RECEIVED'.
           05                      PIC X(11)      VALUE SPACE.
           05                      PIC X(6)       VALUE 'AMOUNT'.
           05                      PIC X(5)       VALUE SPACE.
           05                      PIC X(15)      VALUE
                               'RECEIVED BEFORE'.
           05                      PIC X(6)       VALUE SPACE.
           05                      PIC X(14)      VALUE
                               'RECEIVED AFTER'.
           05                      PIC X(5)       VALUE SPACE.
           05                      PIC X(6)       VALUE 'STATUS'.
           05                      PIC X(5)       VALUE SPACE.
           05                      PIC X(6)       VALUE 'REASON'.

       PROCEDURE DIVISION.

       100-MAINLINE.
           PERFORM 200-OPEN
           PERFORM 250-READ-TRAN
           PERFORM 300-PROCESS-TRAN UNTIL EOF-TRAN-WS = 'YES'
           PERFORM 900-CLOSE
           STOP RUN.

       200-OPEN.
           OPEN INPUT RECEIPT-TRAN-FILE
                I-O   PO-MASTER-FILE
                OUTPUT AUDIT-OUTPUT-FILE

           MOVE FUNCTION CURRENT-DATE TO HOLD-DATE-WS

           MOVE HOLD-MO-WS TO HEADER-MO-OUT
           MOVE HOLD-DY-WS TO HEADER-DY-OUT
           MOVE HOLD-YR-WS TO HEADER-YR-OUT

           PERFORM 500-HEADER.

       250-READ-TRAN.
           READ RECEIPT-TRAN-FILE INTO RECEIPT-TRAN-RECORD
               AT END MOVE 'YES' TO EOF-TRAN-WS
           END-READ.

       300-PROCESS-TRAN.
           MOVE ZERO   TO RECEIVED-AMOUNT-WS
           MOVE ZERO   TO BEFORE-RECEIVED-WS
           MOVE ZERO   TO AFTER-RECEIVED-WS
           MOVE SPACES TO TRAN-REASON-WS
           MOVE 'APPLIED ' TO TRAN-STATUS-WS

           IF RCV-AMOUNT-IN IS NOT NUMERIC
               MOVE 'REJECTED' TO TRAN-STATUS-WS
               MOVE 'AMOUNT NOT NUMERIC' TO TRAN-REASON-WS
           ELSE IF RCV-SIGN-IN NOT = SPACE AND RCV-SIGN-IN NOT = '-'
               MOVE 'REJECTED' TO TRAN-STATUS-WS
               MOVE 'INVALID AMOUNT SIGN' TO TRAN-REASON-WS
           ELSE IF RCV-DATE-IN IS NOT NUMERIC
               MOVE 'REJECTED' TO TRAN-STATUS-WS
               MOVE 'RECEIPT DATE NOT NUMERIC' TO TRAN-REASON-WS
           ELSE IF RCV-MO-IN < 1 OR RCV-MO-IN > 12
                   OR RCV-DY-IN < 1 OR RCV-DY-IN > 31
               MOVE 'REJECTED' TO TRAN-STATUS-WS
               MOVE 'INVALID RECEIPT DATE' TO TRAN-REASON-WS
           ELSE
               MOVE RCV-AMOUNT-IN TO RECEIVED-AMOUNT-WS
               IF RCV-SIGN-IN = '-'
                   MULTIPLY -1 BY RECEIVED-AMOUNT-WS
               END-IF
               PERFORM 310-POST-RECEIPT
           END-IF
           END-IF
           END-IF
           END-IF

           IF TRAN-STATUS-WS = 'APPLIED '
               ADD 1 TO APPLIED-COUNT-WS
               ADD RECEIVED-AMOUNT-WS TO APPLIED-TOTAL-WS
           ELSE
               ADD 1 TO REJECTED-COUNT-WS
           END-IF

           PERFORM 400-WRITE-AUDIT-LINE

           PERFORM 250-READ-TRAN.

       310-POST-RECEIPT.
           MOVE RCV-PO-NUM-IN TO PO-NUM-MAST

           READ PO-MASTER-FILE
               INVALID KEY
                   MOVE 'REJECTED' TO TRAN-STATUS-WS
                   MOVE 'PO NOT ON MASTER' TO TRAN-REASON-WS
               NOT INVALID KEY
                   MOVE PO-RECEIVED-MAST TO BEFORE-RECEIVED-WS
                   MOVE PO-RECEIVED-MAST TO AFTER-RECEIVED-WS

                   IF PO-STORE-MAST NOT = RCV-STORE-IN
                       MOVE 'REJECTED' TO TRAN-STATUS-WS
                       MOVE 'STORE NOT ON PO' TO TRAN-REASON-WS
                   ELSE IF PO-RECEIVED-MAST + RECEIVED-AMOUNT-WS
                           < ZERO
                       MOVE 'REJECTED' TO TRAN-STATUS-WS
                       MOVE 'RETURN EXCEEDS RECEIVED' TO
                               TRAN-REASON-WS
                   ELSE
                       ADD RECEIVED-AMOUNT-WS TO PO-RECEIVED-MAST
                       REWRITE PO-MASTER-RECORD

                       MOVE PO-RECEIVED-MAST TO AFTER-RECEIVED-WS
                   END-IF
                   END-IF
           END-READ.

       400-WRITE-AUDIT-LINE.
           MOVE RCV-PO-NUM-IN      TO AUDIT-PO-OUT
           MOVE RCV-STORE-IN       TO AUDIT-STORE-OUT
           MOVE RCV-DATE-IN        TO AUDIT-DATE-OUT
           MOVE RECEIVED-AMOUNT-WS TO AUDIT-AMOUNT-OUT
           MOVE BEFORE-RECEIVED-WS TO AUDIT-BEFORE-OUT
           MOVE AFTER-RECEIVED-WS  TO AUDIT-AFTER-OUT

           MOVE TRAN-STATUS-WS TO AUDIT-STATUS-OUT
           MOVE TRAN-REASON-WS TO AUDIT-REASON-OUT

           MOVE AUDIT-DETAIL-LINE-SETUP TO AUDIT-PRINT-LINE
           WRITE AUDIT-PRINT-LINE AFTER ADVANCING 1 LINE

           ADD 1 TO NUMBER-LINES-PER-PAGE-WS

           IF NUMBER-LINES-PER-PAGE-WS >= LINES-PER-PAGE-WS
               PERFORM 500-HEADER
           END-IF.

       500-HEADER.
           MOVE REPORT-HEADER TO AUDIT-PRINT-LINE
           WRITE AUDIT-PRINT-LINE AFTER PAGE

           MOVE COLUMN-HEADER1 TO AUDIT-PRINT-LINE
           WRITE AUDIT-PRINT-LINE AFTER 2 LINES

           MOVE SPACES TO AUDIT-PRINT-LINE
           WRITE AUDIT-PRINT-LINE AFTER 1 LINE

           MOVE 0 TO NUMBER-LINES-PER-PAGE-WS.

       900-CLOSE.
           MOVE APPLIED-COUNT-WS TO APPLIED-COUNT-OUT

           MOVE APPLIED-COUNT-LINE-SETUP TO AUDIT-PRINT-LINE
           WRITE AUDIT-PRINT-LINE AFTER 3 LINES

           MOVE REJECTED-COUNT-WS TO REJECTED-COUNT-OUT

           MOVE REJECTED-COUNT-LINE-SETUP TO AUDIT-PRINT-LINE
           WRITE AUDIT-PRINT-LINE AFTER 1 LINE

           MOVE APPLIED-TOTAL-WS TO APPLIED-TOTAL-OUT

           MOVE APPLIED-TOTAL-LINE-SETUP TO AUDIT-PRINT-LINE
           WRITE AUDIT-PRINT-LINE AFTER 1 LINE

           CLOSE RECEIPT-TRAN-FILE
                 PO-MASTER-FILE
                 AUDIT-OUTPUT-FILE.
