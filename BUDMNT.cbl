       IDENTIFICATION DIVISION.
       PROGRAM-ID.   BUDMNT.
       AUTHOR. ROGER WINTERS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

            SELECT BUDGET-TRAN-FILE   ASSIGN TO 'BUDTRAN'.

            SELECT AUDIT-OUTPUT-FILE  ASSIGN TO 'BUDAUDT'.

            SELECT BUDGET-MASTER-FILE ASSIGN TO 'BUDMAST'
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS BUDGET-KEY-MAST
                FILE STATUS IS BUDM-FILE-STATUS-WS.

            SELECT STORE-MASTER-FILE ASSIGN TO 'STRMAST'
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS STORE-NUM-MAST.

            SELECT ACCOUNT-MASTER-FILE ASSIGN TO 'ACCMAST'
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS ACCT-NUM-MAST.

       DATA DIVISION.
       FILE SECTION.
       FD  BUDGET-TRAN-FILE RECORDING MODE IS F.
       01  FILLER                  PIC X(132).

       FD  AUDIT-OUTPUT-FILE RECORDING MODE IS F.
       01  AUDIT-PRINT-LINE        PIC X(132).

       FD  BUDGET-MASTER-FILE.
       01  BUDGET-MASTER-RECORD.
           05  BUDGET-KEY-MAST.
               10  BUDGET-YEAR-MAST    PIC 9(4).
               10  BUDGET-STORE-MAST   PIC XXX.
               10  BUDGET-ACCT-MAST    PIC X(4).
           05  BUDGET-AMOUNT-MAST      PIC S9(8)V99 OCCURS 12 TIMES.
           05  FILLER                  PIC X(9).

       FD  STORE-MASTER-FILE.
       01  STORE-MASTER-RECORD.
           05  STORE-NUM-MAST          PIC XXX.
           05  STORE-NAME-MAST         PIC X(20).
           05  STORE-MGR-MAST          PIC X(20).
           05  STORE-REGION-MAST       PIC XX.

       FD  ACCOUNT-MASTER-FILE.
       01  ACCOUNT-MASTER-RECORD.
           05  ACCT-NUM-MAST           PIC X(4).
           05  ACCT-DESC-MAST          PIC X(25).

       WORKING-STORAGE SECTION.
       01  WORKING-VARIABLES.
           05  EOF-TRAN-WS                 PIC X(3)        VALUE 'NO'.
           05  BUDM-FILE-STATUS-WS         PIC XX          VALUE ZERO.
           05  APPLIED-COUNT-WS            PIC 9(5)        VALUE ZERO.
           05  REJECTED-COUNT-WS           PIC 9(5)        VALUE ZERO.
           05  NUMBER-LINES-PER-PAGE-WS    PIC 99          VALUE ZERO.
           05  LINES-PER-PAGE-WS           PIC 99          VALUE 50.
           05  TRAN-STATUS-WS              PIC X(8)        VALUE SPACES.
           05  TRAN-REASON-WS              PIC X(25)       VALUE SPACES.
           05  BEFORE-TOTAL-WS             PIC S9(10)V99   VALUE ZERO.
           05  AFTER-TOTAL-WS              PIC S9(10)V99   VALUE ZERO.
           05  MONTH-SUB-WS                PIC 99          VALUE ZERO.
           05  AMOUNTS-VALID-WS            PIC X(3)        VALUE 'YES'.

           05  HOLD-DATE-WS.
               10  HOLD-YR-WS          PIC XXXX.
               10  HOLD-MO-WS          PIC XX.
               10  HOLD-DY-WS          PIC XX.

       01  BUDGET-TRAN-RECORD.
           05  TRAN-ACTION-IN      PIC X.
           05  TRAN-YEAR-IN        PIC X(4).
           05  TRAN-STORE-NUM-IN   PIC XXX.
           05  TRAN-ACCT-NUM-IN    PIC X(4).
           05  TRAN-AMOUNT-IN      PIC 9(8)V99 OCCURS 12 TIMES.

       01  AUDIT-DETAIL-LINE-SETUP.
           05  AUDIT-ACTION-OUT    PIC X.
           05  FILLER              PIC X(7)       VALUE SPACE.
           05  AUDIT-YEAR-OUT      PIC X(4).
           05  FILLER              PIC X(3)       VALUE SPACE.
           05  AUDIT-STORE-OUT     PIC XXX.
           05  FILLER              PIC X(5)       VALUE SPACE.
           05  AUDIT-ACCT-OUT      PIC X(4).
           05  FILLER              PIC X(4)       VALUE SPACE.
           05  AUDIT-BEFORE-TOTAL-OUT  PIC $$$$,$$$,$$9.99BCR.
           05  FILLER              PIC X(3)       VALUE SPACE.
           05  AUDIT-AFTER-TOTAL-OUT   PIC $$$$,$$$,$$9.99BCR.
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

       01  REPORT-HEADER.
           05  FILLER              PIC X(10)      VALUE 'RUN DATE: '.
           05  HEADER-MO-OUT       PIC 99.
           05                      PIC X          VALUE '/'.
           05  HEADER-DY-OUT       PIC 99.
           05                      PIC X          VALUE '/'.
           05  HEADER-YR-OUT       PIC 9999.
           05  FILLER              PIC X(10)      VALUE SPACE.
           05  FILLER              PIC X(38)      VALUE
                               'BUDGET MASTER MAINTENANCE AUDIT'.

       01  COLUMN-HEADER1.
           05                      PIC X(6)       VALUE 'ACTION'.
           05                      PIC X(2)       VALUE SPACE.
           05                      PIC X(4)       VALUE 'YEAR'.
           05                      PIC X(3)       VALUE SPACE.
           05                      PIC X(5)       VALUE 'STORE'.
           05                      PIC X(3)       VALUE SPACE.
           05                      PIC X(7)       VALUE 'ACCOUNT'.
           05                      PIC X(4)       VALUE SPACE.
           05                      PIC X(13)      VALUE 'ANNUAL BEFORE'.
           05                      PIC X(8)       VALUE SPACE.
           05                      PIC X(12)      VALUE 'ANNUAL AFTER'.
           05                      PIC X(4)       VALUE SPACE.
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
           OPEN INPUT BUDGET-TRAN-FILE
                I-O   BUDGET-MASTER-FILE
                INPUT STORE-MASTER-FILE
                INPUT ACCOUNT-MASTER-FILE
                OUTPUT AUDIT-OUTPUT-FILE

           IF BUDM-FILE-STATUS-WS = '35'
               OPEN OUTPUT BUDGET-MASTER-FILE
               CLOSE BUDGET-MASTER-FILE
               OPEN I-O BUDGET-MASTER-FILE
           END-IF

           MOVE FUNCTION CURRENT-DATE TO HOLD-DATE-WS

           MOVE HOLD-MO-WS TO HEADER-MO-OUT
           MOVE HOLD-DY-WS TO HEADER-DY-OUT
           MOVE HOLD-YR-WS TO HEADER-YR-OUT

           PERFORM 500-HEADER.

       250-READ-TRAN.
           READ BUDGET-TRAN-FILE INTO BUDGET-TRAN-RECORD
               AT END MOVE 'YES' TO EOF-TRAN-WS
           END-READ.

       300-PROCESS-TRAN.
           MOVE ZERO   TO BEFORE-TOTAL-WS
           MOVE ZERO   TO AFTER-TOTAL-WS
           MOVE SPACES TO TRAN-REASON-WS
           MOVE 'APPLIED ' TO TRAN-STATUS-WS

           IF TRAN-YEAR-IN IS NOT NUMERIC
               MOVE 'REJECTED' TO TRAN-STATUS-WS
               MOVE 'INVALID BUDGET YEAR' TO TRAN-REASON-WS
           ELSE IF TRAN-ACTION-IN = 'A'
               PERFORM 310-ADD-BUDGET
           ELSE IF TRAN-ACTION-IN = 'C'
               PERFORM 320-CHANGE-BUDGET
           ELSE IF TRAN-ACTION-IN = 'D'
               PERFORM 330-DELETE-BUDGET
           ELSE
               MOVE 'REJECTED' TO TRAN-STATUS-WS
               MOVE 'INVALID ACTION CODE' TO TRAN-REASON-WS
           END-IF
           END-IF
           END-IF
           END-IF

           IF TRAN-STATUS-WS = 'APPLIED '
               ADD 1 TO APPLIED-COUNT-WS
           ELSE
               ADD 1 TO REJECTED-COUNT-WS
           END-IF

           PERFORM 400-WRITE-AUDIT-LINE

           PERFORM 250-READ-TRAN.

       310-ADD-BUDGET.
           PERFORM 340-VALIDATE-TRAN

           IF TRAN-STATUS-WS = 'APPLIED '
               MOVE SPACES            TO BUDGET-MASTER-RECORD
               MOVE TRAN-YEAR-IN      TO BUDGET-YEAR-MAST
               MOVE TRAN-STORE-NUM-IN TO BUDGET-STORE-MAST
               MOVE TRAN-ACCT-NUM-IN  TO BUDGET-ACCT-MAST

               PERFORM 350-MOVE-TRAN-AMOUNT
                   VARYING MONTH-SUB-WS FROM 1 BY 1
                   UNTIL MONTH-SUB-WS > 12

               WRITE BUDGET-MASTER-RECORD
                   INVALID KEY
                       MOVE 'REJECTED' TO TRAN-STATUS-WS
                       MOVE 'BUDGET ALREADY ON MASTER' TO
                               TRAN-REASON-WS
                   NOT INVALID KEY
                       PERFORM 360-TOTAL-AFTER-AMOUNT
                           VARYING MONTH-SUB-WS FROM 1 BY 1
                           UNTIL MONTH-SUB-WS > 12
               END-WRITE
           END-IF.

       320-CHANGE-BUDGET.
           PERFORM 345-CHECK-AMOUNTS

           IF TRAN-STATUS-WS = 'APPLIED '
               MOVE TRAN-YEAR-IN      TO BUDGET-YEAR-MAST
               MOVE TRAN-STORE-NUM-IN TO BUDGET-STORE-MAST
               MOVE TRAN-ACCT-NUM-IN  TO BUDGET-ACCT-MAST

               READ BUDGET-MASTER-FILE
                   INVALID KEY
                       MOVE 'REJECTED' TO TRAN-STATUS-WS
                       MOVE 'BUDGET NOT ON MASTER' TO TRAN-REASON-WS
                   NOT INVALID KEY
                       PERFORM 365-TOTAL-BEFORE-AMOUNT
                           VARYING MONTH-SUB-WS FROM 1 BY 1
                           UNTIL MONTH-SUB-WS > 12
                       PERFORM 350-MOVE-TRAN-AMOUNT
                           VARYING MONTH-SUB-WS FROM 1 BY 1
                           UNTIL MONTH-SUB-WS > 12
                       REWRITE BUDGET-MASTER-RECORD
                       PERFORM 360-TOTAL-AFTER-AMOUNT
                           VARYING MONTH-SUB-WS FROM 1 BY 1
                           UNTIL MONTH-SUB-WS > 12
               END-READ
           END-IF.

       330-DELETE-BUDGET.
           MOVE TRAN-YEAR-IN      TO BUDGET-YEAR-MAST
           MOVE TRAN-STORE-NUM-IN TO BUDGET-STORE-MAST
           MOVE TRAN-ACCT-NUM-IN  TO BUDGET-ACCT-MAST

           READ BUDGET-MASTER-FILE
               INVALID KEY
                   MOVE 'REJECTED' TO TRAN-STATUS-WS
                   MOVE 'BUDGET NOT ON MASTER' TO TRAN-REASON-WS
               NOT INVALID KEY
                   PERFORM 365-TOTAL-BEFORE-AMOUNT
                       VARYING MONTH-SUB-WS FROM 1 BY 1
                       UNTIL MONTH-SUB-WS > 12
                   DELETE BUDGET-MASTER-FILE
           END-READ.

       340-VALIDATE-TRAN.
           MOVE TRAN-STORE-NUM-IN TO STORE-NUM-MAST

           READ STORE-MASTER-FILE
               INVALID KEY
                   MOVE 'REJECTED' TO TRAN-STATUS-WS
                   MOVE 'STORE NOT ON MASTER' TO TRAN-REASON-WS
           END-READ

           IF TRAN-STATUS-WS = 'APPLIED '
               MOVE TRAN-ACCT-NUM-IN TO ACCT-NUM-MAST

               READ ACCOUNT-MASTER-FILE
                   INVALID KEY
                       MOVE 'REJECTED' TO TRAN-STATUS-WS
                       MOVE 'ACCOUNT NOT ON MASTER' TO TRAN-REASON-WS
               END-READ
           END-IF

           IF TRAN-STATUS-WS = 'APPLIED '
               PERFORM 345-CHECK-AMOUNTS
           END-IF.

       345-CHECK-AMOUNTS.
           MOVE 'YES' TO AMOUNTS-VALID-WS

           PERFORM 347-CHECK-ONE-AMOUNT
               VARYING MONTH-SUB-WS FROM 1 BY 1
               UNTIL MONTH-SUB-WS > 12

           IF AMOUNTS-VALID-WS NOT = 'YES'
               MOVE 'REJECTED' TO TRAN-STATUS-WS
               MOVE 'MONTHLY AMOUNT NOT NUMERIC' TO TRAN-REASON-WS
           END-IF.

       347-CHECK-ONE-AMOUNT.
           IF TRAN-AMOUNT-IN (MONTH-SUB-WS) IS NOT NUMERIC
               MOVE 'NO ' TO AMOUNTS-VALID-WS
           END-IF.

       350-MOVE-TRAN-AMOUNT.
           MOVE TRAN-AMOUNT-IN (MONTH-SUB-WS) TO
                   BUDGET-AMOUNT-MAST (MONTH-SUB-WS).

       360-TOTAL-AFTER-AMOUNT.
           ADD BUDGET-AMOUNT-MAST (MONTH-SUB-WS) TO AFTER-TOTAL-WS.

       365-TOTAL-BEFORE-AMOUNT.
           ADD BUDGET-AMOUNT-MAST (MONTH-SUB-WS) TO BEFORE-TOTAL-WS.

       400-WRITE-AUDIT-LINE.
           MOVE TRAN-ACTION-IN    TO AUDIT-ACTION-OUT
           MOVE TRAN-YEAR-IN      TO AUDIT-YEAR-OUT
           MOVE TRAN-STORE-NUM-IN TO AUDIT-STORE-OUT
           MOVE TRAN-ACCT-NUM-IN  TO AUDIT-ACCT-OUT
           MOVE BEFORE-TOTAL-WS   TO AUDIT-BEFORE-TOTAL-OUT
           MOVE AFTER-TOTAL-WS    TO AUDIT-AFTER-TOTAL-OUT
           MOVE TRAN-STATUS-WS    TO AUDIT-STATUS-OUT
           MOVE TRAN-REASON-WS    TO AUDIT-REASON-OUT

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

           CLOSE BUDGET-TRAN-FILE
                 BUDGET-MASTER-FILE
                 STORE-MASTER-FILE
                 ACCOUNT-MASTER-FILE
                 AUDIT-OUTPUT-FILE.
