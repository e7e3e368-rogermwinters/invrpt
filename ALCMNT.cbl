       IDENTIFICATION DIVISION.
       PROGRAM-ID.   ALCMNT.
       AUTHOR. ROGER WINTERS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

            SELECT ALLOC-TRAN-FILE    ASSIGN TO 'ALCTRAN'.

            SELECT AUDIT-OUTPUT-FILE  ASSIGN TO 'ALCAUDT'.

            SELECT ALLOC-MASTER-FILE ASSIGN TO 'ALCMAST'
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS ALLOC-CODE-MAST
                FILE STATUS IS ALCM-FILE-STATUS-WS.

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
       FD  ALLOC-TRAN-FILE RECORDING MODE IS F.
       01  FILLER                  PIC X(80).

       FD  AUDIT-OUTPUT-FILE RECORDING MODE IS F.
       01  AUDIT-PRINT-LINE        PIC X(132).

       FD  ALLOC-MASTER-FILE.
       01  ALLOC-MASTER-RECORD.
           05  ALLOC-CODE-MAST         PIC X(6).
           05  ALLOC-DESC-MAST         PIC X(25).
           05  ALLOC-COUNT-MAST        PIC 99.
           05  ALLOC-TARGET-MAST OCCURS 20 TIMES.
               10  ALLOC-STORE-MAST    PIC XXX.
               10  ALLOC-ACCT-MAST     PIC X(4).
               10  ALLOC-PCT-MAST      PIC 9(3)V99.
           05  FILLER                  PIC X(7).

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
           05  ALCM-FILE-STATUS-WS         PIC XX          VALUE ZERO.
           05  APPLIED-COUNT-WS            PIC 9(5)        VALUE ZERO.
           05  REJECTED-COUNT-WS           PIC 9(5)        VALUE ZERO.
           05  NUMBER-LINES-PER-PAGE-WS    PIC 99          VALUE ZERO.
           05  LINES-PER-PAGE-WS           PIC 99          VALUE 50.
           05  TRAN-STATUS-WS              PIC X(8)        VALUE SPACES.
           05  TRAN-REASON-WS              PIC X(25)       VALUE SPACES.
           05  LINE-SUB-WS                 PIC 99          VALUE ZERO.
           05  DUP-SUB-WS                  PIC 99          VALUE ZERO.

           05  RULE-ACTION-WS              PIC X           VALUE SPACE.
           05  RULE-CODE-WS                PIC X(6)        VALUE SPACES.
           05  RULE-DESC-WS                PIC X(25)       VALUE SPACES.
           05  RULE-LINE-COUNT-WS          PIC 99          VALUE ZERO.
           05  RULE-PCT-TOTAL-WS           PIC 9(5)V99     VALUE ZERO.
           05  RULE-TABLE-FULL-WS          PIC X(3)        VALUE 'NO'.

           05  HOLD-DATE-WS.
               10  HOLD-YR-WS          PIC XXXX.
               10  HOLD-MO-WS          PIC XX.
               10  HOLD-DY-WS          PIC XX.

       01  RULE-LINE-TABLE.
           05  RULE-LINE-ENTRY OCCURS 20 TIMES.
               10  RULE-STORE-WS           PIC XXX.
               10  RULE-ACCT-WS            PIC X(4).
               10  RULE-PCT-WS             PIC 9(3)V99.
               10  RULE-LINE-REASON-WS     PIC X(25).

       01  ALLOC-TRAN-RECORD.
           05  TRAN-ACTION-IN      PIC X.
           05  TRAN-CODE-IN        PIC X(6).
           05  TRAN-DETAIL-IN      PIC X(73).
           05  TRAN-HEADER-IN REDEFINES TRAN-DETAIL-IN.
               10  TRAN-DESC-IN        PIC X(25).
               10  FILLER              PIC X(48).
           05  TRAN-LINE-IN REDEFINES TRAN-DETAIL-IN.
               10  TRAN-STORE-IN       PIC XXX.
               10  TRAN-ACCT-IN        PIC X(4).
               10  TRAN-PCT-IN         PIC 9(3)V99.
               10  FILLER              PIC X(61).

       01  AUDIT-DETAIL-LINE-SETUP.
           05  AUDIT-ACTION-OUT    PIC X.
           05  FILLER              PIC X(5)       VALUE SPACE.
           05  AUDIT-CODE-OUT      PIC X(6).
           05  FILLER              PIC X(2)       VALUE SPACE.
           05  AUDIT-DESC-OUT      PIC X(25).
           05  FILLER              PIC X(3)       VALUE SPACE.
           05  AUDIT-LINES-OUT     PIC Z9.
           05  FILLER              PIC X(4)       VALUE SPACE.
           05  AUDIT-PCT-TOTAL-OUT PIC ZZZZ9.99.
           05  FILLER              PIC X(3)       VALUE SPACE.
           05  AUDIT-STATUS-OUT    PIC X(8).
           05  FILLER              PIC X(3)       VALUE SPACE.
           05  AUDIT-REASON-OUT    PIC X(25).

       01  AUDIT-TARGET-LINE-SETUP.
           05  FILLER              PIC X(14)      VALUE SPACE.
           05  FILLER              PIC X(6)       VALUE 'STORE '.
           05  AUDIT-STORE-OUT     PIC XXX.
           05  FILLER              PIC X(8)       VALUE '   ACCT '.
           05  AUDIT-ACCT-OUT      PIC X(4).
           05  FILLER              PIC X(14)      VALUE SPACE.
           05  AUDIT-PCT-OUT       PIC ZZZZ9.99.
           05  FILLER              PIC X(14)      VALUE SPACE.
           05  AUDIT-LINE-REASON-OUT PIC X(25).

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
                               'ALLOCATION RULE MAINTENANCE AUDIT'.

       01  COLUMN-HEADER1.
           05                      PIC X(6)       VALUE 'ACTION'.
           05                      PIC X(6)       VALUE 'CODE'.
           05                      PIC X(2)       VALUE SPACE.
           05                      PIC X(11)      VALUE 'DESCRIPTION'.
           05                      PIC X(17)      VALUE SPACE.
           05                      PIC X(5)       VALUE 'LINES'.
           05                      PIC X(3)       VALUE SPACE.
           05                      PIC X(7)       VALUE 'PERCENT'.
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
           OPEN INPUT ALLOC-TRAN-FILE
                I-O   ALLOC-MASTER-FILE
                INPUT STORE-MASTER-FILE
                INPUT ACCOUNT-MASTER-FILE
                OUTPUT AUDIT-OUTPUT-FILE

           IF ALCM-FILE-STATUS-WS = '35'
               OPEN OUTPUT ALLOC-MASTER-FILE
               CLOSE ALLOC-MASTER-FILE
               OPEN I-O ALLOC-MASTER-FILE
           END-IF

           MOVE FUNCTION CURRENT-DATE TO HOLD-DATE-WS

           MOVE HOLD-MO-WS TO HEADER-MO-OUT
           MOVE HOLD-DY-WS TO HEADER-DY-OUT
           MOVE HOLD-YR-WS TO HEADER-YR-OUT

           PERFORM 500-HEADER.

       250-READ-TRAN.
           READ ALLOC-TRAN-FILE INTO ALLOC-TRAN-RECORD
               AT END MOVE 'YES' TO EOF-TRAN-WS
           END-READ.

       300-PROCESS-TRAN.
           MOVE SPACES TO TRAN-REASON-WS
           MOVE 'APPLIED ' TO TRAN-STATUS-WS
           MOVE TRAN-ACTION-IN TO RULE-ACTION-WS
           MOVE TRAN-CODE-IN   TO RULE-CODE-WS
           MOVE SPACES         TO RULE-DESC-WS
           MOVE ZERO           TO RULE-LINE-COUNT-WS
           MOVE ZERO           TO RULE-PCT-TOTAL-WS
           MOVE 'NO '          TO RULE-TABLE-FULL-WS

           IF TRAN-ACTION-IN = 'A' OR TRAN-ACTION-IN = 'C'
               MOVE TRAN-DESC-IN TO RULE-DESC-WS
               PERFORM 250-READ-TRAN
               PERFORM 310-COLLECT-RULE-LINE
                   UNTIL EOF-TRAN-WS = 'YES'
                      OR TRAN-ACTION-IN NOT = 'L'
                      OR TRAN-CODE-IN NOT = RULE-CODE-WS
               PERFORM 320-VALIDATE-RULE

               IF TRAN-STATUS-WS = 'APPLIED '
                   IF RULE-ACTION-WS = 'A'
                       PERFORM 330-ADD-RULE
                   ELSE
                       PERFORM 340-CHANGE-RULE
                   END-IF
               END-IF

               PERFORM 360-COUNT-AND-AUDIT
           ELSE
               IF TRAN-ACTION-IN = 'D'
                   PERFORM 350-DELETE-RULE
               ELSE IF TRAN-ACTION-IN = 'L'
                   MOVE 'REJECTED' TO TRAN-STATUS-WS
                   MOVE 'NO RULE HEADER FOR LINE' TO TRAN-REASON-WS
               ELSE
                   MOVE 'REJECTED' TO TRAN-STATUS-WS
                   MOVE 'INVALID ACTION CODE' TO TRAN-REASON-WS
               END-IF
               END-IF

               PERFORM 360-COUNT-AND-AUDIT
               PERFORM 250-READ-TRAN
           END-IF.

       310-COLLECT-RULE-LINE.
           IF RULE-LINE-COUNT-WS < 20
               ADD 1 TO RULE-LINE-COUNT-WS
               MOVE RULE-LINE-COUNT-WS TO LINE-SUB-WS
               MOVE TRAN-STORE-IN TO RULE-STORE-WS (LINE-SUB-WS)
               MOVE TRAN-ACCT-IN  TO RULE-ACCT-WS (LINE-SUB-WS)
               MOVE SPACES        TO RULE-LINE-REASON-WS (LINE-SUB-WS)

               IF TRAN-PCT-IN IS NUMERIC
                   MOVE TRAN-PCT-IN TO RULE-PCT-WS (LINE-SUB-WS)
               ELSE
                   MOVE ZERO TO RULE-PCT-WS (LINE-SUB-WS)
                   MOVE 'PERCENT NOT NUMERIC' TO
                           RULE-LINE-REASON-WS (LINE-SUB-WS)
               END-IF
           ELSE
               MOVE 'YES' TO RULE-TABLE-FULL-WS
           END-IF

           PERFORM 250-READ-TRAN.

       320-VALIDATE-RULE.
           PERFORM 325-VALIDATE-RULE-LINE
               VARYING LINE-SUB-WS FROM 1 BY 1
               UNTIL LINE-SUB-WS > RULE-LINE-COUNT-WS

           IF RULE-LINE-COUNT-WS = ZERO
               MOVE 'REJECTED' TO TRAN-STATUS-WS
               MOVE 'NO TARGET LINES' TO TRAN-REASON-WS
           ELSE IF RULE-TABLE-FULL-WS = 'YES'
               MOVE 'REJECTED' TO TRAN-STATUS-WS
               MOVE 'MORE THAN 20 TARGET LINES' TO TRAN-REASON-WS
           ELSE IF TRAN-STATUS-WS = 'APPLIED '
                   AND RULE-PCT-TOTAL-WS NOT = 100
               MOVE 'REJECTED' TO TRAN-STATUS-WS
               MOVE 'PERCENTS DO NOT TOTAL 100' TO TRAN-REASON-WS
           END-IF
           END-IF
           END-IF.

       325-VALIDATE-RULE-LINE.
           ADD RULE-PCT-WS (LINE-SUB-WS) TO RULE-PCT-TOTAL-WS

           IF RULE-LINE-REASON-WS (LINE-SUB-WS) = SPACES
                   AND RULE-PCT-WS (LINE-SUB-WS) = ZERO
               MOVE 'PERCENT IS ZERO' TO
                       RULE-LINE-REASON-WS (LINE-SUB-WS)
           END-IF

           IF RULE-LINE-REASON-WS (LINE-SUB-WS) = SPACES
               MOVE RULE-STORE-WS (LINE-SUB-WS) TO STORE-NUM-MAST
               READ STORE-MASTER-FILE
                   INVALID KEY
                       MOVE 'STORE NOT ON MASTER' TO
                               RULE-LINE-REASON-WS (LINE-SUB-WS)
               END-READ
           END-IF

           IF RULE-LINE-REASON-WS (LINE-SUB-WS) = SPACES
               MOVE RULE-ACCT-WS (LINE-SUB-WS) TO ACCT-NUM-MAST
               READ ACCOUNT-MASTER-FILE
                   INVALID KEY
                       MOVE 'ACCOUNT NOT ON MASTER' TO
                               RULE-LINE-REASON-WS (LINE-SUB-WS)
               END-READ
           END-IF

           IF RULE-LINE-REASON-WS (LINE-SUB-WS) = SPACES
               PERFORM 327-CHECK-DUPLICATE-LINE
                   VARYING DUP-SUB-WS FROM 1 BY 1
                   UNTIL DUP-SUB-WS >= LINE-SUB-WS
           END-IF

           IF RULE-LINE-REASON-WS (LINE-SUB-WS) NOT = SPACES
               MOVE 'REJECTED' TO TRAN-STATUS-WS
               MOVE 'TARGET LINE IN ERROR' TO TRAN-REASON-WS
           END-IF.

       327-CHECK-DUPLICATE-LINE.
           IF RULE-STORE-WS (DUP-SUB-WS) = RULE-STORE-WS (LINE-SUB-WS)
                   AND RULE-ACCT-WS (DUP-SUB-WS) =
                           RULE-ACCT-WS (LINE-SUB-WS)
               MOVE 'DUPLICATE STORE/ACCOUNT' TO
                       RULE-LINE-REASON-WS (LINE-SUB-WS)
           END-IF.

       330-ADD-RULE.
           PERFORM 335-BUILD-MASTER-RECORD

           WRITE ALLOC-MASTER-RECORD
               INVALID KEY
                   MOVE 'REJECTED' TO TRAN-STATUS-WS
                   MOVE 'CODE ALREADY ON MASTER' TO TRAN-REASON-WS
           END-WRITE.

       335-BUILD-MASTER-RECORD.
           MOVE SPACES             TO ALLOC-MASTER-RECORD
           MOVE RULE-CODE-WS       TO ALLOC-CODE-MAST
           MOVE RULE-DESC-WS       TO ALLOC-DESC-MAST
           MOVE RULE-LINE-COUNT-WS TO ALLOC-COUNT-MAST

           PERFORM 337-MOVE-TARGET-LINE
               VARYING LINE-SUB-WS FROM 1 BY 1
               UNTIL LINE-SUB-WS > 20.

       337-MOVE-TARGET-LINE.
           IF LINE-SUB-WS > RULE-LINE-COUNT-WS
               MOVE SPACES TO ALLOC-STORE-MAST (LINE-SUB-WS)
               MOVE SPACES TO ALLOC-ACCT-MAST (LINE-SUB-WS)
               MOVE ZERO   TO ALLOC-PCT-MAST (LINE-SUB-WS)
           ELSE
               MOVE RULE-STORE-WS (LINE-SUB-WS) TO
                       ALLOC-STORE-MAST (LINE-SUB-WS)
               MOVE RULE-ACCT-WS (LINE-SUB-WS) TO
                       ALLOC-ACCT-MAST (LINE-SUB-WS)
               MOVE RULE-PCT-WS (LINE-SUB-WS) TO
                       ALLOC-PCT-MAST (LINE-SUB-WS)
           END-IF.

       340-CHANGE-RULE.
           MOVE RULE-CODE-WS TO ALLOC-CODE-MAST

           READ ALLOC-MASTER-FILE
               INVALID KEY
                   MOVE 'REJECTED' TO TRAN-STATUS-WS
                   MOVE 'CODE NOT ON MASTER' TO TRAN-REASON-WS
               NOT INVALID KEY
                   IF RULE-DESC-WS = SPACES
                       MOVE ALLOC-DESC-MAST TO RULE-DESC-WS
                   END-IF
                   PERFORM 335-BUILD-MASTER-RECORD
                   REWRITE ALLOC-MASTER-RECORD
           END-READ.

       350-DELETE-RULE.
           MOVE RULE-CODE-WS TO ALLOC-CODE-MAST

           READ ALLOC-MASTER-FILE
               INVALID KEY
                   MOVE 'REJECTED' TO TRAN-STATUS-WS
                   MOVE 'CODE NOT ON MASTER' TO TRAN-REASON-WS
               NOT INVALID KEY
                   MOVE ALLOC-DESC-MAST TO RULE-DESC-WS
                   DELETE ALLOC-MASTER-FILE
           END-READ.

       360-COUNT-AND-AUDIT.
           IF TRAN-STATUS-WS = 'APPLIED '
               ADD 1 TO APPLIED-COUNT-WS
           ELSE
               ADD 1 TO REJECTED-COUNT-WS
           END-IF

           PERFORM 400-WRITE-AUDIT-LINE.

       400-WRITE-AUDIT-LINE.
           MOVE RULE-ACTION-WS     TO AUDIT-ACTION-OUT
           MOVE RULE-CODE-WS       TO AUDIT-CODE-OUT
           MOVE RULE-DESC-WS       TO AUDIT-DESC-OUT
           MOVE RULE-LINE-COUNT-WS TO AUDIT-LINES-OUT
           MOVE RULE-PCT-TOTAL-WS  TO AUDIT-PCT-TOTAL-OUT
           MOVE TRAN-STATUS-WS     TO AUDIT-STATUS-OUT
           MOVE TRAN-REASON-WS     TO AUDIT-REASON-OUT

           MOVE AUDIT-DETAIL-LINE-SETUP TO AUDIT-PRINT-LINE
           PERFORM 410-PRINT-AUDIT-LINE

           PERFORM 405-WRITE-TARGET-LINE
               VARYING LINE-SUB-WS FROM 1 BY 1
               UNTIL LINE-SUB-WS > RULE-LINE-COUNT-WS.

       405-WRITE-TARGET-LINE.
           MOVE RULE-STORE-WS (LINE-SUB-WS) TO AUDIT-STORE-OUT
           MOVE RULE-ACCT-WS (LINE-SUB-WS)  TO AUDIT-ACCT-OUT
           MOVE RULE-PCT-WS (LINE-SUB-WS)   TO AUDIT-PCT-OUT
           MOVE RULE-LINE-REASON-WS (LINE-SUB-WS) TO
                   AUDIT-LINE-REASON-OUT

           MOVE AUDIT-TARGET-LINE-SETUP TO AUDIT-PRINT-LINE
           PERFORM 410-PRINT-AUDIT-LINE.

       410-PRINT-AUDIT-LINE.
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

           CLOSE ALLOC-TRAN-FILE
                 ALLOC-MASTER-FILE
                 STORE-MASTER-FILE
                 ACCOUNT-MASTER-FILE
                 AUDIT-OUTPUT-FILE.
