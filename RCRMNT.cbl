       IDENTIFICATION DIVISION.
       PROGRAM-ID.   RCRMNT.
       AUTHOR. ROGER WINTERS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

            SELECT RECUR-TRAN-FILE    ASSIGN TO 'RECTRAN'.

            SELECT AUDIT-OUTPUT-FILE  ASSIGN TO 'RECAUDT'.

            SELECT RECUR-MASTER-FILE ASSIGN TO 'RECMAST'
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS RECUR-SCHED-MAST
                FILE STATUS IS RECM-FILE-STATUS-WS.

            SELECT SUPPLIER-MASTER-FILE ASSIGN TO 'SUPMAST'
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS SUPPLIER-NUM-MAST.

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
       FD  RECUR-TRAN-FILE RECORDING MODE IS F.
       01  FILLER                  PIC X(80).

       FD  AUDIT-OUTPUT-FILE RECORDING MODE IS F.
       01  AUDIT-PRINT-LINE        PIC X(132).

       FD  RECUR-MASTER-FILE.
       01  RECUR-MASTER-RECORD.
           05  RECUR-SCHED-MAST        PIC X(4).
           05  RECUR-SUPPLIER-MAST     PIC X(5).
           05  RECUR-STORE-MAST        PIC XXX.
           05  RECUR-ACCT-MAST         PIC X(4).
           05  RECUR-TYPE-MAST         PIC X.
           05  RECUR-AMOUNT-MAST       PIC S9(6)V99.
           05  RECUR-FREQ-MAST         PIC X.
           05  RECUR-START-MAST        PIC 9(8).
           05  RECUR-END-MAST          PIC 9(8).
           05  RECUR-NEXT-DUE-MAST     PIC 9(8).
           05  RECUR-STATUS-MAST       PIC X.
           05  RECUR-PO-MAST           PIC X(12).
           05  RECUR-LAST-VOUCHER-MAST PIC X(6).
           05  RECUR-LAST-GEN-MAST     PIC 9(8).
           05  FILLER                  PIC X(13).

       FD  SUPPLIER-MASTER-FILE.
       01  SUPPLIER-MASTER-RECORD.
           05  SUPPLIER-NUM-MAST       PIC X(5).
           05  SUPPLIER-NAME-MAST      PIC X(23).
           05  SUPPLIER-ADDRESS-MAST   PIC X(25).
           05  SUPPLIER-CITY-MAST      PIC X(15).
           05  SUPPLIER-STATE-MAST     PIC XX.
           05  SUPPLIER-ZIP-MAST       PIC X(9).
           05  SUPPLIER-DISC-PCT-MAST  PIC 99V9.
           05  SUPPLIER-DISC-DAYS-MAST PIC 99.
           05  SUPPLIER-NET-DAYS-MAST  PIC 999.
           05  SUPPLIER-HOLD-MAST      PIC X.
           05  SUPPLIER-TIN-MAST       PIC X(9).
           05  SUPPLIER-1099-MAST      PIC X.

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
           05  RECM-FILE-STATUS-WS         PIC XX          VALUE ZERO.
           05  APPLIED-COUNT-WS            PIC 9(5)        VALUE ZERO.
           05  REJECTED-COUNT-WS           PIC 9(5)        VALUE ZERO.
           05  NUMBER-LINES-PER-PAGE-WS    PIC 99          VALUE ZERO.
           05  LINES-PER-PAGE-WS           PIC 99          VALUE 50.
           05  TRAN-STATUS-WS              PIC X(8)        VALUE SPACES.
           05  TRAN-REASON-WS              PIC X(25)       VALUE SPACES.
           05  BEFORE-AMOUNT-WS            PIC S9(6)V99    VALUE ZERO.
           05  AFTER-AMOUNT-WS             PIC S9(6)V99    VALUE ZERO.
           05  AFTER-NEXT-DUE-WS           PIC 9(8)        VALUE ZERO.
           05  AFTER-SCHED-STATUS-WS       PIC X           VALUE SPACE.

           05  START-DATE-WS               PIC 9(8)        VALUE ZERO.
           05  END-DATE-WS                 PIC 9(8)        VALUE ZERO.

           05  CHECK-DATE-WS.
               10  CHECK-MM-WS             PIC XX.
               10  CHECK-DD-WS             PIC XX.
               10  CHECK-YYYY-WS           PIC X(4).
           05  CHECK-DATE-VALID-WS         PIC X(3)        VALUE 'YES'.
           05  CHECK-MM-NUM-WS             PIC 99          VALUE ZERO.
           05  CHECK-DD-NUM-WS             PIC 99          VALUE ZERO.
           05  CHECK-YYYY-NUM-WS           PIC 9(4)        VALUE ZERO.
           05  CHECK-MAX-DAY-WS            PIC 99          VALUE ZERO.

           05  HOLD-DATE-WS.
               10  HOLD-YR-WS          PIC XXXX.
               10  HOLD-MO-WS          PIC XX.
               10  HOLD-DY-WS          PIC XX.

       01  DAYS-IN-MONTH-VALUES.
           05  FILLER              PIC X(24)      VALUE
                               '312831303130313130313031'.

       01  DAYS-IN-MONTH-TABLE REDEFINES DAYS-IN-MONTH-VALUES.
           05  DAYS-IN-MONTH-WS OCCURS 12 TIMES PIC 99.

       01  RECUR-TRAN-RECORD.
           05  TRAN-ACTION-IN      PIC X.
           05  TRAN-SCHED-IN       PIC X(4).
           05  TRAN-SUPPLIER-IN    PIC X(5).
           05  TRAN-STORE-IN       PIC XXX.
           05  TRAN-ACCT-IN        PIC X(4).
           05  TRAN-TYPE-IN        PIC X.
           05  TRAN-AMOUNT-IN      PIC 9(6)V99.
           05  TRAN-FREQ-IN        PIC X.
           05  TRAN-START-IN       PIC X(8).
           05  TRAN-END-IN         PIC X(8).
           05  TRAN-PO-IN          PIC X(12).
           05  FILLER              PIC X(25).

       01  AUDIT-DETAIL-LINE-SETUP.
           05  AUDIT-ACTION-OUT    PIC X.
           05  FILLER              PIC X(3)       VALUE SPACE.
           05  AUDIT-SCHED-OUT     PIC X(4).
           05  FILLER              PIC X(2)       VALUE SPACE.
           05  AUDIT-SUPPLIER-OUT  PIC X(5).
           05  FILLER              PIC X(2)       VALUE SPACE.
           05  AUDIT-STORE-OUT     PIC XXX.
           05  FILLER              PIC X(2)       VALUE SPACE.
           05  AUDIT-ACCT-OUT      PIC X(4).
           05  FILLER              PIC X(2)       VALUE SPACE.
           05  AUDIT-TYPE-OUT      PIC X.
           05  FILLER              PIC X(2)       VALUE SPACE.
           05  AUDIT-FREQ-OUT      PIC X.
           05  FILLER              PIC X(2)       VALUE SPACE.
           05  AUDIT-BEFORE-AMOUNT-OUT PIC $$$$,$$9.99BCR.
           05  FILLER              PIC X(2)       VALUE SPACE.
           05  AUDIT-AFTER-AMOUNT-OUT  PIC $$$$,$$9.99BCR.
           05  FILLER              PIC X(2)       VALUE SPACE.
           05  AUDIT-NEXT-DUE-OUT.
               10  AUDIT-DUE-MO-OUT    PIC XX.
               10  FILLER              PIC X      VALUE '/'.
               10  AUDIT-DUE-DY-OUT    PIC XX.
               10  FILLER              PIC X      VALUE '/'.
               10  AUDIT-DUE-YR-OUT    PIC XXXX.
           05  FILLER              PIC X(2)       VALUE SPACE.
           05  AUDIT-SCHED-STATUS-OUT  PIC X.
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
                               'RECURRING VOUCHER SCHEDULE AUDIT'.

       01  COLUMN-HEADER1.
           05                      PIC X(3)       VALUE 'ACT'.
           05                      PIC X(1)       VALUE SPACE.
           05                      PIC X(4)       VALUE 'SCHD'.
           05                      PIC X(2)       VALUE SPACE.
           05                      PIC X(5)       VALUE 'SUPP'.
           05                      PIC X(2)       VALUE SPACE.
           05                      PIC X(3)       VALUE 'STR'.
           05                      PIC X(2)       VALUE SPACE.
           05                      PIC X(4)       VALUE 'ACCT'.
           05                      PIC X(1)       VALUE SPACE.
           05                      PIC X(3)       VALUE 'TYP'.
           05                      PIC X(1)       VALUE SPACE.
           05                      PIC X(3)       VALUE 'FRQ'.
           05                      PIC X(6)       VALUE SPACE.
           05                      PIC X(13)      VALUE
                               'AMOUNT BEFORE'.
           05                      PIC X(4)       VALUE SPACE.
           05                      PIC X(12)      VALUE
                               'AMOUNT AFTER'.
           05                      PIC X(3)       VALUE SPACE.
           05                      PIC X(8)       VALUE 'NEXT DUE'.
           05                      PIC X(3)       VALUE SPACE.
           05                      PIC X(2)       VALUE 'ST'.
           05                      PIC X(2)       VALUE SPACE.
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
           OPEN INPUT RECUR-TRAN-FILE
                I-O   RECUR-MASTER-FILE
                INPUT SUPPLIER-MASTER-FILE
                INPUT STORE-MASTER-FILE
                INPUT ACCOUNT-MASTER-FILE
                OUTPUT AUDIT-OUTPUT-FILE

           IF RECM-FILE-STATUS-WS = '35'
               OPEN OUTPUT RECUR-MASTER-FILE
               CLOSE RECUR-MASTER-FILE
               OPEN I-O RECUR-MASTER-FILE
           END-IF

           MOVE FUNCTION CURRENT-DATE TO HOLD-DATE-WS

           MOVE HOLD-MO-WS TO HEADER-MO-OUT
           MOVE HOLD-DY-WS TO HEADER-DY-OUT
           MOVE HOLD-YR-WS TO HEADER-YR-OUT

           PERFORM 500-HEADER.

       250-READ-TRAN.
           READ RECUR-TRAN-FILE INTO RECUR-TRAN-RECORD
               AT END MOVE 'YES' TO EOF-TRAN-WS
           END-READ.

       300-PROCESS-TRAN.
           MOVE ZERO   TO BEFORE-AMOUNT-WS
           MOVE ZERO   TO AFTER-AMOUNT-WS
           MOVE ZERO   TO AFTER-NEXT-DUE-WS
           MOVE SPACE  TO AFTER-SCHED-STATUS-WS
           MOVE SPACES TO TRAN-REASON-WS
           MOVE 'APPLIED ' TO TRAN-STATUS-WS

           IF TRAN-ACTION-IN = 'A'
               PERFORM 310-ADD-SCHEDULE
           ELSE IF TRAN-ACTION-IN = 'C'
               PERFORM 320-CHANGE-SCHEDULE
           ELSE IF TRAN-ACTION-IN = 'D'
               PERFORM 330-DELETE-SCHEDULE
           ELSE IF TRAN-ACTION-IN = 'S'
               PERFORM 340-SUSPEND-SCHEDULE
           ELSE IF TRAN-ACTION-IN = 'R'
               PERFORM 345-REINSTATE-SCHEDULE
           ELSE
               MOVE 'REJECTED' TO TRAN-STATUS-WS
               MOVE 'INVALID ACTION CODE' TO TRAN-REASON-WS
           END-IF
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

       310-ADD-SCHEDULE.
           PERFORM 350-VALIDATE-SCHEDULE

           IF TRAN-STATUS-WS = 'APPLIED '
               MOVE TRAN-SCHED-IN    TO RECUR-SCHED-MAST
               MOVE TRAN-SUPPLIER-IN TO RECUR-SUPPLIER-MAST
               MOVE TRAN-STORE-IN    TO RECUR-STORE-MAST
               MOVE TRAN-ACCT-IN     TO RECUR-ACCT-MAST
               MOVE TRAN-TYPE-IN     TO RECUR-TYPE-MAST
               MOVE TRAN-AMOUNT-IN   TO RECUR-AMOUNT-MAST
               MOVE TRAN-FREQ-IN     TO RECUR-FREQ-MAST
               MOVE START-DATE-WS    TO RECUR-START-MAST
               MOVE END-DATE-WS      TO RECUR-END-MAST
               MOVE START-DATE-WS    TO RECUR-NEXT-DUE-MAST
               MOVE 'A'              TO RECUR-STATUS-MAST
               MOVE TRAN-PO-IN       TO RECUR-PO-MAST
               MOVE SPACES           TO RECUR-LAST-VOUCHER-MAST
               MOVE ZERO             TO RECUR-LAST-GEN-MAST

               WRITE RECUR-MASTER-RECORD
                   INVALID KEY
                       MOVE 'REJECTED' TO TRAN-STATUS-WS
                       MOVE 'SCHEDULE ALREADY ON MASTER' TO
                               TRAN-REASON-WS
                   NOT INVALID KEY
                       PERFORM 390-SAVE-AFTER-VALUES
               END-WRITE
           END-IF.

       320-CHANGE-SCHEDULE.
           MOVE TRAN-SCHED-IN TO RECUR-SCHED-MAST

           READ RECUR-MASTER-FILE
               INVALID KEY
                   MOVE 'REJECTED' TO TRAN-STATUS-WS
                   MOVE 'SCHEDULE NOT ON MASTER' TO TRAN-REASON-WS
               NOT INVALID KEY
                   MOVE RECUR-AMOUNT-MAST TO BEFORE-AMOUNT-WS
           END-READ

           IF TRAN-STATUS-WS = 'APPLIED '
               MOVE RECUR-SUPPLIER-MAST TO TRAN-SUPPLIER-IN
               PERFORM 350-VALIDATE-SCHEDULE
           END-IF

           IF TRAN-STATUS-WS = 'APPLIED '
               MOVE TRAN-STORE-IN    TO RECUR-STORE-MAST
               MOVE TRAN-ACCT-IN     TO RECUR-ACCT-MAST
               MOVE TRAN-TYPE-IN     TO RECUR-TYPE-MAST
               MOVE TRAN-AMOUNT-IN   TO RECUR-AMOUNT-MAST
               MOVE TRAN-FREQ-IN     TO RECUR-FREQ-MAST
               MOVE END-DATE-WS      TO RECUR-END-MAST
               MOVE TRAN-PO-IN       TO RECUR-PO-MAST

               IF RECUR-LAST-GEN-MAST = ZERO
                   MOVE START-DATE-WS TO RECUR-START-MAST
                   MOVE START-DATE-WS TO RECUR-NEXT-DUE-MAST
               END-IF

               REWRITE RECUR-MASTER-RECORD
               PERFORM 390-SAVE-AFTER-VALUES
           END-IF.

       330-DELETE-SCHEDULE.
           MOVE TRAN-SCHED-IN TO RECUR-SCHED-MAST

           READ RECUR-MASTER-FILE
               INVALID KEY
                   MOVE 'REJECTED' TO TRAN-STATUS-WS
                   MOVE 'SCHEDULE NOT ON MASTER' TO TRAN-REASON-WS
               NOT INVALID KEY
                   MOVE RECUR-AMOUNT-MAST TO BEFORE-AMOUNT-WS
                   MOVE RECUR-SUPPLIER-MAST TO TRAN-SUPPLIER-IN
                   MOVE RECUR-STORE-MAST TO TRAN-STORE-IN
                   MOVE RECUR-ACCT-MAST TO TRAN-ACCT-IN
                   MOVE RECUR-TYPE-MAST TO TRAN-TYPE-IN
                   MOVE RECUR-FREQ-MAST TO TRAN-FREQ-IN
                   DELETE RECUR-MASTER-FILE
           END-READ.

       340-SUSPEND-SCHEDULE.
           MOVE TRAN-SCHED-IN TO RECUR-SCHED-MAST

           READ RECUR-MASTER-FILE
               INVALID KEY
                   MOVE 'REJECTED' TO TRAN-STATUS-WS
                   MOVE 'SCHEDULE NOT ON MASTER' TO TRAN-REASON-WS
               NOT INVALID KEY
                   MOVE RECUR-AMOUNT-MAST TO BEFORE-AMOUNT-WS
                   IF RECUR-STATUS-MAST = 'S'
                       MOVE 'REJECTED' TO TRAN-STATUS-WS
                       MOVE 'SCHEDULE ALREADY SUSPENDED' TO
                               TRAN-REASON-WS
                   ELSE
                       MOVE 'S' TO RECUR-STATUS-MAST
                       REWRITE RECUR-MASTER-RECORD
                       PERFORM 390-SAVE-AFTER-VALUES
                   END-IF
           END-READ.

       345-REINSTATE-SCHEDULE.
           MOVE TRAN-SCHED-IN TO RECUR-SCHED-MAST

           READ RECUR-MASTER-FILE
               INVALID KEY
                   MOVE 'REJECTED' TO TRAN-STATUS-WS
                   MOVE 'SCHEDULE NOT ON MASTER' TO TRAN-REASON-WS
               NOT INVALID KEY
                   MOVE RECUR-AMOUNT-MAST TO BEFORE-AMOUNT-WS
           END-READ

           IF TRAN-STATUS-WS = 'APPLIED '
                   AND RECUR-STATUS-MAST NOT = 'S'
               MOVE 'REJECTED' TO TRAN-STATUS-WS
               MOVE 'SCHEDULE NOT SUSPENDED' TO TRAN-REASON-WS
           END-IF

           IF TRAN-STATUS-WS = 'APPLIED '
                   AND TRAN-START-IN NOT = SPACES
               MOVE TRAN-START-IN TO CHECK-DATE-WS
               PERFORM 360-VALIDATE-DATE

               IF CHECK-DATE-VALID-WS NOT = 'YES'
                   MOVE 'REJECTED' TO TRAN-STATUS-WS
                   MOVE 'INVALID NEXT DUE DATE' TO TRAN-REASON-WS
               ELSE
                   MOVE CHECK-YYYY-WS TO START-DATE-WS(1:4)
                   MOVE CHECK-MM-WS   TO START-DATE-WS(5:2)
                   MOVE CHECK-DD-WS   TO START-DATE-WS(7:2)
                   MOVE START-DATE-WS TO RECUR-NEXT-DUE-MAST
               END-IF
           END-IF

           IF TRAN-STATUS-WS = 'APPLIED '
               MOVE 'A' TO RECUR-STATUS-MAST
               REWRITE RECUR-MASTER-RECORD
               PERFORM 390-SAVE-AFTER-VALUES
           END-IF.

       350-VALIDATE-SCHEDULE.
           IF TRAN-TYPE-IN NOT = '1' AND NOT = '2'
                   AND NOT = '3' AND NOT = '4'
               MOVE 'REJECTED' TO TRAN-STATUS-WS
               MOVE 'INVALID RECORD TYPE' TO TRAN-REASON-WS
           ELSE IF TRAN-FREQ-IN NOT = 'M' AND NOT = 'Q'
                   AND NOT = 'A'
               MOVE 'REJECTED' TO TRAN-STATUS-WS
               MOVE 'INVALID FREQUENCY' TO TRAN-REASON-WS
           ELSE IF TRAN-AMOUNT-IN IS NOT NUMERIC
               MOVE 'REJECTED' TO TRAN-STATUS-WS
               MOVE 'AMOUNT NOT NUMERIC' TO TRAN-REASON-WS
           ELSE IF TRAN-AMOUNT-IN = ZERO
               MOVE 'REJECTED' TO TRAN-STATUS-WS
               MOVE 'AMOUNT IS ZERO' TO TRAN-REASON-WS
           END-IF
           END-IF
           END-IF
           END-IF

           IF TRAN-STATUS-WS = 'APPLIED '
               MOVE TRAN-START-IN TO CHECK-DATE-WS
               PERFORM 360-VALIDATE-DATE

               IF CHECK-DATE-VALID-WS NOT = 'YES'
                   MOVE 'REJECTED' TO TRAN-STATUS-WS
                   MOVE 'INVALID START DATE' TO TRAN-REASON-WS
               ELSE
                   MOVE CHECK-YYYY-WS TO START-DATE-WS(1:4)
                   MOVE CHECK-MM-WS   TO START-DATE-WS(5:2)
                   MOVE CHECK-DD-WS   TO START-DATE-WS(7:2)
               END-IF
           END-IF

           IF TRAN-STATUS-WS = 'APPLIED '
               IF TRAN-END-IN = ZERO OR TRAN-END-IN = SPACES
                   MOVE 99999999 TO END-DATE-WS
               ELSE
                   MOVE TRAN-END-IN TO CHECK-DATE-WS
                   PERFORM 360-VALIDATE-DATE

                   IF CHECK-DATE-VALID-WS NOT = 'YES'
                       MOVE 'REJECTED' TO TRAN-STATUS-WS
                       MOVE 'INVALID END DATE' TO TRAN-REASON-WS
                   ELSE
                       MOVE CHECK-YYYY-WS TO END-DATE-WS(1:4)
                       MOVE CHECK-MM-WS   TO END-DATE-WS(5:2)
                       MOVE CHECK-DD-WS   TO END-DATE-WS(7:2)

                       IF END-DATE-WS < START-DATE-WS
                           MOVE 'REJECTED' TO TRAN-STATUS-WS
                           MOVE 'END DATE BEFORE START' TO
                                   TRAN-REASON-WS
                       END-IF
                   END-IF
               END-IF
           END-IF

           IF TRAN-STATUS-WS = 'APPLIED '
               MOVE TRAN-SUPPLIER-IN TO SUPPLIER-NUM-MAST

               READ SUPPLIER-MASTER-FILE
                   INVALID KEY
                       MOVE 'REJECTED' TO TRAN-STATUS-WS
                       MOVE 'SUPPLIER NOT ON MASTER' TO TRAN-REASON-WS
               END-READ
           END-IF

           IF TRAN-STATUS-WS = 'APPLIED '
               MOVE TRAN-STORE-IN TO STORE-NUM-MAST

               READ STORE-MASTER-FILE
                   INVALID KEY
                       MOVE 'REJECTED' TO TRAN-STATUS-WS
                       MOVE 'STORE NOT ON MASTER' TO TRAN-REASON-WS
               END-READ
           END-IF

           IF TRAN-STATUS-WS = 'APPLIED '
               MOVE TRAN-ACCT-IN TO ACCT-NUM-MAST

               READ ACCOUNT-MASTER-FILE
                   INVALID KEY
                       MOVE 'REJECTED' TO TRAN-STATUS-WS
                       MOVE 'ACCOUNT NOT ON MASTER' TO TRAN-REASON-WS
               END-READ
           END-IF.

       360-VALIDATE-DATE.
           MOVE 'YES' TO CHECK-DATE-VALID-WS

           IF CHECK-MM-WS IS NOT NUMERIC
                   OR CHECK-DD-WS IS NOT NUMERIC
                   OR CHECK-YYYY-WS IS NOT NUMERIC
               MOVE 'NO ' TO CHECK-DATE-VALID-WS
           ELSE
               MOVE CHECK-MM-WS   TO CHECK-MM-NUM-WS
               MOVE CHECK-DD-WS   TO CHECK-DD-NUM-WS
               MOVE CHECK-YYYY-WS TO CHECK-YYYY-NUM-WS

               IF CHECK-MM-NUM-WS < 1 OR CHECK-MM-NUM-WS > 12
                   MOVE 'NO ' TO CHECK-DATE-VALID-WS
               ELSE
                   MOVE DAYS-IN-MONTH-WS (CHECK-MM-NUM-WS) TO
                           CHECK-MAX-DAY-WS

                   IF CHECK-MM-NUM-WS = 2
                           AND FUNCTION MOD(CHECK-YYYY-NUM-WS, 4) = 0
                           AND (FUNCTION MOD(CHECK-YYYY-NUM-WS, 100)
                                   NOT = 0
                           OR FUNCTION MOD(CHECK-YYYY-NUM-WS, 400) = 0)
                       MOVE 29 TO CHECK-MAX-DAY-WS
                   END-IF

                   IF CHECK-DD-NUM-WS < 1
                           OR CHECK-DD-NUM-WS > CHECK-MAX-DAY-WS
                       MOVE 'NO ' TO CHECK-DATE-VALID-WS
                   END-IF
               END-IF
           END-IF.

       390-SAVE-AFTER-VALUES.
           MOVE RECUR-AMOUNT-MAST   TO AFTER-AMOUNT-WS
           MOVE RECUR-NEXT-DUE-MAST TO AFTER-NEXT-DUE-WS
           MOVE RECUR-STATUS-MAST   TO AFTER-SCHED-STATUS-WS.

       400-WRITE-AUDIT-LINE.
           MOVE TRAN-ACTION-IN   TO AUDIT-ACTION-OUT
           MOVE TRAN-SCHED-IN    TO AUDIT-SCHED-OUT
           MOVE TRAN-SUPPLIER-IN TO AUDIT-SUPPLIER-OUT
           MOVE TRAN-STORE-IN    TO AUDIT-STORE-OUT
           MOVE TRAN-ACCT-IN     TO AUDIT-ACCT-OUT
           MOVE TRAN-TYPE-IN     TO AUDIT-TYPE-OUT
           MOVE TRAN-FREQ-IN     TO AUDIT-FREQ-OUT
           MOVE BEFORE-AMOUNT-WS TO AUDIT-BEFORE-AMOUNT-OUT
           MOVE AFTER-AMOUNT-WS  TO AUDIT-AFTER-AMOUNT-OUT

           IF AFTER-NEXT-DUE-WS = ZERO
               MOVE SPACES TO AUDIT-DUE-MO-OUT
               MOVE SPACES TO AUDIT-DUE-DY-OUT
               MOVE SPACES TO AUDIT-DUE-YR-OUT
           ELSE
               MOVE AFTER-NEXT-DUE-WS(5:2) TO AUDIT-DUE-MO-OUT
               MOVE AFTER-NEXT-DUE-WS(7:2) TO AUDIT-DUE-DY-OUT
               MOVE AFTER-NEXT-DUE-WS(1:4) TO AUDIT-DUE-YR-OUT
           END-IF

           MOVE AFTER-SCHED-STATUS-WS TO AUDIT-SCHED-STATUS-OUT
           MOVE TRAN-STATUS-WS   TO AUDIT-STATUS-OUT
           MOVE TRAN-REASON-WS   TO AUDIT-REASON-OUT

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

           CLOSE RECUR-TRAN-FILE
                 RECUR-MASTER-FILE
                 SUPPLIER-MASTER-FILE
                 STORE-MASTER-FILE
                 ACCOUNT-MASTER-FILE
                 AUDIT-OUTPUT-FILE.
