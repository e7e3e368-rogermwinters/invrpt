       IDENTIFICATION DIVISION.
       PROGRAM-ID.   RCRGEN.
       AUTHOR. ROGER WINTERS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

            SELECT RECUR-CONTROL-FILE ASSIGN TO 'RECCTL'
                FILE STATUS IS RECC-FILE-STATUS-WS.

            SELECT RECUR-MASTER-FILE ASSIGN TO 'RECMAST'
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS RECUR-SCHED-MAST
                FILE STATUS IS RECM-FILE-STATUS-WS.

            SELECT SUPPLIER-MASTER-FILE ASSIGN TO 'SUPMAST'
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS SUPPLIER-NUM-MAST.

            SELECT INVENT-OUTPUT-FILE ASSIGN TO 'RECINV'.

            SELECT REGISTER-OUTPUT-FILE ASSIGN TO 'RECGRPT'.

            SELECT EXPIRED-OUTPUT-FILE ASSIGN TO 'RECEXPR'.

       DATA DIVISION.
       FILE SECTION.
       FD  RECUR-CONTROL-FILE RECORDING MODE IS F.
       01  RECUR-CONTROL-RECORD.
           05  RECC-THRU-DATE          PIC X(8).
           05  RECC-BATCH-NUM          PIC XX.
           05  RECC-START-VOUCHER      PIC X(5).
           05  FILLER                  PIC X(65).

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

       01  RECUR-SEQUENCE-RECORD.
           05  RECUR-SEQ-KEY-MAST      PIC X(4).
           05  RECUR-SEQ-LAST-MAST     PIC 9(5).
           05  RECUR-SEQ-DATE-MAST     PIC 9(8).
           05  FILLER                  PIC X(73).

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

       FD  INVENT-OUTPUT-FILE RECORDING MODE IS F.
       01  INVENT-OUTPUT-RECORD     PIC X(80).

       FD  REGISTER-OUTPUT-FILE RECORDING MODE IS F.
       01  REGISTER-PRINT-LINE      PIC X(132).

       FD  EXPIRED-OUTPUT-FILE RECORDING MODE IS F.
       01  EXPIRED-PRINT-LINE       PIC X(132).

       WORKING-STORAGE SECTION.
       01  WORKING-VARIABLES.
           05  EOF-RECUR-WS                PIC X(3)        VALUE 'NO'.
           05  RECC-FILE-STATUS-WS         PIC XX          VALUE ZERO.
           05  RECM-FILE-STATUS-WS         PIC XX          VALUE ZERO.
           05  CONTROL-VALID-WS            PIC X(3)        VALUE 'YES'.
           05  BATCH-OPEN-WS               PIC X(3)        VALUE 'NO'.
           05  VOUCHERS-EXHAUSTED-WS       PIC X(3)        VALUE 'NO'.
           05  SEQUENCE-VALID-WS           PIC X(3)        VALUE 'YES'.
           05  SEQUENCE-FOUND-WS           PIC X(3)        VALUE 'NO'.
           05  SCHEDULE-LISTED-WS          PIC X(3)        VALUE 'NO'.
           05  EXPIRED-REASON-WS           PIC X(25)       VALUE SPACES.

           05  THRU-DATE-WS                PIC 9(8)        VALUE ZERO.
           05  BATCH-NUM-WS                PIC XX          VALUE SPACES.
           05  NEXT-VOUCHER-SEQ-WS         PIC 9(5)        VALUE ZERO.
           05  LAST-VOUCHER-SEQ-WS         PIC 9(5)        VALUE ZERO.
           05  VOUCHER-NUM-WS.
               10  FILLER                  PIC X           VALUE 'R'.
               10  VOUCHER-SEQ-WS          PIC 9(5).
           05  INVOICE-NUM-WS.
               10  INVOICE-SCHED-WS        PIC X(4).
               10  INVOICE-YY-WS           PIC XX.
               10  INVOICE-MM-WS           PIC XX.

           05  SIGNED-AMOUNT-WS            PIC S9(8)V99    VALUE ZERO.
           05  BATCH-RECORDS-WS            PIC 9(5)        VALUE ZERO.
           05  BATCH-DOLLARS-WS            PIC S9(8)V99    VALUE ZERO.
           05  SCHEDULES-READ-WS           PIC 9(5)        VALUE ZERO.
           05  SCHEDULES-EXPIRED-WS        PIC 9(5)        VALUE ZERO.
           05  SCHEDULES-SUSPENDED-WS      PIC 9(5)        VALUE ZERO.
           05  SCHEDULES-REJECTED-WS       PIC 9(5)        VALUE ZERO.

           05  MONTHS-TO-ADD-WS            PIC 99          VALUE ZERO.
           05  TOTAL-MONTHS-WS             PIC 9(6)        VALUE ZERO.
           05  ANCHOR-DAY-WS               PIC 99          VALUE ZERO.
           05  NEW-YYYY-WS                 PIC 9(4)        VALUE ZERO.
           05  NEW-MM-WS                   PIC 99          VALUE ZERO.
           05  NEW-DD-WS                   PIC 99          VALUE ZERO.
           05  NEW-MAX-DAY-WS              PIC 99          VALUE ZERO.

           05  CHECK-DATE-WS.
               10  CHECK-MM-WS             PIC XX.
               10  CHECK-DD-WS             PIC XX.
               10  CHECK-YYYY-WS           PIC X(4).
           05  CHECK-DATE-VALID-WS         PIC X(3)        VALUE 'YES'.
           05  CHECK-MM-NUM-WS             PIC 99          VALUE ZERO.
           05  CHECK-DD-NUM-WS             PIC 99          VALUE ZERO.
           05  CHECK-YYYY-NUM-WS           PIC 9(4)        VALUE ZERO.
           05  CHECK-MAX-DAY-WS            PIC 99          VALUE ZERO.

           05  NUMBER-LINES-PER-PAGE-WS    PIC 99          VALUE ZERO.
           05  EXPIRED-LINES-WS            PIC 99          VALUE ZERO.
           05  LINES-PER-PAGE-WS           PIC 99          VALUE 50.

           05  END-DATE-EDIT-WS.
               10  END-EDIT-MO-WS          PIC XX.
               10  FILLER                  PIC X           VALUE '/'.
               10  END-EDIT-DY-WS          PIC XX.
               10  FILLER                  PIC X           VALUE '/'.
               10  END-EDIT-YR-WS          PIC XXXX.

           05  HOLD-DATE-WS.
               10  HOLD-YR-WS          PIC XXXX.
               10  HOLD-MO-WS          PIC XX.
               10  HOLD-DY-WS          PIC XX.

       01  DAYS-IN-MONTH-VALUES.
           05  FILLER              PIC X(24)      VALUE
                               '312831303130313130313031'.

       01  DAYS-IN-MONTH-TABLE REDEFINES DAYS-IN-MONTH-VALUES.
           05  DAYS-IN-MONTH-WS OCCURS 12 TIMES PIC 99.

       01  INVENT-INPUT-RECORD.
           05  REC-TYPE-IN         PIC X.
           05  BATCH-NUM-IN        PIC XX.
           05  SUPPLIER-NUM-IN     PIC X(5).
           05  VOUCHER-NUM-IN      PIC X(6).
           05  INVOICE-NUM-IN      PIC X(8).
           05  ACC-NUM-IN          PIC X(4).
           05  STORE-NUM-IN        PIC XXX.
           05  DATE-IN             PIC X(8).
           05  DATE-IN-R REDEFINES DATE-IN.
               10  DATE-MM-IN          PIC XX.
               10  DATE-DD-IN          PIC XX.
               10  DATE-YYYY-IN        PIC X(4).
           05  PO-NUM-IN           PIC X(12).
           05  AMOUNT-IN           PIC S9(6)V99.
           05  SUPPLIER-NAME-IN    PIC X(23).

       01  BATCH-TRAILER-RECORD REDEFINES INVENT-INPUT-RECORD.
           05  TRAILER-REC-TYPE        PIC X.
           05  TRAILER-BATCH-NUM       PIC XX.
           05  TRAILER-RECORD-COUNT    PIC 9(5).
           05  TRAILER-AMOUNT-TOTAL    PIC S9(8)V99.
           05  FILLER                  PIC X(62).

       01  BATCH-HEADER-RECORD REDEFINES INVENT-INPUT-RECORD.
           05  HEADER-REC-TYPE         PIC X.
           05  HEADER-BATCH-NUM        PIC XX.
           05  HEADER-SOURCE-IN        PIC X.
           05  FILLER                  PIC X(76).

       01  REPORT-HEADER.
           05  FILLER              PIC X(10)      VALUE 'RUN DATE: '.
           05  HEADER-MO-OUT       PIC 99.
           05                      PIC X          VALUE '/'.
           05  HEADER-DY-OUT       PIC 99.
           05                      PIC X          VALUE '/'.
           05  HEADER-YR-OUT       PIC 9999.
           05  FILLER              PIC X(10)      VALUE SPACE.
           05  FILLER              PIC X(34)      VALUE
                               'RECURRING VOUCHER GENERATION'.
           05  FILLER              PIC X(14)      VALUE
                               'DUE THROUGH: '.
           05  HEADER-THRU-MO-OUT  PIC XX.
           05                      PIC X          VALUE '/'.
           05  HEADER-THRU-DY-OUT  PIC XX.
           05                      PIC X          VALUE '/'.
           05  HEADER-THRU-YR-OUT  PIC XXXX.
           05  FILLER              PIC X(10)      VALUE SPACE.
           05  FILLER              PIC X(7)       VALUE 'BATCH: '.
           05  HEADER-BATCH-OUT    PIC XX.

       01  COLUMN-HEADER1.
           05                      PIC X(4)       VALUE 'SCHD'.
           05                      PIC X(2)       VALUE SPACE.
           05                      PIC X(8)       VALUE 'SUPPLIER'.
           05                      PIC X(2)       VALUE SPACE.
           05                      PIC X(7)       VALUE 'VOUCHER'.
           05                      PIC X(2)       VALUE SPACE.
           05                      PIC X(8)       VALUE 'INVOICE'.
           05                      PIC X(2)       VALUE SPACE.
           05                      PIC X(5)       VALUE 'STORE'.
           05                      PIC X(2)       VALUE SPACE.
           05                      PIC X(4)       VALUE 'ACCT'.
           05                      PIC X(2)       VALUE SPACE.
           05                      PIC X(4)       VALUE 'TYPE'.
           05                      PIC X(2)       VALUE SPACE.
           05                      PIC X(8)       VALUE 'DUE DATE'.
           05                      PIC X(10)      VALUE SPACE.
           05                      PIC X(6)       VALUE 'AMOUNT'.
           05                      PIC X(4)       VALUE SPACE.
           05                      PIC X(12)      VALUE
                               'PO NUMBER'.
           05                      PIC X(2)       VALUE SPACE.
           05                      PIC X(8)       VALUE 'NEXT DUE'.

       01  REGISTER-DETAIL-LINE-SETUP.
           05  REG-SCHED-OUT       PIC X(4).
           05  FILLER              PIC X(2)       VALUE SPACE.
           05  REG-SUPPLIER-OUT    PIC X(5).
           05  FILLER              PIC X(5)       VALUE SPACE.
           05  REG-VOUCHER-OUT     PIC X(6).
           05  FILLER              PIC X(3)       VALUE SPACE.
           05  REG-INVOICE-OUT     PIC X(8).
           05  FILLER              PIC X(2)       VALUE SPACE.
           05  REG-STORE-OUT       PIC XXX.
           05  FILLER              PIC X(4)       VALUE SPACE.
           05  REG-ACCT-OUT        PIC X(4).
           05  FILLER              PIC X(2)       VALUE SPACE.
           05  REG-TYPE-OUT        PIC X.
           05  FILLER              PIC X(5)       VALUE SPACE.
           05  REG-DUE-MO-OUT      PIC XX.
           05                      PIC X          VALUE '/'.
           05  REG-DUE-DY-OUT      PIC XX.
           05                      PIC X          VALUE '/'.
           05  REG-DUE-YR-OUT      PIC XXXX.
           05  FILLER              PIC X(2)       VALUE SPACE.
           05  REG-AMOUNT-OUT      PIC $$$$,$$9.99BCR.
           05  FILLER              PIC X(2)       VALUE SPACE.
           05  REG-PO-OUT          PIC X(12).
           05  FILLER              PIC X(2)       VALUE SPACE.
           05  REG-NEXT-MO-OUT     PIC XX.
           05                      PIC X          VALUE '/'.
           05  REG-NEXT-DY-OUT     PIC XX.
           05                      PIC X          VALUE '/'.
           05  REG-NEXT-YR-OUT     PIC XXXX.

       01  REGISTER-MESSAGE-LINE-SETUP.
           05  FILLER              PIC X(5)       VALUE SPACE.
           05  REG-MESSAGE-OUT     PIC X(60).

       01  REGISTER-SEQUENCE-LINE-SETUP.
           05  FILLER              PIC X(5)       VALUE SPACE.
           05  FILLER              PIC X(50)      VALUE
                   '*** START VOUCHER NOT ABOVE LAST SEQUENCE USED - R'.
           05  REG-SEQ-LAST-OUT    PIC 9(5).

       01  REGISTER-REJECT-LINE-SETUP.
           05  REG-REJ-SCHED-OUT   PIC X(4).
           05  FILLER              PIC X(2)       VALUE SPACE.
           05  REG-REJ-SUPPLIER-OUT PIC X(5).
           05  FILLER              PIC X(5)       VALUE SPACE.
           05  FILLER              PIC X(13)      VALUE
                               '*** REJECTED '.
           05  REG-REJ-REASON-OUT  PIC X(25).

       01  REGISTER-COUNT-LINE-SETUP.
           05  FILLER              PIC X(5)       VALUE SPACE.
           05  REG-COUNT-DESC-OUT  PIC X(35).
           05  REG-COUNT-OUT       PIC ZZ,ZZ9.

       01  REGISTER-DOLLAR-LINE-SETUP.
           05  FILLER              PIC X(5)       VALUE SPACE.
           05  REG-DOLLAR-DESC-OUT PIC X(35).
           05  REG-DOLLAR-OUT      PIC $$,$$$,$$9.99BCR.

       01  EXPIRED-REPORT-HEADER.
           05  FILLER              PIC X(10)      VALUE 'RUN DATE: '.
           05  EXP-HEADER-MO-OUT   PIC 99.
           05                      PIC X          VALUE '/'.
           05  EXP-HEADER-DY-OUT   PIC 99.
           05                      PIC X          VALUE '/'.
           05  EXP-HEADER-YR-OUT   PIC 9999.
           05  FILLER              PIC X(10)      VALUE SPACE.
           05  FILLER              PIC X(40)      VALUE
                               'EXPIRED AND SUSPENDED SCHEDULES'.

       01  EXPIRED-COLUMN-HEADER.
           05                      PIC X(4)       VALUE 'SCHD'.
           05                      PIC X(2)       VALUE SPACE.
           05                      PIC X(8)       VALUE 'SUPPLIER'.
           05                      PIC X(2)       VALUE SPACE.
           05                      PIC X(23)      VALUE 'SUPPLIER NAME'.
           05                      PIC X(2)       VALUE SPACE.
           05                      PIC X(5)       VALUE 'STORE'.
           05                      PIC X(2)       VALUE SPACE.
           05                      PIC X(4)       VALUE 'ACCT'.
           05                      PIC X(2)       VALUE SPACE.
           05                      PIC X(4)       VALUE 'FREQ'.
           05                      PIC X(10)      VALUE SPACE.
           05                      PIC X(6)       VALUE 'AMOUNT'.
           05                      PIC X(2)       VALUE SPACE.
           05                      PIC X(10)      VALUE 'START'.
           05                      PIC X(2)       VALUE SPACE.
           05                      PIC X(10)      VALUE 'END'.
           05                      PIC X(2)       VALUE SPACE.
           05                      PIC X(25)      VALUE 'CONDITION'.

       01  EXPIRED-DETAIL-LINE-SETUP.
           05  EXP-SCHED-OUT       PIC X(4).
           05  FILLER              PIC X(2)       VALUE SPACE.
           05  EXP-SUPPLIER-OUT    PIC X(5).
           05  FILLER              PIC X(5)       VALUE SPACE.
           05  EXP-NAME-OUT        PIC X(23).
           05  FILLER              PIC X(2)       VALUE SPACE.
           05  EXP-STORE-OUT       PIC XXX.
           05  FILLER              PIC X(4)       VALUE SPACE.
           05  EXP-ACCT-OUT        PIC X(4).
           05  FILLER              PIC X(4)       VALUE SPACE.
           05  EXP-FREQ-OUT        PIC X.
           05  FILLER              PIC X(3)       VALUE SPACE.
           05  EXP-AMOUNT-OUT      PIC $$$$,$$9.99BCR.
           05  FILLER              PIC X(2)       VALUE SPACE.
           05  EXP-START-MO-OUT    PIC XX.
           05                      PIC X          VALUE '/'.
           05  EXP-START-DY-OUT    PIC XX.
           05                      PIC X          VALUE '/'.
           05  EXP-START-YR-OUT    PIC XXXX.
           05  FILLER              PIC X(2)       VALUE SPACE.
           05  EXP-END-DATE-OUT    PIC X(10).
           05  FILLER              PIC X(2)       VALUE SPACE.
           05  EXP-REASON-OUT      PIC X(25).

       01  EXPIRED-COUNT-LINE-SETUP.
           05  FILLER              PIC X(5)       VALUE SPACE.
           05  EXP-COUNT-DESC-OUT  PIC X(35).
           05  EXP-COUNT-OUT       PIC ZZ,ZZ9.

       PROCEDURE DIVISION.

       100-MAINLINE.
           PERFORM 200-OPEN

           IF CONTROL-VALID-WS = 'YES'
                   AND SEQUENCE-VALID-WS = 'YES'
               PERFORM 250-READ-SCHEDULE
               PERFORM 300-PROCESS-SCHEDULE
                   UNTIL EOF-RECUR-WS = 'YES'
           END-IF

           PERFORM 900-CLOSE
           STOP RUN.

       200-OPEN.
           MOVE FUNCTION CURRENT-DATE TO HOLD-DATE-WS

           PERFORM 205-READ-RECUR-CONTROL

           OPEN I-O   RECUR-MASTER-FILE
                INPUT SUPPLIER-MASTER-FILE
                OUTPUT INVENT-OUTPUT-FILE
                OUTPUT REGISTER-OUTPUT-FILE
                OUTPUT EXPIRED-OUTPUT-FILE

           IF RECM-FILE-STATUS-WS = '35'
               MOVE 'YES' TO EOF-RECUR-WS
           ELSE
               PERFORM 210-READ-SEQUENCE-RECORD

               MOVE LOW-VALUES TO RECUR-SCHED-MAST
               START RECUR-MASTER-FILE
                   KEY IS NOT LESS THAN RECUR-SCHED-MAST
                   INVALID KEY MOVE 'YES' TO EOF-RECUR-WS
               END-START
           END-IF

           MOVE HOLD-MO-WS TO HEADER-MO-OUT
           MOVE HOLD-DY-WS TO HEADER-DY-OUT
           MOVE HOLD-YR-WS TO HEADER-YR-OUT

           MOVE HOLD-MO-WS TO EXP-HEADER-MO-OUT
           MOVE HOLD-DY-WS TO EXP-HEADER-DY-OUT
           MOVE HOLD-YR-WS TO EXP-HEADER-YR-OUT

           MOVE THRU-DATE-WS(5:2) TO HEADER-THRU-MO-OUT
           MOVE THRU-DATE-WS(7:2) TO HEADER-THRU-DY-OUT
           MOVE THRU-DATE-WS(1:4) TO HEADER-THRU-YR-OUT
           MOVE BATCH-NUM-WS      TO HEADER-BATCH-OUT

           PERFORM 500-HEADER
           PERFORM 550-EXPIRED-HEADER.

       205-READ-RECUR-CONTROL.
           OPEN INPUT RECUR-CONTROL-FILE

           IF RECC-FILE-STATUS-WS = '35'
               MOVE 'NO ' TO CONTROL-VALID-WS
           ELSE
               READ RECUR-CONTROL-FILE
                   AT END
                       MOVE 'NO ' TO CONTROL-VALID-WS
                   NOT AT END
                       MOVE RECC-THRU-DATE TO CHECK-DATE-WS
                       PERFORM 360-VALIDATE-DATE

                       IF CHECK-DATE-VALID-WS NOT = 'YES'
                               OR RECC-BATCH-NUM = SPACES
                               OR RECC-START-VOUCHER IS NOT NUMERIC
                           MOVE 'NO ' TO CONTROL-VALID-WS
                       ELSE
                           MOVE CHECK-YYYY-WS TO THRU-DATE-WS(1:4)
                           MOVE CHECK-MM-WS   TO THRU-DATE-WS(5:2)
                           MOVE CHECK-DD-WS   TO THRU-DATE-WS(7:2)
                           MOVE RECC-BATCH-NUM TO BATCH-NUM-WS
                           MOVE RECC-START-VOUCHER TO
                                   NEXT-VOUCHER-SEQ-WS
                       END-IF
               END-READ

               CLOSE RECUR-CONTROL-FILE
           END-IF.

       210-READ-SEQUENCE-RECORD.
           MOVE HIGH-VALUES TO RECUR-SEQ-KEY-MAST

           READ RECUR-MASTER-FILE
               INVALID KEY
                   MOVE 'NO ' TO SEQUENCE-FOUND-WS
                   MOVE ZERO  TO LAST-VOUCHER-SEQ-WS
               NOT INVALID KEY
                   MOVE 'YES' TO SEQUENCE-FOUND-WS
                   MOVE RECUR-SEQ-LAST-MAST TO LAST-VOUCHER-SEQ-WS
           END-READ

           IF CONTROL-VALID-WS = 'YES'
                   AND NEXT-VOUCHER-SEQ-WS <= LAST-VOUCHER-SEQ-WS
               MOVE 'NO ' TO SEQUENCE-VALID-WS
           END-IF.

       250-READ-SCHEDULE.
           IF EOF-RECUR-WS NOT = 'YES'
               READ RECUR-MASTER-FILE NEXT RECORD
                   AT END MOVE 'YES' TO EOF-RECUR-WS
               END-READ

               IF EOF-RECUR-WS NOT = 'YES'
                       AND RECUR-SCHED-MAST = HIGH-VALUES
                   MOVE 'YES' TO EOF-RECUR-WS
               END-IF
           END-IF.

       300-PROCESS-SCHEDULE.
           ADD 1 TO SCHEDULES-READ-WS
           MOVE 'NO ' TO SCHEDULE-LISTED-WS

           IF RECUR-STATUS-MAST = 'S'
               ADD 1 TO SCHEDULES-SUSPENDED-WS
               MOVE 'SUSPENDED' TO EXPIRED-REASON-WS
               PERFORM 450-WRITE-EXPIRED-LINE
           ELSE IF RECUR-NEXT-DUE-MAST > RECUR-END-MAST
               ADD 1 TO SCHEDULES-EXPIRED-WS
               MOVE 'EXPIRED' TO EXPIRED-REASON-WS
               PERFORM 450-WRITE-EXPIRED-LINE
           ELSE IF RECUR-NEXT-DUE-MAST <= THRU-DATE-WS
                   AND VOUCHERS-EXHAUSTED-WS NOT = 'YES'
               PERFORM 310-GENERATE-SCHEDULE
           END-IF
           END-IF
           END-IF

           PERFORM 250-READ-SCHEDULE.

       310-GENERATE-SCHEDULE.
           MOVE RECUR-SUPPLIER-MAST TO SUPPLIER-NUM-MAST

           READ SUPPLIER-MASTER-FILE
               INVALID KEY
                   ADD 1 TO SCHEDULES-REJECTED-WS
                   MOVE RECUR-SCHED-MAST    TO REG-REJ-SCHED-OUT
                   MOVE RECUR-SUPPLIER-MAST TO REG-REJ-SUPPLIER-OUT
                   MOVE 'SUPPLIER NOT ON MASTER' TO REG-REJ-REASON-OUT
                   MOVE REGISTER-REJECT-LINE-SETUP TO
                           REGISTER-PRINT-LINE
                   PERFORM 410-PRINT-REGISTER-LINE
               NOT INVALID KEY
                   PERFORM 320-GENERATE-ONE-VOUCHER
                       UNTIL RECUR-NEXT-DUE-MAST > THRU-DATE-WS
                          OR RECUR-NEXT-DUE-MAST > RECUR-END-MAST
                          OR VOUCHERS-EXHAUSTED-WS = 'YES'

                   REWRITE RECUR-MASTER-RECORD

                   IF RECUR-NEXT-DUE-MAST > RECUR-END-MAST
                       ADD 1 TO SCHEDULES-EXPIRED-WS
                       MOVE 'EXPIRED - FINAL CHARGE RUN' TO
                               EXPIRED-REASON-WS
                       PERFORM 450-WRITE-EXPIRED-LINE
                   END-IF
           END-READ.

       320-GENERATE-ONE-VOUCHER.
           IF BATCH-OPEN-WS NOT = 'YES'
               MOVE SPACES       TO INVENT-INPUT-RECORD
               MOVE 'H'          TO HEADER-REC-TYPE
               MOVE BATCH-NUM-WS TO HEADER-BATCH-NUM
               MOVE 'R'          TO HEADER-SOURCE-IN
               WRITE INVENT-OUTPUT-RECORD FROM INVENT-INPUT-RECORD
               MOVE 'YES' TO BATCH-OPEN-WS
           END-IF

           MOVE NEXT-VOUCHER-SEQ-WS TO VOUCHER-SEQ-WS
           MOVE NEXT-VOUCHER-SEQ-WS TO LAST-VOUCHER-SEQ-WS

           MOVE RECUR-SCHED-MAST          TO INVOICE-SCHED-WS
           MOVE RECUR-NEXT-DUE-MAST(3:2)  TO INVOICE-YY-WS
           MOVE RECUR-NEXT-DUE-MAST(5:2)  TO INVOICE-MM-WS

           MOVE SPACES              TO INVENT-INPUT-RECORD
           MOVE RECUR-TYPE-MAST     TO REC-TYPE-IN
           MOVE BATCH-NUM-WS        TO BATCH-NUM-IN
           MOVE RECUR-SUPPLIER-MAST TO SUPPLIER-NUM-IN
           MOVE VOUCHER-NUM-WS      TO VOUCHER-NUM-IN
           MOVE INVOICE-NUM-WS      TO INVOICE-NUM-IN
           MOVE RECUR-ACCT-MAST     TO ACC-NUM-IN
           MOVE RECUR-STORE-MAST    TO STORE-NUM-IN
           MOVE RECUR-NEXT-DUE-MAST(5:2) TO DATE-MM-IN
           MOVE RECUR-NEXT-DUE-MAST(7:2) TO DATE-DD-IN
           MOVE RECUR-NEXT-DUE-MAST(1:4) TO DATE-YYYY-IN
           MOVE RECUR-PO-MAST       TO PO-NUM-IN
           MOVE RECUR-AMOUNT-MAST   TO AMOUNT-IN
           MOVE SUPPLIER-NAME-MAST  TO SUPPLIER-NAME-IN

           WRITE INVENT-OUTPUT-RECORD FROM INVENT-INPUT-RECORD

           MOVE RECUR-AMOUNT-MAST TO SIGNED-AMOUNT-WS
           IF RECUR-TYPE-MAST = '2'
               SUBTRACT RECUR-AMOUNT-MAST FROM ZERO
                   GIVING SIGNED-AMOUNT-WS
           END-IF

           ADD 1                TO BATCH-RECORDS-WS
           ADD SIGNED-AMOUNT-WS TO BATCH-DOLLARS-WS

           MOVE VOUCHER-NUM-WS  TO RECUR-LAST-VOUCHER-MAST
           MOVE HOLD-DATE-WS    TO RECUR-LAST-GEN-MAST

           PERFORM 400-WRITE-REGISTER-LINE

           PERFORM 330-ADVANCE-NEXT-DUE

           MOVE RECUR-NEXT-DUE-MAST(5:2) TO REG-NEXT-MO-OUT
           MOVE RECUR-NEXT-DUE-MAST(7:2) TO REG-NEXT-DY-OUT
           MOVE RECUR-NEXT-DUE-MAST(1:4) TO REG-NEXT-YR-OUT

           MOVE REGISTER-DETAIL-LINE-SETUP TO REGISTER-PRINT-LINE
           PERFORM 410-PRINT-REGISTER-LINE

           IF NEXT-VOUCHER-SEQ-WS = 99999
               MOVE 'YES' TO VOUCHERS-EXHAUSTED-WS
           ELSE
               ADD 1 TO NEXT-VOUCHER-SEQ-WS
           END-IF.

       330-ADVANCE-NEXT-DUE.
           IF RECUR-FREQ-MAST = 'Q'
               MOVE 3 TO MONTHS-TO-ADD-WS
           ELSE IF RECUR-FREQ-MAST = 'A'
               MOVE 12 TO MONTHS-TO-ADD-WS
           ELSE
               MOVE 1 TO MONTHS-TO-ADD-WS
           END-IF
           END-IF

           MOVE RECUR-START-MAST(7:2) TO ANCHOR-DAY-WS
           MOVE RECUR-NEXT-DUE-MAST(1:4) TO NEW-YYYY-WS
           MOVE RECUR-NEXT-DUE-MAST(5:2) TO NEW-MM-WS

           COMPUTE TOTAL-MONTHS-WS = NEW-YYYY-WS * 12
                                   + NEW-MM-WS - 1
                                   + MONTHS-TO-ADD-WS

           DIVIDE TOTAL-MONTHS-WS BY 12
               GIVING NEW-YYYY-WS
               REMAINDER NEW-MM-WS
           ADD 1 TO NEW-MM-WS

           MOVE DAYS-IN-MONTH-WS (NEW-MM-WS) TO NEW-MAX-DAY-WS

           IF NEW-MM-WS = 2
                   AND FUNCTION MOD(NEW-YYYY-WS, 4) = 0
                   AND (FUNCTION MOD(NEW-YYYY-WS, 100) NOT = 0
                   OR FUNCTION MOD(NEW-YYYY-WS, 400) = 0)
               MOVE 29 TO NEW-MAX-DAY-WS
           END-IF

           IF ANCHOR-DAY-WS > NEW-MAX-DAY-WS
               MOVE NEW-MAX-DAY-WS TO NEW-DD-WS
           ELSE
               MOVE ANCHOR-DAY-WS TO NEW-DD-WS
           END-IF

           MOVE NEW-YYYY-WS TO RECUR-NEXT-DUE-MAST(1:4)
           MOVE NEW-MM-WS   TO RECUR-NEXT-DUE-MAST(5:2)
           MOVE NEW-DD-WS   TO RECUR-NEXT-DUE-MAST(7:2).

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

       400-WRITE-REGISTER-LINE.
           MOVE RECUR-SCHED-MAST    TO REG-SCHED-OUT
           MOVE RECUR-SUPPLIER-MAST TO REG-SUPPLIER-OUT
           MOVE VOUCHER-NUM-WS      TO REG-VOUCHER-OUT
           MOVE INVOICE-NUM-WS      TO REG-INVOICE-OUT
           MOVE RECUR-STORE-MAST    TO REG-STORE-OUT
           MOVE RECUR-ACCT-MAST     TO REG-ACCT-OUT
           MOVE RECUR-TYPE-MAST     TO REG-TYPE-OUT
           MOVE RECUR-NEXT-DUE-MAST(5:2) TO REG-DUE-MO-OUT
           MOVE RECUR-NEXT-DUE-MAST(7:2) TO REG-DUE-DY-OUT
           MOVE RECUR-NEXT-DUE-MAST(1:4) TO REG-DUE-YR-OUT
           MOVE SIGNED-AMOUNT-WS    TO REG-AMOUNT-OUT
           MOVE RECUR-PO-MAST       TO REG-PO-OUT.

       410-PRINT-REGISTER-LINE.
           WRITE REGISTER-PRINT-LINE AFTER ADVANCING 1 LINE

           ADD 1 TO NUMBER-LINES-PER-PAGE-WS

           IF NUMBER-LINES-PER-PAGE-WS >= LINES-PER-PAGE-WS
               PERFORM 500-HEADER
           END-IF.

       450-WRITE-EXPIRED-LINE.
           IF SCHEDULE-LISTED-WS NOT = 'YES'
               MOVE 'YES' TO SCHEDULE-LISTED-WS

               MOVE RECUR-SUPPLIER-MAST TO SUPPLIER-NUM-MAST
               MOVE SPACES TO SUPPLIER-NAME-MAST

               READ SUPPLIER-MASTER-FILE
                   INVALID KEY
                       MOVE '** NOT ON MASTER **' TO
                               SUPPLIER-NAME-MAST
               END-READ

               MOVE RECUR-SCHED-MAST    TO EXP-SCHED-OUT
               MOVE RECUR-SUPPLIER-MAST TO EXP-SUPPLIER-OUT
               MOVE SUPPLIER-NAME-MAST  TO EXP-NAME-OUT
               MOVE RECUR-STORE-MAST    TO EXP-STORE-OUT
               MOVE RECUR-ACCT-MAST     TO EXP-ACCT-OUT
               MOVE RECUR-FREQ-MAST     TO EXP-FREQ-OUT
               MOVE RECUR-AMOUNT-MAST   TO EXP-AMOUNT-OUT
               MOVE RECUR-START-MAST(5:2) TO EXP-START-MO-OUT
               MOVE RECUR-START-MAST(7:2) TO EXP-START-DY-OUT
               MOVE RECUR-START-MAST(1:4) TO EXP-START-YR-OUT

               IF RECUR-END-MAST = 99999999
                   MOVE 'OPEN' TO EXP-END-DATE-OUT
               ELSE
                   MOVE RECUR-END-MAST(5:2) TO END-EDIT-MO-WS
                   MOVE RECUR-END-MAST(7:2) TO END-EDIT-DY-WS
                   MOVE RECUR-END-MAST(1:4) TO END-EDIT-YR-WS
                   MOVE END-DATE-EDIT-WS    TO EXP-END-DATE-OUT
               END-IF

               MOVE EXPIRED-REASON-WS   TO EXP-REASON-OUT

               MOVE EXPIRED-DETAIL-LINE-SETUP TO EXPIRED-PRINT-LINE
               WRITE EXPIRED-PRINT-LINE AFTER ADVANCING 1 LINE

               ADD 1 TO EXPIRED-LINES-WS

               IF EXPIRED-LINES-WS >= LINES-PER-PAGE-WS
                   PERFORM 550-EXPIRED-HEADER
               END-IF
           END-IF.

       500-HEADER.
           MOVE REPORT-HEADER TO REGISTER-PRINT-LINE
           WRITE REGISTER-PRINT-LINE AFTER PAGE

           MOVE COLUMN-HEADER1 TO REGISTER-PRINT-LINE
           WRITE REGISTER-PRINT-LINE AFTER 2 LINES

           MOVE SPACES TO REGISTER-PRINT-LINE
           WRITE REGISTER-PRINT-LINE AFTER 1 LINE

           MOVE 0 TO NUMBER-LINES-PER-PAGE-WS.

       550-EXPIRED-HEADER.
           MOVE EXPIRED-REPORT-HEADER TO EXPIRED-PRINT-LINE
           WRITE EXPIRED-PRINT-LINE AFTER PAGE

           MOVE EXPIRED-COLUMN-HEADER TO EXPIRED-PRINT-LINE
           WRITE EXPIRED-PRINT-LINE AFTER 2 LINES

           MOVE SPACES TO EXPIRED-PRINT-LINE
           WRITE EXPIRED-PRINT-LINE AFTER 1 LINE

           MOVE 0 TO EXPIRED-LINES-WS.

       900-CLOSE.
           IF BATCH-OPEN-WS = 'YES'
               MOVE SPACES           TO BATCH-TRAILER-RECORD
               MOVE 'T'              TO TRAILER-REC-TYPE
               MOVE BATCH-NUM-WS     TO TRAILER-BATCH-NUM
               MOVE BATCH-RECORDS-WS TO TRAILER-RECORD-COUNT
               MOVE BATCH-DOLLARS-WS TO TRAILER-AMOUNT-TOTAL
               WRITE INVENT-OUTPUT-RECORD FROM BATCH-TRAILER-RECORD
           END-IF

           MOVE 'SCHEDULES READ:'            TO REG-COUNT-DESC-OUT
           MOVE SCHEDULES-READ-WS            TO REG-COUNT-OUT
           MOVE REGISTER-COUNT-LINE-SETUP    TO REGISTER-PRINT-LINE
           WRITE REGISTER-PRINT-LINE AFTER 3 LINES

           MOVE 'VOUCHERS GENERATED:'        TO REG-COUNT-DESC-OUT
           MOVE BATCH-RECORDS-WS             TO REG-COUNT-OUT
           MOVE REGISTER-COUNT-LINE-SETUP    TO REGISTER-PRINT-LINE
           WRITE REGISTER-PRINT-LINE AFTER 1 LINE

           MOVE 'BATCH DOLLAR TOTAL:'        TO REG-DOLLAR-DESC-OUT
           MOVE BATCH-DOLLARS-WS             TO REG-DOLLAR-OUT
           MOVE REGISTER-DOLLAR-LINE-SETUP   TO REGISTER-PRINT-LINE
           WRITE REGISTER-PRINT-LINE AFTER 1 LINE

           MOVE 'SCHEDULES REJECTED:'        TO REG-COUNT-DESC-OUT
           MOVE SCHEDULES-REJECTED-WS        TO REG-COUNT-OUT
           MOVE REGISTER-COUNT-LINE-SETUP    TO REGISTER-PRINT-LINE
           WRITE REGISTER-PRINT-LINE AFTER 1 LINE

           MOVE 'SCHEDULES EXPIRED:'         TO EXP-COUNT-DESC-OUT
           MOVE SCHEDULES-EXPIRED-WS         TO EXP-COUNT-OUT
           MOVE EXPIRED-COUNT-LINE-SETUP     TO EXPIRED-PRINT-LINE
           WRITE EXPIRED-PRINT-LINE AFTER 3 LINES

           MOVE 'SCHEDULES SUSPENDED:'       TO EXP-COUNT-DESC-OUT
           MOVE SCHEDULES-SUSPENDED-WS       TO EXP-COUNT-OUT
           MOVE EXPIRED-COUNT-LINE-SETUP     TO EXPIRED-PRINT-LINE
           WRITE EXPIRED-PRINT-LINE AFTER 1 LINE

           IF CONTROL-VALID-WS NOT = 'YES'
               MOVE '*** CONTROL CARD MISSING OR INVALID - NO VOUCHERS'
                   TO REG-MESSAGE-OUT
               PERFORM 910-WRITE-MESSAGE-LINE
               MOVE 12 TO RETURN-CODE
           END-IF

           IF SEQUENCE-VALID-WS NOT = 'YES'
               MOVE LAST-VOUCHER-SEQ-WS TO REG-SEQ-LAST-OUT
               MOVE REGISTER-SEQUENCE-LINE-SETUP TO REGISTER-PRINT-LINE
               WRITE REGISTER-PRINT-LINE AFTER 2 LINES
               MOVE 12 TO RETURN-CODE
           END-IF

           IF VOUCHERS-EXHAUSTED-WS = 'YES'
               MOVE '*** VOUCHER NUMBERS EXHAUSTED - SCHEDULES NOT DUE'
                   TO REG-MESSAGE-OUT
               PERFORM 910-WRITE-MESSAGE-LINE
               MOVE 12 TO RETURN-CODE
           END-IF

           IF SCHEDULES-REJECTED-WS > ZERO
                   AND RETURN-CODE < 8
               MOVE 8 TO RETURN-CODE
           END-IF

           IF RECM-FILE-STATUS-WS NOT = '35'
               IF BATCH-RECORDS-WS > ZERO
                   PERFORM 920-SAVE-SEQUENCE-RECORD
               END-IF

               CLOSE RECUR-MASTER-FILE
           END-IF

           CLOSE SUPPLIER-MASTER-FILE
                 INVENT-OUTPUT-FILE
                 REGISTER-OUTPUT-FILE
                 EXPIRED-OUTPUT-FILE.

       910-WRITE-MESSAGE-LINE.
           MOVE REGISTER-MESSAGE-LINE-SETUP TO REGISTER-PRINT-LINE
           WRITE REGISTER-PRINT-LINE AFTER 2 LINES.

       920-SAVE-SEQUENCE-RECORD.
           MOVE SPACES              TO RECUR-SEQUENCE-RECORD
           MOVE HIGH-VALUES         TO RECUR-SEQ-KEY-MAST
           MOVE LAST-VOUCHER-SEQ-WS TO RECUR-SEQ-LAST-MAST
           MOVE HOLD-DATE-WS        TO RECUR-SEQ-DATE-MAST

           IF SEQUENCE-FOUND-WS = 'YES'
               REWRITE RECUR-SEQUENCE-RECORD
           ELSE
               WRITE RECUR-SEQUENCE-RECORD
           END-IF.
