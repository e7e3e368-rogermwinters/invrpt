       IDENTIFICATION DIVISION.
       PROGRAM-ID.   GLPOST.
       AUTHOR. ROGER WINTERS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

            SELECT POST-CONTROL-FILE ASSIGN TO 'GLPCTL'
                FILE STATUS IS GLPC-FILE-STATUS-WS.

            SELECT JOURNAL-INPUT-FILE ASSIGN TO 'GLJRNL'
                FILE STATUS IS JRNL-FILE-STATUS-WS.

            SELECT ACCOUNT-MASTER-FILE ASSIGN TO 'ACCMAST'
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS ACCT-NUM-MAST.

            SELECT GL-BALANCE-FILE ASSIGN TO 'GLBAL'
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS GLB-KEY
                FILE STATUS IS GLB-FILE-STATUS-WS.

            SELECT POSTED-JOURNAL-FILE ASSIGN TO 'GLJRNLS'
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS GLJ-KEY
                FILE STATUS IS GLJ-FILE-STATUS-WS.

            SELECT REGISTER-OUTPUT-FILE ASSIGN TO 'GLPRPT'.

            SELECT TRIAL-BALANCE-FILE ASSIGN TO 'GLTBRPT'.

       DATA DIVISION.
       FILE SECTION.
       FD  POST-CONTROL-FILE RECORDING MODE IS F.
       01  POST-CONTROL-RECORD.
           05  GLPC-PERIOD.
               10  GLPC-YEAR           PIC X(4).
               10  GLPC-MONTH          PIC XX.
           05  FILLER                  PIC X(74).

       FD  JOURNAL-INPUT-FILE RECORDING MODE IS F.
       01  JOURNAL-INPUT-RECORD        PIC X(40).

       FD  ACCOUNT-MASTER-FILE.
       01  ACCOUNT-MASTER-RECORD.
           05  ACCT-NUM-MAST           PIC X(4).
           05  ACCT-DESC-MAST          PIC X(25).

       FD  GL-BALANCE-FILE.
       01  GL-BALANCE-RECORD.
           05  GLB-KEY.
               10  GLB-ACCT            PIC X(4).
               10  GLB-STORE           PIC XXX.
               10  GLB-PERIOD          PIC 9(6).
           05  GLB-OPEN-BAL            PIC S9(10)V99.
           05  GLB-DEBITS              PIC S9(10)V99.
           05  GLB-CREDITS             PIC S9(10)V99.
           05  GLB-LAST-POST-DATE      PIC 9(8).
           05  FILLER                  PIC X(23).

       FD  POSTED-JOURNAL-FILE.
       01  POSTED-JOURNAL-RECORD.
           05  GLJ-KEY.
               10  GLJ-RUN-ID          PIC X(14).
               10  GLJ-SOURCE          PIC X(6).
           05  GLJ-PERIOD              PIC 9(6).
           05  GLJ-POST-DATE           PIC 9(8).
           05  GLJ-POST-TIME           PIC 9(6).
           05  GLJ-LINE-COUNT          PIC 9(5).
           05  GLJ-DEBITS              PIC S9(10)V99.
           05  GLJ-CREDITS             PIC S9(10)V99.
           05  FILLER                  PIC X(11).

       FD  REGISTER-OUTPUT-FILE RECORDING MODE IS F.
       01  REGISTER-PRINT-LINE         PIC X(132).

       FD  TRIAL-BALANCE-FILE RECORDING MODE IS F.
       01  TRIAL-BALANCE-PRINT-LINE    PIC X(132).

       WORKING-STORAGE SECTION.
       01  WORKING-VARIABLES.
           05  EOF-JRNL-WS                 PIC X(3)        VALUE 'NO'.
           05  EOF-GLB-WS                  PIC X(3)        VALUE 'NO'.
           05  EOF-GLJ-WS                  PIC X(3)        VALUE 'NO'.
           05  GLPC-FILE-STATUS-WS         PIC XX          VALUE ZERO.
           05  JRNL-FILE-STATUS-WS         PIC XX          VALUE ZERO.
           05  GLB-FILE-STATUS-WS          PIC XX          VALUE ZERO.
           05  GLJ-FILE-STATUS-WS          PIC XX          VALUE ZERO.
           05  CONTROL-VALID-WS            PIC X(3)        VALUE 'YES'.
           05  JOURNAL-MISSING-WS          PIC X(3)        VALUE 'NO'.
           05  JOURNAL-STARTED-WS          PIC X(3)        VALUE 'NO'.
           05  SCAN-DONE-WS                PIC X(3)        VALUE 'NO'.
           05  AMOUNT-VALID-WS             PIC X(3)        VALUE 'YES'.
           05  JOURNAL-REASON-WS           PIC X(30)       VALUE SPACES.

           05  POST-PERIOD-WS              PIC 9(6)        VALUE ZERO.
           05  POST-PERIOD-R REDEFINES POST-PERIOD-WS.
               10  POST-YYYY-WS            PIC 9(4).
               10  POST-MM-WS              PIC 99.
           05  REPORT-PERIOD-WS            PIC 9(6)        VALUE ZERO.
           05  REPORT-PERIOD-R REDEFINES REPORT-PERIOD-WS.
               10  REPORT-YYYY-WS          PIC 9(4).
               10  REPORT-MM-WS            PIC 99.

           05  JOURNAL-SOURCE-WS           PIC X(6)        VALUE SPACES.
           05  JOURNAL-RUN-ID-WS           PIC X(14)       VALUE SPACES.
           05  JOURNAL-LINES-WS            PIC 9(5)        VALUE ZERO.
           05  JOURNAL-DEBITS-WS           PIC S9(10)V99   VALUE ZERO.
           05  JOURNAL-CREDITS-WS          PIC S9(10)V99   VALUE ZERO.
           05  JOURNAL-HASH-WS             PIC 9(10)V99    VALUE ZERO.
           05  TRAILER-HASH-WS             PIC 9(10)V99    VALUE ZERO.
           05  LINE-AMOUNT-WS              PIC S9(8)V99    VALUE ZERO.
           05  NET-AMOUNT-WS               PIC S9(10)V99   VALUE ZERO.
           05  PENDING-ACCRUAL-ID-WS       PIC X(14)       VALUE SPACES.
           05  PENDING-ACCRUAL-PERIOD-WS   PIC 9(6)        VALUE ZERO.

           05  POST-KEY-WS.
               10  POST-ACCT-WS            PIC X(4).
               10  POST-STORE-WS           PIC XXX.
               10  POST-KEY-PERIOD-WS      PIC 9(6).
           05  OPENING-BALANCE-WS          PIC S9(10)V99   VALUE ZERO.

           05  JOURNALS-READ-WS            PIC 9(5)        VALUE ZERO.
           05  JOURNALS-POSTED-WS          PIC 9(5)        VALUE ZERO.
           05  JOURNALS-REJECTED-WS        PIC 9(5)        VALUE ZERO.
           05  LINES-POSTED-WS             PIC 9(7)        VALUE ZERO.
           05  DEBITS-POSTED-WS            PIC S9(10)V99   VALUE ZERO.
           05  CREDITS-POSTED-WS           PIC S9(10)V99   VALUE ZERO.
           05  POST-ERRORS-WS              PIC 9(5)        VALUE ZERO.
           05  REVERSALS-MISSING-WS        PIC 9(5)        VALUE ZERO.

           05  TB-ACCT-WS                  PIC X(4)        VALUE SPACES.
           05  TB-STORE-WS                 PIC XXX         VALUE SPACES.
           05  TB-FOUND-WS                 PIC X(3)        VALUE 'NO'.
           05  TB-OPEN-WS                  PIC S9(10)V99   VALUE ZERO.
           05  TB-DEBITS-WS                PIC S9(10)V99   VALUE ZERO.
           05  TB-CREDITS-WS               PIC S9(10)V99   VALUE ZERO.
           05  TB-CLOSE-WS                 PIC S9(10)V99   VALUE ZERO.

           05  NUMBER-LINES-PER-PAGE-WS    PIC 99          VALUE ZERO.
           05  TB-LINES-PER-PAGE-WS        PIC 99          VALUE ZERO.
           05  LINES-PER-PAGE-WS           PIC 99          VALUE 50.

           05  HOLD-STAMP-WS.
               10  HOLD-DATE-WS.
                   15  HOLD-YR-WS      PIC XXXX.
                   15  HOLD-MO-WS      PIC XX.
                   15  HOLD-DY-WS      PIC XX.
               10  HOLD-TIME-WS        PIC X(6).

       01  JOURNAL-LINE-TABLE.
           05  JRNL-LINE-COUNT-WS          PIC 9(4)        VALUE ZERO.
           05  JRNL-LINE-ENTRY OCCURS 3000 TIMES
                           INDEXED BY JRNL-LINE-IDX-WS.
               10  JRNL-LINE-ACCT-WS       PIC X(4).
               10  JRNL-LINE-STORE-WS      PIC XXX.
               10  JRNL-LINE-DR-CR-WS      PIC X.
               10  JRNL-LINE-AMOUNT-WS     PIC S9(8)V99.

       01  ACCOUNT-TOTALS.
           05  ACCT-OPEN-WS                PIC S9(10)V99   VALUE ZERO.
           05  ACCT-DEBITS-WS              PIC S9(10)V99   VALUE ZERO.
           05  ACCT-CREDITS-WS             PIC S9(10)V99   VALUE ZERO.
           05  ACCT-CLOSE-DR-WS            PIC S9(10)V99   VALUE ZERO.
           05  ACCT-CLOSE-CR-WS            PIC S9(10)V99   VALUE ZERO.
           05  ACCT-LINES-WS               PIC 9(5)        VALUE ZERO.

       01  GRAND-TOTALS.
           05  GRAND-OPEN-WS               PIC S9(10)V99   VALUE ZERO.
           05  GRAND-DEBITS-WS             PIC S9(10)V99   VALUE ZERO.
           05  GRAND-CREDITS-WS            PIC S9(10)V99   VALUE ZERO.
           05  GRAND-CLOSE-DR-WS           PIC S9(10)V99   VALUE ZERO.
           05  GRAND-CLOSE-CR-WS           PIC S9(10)V99   VALUE ZERO.

       01  GL-JOURNAL-RECORD.
           05  JRNL-REC-TYPE-IN        PIC X.
           05  JRNL-ACCOUNT-IN         PIC X(4).
           05  JRNL-STORE-IN           PIC XXX.
           05  JRNL-DR-CR-IN           PIC X.
           05  JRNL-AMOUNT-IN          PIC -9(8).99.
           05  JRNL-AMOUNT-R REDEFINES JRNL-AMOUNT-IN.
               10  JRNL-AMT-SIGN-IN        PIC X.
               10  JRNL-AMT-WHOLE-IN       PIC X(8).
               10  JRNL-AMT-POINT-IN       PIC X.
               10  JRNL-AMT-CENTS-IN       PIC XX.
           05  FILLER                  PIC X(19).

       01  GL-TRAILER-RECORD REDEFINES GL-JOURNAL-RECORD.
           05  TRLR-REC-TYPE-IN        PIC X.
           05  TRLR-COUNT-IN           PIC X(5).
           05  TRLR-HASH-IN            PIC 9(10).99.
           05  TRLR-HASH-R REDEFINES TRLR-HASH-IN.
               10  TRLR-HASH-WHOLE-IN      PIC X(10).
               10  TRLR-HASH-POINT-IN      PIC X.
               10  TRLR-HASH-CENTS-IN      PIC XX.
           05  TRLR-SOURCE-IN          PIC X(6).
           05  TRLR-RUN-ID-IN          PIC X(14).
           05  FILLER                  PIC X.

       01  REPORT-HEADER.
           05  FILLER              PIC X(10)      VALUE 'RUN DATE: '.
           05  HEADER-MO-OUT       PIC 99.
           05                      PIC X          VALUE '/'.
           05  HEADER-DY-OUT       PIC 99.
           05                      PIC X          VALUE '/'.
           05  HEADER-YR-OUT       PIC 9999.
           05  FILLER              PIC X(10)      VALUE SPACE.
           05  FILLER              PIC X(30)      VALUE
                               'GENERAL LEDGER POSTING'.
           05  FILLER              PIC X(8)       VALUE 'PERIOD: '.
           05  HEADER-PER-MO-OUT   PIC 99.
           05                      PIC X          VALUE '/'.
           05  HEADER-PER-YR-OUT   PIC 9999.

       01  COLUMN-HEADER1.
           05                      PIC X(6)       VALUE 'SOURCE'.
           05                      PIC X(2)       VALUE SPACE.
           05                      PIC X(19)      VALUE
                               'JOURNAL RUN'.
           05                      PIC X(2)       VALUE SPACE.
           05                      PIC X(7)       VALUE 'PERIOD'.
           05                      PIC X(3)       VALUE SPACE.
           05                      PIC X(5)       VALUE 'LINES'.
           05                      PIC X(12)      VALUE SPACE.
           05                      PIC X(6)       VALUE 'DEBITS'.
           05                      PIC X(11)      VALUE SPACE.
           05                      PIC X(7)       VALUE 'CREDITS'.
           05                      PIC X(2)       VALUE SPACE.
           05                      PIC X(8)       VALUE 'STATUS'.
           05                      PIC X(2)       VALUE SPACE.
           05                      PIC X(6)       VALUE 'REASON'.

       01  REGISTER-DETAIL-LINE-SETUP.
           05  REG-SOURCE-OUT      PIC X(6).
           05  FILLER              PIC X(2)       VALUE SPACE.
           05  REG-RUN-MO-OUT      PIC XX.
           05                      PIC X          VALUE '/'.
           05  REG-RUN-DY-OUT      PIC XX.
           05                      PIC X          VALUE '/'.
           05  REG-RUN-YR-OUT      PIC X(4).
           05  FILLER              PIC X          VALUE SPACE.
           05  REG-RUN-HH-OUT      PIC XX.
           05                      PIC X          VALUE ':'.
           05  REG-RUN-MM-OUT      PIC XX.
           05                      PIC X          VALUE ':'.
           05  REG-RUN-SS-OUT      PIC XX.
           05  FILLER              PIC X(2)       VALUE SPACE.
           05  REG-PER-MO-OUT      PIC XX.
           05                      PIC X          VALUE '/'.
           05  REG-PER-YR-OUT      PIC X(4).
           05  FILLER              PIC X(2)       VALUE SPACE.
           05  REG-LINES-OUT       PIC ZZ,ZZ9.
           05  FILLER              PIC X(2)       VALUE SPACE.
           05  REG-DEBITS-OUT      PIC ZZ,ZZZ,ZZ9.99BCR.
           05  FILLER              PIC X(2)       VALUE SPACE.
           05  REG-CREDITS-OUT     PIC ZZ,ZZZ,ZZ9.99BCR.
           05  FILLER              PIC X(2)       VALUE SPACE.
           05  REG-STATUS-OUT      PIC X(8).
           05  FILLER              PIC X(2)       VALUE SPACE.
           05  REG-REASON-OUT      PIC X(30).

       01  REGISTER-MESSAGE-LINE-SETUP.
           05  FILLER              PIC X(5)       VALUE SPACE.
           05  REG-MESSAGE-OUT     PIC X(60).

       01  REGISTER-COUNT-LINE-SETUP.
           05  FILLER              PIC X(5)       VALUE SPACE.
           05  REG-COUNT-DESC-OUT  PIC X(35).
           05  REG-COUNT-OUT       PIC Z,ZZZ,ZZ9.

       01  REGISTER-DOLLAR-LINE-SETUP.
           05  FILLER              PIC X(5)       VALUE SPACE.
           05  REG-DOLLAR-DESC-OUT PIC X(35).
           05  REG-DOLLAR-OUT      PIC $$,$$$,$$$,$$9.99BCR.

       01  TB-REPORT-HEADER.
           05  FILLER              PIC X(10)      VALUE 'RUN DATE: '.
           05  TB-HEADER-MO-OUT    PIC 99.
           05                      PIC X          VALUE '/'.
           05  TB-HEADER-DY-OUT    PIC 99.
           05                      PIC X          VALUE '/'.
           05  TB-HEADER-YR-OUT    PIC 9999.
           05  FILLER              PIC X(10)      VALUE SPACE.
           05  FILLER              PIC X(30)      VALUE
                               'TRIAL BALANCE'.
           05  FILLER              PIC X(8)       VALUE 'PERIOD: '.
           05  TB-HEADER-PER-MO-OUT PIC 99.
           05                      PIC X          VALUE '/'.
           05  TB-HEADER-PER-YR-OUT PIC 9999.

       01  TB-COLUMN-HEADER1.
           05                      PIC X(4)       VALUE 'ACCT'.
           05                      PIC X(2)       VALUE SPACE.
           05                      PIC X(25)      VALUE 'DESCRIPTION'.
           05                      PIC X(2)       VALUE SPACE.
           05                      PIC X(5)       VALUE 'STORE'.
           05                      PIC X(9)       VALUE SPACE.
           05                      PIC X(7)       VALUE 'OPENING'.
           05                      PIC X(12)      VALUE SPACE.
           05                      PIC X(6)       VALUE 'PERIOD'.
           05                      PIC X(12)      VALUE SPACE.
           05                      PIC X(6)       VALUE 'PERIOD'.
           05                      PIC X(11)      VALUE SPACE.
           05                      PIC X(7)       VALUE 'CLOSING'.
           05                      PIC X(11)      VALUE SPACE.
           05                      PIC X(7)       VALUE 'CLOSING'.

       01  TB-COLUMN-HEADER2.
           05                      PIC X(47)      VALUE SPACE.
           05                      PIC X(7)       VALUE 'BALANCE'.
           05                      PIC X(12)      VALUE SPACE.
           05                      PIC X(6)       VALUE 'DEBITS'.
           05                      PIC X(11)      VALUE SPACE.
           05                      PIC X(7)       VALUE 'CREDITS'.
           05                      PIC X(11)      VALUE SPACE.
           05                      PIC X(7)       VALUE 'DEBIT'.
           05                      PIC X(11)      VALUE SPACE.
           05                      PIC X(7)       VALUE 'CREDIT'.

       01  TB-DETAIL-LINE-SETUP.
           05  TB-ACCT-OUT         PIC X(4).
           05  FILLER              PIC X(2)       VALUE SPACE.
           05  TB-DESC-OUT         PIC X(25).
           05  FILLER              PIC X(2)       VALUE SPACE.
           05  TB-STORE-OUT        PIC XXX.
           05  FILLER              PIC X(2)       VALUE SPACE.
           05  TB-OPEN-OUT         PIC ZZ,ZZZ,ZZ9.99BCR.
           05  FILLER              PIC X(2)       VALUE SPACE.
           05  TB-DEBITS-OUT       PIC ZZ,ZZZ,ZZ9.99BCR.
           05  FILLER              PIC X(2)       VALUE SPACE.
           05  TB-CREDITS-OUT      PIC ZZ,ZZZ,ZZ9.99BCR.
           05  FILLER              PIC X(2)       VALUE SPACE.
           05  TB-CLOSE-DR-OUT     PIC ZZ,ZZZ,ZZ9.99BCR.
           05  FILLER              PIC X(2)       VALUE SPACE.
           05  TB-CLOSE-CR-OUT     PIC ZZ,ZZZ,ZZ9.99BCR.

       01  TB-TOTAL-LINE-SETUP.
           05  FILLER              PIC X(6)       VALUE SPACE.
           05  TB-TOT-DESC-OUT     PIC X(30).
           05  FILLER              PIC X(2)       VALUE SPACE.
           05  TB-TOT-OPEN-OUT     PIC ZZ,ZZZ,ZZ9.99BCR.
           05  FILLER              PIC X(2)       VALUE SPACE.
           05  TB-TOT-DEBITS-OUT   PIC ZZ,ZZZ,ZZ9.99BCR.
           05  FILLER              PIC X(2)       VALUE SPACE.
           05  TB-TOT-CREDITS-OUT  PIC ZZ,ZZZ,ZZ9.99BCR.
           05  FILLER              PIC X(2)       VALUE SPACE.
           05  TB-TOT-CLOSE-DR-OUT PIC ZZ,ZZZ,ZZ9.99BCR.
           05  FILLER              PIC X(2)       VALUE SPACE.
           05  TB-TOT-CLOSE-CR-OUT PIC ZZ,ZZZ,ZZ9.99BCR.

       01  TB-MESSAGE-LINE-SETUP.
           05  FILLER              PIC X(5)       VALUE SPACE.
           05  TB-MESSAGE-OUT      PIC X(60).

       PROCEDURE DIVISION.

       100-MAINLINE.
           PERFORM 200-OPEN

           IF CONTROL-VALID-WS = 'YES'
               PERFORM 250-READ-JOURNAL
               PERFORM 300-PROCESS-JOURNAL-RECORD
                   UNTIL EOF-JRNL-WS = 'YES'

               IF JOURNAL-STARTED-WS = 'YES'
                   ADD 1 TO JOURNALS-READ-WS
                   MOVE REPORT-PERIOD-WS TO POST-PERIOD-WS
                   MOVE SPACES TO JOURNAL-SOURCE-WS
                   MOVE SPACES TO JOURNAL-RUN-ID-WS
                   MOVE 'TRAILER RECORD MISSING' TO JOURNAL-REASON-WS
                   PERFORM 470-REJECT-JOURNAL
               END-IF

               PERFORM 700-CHECK-ACCRUAL-REVERSALS
               PERFORM 800-TRIAL-BALANCE
           END-IF

           PERFORM 900-CLOSE
           STOP RUN.

       200-OPEN.
           MOVE FUNCTION CURRENT-DATE TO HOLD-STAMP-WS

           PERFORM 205-READ-POST-CONTROL

           OPEN OUTPUT REGISTER-OUTPUT-FILE
                OUTPUT TRIAL-BALANCE-FILE

           IF CONTROL-VALID-WS = 'YES'
               OPEN INPUT ACCOUNT-MASTER-FILE
                    INPUT JOURNAL-INPUT-FILE

               IF JRNL-FILE-STATUS-WS = '35'
                   MOVE 'YES' TO JOURNAL-MISSING-WS
                   MOVE 'YES' TO EOF-JRNL-WS
               END-IF

               OPEN I-O GL-BALANCE-FILE

               IF GLB-FILE-STATUS-WS = '35'
                   OPEN OUTPUT GL-BALANCE-FILE
                   CLOSE GL-BALANCE-FILE
                   OPEN I-O GL-BALANCE-FILE
               END-IF

               OPEN I-O POSTED-JOURNAL-FILE

               IF GLJ-FILE-STATUS-WS = '35'
                   OPEN OUTPUT POSTED-JOURNAL-FILE
                   CLOSE POSTED-JOURNAL-FILE
                   OPEN I-O POSTED-JOURNAL-FILE
               END-IF
           END-IF

           MOVE HOLD-MO-WS TO HEADER-MO-OUT
           MOVE HOLD-DY-WS TO HEADER-DY-OUT
           MOVE HOLD-YR-WS TO HEADER-YR-OUT

           MOVE HOLD-MO-WS TO TB-HEADER-MO-OUT
           MOVE HOLD-DY-WS TO TB-HEADER-DY-OUT
           MOVE HOLD-YR-WS TO TB-HEADER-YR-OUT

           MOVE REPORT-MM-WS   TO HEADER-PER-MO-OUT
           MOVE REPORT-YYYY-WS TO HEADER-PER-YR-OUT
           MOVE REPORT-MM-WS   TO TB-HEADER-PER-MO-OUT
           MOVE REPORT-YYYY-WS TO TB-HEADER-PER-YR-OUT

           PERFORM 500-HEADER.

       205-READ-POST-CONTROL.
           OPEN INPUT POST-CONTROL-FILE

           IF GLPC-FILE-STATUS-WS = '35'
               MOVE 'NO ' TO CONTROL-VALID-WS
           ELSE
               READ POST-CONTROL-FILE
                   AT END
                       MOVE 'NO ' TO CONTROL-VALID-WS
                   NOT AT END
                       IF GLPC-PERIOD IS NOT NUMERIC
                               OR GLPC-MONTH < '01'
                               OR GLPC-MONTH > '12'
                           MOVE 'NO ' TO CONTROL-VALID-WS
                       ELSE
                           MOVE GLPC-PERIOD TO REPORT-PERIOD-WS
                       END-IF
               END-READ

               CLOSE POST-CONTROL-FILE
           END-IF.

       250-READ-JOURNAL.
           IF EOF-JRNL-WS NOT = 'YES'
               READ JOURNAL-INPUT-FILE INTO GL-JOURNAL-RECORD
                   AT END MOVE 'YES' TO EOF-JRNL-WS
               END-READ
           END-IF.

       300-PROCESS-JOURNAL-RECORD.
           IF TRLR-REC-TYPE-IN = 'T'
               PERFORM 400-END-OF-JOURNAL
           ELSE IF JRNL-REC-TYPE-IN = 'J'
               PERFORM 320-STORE-JOURNAL-LINE
           ELSE
               MOVE 'YES' TO JOURNAL-STARTED-WS

               IF JOURNAL-REASON-WS = SPACES
                   MOVE 'INVALID RECORD TYPE' TO JOURNAL-REASON-WS
               END-IF
           END-IF
           END-IF

           PERFORM 250-READ-JOURNAL.

       320-STORE-JOURNAL-LINE.
           MOVE 'YES' TO JOURNAL-STARTED-WS
           ADD 1 TO JOURNAL-LINES-WS

           PERFORM 330-VALIDATE-JOURNAL-AMOUNT

           IF AMOUNT-VALID-WS NOT = 'YES'
               IF JOURNAL-REASON-WS = SPACES
                   MOVE 'INVALID JOURNAL AMOUNT' TO JOURNAL-REASON-WS
               END-IF
           ELSE IF JRNL-DR-CR-IN NOT = 'D'
                   AND JRNL-DR-CR-IN NOT = 'C'
               IF JOURNAL-REASON-WS = SPACES
                   MOVE 'INVALID DEBIT/CREDIT CODE' TO JOURNAL-REASON-WS
               END-IF
           ELSE IF JRNL-LINE-COUNT-WS >= 3000
               IF JOURNAL-REASON-WS = SPACES
                   MOVE 'JOURNAL TOO LARGE TO POST' TO JOURNAL-REASON-WS
               END-IF
           ELSE
               MOVE JRNL-AMOUNT-IN TO LINE-AMOUNT-WS

               ADD 1 TO JRNL-LINE-COUNT-WS
               SET JRNL-LINE-IDX-WS TO JRNL-LINE-COUNT-WS
               MOVE JRNL-ACCOUNT-IN TO
                       JRNL-LINE-ACCT-WS (JRNL-LINE-IDX-WS)
               MOVE JRNL-STORE-IN   TO
                       JRNL-LINE-STORE-WS (JRNL-LINE-IDX-WS)
               MOVE JRNL-DR-CR-IN   TO
                       JRNL-LINE-DR-CR-WS (JRNL-LINE-IDX-WS)
               MOVE LINE-AMOUNT-WS  TO
                       JRNL-LINE-AMOUNT-WS (JRNL-LINE-IDX-WS)

               IF JRNL-DR-CR-IN = 'D'
                   ADD LINE-AMOUNT-WS TO JOURNAL-DEBITS-WS
               ELSE
                   ADD LINE-AMOUNT-WS TO JOURNAL-CREDITS-WS
               END-IF

               IF LINE-AMOUNT-WS < ZERO
                   SUBTRACT LINE-AMOUNT-WS FROM JOURNAL-HASH-WS
               ELSE
                   ADD LINE-AMOUNT-WS TO JOURNAL-HASH-WS
               END-IF
           END-IF
           END-IF
           END-IF.

       330-VALIDATE-JOURNAL-AMOUNT.
           MOVE 'YES' TO AMOUNT-VALID-WS

           IF JRNL-AMT-SIGN-IN NOT = '-'
                   AND JRNL-AMT-SIGN-IN NOT = SPACE
               MOVE 'NO ' TO AMOUNT-VALID-WS
           END-IF

           IF JRNL-AMT-WHOLE-IN IS NOT NUMERIC
                   OR JRNL-AMT-POINT-IN NOT = '.'
                   OR JRNL-AMT-CENTS-IN IS NOT NUMERIC
               MOVE 'NO ' TO AMOUNT-VALID-WS
           END-IF.

       400-END-OF-JOURNAL.
           ADD 1 TO JOURNALS-READ-WS

           MOVE TRLR-SOURCE-IN TO JOURNAL-SOURCE-WS
           MOVE TRLR-RUN-ID-IN TO JOURNAL-RUN-ID-WS
           MOVE REPORT-PERIOD-WS TO POST-PERIOD-WS

           IF JOURNAL-REASON-WS = SPACES
               PERFORM 410-VALIDATE-TRAILER
           END-IF

           IF JOURNAL-REASON-WS = SPACES
               PERFORM 420-CHECK-JOURNAL-HISTORY
           END-IF

           IF JOURNAL-REASON-WS = SPACES
               PERFORM 430-CHECK-LINE-ACCOUNT
                   VARYING JRNL-LINE-IDX-WS FROM 1 BY 1
                   UNTIL JRNL-LINE-IDX-WS > JRNL-LINE-COUNT-WS
                      OR JOURNAL-REASON-WS NOT = SPACES
           END-IF

           IF JOURNAL-REASON-WS = SPACES
               PERFORM 450-POST-JOURNAL
           ELSE
               PERFORM 470-REJECT-JOURNAL
           END-IF

           PERFORM 490-RESET-JOURNAL.

       410-VALIDATE-TRAILER.
           IF TRLR-HASH-WHOLE-IN IS NOT NUMERIC
                   OR TRLR-HASH-POINT-IN NOT = '.'
                   OR TRLR-HASH-CENTS-IN IS NOT NUMERIC
               MOVE ZERO TO TRAILER-HASH-WS
           ELSE
               MOVE TRLR-HASH-IN TO TRAILER-HASH-WS
           END-IF

           IF JOURNAL-SOURCE-WS = SPACES
                   OR JOURNAL-RUN-ID-WS = SPACES
               MOVE 'NO JOURNAL ID ON TRAILER' TO JOURNAL-REASON-WS
           ELSE IF JOURNAL-SOURCE-WS NOT = 'INVRPT'
                   AND JOURNAL-SOURCE-WS NOT = 'ACCRUE'
                   AND JOURNAL-SOURCE-WS NOT = 'REVRSE'
               MOVE 'UNKNOWN JOURNAL SOURCE' TO JOURNAL-REASON-WS
           ELSE IF TRLR-COUNT-IN IS NOT NUMERIC
                   OR TRLR-COUNT-IN NOT = JOURNAL-LINES-WS
               MOVE 'LINE COUNT NOT EQUAL TRAILER' TO JOURNAL-REASON-WS
           ELSE IF TRAILER-HASH-WS NOT = JOURNAL-HASH-WS
               MOVE 'HASH TOTAL NOT EQUAL TRAILER' TO JOURNAL-REASON-WS
           ELSE IF JOURNAL-DEBITS-WS NOT = JOURNAL-CREDITS-WS
               MOVE 'DEBITS NOT EQUAL CREDITS' TO JOURNAL-REASON-WS
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF.

       420-CHECK-JOURNAL-HISTORY.
           MOVE JOURNAL-RUN-ID-WS TO GLJ-RUN-ID
           MOVE JOURNAL-SOURCE-WS TO GLJ-SOURCE

           READ POSTED-JOURNAL-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'JOURNAL ALREADY POSTED' TO JOURNAL-REASON-WS
           END-READ

           IF JOURNAL-REASON-WS = SPACES
                   AND JOURNAL-SOURCE-WS = 'REVRSE'
               MOVE JOURNAL-RUN-ID-WS TO GLJ-RUN-ID
               MOVE 'ACCRUE'          TO GLJ-SOURCE

               READ POSTED-JOURNAL-FILE
                   INVALID KEY
                       MOVE 'ACCRUAL NOT YET POSTED' TO
                               JOURNAL-REASON-WS
                   NOT INVALID KEY
                       MOVE GLJ-PERIOD TO POST-PERIOD-WS
                       PERFORM 425-NEXT-PERIOD
               END-READ
           END-IF.

       425-NEXT-PERIOD.
           IF POST-MM-WS = 12
               ADD 1 TO POST-YYYY-WS
               MOVE 1 TO POST-MM-WS
           ELSE
               ADD 1 TO POST-MM-WS
           END-IF.

       430-CHECK-LINE-ACCOUNT.
           MOVE JRNL-LINE-ACCT-WS (JRNL-LINE-IDX-WS) TO ACCT-NUM-MAST

           READ ACCOUNT-MASTER-FILE
               INVALID KEY
                   MOVE 'ACCOUNT NOT ON MASTER' TO JOURNAL-REASON-WS
           END-READ.

       450-POST-JOURNAL.
           PERFORM 455-POST-JOURNAL-LINE
               VARYING JRNL-LINE-IDX-WS FROM 1 BY 1
               UNTIL JRNL-LINE-IDX-WS > JRNL-LINE-COUNT-WS

           MOVE SPACES            TO POSTED-JOURNAL-RECORD
           MOVE JOURNAL-RUN-ID-WS TO GLJ-RUN-ID
           MOVE JOURNAL-SOURCE-WS TO GLJ-SOURCE
           MOVE POST-PERIOD-WS    TO GLJ-PERIOD
           MOVE HOLD-DATE-WS      TO GLJ-POST-DATE
           MOVE HOLD-TIME-WS      TO GLJ-POST-TIME
           MOVE JOURNAL-LINES-WS  TO GLJ-LINE-COUNT
           MOVE JOURNAL-DEBITS-WS TO GLJ-DEBITS
           MOVE JOURNAL-CREDITS-WS TO GLJ-CREDITS

           WRITE POSTED-JOURNAL-RECORD
               INVALID KEY ADD 1 TO POST-ERRORS-WS
           END-WRITE

           ADD 1                  TO JOURNALS-POSTED-WS
           ADD JOURNAL-LINES-WS   TO LINES-POSTED-WS
           ADD JOURNAL-DEBITS-WS  TO DEBITS-POSTED-WS
           ADD JOURNAL-CREDITS-WS TO CREDITS-POSTED-WS

           MOVE 'POSTED' TO REG-STATUS-OUT
           PERFORM 480-PRINT-REGISTER-LINE.

       455-POST-JOURNAL-LINE.
           MOVE JRNL-LINE-ACCT-WS (JRNL-LINE-IDX-WS)  TO POST-ACCT-WS
           MOVE JRNL-LINE-STORE-WS (JRNL-LINE-IDX-WS) TO POST-STORE-WS
           MOVE POST-PERIOD-WS TO POST-KEY-PERIOD-WS

           IF JRNL-LINE-DR-CR-WS (JRNL-LINE-IDX-WS) = 'D'
               MOVE JRNL-LINE-AMOUNT-WS (JRNL-LINE-IDX-WS) TO
                       NET-AMOUNT-WS
           ELSE
               COMPUTE NET-AMOUNT-WS =
                       ZERO - JRNL-LINE-AMOUNT-WS (JRNL-LINE-IDX-WS)
           END-IF

           MOVE POST-KEY-WS TO GLB-KEY

           READ GL-BALANCE-FILE
               INVALID KEY
                   PERFORM 460-ADD-BALANCE-RECORD
               NOT INVALID KEY
                   PERFORM 465-ADD-LINE-AMOUNT
                   REWRITE GL-BALANCE-RECORD
                       INVALID KEY ADD 1 TO POST-ERRORS-WS
                   END-REWRITE
           END-READ

           PERFORM 467-ROLL-FORWARD-OPENING.

       460-ADD-BALANCE-RECORD.
           PERFORM 462-FIND-OPENING-BALANCE

           MOVE SPACES             TO GL-BALANCE-RECORD
           MOVE POST-KEY-WS        TO GLB-KEY
           MOVE OPENING-BALANCE-WS TO GLB-OPEN-BAL
           MOVE ZERO               TO GLB-DEBITS
           MOVE ZERO               TO GLB-CREDITS

           PERFORM 465-ADD-LINE-AMOUNT

           WRITE GL-BALANCE-RECORD
               INVALID KEY ADD 1 TO POST-ERRORS-WS
           END-WRITE.

       462-FIND-OPENING-BALANCE.
           MOVE ZERO  TO OPENING-BALANCE-WS
           MOVE 'NO ' TO SCAN-DONE-WS

           MOVE POST-ACCT-WS  TO GLB-ACCT
           MOVE POST-STORE-WS TO GLB-STORE
           MOVE ZERO          TO GLB-PERIOD

           START GL-BALANCE-FILE KEY IS NOT LESS THAN GLB-KEY
               INVALID KEY MOVE 'YES' TO SCAN-DONE-WS
           END-START

           PERFORM 463-READ-PRIOR-PERIOD UNTIL SCAN-DONE-WS = 'YES'.

       463-READ-PRIOR-PERIOD.
           READ GL-BALANCE-FILE NEXT RECORD
               AT END MOVE 'YES' TO SCAN-DONE-WS
           END-READ

           IF SCAN-DONE-WS NOT = 'YES'
               IF GLB-ACCT NOT = POST-ACCT-WS
                       OR GLB-STORE NOT = POST-STORE-WS
                       OR GLB-PERIOD NOT < POST-KEY-PERIOD-WS
                   MOVE 'YES' TO SCAN-DONE-WS
               ELSE
                   COMPUTE OPENING-BALANCE-WS =
                           GLB-OPEN-BAL + GLB-DEBITS - GLB-CREDITS
               END-IF
           END-IF.

       465-ADD-LINE-AMOUNT.
           IF JRNL-LINE-DR-CR-WS (JRNL-LINE-IDX-WS) = 'D'
               ADD JRNL-LINE-AMOUNT-WS (JRNL-LINE-IDX-WS) TO GLB-DEBITS
           ELSE
               ADD JRNL-LINE-AMOUNT-WS (JRNL-LINE-IDX-WS) TO GLB-CREDITS
           END-IF

           MOVE HOLD-DATE-WS TO GLB-LAST-POST-DATE.

       467-ROLL-FORWARD-OPENING.
           MOVE 'NO ' TO SCAN-DONE-WS
           MOVE POST-KEY-WS TO GLB-KEY

           START GL-BALANCE-FILE KEY IS GREATER THAN GLB-KEY
               INVALID KEY MOVE 'YES' TO SCAN-DONE-WS
           END-START

           PERFORM 468-ROLL-ONE-PERIOD UNTIL SCAN-DONE-WS = 'YES'.

       468-ROLL-ONE-PERIOD.
           READ GL-BALANCE-FILE NEXT RECORD
               AT END MOVE 'YES' TO SCAN-DONE-WS
           END-READ

           IF SCAN-DONE-WS NOT = 'YES'
               IF GLB-ACCT NOT = POST-ACCT-WS
                       OR GLB-STORE NOT = POST-STORE-WS
                   MOVE 'YES' TO SCAN-DONE-WS
               ELSE
                   ADD NET-AMOUNT-WS TO GLB-OPEN-BAL

                   REWRITE GL-BALANCE-RECORD
                       INVALID KEY ADD 1 TO POST-ERRORS-WS
                   END-REWRITE
               END-IF
           END-IF.

       470-REJECT-JOURNAL.
           ADD 1 TO JOURNALS-REJECTED-WS

           MOVE 'REJECTED' TO REG-STATUS-OUT
           PERFORM 480-PRINT-REGISTER-LINE.

       480-PRINT-REGISTER-LINE.
           IF NUMBER-LINES-PER-PAGE-WS >= LINES-PER-PAGE-WS
               PERFORM 500-HEADER
           END-IF

           MOVE JOURNAL-SOURCE-WS       TO REG-SOURCE-OUT
           MOVE JOURNAL-RUN-ID-WS(5:2)  TO REG-RUN-MO-OUT
           MOVE JOURNAL-RUN-ID-WS(7:2)  TO REG-RUN-DY-OUT
           MOVE JOURNAL-RUN-ID-WS(1:4)  TO REG-RUN-YR-OUT
           MOVE JOURNAL-RUN-ID-WS(9:2)  TO REG-RUN-HH-OUT
           MOVE JOURNAL-RUN-ID-WS(11:2) TO REG-RUN-MM-OUT
           MOVE JOURNAL-RUN-ID-WS(13:2) TO REG-RUN-SS-OUT
           MOVE POST-MM-WS              TO REG-PER-MO-OUT
           MOVE POST-YYYY-WS            TO REG-PER-YR-OUT
           MOVE JOURNAL-LINES-WS        TO REG-LINES-OUT
           MOVE JOURNAL-DEBITS-WS       TO REG-DEBITS-OUT
           MOVE JOURNAL-CREDITS-WS      TO REG-CREDITS-OUT
           MOVE JOURNAL-REASON-WS       TO REG-REASON-OUT

           MOVE REGISTER-DETAIL-LINE-SETUP TO REGISTER-PRINT-LINE
           WRITE REGISTER-PRINT-LINE AFTER 1 LINE
           ADD 1 TO NUMBER-LINES-PER-PAGE-WS.

       490-RESET-JOURNAL.
           MOVE 'NO '  TO JOURNAL-STARTED-WS
           MOVE SPACES TO JOURNAL-REASON-WS
           MOVE ZERO   TO JOURNAL-LINES-WS
           MOVE ZERO   TO JOURNAL-DEBITS-WS
           MOVE ZERO   TO JOURNAL-CREDITS-WS
           MOVE ZERO   TO JOURNAL-HASH-WS
           MOVE ZERO   TO JRNL-LINE-COUNT-WS.

       500-HEADER.
           MOVE REPORT-HEADER TO REGISTER-PRINT-LINE
           WRITE REGISTER-PRINT-LINE AFTER PAGE

           MOVE COLUMN-HEADER1 TO REGISTER-PRINT-LINE
           WRITE REGISTER-PRINT-LINE AFTER 2 LINES

           MOVE SPACES TO REGISTER-PRINT-LINE
           WRITE REGISTER-PRINT-LINE AFTER 1 LINE

           MOVE 4 TO NUMBER-LINES-PER-PAGE-WS.

       550-TB-HEADER.
           MOVE TB-REPORT-HEADER TO TRIAL-BALANCE-PRINT-LINE
           WRITE TRIAL-BALANCE-PRINT-LINE AFTER PAGE

           MOVE TB-COLUMN-HEADER1 TO TRIAL-BALANCE-PRINT-LINE
           WRITE TRIAL-BALANCE-PRINT-LINE AFTER 2 LINES

           MOVE TB-COLUMN-HEADER2 TO TRIAL-BALANCE-PRINT-LINE
           WRITE TRIAL-BALANCE-PRINT-LINE AFTER 1 LINE

           MOVE SPACES TO TRIAL-BALANCE-PRINT-LINE
           WRITE TRIAL-BALANCE-PRINT-LINE AFTER 1 LINE

           MOVE 5 TO TB-LINES-PER-PAGE-WS.

       700-CHECK-ACCRUAL-REVERSALS.
           MOVE 'NO '   TO EOF-GLJ-WS
           MOVE SPACES  TO PENDING-ACCRUAL-ID-WS
           MOVE LOW-VALUES TO GLJ-KEY

           START POSTED-JOURNAL-FILE KEY IS NOT LESS THAN GLJ-KEY
               INVALID KEY MOVE 'YES' TO EOF-GLJ-WS
           END-START

           PERFORM 710-CHECK-ONE-POSTED-JOURNAL
               UNTIL EOF-GLJ-WS = 'YES'

           IF PENDING-ACCRUAL-ID-WS NOT = SPACES
               PERFORM 720-REVERSAL-MISSING
           END-IF.

       710-CHECK-ONE-POSTED-JOURNAL.
           READ POSTED-JOURNAL-FILE NEXT RECORD
               AT END MOVE 'YES' TO EOF-GLJ-WS
           END-READ

           IF EOF-GLJ-WS NOT = 'YES'
               IF PENDING-ACCRUAL-ID-WS NOT = SPACES
                   IF GLJ-SOURCE NOT = 'REVRSE'
                           OR GLJ-RUN-ID NOT = PENDING-ACCRUAL-ID-WS
                       PERFORM 720-REVERSAL-MISSING
                   END-IF
               END-IF

               IF GLJ-SOURCE = 'ACCRUE'
                   MOVE GLJ-RUN-ID TO PENDING-ACCRUAL-ID-WS
                   MOVE GLJ-PERIOD TO PENDING-ACCRUAL-PERIOD-WS
               ELSE
                   MOVE SPACES     TO PENDING-ACCRUAL-ID-WS
               END-IF
           END-IF.

       720-REVERSAL-MISSING.
           ADD 1 TO REVERSALS-MISSING-WS

           MOVE 'ACCRUE'                TO JOURNAL-SOURCE-WS
           MOVE PENDING-ACCRUAL-ID-WS   TO JOURNAL-RUN-ID-WS
           MOVE PENDING-ACCRUAL-PERIOD-WS TO POST-PERIOD-WS
           MOVE ZERO                    TO JOURNAL-LINES-WS
           MOVE ZERO                    TO JOURNAL-DEBITS-WS
           MOVE ZERO                    TO JOURNAL-CREDITS-WS
           MOVE 'REVERSAL NOT YET POSTED' TO JOURNAL-REASON-WS

           MOVE 'WARNING' TO REG-STATUS-OUT
           PERFORM 480-PRINT-REGISTER-LINE

           MOVE SPACES TO JOURNAL-REASON-WS
           MOVE SPACES TO PENDING-ACCRUAL-ID-WS.

       800-TRIAL-BALANCE.
           PERFORM 550-TB-HEADER

           MOVE 'NO '      TO EOF-GLB-WS
           MOVE LOW-VALUES TO GLB-KEY

           START GL-BALANCE-FILE KEY IS NOT LESS THAN GLB-KEY
               INVALID KEY MOVE 'YES' TO EOF-GLB-WS
           END-START

           PERFORM 805-READ-BALANCE

           IF EOF-GLB-WS NOT = 'YES'
               MOVE GLB-ACCT  TO TB-ACCT-WS
               MOVE GLB-STORE TO TB-STORE-WS
           END-IF

           PERFORM 810-PROCESS-BALANCE UNTIL EOF-GLB-WS = 'YES'

           IF TB-ACCT-WS NOT = SPACES
               PERFORM 820-PRINT-STORE-LINE
               PERFORM 830-PRINT-ACCOUNT-TOTAL
           END-IF

           PERFORM 850-TRIAL-BALANCE-TOTALS.

       805-READ-BALANCE.
           READ GL-BALANCE-FILE NEXT RECORD
               AT END MOVE 'YES' TO EOF-GLB-WS
           END-READ.

       810-PROCESS-BALANCE.
           IF GLB-ACCT NOT = TB-ACCT-WS
               PERFORM 820-PRINT-STORE-LINE
               PERFORM 830-PRINT-ACCOUNT-TOTAL
               MOVE GLB-ACCT  TO TB-ACCT-WS
               MOVE GLB-STORE TO TB-STORE-WS
           ELSE IF GLB-STORE NOT = TB-STORE-WS
               PERFORM 820-PRINT-STORE-LINE
               MOVE GLB-STORE TO TB-STORE-WS
           END-IF
           END-IF

           IF GLB-PERIOD < REPORT-PERIOD-WS
               MOVE 'YES' TO TB-FOUND-WS
               COMPUTE TB-OPEN-WS =
                       GLB-OPEN-BAL + GLB-DEBITS - GLB-CREDITS
               MOVE ZERO TO TB-DEBITS-WS
               MOVE ZERO TO TB-CREDITS-WS
           ELSE IF GLB-PERIOD = REPORT-PERIOD-WS
               MOVE 'YES'        TO TB-FOUND-WS
               MOVE GLB-OPEN-BAL TO TB-OPEN-WS
               MOVE GLB-DEBITS   TO TB-DEBITS-WS
               MOVE GLB-CREDITS  TO TB-CREDITS-WS
           END-IF
           END-IF

           PERFORM 805-READ-BALANCE.

       820-PRINT-STORE-LINE.
           IF TB-FOUND-WS = 'YES'
               IF TB-OPEN-WS NOT = ZERO
                       OR TB-DEBITS-WS NOT = ZERO
                       OR TB-CREDITS-WS NOT = ZERO
                   PERFORM 825-WRITE-STORE-LINE
               END-IF
           END-IF

           MOVE 'NO ' TO TB-FOUND-WS
           MOVE ZERO  TO TB-OPEN-WS
           MOVE ZERO  TO TB-DEBITS-WS
           MOVE ZERO  TO TB-CREDITS-WS.

       825-WRITE-STORE-LINE.
           IF TB-LINES-PER-PAGE-WS >= LINES-PER-PAGE-WS
               PERFORM 550-TB-HEADER
           END-IF

           IF ACCT-LINES-WS = ZERO
               MOVE TB-ACCT-WS TO ACCT-NUM-MAST
               MOVE TB-ACCT-WS TO TB-ACCT-OUT

               READ ACCOUNT-MASTER-FILE
                   INVALID KEY
                       MOVE '** NOT ON ACCOUNT MASTER' TO TB-DESC-OUT
                   NOT INVALID KEY
                       MOVE ACCT-DESC-MAST TO TB-DESC-OUT
               END-READ
           ELSE
               MOVE SPACES TO TB-ACCT-OUT
               MOVE SPACES TO TB-DESC-OUT
           END-IF

           COMPUTE TB-CLOSE-WS = TB-OPEN-WS + TB-DEBITS-WS
                   - TB-CREDITS-WS

           MOVE TB-STORE-WS   TO TB-STORE-OUT
           MOVE TB-OPEN-WS    TO TB-OPEN-OUT
           MOVE TB-DEBITS-WS  TO TB-DEBITS-OUT
           MOVE TB-CREDITS-WS TO TB-CREDITS-OUT

           IF TB-CLOSE-WS < ZERO
               MOVE ZERO TO TB-CLOSE-DR-OUT
               COMPUTE TB-CLOSE-CR-OUT = ZERO - TB-CLOSE-WS
               SUBTRACT TB-CLOSE-WS FROM ACCT-CLOSE-CR-WS
           ELSE
               MOVE TB-CLOSE-WS TO TB-CLOSE-DR-OUT
               MOVE ZERO TO TB-CLOSE-CR-OUT
               ADD TB-CLOSE-WS TO ACCT-CLOSE-DR-WS
           END-IF

           ADD 1             TO ACCT-LINES-WS
           ADD TB-OPEN-WS    TO ACCT-OPEN-WS
           ADD TB-DEBITS-WS  TO ACCT-DEBITS-WS
           ADD TB-CREDITS-WS TO ACCT-CREDITS-WS

           MOVE TB-DETAIL-LINE-SETUP TO TRIAL-BALANCE-PRINT-LINE
           WRITE TRIAL-BALANCE-PRINT-LINE AFTER 1 LINE
           ADD 1 TO TB-LINES-PER-PAGE-WS.

       830-PRINT-ACCOUNT-TOTAL.
           IF ACCT-LINES-WS > ZERO
               MOVE SPACES TO TB-TOT-DESC-OUT
               STRING 'TOTAL ACCOUNT ' TB-ACCT-WS
                   DELIMITED BY SIZE INTO TB-TOT-DESC-OUT
               END-STRING

               MOVE ACCT-OPEN-WS     TO TB-TOT-OPEN-OUT
               MOVE ACCT-DEBITS-WS   TO TB-TOT-DEBITS-OUT
               MOVE ACCT-CREDITS-WS  TO TB-TOT-CREDITS-OUT
               MOVE ACCT-CLOSE-DR-WS TO TB-TOT-CLOSE-DR-OUT
               MOVE ACCT-CLOSE-CR-WS TO TB-TOT-CLOSE-CR-OUT

               MOVE TB-TOTAL-LINE-SETUP TO TRIAL-BALANCE-PRINT-LINE
               WRITE TRIAL-BALANCE-PRINT-LINE AFTER 1 LINE

               MOVE SPACES TO TRIAL-BALANCE-PRINT-LINE
               WRITE TRIAL-BALANCE-PRINT-LINE AFTER 1 LINE
               ADD 2 TO TB-LINES-PER-PAGE-WS

               ADD ACCT-OPEN-WS     TO GRAND-OPEN-WS
               ADD ACCT-DEBITS-WS   TO GRAND-DEBITS-WS
               ADD ACCT-CREDITS-WS  TO GRAND-CREDITS-WS
               ADD ACCT-CLOSE-DR-WS TO GRAND-CLOSE-DR-WS
               ADD ACCT-CLOSE-CR-WS TO GRAND-CLOSE-CR-WS
           END-IF

           MOVE ZERO TO ACCT-OPEN-WS
           MOVE ZERO TO ACCT-DEBITS-WS
           MOVE ZERO TO ACCT-CREDITS-WS
           MOVE ZERO TO ACCT-CLOSE-DR-WS
           MOVE ZERO TO ACCT-CLOSE-CR-WS
           MOVE ZERO TO ACCT-LINES-WS.

       850-TRIAL-BALANCE-TOTALS.
           MOVE 'TRIAL BALANCE TOTALS' TO TB-TOT-DESC-OUT
           MOVE GRAND-OPEN-WS      TO TB-TOT-OPEN-OUT
           MOVE GRAND-DEBITS-WS    TO TB-TOT-DEBITS-OUT
           MOVE GRAND-CREDITS-WS   TO TB-TOT-CREDITS-OUT
           MOVE GRAND-CLOSE-DR-WS  TO TB-TOT-CLOSE-DR-OUT
           MOVE GRAND-CLOSE-CR-WS  TO TB-TOT-CLOSE-CR-OUT

           MOVE TB-TOTAL-LINE-SETUP TO TRIAL-BALANCE-PRINT-LINE
           WRITE TRIAL-BALANCE-PRINT-LINE AFTER 2 LINES

           IF GRAND-DEBITS-WS = GRAND-CREDITS-WS
                   AND GRAND-CLOSE-DR-WS = GRAND-CLOSE-CR-WS
               MOVE 'TOTAL DEBITS EQUAL TOTAL CREDITS' TO
                       TB-MESSAGE-OUT
           ELSE
               MOVE '*** TRIAL BALANCE OUT OF BALANCE ***' TO
                       TB-MESSAGE-OUT
               MOVE 16 TO RETURN-CODE
           END-IF

           MOVE TB-MESSAGE-LINE-SETUP TO TRIAL-BALANCE-PRINT-LINE
           WRITE TRIAL-BALANCE-PRINT-LINE AFTER 2 LINES.

       900-CLOSE.
           MOVE 'JOURNALS READ:'           TO REG-COUNT-DESC-OUT
           MOVE JOURNALS-READ-WS           TO REG-COUNT-OUT
           MOVE REGISTER-COUNT-LINE-SETUP  TO REGISTER-PRINT-LINE
           WRITE REGISTER-PRINT-LINE AFTER 3 LINES

           MOVE 'JOURNALS POSTED:'         TO REG-COUNT-DESC-OUT
           MOVE JOURNALS-POSTED-WS         TO REG-COUNT-OUT
           MOVE REGISTER-COUNT-LINE-SETUP  TO REGISTER-PRINT-LINE
           WRITE REGISTER-PRINT-LINE AFTER 1 LINE

           MOVE 'JOURNALS REJECTED:'       TO REG-COUNT-DESC-OUT
           MOVE JOURNALS-REJECTED-WS       TO REG-COUNT-OUT
           MOVE REGISTER-COUNT-LINE-SETUP  TO REGISTER-PRINT-LINE
           WRITE REGISTER-PRINT-LINE AFTER 1 LINE

           MOVE 'JOURNAL LINES POSTED:'    TO REG-COUNT-DESC-OUT
           MOVE LINES-POSTED-WS            TO REG-COUNT-OUT
           MOVE REGISTER-COUNT-LINE-SETUP  TO REGISTER-PRINT-LINE
           WRITE REGISTER-PRINT-LINE AFTER 1 LINE

           MOVE 'DEBITS POSTED:'           TO REG-DOLLAR-DESC-OUT
           MOVE DEBITS-POSTED-WS           TO REG-DOLLAR-OUT
           MOVE REGISTER-DOLLAR-LINE-SETUP TO REGISTER-PRINT-LINE
           WRITE REGISTER-PRINT-LINE AFTER 1 LINE

           MOVE 'CREDITS POSTED:'          TO REG-DOLLAR-DESC-OUT
           MOVE CREDITS-POSTED-WS          TO REG-DOLLAR-OUT
           MOVE REGISTER-DOLLAR-LINE-SETUP TO REGISTER-PRINT-LINE
           WRITE REGISTER-PRINT-LINE AFTER 1 LINE

           IF CONTROL-VALID-WS NOT = 'YES'
               MOVE '*** CONTROL CARD MISSING OR INVALID - NOT POSTED'
                   TO REG-MESSAGE-OUT
               PERFORM 910-WRITE-MESSAGE-LINE
               MOVE 12 TO RETURN-CODE
           END-IF

           IF JOURNAL-MISSING-WS = 'YES'
               MOVE '*** JOURNAL FILE NOT FOUND - NOTHING POSTED ***'
                   TO REG-MESSAGE-OUT
               PERFORM 910-WRITE-MESSAGE-LINE
               MOVE 12 TO RETURN-CODE
           END-IF

           IF JOURNALS-REJECTED-WS > ZERO
                   AND RETURN-CODE < 8
               MOVE 8 TO RETURN-CODE
           END-IF

           IF REVERSALS-MISSING-WS > ZERO
               MOVE '*** ACCRUALS POSTED WITHOUT THEIR REVERSAL ***'
                   TO REG-MESSAGE-OUT
               PERFORM 910-WRITE-MESSAGE-LINE

               IF RETURN-CODE < 8
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF

           IF POST-ERRORS-WS > ZERO
               MOVE '*** GL BALANCE FILE UPDATE FAILED ***'
                   TO REG-MESSAGE-OUT
               PERFORM 910-WRITE-MESSAGE-LINE
               MOVE 16 TO RETURN-CODE
           END-IF

           IF CONTROL-VALID-WS = 'YES'
               IF JOURNAL-MISSING-WS NOT = 'YES'
                   CLOSE JOURNAL-INPUT-FILE
               END-IF

               CLOSE ACCOUNT-MASTER-FILE
                     GL-BALANCE-FILE
                     POSTED-JOURNAL-FILE
           END-IF

           CLOSE REGISTER-OUTPUT-FILE
                 TRIAL-BALANCE-FILE.

       910-WRITE-MESSAGE-LINE.
           MOVE REGISTER-MESSAGE-LINE-SETUP TO REGISTER-PRINT-LINE
           WRITE REGISTER-PRINT-LINE AFTER 2 LINES.
