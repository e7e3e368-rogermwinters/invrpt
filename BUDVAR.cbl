       IDENTIFICATION DIVISION.
       PROGRAM-ID.   BUDVAR.
       AUTHOR. ROGER WINTERS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

            SELECT BUDGET-CONTROL-FILE ASSIGN TO 'BUDCTL'
                FILE STATUS IS BUDC-FILE-STATUS-WS.

            SELECT PERIOD-HISTORY-FILE ASSIGN TO 'PERHIST'
                FILE STATUS IS PERH-FILE-STATUS-WS.

            SELECT BUDGET-MASTER-FILE ASSIGN TO 'BUDMAST'
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS BUDGET-KEY-MAST
                FILE STATUS IS BUDM-FILE-STATUS-WS.

            SELECT STORE-MASTER-FILE ASSIGN TO 'STRMAST'
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS STORE-NUM-MAST.

            SELECT VARIANCE-OUTPUT-FILE ASSIGN TO 'BUDVRPT'.

            SELECT SORT-WORK-FILE ASSIGN TO 'SORTWK'.

       DATA DIVISION.
       FILE SECTION.
       FD  BUDGET-CONTROL-FILE RECORDING MODE IS F.
       01  BUDGET-CONTROL-RECORD.
           05  BUDC-YEAR               PIC X(4).
           05  BUDC-MONTH              PIC XX.
           05  BUDC-TOLERANCE-PCT      PIC 99V9.
           05  FILLER                  PIC X(71).

       FD  PERIOD-HISTORY-FILE RECORDING MODE IS F.
       01  PERIOD-HISTORY-RECORD.
           05  PH-PERIOD               PIC 9(6).
           05  PH-PERIOD-R REDEFINES PH-PERIOD.
               10  PH-YYYY             PIC 9(4).
               10  PH-MM               PIC 99.
           05  PH-STORE                PIC XXX.
           05  PH-ACCT                 PIC X(4).
           05  PH-RECORDS              PIC 9(7).
           05  PH-DOLLARS              PIC S9(8)V99.
           05  FILLER                  PIC X(10).

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

       FD  VARIANCE-OUTPUT-FILE RECORDING MODE IS F.
       01  VARIANCE-PRINT-LINE      PIC X(132).

       SD  SORT-WORK-FILE.
       01  SORT-WORK-RECORD.
           05  SORT-REGION-KEY         PIC XX.
           05  SORT-STORE-KEY          PIC XXX.
           05  SORT-ACCT-KEY           PIC X(4).
           05  SORT-MTH-ACTUAL         PIC S9(8)V99.
           05  SORT-MTH-BUDGET         PIC S9(8)V99.
           05  SORT-YTD-ACTUAL         PIC S9(10)V99.
           05  SORT-YTD-BUDGET         PIC S9(10)V99.

       WORKING-STORAGE SECTION.
       01  WORKING-VARIABLES.
           05  BUDC-FILE-STATUS-WS         PIC XX          VALUE ZERO.
           05  PERH-FILE-STATUS-WS         PIC XX          VALUE ZERO.
           05  BUDM-FILE-STATUS-WS         PIC XX          VALUE ZERO.
           05  EOF-PERH-WS                 PIC X(3)        VALUE 'NO'.
           05  EOF-BUDM-WS                 PIC X(3)        VALUE 'NO'.
           05  EOF-SORT-WS                 PIC X(3)        VALUE 'NO'.
           05  FIRST-RECORD-WS             PIC X(3)        VALUE 'YES'.
           05  VAR-FOUND-WS                PIC X(3)        VALUE 'NO'.
           05  VAR-TABLE-FULL-WS           PIC X(3)        VALUE 'NO'.
           05  FIND-STORE-WS               PIC XXX         VALUE SPACES.
           05  FIND-ACCT-WS                PIC X(4)        VALUE SPACES.

           05  REPORT-YEAR-WS              PIC 9(4)        VALUE ZERO.
           05  REPORT-MONTH-WS             PIC 99          VALUE ZERO.
           05  TOLERANCE-PCT-WS            PIC 99V9        VALUE ZERO.
           05  MONTH-SUB-WS                PIC 99          VALUE ZERO.
           05  LIMIT-WS                    PIC S9(10)V99   VALUE ZERO.
           05  VARIANCE-WS                 PIC S9(10)V99   VALUE ZERO.
           05  OVER-MTH-WS                 PIC X(3)        VALUE 'NO'.
           05  OVER-YTD-WS                 PIC X(3)        VALUE 'NO'.
           05  OVER-COUNT-WS               PIC 9(5)        VALUE ZERO.
           05  LINE-COUNT-WS               PIC 9(5)        VALUE ZERO.

           05  REGION-BREAK-WS             PIC XX          VALUE SPACES.
           05  STORE-BREAK-WS              PIC XXX         VALUE SPACES.

           05  NUMBER-LINES-PER-PAGE-WS    PIC 99          VALUE ZERO.
           05  LINES-PER-PAGE-WS           PIC 99          VALUE 50.

           05  HOLD-DATE-WS.
               10  HOLD-YR-WS          PIC XXXX.
               10  HOLD-MO-WS          PIC XX.
               10  HOLD-DY-WS          PIC XX.

       01  STORE-TOTALS.
           05  STORE-MTH-ACTUAL-WS         PIC S9(10)V99.
           05  STORE-MTH-BUDGET-WS         PIC S9(10)V99.
           05  STORE-YTD-ACTUAL-WS         PIC S9(10)V99.
           05  STORE-YTD-BUDGET-WS         PIC S9(10)V99.

       01  REGION-TOTALS.
           05  REGION-MTH-ACTUAL-WS        PIC S9(10)V99.
           05  REGION-MTH-BUDGET-WS        PIC S9(10)V99.
           05  REGION-YTD-ACTUAL-WS        PIC S9(10)V99.
           05  REGION-YTD-BUDGET-WS        PIC S9(10)V99.

       01  CHECK-TOTALS.
           05  CHECK-MTH-ACTUAL-WS         PIC S9(10)V99.
           05  CHECK-MTH-BUDGET-WS         PIC S9(10)V99.
           05  CHECK-YTD-ACTUAL-WS         PIC S9(10)V99.
           05  CHECK-YTD-BUDGET-WS         PIC S9(10)V99.

       01  GRAND-TOTALS.
           05  GRAND-MTH-ACTUAL-WS         PIC S9(10)V99   VALUE ZERO.
           05  GRAND-MTH-BUDGET-WS         PIC S9(10)V99   VALUE ZERO.
           05  GRAND-YTD-ACTUAL-WS         PIC S9(10)V99   VALUE ZERO.
           05  GRAND-YTD-BUDGET-WS         PIC S9(10)V99   VALUE ZERO.

       01  VARIANCE-TABLE.
           05  VAR-COUNT-WS                PIC 9(4)        VALUE ZERO.
           05  VAR-ENTRY OCCURS 2000 TIMES
                           INDEXED BY VAR-IDX-WS.
               10  VAR-STORE-WS            PIC XXX.
               10  VAR-ACCT-WS             PIC X(4).
               10  VAR-MTH-ACTUAL-WS       PIC S9(8)V99.
               10  VAR-MTH-BUDGET-WS       PIC S9(8)V99.
               10  VAR-YTD-ACTUAL-WS       PIC S9(10)V99.
               10  VAR-YTD-BUDGET-WS       PIC S9(10)V99.

       01  REPORT-HEADER.
           05  FILLER              PIC X(10)      VALUE 'RUN DATE: '.
           05  HEADER-MO-OUT       PIC 99.
           05                      PIC X          VALUE '/'.
           05  HEADER-DY-OUT       PIC 99.
           05                      PIC X          VALUE '/'.
           05  HEADER-YR-OUT       PIC 9999.
           05  FILLER              PIC X(10)      VALUE SPACE.
           05  FILLER              PIC X(31)      VALUE
                               'BUDGET VERSUS ACTUAL BY REGION'.
           05  FILLER              PIC X(8)       VALUE 'PERIOD: '.
           05  HEADER-PERIOD-OUT   PIC 9(6).
           05  FILLER              PIC X(4)       VALUE SPACE.
           05  FILLER              PIC X(11)      VALUE 'TOLERANCE: '.
           05  HEADER-TOLERANCE-OUT PIC Z9.9.
           05  FILLER              PIC X          VALUE '%'.

       01  COLUMN-HEADER1.
           05                      PIC X(6)       VALUE 'REGION'.
           05                      PIC X(1)       VALUE SPACE.
           05                      PIC X(5)       VALUE 'STORE'.
           05                      PIC X(1)       VALUE SPACE.
           05                      PIC X(4)       VALUE 'ACCT'.
           05                      PIC X(6)       VALUE SPACE.
           05                      PIC X(10)      VALUE 'MTH ACTUAL'.
           05                      PIC X(6)       VALUE SPACE.
           05                      PIC X(10)      VALUE 'MTH BUDGET'.
           05                      PIC X(4)       VALUE SPACE.
           05                      PIC X(12)      VALUE 'MTH VARIANCE'.
           05                      PIC X(6)       VALUE SPACE.
           05                      PIC X(10)      VALUE 'YTD ACTUAL'.
           05                      PIC X(6)       VALUE SPACE.
           05                      PIC X(10)      VALUE 'YTD BUDGET'.
           05                      PIC X(4)       VALUE SPACE.
           05                      PIC X(12)      VALUE 'YTD VARIANCE'.
           05                      PIC X(2)       VALUE SPACE.
           05                      PIC X(4)       VALUE 'FLAG'.

       01  VARIANCE-LINE-SETUP.
           05  FILLER              PIC X(2)       VALUE SPACE.
           05  VAR-REGION-OUT      PIC XX.
           05  FILLER              PIC X(3)       VALUE SPACE.
           05  VAR-STORE-OUT       PIC XXX.
           05  FILLER              PIC X(3)       VALUE SPACE.
           05  VAR-ACCT-OUT        PIC X(4).
           05  FILLER              PIC X(2)       VALUE SPACE.
           05  VAR-MTH-ACTUAL-OUT  PIC ZZ,ZZZ,ZZ9.99-.
           05  FILLER              PIC X(2)       VALUE SPACE.
           05  VAR-MTH-BUDGET-OUT  PIC ZZ,ZZZ,ZZ9.99-.
           05  FILLER              PIC X(2)       VALUE SPACE.
           05  VAR-MTH-VARIANCE-OUT PIC ZZ,ZZZ,ZZ9.99-.
           05  FILLER              PIC X(2)       VALUE SPACE.
           05  VAR-YTD-ACTUAL-OUT  PIC ZZ,ZZZ,ZZ9.99-.
           05  FILLER              PIC X(2)       VALUE SPACE.
           05  VAR-YTD-BUDGET-OUT  PIC ZZ,ZZZ,ZZ9.99-.
           05  FILLER              PIC X(2)       VALUE SPACE.
           05  VAR-YTD-VARIANCE-OUT PIC ZZ,ZZZ,ZZ9.99-.
           05  FILLER              PIC X(2)       VALUE SPACE.
           05  VAR-FLAG-OUT        PIC X(12).

       01  VARIANCE-TOTAL-LINE-SETUP.
           05  VAR-TOTAL-DESC-OUT  PIC X(19).
           05  VAR-TOT-MTH-ACTUAL-OUT  PIC ZZ,ZZZ,ZZ9.99-.
           05  FILLER              PIC X(2)       VALUE SPACE.
           05  VAR-TOT-MTH-BUDGET-OUT  PIC ZZ,ZZZ,ZZ9.99-.
           05  FILLER              PIC X(2)       VALUE SPACE.
           05  VAR-TOT-MTH-VARIANCE-OUT PIC ZZ,ZZZ,ZZ9.99-.
           05  FILLER              PIC X(2)       VALUE SPACE.
           05  VAR-TOT-YTD-ACTUAL-OUT  PIC ZZ,ZZZ,ZZ9.99-.
           05  FILLER              PIC X(2)       VALUE SPACE.
           05  VAR-TOT-YTD-BUDGET-OUT  PIC ZZ,ZZZ,ZZ9.99-.
           05  FILLER              PIC X(2)       VALUE SPACE.
           05  VAR-TOT-YTD-VARIANCE-OUT PIC ZZ,ZZZ,ZZ9.99-.
           05  FILLER              PIC X(2)       VALUE SPACE.
           05  VAR-TOT-FLAG-OUT    PIC X(12).

       01  VARIANCE-COUNT-LINE-SETUP.
           05  FILLER              PIC X(5)       VALUE SPACE.
           05  VAR-COUNT-DESC-OUT  PIC X(35).
           05  VAR-COUNT-OUT       PIC ZZZZ9.

       01  VARIANCE-TABLE-FULL-LINE-SETUP.
           05  FILLER              PIC X(5)       VALUE SPACE.
           05  FILLER              PIC X(50)      VALUE
               '*** VARIANCE TABLE FULL - REPORT INCOMPLETE ***'.

       PROCEDURE DIVISION.

       100-MAINLINE.
           PERFORM 200-OPEN

           PERFORM 250-READ-PERIOD-HISTORY
           PERFORM 300-ACCUMULATE-ACTUAL UNTIL EOF-PERH-WS = 'YES'

           PERFORM 350-LOAD-BUDGETS

           SORT SORT-WORK-FILE
               ON ASCENDING KEY SORT-REGION-KEY
                                SORT-STORE-KEY
                                SORT-ACCT-KEY
               INPUT PROCEDURE IS 110-RELEASE-PASS
               OUTPUT PROCEDURE IS 120-REPORT-PASS

           PERFORM 900-CLOSE
           STOP RUN.

       110-RELEASE-PASS.
           PERFORM 400-RELEASE-VARIANCE-ENTRY
               VARYING VAR-IDX-WS FROM 1 BY 1
               UNTIL VAR-IDX-WS > VAR-COUNT-WS.

       120-REPORT-PASS.
           PERFORM 600-RETURN-SORTED-RECORD
           PERFORM 610-REPORT-SORTED-DETAIL
               UNTIL EOF-SORT-WS = 'YES'

           IF FIRST-RECORD-WS NOT = 'YES'
               PERFORM 640-STORE-SUBTOTAL
               PERFORM 650-REGION-SUBTOTAL
           END-IF.

       200-OPEN.
           MOVE FUNCTION CURRENT-DATE TO HOLD-DATE-WS

           PERFORM 205-READ-BUDGET-CONTROL

           OPEN INPUT PERIOD-HISTORY-FILE
                INPUT BUDGET-MASTER-FILE
                INPUT STORE-MASTER-FILE
                OUTPUT VARIANCE-OUTPUT-FILE

           IF PERH-FILE-STATUS-WS = '35'
               MOVE 'YES' TO EOF-PERH-WS
           END-IF

           IF BUDM-FILE-STATUS-WS = '35'
               MOVE 'YES' TO EOF-BUDM-WS
           END-IF

           MOVE HOLD-MO-WS TO HEADER-MO-OUT
           MOVE HOLD-DY-WS TO HEADER-DY-OUT
           MOVE HOLD-YR-WS TO HEADER-YR-OUT

           MOVE REPORT-YEAR-WS   TO HEADER-PERIOD-OUT(1:4)
           MOVE REPORT-MONTH-WS  TO HEADER-PERIOD-OUT(5:2)
           MOVE TOLERANCE-PCT-WS TO HEADER-TOLERANCE-OUT

           PERFORM 500-HEADER.

       205-READ-BUDGET-CONTROL.
           MOVE HOLD-YR-WS TO REPORT-YEAR-WS
           MOVE HOLD-MO-WS TO REPORT-MONTH-WS

           OPEN INPUT BUDGET-CONTROL-FILE

           IF BUDC-FILE-STATUS-WS NOT = '35'
               READ BUDGET-CONTROL-FILE
                   AT END MOVE SPACES TO BUDGET-CONTROL-RECORD
               END-READ

               IF BUDC-YEAR IS NUMERIC
                   MOVE BUDC-YEAR TO REPORT-YEAR-WS
               END-IF

               IF BUDC-MONTH IS NUMERIC
                       AND BUDC-MONTH >= '01' AND BUDC-MONTH <= '12'
                   MOVE BUDC-MONTH TO REPORT-MONTH-WS
               END-IF

               IF BUDC-TOLERANCE-PCT IS NUMERIC
                   MOVE BUDC-TOLERANCE-PCT TO TOLERANCE-PCT-WS
               END-IF

               CLOSE BUDGET-CONTROL-FILE
           END-IF.

       250-READ-PERIOD-HISTORY.
           IF EOF-PERH-WS NOT = 'YES'
               READ PERIOD-HISTORY-FILE
                   AT END MOVE 'YES' TO EOF-PERH-WS
               END-READ
           END-IF.

       300-ACCUMULATE-ACTUAL.
           IF PH-YYYY = REPORT-YEAR-WS
                   AND PH-MM <= REPORT-MONTH-WS
               MOVE PH-STORE TO FIND-STORE-WS
               MOVE PH-ACCT  TO FIND-ACCT-WS
               PERFORM 320-FIND-VARIANCE-ENTRY

               IF VAR-FOUND-WS = 'YES'
                   ADD PH-DOLLARS TO VAR-YTD-ACTUAL-WS (VAR-IDX-WS)

                   IF PH-MM = REPORT-MONTH-WS
                       ADD PH-DOLLARS TO VAR-MTH-ACTUAL-WS (VAR-IDX-WS)
                   END-IF
               END-IF
           END-IF

           PERFORM 250-READ-PERIOD-HISTORY.

       320-FIND-VARIANCE-ENTRY.
           MOVE 'NO ' TO VAR-FOUND-WS

           IF VAR-COUNT-WS > ZERO
               SET VAR-IDX-WS TO 1
               SEARCH VAR-ENTRY
                   VARYING VAR-IDX-WS
                   AT END
                       CONTINUE
                   WHEN VAR-STORE-WS (VAR-IDX-WS) = FIND-STORE-WS
                           AND VAR-ACCT-WS (VAR-IDX-WS) = FIND-ACCT-WS
                       MOVE 'YES' TO VAR-FOUND-WS
               END-SEARCH
           END-IF

           IF VAR-FOUND-WS NOT = 'YES'
               IF VAR-COUNT-WS < 2000
                   ADD 1 TO VAR-COUNT-WS
                   SET VAR-IDX-WS TO VAR-COUNT-WS
                   MOVE FIND-STORE-WS TO VAR-STORE-WS (VAR-IDX-WS)
                   MOVE FIND-ACCT-WS  TO VAR-ACCT-WS (VAR-IDX-WS)
                   MOVE ZERO TO VAR-MTH-ACTUAL-WS (VAR-IDX-WS)
                   MOVE ZERO TO VAR-MTH-BUDGET-WS (VAR-IDX-WS)
                   MOVE ZERO TO VAR-YTD-ACTUAL-WS (VAR-IDX-WS)
                   MOVE ZERO TO VAR-YTD-BUDGET-WS (VAR-IDX-WS)
                   MOVE 'YES' TO VAR-FOUND-WS
               ELSE
                   MOVE 'YES' TO VAR-TABLE-FULL-WS
               END-IF
           END-IF.

       350-LOAD-BUDGETS.
           IF EOF-BUDM-WS NOT = 'YES'
               MOVE REPORT-YEAR-WS TO BUDGET-YEAR-MAST
               MOVE LOW-VALUES     TO BUDGET-STORE-MAST
               MOVE LOW-VALUES     TO BUDGET-ACCT-MAST

               START BUDGET-MASTER-FILE
                   KEY IS NOT LESS THAN BUDGET-KEY-MAST
                   INVALID KEY MOVE 'YES' TO EOF-BUDM-WS
               END-START
           END-IF

           PERFORM 355-READ-BUDGET-MASTER
           PERFORM 360-APPLY-BUDGET UNTIL EOF-BUDM-WS = 'YES'.

       355-READ-BUDGET-MASTER.
           IF EOF-BUDM-WS NOT = 'YES'
               READ BUDGET-MASTER-FILE NEXT RECORD
                   AT END MOVE 'YES' TO EOF-BUDM-WS
               END-READ
           END-IF

           IF EOF-BUDM-WS NOT = 'YES'
                   AND BUDGET-YEAR-MAST NOT = REPORT-YEAR-WS
               MOVE 'YES' TO EOF-BUDM-WS
           END-IF.

       360-APPLY-BUDGET.
           MOVE BUDGET-STORE-MAST TO FIND-STORE-WS
           MOVE BUDGET-ACCT-MAST  TO FIND-ACCT-WS
           PERFORM 320-FIND-VARIANCE-ENTRY

           IF VAR-FOUND-WS = 'YES'
               MOVE BUDGET-AMOUNT-MAST (REPORT-MONTH-WS) TO
                       VAR-MTH-BUDGET-WS (VAR-IDX-WS)

               PERFORM 365-ADD-YTD-BUDGET
                   VARYING MONTH-SUB-WS FROM 1 BY 1
                   UNTIL MONTH-SUB-WS > REPORT-MONTH-WS
           END-IF

           PERFORM 355-READ-BUDGET-MASTER.

       365-ADD-YTD-BUDGET.
           ADD BUDGET-AMOUNT-MAST (MONTH-SUB-WS) TO
                   VAR-YTD-BUDGET-WS (VAR-IDX-WS).

       400-RELEASE-VARIANCE-ENTRY.
           MOVE VAR-STORE-WS (VAR-IDX-WS) TO STORE-NUM-MAST

           READ STORE-MASTER-FILE
               INVALID KEY
                   MOVE SPACES TO STORE-REGION-MAST
           END-READ

           MOVE STORE-REGION-MAST              TO SORT-REGION-KEY
           MOVE VAR-STORE-WS (VAR-IDX-WS)      TO SORT-STORE-KEY
           MOVE VAR-ACCT-WS (VAR-IDX-WS)       TO SORT-ACCT-KEY
           MOVE VAR-MTH-ACTUAL-WS (VAR-IDX-WS) TO SORT-MTH-ACTUAL
           MOVE VAR-MTH-BUDGET-WS (VAR-IDX-WS) TO SORT-MTH-BUDGET
           MOVE VAR-YTD-ACTUAL-WS (VAR-IDX-WS) TO SORT-YTD-ACTUAL
           MOVE VAR-YTD-BUDGET-WS (VAR-IDX-WS) TO SORT-YTD-BUDGET

           RELEASE SORT-WORK-RECORD.

       500-HEADER.
           MOVE REPORT-HEADER TO VARIANCE-PRINT-LINE
           WRITE VARIANCE-PRINT-LINE AFTER PAGE

           MOVE COLUMN-HEADER1 TO VARIANCE-PRINT-LINE
           WRITE VARIANCE-PRINT-LINE AFTER 2 LINES

           MOVE SPACES TO VARIANCE-PRINT-LINE
           WRITE VARIANCE-PRINT-LINE AFTER 1 LINE

           MOVE 0 TO NUMBER-LINES-PER-PAGE-WS.

       510-PRINT-LINE.
           WRITE VARIANCE-PRINT-LINE AFTER ADVANCING 1 LINE

           ADD 1 TO NUMBER-LINES-PER-PAGE-WS

           IF NUMBER-LINES-PER-PAGE-WS >= LINES-PER-PAGE-WS
               PERFORM 500-HEADER
           END-IF.

       600-RETURN-SORTED-RECORD.
           RETURN SORT-WORK-FILE
               AT END MOVE 'YES' TO EOF-SORT-WS
           END-RETURN.

       610-REPORT-SORTED-DETAIL.
           IF FIRST-RECORD-WS = 'YES'
               MOVE SORT-REGION-KEY TO REGION-BREAK-WS
               MOVE SORT-STORE-KEY  TO STORE-BREAK-WS
               MOVE ZERO TO STORE-TOTALS
               MOVE ZERO TO REGION-TOTALS
               MOVE 'NO ' TO FIRST-RECORD-WS
           END-IF

           IF SORT-REGION-KEY NOT = REGION-BREAK-WS
               PERFORM 640-STORE-SUBTOTAL
               PERFORM 650-REGION-SUBTOTAL
               PERFORM 500-HEADER
               MOVE SORT-REGION-KEY TO REGION-BREAK-WS
               MOVE SORT-STORE-KEY  TO STORE-BREAK-WS
           ELSE IF SORT-STORE-KEY NOT = STORE-BREAK-WS
               PERFORM 640-STORE-SUBTOTAL
               MOVE SORT-STORE-KEY  TO STORE-BREAK-WS
           END-IF
           END-IF

           MOVE SORT-REGION-KEY TO VAR-REGION-OUT
           MOVE SORT-STORE-KEY  TO VAR-STORE-OUT
           MOVE SORT-ACCT-KEY   TO VAR-ACCT-OUT
           MOVE SORT-MTH-ACTUAL TO VAR-MTH-ACTUAL-OUT
           MOVE SORT-MTH-BUDGET TO VAR-MTH-BUDGET-OUT
           MOVE SORT-YTD-ACTUAL TO VAR-YTD-ACTUAL-OUT
           MOVE SORT-YTD-BUDGET TO VAR-YTD-BUDGET-OUT

           SUBTRACT SORT-MTH-BUDGET FROM SORT-MTH-ACTUAL
               GIVING VARIANCE-WS
           MOVE VARIANCE-WS TO VAR-MTH-VARIANCE-OUT

           SUBTRACT SORT-YTD-BUDGET FROM SORT-YTD-ACTUAL
               GIVING VARIANCE-WS
           MOVE VARIANCE-WS TO VAR-YTD-VARIANCE-OUT

           PERFORM 620-CHECK-OVER-BUDGET

           MOVE VARIANCE-LINE-SETUP TO VARIANCE-PRINT-LINE
           PERFORM 510-PRINT-LINE

           ADD 1 TO LINE-COUNT-WS

           ADD SORT-MTH-ACTUAL TO STORE-MTH-ACTUAL-WS
           ADD SORT-MTH-BUDGET TO STORE-MTH-BUDGET-WS
           ADD SORT-YTD-ACTUAL TO STORE-YTD-ACTUAL-WS
           ADD SORT-YTD-BUDGET TO STORE-YTD-BUDGET-WS

           PERFORM 600-RETURN-SORTED-RECORD.

       620-CHECK-OVER-BUDGET.
           MOVE 'NO ' TO OVER-MTH-WS
           MOVE 'NO ' TO OVER-YTD-WS

           COMPUTE LIMIT-WS ROUNDED = SORT-MTH-BUDGET
                   + (SORT-MTH-BUDGET * TOLERANCE-PCT-WS / 100)

           IF SORT-MTH-ACTUAL > LIMIT-WS
               MOVE 'YES' TO OVER-MTH-WS
           END-IF

           COMPUTE LIMIT-WS ROUNDED = SORT-YTD-BUDGET
                   + (SORT-YTD-BUDGET * TOLERANCE-PCT-WS / 100)

           IF SORT-YTD-ACTUAL > LIMIT-WS
               MOVE 'YES' TO OVER-YTD-WS
           END-IF

           IF OVER-MTH-WS = 'YES' AND OVER-YTD-WS = 'YES'
               MOVE '** OVER BOTH' TO VAR-FLAG-OUT
           ELSE IF OVER-MTH-WS = 'YES'
               MOVE '** OVER MTH'  TO VAR-FLAG-OUT
           ELSE IF OVER-YTD-WS = 'YES'
               MOVE '** OVER YTD'  TO VAR-FLAG-OUT
           ELSE
               MOVE SPACES         TO VAR-FLAG-OUT
           END-IF
           END-IF
           END-IF

           IF OVER-MTH-WS = 'YES' OR OVER-YTD-WS = 'YES'
               ADD 1 TO OVER-COUNT-WS
           END-IF.

       630-CHECK-TOTAL-OVER-BUDGET.
           MOVE 'NO ' TO OVER-MTH-WS
           MOVE 'NO ' TO OVER-YTD-WS

           COMPUTE LIMIT-WS ROUNDED = CHECK-MTH-BUDGET-WS
                   + (CHECK-MTH-BUDGET-WS * TOLERANCE-PCT-WS / 100)

           IF CHECK-MTH-ACTUAL-WS > LIMIT-WS
               MOVE 'YES' TO OVER-MTH-WS
           END-IF

           COMPUTE LIMIT-WS ROUNDED = CHECK-YTD-BUDGET-WS
                   + (CHECK-YTD-BUDGET-WS * TOLERANCE-PCT-WS / 100)

           IF CHECK-YTD-ACTUAL-WS > LIMIT-WS
               MOVE 'YES' TO OVER-YTD-WS
           END-IF

           IF OVER-MTH-WS = 'YES' AND OVER-YTD-WS = 'YES'
               MOVE '** OVER BOTH' TO VAR-TOT-FLAG-OUT
           ELSE IF OVER-MTH-WS = 'YES'
               MOVE '** OVER MTH'  TO VAR-TOT-FLAG-OUT
           ELSE IF OVER-YTD-WS = 'YES'
               MOVE '** OVER YTD'  TO VAR-TOT-FLAG-OUT
           ELSE
               MOVE SPACES         TO VAR-TOT-FLAG-OUT
           END-IF
           END-IF
           END-IF.

       640-STORE-SUBTOTAL.
           MOVE SPACES TO VAR-TOTAL-DESC-OUT
           STRING '  STORE ' STORE-BREAK-WS ' TOTAL'
               DELIMITED BY SIZE INTO VAR-TOTAL-DESC-OUT
           END-STRING

           MOVE STORE-MTH-ACTUAL-WS TO VAR-TOT-MTH-ACTUAL-OUT
           MOVE STORE-MTH-BUDGET-WS TO VAR-TOT-MTH-BUDGET-OUT
           MOVE STORE-YTD-ACTUAL-WS TO VAR-TOT-YTD-ACTUAL-OUT
           MOVE STORE-YTD-BUDGET-WS TO VAR-TOT-YTD-BUDGET-OUT

           SUBTRACT STORE-MTH-BUDGET-WS FROM STORE-MTH-ACTUAL-WS
               GIVING VARIANCE-WS
           MOVE VARIANCE-WS TO VAR-TOT-MTH-VARIANCE-OUT

           SUBTRACT STORE-YTD-BUDGET-WS FROM STORE-YTD-ACTUAL-WS
               GIVING VARIANCE-WS
           MOVE VARIANCE-WS TO VAR-TOT-YTD-VARIANCE-OUT

           MOVE STORE-TOTALS TO CHECK-TOTALS
           PERFORM 630-CHECK-TOTAL-OVER-BUDGET

           MOVE SPACES TO VARIANCE-PRINT-LINE
           PERFORM 510-PRINT-LINE

           MOVE VARIANCE-TOTAL-LINE-SETUP TO VARIANCE-PRINT-LINE
           PERFORM 510-PRINT-LINE

           MOVE SPACES TO VARIANCE-PRINT-LINE
           PERFORM 510-PRINT-LINE

           ADD STORE-MTH-ACTUAL-WS TO REGION-MTH-ACTUAL-WS
           ADD STORE-MTH-BUDGET-WS TO REGION-MTH-BUDGET-WS
           ADD STORE-YTD-ACTUAL-WS TO REGION-YTD-ACTUAL-WS
           ADD STORE-YTD-BUDGET-WS TO REGION-YTD-BUDGET-WS

           MOVE ZERO TO STORE-TOTALS.

       650-REGION-SUBTOTAL.
           MOVE SPACES TO VAR-TOTAL-DESC-OUT
           STRING 'REGION ' REGION-BREAK-WS ' TOTAL'
               DELIMITED BY SIZE INTO VAR-TOTAL-DESC-OUT
           END-STRING

           MOVE REGION-MTH-ACTUAL-WS TO VAR-TOT-MTH-ACTUAL-OUT
           MOVE REGION-MTH-BUDGET-WS TO VAR-TOT-MTH-BUDGET-OUT
           MOVE REGION-YTD-ACTUAL-WS TO VAR-TOT-YTD-ACTUAL-OUT
           MOVE REGION-YTD-BUDGET-WS TO VAR-TOT-YTD-BUDGET-OUT

           SUBTRACT REGION-MTH-BUDGET-WS FROM REGION-MTH-ACTUAL-WS
               GIVING VARIANCE-WS
           MOVE VARIANCE-WS TO VAR-TOT-MTH-VARIANCE-OUT

           SUBTRACT REGION-YTD-BUDGET-WS FROM REGION-YTD-ACTUAL-WS
               GIVING VARIANCE-WS
           MOVE VARIANCE-WS TO VAR-TOT-YTD-VARIANCE-OUT

           MOVE REGION-TOTALS TO CHECK-TOTALS
           PERFORM 630-CHECK-TOTAL-OVER-BUDGET

           MOVE VARIANCE-TOTAL-LINE-SETUP TO VARIANCE-PRINT-LINE
           PERFORM 510-PRINT-LINE

           ADD REGION-MTH-ACTUAL-WS TO GRAND-MTH-ACTUAL-WS
           ADD REGION-MTH-BUDGET-WS TO GRAND-MTH-BUDGET-WS
           ADD REGION-YTD-ACTUAL-WS TO GRAND-YTD-ACTUAL-WS
           ADD REGION-YTD-BUDGET-WS TO GRAND-YTD-BUDGET-WS

           MOVE ZERO TO REGION-TOTALS.

       900-CLOSE.
           MOVE 'GRAND TOTAL'        TO VAR-TOTAL-DESC-OUT
           MOVE GRAND-MTH-ACTUAL-WS  TO VAR-TOT-MTH-ACTUAL-OUT
           MOVE GRAND-MTH-BUDGET-WS  TO VAR-TOT-MTH-BUDGET-OUT
           MOVE GRAND-YTD-ACTUAL-WS  TO VAR-TOT-YTD-ACTUAL-OUT
           MOVE GRAND-YTD-BUDGET-WS  TO VAR-TOT-YTD-BUDGET-OUT

           SUBTRACT GRAND-MTH-BUDGET-WS FROM GRAND-MTH-ACTUAL-WS
               GIVING VARIANCE-WS
           MOVE VARIANCE-WS TO VAR-TOT-MTH-VARIANCE-OUT

           SUBTRACT GRAND-YTD-BUDGET-WS FROM GRAND-YTD-ACTUAL-WS
               GIVING VARIANCE-WS
           MOVE VARIANCE-WS TO VAR-TOT-YTD-VARIANCE-OUT

           MOVE SPACES TO VAR-TOT-FLAG-OUT

           MOVE VARIANCE-TOTAL-LINE-SETUP TO VARIANCE-PRINT-LINE
           WRITE VARIANCE-PRINT-LINE AFTER 2 LINES

           MOVE 'STORE/ACCOUNT LINES REPORTED:' TO VAR-COUNT-DESC-OUT
           MOVE LINE-COUNT-WS TO VAR-COUNT-OUT
           MOVE VARIANCE-COUNT-LINE-SETUP TO VARIANCE-PRINT-LINE
           WRITE VARIANCE-PRINT-LINE AFTER 2 LINES

           MOVE 'LINES OVER BUDGET TOLERANCE:'  TO VAR-COUNT-DESC-OUT
           MOVE OVER-COUNT-WS TO VAR-COUNT-OUT
           MOVE VARIANCE-COUNT-LINE-SETUP TO VARIANCE-PRINT-LINE
           WRITE VARIANCE-PRINT-LINE AFTER 1 LINE

           IF VAR-TABLE-FULL-WS = 'YES'
               MOVE VARIANCE-TABLE-FULL-LINE-SETUP TO
                       VARIANCE-PRINT-LINE
               WRITE VARIANCE-PRINT-LINE AFTER 2 LINES
               MOVE 12 TO RETURN-CODE
           END-IF

           IF PERH-FILE-STATUS-WS NOT = '35'
               CLOSE PERIOD-HISTORY-FILE
           END-IF

           IF BUDM-FILE-STATUS-WS NOT = '35'
               CLOSE BUDGET-MASTER-FILE
           END-IF

           CLOSE STORE-MASTER-FILE
                 VARIANCE-OUTPUT-FILE.
