       IDENTIFICATION DIVISION.
       PROGRAM-ID.   BNKREC.
       AUTHOR. ROGER WINTERS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

            SELECT BANK-PAID-FILE ASSIGN TO 'BNKPAID'.

            SELECT ISSUED-PAYMENT-FILE ASSIGN TO 'CHKISS'
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS ISS-KEY
                FILE STATUS IS ISS-FILE-STATUS-WS.

            SELECT RECON-OUTPUT-FILE ASSIGN TO 'BNKRPT'.

       DATA DIVISION.
       FILE SECTION.
       FD  BANK-PAID-FILE RECORDING MODE IS F.
       01  FILLER                  PIC X(80).

       FD  ISSUED-PAYMENT-FILE.
       01  ISSUED-PAYMENT-RECORD.
           05  ISS-KEY.
               10  ISS-NUMBER          PIC 9(6).
               10  ISS-METHOD          PIC X.
           05  ISS-ISSUE-DATE          PIC 9(8).
           05  ISS-SUPPLIER            PIC X(5).
           05  ISS-PAYEE               PIC X(23).
           05  ISS-AMOUNT              PIC S9(8)V99.
           05  ISS-STATUS              PIC X.
           05  ISS-CLEARED-DATE        PIC 9(8).
           05  ISS-CLEARED-AMOUNT      PIC S9(8)V99.
           05  FILLER                  PIC X(18).

       FD  RECON-OUTPUT-FILE RECORDING MODE IS F.
       01  RECON-PRINT-LINE         PIC X(132).

       WORKING-STORAGE SECTION.
       01  WORKING-VARIABLES.
           05  EOF-BANK-WS                 PIC X(3)        VALUE 'NO'.
           05  EOF-ISS-WS                  PIC X(3)        VALUE 'NO'.
           05  ISS-FILE-STATUS-WS          PIC XX          VALUE ZERO.
           05  ISS-FOUND-WS                PIC X(3)        VALUE 'NO'.
           05  EXC-TABLE-FULL-WS           PIC X(3)        VALUE 'NO'.
           05  BANK-AMOUNT-WS              PIC S9(8)V99    VALUE ZERO.
           05  DIFFERENCE-WS               PIC S9(8)V99    VALUE ZERO.
           05  RUN-DATE-WS                 PIC 9(8)        VALUE ZERO.
           05  RUN-INT-WS                  PIC 9(7)        VALUE ZERO.
           05  ISSUE-INT-WS                PIC 9(7)        VALUE ZERO.
           05  AGE-DAYS-WS                 PIC S9(5)       VALUE ZERO.
           05  AGE-BKT-SUB-WS              PIC 9           VALUE ZERO.
           05  STALE-DAYS-WS               PIC 999         VALUE 180.

           05  BANK-READ-COUNT-WS          PIC 9(5)        VALUE ZERO.
           05  BANK-READ-DOLLARS-WS        PIC S9(10)V99   VALUE ZERO.
           05  CLEARED-COUNT-WS            PIC 9(5)        VALUE ZERO.
           05  CLEARED-DOLLARS-WS          PIC S9(10)V99   VALUE ZERO.
           05  MISMATCH-COUNT-WS           PIC 9(5)        VALUE ZERO.
           05  MISMATCH-DOLLARS-WS         PIC S9(10)V99   VALUE ZERO.
           05  UNISSUED-COUNT-WS           PIC 9(5)        VALUE ZERO.
           05  UNISSUED-DOLLARS-WS         PIC S9(10)V99   VALUE ZERO.
           05  OUTSTANDING-COUNT-WS        PIC 9(5)        VALUE ZERO.
           05  OUTSTANDING-DOLLARS-WS      PIC S9(10)V99   VALUE ZERO.
           05  STALE-COUNT-WS              PIC 9(5)        VALUE ZERO.
           05  STALE-DOLLARS-WS            PIC S9(10)V99   VALUE ZERO.
           05  UPDATE-ERROR-COUNT-WS       PIC 9(5)        VALUE ZERO.
           05  UPDATE-ERROR-DOLLARS-WS     PIC S9(10)V99   VALUE ZERO.

           05  NUMBER-LINES-PER-PAGE-WS    PIC 99          VALUE ZERO.
           05  LINES-PER-PAGE-WS           PIC 99          VALUE 50.

           05  HOLD-DATE-WS.
               10  HOLD-YR-WS          PIC XXXX.
               10  HOLD-MO-WS          PIC XX.
               10  HOLD-DY-WS          PIC XX.

       01  BANK-PAID-RECORD.
           05  BNKP-REC-TYPE-IN        PIC X.
           05  BNKP-NUMBER-IN          PIC 9(6).
           05  BNKP-PAID-DATE-IN       PIC 9(8).
           05  BNKP-SIGN-IN            PIC X.
           05  BNKP-WHOLE-IN           PIC 9(8).
           05  FILLER                  PIC X.
           05  BNKP-CENTS-IN           PIC 99.
           05  BNKP-METHOD-IN          PIC X.
           05  FILLER                  PIC X(52).

       01  EXCEPTION-TABLE.
           05  EXC-COUNT-WS                PIC 9(4)        VALUE ZERO.
           05  EXC-ENTRY OCCURS 1000 TIMES
                           INDEXED BY EXC-IDX-WS.
               10  EXC-TYPE-WS             PIC X.
               10  EXC-NUMBER-WS           PIC 9(6).
               10  EXC-METHOD-WS           PIC X.
               10  EXC-SUPPLIER-WS         PIC X(5).
               10  EXC-ISSUE-DATE-WS       PIC 9(8).
               10  EXC-ISSUE-AMOUNT-WS     PIC S9(8)V99.
               10  EXC-PAID-DATE-WS        PIC 9(8).
               10  EXC-PAID-AMOUNT-WS      PIC S9(8)V99.
               10  EXC-NOTE-WS             PIC X(20).

       01  AGING-TOTALS.
           05  AGE-BUCKET-ENTRY OCCURS 5 TIMES.
               10  AGE-BUCKET-COUNT-WS     PIC 9(5).
               10  AGE-BUCKET-DOLLARS-WS   PIC S9(10)V99.

       01  AGING-BUCKET-NAMES.
           05  FILLER              PIC X(20)      VALUE '0 - 30 DAYS'.
           05  FILLER              PIC X(20)      VALUE '31 - 60 DAYS'.
           05  FILLER              PIC X(20)      VALUE '61 - 90 DAYS'.
           05  FILLER              PIC X(20)      VALUE '91 - 180 DAYS'.
           05  FILLER              PIC X(20)      VALUE 'OVER 180 DAYS'.
       01  AGING-BUCKET-NAME-TABLE REDEFINES AGING-BUCKET-NAMES.
           05  AGE-BUCKET-NAME-WS  PIC X(20)      OCCURS 5 TIMES.

       01  RECON-DETAIL-LINE-SETUP.
           05  RECON-NUMBER-OUT    PIC 9(6).
           05  FILLER              PIC X(3)       VALUE SPACE.
           05  RECON-METHOD-OUT    PIC X(5).
           05  FILLER              PIC X(3)       VALUE SPACE.
           05  RECON-SUPPLIER-OUT  PIC X(5).
           05  FILLER              PIC X(3)       VALUE SPACE.
           05  RECON-ISSUE-DATE-OUT.
               10  RECON-ISSUE-MO-OUT  PIC XX.
               10  RECON-ISSUE-SL1-OUT PIC X.
               10  RECON-ISSUE-DY-OUT  PIC XX.
               10  RECON-ISSUE-SL2-OUT PIC X.
               10  RECON-ISSUE-YR-OUT  PIC X(4).
           05  FILLER              PIC X(2)       VALUE SPACE.
           05  RECON-ISSUE-AMOUNT-OUT  PIC $$$$,$$$,$$9.99BCR.
           05  FILLER              PIC X(2)       VALUE SPACE.
           05  RECON-PAID-DATE-OUT.
               10  RECON-PAID-MO-OUT   PIC XX.
               10  RECON-PAID-SL1-OUT  PIC X.
               10  RECON-PAID-DY-OUT   PIC XX.
               10  RECON-PAID-SL2-OUT  PIC X.
               10  RECON-PAID-YR-OUT   PIC X(4).
           05  FILLER              PIC X(2)       VALUE SPACE.
           05  RECON-PAID-AMOUNT-OUT   PIC $$$$,$$$,$$9.99BCR.
           05  FILLER              PIC X(2)       VALUE SPACE.
           05  RECON-DAYS-OUT      PIC ZZZZ9.
           05  FILLER              PIC X(3)       VALUE SPACE.
           05  RECON-NOTE-OUT      PIC X(20).

       01  RECON-SECTION-LINE-SETUP.
           05  FILLER              PIC X(5)       VALUE '*** '.
           05  RECON-SECTION-OUT   PIC X(50).

       01  RECON-TOTAL-LINE-SETUP.
           05  FILLER              PIC X(5)       VALUE SPACE.
           05  RECON-TOTAL-DESC-OUT    PIC X(35).
           05  RECON-TOTAL-COUNT-OUT   PIC ZZZZ9.
           05  FILLER              PIC X(3)       VALUE SPACE.
           05  RECON-TOTAL-DOLLARS-OUT PIC $$,$$$,$$$,$$9.99BCR.

       01  REPORT-HEADER.
           05  FILLER              PIC X(10)      VALUE 'RUN DATE: '.
           05  HEADER-MO-OUT       PIC 99.
           05                      PIC X          VALUE '/'.
           05  HEADER-DY-OUT       PIC 99.
           05                      PIC X          VALUE '/'.
           05  HEADER-YR-OUT       PIC 9999.
           05  FILLER              PIC X(10)      VALUE SPACE.
           05  FILLER              PIC X(30)      VALUE
                               'BANK RECONCILIATION'.

       01  COLUMN-HEADER1.
           05                      PIC X(6)       VALUE 'NUMBER'.
           05                      PIC X(3)       VALUE SPACE.
           05                      PIC X(5)       VALUE 'TYPE'.
           05                      PIC X(3)       VALUE SPACE.
           05                      PIC X(8)       VALUE 'SUPPLIER'.
           05                      PIC X(4)       VALUE SPACE.
           05                      PIC X(6)       VALUE 'ISSUED'.
           05                      PIC X(8)       VALUE SPACE.
           05                      PIC X(13)      VALUE 'ISSUED AMOUNT'.
           05                      PIC X(4)       VALUE SPACE.
           05                      PIC X(7)       VALUE 'CLEARED'.
           05                      PIC X(5)       VALUE SPACE.
           05                      PIC X(14)      VALUE
                               'CLEARED AMOUNT'.
           05                      PIC X(4)       VALUE SPACE.
           05                      PIC X(4)       VALUE 'DAYS'.
           05                      PIC X(3)       VALUE SPACE.
           05                      PIC X(4)       VALUE 'NOTE'.

       PROCEDURE DIVISION.

       100-MAINLINE.
           PERFORM 200-OPEN
           PERFORM 250-READ-BANK-PAID
           PERFORM 300-PROCESS-BANK-PAID UNTIL EOF-BANK-WS = 'YES'
           PERFORM 600-EXCEPTION-REPORT
           PERFORM 700-OUTSTANDING-REPORT
           PERFORM 900-CLOSE
           STOP RUN.

       200-OPEN.
           OPEN INPUT BANK-PAID-FILE
                I-O   ISSUED-PAYMENT-FILE
                OUTPUT RECON-OUTPUT-FILE

           IF ISS-FILE-STATUS-WS = '35'
               OPEN OUTPUT ISSUED-PAYMENT-FILE
               CLOSE ISSUED-PAYMENT-FILE
               OPEN I-O ISSUED-PAYMENT-FILE
           END-IF

           MOVE FUNCTION CURRENT-DATE TO HOLD-DATE-WS
           MOVE HOLD-DATE-WS TO RUN-DATE-WS

           COMPUTE RUN-INT-WS = FUNCTION INTEGER-OF-DATE(RUN-DATE-WS)

           MOVE ZERO TO AGING-TOTALS

           MOVE HOLD-MO-WS TO HEADER-MO-OUT
           MOVE HOLD-DY-WS TO HEADER-DY-OUT
           MOVE HOLD-YR-WS TO HEADER-YR-OUT

           PERFORM 500-HEADER.

       250-READ-BANK-PAID.
           READ BANK-PAID-FILE INTO BANK-PAID-RECORD
               AT END MOVE 'YES' TO EOF-BANK-WS
           END-READ.

       300-PROCESS-BANK-PAID.
           IF BNKP-REC-TYPE-IN = 'P'
               COMPUTE BANK-AMOUNT-WS =
                       BNKP-WHOLE-IN + (BNKP-CENTS-IN / 100)

               IF BNKP-SIGN-IN = '-'
                   SUBTRACT BANK-AMOUNT-WS FROM ZERO
                       GIVING BANK-AMOUNT-WS
               END-IF

               ADD 1              TO BANK-READ-COUNT-WS
               ADD BANK-AMOUNT-WS TO BANK-READ-DOLLARS-WS

               PERFORM 310-MATCH-ISSUED-PAYMENT
           END-IF

           PERFORM 250-READ-BANK-PAID.

       310-MATCH-ISSUED-PAYMENT.
           IF BNKP-METHOD-IN = SPACE
               MOVE 'C' TO BNKP-METHOD-IN
           END-IF

           MOVE BNKP-NUMBER-IN TO ISS-NUMBER
           MOVE BNKP-METHOD-IN TO ISS-METHOD

           READ ISSUED-PAYMENT-FILE
               INVALID KEY
                   MOVE 'NO ' TO ISS-FOUND-WS
               NOT INVALID KEY
                   MOVE 'YES' TO ISS-FOUND-WS
           END-READ

           IF ISS-FOUND-WS NOT = 'YES'
               MOVE SPACES TO ISSUED-PAYMENT-RECORD
               MOVE BNKP-NUMBER-IN TO ISS-NUMBER
               MOVE BNKP-METHOD-IN TO ISS-METHOD
               MOVE ZERO TO ISS-ISSUE-DATE
               MOVE ZERO TO ISS-AMOUNT
               ADD 1              TO UNISSUED-COUNT-WS
               ADD BANK-AMOUNT-WS TO UNISSUED-DOLLARS-WS
               PERFORM 330-SAVE-EXCEPTION-U
           ELSE IF ISS-STATUS = 'C'
               ADD 1              TO UNISSUED-COUNT-WS
               ADD BANK-AMOUNT-WS TO UNISSUED-DOLLARS-WS
               PERFORM 330-SAVE-EXCEPTION-U
           ELSE
               PERFORM 320-CLEAR-ISSUED-PAYMENT
           END-IF
           END-IF.

       320-CLEAR-ISSUED-PAYMENT.
           MOVE 'C'               TO ISS-STATUS
           MOVE BNKP-PAID-DATE-IN TO ISS-CLEARED-DATE
           MOVE BANK-AMOUNT-WS    TO ISS-CLEARED-AMOUNT

           REWRITE ISSUED-PAYMENT-RECORD
               INVALID KEY
                   ADD 1              TO UPDATE-ERROR-COUNT-WS
                   ADD BANK-AMOUNT-WS TO UPDATE-ERROR-DOLLARS-WS
               NOT INVALID KEY
                   PERFORM 325-COUNT-CLEARED-PAYMENT
           END-REWRITE.

       325-COUNT-CLEARED-PAYMENT.
           ADD 1              TO CLEARED-COUNT-WS
           ADD BANK-AMOUNT-WS TO CLEARED-DOLLARS-WS

           IF BANK-AMOUNT-WS NOT = ISS-AMOUNT
               SUBTRACT ISS-AMOUNT FROM BANK-AMOUNT-WS
                   GIVING DIFFERENCE-WS
               ADD 1             TO MISMATCH-COUNT-WS
               ADD DIFFERENCE-WS TO MISMATCH-DOLLARS-WS
               PERFORM 335-SAVE-EXCEPTION-M
           END-IF.

       330-SAVE-EXCEPTION-U.
           IF EXC-COUNT-WS < 1000
               ADD 1 TO EXC-COUNT-WS
               SET EXC-IDX-WS TO EXC-COUNT-WS
               MOVE 'U' TO EXC-TYPE-WS (EXC-IDX-WS)
               PERFORM 340-MOVE-EXCEPTION-FIELDS

               IF ISS-FOUND-WS = 'YES'
                   MOVE 'ALREADY CLEARED' TO EXC-NOTE-WS (EXC-IDX-WS)
               ELSE
                   MOVE 'NOT ISSUED'      TO EXC-NOTE-WS (EXC-IDX-WS)
               END-IF
           ELSE
               MOVE 'YES' TO EXC-TABLE-FULL-WS
           END-IF.

       335-SAVE-EXCEPTION-M.
           IF EXC-COUNT-WS < 1000
               ADD 1 TO EXC-COUNT-WS
               SET EXC-IDX-WS TO EXC-COUNT-WS
               MOVE 'M' TO EXC-TYPE-WS (EXC-IDX-WS)
               PERFORM 340-MOVE-EXCEPTION-FIELDS
               MOVE 'AMOUNT DIFFERS' TO EXC-NOTE-WS (EXC-IDX-WS)
           ELSE
               MOVE 'YES' TO EXC-TABLE-FULL-WS
           END-IF.

       340-MOVE-EXCEPTION-FIELDS.
           MOVE BNKP-NUMBER-IN    TO EXC-NUMBER-WS (EXC-IDX-WS)
           MOVE ISS-METHOD        TO EXC-METHOD-WS (EXC-IDX-WS)
           MOVE ISS-SUPPLIER      TO EXC-SUPPLIER-WS (EXC-IDX-WS)
           MOVE ISS-ISSUE-DATE    TO EXC-ISSUE-DATE-WS (EXC-IDX-WS)
           MOVE ISS-AMOUNT        TO EXC-ISSUE-AMOUNT-WS (EXC-IDX-WS)
           MOVE BNKP-PAID-DATE-IN TO EXC-PAID-DATE-WS (EXC-IDX-WS)
           MOVE BANK-AMOUNT-WS    TO EXC-PAID-AMOUNT-WS (EXC-IDX-WS).

       400-WRITE-RECON-LINE.
           MOVE RECON-DETAIL-LINE-SETUP TO RECON-PRINT-LINE
           WRITE RECON-PRINT-LINE AFTER ADVANCING 1 LINE

           ADD 1 TO NUMBER-LINES-PER-PAGE-WS

           IF NUMBER-LINES-PER-PAGE-WS >= LINES-PER-PAGE-WS
               PERFORM 500-HEADER
           END-IF.

       410-WRITE-SECTION-LINE.
           MOVE RECON-SECTION-LINE-SETUP TO RECON-PRINT-LINE
           WRITE RECON-PRINT-LINE AFTER 2 LINES

           MOVE SPACES TO RECON-PRINT-LINE
           WRITE RECON-PRINT-LINE AFTER 1 LINE

           ADD 3 TO NUMBER-LINES-PER-PAGE-WS.

       420-CLEAR-DETAIL-LINE.
           MOVE SPACES TO RECON-METHOD-OUT
           MOVE SPACES TO RECON-SUPPLIER-OUT
           MOVE SPACES TO RECON-ISSUE-DATE-OUT
           MOVE ZERO   TO RECON-ISSUE-AMOUNT-OUT
           MOVE SPACES TO RECON-PAID-DATE-OUT
           MOVE ZERO   TO RECON-PAID-AMOUNT-OUT
           MOVE ZERO   TO RECON-DAYS-OUT
           MOVE SPACES TO RECON-NOTE-OUT.

       430-MOVE-METHOD.
           IF ISS-METHOD = 'E'
               MOVE 'EFT  ' TO RECON-METHOD-OUT
           ELSE IF ISS-METHOD = 'C'
               MOVE 'CHECK' TO RECON-METHOD-OUT
           ELSE
               MOVE SPACES  TO RECON-METHOD-OUT
           END-IF
           END-IF.

       500-HEADER.
           MOVE REPORT-HEADER TO RECON-PRINT-LINE
           WRITE RECON-PRINT-LINE AFTER PAGE

           MOVE COLUMN-HEADER1 TO RECON-PRINT-LINE
           WRITE RECON-PRINT-LINE AFTER 2 LINES

           MOVE SPACES TO RECON-PRINT-LINE
           WRITE RECON-PRINT-LINE AFTER 1 LINE

           MOVE 0 TO NUMBER-LINES-PER-PAGE-WS.

       600-EXCEPTION-REPORT.
           MOVE 'ITEMS CLEARED AT A DIFFERENT AMOUNT'
               TO RECON-SECTION-OUT
           PERFORM 410-WRITE-SECTION-LINE

           PERFORM 610-WRITE-MISMATCH-ITEM
               VARYING EXC-IDX-WS FROM 1 BY 1
               UNTIL EXC-IDX-WS > EXC-COUNT-WS

           MOVE 'ITEMS PAID BY BANK NOT ON ISSUED FILE'
               TO RECON-SECTION-OUT
           PERFORM 410-WRITE-SECTION-LINE

           PERFORM 620-WRITE-UNISSUED-ITEM
               VARYING EXC-IDX-WS FROM 1 BY 1
               UNTIL EXC-IDX-WS > EXC-COUNT-WS.

       610-WRITE-MISMATCH-ITEM.
           IF EXC-TYPE-WS (EXC-IDX-WS) = 'M'
               PERFORM 630-MOVE-EXCEPTION-LINE
               PERFORM 400-WRITE-RECON-LINE
           END-IF.

       620-WRITE-UNISSUED-ITEM.
           IF EXC-TYPE-WS (EXC-IDX-WS) = 'U'
               PERFORM 630-MOVE-EXCEPTION-LINE
               PERFORM 400-WRITE-RECON-LINE
           END-IF.

       630-MOVE-EXCEPTION-LINE.
           PERFORM 420-CLEAR-DETAIL-LINE

           MOVE EXC-NUMBER-WS (EXC-IDX-WS)   TO RECON-NUMBER-OUT
           MOVE EXC-METHOD-WS (EXC-IDX-WS)   TO ISS-METHOD
           PERFORM 430-MOVE-METHOD
           MOVE EXC-SUPPLIER-WS (EXC-IDX-WS) TO RECON-SUPPLIER-OUT

           IF EXC-ISSUE-DATE-WS (EXC-IDX-WS) NOT = ZERO
               MOVE EXC-ISSUE-DATE-WS (EXC-IDX-WS) (5:2) TO
                       RECON-ISSUE-MO-OUT
               MOVE '/' TO RECON-ISSUE-SL1-OUT
               MOVE EXC-ISSUE-DATE-WS (EXC-IDX-WS) (7:2) TO
                       RECON-ISSUE-DY-OUT
               MOVE '/' TO RECON-ISSUE-SL2-OUT
               MOVE EXC-ISSUE-DATE-WS (EXC-IDX-WS) (1:4) TO
                       RECON-ISSUE-YR-OUT
               MOVE EXC-ISSUE-AMOUNT-WS (EXC-IDX-WS) TO
                       RECON-ISSUE-AMOUNT-OUT
           END-IF

           MOVE EXC-PAID-DATE-WS (EXC-IDX-WS) (5:2) TO
                   RECON-PAID-MO-OUT
           MOVE '/' TO RECON-PAID-SL1-OUT
           MOVE EXC-PAID-DATE-WS (EXC-IDX-WS) (7:2) TO
                   RECON-PAID-DY-OUT
           MOVE '/' TO RECON-PAID-SL2-OUT
           MOVE EXC-PAID-DATE-WS (EXC-IDX-WS) (1:4) TO
                   RECON-PAID-YR-OUT
           MOVE EXC-PAID-AMOUNT-WS (EXC-IDX-WS) TO
                   RECON-PAID-AMOUNT-OUT
           MOVE EXC-NOTE-WS (EXC-IDX-WS) TO RECON-NOTE-OUT.

       700-OUTSTANDING-REPORT.
           MOVE 'OUTSTANDING ITEMS AGED BY ISSUE DATE'
               TO RECON-SECTION-OUT
           PERFORM 410-WRITE-SECTION-LINE

           MOVE LOW-VALUES TO ISS-KEY

           START ISSUED-PAYMENT-FILE KEY IS NOT LESS THAN ISS-KEY
               INVALID KEY MOVE 'YES' TO EOF-ISS-WS
           END-START

           PERFORM 710-READ-ISSUED-PAYMENT

           PERFORM 720-AGE-ISSUED-PAYMENT UNTIL EOF-ISS-WS = 'YES'.

       710-READ-ISSUED-PAYMENT.
           IF EOF-ISS-WS NOT = 'YES'
               READ ISSUED-PAYMENT-FILE NEXT RECORD
                   AT END MOVE 'YES' TO EOF-ISS-WS
               END-READ
           END-IF.

       720-AGE-ISSUED-PAYMENT.
           IF ISS-STATUS = 'O'
               COMPUTE ISSUE-INT-WS =
                       FUNCTION INTEGER-OF-DATE(ISS-ISSUE-DATE)

               SUBTRACT ISSUE-INT-WS FROM RUN-INT-WS
                   GIVING AGE-DAYS-WS

               IF AGE-DAYS-WS <= 30
                   MOVE 1 TO AGE-BKT-SUB-WS
               ELSE IF AGE-DAYS-WS <= 60
                   MOVE 2 TO AGE-BKT-SUB-WS
               ELSE IF AGE-DAYS-WS <= 90
                   MOVE 3 TO AGE-BKT-SUB-WS
               ELSE IF AGE-DAYS-WS <= STALE-DAYS-WS
                   MOVE 4 TO AGE-BKT-SUB-WS
               ELSE
                   MOVE 5 TO AGE-BKT-SUB-WS
               END-IF
               END-IF
               END-IF
               END-IF

               ADD 1 TO AGE-BUCKET-COUNT-WS (AGE-BKT-SUB-WS)
               ADD ISS-AMOUNT TO AGE-BUCKET-DOLLARS-WS (AGE-BKT-SUB-WS)

               ADD 1          TO OUTSTANDING-COUNT-WS
               ADD ISS-AMOUNT TO OUTSTANDING-DOLLARS-WS

               PERFORM 420-CLEAR-DETAIL-LINE

               MOVE ISS-NUMBER   TO RECON-NUMBER-OUT
               PERFORM 430-MOVE-METHOD
               MOVE ISS-SUPPLIER TO RECON-SUPPLIER-OUT
               MOVE ISS-ISSUE-DATE(5:2) TO RECON-ISSUE-MO-OUT
               MOVE '/'                 TO RECON-ISSUE-SL1-OUT
               MOVE ISS-ISSUE-DATE(7:2) TO RECON-ISSUE-DY-OUT
               MOVE '/'                 TO RECON-ISSUE-SL2-OUT
               MOVE ISS-ISSUE-DATE(1:4) TO RECON-ISSUE-YR-OUT
               MOVE ISS-AMOUNT   TO RECON-ISSUE-AMOUNT-OUT
               MOVE AGE-DAYS-WS  TO RECON-DAYS-OUT

               IF AGE-BKT-SUB-WS = 5
                   MOVE 'STALE-DATED' TO RECON-NOTE-OUT
                   ADD 1          TO STALE-COUNT-WS
                   ADD ISS-AMOUNT TO STALE-DOLLARS-WS
               END-IF

               PERFORM 400-WRITE-RECON-LINE
           END-IF

           PERFORM 710-READ-ISSUED-PAYMENT.

       800-WRITE-TOTAL-LINE.
           MOVE RECON-TOTAL-LINE-SETUP TO RECON-PRINT-LINE
           WRITE RECON-PRINT-LINE AFTER 1 LINE.

       810-WRITE-AGING-TOTAL.
           MOVE AGE-BUCKET-NAME-WS (AGE-BKT-SUB-WS)
               TO RECON-TOTAL-DESC-OUT
           MOVE AGE-BUCKET-COUNT-WS (AGE-BKT-SUB-WS)
               TO RECON-TOTAL-COUNT-OUT
           MOVE AGE-BUCKET-DOLLARS-WS (AGE-BKT-SUB-WS)
               TO RECON-TOTAL-DOLLARS-OUT
           PERFORM 800-WRITE-TOTAL-LINE.

       900-CLOSE.
           MOVE 'BANK PAID ITEMS READ:'      TO RECON-TOTAL-DESC-OUT
           MOVE BANK-READ-COUNT-WS           TO RECON-TOTAL-COUNT-OUT
           MOVE BANK-READ-DOLLARS-WS         TO RECON-TOTAL-DOLLARS-OUT
           MOVE RECON-TOTAL-LINE-SETUP       TO RECON-PRINT-LINE
           WRITE RECON-PRINT-LINE AFTER 3 LINES

           MOVE 'ITEMS CLEARED:'             TO RECON-TOTAL-DESC-OUT
           MOVE CLEARED-COUNT-WS             TO RECON-TOTAL-COUNT-OUT
           MOVE CLEARED-DOLLARS-WS           TO RECON-TOTAL-DOLLARS-OUT
           PERFORM 800-WRITE-TOTAL-LINE

           MOVE 'CLEARED AT DIFFERENT AMOUNT:' TO RECON-TOTAL-DESC-OUT
           MOVE MISMATCH-COUNT-WS            TO RECON-TOTAL-COUNT-OUT
           MOVE MISMATCH-DOLLARS-WS          TO RECON-TOTAL-DOLLARS-OUT
           PERFORM 800-WRITE-TOTAL-LINE

           MOVE 'PAID BUT NOT ISSUED:'       TO RECON-TOTAL-DESC-OUT
           MOVE UNISSUED-COUNT-WS            TO RECON-TOTAL-COUNT-OUT
           MOVE UNISSUED-DOLLARS-WS          TO RECON-TOTAL-DOLLARS-OUT
           PERFORM 800-WRITE-TOTAL-LINE

           MOVE 'OUTSTANDING ITEMS:'         TO RECON-TOTAL-DESC-OUT
           MOVE OUTSTANDING-COUNT-WS         TO RECON-TOTAL-COUNT-OUT
           MOVE OUTSTANDING-DOLLARS-WS       TO RECON-TOTAL-DOLLARS-OUT
           PERFORM 800-WRITE-TOTAL-LINE

           PERFORM 810-WRITE-AGING-TOTAL
               VARYING AGE-BKT-SUB-WS FROM 1 BY 1
               UNTIL AGE-BKT-SUB-WS > 5

           MOVE 'STALE-DATED ITEMS:'         TO RECON-TOTAL-DESC-OUT
           MOVE STALE-COUNT-WS               TO RECON-TOTAL-COUNT-OUT
           MOVE STALE-DOLLARS-WS             TO RECON-TOTAL-DOLLARS-OUT
           PERFORM 800-WRITE-TOTAL-LINE

           IF MISMATCH-COUNT-WS > ZERO OR UNISSUED-COUNT-WS > ZERO
               MOVE 8 TO RETURN-CODE
           END-IF

           IF EXC-TABLE-FULL-WS = 'YES'
               MOVE 'EXCEPTION TABLE FULL - LIST INCOMPLETE'
                   TO RECON-SECTION-OUT
               PERFORM 410-WRITE-SECTION-LINE
               MOVE 12 TO RETURN-CODE
           END-IF

           IF UPDATE-ERROR-COUNT-WS > ZERO
               MOVE 'NOT UPDATED ON CHKISS:' TO RECON-TOTAL-DESC-OUT
               MOVE UPDATE-ERROR-COUNT-WS TO RECON-TOTAL-COUNT-OUT
               MOVE UPDATE-ERROR-DOLLARS-WS TO RECON-TOTAL-DOLLARS-OUT
               PERFORM 800-WRITE-TOTAL-LINE
               MOVE 16 TO RETURN-CODE
           END-IF

           CLOSE BANK-PAID-FILE
                 ISSUED-PAYMENT-FILE
                 RECON-OUTPUT-FILE.
