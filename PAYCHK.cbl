       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

            SELECT PAYMENT-INPUT-FILE ASSIGN TO 'PAYFILE'
                FILE STATUS IS PAYF-FILE-STATUS-WS.

            SELECT PAY-CONTROL-FILE ASSIGN TO 'PAYCTL'
                FILE STATUS IS PAYC-FILE-STATUS-WS.

            SELECT BANK-OUTPUT-FILE ASSIGN TO 'BANKFILE'.

            SELECT ISSUED-PAYMENT-FILE ASSIGN TO 'CHKISS'
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS ISS-KEY
                FILE STATUS IS ISS-FILE-STATUS-WS.

            SELECT PAYMENT-RUN-FILE ASSIGN TO 'PAYRUNS'
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS PRUN-RUN-ID
                FILE STATUS IS PRUN-FILE-STATUS-WS.

            SELECT OPEN-PAYABLE-FILE ASSIGN TO 'APOPEN'
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS OP-KEY
                FILE STATUS IS OPEN-FILE-STATUS-WS.

            SELECT VOUCHER-HISTORY-FILE ASSIGN TO 'VCHHIST'
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS VH-KEY
                ALTERNATE RECORD KEY IS VH-SUP-INV-KEY
                    WITH DUPLICATES
                ALTERNATE RECORD KEY IS VH-VOUCHER
                    WITH DUPLICATES
                FILE STATUS IS VCHH-FILE-STATUS-WS.

            SELECT T99-MASTER-FILE ASSIGN TO 'T99MAST'
                FILE STATUS IS T99-FILE-STATUS-WS.

       DATA DIVISION.
       FILE SECTION.
       FD  PAYMENT-INPUT-FILE RECORDING MODE IS F.
       01  PAY-CONTROL-RECORD.
           05  PAYC-START-NUMBER       PIC 9(6).
           05  PAYC-PAY-METHOD         PIC X.
           05  PAYC-REPRINT-IND        PIC X.
           05  PAYC-REPRINT-RUN-ID     PIC X(14).
           05  FILLER                  PIC X(58).

       FD  REGISTER-OUTPUT-FILE RECORDING MODE IS F.
       01  REGISTER-PRINT-LINE      PIC X(132).
       FD  BANK-OUTPUT-FILE RECORDING MODE IS F.
       01  BANK-INTERFACE-RECORD    PIC X(61).

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

       FD  PAYMENT-RUN-FILE.
       01  PAYMENT-RUN-RECORD.
           05  PRUN-RUN-ID             PIC X(14).
           05  PRUN-PROCESS-DATE       PIC 9(8).
           05  PRUN-PROCESS-TIME       PIC 9(6).
           05  PRUN-RECORD-COUNT       PIC 9(5).
           05  PRUN-NET-TOTAL          PIC S9(10)V99.
           05  PRUN-PAY-METHOD         PIC X.
           05  PRUN-FIRST-NUMBER       PIC 9(6).
           05  PRUN-LAST-NUMBER        PIC 9(6).
           05  PRUN-REPRINT-COUNT      PIC 9(3).
           05  PRUN-LAST-REPRINT-DATE  PIC 9(8).
           05  FILLER                  PIC X(11).

       FD  OPEN-PAYABLE-FILE.
       01  OPEN-PAYABLE-RECORD.
           05  OP-KEY.
               10  OP-SUPPLIER         PIC X(5).
               10  OP-VOUCHER          PIC X(6).
           05  OP-INVOICE              PIC X(8).
           05  OP-REC-TYPE             PIC X.
           05  OP-SUPPLIER-NAME        PIC X(23).
           05  OP-INVOICE-DATE         PIC 9(8).
           05  OP-DUE-DATE             PIC 9(8).
           05  OP-DISC-DATE            PIC 9(8).
           05  OP-AMOUNT               PIC S9(6)V99.
           05  OP-DISC-AVAIL           PIC S9(6)V99.
           05  OP-ENTRY-DATE           PIC 9(8).
           05  OP-PO-NUM               PIC X(12).
           05  OP-HOLD-CODE            PIC X.
           05  OP-STORE                PIC XXX.
           05  OP-SELECT-RUN-ID        PIC X(14).
           05  OP-SELECT-DISC          PIC S9(6)V99.
           05  FILLER                  PIC X(13).

       FD  VOUCHER-HISTORY-FILE.
       01  VOUCHER-HISTORY-RECORD.
           05  VH-KEY.
               10  VH-RUN-DATE         PIC 9(8).
               10  VH-RUN-TIME         PIC 9(6).
               10  VH-REC-KIND         PIC X.
               10  VH-HIST-SEQ         PIC 9(5).
           05  VH-VOUCHER              PIC X(6).
           05  VH-SUP-INV-KEY.
               10  VH-SUPPLIER         PIC X(5).
               10  VH-INVOICE          PIC X(8).
           05  VH-STORE                PIC XXX.
           05  VH-ACCT                 PIC X(4).
           05  VH-DATE                 PIC X(8).
           05  VH-AMOUNT               PIC S9(6)V99.
           05  VH-LINE-SEQ             PIC 99.
           05  VH-DISC-AVAIL           PIC S9(6)V99.
           05  VH-DISC-TAKEN           PIC S9(6)V99.
           05  VH-DISC-LOST            PIC S9(6)V99.
           05  FILLER                  PIC X(12).

       FD  T99-MASTER-FILE RECORDING MODE IS F.
       01  T99-MASTER-RECORD.
           05  T99-YEAR                PIC 9(4).
           05  T99-SUPPLIER            PIC X(5).
           05  T99-PAID-DOLLARS        PIC S9(10)V99.
           05  FILLER                  PIC X(9).

       WORKING-STORAGE SECTION.
       01  WORKING-VARIABLES.
           05  EOF-PAY-WS                  PIC X(3)        VALUE 'NO'.
           05  PAYC-FILE-STATUS-WS         PIC XX          VALUE ZERO.
           05  ISS-FILE-STATUS-WS          PIC XX          VALUE ZERO.
           05  PAYF-FILE-STATUS-WS         PIC XX          VALUE ZERO.
           05  PRUN-FILE-STATUS-WS         PIC XX          VALUE ZERO.
           05  OPEN-FILE-STATUS-WS         PIC XX          VALUE ZERO.
           05  VCHH-FILE-STATUS-WS         PIC XX          VALUE ZERO.
           05  EOF-OPEN-WS                 PIC X(3)        VALUE 'NO'.
           05  RUN-RECORDED-WS             PIC X(3)        VALUE 'NO'.
           05  RANGE-FREE-WS               PIC X(3)        VALUE 'YES'.
           05  ISS-WRITTEN-WS              PIC X(3)        VALUE 'NO'.
           05  REPRINT-RECORDED-WS         PIC X(3)        VALUE 'NO'.
           05  T99-FILE-STATUS-WS          PIC XX          VALUE ZERO.
           05  EOF-T99-WS                  PIC X(3)        VALUE 'NO'.
           05  T99-FOUND-WS                PIC X(3)        VALUE 'NO'.
           05  T99-TABLE-FULL-WS           PIC X(3)        VALUE 'NO'.
           05  T99-RUN-YEAR-WS             PIC 9(4)        VALUE ZERO.
           05  T99-NET-AMOUNT-WS           PIC S9(8)V99    VALUE ZERO.
           05  PAYFILE-OK-WS               PIC X(3)        VALUE 'YES'.
           05  REPRINT-MODE-WS             PIC X(3)        VALUE 'NO'.
           05  RUN-ISSUED-WS               PIC X(3)        VALUE 'NO'.
           05  REPRINT-IND-WS              PIC X           VALUE SPACE.
           05  REPRINT-RUN-ID-WS           PIC X(14)       VALUE SPACES.
           05  REFUSE-REASON-WS            PIC X(60)       VALUE SPACES.
           05  HDR-RUN-ID-WS               PIC X(14)       VALUE SPACES.
           05  HDR-COUNT-WS                PIC 9(5)        VALUE ZERO.
           05  HDR-DOLLARS-WS              PIC S9(10)V99   VALUE ZERO.
           05  DETAIL-COUNT-WS             PIC 9(5)        VALUE ZERO.
           05  DETAIL-DOLLARS-WS           PIC S9(10)V99   VALUE ZERO.
           05  ISSUE-COUNT-WS              PIC 9(5)        VALUE ZERO.
           05  CHECK-NUMBER-WS             PIC 9(7)        VALUE ZERO.
           05  LAST-NUMBER-WS              PIC 9(7)        VALUE ZERO.
           05  HIST-WRITE-SEQ-WS           PIC 9(5)        VALUE ZERO.
           05  VOUCHERS-CLOSED-WS          PIC 9(7)        VALUE ZERO.
           05  CLOSE-ERRORS-WS             PIC 9(5)        VALUE ZERO.
           05  HISTORY-ERRORS-WS           PIC 9(5)        VALUE ZERO.
           05  FIRST-NUMBER-WS             PIC 9(6)        VALUE ZERO.
           05  ISS-ERROR-COUNT-WS          PIC 9(5)        VALUE ZERO.
           05  PAY-METHOD-WS               PIC X           VALUE 'C'.
           05  NEXT-NUMBER-WS              PIC 9(6)        VALUE 000001.
           05  NET-AMOUNT-WS               PIC S9(8)V99    VALUE ZERO.
           05  NUMBER-LINES-PER-PAGE-WS    PIC 99          VALUE ZERO.
           05  LINES-PER-PAGE-WS           PIC 99          VALUE 50.

           05  HOLD-STAMP-WS.
               10  HOLD-DATE-WS.
                   15  HOLD-YR-WS      PIC XXXX.
                   15  HOLD-MO-WS      PIC XX.
                   15  HOLD-DY-WS      PIC XX.
               10  HOLD-TIME-WS        PIC X(6).

       01  T99-SUMMARY-TABLE.
           05  T99-COUNT-WS                PIC 9(4)        VALUE ZERO.
           05  T99-ENTRY OCCURS 5000 TIMES
                           INDEXED BY T99-IDX-WS.
               10  T99-YEAR-WS             PIC 9(4).
               10  T99-SUPPLIER-WS         PIC X(5).
               10  T99-DOLLARS-WS          PIC S9(10)V99.

       01  PAYMENT-INPUT-RECORD.
           05  PAY-SUPPLIER-NUM-IN     PIC X(5).
           05  PAY-VOUCHER-COUNT-IN    PIC 9(5).
           05  FILLER                  PIC X(5).

       01  PAYMENT-HEADER-RECORD REDEFINES PAYMENT-INPUT-RECORD.
           05  PAYH-REC-ID-IN          PIC X(5).
           05  PAYH-RUN-ID-IN          PIC X(14).
           05  PAYH-RECORD-COUNT-IN    PIC 9(5).
           05  PAYH-NET-SIGN-IN        PIC X.
           05  PAYH-NET-WHOLE-IN       PIC 9(10).
           05  FILLER                  PIC X.
           05  PAYH-NET-CENTS-IN       PIC 99.
           05  FILLER                  PIC X(12).

       01  REGISTER-DETAIL-LINE-SETUP.
           05  REGISTER-NUMBER-OUT     PIC 9(6).
           05  FILLER              PIC X(3)       VALUE SPACE.
                               'TOTAL VOUCHERS PAID IS:'.
           05  REGISTER-VOUCHER-TOTAL-OUT PIC ZZZZZZ9.

       01  REGISTER-RUN-LINE-SETUP.
           05  FILLER              PIC X(5)       VALUE SPACE.
           05  FILLER              PIC X(16)      VALUE
                               'PAYMENT RUN ID: '.
           05  REGISTER-RUN-ID-OUT PIC X(14).
           05  FILLER              PIC X(3)       VALUE SPACE.
           05  REGISTER-RUN-NOTE-OUT PIC X(40).

       01  REGISTER-MESSAGE-LINE-SETUP.
           05  FILLER              PIC X(5)       VALUE SPACE.
           05  REGISTER-MESSAGE-OUT PIC X(60).

       01  BANK-PAYMENT-RECORD-SETUP.
           05  BANK-REC-TYPE-OUT       PIC X          VALUE 'P'.
           05  BANK-NUMBER-OUT         PIC 9(6).

       100-MAINLINE.
           PERFORM 200-OPEN

           IF PAYFILE-OK-WS = 'YES'
               PERFORM 250-READ-PAYMENT
               PERFORM 300-PROCESS-PAYMENT UNTIL EOF-PAY-WS = 'YES'
           END-IF

           PERFORM 900-CLOSE
           STOP RUN.

       200-OPEN.
           PERFORM 205-READ-PAY-CONTROL

           OPEN OUTPUT REGISTER-OUTPUT-FILE
                I-O    ISSUED-PAYMENT-FILE
                I-O    PAYMENT-RUN-FILE

           IF ISS-FILE-STATUS-WS = '35'
               OPEN OUTPUT ISSUED-PAYMENT-FILE
               CLOSE ISSUED-PAYMENT-FILE
               OPEN I-O ISSUED-PAYMENT-FILE
           END-IF

           IF PRUN-FILE-STATUS-WS = '35'
               OPEN OUTPUT PAYMENT-RUN-FILE
               CLOSE PAYMENT-RUN-FILE
               OPEN I-O PAYMENT-RUN-FILE
           END-IF

           MOVE FUNCTION CURRENT-DATE TO HOLD-STAMP-WS

           MOVE HOLD-MO-WS TO HEADER-MO-OUT
           MOVE HOLD-DY-WS TO HEADER-DY-OUT
           MOVE HOLD-YR-WS TO HEADER-YR-OUT

           PERFORM 500-HEADER

           PERFORM 210-VALIDATE-PAYMENT-FILE

           IF PAYFILE-OK-WS = 'YES'
               PERFORM 220-CHECK-PAYMENT-RUN
           END-IF

           IF PAYFILE-OK-WS = 'YES'
               IF REPRINT-MODE-WS NOT = 'YES'
                   OPEN OUTPUT BANK-OUTPUT-FILE
               END-IF

               OPEN INPUT PAYMENT-INPUT-FILE
               PERFORM 250-READ-PAYMENT
               MOVE NEXT-NUMBER-WS TO FIRST-NUMBER-WS
           END-IF

           PERFORM 230-WRITE-RUN-LINE.

       205-READ-PAY-CONTROL.
           MOVE ZERO   TO PAYC-START-NUMBER
           MOVE SPACES TO PAYC-PAY-METHOD
           MOVE SPACES TO PAYC-REPRINT-IND
           MOVE SPACES TO PAYC-REPRINT-RUN-ID

           OPEN INPUT PAY-CONTROL-FILE


           IF PAYC-PAY-METHOD = 'E'
               MOVE 'E' TO PAY-METHOD-WS
           END-IF

           MOVE PAYC-REPRINT-IND    TO REPRINT-IND-WS
           MOVE PAYC-REPRINT-RUN-ID TO REPRINT-RUN-ID-WS.

       210-VALIDATE-PAYMENT-FILE.
           OPEN INPUT PAYMENT-INPUT-FILE

           IF PAYF-FILE-STATUS-WS = '35'
               MOVE 'NO ' TO PAYFILE-OK-WS
               MOVE '*** PAYFILE NOT FOUND - RUN REFUSED ***'
                   TO REFUSE-REASON-WS
           ELSE
               MOVE SPACES TO PAYMENT-INPUT-RECORD
               PERFORM 250-READ-PAYMENT

               IF EOF-PAY-WS = 'YES'
                       OR PAYH-REC-ID-IN NOT = '*HDR*'
                       OR PAYH-RUN-ID-IN = SPACES
                       OR PAYH-RECORD-COUNT-IN IS NOT NUMERIC
                       OR PAYH-NET-WHOLE-IN IS NOT NUMERIC
                       OR PAYH-NET-CENTS-IN IS NOT NUMERIC
                   MOVE 'NO ' TO PAYFILE-OK-WS
                   MOVE '*** PAYFILE HEADER MISSING - RUN REFUSED ***'
                       TO REFUSE-REASON-WS
               ELSE
                   PERFORM 212-SAVE-PAYMENT-HEADER
                   PERFORM 250-READ-PAYMENT
                   PERFORM 215-TOTAL-PAYMENT-DETAIL
                       UNTIL EOF-PAY-WS = 'YES'

                   IF DETAIL-COUNT-WS NOT = HDR-COUNT-WS
                           OR DETAIL-DOLLARS-WS NOT = HDR-DOLLARS-WS
                       MOVE 'NO ' TO PAYFILE-OK-WS
                       MOVE '*** PAYFILE OUT OF BALANCE - REFUSED ***'
                           TO REFUSE-REASON-WS
                   END-IF
               END-IF

               CLOSE PAYMENT-INPUT-FILE
               MOVE 'NO ' TO EOF-PAY-WS
           END-IF.

       212-SAVE-PAYMENT-HEADER.
           MOVE PAYH-RUN-ID-IN       TO HDR-RUN-ID-WS
           MOVE PAYH-RECORD-COUNT-IN TO HDR-COUNT-WS

           COMPUTE HDR-DOLLARS-WS =
                   PAYH-NET-WHOLE-IN + (PAYH-NET-CENTS-IN / 100)

           IF PAYH-NET-SIGN-IN = '-'
               SUBTRACT HDR-DOLLARS-WS FROM ZERO GIVING HDR-DOLLARS-WS
           END-IF.

       215-TOTAL-PAYMENT-DETAIL.
           PERFORM 305-COMPUTE-NET-AMOUNT

           ADD 1             TO DETAIL-COUNT-WS
           ADD NET-AMOUNT-WS TO DETAIL-DOLLARS-WS

           IF NET-AMOUNT-WS > ZERO
               ADD 1 TO ISSUE-COUNT-WS
           END-IF

           PERFORM 250-READ-PAYMENT.

       220-CHECK-PAYMENT-RUN.
           MOVE HDR-RUN-ID-WS TO PRUN-RUN-ID

           READ PAYMENT-RUN-FILE
               INVALID KEY
                   MOVE 'NO ' TO RUN-ISSUED-WS
               NOT INVALID KEY
                   MOVE 'YES' TO RUN-ISSUED-WS
           END-READ

           IF RUN-ISSUED-WS = 'YES'
               IF REPRINT-IND-WS = 'R'
                       AND REPRINT-RUN-ID-WS = HDR-RUN-ID-WS
                   MOVE 'YES'             TO REPRINT-MODE-WS
                   MOVE PRUN-FIRST-NUMBER TO NEXT-NUMBER-WS
                   MOVE PRUN-PAY-METHOD   TO PAY-METHOD-WS
               ELSE
                   MOVE 'NO ' TO PAYFILE-OK-WS
                   MOVE '*** RUN ALREADY ISSUED - RUN REFUSED ***'
                       TO REFUSE-REASON-WS
               END-IF
           END-IF

           IF PAYFILE-OK-WS = 'YES'
                   AND REPRINT-MODE-WS NOT = 'YES'
               PERFORM 225-CHECK-NUMBER-RANGE
           END-IF.

       225-CHECK-NUMBER-RANGE.
           COMPUTE LAST-NUMBER-WS = NEXT-NUMBER-WS + ISSUE-COUNT-WS - 1

           IF LAST-NUMBER-WS > 999999
               MOVE 'NO ' TO PAYFILE-OK-WS
               MOVE '*** NUMBER RANGE PAST 999999 - RUN REFUSED ***'
                   TO REFUSE-REASON-WS
           ELSE
               MOVE 'YES' TO RANGE-FREE-WS

               PERFORM 227-CHECK-ONE-NUMBER
                   VARYING CHECK-NUMBER-WS FROM NEXT-NUMBER-WS BY 1
                   UNTIL CHECK-NUMBER-WS > LAST-NUMBER-WS
                      OR RANGE-FREE-WS NOT = 'YES'

               IF RANGE-FREE-WS NOT = 'YES'
                   MOVE 'NO ' TO PAYFILE-OK-WS
                   MOVE '*** NUMBER RANGE ALREADY ISSUED - REFUSED ***'
                       TO REFUSE-REASON-WS
               END-IF
           END-IF.

       227-CHECK-ONE-NUMBER.
           MOVE CHECK-NUMBER-WS TO ISS-NUMBER
           MOVE PAY-METHOD-WS   TO ISS-METHOD

           READ ISSUED-PAYMENT-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'NO ' TO RANGE-FREE-WS
           END-READ.

       230-WRITE-RUN-LINE.
           IF HDR-RUN-ID-WS NOT = SPACES
               MOVE HDR-RUN-ID-WS TO REGISTER-RUN-ID-OUT

               IF REPRINT-MODE-WS = 'YES'
                   MOVE 'REPRINT - NO BANK TRANSMISSION' TO
                           REGISTER-RUN-NOTE-OUT
               ELSE
                   MOVE SPACES TO REGISTER-RUN-NOTE-OUT
               END-IF

               MOVE REGISTER-RUN-LINE-SETUP TO REGISTER-PRINT-LINE
               WRITE REGISTER-PRINT-LINE AFTER ADVANCING 1 LINE

               MOVE SPACES TO REGISTER-PRINT-LINE
               WRITE REGISTER-PRINT-LINE AFTER ADVANCING 1 LINE

               ADD 2 TO NUMBER-LINES-PER-PAGE-WS
           END-IF.

       250-READ-PAYMENT.
           END-READ.

       300-PROCESS-PAYMENT.
           PERFORM 305-COMPUTE-NET-AMOUNT

           ADD NET-AMOUNT-WS TO PAYFILE-DOLLARS-WS


           PERFORM 250-READ-PAYMENT.

       305-COMPUTE-NET-AMOUNT.
           COMPUTE NET-AMOUNT-WS =
                   PAY-NET-WHOLE-IN + (PAY-NET-CENTS-IN / 100)

           IF PAY-NET-SIGN-IN = '-'
               SUBTRACT NET-AMOUNT-WS FROM ZERO GIVING NET-AMOUNT-WS
           END-IF.

       310-ISSUE-PAYMENT.
           MOVE NEXT-NUMBER-WS         TO REGISTER-NUMBER-OUT

           MOVE PAY-SUPPLIER-NAME-IN   TO REGISTER-NAME-OUT
           MOVE PAY-VOUCHER-COUNT-IN   TO REGISTER-VOUCHERS-OUT
           MOVE NET-AMOUNT-WS          TO REGISTER-AMOUNT-OUT

           IF REPRINT-MODE-WS = 'YES'
               MOVE 'REPRNT'           TO REGISTER-STATUS-OUT
           ELSE
               MOVE 'PAID  '           TO REGISTER-STATUS-OUT
           END-IF

           PERFORM 400-WRITE-REGISTER-LINE

           IF REPRINT-MODE-WS NOT = 'YES'
               PERFORM 315-WRITE-ISSUED-PAYMENT

               IF ISS-WRITTEN-WS = 'YES'
                   PERFORM 312-WRITE-BANK-PAYMENT
               END-IF
           END-IF

           ADD 1                    TO PAID-COUNT-WS
           ADD NET-AMOUNT-WS        TO PAID-DOLLARS-WS
           ADD PAY-VOUCHER-COUNT-IN TO PAID-VOUCHERS-WS

           ADD 1 TO NEXT-NUMBER-WS.

       312-WRITE-BANK-PAYMENT.
           MOVE 'P'                    TO BANK-REC-TYPE-OUT
           MOVE NEXT-NUMBER-WS         TO BANK-NUMBER-OUT
           MOVE PAY-METHOD-WS          TO BANK-METHOD-OUT
           WRITE BANK-INTERFACE-RECORD

           ADD 1                    TO BANK-COUNT-WS
           ADD NET-AMOUNT-WS        TO BANK-HASH-TOTAL-WS.

       315-WRITE-ISSUED-PAYMENT.
           MOVE SPACES                 TO ISSUED-PAYMENT-RECORD
           MOVE NEXT-NUMBER-WS         TO ISS-NUMBER
           MOVE PAY-METHOD-WS          TO ISS-METHOD
           MOVE HOLD-DATE-WS           TO ISS-ISSUE-DATE
           MOVE PAY-SUPPLIER-NUM-IN    TO ISS-SUPPLIER
           MOVE PAY-SUPPLIER-NAME-IN   TO ISS-PAYEE
           MOVE NET-AMOUNT-WS          TO ISS-AMOUNT
           MOVE 'O'                    TO ISS-STATUS
           MOVE ZERO                   TO ISS-CLEARED-DATE
           MOVE ZERO                   TO ISS-CLEARED-AMOUNT

           WRITE ISSUED-PAYMENT-RECORD
               INVALID KEY
                   MOVE 'NO ' TO ISS-WRITTEN-WS
                   ADD 1 TO ISS-ERROR-COUNT-WS
               NOT INVALID KEY
                   MOVE 'YES' TO ISS-WRITTEN-WS
           END-WRITE.

       320-REPORT-NO-PAY.
           MOVE ZERO                   TO REGISTER-NUMBER-OUT
           MOVE 0 TO NUMBER-LINES-PER-PAGE-WS.

       900-CLOSE.
           IF PAYFILE-OK-WS = 'YES'
               IF REPRINT-MODE-WS = 'YES'
                   PERFORM 920-RECORD-REPRINT
                   PERFORM 940-CLOSE-SELECTED-VOUCHERS
               ELSE
                   MOVE BANK-COUNT-WS      TO BANK-TRAILER-COUNT-OUT
                   MOVE BANK-HASH-TOTAL-WS TO BANK-TRAILER-HASH-OUT

                   MOVE BANK-TRAILER-RECORD-SETUP TO
                           BANK-INTERFACE-RECORD
                   WRITE BANK-INTERFACE-RECORD

                   PERFORM 910-RECORD-PAYMENT-RUN

                   IF RUN-RECORDED-WS = 'YES'
                       PERFORM 940-CLOSE-SELECTED-VOUCHERS
                   END-IF
               END-IF
           END-IF

           MOVE 'PAYMENTS ISSUED:'  TO REGISTER-TOTAL-DESC-OUT
           MOVE PAID-COUNT-WS       TO REGISTER-TOTAL-COUNT-OUT
           MOVE REGISTER-VOUCHER-LINE-SETUP TO REGISTER-PRINT-LINE
           WRITE REGISTER-PRINT-LINE AFTER 1 LINE

           MOVE 'VOUCHERS CLOSED ON APOPEN:' TO REGISTER-TOTAL-DESC-OUT
           MOVE VOUCHERS-CLOSED-WS  TO REGISTER-TOTAL-COUNT-OUT
           MOVE ZERO                TO REGISTER-TOTAL-DOLLARS-OUT

           MOVE REGISTER-TOTAL-LINE-SETUP TO REGISTER-PRINT-LINE
           WRITE REGISTER-PRINT-LINE AFTER 1 LINE

           IF VARIANCE-DOLLARS-WS NOT = ZERO
               MOVE 8 TO RETURN-CODE
           END-IF

           IF RUN-RECORDED-WS = 'YES'
                   AND VOUCHERS-CLOSED-WS NOT = PAID-VOUCHERS-WS
               MOVE '*** VOUCHERS CLOSED DO NOT AGREE TO VOUCHERS PAID'
                   TO REGISTER-MESSAGE-OUT
               PERFORM 930-WRITE-MESSAGE-LINE
               MOVE 8 TO RETURN-CODE
           END-IF

           IF ISS-ERROR-COUNT-WS > ZERO
               MOVE 'NUMBERS ALREADY ISSUED:' TO REGISTER-TOTAL-DESC-OUT
               MOVE ISS-ERROR-COUNT-WS  TO REGISTER-TOTAL-COUNT-OUT
               MOVE ZERO                TO REGISTER-TOTAL-DOLLARS-OUT

               MOVE REGISTER-TOTAL-LINE-SETUP TO REGISTER-PRINT-LINE
               WRITE REGISTER-PRINT-LINE AFTER 2 LINES

               MOVE 12 TO RETURN-CODE
           END-IF

           IF PAYFILE-OK-WS NOT = 'YES'
               MOVE REFUSE-REASON-WS TO REGISTER-MESSAGE-OUT
               PERFORM 930-WRITE-MESSAGE-LINE
               MOVE 12 TO RETURN-CODE
           END-IF

           IF PAYFILE-OK-WS = 'YES'
                   AND REPRINT-MODE-WS NOT = 'YES'
                   AND RUN-RECORDED-WS NOT = 'YES'
               MOVE '*** PAYMENT RUN NOT RECORDED ON PAYRUNS ***'
                   TO REGISTER-MESSAGE-OUT
               PERFORM 930-WRITE-MESSAGE-LINE
               MOVE 16 TO RETURN-CODE
           END-IF

           IF PAYFILE-OK-WS = 'YES'
                   AND REPRINT-MODE-WS = 'YES'
                   AND REPRINT-RECORDED-WS NOT = 'YES'
               MOVE '*** REPRINT NOT RECORDED ON PAYRUNS ***'
                   TO REGISTER-MESSAGE-OUT
               PERFORM 930-WRITE-MESSAGE-LINE
               MOVE 16 TO RETURN-CODE
           END-IF

           IF T99-TABLE-FULL-WS = 'YES'
               MOVE '*** 1099 TABLE FULL - 1099 MASTER NOT UPDATED ***'
                   TO REGISTER-MESSAGE-OUT
               PERFORM 930-WRITE-MESSAGE-LINE
               MOVE 16 TO RETURN-CODE
           END-IF

           IF CLOSE-ERRORS-WS > ZERO
               MOVE '*** PAID VOUCHERS NOT CLOSED ON OPEN PAYABLES ***'
                   TO REGISTER-MESSAGE-OUT
               PERFORM 930-WRITE-MESSAGE-LINE
               MOVE 16 TO RETURN-CODE
           END-IF

           IF HISTORY-ERRORS-WS > ZERO
               MOVE '*** PAYMENT NOT WRITTEN TO VOUCHER HISTORY ***'
                   TO REGISTER-MESSAGE-OUT
               PERFORM 930-WRITE-MESSAGE-LINE
               MOVE 16 TO RETURN-CODE
           END-IF

           IF PAYFILE-OK-WS = 'YES'
               CLOSE PAYMENT-INPUT-FILE

               IF REPRINT-MODE-WS NOT = 'YES'
                   CLOSE BANK-OUTPUT-FILE
               END-IF
           END-IF

           CLOSE REGISTER-OUTPUT-FILE
                 ISSUED-PAYMENT-FILE
                 PAYMENT-RUN-FILE.

       910-RECORD-PAYMENT-RUN.
           MOVE SPACES              TO PAYMENT-RUN-RECORD
           MOVE HDR-RUN-ID-WS       TO PRUN-RUN-ID
           MOVE HOLD-DATE-WS        TO PRUN-PROCESS-DATE
           MOVE HOLD-TIME-WS        TO PRUN-PROCESS-TIME
           MOVE HDR-COUNT-WS        TO PRUN-RECORD-COUNT
           MOVE HDR-DOLLARS-WS      TO PRUN-NET-TOTAL
           MOVE PAY-METHOD-WS       TO PRUN-PAY-METHOD
           MOVE FIRST-NUMBER-WS     TO PRUN-FIRST-NUMBER
           SUBTRACT 1 FROM NEXT-NUMBER-WS GIVING PRUN-LAST-NUMBER
           MOVE ZERO                TO PRUN-REPRINT-COUNT
           MOVE ZERO                TO PRUN-LAST-REPRINT-DATE

           WRITE PAYMENT-RUN-RECORD
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'YES' TO RUN-RECORDED-WS
           END-WRITE.

       920-RECORD-REPRINT.
           ADD 1               TO PRUN-REPRINT-COUNT
           MOVE HOLD-DATE-WS   TO PRUN-LAST-REPRINT-DATE

           REWRITE PAYMENT-RUN-RECORD
               INVALID KEY
                   MOVE 'NO ' TO REPRINT-RECORDED-WS
               NOT INVALID KEY
                   MOVE 'YES' TO REPRINT-RECORDED-WS
           END-REWRITE.

       930-WRITE-MESSAGE-LINE.
           MOVE REGISTER-MESSAGE-LINE-SETUP TO REGISTER-PRINT-LINE
           WRITE REGISTER-PRINT-LINE AFTER 2 LINES.

       940-CLOSE-SELECTED-VOUCHERS.
           OPEN I-O OPEN-PAYABLE-FILE

           IF OPEN-FILE-STATUS-WS = '35'
               MOVE 'YES' TO EOF-OPEN-WS
           ELSE
               OPEN I-O VOUCHER-HISTORY-FILE

               IF VCHH-FILE-STATUS-WS = '35'
                   OPEN OUTPUT VOUCHER-HISTORY-FILE
                   CLOSE VOUCHER-HISTORY-FILE
                   OPEN I-O VOUCHER-HISTORY-FILE
               END-IF

               PERFORM 960-LOAD-1099-MASTER

               MOVE LOW-VALUES TO OP-KEY
               START OPEN-PAYABLE-FILE KEY IS NOT LESS THAN OP-KEY
                   INVALID KEY MOVE 'YES' TO EOF-OPEN-WS
               END-START

               PERFORM 945-READ-OPEN-PAYABLE
               PERFORM 950-CLOSE-ONE-VOUCHER UNTIL EOF-OPEN-WS = 'YES'

               IF VOUCHERS-CLOSED-WS > ZERO
                   PERFORM 970-SAVE-1099-MASTER
               END-IF

               CLOSE OPEN-PAYABLE-FILE
                     VOUCHER-HISTORY-FILE
           END-IF.

       945-READ-OPEN-PAYABLE.
           IF EOF-OPEN-WS NOT = 'YES'
               READ OPEN-PAYABLE-FILE NEXT RECORD
                   AT END MOVE 'YES' TO EOF-OPEN-WS
               END-READ
           END-IF.

       950-CLOSE-ONE-VOUCHER.
           IF OP-HOLD-CODE = 'S'
                   AND OP-SELECT-RUN-ID = HDR-RUN-ID-WS
               DELETE OPEN-PAYABLE-FILE RECORD
                   INVALID KEY
                       ADD 1 TO CLOSE-ERRORS-WS
                   NOT INVALID KEY
                       ADD 1 TO VOUCHERS-CLOSED-WS
                       PERFORM 955-WRITE-PAYMENT-HISTORY
                       PERFORM 965-POST-1099-VOUCHER
               END-DELETE
           END-IF

           PERFORM 945-READ-OPEN-PAYABLE.

       955-WRITE-PAYMENT-HISTORY.
           MOVE SPACES TO VOUCHER-HISTORY-RECORD

           MOVE OP-VOUCHER              TO VH-VOUCHER
           MOVE OP-INVOICE              TO VH-INVOICE
           MOVE OP-SUPPLIER             TO VH-SUPPLIER
           MOVE OP-STORE                TO VH-STORE
           MOVE OP-INVOICE-DATE(5:4)    TO VH-DATE(1:4)
           MOVE OP-INVOICE-DATE(1:4)    TO VH-DATE(5:4)
           MOVE OP-AMOUNT               TO VH-AMOUNT
           MOVE HOLD-DATE-WS            TO VH-RUN-DATE
           MOVE HOLD-TIME-WS            TO VH-RUN-TIME
           MOVE 'P'                     TO VH-REC-KIND
           ADD 1                        TO HIST-WRITE-SEQ-WS
           MOVE HIST-WRITE-SEQ-WS       TO VH-HIST-SEQ
           MOVE ZERO                    TO VH-LINE-SEQ
           MOVE ZERO                    TO VH-DISC-AVAIL
           MOVE OP-SELECT-DISC          TO VH-DISC-TAKEN
           MOVE ZERO                    TO VH-DISC-LOST

           IF OP-DISC-DATE >= OP-ENTRY-DATE
               COMPUTE VH-DISC-LOST = OP-DISC-AVAIL - OP-SELECT-DISC
           END-IF

           WRITE VOUCHER-HISTORY-RECORD
               INVALID KEY
                   ADD 1 TO HISTORY-ERRORS-WS
           END-WRITE.

       960-LOAD-1099-MASTER.
           MOVE HOLD-YR-WS TO T99-RUN-YEAR-WS
           MOVE 'NO ' TO EOF-T99-WS

           OPEN INPUT T99-MASTER-FILE

           IF T99-FILE-STATUS-WS = '35'
               MOVE 'YES' TO EOF-T99-WS
           ELSE
               PERFORM 962-READ-T99-RECORD
               PERFORM 963-LOAD-T99-RECORD UNTIL EOF-T99-WS = 'YES'
               CLOSE T99-MASTER-FILE
           END-IF.

       962-READ-T99-RECORD.
           READ T99-MASTER-FILE
               AT END MOVE 'YES' TO EOF-T99-WS
           END-READ.

       963-LOAD-T99-RECORD.
           IF T99-COUNT-WS < 5000
               ADD 1 TO T99-COUNT-WS
               SET T99-IDX-WS TO T99-COUNT-WS
               MOVE T99-YEAR         TO T99-YEAR-WS (T99-IDX-WS)
               MOVE T99-SUPPLIER     TO T99-SUPPLIER-WS (T99-IDX-WS)
               MOVE T99-PAID-DOLLARS TO T99-DOLLARS-WS (T99-IDX-WS)
           ELSE
               MOVE 'YES' TO T99-TABLE-FULL-WS
           END-IF

           PERFORM 962-READ-T99-RECORD.

       965-POST-1099-VOUCHER.
           IF T99-TABLE-FULL-WS NOT = 'YES'
               SUBTRACT OP-SELECT-DISC FROM OP-AMOUNT
                   GIVING T99-NET-AMOUNT-WS

               MOVE 'NO ' TO T99-FOUND-WS

               IF T99-COUNT-WS > ZERO
                   SET T99-IDX-WS TO 1
                   SEARCH T99-ENTRY
                       VARYING T99-IDX-WS
                       AT END
                           CONTINUE
                       WHEN T99-YEAR-WS (T99-IDX-WS) =
                                       T99-RUN-YEAR-WS
                               AND T99-SUPPLIER-WS (T99-IDX-WS) =
                                       OP-SUPPLIER
                           MOVE 'YES' TO T99-FOUND-WS
                   END-SEARCH
               END-IF

               IF T99-FOUND-WS NOT = 'YES'
                   IF T99-COUNT-WS < 5000
                       ADD 1 TO T99-COUNT-WS
                       SET T99-IDX-WS TO T99-COUNT-WS
                       MOVE T99-RUN-YEAR-WS TO
                               T99-YEAR-WS (T99-IDX-WS)
                       MOVE OP-SUPPLIER TO
                               T99-SUPPLIER-WS (T99-IDX-WS)
                       MOVE ZERO TO T99-DOLLARS-WS (T99-IDX-WS)
                       MOVE 'YES' TO T99-FOUND-WS
                   ELSE
                       MOVE 'YES' TO T99-TABLE-FULL-WS
                   END-IF
               END-IF

               IF T99-FOUND-WS = 'YES'
                   ADD T99-NET-AMOUNT-WS TO
                           T99-DOLLARS-WS (T99-IDX-WS)
               END-IF
           END-IF.

       970-SAVE-1099-MASTER.
           IF T99-TABLE-FULL-WS NOT = 'YES'
               OPEN OUTPUT T99-MASTER-FILE

               PERFORM 975-WRITE-T99-RECORD
                   VARYING T99-IDX-WS FROM 1 BY 1
                   UNTIL T99-IDX-WS > T99-COUNT-WS

               CLOSE T99-MASTER-FILE
           END-IF.

       975-WRITE-T99-RECORD.
           MOVE SPACES TO T99-MASTER-RECORD

           MOVE T99-YEAR-WS (T99-IDX-WS)     TO T99-YEAR
           MOVE T99-SUPPLIER-WS (T99-IDX-WS) TO T99-SUPPLIER
           MOVE T99-DOLLARS-WS (T99-IDX-WS)  TO T99-PAID-DOLLARS

           WRITE T99-MASTER-RECORD.
