       IDENTIFICATION DIVISION.
       PROGRAM-ID.   PAYSEL.
       AUTHOR. ROGER WINTERS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

            SELECT SELECT-CONTROL-FILE ASSIGN TO 'SELCTL'
                FILE STATUS IS SELC-FILE-STATUS-WS.

            SELECT OPEN-PAYABLE-FILE ASSIGN TO 'APOPEN'
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS OP-KEY
                FILE STATUS IS OPEN-FILE-STATUS-WS.

            SELECT SUPPLIER-MASTER-FILE ASSIGN TO 'SUPMAST'
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS SUPPLIER-NUM-MAST.

            SELECT PO-MASTER-FILE ASSIGN TO 'POMAST'
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS PO-NUM-MAST.

            SELECT PAYMENT-OUTPUT-FILE ASSIGN TO 'PAYFILE'.

            SELECT REMIT-OUTPUT-FILE ASSIGN TO 'PAYRMT'.

            SELECT REGISTER-OUTPUT-FILE ASSIGN TO 'PAYSRPT'.

            SELECT SUPPLIER-CHANGE-FILE ASSIGN TO 'SUPCHGH'
                FILE STATUS IS CHGH-FILE-STATUS-WS.

            SELECT CHANGE-REPORT-FILE ASSIGN TO 'PAYCHGR'.

            SELECT PAYMENT-RUN-FILE ASSIGN TO 'PAYRUNS'
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS PRUN-RUN-ID
                FILE STATUS IS PRUN-FILE-STATUS-WS.

       DATA DIVISION.
       FILE SECTION.
       FD  SELECT-CONTROL-FILE RECORDING MODE IS F.
       01  SELECT-CARD-RECORD.
           05  SELC-CARD-TYPE          PIC X.
           05  SELC-PAY-THRU-DATE      PIC X(8).
           05  SELC-SELECT-BASIS       PIC X.
           05  FILLER                  PIC X(70).

       01  SELECT-SUPPLIER-CARD.
           05  FILLER                  PIC X.
           05  SELC-SUPPLIER           PIC X(5).
           05  FILLER                  PIC X(74).

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

       FD  PO-MASTER-FILE.
       01  PO-MASTER-RECORD.
           05  PO-NUM-MAST             PIC X(12).
           05  PO-SUPPLIER-MAST        PIC X(5).
           05  PO-STORE-MAST           PIC XXX.
           05  PO-ORDERED-MAST         PIC S9(8)V99.
           05  PO-VOUCHERED-MAST       PIC S9(8)V99.
           05  PO-STATUS-MAST          PIC X.
           05  PO-RECEIVED-MAST        PIC S9(8)V99.

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

       FD  PAYMENT-OUTPUT-FILE RECORDING MODE IS F.
       01  PAYMENT-INTERFACE-RECORD PIC X(50).

       FD  REMIT-OUTPUT-FILE RECORDING MODE IS F.
       01  REMIT-PRINT-LINE         PIC X(132).

       FD  REGISTER-OUTPUT-FILE RECORDING MODE IS F.
       01  REGISTER-PRINT-LINE      PIC X(132).

       FD  SUPPLIER-CHANGE-FILE RECORDING MODE IS F.
       01  SUPPLIER-CHANGE-RECORD.
           05  CHG-SUPPLIER-NUM        PIC X(5).
           05  CHG-APPROVE-DATE        PIC 9(8).
           05  CHG-APPROVE-TIME        PIC 9(6).
           05  CHG-REQUEST-OPER        PIC X(8).
           05  CHG-APPROVE-OPER        PIC X(8).
           05  CHG-ADDR-CHANGE         PIC X.
           05  CHG-TIN-CHANGE          PIC X.
           05  CHG-HOLD-CHANGE         PIC X.
           05  CHG-OLD-ADDRESS         PIC X(25).
           05  CHG-OLD-TIN             PIC X(9).
           05  CHG-NEW-ADDRESS         PIC X(25).
           05  CHG-NEW-TIN             PIC X(9).
           05  FILLER                  PIC X(14).

       FD  CHANGE-REPORT-FILE RECORDING MODE IS F.
       01  CHANGE-PRINT-LINE        PIC X(132).

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

       WORKING-STORAGE SECTION.
       01  WORKING-VARIABLES.
           05  EOF-OPEN-WS                 PIC X(3)        VALUE 'NO'.
           05  EOF-SELC-WS                 PIC X(3)        VALUE 'NO'.
           05  SELC-FILE-STATUS-WS         PIC XX          VALUE ZERO.
           05  OPEN-FILE-STATUS-WS         PIC XX          VALUE ZERO.
           05  CHGH-FILE-STATUS-WS         PIC XX          VALUE ZERO.
           05  EOF-CHGH-WS                 PIC X(3)        VALUE 'NO'.
           05  CHG-FOUND-WS                PIC X(3)        VALUE 'NO'.
           05  CHG-TABLE-FULL-WS           PIC X(3)        VALUE 'NO'.
           05  CHG-CUTOFF-INT-WS           PIC 9(7)        VALUE ZERO.
           05  CHG-CUTOFF-DATE-WS          PIC 9(8)        VALUE ZERO.
           05  CHG-PAYMENTS-WS             PIC 9(5)        VALUE ZERO.
           05  CHG-DOLLARS-WS              PIC S9(10)V99   VALUE ZERO.
           05  CHG-LINES-WS                PIC 99          VALUE ZERO.
           05  PRUN-FILE-STATUS-WS         PIC XX          VALUE ZERO.
           05  PRIOR-RUN-ISSUED-WS         PIC X(3)        VALUE 'NO'.
           05  CARD-FOUND-WS               PIC X(3)        VALUE 'NO'.
           05  CARD-TABLE-FULL-WS          PIC X(3)        VALUE 'NO'.
           05  INCLUDE-COUNT-WS            PIC 9(3)        VALUE ZERO.
           05  PAY-SUP-FOUND-WS            PIC X(3)        VALUE 'NO'.
           05  PAY-SUP-TABLE-FULL-WS       PIC X(3)        VALUE 'NO'.
           05  PAY-DET-TABLE-FULL-WS       PIC X(3)        VALUE 'NO'.

           05  SUPPLIER-BREAK-WS           PIC X(5)        VALUE SPACES.
           05  SUPPLIER-ON-MASTER-WS       PIC X(3)        VALUE 'NO'.
           05  SUPPLIER-EXCLUDED-WS        PIC X(3)        VALUE 'NO'.
           05  ITEM-SELECTED-WS            PIC X(3)        VALUE 'NO'.
           05  ITEM-HOLD-REASON-WS         PIC X(25)       VALUE SPACES.

           05  PAY-THRU-DATE-WS            PIC 9(8)        VALUE ZERO.
           05  SELECT-BASIS-WS             PIC X           VALUE 'B'.
           05  RUN-DATE-WS                 PIC 9(8)        VALUE ZERO.
           05  PAY-NET-AMOUNT-WS           PIC S9(8)V99    VALUE ZERO.
           05  PAY-DISC-TAKEN-WS           PIC S9(6)V99    VALUE ZERO.

           05  OPEN-READ-COUNT-WS          PIC 9(7)        VALUE ZERO.
           05  OPEN-READ-DOLLARS-WS        PIC S9(10)V99   VALUE ZERO.
           05  VOUCHERS-PAID-WS            PIC 9(7)        VALUE ZERO.
           05  VOUCHERS-UNSELECTED-WS      PIC 9(7)        VALUE ZERO.
           05  VOUCHERS-HELD-WS            PIC 9(7)        VALUE ZERO.
           05  VOUCHERS-NOT-DUE-WS         PIC 9(7)        VALUE ZERO.
           05  VOUCHERS-EXCLUDED-WS        PIC 9(7)        VALUE ZERO.
           05  VOUCHERS-CARRIED-WS         PIC 9(7)        VALUE ZERO.
           05  VOUCHERS-RELEASED-WS        PIC 9(7)        VALUE ZERO.
           05  REWRITE-ERRORS-WS           PIC 9(7)        VALUE ZERO.
           05  MARK-ERRORS-WS              PIC 9(7)        VALUE ZERO.
           05  PAYMENTS-WRITTEN-WS         PIC 9(5)        VALUE ZERO.
           05  PAYMENTS-NET-TOTAL-WS       PIC S9(10)V99   VALUE ZERO.
           05  PAYFILE-COUNT-WS            PIC 9(5)        VALUE ZERO.
           05  PAYFILE-NET-TOTAL-WS        PIC S9(10)V99   VALUE ZERO.

           05  NUMBER-LINES-PER-PAGE-WS    PIC 99          VALUE ZERO.
           05  LINES-PER-PAGE-WS           PIC 99          VALUE 50.

           05  HOLD-STAMP-WS.
               10  HOLD-DATE-WS.
                   15  HOLD-YR-WS      PIC XXXX.
                   15  HOLD-MO-WS      PIC XX.
                   15  HOLD-DY-WS      PIC XX.
               10  HOLD-TIME-WS        PIC X(6).

       01  SUPPLIER-CARD-TABLE.
           05  CARD-COUNT-WS               PIC 9(3)        VALUE ZERO.
           05  CARD-ENTRY OCCURS 500 TIMES
                           INDEXED BY CARD-IDX-WS.
               10  CARD-TYPE-WS            PIC X.
               10  CARD-SUPPLIER-WS        PIC X(5).

       01  PAYMENT-SUPPLIER-TABLE.
           05  PAY-SUP-COUNT-WS            PIC 9(4)        VALUE ZERO.
           05  PAY-SUP-ENTRY OCCURS 1000 TIMES
                           INDEXED BY PAY-SUP-IDX-WS.
               10  PAY-SUP-NUM-WS          PIC X(5).
               10  PAY-SUP-NAME-WS         PIC X(23).
               10  PAY-SUP-ADDRESS-WS      PIC X(25).
               10  PAY-SUP-CITY-WS         PIC X(15).
               10  PAY-SUP-STATE-WS        PIC XX.
               10  PAY-SUP-ZIP-WS          PIC X(9).
               10  PAY-SUP-PAID-WS         PIC X.
               10  PAY-SUP-VOUCHERS-WS     PIC 9(7).
               10  PAY-SUP-DOLLARS-WS      PIC S9(8)V99.
               10  PAY-SUP-DISC-WS         PIC S9(8)V99.

       01  PAYMENT-DETAIL-TABLE.
           05  PAY-DET-COUNT-WS            PIC 9(4)        VALUE ZERO.
           05  PAY-DET-ENTRY OCCURS 5000 TIMES
                           INDEXED BY PAY-DET-IDX-WS.
               10  PAY-DET-SUP-WS          PIC X(5).
               10  PAY-DET-SUP-SUB-WS      PIC 9(4).
               10  PAY-DET-INVOICE-WS      PIC X(8).
               10  PAY-DET-VOUCHER-WS      PIC X(6).
               10  PAY-DET-AMOUNT-WS       PIC S9(6)V99.
               10  PAY-DET-DUE-DATE-WS     PIC 9(8).
               10  PAY-DET-DISC-WS         PIC S9(6)V99.
               10  PAY-DET-DISC-AVAIL-WS   PIC S9(6)V99.
               10  PAY-DET-DISC-DATE-WS    PIC 9(8).
               10  PAY-DET-INV-DATE-WS     PIC 9(8).
               10  PAY-DET-ENTRY-DATE-WS   PIC 9(8).
               10  PAY-DET-STORE-WS        PIC XXX.

       01  RECENT-CHANGE-TABLE.
           05  CHG-COUNT-WS                PIC 9(4)        VALUE ZERO.
           05  CHG-ENTRY OCCURS 1000 TIMES
                           INDEXED BY CHG-IDX-WS.
               10  CHG-SUPPLIER-WS         PIC X(5).
               10  CHG-DATE-WS             PIC 9(8).
               10  CHG-ADDR-WS             PIC X.
               10  CHG-TIN-WS              PIC X.

       01  PAYMENT-RECORD-SETUP.
           05  PAY-SUPPLIER-NUM-OUT     PIC X(5).
           05  PAY-SUPPLIER-NAME-OUT    PIC X(23).
           05  PAY-NET-AMOUNT-OUT       PIC -9(8).99.
           05  PAY-VOUCHER-COUNT-OUT    PIC 9(5).
           05  FILLER                   PIC X(5)       VALUE SPACE.

       01  PAYMENT-HEADER-SETUP.
           05  PAYH-REC-ID-OUT          PIC X(5)       VALUE '*HDR*'.
           05  PAYH-RUN-ID-OUT          PIC X(14).
           05  PAYH-RECORD-COUNT-OUT    PIC 9(5).
           05  PAYH-NET-TOTAL-OUT       PIC -9(10).99.
           05  FILLER                   PIC X(12)      VALUE SPACE.

       01  REMIT-HEADER.
           05  FILLER              PIC X(10)      VALUE 'RUN DATE: '.
           05  REMIT-HEADER-MO-OUT PIC 99.
           05                      PIC X          VALUE '/'.
           05  REMIT-HEADER-DY-OUT PIC 99.
           05                      PIC X          VALUE '/'.
           05  REMIT-HEADER-YR-OUT PIC 9999.
           05  FILLER              PIC X(10)      VALUE SPACE.
           05  FILLER              PIC X(18)      VALUE
                               'REMITTANCE ADVICE'.

       01  REMIT-SUPPLIER-LINE-SETUP.
           05  FILLER              PIC X(9)       VALUE 'SUPPLIER'.
           05  REMIT-SUPPLIER-NUM-OUT  PIC X(5).
           05  FILLER              PIC X(2)       VALUE SPACE.
           05  REMIT-SUPPLIER-NAME-OUT PIC X(23).
           05  FILLER              PIC X(2)       VALUE SPACE.
           05  FILLER              PIC X(13)      VALUE 'NET PAYMENT:'.
           05  REMIT-NET-OUT       PIC $$$$,$$$,$$9.99BCR.
           05  FILLER              PIC X(2)       VALUE SPACE.
           05  FILLER              PIC X(10)      VALUE 'VOUCHERS:'.
           05  REMIT-VOUCHER-COUNT-OUT PIC ZZZZZZ9.

       01  REMIT-DETAIL-LINE-SETUP.
           05  FILLER              PIC X(5)       VALUE SPACE.
           05  FILLER              PIC X(8)       VALUE 'INVOICE'.
           05  REMIT-INVOICE-OUT   PIC X(8).
           05  FILLER              PIC X(2)       VALUE SPACE.
           05  FILLER              PIC X(8)       VALUE 'VOUCHER'.
           05  REMIT-VOUCHER-OUT   PIC X(6).
           05  FILLER              PIC X(2)       VALUE SPACE.
           05  REMIT-AMOUNT-OUT    PIC $$$$,$$9.99BCR.
           05  FILLER              PIC X(2)       VALUE SPACE.
           05  FILLER              PIC X(4)       VALUE 'DUE '.
           05  REMIT-DUE-MO-OUT    PIC XX.
           05                      PIC X          VALUE '/'.
           05  REMIT-DUE-DY-OUT    PIC XX.
           05                      PIC X          VALUE '/'.
           05  REMIT-DUE-YR-OUT    PIC X(4).
           05  FILLER              PIC X(2)       VALUE SPACE.
           05  FILLER              PIC X(5)       VALUE 'DISC '.
           05  REMIT-DET-DISC-OUT  PIC $$$$,$$9.99BCR.

       01  REMIT-ADDRESS-LINE-SETUP.
           05  FILLER              PIC X(14)      VALUE SPACE.
           05  REMIT-ADDRESS-OUT   PIC X(25).

       01  REMIT-CITY-LINE-SETUP.
           05  FILLER              PIC X(14)      VALUE SPACE.
           05  REMIT-CITY-OUT      PIC X(15).
           05  FILLER              PIC X          VALUE SPACE.
           05  REMIT-STATE-OUT     PIC XX.
           05  FILLER              PIC X          VALUE SPACE.
           05  REMIT-ZIP-OUT       PIC X(9).

       01  REMIT-DISCOUNT-LINE-SETUP.
           05  FILLER              PIC X(14)      VALUE SPACE.
           05  FILLER              PIC X(16)      VALUE
                               'DISCOUNT TAKEN:'.
           05  REMIT-DISC-OUT      PIC $$$$,$$9.99BCR.

       01  REPORT-HEADER.
           05  FILLER              PIC X(10)      VALUE 'RUN DATE: '.
           05  HEADER-MO-OUT       PIC 99.
           05                      PIC X          VALUE '/'.
           05  HEADER-DY-OUT       PIC 99.
           05                      PIC X          VALUE '/'.
           05  HEADER-YR-OUT       PIC 9999.
           05  FILLER              PIC X(10)      VALUE SPACE.
           05  FILLER              PIC X(29)      VALUE
                               'PAYMENT SELECTION REGISTER'.
           05  FILLER              PIC X(14)      VALUE
                               'PAY THROUGH: '.
           05  HEADER-THRU-MO-OUT  PIC XX.
           05                      PIC X          VALUE '/'.
           05  HEADER-THRU-DY-OUT  PIC XX.
           05                      PIC X          VALUE '/'.
           05  HEADER-THRU-YR-OUT  PIC X(4).
           05  FILLER              PIC X(4)       VALUE SPACE.
           05  FILLER              PIC X(7)       VALUE 'BASIS: '.
           05  HEADER-BASIS-OUT    PIC X(20).

       01  COLUMN-HEADER1.
           05                      PIC X(8)       VALUE 'SUPPLIER'.
           05                      PIC X(2)       VALUE SPACE.
           05                      PIC X(7)       VALUE 'VOUCHER'.
           05                      PIC X(2)       VALUE SPACE.
           05                      PIC X(7)       VALUE 'INVOICE'.
           05                      PIC X(4)       VALUE SPACE.
           05                      PIC X(8)       VALUE 'DUE DATE'.
           05                      PIC X(12)      VALUE SPACE.
           05                      PIC X(6)       VALUE 'AMOUNT'.
           05                      PIC X(3)       VALUE SPACE.
           05                      PIC X(11)      VALUE 'DISPOSITION'.

       01  REGISTER-DETAIL-LINE-SETUP.
           05  REG-SUPPLIER-OUT    PIC X(5).
           05  FILLER              PIC X(5)       VALUE SPACE.
           05  REG-VOUCHER-OUT     PIC X(6).
           05  FILLER              PIC X(3)       VALUE SPACE.
           05  REG-INVOICE-OUT     PIC X(8).
           05  FILLER              PIC X(3)       VALUE SPACE.
           05  REG-DUE-MO-OUT      PIC XX.
           05                      PIC X          VALUE '/'.
           05  REG-DUE-DY-OUT      PIC XX.
           05                      PIC X          VALUE '/'.
           05  REG-DUE-YR-OUT      PIC X(4).
           05  FILLER              PIC X(2)       VALUE SPACE.
           05  REG-AMOUNT-OUT      PIC $$$$,$$$,$$9.99BCR.
           05  FILLER              PIC X(3)       VALUE SPACE.
           05  REG-REASON-OUT      PIC X(25).

       01  REGISTER-CREDIT-LINE-SETUP.
           05  REG-CR-SUPPLIER-OUT PIC X(5).
           05  FILLER              PIC X(5)       VALUE SPACE.
           05  FILLER              PIC X(30)      VALUE
                               'NET CREDIT CARRIED FORWARD'.
           05  REG-CR-AMOUNT-OUT   PIC $$$$,$$$,$$9.99BCR.
           05  FILLER              PIC X(3)       VALUE SPACE.
           05  FILLER              PIC X(10)      VALUE 'VOUCHERS:'.
           05  REG-CR-VOUCHERS-OUT PIC ZZZZZZ9.

       01  REGISTER-COUNT-LINE-SETUP.
           05  FILLER              PIC X(5)       VALUE SPACE.
           05  REG-COUNT-DESC-OUT  PIC X(35).
           05  REG-COUNT-OUT       PIC ZZZZZZ9.

       01  REGISTER-DOLLAR-LINE-SETUP.
           05  FILLER              PIC X(5)       VALUE SPACE.
           05  REG-DOLLAR-DESC-OUT PIC X(35).
           05  REG-DOLLAR-OUT      PIC $$,$$$,$$$,$$9.99BCR.

       01  REGISTER-MESSAGE-LINE-SETUP.
           05  FILLER              PIC X(5)       VALUE SPACE.
           05  REG-MESSAGE-OUT     PIC X(60).

       01  CHANGE-HEADER.
           05  FILLER              PIC X(10)      VALUE 'RUN DATE: '.
           05  CHG-HEADER-MO-OUT   PIC 99.
           05                      PIC X          VALUE '/'.
           05  CHG-HEADER-DY-OUT   PIC 99.
           05                      PIC X          VALUE '/'.
           05  CHG-HEADER-YR-OUT   PIC 9999.
           05  FILLER              PIC X(10)      VALUE SPACE.
           05  FILLER              PIC X(54)      VALUE
                 'PAYMENTS TO SUPPLIERS WITH RECENT ADDRESS/TIN CHANGE'.
           05  FILLER              PIC X(15)      VALUE
                               'CHANGED SINCE: '.
           05  CHG-CUTOFF-MO-OUT   PIC XX.
           05                      PIC X          VALUE '/'.
           05  CHG-CUTOFF-DY-OUT   PIC XX.
           05                      PIC X          VALUE '/'.
           05  CHG-CUTOFF-YR-OUT   PIC X(4).

       01  CHANGE-COLUMN-HEADER.
           05                      PIC X(8)       VALUE 'SUPPLIER'.
           05                      PIC X(2)       VALUE SPACE.
           05                      PIC X(4)       VALUE 'NAME'.
           05                      PIC X(21)      VALUE SPACE.
           05                      PIC X(7)       VALUE 'CHANGED'.
           05                      PIC X(5)       VALUE SPACE.
           05                      PIC X(6)       VALUE 'CHANGE'.
           05                      PIC X(14)      VALUE SPACE.
           05                      PIC X(11)      VALUE 'NET PAYMENT'.
           05                      PIC X(2)       VALUE SPACE.
           05                      PIC X(8)       VALUE 'VOUCHERS'.
           05                      PIC X(4)       VALUE SPACE.
           05                      PIC X(13)      VALUE 'REMIT ADDRESS'.

       01  CHANGE-DETAIL-LINE-SETUP.
           05  CHG-SUPPLIER-OUT    PIC X(5).
           05  FILLER              PIC X(5)       VALUE SPACE.
           05  CHG-NAME-OUT        PIC X(23).
           05  FILLER              PIC X(2)       VALUE SPACE.
           05  CHG-DATE-MO-OUT     PIC XX.
           05                      PIC X          VALUE '/'.
           05  CHG-DATE-DY-OUT     PIC XX.
           05                      PIC X          VALUE '/'.
           05  CHG-DATE-YR-OUT     PIC X(4).
           05  FILLER              PIC X(2)       VALUE SPACE.
           05  CHG-TYPE-OUT        PIC X(11).
           05  FILLER              PIC X(2)       VALUE SPACE.
           05  CHG-NET-OUT         PIC $$$$,$$$,$$9.99BCR.
           05  FILLER              PIC X(3)       VALUE SPACE.
           05  CHG-VOUCHERS-OUT    PIC ZZZZZZ9.
           05  FILLER              PIC X(4)       VALUE SPACE.
           05  CHG-ADDRESS-OUT     PIC X(25).
           05  FILLER              PIC X          VALUE SPACE.
           05  CHG-CITY-OUT        PIC X(15).

       01  CHANGE-COUNT-LINE-SETUP.
           05  FILLER              PIC X(5)       VALUE SPACE.
           05  CHG-COUNT-DESC-OUT  PIC X(35).
           05  CHG-COUNT-OUT       PIC ZZZZZZ9.

       01  CHANGE-DOLLAR-LINE-SETUP.
           05  FILLER              PIC X(5)       VALUE SPACE.
           05  CHG-DOLLAR-DESC-OUT PIC X(35).
           05  CHG-DOLLAR-OUT      PIC $$,$$$,$$$,$$9.99BCR.

       PROCEDURE DIVISION.

       100-MAINLINE.
           PERFORM 200-OPEN
           PERFORM 250-READ-OPEN-PAYABLE
           PERFORM 300-PROCESS-OPEN-PAYABLE UNTIL EOF-OPEN-WS = 'YES'
           PERFORM 440-GENERATE-PAYMENTS
           PERFORM 450-MARK-SELECTED-VOUCHERS
           PERFORM 900-CLOSE
           STOP RUN.

       200-OPEN.
           MOVE FUNCTION CURRENT-DATE TO HOLD-STAMP-WS
           MOVE HOLD-DATE-WS TO RUN-DATE-WS
           MOVE HOLD-DATE-WS TO PAY-THRU-DATE-WS

           PERFORM 205-READ-SELECT-CONTROL

           OPEN I-O   OPEN-PAYABLE-FILE
                INPUT SUPPLIER-MASTER-FILE
                INPUT PO-MASTER-FILE
                OUTPUT PAYMENT-OUTPUT-FILE
                OUTPUT REMIT-OUTPUT-FILE
                OUTPUT REGISTER-OUTPUT-FILE
                OUTPUT CHANGE-REPORT-FILE
                INPUT PAYMENT-RUN-FILE

           PERFORM 220-LOAD-RECENT-CHANGES

           IF OPEN-FILE-STATUS-WS = '35'
               MOVE 'YES' TO EOF-OPEN-WS
           ELSE
               MOVE LOW-VALUES TO OP-KEY
               START OPEN-PAYABLE-FILE KEY IS NOT LESS THAN OP-KEY
                   INVALID KEY MOVE 'YES' TO EOF-OPEN-WS
               END-START
           END-IF

           MOVE HOLD-MO-WS TO HEADER-MO-OUT
           MOVE HOLD-DY-WS TO HEADER-DY-OUT
           MOVE HOLD-YR-WS TO HEADER-YR-OUT

           MOVE HOLD-MO-WS TO REMIT-HEADER-MO-OUT
           MOVE HOLD-DY-WS TO REMIT-HEADER-DY-OUT
           MOVE HOLD-YR-WS TO REMIT-HEADER-YR-OUT

           MOVE HOLD-MO-WS TO CHG-HEADER-MO-OUT
           MOVE HOLD-DY-WS TO CHG-HEADER-DY-OUT
           MOVE HOLD-YR-WS TO CHG-HEADER-YR-OUT

           MOVE CHG-CUTOFF-DATE-WS(5:2) TO CHG-CUTOFF-MO-OUT
           MOVE CHG-CUTOFF-DATE-WS(7:2) TO CHG-CUTOFF-DY-OUT
           MOVE CHG-CUTOFF-DATE-WS(1:4) TO CHG-CUTOFF-YR-OUT

           MOVE PAY-THRU-DATE-WS(5:2) TO HEADER-THRU-MO-OUT
           MOVE PAY-THRU-DATE-WS(7:2) TO HEADER-THRU-DY-OUT
           MOVE PAY-THRU-DATE-WS(1:4) TO HEADER-THRU-YR-OUT

           IF SELECT-BASIS-WS = 'D'
               MOVE 'DUE DATE'          TO HEADER-BASIS-OUT
           ELSE
               MOVE 'DUE OR DISCOUNT'   TO HEADER-BASIS-OUT
           END-IF

           PERFORM 500-HEADER
           PERFORM 520-CHANGE-HEADER.

       205-READ-SELECT-CONTROL.
           OPEN INPUT SELECT-CONTROL-FILE

           IF SELC-FILE-STATUS-WS NOT = '35'
               PERFORM 210-READ-SELECT-CARD
               PERFORM 215-APPLY-SELECT-CARD UNTIL EOF-SELC-WS = 'YES'
               CLOSE SELECT-CONTROL-FILE
           END-IF.

       210-READ-SELECT-CARD.
           READ SELECT-CONTROL-FILE
               AT END MOVE 'YES' TO EOF-SELC-WS
           END-READ.

       215-APPLY-SELECT-CARD.
           IF SELC-CARD-TYPE = 'P'
               IF SELC-PAY-THRU-DATE IS NUMERIC
                   MOVE SELC-PAY-THRU-DATE(5:4) TO PAY-THRU-DATE-WS(1:4)
                   MOVE SELC-PAY-THRU-DATE(1:2) TO PAY-THRU-DATE-WS(5:2)
                   MOVE SELC-PAY-THRU-DATE(3:2) TO PAY-THRU-DATE-WS(7:2)
               END-IF

               IF SELC-SELECT-BASIS = 'D' OR SELC-SELECT-BASIS = 'B'
                   MOVE SELC-SELECT-BASIS TO SELECT-BASIS-WS
               END-IF
           ELSE IF SELC-CARD-TYPE = 'I' OR SELC-CARD-TYPE = 'E'
               IF CARD-COUNT-WS < 500
                   ADD 1 TO CARD-COUNT-WS
                   SET CARD-IDX-WS TO CARD-COUNT-WS
                   MOVE SELC-CARD-TYPE TO CARD-TYPE-WS (CARD-IDX-WS)
                   MOVE SELC-SUPPLIER  TO CARD-SUPPLIER-WS (CARD-IDX-WS)

                   IF SELC-CARD-TYPE = 'I'
                       ADD 1 TO INCLUDE-COUNT-WS
                   END-IF
               ELSE
                   MOVE 'YES' TO CARD-TABLE-FULL-WS
               END-IF
           END-IF
           END-IF

           PERFORM 210-READ-SELECT-CARD.

       220-LOAD-RECENT-CHANGES.
           COMPUTE CHG-CUTOFF-INT-WS =
                   FUNCTION INTEGER-OF-DATE(RUN-DATE-WS) - 30
           COMPUTE CHG-CUTOFF-DATE-WS =
                   FUNCTION DATE-OF-INTEGER(CHG-CUTOFF-INT-WS)

           OPEN INPUT SUPPLIER-CHANGE-FILE

           IF CHGH-FILE-STATUS-WS = '35'
               MOVE 'YES' TO EOF-CHGH-WS
           ELSE
               PERFORM 222-READ-CHANGE-RECORD
               PERFORM 224-ADD-RECENT-CHANGE UNTIL EOF-CHGH-WS = 'YES'
               CLOSE SUPPLIER-CHANGE-FILE
           END-IF.

       222-READ-CHANGE-RECORD.
           READ SUPPLIER-CHANGE-FILE
               AT END MOVE 'YES' TO EOF-CHGH-WS
           END-READ.

       224-ADD-RECENT-CHANGE.
           IF CHG-APPROVE-DATE IS NUMERIC
                   AND CHG-APPROVE-DATE >= CHG-CUTOFF-DATE-WS
                   AND (CHG-ADDR-CHANGE = 'Y' OR CHG-TIN-CHANGE = 'Y')
               PERFORM 226-FIND-RECENT-CHANGE

               IF CHG-FOUND-WS NOT = 'YES'
                   IF CHG-COUNT-WS < 1000
                       ADD 1 TO CHG-COUNT-WS
                       SET CHG-IDX-WS TO CHG-COUNT-WS
                       MOVE CHG-SUPPLIER-NUM TO
                               CHG-SUPPLIER-WS (CHG-IDX-WS)
                       MOVE ZERO TO CHG-DATE-WS (CHG-IDX-WS)
                       MOVE 'N'  TO CHG-ADDR-WS (CHG-IDX-WS)
                       MOVE 'N'  TO CHG-TIN-WS (CHG-IDX-WS)
                       MOVE 'YES' TO CHG-FOUND-WS
                   ELSE
                       MOVE 'YES' TO CHG-TABLE-FULL-WS
                   END-IF
               END-IF

               IF CHG-FOUND-WS = 'YES'
                   IF CHG-APPROVE-DATE > CHG-DATE-WS (CHG-IDX-WS)
                       MOVE CHG-APPROVE-DATE TO
                               CHG-DATE-WS (CHG-IDX-WS)
                   END-IF

                   IF CHG-ADDR-CHANGE = 'Y'
                       MOVE 'Y' TO CHG-ADDR-WS (CHG-IDX-WS)
                   END-IF

                   IF CHG-TIN-CHANGE = 'Y'
                       MOVE 'Y' TO CHG-TIN-WS (CHG-IDX-WS)
                   END-IF
               END-IF
           END-IF

           PERFORM 222-READ-CHANGE-RECORD.

       226-FIND-RECENT-CHANGE.
           MOVE 'NO ' TO CHG-FOUND-WS

           IF CHG-COUNT-WS > ZERO
               SET CHG-IDX-WS TO 1
               SEARCH CHG-ENTRY
                   VARYING CHG-IDX-WS
                   AT END
                       CONTINUE
                   WHEN CHG-SUPPLIER-WS (CHG-IDX-WS) = CHG-SUPPLIER-NUM
                       MOVE 'YES' TO CHG-FOUND-WS
               END-SEARCH
           END-IF.

       250-READ-OPEN-PAYABLE.
           IF EOF-OPEN-WS NOT = 'YES'
               READ OPEN-PAYABLE-FILE NEXT RECORD
                   AT END MOVE 'YES' TO EOF-OPEN-WS
               END-READ
           END-IF.

       300-PROCESS-OPEN-PAYABLE.
           ADD 1         TO OPEN-READ-COUNT-WS
           ADD OP-AMOUNT TO OPEN-READ-DOLLARS-WS

           IF OP-SUPPLIER NOT = SUPPLIER-BREAK-WS
               PERFORM 310-START-SUPPLIER
           END-IF

           PERFORM 320-EVALUATE-OPEN-ITEM

           PERFORM 250-READ-OPEN-PAYABLE.

       310-START-SUPPLIER.
           MOVE OP-SUPPLIER TO SUPPLIER-BREAK-WS
           MOVE 'NO '       TO PAY-SUP-FOUND-WS

           PERFORM 315-CHECK-SUPPLIER-CARDS

           MOVE 'YES'       TO SUPPLIER-ON-MASTER-WS
           MOVE OP-SUPPLIER TO SUPPLIER-NUM-MAST

           READ SUPPLIER-MASTER-FILE
               INVALID KEY
                   MOVE 'NO ' TO SUPPLIER-ON-MASTER-WS
           END-READ

           IF SUPPLIER-EXCLUDED-WS NOT = 'YES'
                   AND SUPPLIER-ON-MASTER-WS = 'YES'
                   AND SUPPLIER-HOLD-MAST NOT = 'Y'
               IF PAY-SUP-COUNT-WS < 1000
                   ADD 1 TO PAY-SUP-COUNT-WS
                   SET PAY-SUP-IDX-WS TO PAY-SUP-COUNT-WS
                   MOVE SUPPLIER-NUM-MAST TO
                           PAY-SUP-NUM-WS (PAY-SUP-IDX-WS)
                   MOVE SUPPLIER-NAME-MAST TO
                           PAY-SUP-NAME-WS (PAY-SUP-IDX-WS)
                   MOVE SUPPLIER-ADDRESS-MAST TO
                           PAY-SUP-ADDRESS-WS (PAY-SUP-IDX-WS)
                   MOVE SUPPLIER-CITY-MAST TO
                           PAY-SUP-CITY-WS (PAY-SUP-IDX-WS)
                   MOVE SUPPLIER-STATE-MAST TO
                           PAY-SUP-STATE-WS (PAY-SUP-IDX-WS)
                   MOVE SUPPLIER-ZIP-MAST TO
                           PAY-SUP-ZIP-WS (PAY-SUP-IDX-WS)
                   MOVE 'N'  TO PAY-SUP-PAID-WS (PAY-SUP-IDX-WS)
                   MOVE ZERO TO PAY-SUP-VOUCHERS-WS (PAY-SUP-IDX-WS)
                   MOVE ZERO TO PAY-SUP-DOLLARS-WS (PAY-SUP-IDX-WS)
                   MOVE ZERO TO PAY-SUP-DISC-WS (PAY-SUP-IDX-WS)
                   MOVE 'YES' TO PAY-SUP-FOUND-WS
               ELSE
                   MOVE 'YES' TO PAY-SUP-TABLE-FULL-WS
               END-IF
           END-IF.

       315-CHECK-SUPPLIER-CARDS.
           MOVE 'NO ' TO SUPPLIER-EXCLUDED-WS

           IF INCLUDE-COUNT-WS > ZERO
               MOVE 'NO ' TO CARD-FOUND-WS
               SET CARD-IDX-WS TO 1
               SEARCH CARD-ENTRY
                   VARYING CARD-IDX-WS
                   AT END
                       CONTINUE
                   WHEN CARD-TYPE-WS (CARD-IDX-WS) = 'I'
                           AND CARD-SUPPLIER-WS (CARD-IDX-WS) =
                                   OP-SUPPLIER
                       MOVE 'YES' TO CARD-FOUND-WS
               END-SEARCH

               IF CARD-FOUND-WS NOT = 'YES'
                   MOVE 'YES' TO SUPPLIER-EXCLUDED-WS
               END-IF
           END-IF

           IF CARD-COUNT-WS > ZERO
               MOVE 'NO ' TO CARD-FOUND-WS
               SET CARD-IDX-WS TO 1
               SEARCH CARD-ENTRY
                   VARYING CARD-IDX-WS
                   AT END
                       CONTINUE
                   WHEN CARD-TYPE-WS (CARD-IDX-WS) = 'E'
                           AND CARD-SUPPLIER-WS (CARD-IDX-WS) =
                                   OP-SUPPLIER
                       MOVE 'YES' TO CARD-FOUND-WS
               END-SEARCH

               IF CARD-FOUND-WS = 'YES'
                   MOVE 'YES' TO SUPPLIER-EXCLUDED-WS
               END-IF
           END-IF.

       320-EVALUATE-OPEN-ITEM.
           MOVE SPACES TO ITEM-HOLD-REASON-WS
           MOVE 'NO '  TO PRIOR-RUN-ISSUED-WS

           IF OP-HOLD-CODE = 'S'
               PERFORM 318-CHECK-PRIOR-SELECTION
           END-IF

           IF PRIOR-RUN-ISSUED-WS = 'YES'
               MOVE 'ISSUED - CLOSE PENDING' TO ITEM-HOLD-REASON-WS
               ADD 1 TO VOUCHERS-HELD-WS
               PERFORM 400-WRITE-REGISTER-LINE
           ELSE IF SUPPLIER-EXCLUDED-WS = 'YES'
               ADD 1 TO VOUCHERS-EXCLUDED-WS
           ELSE
               IF SUPPLIER-ON-MASTER-WS NOT = 'YES'
                   MOVE 'SUPPLIER NOT ON MASTER' TO ITEM-HOLD-REASON-WS
               ELSE IF SUPPLIER-HOLD-MAST = 'Y'
                   MOVE 'SUPPLIER ON PAYMENT HOLD' TO
                           ITEM-HOLD-REASON-WS
               END-IF
               END-IF

               IF ITEM-HOLD-REASON-WS = SPACES
                       AND OP-HOLD-CODE = 'R'
                   PERFORM 322-CHECK-RECEIPT-HOLD
               END-IF

               IF ITEM-HOLD-REASON-WS NOT = SPACES
                   ADD 1 TO VOUCHERS-HELD-WS
                   PERFORM 400-WRITE-REGISTER-LINE
               ELSE
                   PERFORM 325-CHECK-ITEM-DUE
               END-IF
           END-IF
           END-IF.

       318-CHECK-PRIOR-SELECTION.
           MOVE OP-SELECT-RUN-ID TO PRUN-RUN-ID

           IF PRUN-FILE-STATUS-WS = '35'
               MOVE 'NO ' TO PRIOR-RUN-ISSUED-WS
           ELSE
               READ PAYMENT-RUN-FILE
                   INVALID KEY
                       MOVE 'NO ' TO PRIOR-RUN-ISSUED-WS
                   NOT INVALID KEY
                       MOVE 'YES' TO PRIOR-RUN-ISSUED-WS
               END-READ
           END-IF

           IF PRIOR-RUN-ISSUED-WS NOT = 'YES'
               MOVE SPACE  TO OP-HOLD-CODE
               MOVE SPACES TO OP-SELECT-RUN-ID
               MOVE ZERO   TO OP-SELECT-DISC

               REWRITE OPEN-PAYABLE-RECORD
                   INVALID KEY
                       ADD 1 TO MARK-ERRORS-WS
                   NOT INVALID KEY
                       ADD 1 TO VOUCHERS-UNSELECTED-WS
               END-REWRITE
           END-IF.

       322-CHECK-RECEIPT-HOLD.
           MOVE OP-PO-NUM TO PO-NUM-MAST

           READ PO-MASTER-FILE
               INVALID KEY
                   MOVE 'PO NOT ON MASTER' TO ITEM-HOLD-REASON-WS
               NOT INVALID KEY
                   IF PO-RECEIVED-MAST < PO-VOUCHERED-MAST
                       MOVE 'AWAITING RECEIPT OF GOODS' TO
                               ITEM-HOLD-REASON-WS
                   ELSE
                       MOVE SPACE TO OP-HOLD-CODE
                       REWRITE OPEN-PAYABLE-RECORD
                           INVALID KEY
                               ADD 1 TO REWRITE-ERRORS-WS
                           NOT INVALID KEY
                               ADD 1 TO VOUCHERS-RELEASED-WS
                       END-REWRITE
                   END-IF
           END-READ.

       325-CHECK-ITEM-DUE.
           MOVE 'NO ' TO ITEM-SELECTED-WS
           MOVE ZERO  TO PAY-DISC-TAKEN-WS

           IF OP-AMOUNT < ZERO
               MOVE 'YES' TO ITEM-SELECTED-WS
           ELSE IF OP-DUE-DATE <= PAY-THRU-DATE-WS
               MOVE 'YES' TO ITEM-SELECTED-WS
           ELSE IF SELECT-BASIS-WS = 'B'
                   AND OP-DISC-AVAIL NOT = ZERO
                   AND OP-DISC-DATE >= RUN-DATE-WS
                   AND OP-DISC-DATE <= PAY-THRU-DATE-WS
               MOVE 'YES' TO ITEM-SELECTED-WS
           END-IF
           END-IF
           END-IF

           IF ITEM-SELECTED-WS = 'YES'
               IF OP-DISC-DATE >= RUN-DATE-WS
                   MOVE OP-DISC-AVAIL TO PAY-DISC-TAKEN-WS
               END-IF

               PERFORM 330-SAVE-SELECTED-ITEM
           ELSE
               ADD 1 TO VOUCHERS-NOT-DUE-WS
           END-IF.

       330-SAVE-SELECTED-ITEM.
           IF PAY-SUP-FOUND-WS = 'YES'
               IF PAY-DET-COUNT-WS < 5000
                   ADD 1 TO PAY-DET-COUNT-WS
                   SET PAY-DET-IDX-WS TO PAY-DET-COUNT-WS
                   MOVE OP-SUPPLIER TO
                           PAY-DET-SUP-WS (PAY-DET-IDX-WS)
                   MOVE PAY-SUP-COUNT-WS TO
                           PAY-DET-SUP-SUB-WS (PAY-DET-IDX-WS)
                   MOVE OP-INVOICE  TO
                           PAY-DET-INVOICE-WS (PAY-DET-IDX-WS)
                   MOVE OP-VOUCHER  TO
                           PAY-DET-VOUCHER-WS (PAY-DET-IDX-WS)
                   MOVE OP-AMOUNT   TO
                           PAY-DET-AMOUNT-WS (PAY-DET-IDX-WS)
                   MOVE OP-DUE-DATE TO
                           PAY-DET-DUE-DATE-WS (PAY-DET-IDX-WS)
                   MOVE PAY-DISC-TAKEN-WS TO
                           PAY-DET-DISC-WS (PAY-DET-IDX-WS)
                   MOVE OP-DISC-AVAIL TO
                           PAY-DET-DISC-AVAIL-WS (PAY-DET-IDX-WS)
                   MOVE OP-DISC-DATE TO
                           PAY-DET-DISC-DATE-WS (PAY-DET-IDX-WS)
                   MOVE OP-INVOICE-DATE TO
                           PAY-DET-INV-DATE-WS (PAY-DET-IDX-WS)
                   MOVE OP-ENTRY-DATE TO
                           PAY-DET-ENTRY-DATE-WS (PAY-DET-IDX-WS)
                   MOVE OP-STORE TO
                           PAY-DET-STORE-WS (PAY-DET-IDX-WS)

                   SET PAY-SUP-IDX-WS TO PAY-SUP-COUNT-WS
                   ADD 1 TO PAY-SUP-VOUCHERS-WS (PAY-SUP-IDX-WS)
                   ADD OP-AMOUNT TO
                           PAY-SUP-DOLLARS-WS (PAY-SUP-IDX-WS)
                   ADD PAY-DISC-TAKEN-WS TO
                           PAY-SUP-DISC-WS (PAY-SUP-IDX-WS)
               ELSE
                   MOVE 'YES' TO PAY-DET-TABLE-FULL-WS
               END-IF
           END-IF.

       400-WRITE-REGISTER-LINE.
           MOVE OP-SUPPLIER          TO REG-SUPPLIER-OUT
           MOVE OP-VOUCHER           TO REG-VOUCHER-OUT
           MOVE OP-INVOICE           TO REG-INVOICE-OUT
           MOVE OP-DUE-DATE(5:2)     TO REG-DUE-MO-OUT
           MOVE OP-DUE-DATE(7:2)     TO REG-DUE-DY-OUT
           MOVE OP-DUE-DATE(1:4)     TO REG-DUE-YR-OUT
           MOVE OP-AMOUNT            TO REG-AMOUNT-OUT
           MOVE ITEM-HOLD-REASON-WS  TO REG-REASON-OUT

           MOVE REGISTER-DETAIL-LINE-SETUP TO REGISTER-PRINT-LINE
           PERFORM 410-PRINT-REGISTER-LINE.

       410-PRINT-REGISTER-LINE.
           WRITE REGISTER-PRINT-LINE AFTER ADVANCING 1 LINE

           ADD 1 TO NUMBER-LINES-PER-PAGE-WS

           IF NUMBER-LINES-PER-PAGE-WS >= LINES-PER-PAGE-WS
               PERFORM 500-HEADER
           END-IF.

       440-GENERATE-PAYMENTS.
           PERFORM 441-TOTAL-ONE-PAYMENT
               VARYING PAY-SUP-IDX-WS FROM 1 BY 1
               UNTIL PAY-SUP-IDX-WS > PAY-SUP-COUNT-WS

           MOVE HOLD-STAMP-WS        TO PAYH-RUN-ID-OUT
           MOVE PAYFILE-COUNT-WS     TO PAYH-RECORD-COUNT-OUT
           MOVE PAYFILE-NET-TOTAL-WS TO PAYH-NET-TOTAL-OUT

           MOVE PAYMENT-HEADER-SETUP TO PAYMENT-INTERFACE-RECORD
           WRITE PAYMENT-INTERFACE-RECORD

           MOVE REMIT-HEADER TO REMIT-PRINT-LINE
           WRITE REMIT-PRINT-LINE AFTER PAGE

           PERFORM 442-GENERATE-ONE-PAYMENT
               VARYING PAY-SUP-IDX-WS FROM 1 BY 1
               UNTIL PAY-SUP-IDX-WS > PAY-SUP-COUNT-WS.

       441-TOTAL-ONE-PAYMENT.
           IF PAY-SUP-VOUCHERS-WS (PAY-SUP-IDX-WS) > ZERO
               SUBTRACT PAY-SUP-DISC-WS (PAY-SUP-IDX-WS) FROM
                       PAY-SUP-DOLLARS-WS (PAY-SUP-IDX-WS)
                       GIVING PAY-NET-AMOUNT-WS

               IF PAY-NET-AMOUNT-WS > ZERO
                   ADD 1                 TO PAYFILE-COUNT-WS
                   ADD PAY-NET-AMOUNT-WS TO PAYFILE-NET-TOTAL-WS
               END-IF
           END-IF.

       442-GENERATE-ONE-PAYMENT.
           IF PAY-SUP-VOUCHERS-WS (PAY-SUP-IDX-WS) > ZERO
               SUBTRACT PAY-SUP-DISC-WS (PAY-SUP-IDX-WS) FROM
                       PAY-SUP-DOLLARS-WS (PAY-SUP-IDX-WS)
                       GIVING PAY-NET-AMOUNT-WS

               IF PAY-NET-AMOUNT-WS > ZERO
                   MOVE 'Y' TO PAY-SUP-PAID-WS (PAY-SUP-IDX-WS)

                   MOVE PAY-SUP-NUM-WS (PAY-SUP-IDX-WS) TO
                           PAY-SUPPLIER-NUM-OUT
                   MOVE PAY-SUP-NAME-WS (PAY-SUP-IDX-WS) TO
                           PAY-SUPPLIER-NAME-OUT
                   MOVE PAY-NET-AMOUNT-WS TO
                           PAY-NET-AMOUNT-OUT
                   MOVE PAY-SUP-VOUCHERS-WS (PAY-SUP-IDX-WS) TO
                           PAY-VOUCHER-COUNT-OUT

                   MOVE PAYMENT-RECORD-SETUP TO PAYMENT-INTERFACE-RECORD
                   WRITE PAYMENT-INTERFACE-RECORD

                   ADD 1 TO PAYMENTS-WRITTEN-WS
                   ADD PAY-NET-AMOUNT-WS TO PAYMENTS-NET-TOTAL-WS

                   PERFORM 443-WRITE-REMIT-SUPPLIER
                   PERFORM 444-WRITE-REMIT-DETAIL
                       VARYING PAY-DET-IDX-WS FROM 1 BY 1
                       UNTIL PAY-DET-IDX-WS > PAY-DET-COUNT-WS

                   PERFORM 447-CHECK-RECENT-CHANGE
               ELSE
                   ADD PAY-SUP-VOUCHERS-WS (PAY-SUP-IDX-WS) TO
                           VOUCHERS-CARRIED-WS
                   PERFORM 445-WRITE-CREDIT-CARRIED
               END-IF
           END-IF.

       443-WRITE-REMIT-SUPPLIER.
           MOVE PAY-SUP-NUM-WS (PAY-SUP-IDX-WS) TO
                   REMIT-SUPPLIER-NUM-OUT
           MOVE PAY-SUP-NAME-WS (PAY-SUP-IDX-WS) TO
                   REMIT-SUPPLIER-NAME-OUT
           MOVE PAY-NET-AMOUNT-WS TO
                   REMIT-NET-OUT
           MOVE PAY-SUP-VOUCHERS-WS (PAY-SUP-IDX-WS) TO
                   REMIT-VOUCHER-COUNT-OUT

           MOVE REMIT-SUPPLIER-LINE-SETUP TO REMIT-PRINT-LINE
           WRITE REMIT-PRINT-LINE AFTER 2 LINES

           IF PAY-SUP-ADDRESS-WS (PAY-SUP-IDX-WS) NOT = SPACES
               MOVE PAY-SUP-ADDRESS-WS (PAY-SUP-IDX-WS) TO
                       REMIT-ADDRESS-OUT

               MOVE REMIT-ADDRESS-LINE-SETUP TO REMIT-PRINT-LINE
               WRITE REMIT-PRINT-LINE AFTER 1 LINE

               MOVE PAY-SUP-CITY-WS (PAY-SUP-IDX-WS) TO
                       REMIT-CITY-OUT
               MOVE PAY-SUP-STATE-WS (PAY-SUP-IDX-WS) TO
                       REMIT-STATE-OUT
               MOVE PAY-SUP-ZIP-WS (PAY-SUP-IDX-WS) TO
                       REMIT-ZIP-OUT

               MOVE REMIT-CITY-LINE-SETUP TO REMIT-PRINT-LINE
               WRITE REMIT-PRINT-LINE AFTER 1 LINE
           END-IF

           IF PAY-SUP-DISC-WS (PAY-SUP-IDX-WS) NOT = ZERO
               MOVE PAY-SUP-DISC-WS (PAY-SUP-IDX-WS) TO
                       REMIT-DISC-OUT

               MOVE REMIT-DISCOUNT-LINE-SETUP TO REMIT-PRINT-LINE
               WRITE REMIT-PRINT-LINE AFTER 1 LINE
           END-IF.

       444-WRITE-REMIT-DETAIL.
           IF PAY-DET-SUP-WS (PAY-DET-IDX-WS) =
                   PAY-SUP-NUM-WS (PAY-SUP-IDX-WS)
               MOVE PAY-DET-INVOICE-WS (PAY-DET-IDX-WS) TO
                       REMIT-INVOICE-OUT
               MOVE PAY-DET-VOUCHER-WS (PAY-DET-IDX-WS) TO
                       REMIT-VOUCHER-OUT
               MOVE PAY-DET-AMOUNT-WS (PAY-DET-IDX-WS) TO
                       REMIT-AMOUNT-OUT
               MOVE PAY-DET-DUE-DATE-WS (PAY-DET-IDX-WS) (5:2) TO
                       REMIT-DUE-MO-OUT
               MOVE PAY-DET-DUE-DATE-WS (PAY-DET-IDX-WS) (7:2) TO
                       REMIT-DUE-DY-OUT
               MOVE PAY-DET-DUE-DATE-WS (PAY-DET-IDX-WS) (1:4) TO
                       REMIT-DUE-YR-OUT
               MOVE PAY-DET-DISC-WS (PAY-DET-IDX-WS) TO
                       REMIT-DET-DISC-OUT

               MOVE REMIT-DETAIL-LINE-SETUP TO REMIT-PRINT-LINE
               WRITE REMIT-PRINT-LINE AFTER 1 LINE
           END-IF.

       445-WRITE-CREDIT-CARRIED.
           MOVE PAY-SUP-NUM-WS (PAY-SUP-IDX-WS) TO REG-CR-SUPPLIER-OUT
           MOVE PAY-NET-AMOUNT-WS TO REG-CR-AMOUNT-OUT
           MOVE PAY-SUP-VOUCHERS-WS (PAY-SUP-IDX-WS) TO
                   REG-CR-VOUCHERS-OUT

           MOVE REGISTER-CREDIT-LINE-SETUP TO REGISTER-PRINT-LINE
           PERFORM 410-PRINT-REGISTER-LINE.

       447-CHECK-RECENT-CHANGE.
           MOVE 'NO ' TO CHG-FOUND-WS

           IF CHG-COUNT-WS > ZERO
               SET CHG-IDX-WS TO 1
               SEARCH CHG-ENTRY
                   VARYING CHG-IDX-WS
                   AT END
                       CONTINUE
                   WHEN CHG-SUPPLIER-WS (CHG-IDX-WS) =
                                   PAY-SUP-NUM-WS (PAY-SUP-IDX-WS)
                       MOVE 'YES' TO CHG-FOUND-WS
               END-SEARCH
           END-IF

           IF CHG-FOUND-WS = 'YES'
               PERFORM 448-WRITE-CHANGE-LINE
           END-IF.

       448-WRITE-CHANGE-LINE.
           ADD 1 TO CHG-PAYMENTS-WS
           ADD PAY-NET-AMOUNT-WS TO CHG-DOLLARS-WS

           MOVE PAY-SUP-NUM-WS (PAY-SUP-IDX-WS)  TO CHG-SUPPLIER-OUT
           MOVE PAY-SUP-NAME-WS (PAY-SUP-IDX-WS) TO CHG-NAME-OUT
           MOVE CHG-DATE-WS (CHG-IDX-WS) (5:2)   TO CHG-DATE-MO-OUT
           MOVE CHG-DATE-WS (CHG-IDX-WS) (7:2)   TO CHG-DATE-DY-OUT
           MOVE CHG-DATE-WS (CHG-IDX-WS) (1:4)   TO CHG-DATE-YR-OUT

           IF CHG-ADDR-WS (CHG-IDX-WS) = 'Y'
                   AND CHG-TIN-WS (CHG-IDX-WS) = 'Y'
               MOVE 'ADDRESS/TIN' TO CHG-TYPE-OUT
           ELSE IF CHG-ADDR-WS (CHG-IDX-WS) = 'Y'
               MOVE 'ADDRESS'     TO CHG-TYPE-OUT
           ELSE
               MOVE 'TIN'         TO CHG-TYPE-OUT
           END-IF
           END-IF

           MOVE PAY-NET-AMOUNT-WS TO CHG-NET-OUT
           MOVE PAY-SUP-VOUCHERS-WS (PAY-SUP-IDX-WS) TO
                   CHG-VOUCHERS-OUT
           MOVE PAY-SUP-ADDRESS-WS (PAY-SUP-IDX-WS) TO CHG-ADDRESS-OUT
           MOVE PAY-SUP-CITY-WS (PAY-SUP-IDX-WS)    TO CHG-CITY-OUT

           MOVE CHANGE-DETAIL-LINE-SETUP TO CHANGE-PRINT-LINE
           WRITE CHANGE-PRINT-LINE AFTER ADVANCING 1 LINE

           ADD 1 TO CHG-LINES-WS

           IF CHG-LINES-WS >= LINES-PER-PAGE-WS
               PERFORM 520-CHANGE-HEADER
           END-IF.

       450-MARK-SELECTED-VOUCHERS.
           PERFORM 455-MARK-ONE-VOUCHER
               VARYING PAY-DET-IDX-WS FROM 1 BY 1
               UNTIL PAY-DET-IDX-WS > PAY-DET-COUNT-WS.

       455-MARK-ONE-VOUCHER.
           SET PAY-SUP-IDX-WS TO PAY-DET-SUP-SUB-WS (PAY-DET-IDX-WS)

           IF PAY-SUP-PAID-WS (PAY-SUP-IDX-WS) = 'Y'
               MOVE PAY-DET-SUP-WS (PAY-DET-IDX-WS)     TO OP-SUPPLIER
               MOVE PAY-DET-VOUCHER-WS (PAY-DET-IDX-WS) TO OP-VOUCHER

               READ OPEN-PAYABLE-FILE
                   INVALID KEY
                       ADD 1 TO MARK-ERRORS-WS
                   NOT INVALID KEY
                       MOVE 'S'           TO OP-HOLD-CODE
                       MOVE HOLD-STAMP-WS TO OP-SELECT-RUN-ID
                       MOVE PAY-DET-DISC-WS (PAY-DET-IDX-WS) TO
                               OP-SELECT-DISC

                       REWRITE OPEN-PAYABLE-RECORD
                           INVALID KEY
                               ADD 1 TO MARK-ERRORS-WS
                           NOT INVALID KEY
                               ADD 1 TO VOUCHERS-PAID-WS
                       END-REWRITE
               END-READ
           END-IF.

       500-HEADER.
           MOVE REPORT-HEADER TO REGISTER-PRINT-LINE
           WRITE REGISTER-PRINT-LINE AFTER PAGE

           MOVE COLUMN-HEADER1 TO REGISTER-PRINT-LINE
           WRITE REGISTER-PRINT-LINE AFTER 2 LINES

           MOVE SPACES TO REGISTER-PRINT-LINE
           WRITE REGISTER-PRINT-LINE AFTER 1 LINE

           MOVE 0 TO NUMBER-LINES-PER-PAGE-WS.

       520-CHANGE-HEADER.
           MOVE CHANGE-HEADER TO CHANGE-PRINT-LINE
           WRITE CHANGE-PRINT-LINE AFTER PAGE

           MOVE CHANGE-COLUMN-HEADER TO CHANGE-PRINT-LINE
           WRITE CHANGE-PRINT-LINE AFTER 2 LINES

           MOVE SPACES TO CHANGE-PRINT-LINE
           WRITE CHANGE-PRINT-LINE AFTER 1 LINE

           MOVE 0 TO CHG-LINES-WS.

       900-CLOSE.
           MOVE 'OPEN VOUCHERS READ:'        TO REG-COUNT-DESC-OUT
           MOVE OPEN-READ-COUNT-WS           TO REG-COUNT-OUT
           MOVE REGISTER-COUNT-LINE-SETUP    TO REGISTER-PRINT-LINE
           WRITE REGISTER-PRINT-LINE AFTER 3 LINES

           MOVE 'OPEN VOUCHER DOLLARS READ:' TO REG-DOLLAR-DESC-OUT
           MOVE OPEN-READ-DOLLARS-WS         TO REG-DOLLAR-OUT
           MOVE REGISTER-DOLLAR-LINE-SETUP   TO REGISTER-PRINT-LINE
           WRITE REGISTER-PRINT-LINE AFTER 1 LINE

           MOVE 'VOUCHERS SELECTED FOR PAYMENT:' TO REG-COUNT-DESC-OUT
           MOVE VOUCHERS-PAID-WS             TO REG-COUNT-OUT
           MOVE REGISTER-COUNT-LINE-SETUP    TO REGISTER-PRINT-LINE
           WRITE REGISTER-PRINT-LINE AFTER 1 LINE

           MOVE 'VOUCHERS HELD:'             TO REG-COUNT-DESC-OUT
           MOVE VOUCHERS-HELD-WS             TO REG-COUNT-OUT
           MOVE REGISTER-COUNT-LINE-SETUP    TO REGISTER-PRINT-LINE
           WRITE REGISTER-PRINT-LINE AFTER 1 LINE

           MOVE 'VOUCHERS NOT YET DUE:'      TO REG-COUNT-DESC-OUT
           MOVE VOUCHERS-NOT-DUE-WS          TO REG-COUNT-OUT
           MOVE REGISTER-COUNT-LINE-SETUP    TO REGISTER-PRINT-LINE
           WRITE REGISTER-PRINT-LINE AFTER 1 LINE

           MOVE 'VOUCHERS EXCLUDED BY CARD:' TO REG-COUNT-DESC-OUT
           MOVE VOUCHERS-EXCLUDED-WS         TO REG-COUNT-OUT
           MOVE REGISTER-COUNT-LINE-SETUP    TO REGISTER-PRINT-LINE
           WRITE REGISTER-PRINT-LINE AFTER 1 LINE

           MOVE 'VOUCHERS CARRIED AS NET CREDIT:' TO REG-COUNT-DESC-OUT
           MOVE VOUCHERS-CARRIED-WS          TO REG-COUNT-OUT
           MOVE REGISTER-COUNT-LINE-SETUP    TO REGISTER-PRINT-LINE
           WRITE REGISTER-PRINT-LINE AFTER 1 LINE

           MOVE 'RELEASED FROM RECEIPT HOLD:' TO REG-COUNT-DESC-OUT
           MOVE VOUCHERS-RELEASED-WS         TO REG-COUNT-OUT
           MOVE REGISTER-COUNT-LINE-SETUP    TO REGISTER-PRINT-LINE
           WRITE REGISTER-PRINT-LINE AFTER 1 LINE

           MOVE 'RELEASED FROM UNISSUED RUN:' TO REG-COUNT-DESC-OUT
           MOVE VOUCHERS-UNSELECTED-WS       TO REG-COUNT-OUT
           MOVE REGISTER-COUNT-LINE-SETUP    TO REGISTER-PRINT-LINE
           WRITE REGISTER-PRINT-LINE AFTER 1 LINE

           MOVE 'PAYMENTS WRITTEN:'          TO REG-COUNT-DESC-OUT
           MOVE PAYMENTS-WRITTEN-WS          TO REG-COUNT-OUT
           MOVE REGISTER-COUNT-LINE-SETUP    TO REGISTER-PRINT-LINE
           WRITE REGISTER-PRINT-LINE AFTER 1 LINE

           MOVE 'NET PAYMENT DOLLARS:'       TO REG-DOLLAR-DESC-OUT
           MOVE PAYMENTS-NET-TOTAL-WS        TO REG-DOLLAR-OUT
           MOVE REGISTER-DOLLAR-LINE-SETUP   TO REGISTER-PRINT-LINE
           WRITE REGISTER-PRINT-LINE AFTER 1 LINE

           MOVE SPACES TO REG-MESSAGE-OUT
           STRING 'PAYMENT FILE RUN ID: ' HOLD-STAMP-WS
               DELIMITED BY SIZE INTO REG-MESSAGE-OUT
           END-STRING
           PERFORM 910-WRITE-MESSAGE-LINE

           IF CARD-TABLE-FULL-WS = 'YES'
               MOVE '*** SUPPLIER CARD TABLE FULL - CARDS IGNORED ***'
                   TO REG-MESSAGE-OUT
               PERFORM 910-WRITE-MESSAGE-LINE
               MOVE 12 TO RETURN-CODE
           END-IF

           IF PAY-SUP-TABLE-FULL-WS = 'YES'
                   OR PAY-DET-TABLE-FULL-WS = 'YES'
               MOVE '*** PAYMENT TABLE FULL - VOUCHERS LEFT OPEN ***'
                   TO REG-MESSAGE-OUT
               PERFORM 910-WRITE-MESSAGE-LINE
               MOVE 12 TO RETURN-CODE
           END-IF

           MOVE 'PAYMENTS LISTED:'           TO CHG-COUNT-DESC-OUT
           MOVE CHG-PAYMENTS-WS              TO CHG-COUNT-OUT
           MOVE CHANGE-COUNT-LINE-SETUP      TO CHANGE-PRINT-LINE
           WRITE CHANGE-PRINT-LINE AFTER 3 LINES

           MOVE 'NET PAYMENT DOLLARS LISTED:' TO CHG-DOLLAR-DESC-OUT
           MOVE CHG-DOLLARS-WS               TO CHG-DOLLAR-OUT
           MOVE CHANGE-DOLLAR-LINE-SETUP     TO CHANGE-PRINT-LINE
           WRITE CHANGE-PRINT-LINE AFTER 1 LINE

           IF CHG-TABLE-FULL-WS = 'YES'
               MOVE '*** CHANGE TABLE FULL - LISTING INCOMPLETE ***'
                   TO REG-MESSAGE-OUT
               PERFORM 910-WRITE-MESSAGE-LINE
               MOVE REGISTER-MESSAGE-LINE-SETUP TO CHANGE-PRINT-LINE
               WRITE CHANGE-PRINT-LINE AFTER 2 LINES
               MOVE 12 TO RETURN-CODE
           END-IF

           IF REWRITE-ERRORS-WS > ZERO
               MOVE '*** RECEIPT HOLD NOT RELEASED ON OPEN PAYABLES ***'
                   TO REG-MESSAGE-OUT
               PERFORM 910-WRITE-MESSAGE-LINE
               MOVE 16 TO RETURN-CODE
           END-IF

           IF MARK-ERRORS-WS > ZERO
               MOVE '*** SELECTION NOT RECORDED ON OPEN PAYABLES ***'
                   TO REG-MESSAGE-OUT
               PERFORM 910-WRITE-MESSAGE-LINE
               MOVE 16 TO RETURN-CODE
           END-IF

           IF OPEN-FILE-STATUS-WS NOT = '35'
               CLOSE OPEN-PAYABLE-FILE
           END-IF

           IF PRUN-FILE-STATUS-WS NOT = '35'
               CLOSE PAYMENT-RUN-FILE
           END-IF

           CLOSE SUPPLIER-MASTER-FILE
                 PO-MASTER-FILE
                 PAYMENT-OUTPUT-FILE
                 REMIT-OUTPUT-FILE
                 REGISTER-OUTPUT-FILE
                 CHANGE-REPORT-FILE.

       910-WRITE-MESSAGE-LINE.
           MOVE REGISTER-MESSAGE-LINE-SETUP TO REGISTER-PRINT-LINE
           WRITE REGISTER-PRINT-LINE AFTER 2 LINES.
