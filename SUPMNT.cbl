                ACCESS MODE IS RANDOM
                RECORD KEY IS SUPPLIER-NUM-MAST.

            SELECT SUPPLIER-PENDING-FILE ASSIGN TO 'SUPPEND'
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS PEND-SUPPLIER-NUM
                FILE STATUS IS PEND-FILE-STATUS-WS.

            SELECT OPEN-PAYABLE-FILE ASSIGN TO 'APOPEN'
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS OP-KEY
                FILE STATUS IS OPEN-FILE-STATUS-WS.

            SELECT SUPPLIER-CHANGE-FILE ASSIGN TO 'SUPCHGH'
                FILE STATUS IS CHGH-FILE-STATUS-WS.

       DATA DIVISION.
       FILE SECTION.
       FD  SUPPLIER-TRAN-FILE RECORDING MODE IS F.
           05  SUPPLIER-TIN-MAST       PIC X(9).
           05  SUPPLIER-1099-MAST      PIC X.

       FD  SUPPLIER-PENDING-FILE.
       01  SUPPLIER-PENDING-RECORD.
           05  PEND-SUPPLIER-NUM       PIC X(5).
           05  PEND-REQUEST-OPER       PIC X(8).
           05  PEND-REQUEST-DATE       PIC 9(8).
           05  PEND-REQUEST-TIME       PIC 9(6).
           05  PEND-ADDR-CHANGE        PIC X.
           05  PEND-TIN-CHANGE         PIC X.
           05  PEND-HOLD-CHANGE        PIC X.
           05  PEND-ADDRESS            PIC X(25).
           05  PEND-CITY               PIC X(15).
           05  PEND-STATE              PIC XX.
           05  PEND-ZIP                PIC X(9).
           05  PEND-TIN                PIC X(9).
           05  PEND-HOLD               PIC X.
           05  FILLER                  PIC X(9).

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

       WORKING-STORAGE SECTION.
       01  WORKING-VARIABLES.
           05  EOF-TRAN-WS                 PIC X(3)        VALUE 'NO'.
           05  EOF-INVENT-WS               PIC X(3)        VALUE 'NO'.
           05  APPLIED-COUNT-WS            PIC 9(5)        VALUE ZERO.
           05  REJECTED-COUNT-WS           PIC 9(5)        VALUE ZERO.
           05  PENDING-COUNT-WS            PIC 9(5)        VALUE ZERO.
           05  PEND-FILE-STATUS-WS         PIC XX          VALUE ZERO.
           05  OPEN-FILE-STATUS-WS         PIC XX          VALUE ZERO.
           05  CHGH-FILE-STATUS-WS         PIC XX          VALUE ZERO.
           05  OPEN-ITEMS-FOUND-WS         PIC X(3)        VALUE 'NO'.
           05  PENDING-NEEDED-WS           PIC X(3)        VALUE 'NO'.
           05  NEW-HOLD-WS                 PIC X           VALUE SPACE.
           05  ADDR-CHANGE-WS              PIC X           VALUE 'N'.
           05  TIN-CHANGE-WS               PIC X           VALUE 'N'.
           05  HOLD-CHANGE-WS              PIC X           VALUE 'N'.
           05  NUMBER-LINES-PER-PAGE-WS    PIC 99          VALUE ZERO.
           05  LINES-PER-PAGE-WS           PIC 99          VALUE 50.
           05  ACTIVE-FOUND-WS             PIC X(3)        VALUE 'NO'.
           05  AFTER-NET-DAYS-WS           PIC 999         VALUE ZERO.
           05  AFTER-HOLD-WS               PIC X           VALUE SPACE.

           05  HOLD-STAMP-WS.
               10  HOLD-DATE-WS.
                   15  HOLD-YR-WS      PIC XXXX.
                   15  HOLD-MO-WS      PIC XX.
                   15  HOLD-DY-WS      PIC XX.
               10  HOLD-TIME-WS        PIC X(6).

       01  SAVE-SENSITIVE-FIELDS.
           05  SAVE-ADDRESS-WS             PIC X(25).
           05  SAVE-CITY-WS                PIC X(15).
           05  SAVE-STATE-WS               PIC XX.
           05  SAVE-ZIP-WS                 PIC X(9).
           05  SAVE-HOLD-WS                PIC X.
           05  SAVE-TIN-WS                 PIC X(9).

       01  ACTIVE-SUPPLIER-TABLE.
           05  ACTIVE-SUPPLIER-COUNT-WS    PIC 9(4)        VALUE ZERO.
           05  TRAN-HOLD-IN        PIC X.
           05  TRAN-TIN-IN         PIC X(9).
           05  TRAN-1099-IN        PIC X.
           05  TRAN-OPERATOR-IN    PIC X(8).
           05  FILLER              PIC X(25).

       01  INVENT-INPUT-RECORD.
           05  REC-TYPE-IN         PIC X.
                               'NUMBER OF TRANSACTIONS REJECTED IS:'.
           05  REJECTED-COUNT-OUT  PIC ZZZZ9.

       01  PENDING-COUNT-LINE-SETUP.
           05  FILLER              PIC X(5)       VALUE SPACE.
           05  FILLER              PIC X(35)      VALUE
                               'NUMBER OF CHANGES SENT TO APPROVAL:'.
           05  PENDING-COUNT-OUT   PIC ZZZZ9.

       01  REPORT-HEADER.
           05  FILLER              PIC X(10)      VALUE 'RUN DATE: '.
           05  HEADER-MO-OUT       PIC 99.
           OPEN INPUT SUPPLIER-TRAN-FILE
                INPUT INVENT-INPUT-FILE
                I-O   SUPPLIER-MASTER-FILE
                I-O   SUPPLIER-PENDING-FILE
                OUTPUT AUDIT-OUTPUT-FILE

           IF PEND-FILE-STATUS-WS = '35'
               OPEN OUTPUT SUPPLIER-PENDING-FILE
               CLOSE SUPPLIER-PENDING-FILE
               OPEN I-O SUPPLIER-PENDING-FILE
           END-IF

           OPEN INPUT OPEN-PAYABLE-FILE

           OPEN EXTEND SUPPLIER-CHANGE-FILE

           IF CHGH-FILE-STATUS-WS = '35'
               OPEN OUTPUT SUPPLIER-CHANGE-FILE
           END-IF

           MOVE FUNCTION CURRENT-DATE TO HOLD-STAMP-WS

           MOVE HOLD-MO-WS TO HEADER-MO-OUT
           MOVE HOLD-DY-WS TO HEADER-DY-OUT

           IF TRAN-STATUS-WS = 'APPLIED '
               ADD 1 TO APPLIED-COUNT-WS
           ELSE IF TRAN-STATUS-WS = 'PENDING '
               ADD 1 TO PENDING-COUNT-WS
           ELSE
               ADD 1 TO REJECTED-COUNT-WS
           END-IF
           END-IF

           PERFORM 400-WRITE-AUDIT-LINE

                   MOVE 'SUPPLIER ALREADY ON MASTER' TO TRAN-REASON-WS
               NOT INVALID KEY
                   PERFORM 345-MOVE-MASTER-TO-AFTER
                   PERFORM 315-WRITE-ADD-HISTORY
           END-WRITE.

       315-WRITE-ADD-HISTORY.
           MOVE SPACES                TO SUPPLIER-CHANGE-RECORD

           MOVE SUPPLIER-NUM-MAST     TO CHG-SUPPLIER-NUM
           MOVE HOLD-DATE-WS          TO CHG-APPROVE-DATE
           MOVE HOLD-TIME-WS          TO CHG-APPROVE-TIME
           MOVE TRAN-OPERATOR-IN      TO CHG-REQUEST-OPER
           MOVE 'Y'                   TO CHG-ADDR-CHANGE
           MOVE 'N'                   TO CHG-TIN-CHANGE
           MOVE 'N'                   TO CHG-HOLD-CHANGE

           IF SUPPLIER-TIN-MAST NOT = SPACES
               MOVE 'Y' TO CHG-TIN-CHANGE
           END-IF

           MOVE SUPPLIER-ADDRESS-MAST TO CHG-NEW-ADDRESS
           MOVE SUPPLIER-TIN-MAST     TO CHG-NEW-TIN

           WRITE SUPPLIER-CHANGE-RECORD.

       320-CHANGE-SUPPLIER.
           MOVE TRAN-SUPPLIER-NUM-IN TO SUPPLIER-NUM-MAST

                   MOVE 'SUPPLIER NOT ON MASTER' TO TRAN-REASON-WS
               NOT INVALID KEY
                   MOVE SUPPLIER-NAME-MAST TO BEFORE-NAME-WS
                   PERFORM 350-CHECK-SENSITIVE-CHANGE

                   IF TRAN-STATUS-WS NOT = 'REJECTED'
                       PERFORM 340-MOVE-TRAN-TO-MASTER

                       IF PENDING-NEEDED-WS = 'YES'
                           PERFORM 355-RESTORE-SENSITIVE-FIELDS
                           PERFORM 360-WRITE-PENDING-CHANGE
                       END-IF

                       REWRITE SUPPLIER-MASTER-RECORD
                       PERFORM 345-MOVE-MASTER-TO-AFTER
                   END-IF
           END-READ.

       340-MOVE-TRAN-TO-MASTER.
           MOVE SUPPLIER-NET-DAYS-MAST  TO AFTER-NET-DAYS-WS
           MOVE SUPPLIER-HOLD-MAST      TO AFTER-HOLD-WS.

       350-CHECK-SENSITIVE-CHANGE.
           MOVE 'NO ' TO PENDING-NEEDED-WS
           MOVE 'N'   TO ADDR-CHANGE-WS
           MOVE 'N'   TO TIN-CHANGE-WS
           MOVE 'N'   TO HOLD-CHANGE-WS

           IF TRAN-HOLD-IN = 'Y'
               MOVE 'Y' TO NEW-HOLD-WS
           ELSE
               MOVE 'N' TO NEW-HOLD-WS
           END-IF

           IF TRAN-ADDRESS-IN NOT = SUPPLIER-ADDRESS-MAST
                   OR TRAN-CITY-IN NOT = SUPPLIER-CITY-MAST
                   OR TRAN-STATE-IN NOT = SUPPLIER-STATE-MAST
                   OR TRAN-ZIP-IN NOT = SUPPLIER-ZIP-MAST
               MOVE 'Y' TO ADDR-CHANGE-WS
               MOVE 'YES' TO PENDING-NEEDED-WS
           END-IF

           IF TRAN-TIN-IN NOT = SUPPLIER-TIN-MAST
               MOVE 'Y' TO TIN-CHANGE-WS
               MOVE 'YES' TO PENDING-NEEDED-WS
           END-IF

           IF SUPPLIER-HOLD-MAST = 'Y' AND NEW-HOLD-WS = 'N'
               MOVE 'Y' TO HOLD-CHANGE-WS
               MOVE 'YES' TO PENDING-NEEDED-WS
           END-IF

           IF PENDING-NEEDED-WS = 'YES'
               MOVE SUPPLIER-ADDRESS-MAST TO SAVE-ADDRESS-WS
               MOVE SUPPLIER-CITY-MAST    TO SAVE-CITY-WS
               MOVE SUPPLIER-STATE-MAST   TO SAVE-STATE-WS
               MOVE SUPPLIER-ZIP-MAST     TO SAVE-ZIP-WS
               MOVE SUPPLIER-HOLD-MAST    TO SAVE-HOLD-WS
               MOVE SUPPLIER-TIN-MAST     TO SAVE-TIN-WS

               IF TRAN-OPERATOR-IN = SPACES
                   MOVE 'REJECTED' TO TRAN-STATUS-WS
                   MOVE 'OPERATOR ID REQUIRED' TO TRAN-REASON-WS
               ELSE
                   MOVE TRAN-SUPPLIER-NUM-IN TO PEND-SUPPLIER-NUM

                   READ SUPPLIER-PENDING-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE 'REJECTED' TO TRAN-STATUS-WS
                           MOVE 'CHANGE ALREADY PENDING' TO
                                   TRAN-REASON-WS
                   END-READ
               END-IF
           END-IF.

       355-RESTORE-SENSITIVE-FIELDS.
           IF ADDR-CHANGE-WS = 'Y'
               MOVE SAVE-ADDRESS-WS TO SUPPLIER-ADDRESS-MAST
               MOVE SAVE-CITY-WS    TO SUPPLIER-CITY-MAST
               MOVE SAVE-STATE-WS   TO SUPPLIER-STATE-MAST
               MOVE SAVE-ZIP-WS     TO SUPPLIER-ZIP-MAST
           END-IF

           IF TIN-CHANGE-WS = 'Y'
               MOVE SAVE-TIN-WS     TO SUPPLIER-TIN-MAST
           END-IF

           IF HOLD-CHANGE-WS = 'Y'
               MOVE SAVE-HOLD-WS    TO SUPPLIER-HOLD-MAST
           END-IF.

       360-WRITE-PENDING-CHANGE.
           MOVE SPACES               TO SUPPLIER-PENDING-RECORD

           MOVE TRAN-SUPPLIER-NUM-IN TO PEND-SUPPLIER-NUM
           MOVE TRAN-OPERATOR-IN     TO PEND-REQUEST-OPER
           MOVE HOLD-DATE-WS         TO PEND-REQUEST-DATE
           MOVE HOLD-TIME-WS         TO PEND-REQUEST-TIME
           MOVE ADDR-CHANGE-WS       TO PEND-ADDR-CHANGE
           MOVE TIN-CHANGE-WS        TO PEND-TIN-CHANGE
           MOVE HOLD-CHANGE-WS       TO PEND-HOLD-CHANGE
           MOVE TRAN-ADDRESS-IN      TO PEND-ADDRESS
           MOVE TRAN-CITY-IN         TO PEND-CITY
           MOVE TRAN-STATE-IN        TO PEND-STATE
           MOVE TRAN-ZIP-IN          TO PEND-ZIP
           MOVE TRAN-TIN-IN          TO PEND-TIN
           MOVE NEW-HOLD-WS          TO PEND-HOLD

           WRITE SUPPLIER-PENDING-RECORD
               INVALID KEY
                   MOVE 'REJECTED' TO TRAN-STATUS-WS
                   MOVE 'CHANGE ALREADY PENDING' TO TRAN-REASON-WS
               NOT INVALID KEY
                   MOVE 'PENDING ' TO TRAN-STATUS-WS
                   MOVE 'SENT FOR APPROVAL' TO TRAN-REASON-WS
           END-WRITE.

       330-DELETE-SUPPLIER.
           PERFORM 335-CHECK-ACTIVE-SUPPLIER
           PERFORM 337-CHECK-OPEN-PAYABLES

           IF ACTIVE-FOUND-WS = 'YES'
               MOVE 'REJECTED' TO TRAN-STATUS-WS
               MOVE 'SUPPLIER ACTIVE IN RUN' TO TRAN-REASON-WS
           ELSE IF OPEN-ITEMS-FOUND-WS = 'YES'
               MOVE 'REJECTED' TO TRAN-STATUS-WS
               MOVE 'SUPPLIER HAS OPEN PAYABLES' TO TRAN-REASON-WS
           ELSE IF ACTIVE-TABLE-FULL-WS = 'YES'
               MOVE 'REJECTED' TO TRAN-STATUS-WS
               MOVE 'ACTIVE LIST INCOMPLETE' TO TRAN-REASON-WS
                   NOT INVALID KEY
                       MOVE SUPPLIER-NAME-MAST TO BEFORE-NAME-WS
                       DELETE SUPPLIER-MASTER-FILE

                       MOVE TRAN-SUPPLIER-NUM-IN TO PEND-SUPPLIER-NUM
                       DELETE SUPPLIER-PENDING-FILE
                           INVALID KEY
                               CONTINUE
                       END-DELETE
               END-READ
           END-IF
           END-IF
           END-IF.

       335-CHECK-ACTIVE-SUPPLIER.
               END-SEARCH
           END-IF.

       337-CHECK-OPEN-PAYABLES.
           MOVE 'NO ' TO OPEN-ITEMS-FOUND-WS

           IF OPEN-FILE-STATUS-WS NOT = '35'
               MOVE TRAN-SUPPLIER-NUM-IN TO OP-SUPPLIER
               MOVE LOW-VALUES           TO OP-VOUCHER

               START OPEN-PAYABLE-FILE KEY IS NOT LESS THAN OP-KEY
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       READ OPEN-PAYABLE-FILE NEXT RECORD
                           AT END
                               CONTINUE
                           NOT AT END
                               IF OP-SUPPLIER = TRAN-SUPPLIER-NUM-IN
                                   MOVE 'YES' TO OPEN-ITEMS-FOUND-WS
                               END-IF
                       END-READ
               END-START
           END-IF.

       400-WRITE-AUDIT-LINE.
           MOVE TRAN-ACTION-IN       TO AUDIT-ACTION-OUT
           MOVE TRAN-SUPPLIER-NUM-IN TO AUDIT-SUPPLIER-OUT
           MOVE REJECTED-COUNT-LINE-SETUP TO AUDIT-PRINT-LINE
           WRITE AUDIT-PRINT-LINE AFTER 1 LINE

           MOVE PENDING-COUNT-WS TO PENDING-COUNT-OUT

           MOVE PENDING-COUNT-LINE-SETUP TO AUDIT-PRINT-LINE
           WRITE AUDIT-PRINT-LINE AFTER 1 LINE

           IF OPEN-FILE-STATUS-WS NOT = '35'
               CLOSE OPEN-PAYABLE-FILE
           END-IF

           CLOSE SUPPLIER-TRAN-FILE
                 INVENT-INPUT-FILE
                 SUPPLIER-MASTER-FILE
                 SUPPLIER-PENDING-FILE
                 SUPPLIER-CHANGE-FILE
                 AUDIT-OUTPUT-FILE.
