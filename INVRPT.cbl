                ACCESS MODE IS RANDOM
                RECORD KEY IS STORE-NUM-MAST.

            SELECT ALLOC-MASTER-FILE ASSIGN TO 'ALCMAST'
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS ALLOC-CODE-MAST
                FILE STATUS IS ALCM-FILE-STATUS-WS.

            SELECT CHECKPOINT-FILE ASSIGN TO 'INVCKPT'
                FILE STATUS IS CKPT-FILE-STATUS-WS.


            SELECT EXTRACT-OUTPUT-FILE ASSIGN TO 'INVEXTR'.

            SELECT GL-OUTPUT-FILE ASSIGN TO 'GLFILE'.

            SELECT CASH-OUTPUT-FILE ASSIGN TO 'CASHREQ'.

            SELECT BALANCE-OUTPUT-FILE ASSIGN TO 'BALRPT'.
                FILE STATUS IS PERH-FILE-STATUS-WS.

            SELECT VOUCHER-HISTORY-FILE ASSIGN TO 'VCHHIST'
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS VH-KEY
                ALTERNATE RECORD KEY IS VH-SUP-INV-KEY
                    WITH DUPLICATES
                ALTERNATE RECORD KEY IS VH-VOUCHER
                    WITH DUPLICATES
                FILE STATUS IS VCHH-FILE-STATUS-WS.

            SELECT OPEN-PAYABLE-FILE ASSIGN TO 'APOPEN'
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS OP-KEY
                FILE STATUS IS OPEN-FILE-STATUS-WS.

            SELECT SORT-WORK-FILE ASSIGN TO 'SORTWK'.

           05  PO-ORDERED-MAST         PIC S9(8)V99.
           05  PO-VOUCHERED-MAST       PIC S9(8)V99.
           05  PO-STATUS-MAST          PIC X.
           05  PO-RECEIVED-MAST        PIC S9(8)V99.

       FD  ACCOUNT-MASTER-FILE.
       01  ACCOUNT-MASTER-RECORD.
           05  STORE-MGR-MAST          PIC X(20).
           05  STORE-REGION-MAST       PIC XX.

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

       FD  CHECKPOINT-FILE RECORDING MODE IS F.
       01  CHECKPOINT-RECORD.
           05  CKPT-RECORD-COUNT       PIC 9(7).
           05  CKPT-SEV-WARNING        PIC 9(7).
           05  CKPT-SEV-ERROR          PIC 9(7).
           05  CKPT-SEV-FATAL          PIC 9(7).
           05  CKPT-SEV-HOLD           PIC 9(7).
           05  CKPT-RUN-STAMP          PIC X(14).
           05  CKPT-HIST-SEQ           PIC 9(5).
           05  FILLER                  PIC X(4).

       FD  CONTROL-CARD-FILE RECORDING MODE IS F.
       01  CONTROL-CARD-RECORD.
       FD  EXTRACT-OUTPUT-FILE RECORDING MODE IS F.
       01  EXTRACT-PRINT-LINE       PIC X(50).

       FD  GL-OUTPUT-FILE RECORDING MODE IS F.
       01  GL-INTERFACE-RECORD      PIC X(40).

       FD  CASH-OUTPUT-FILE RECORDING MODE IS F.
       01  CASH-PRINT-LINE          PIC X(132).

       FD  RECYCLE-INPUT-FILE RECORDING MODE IS F.
       01  RECYCLE-INPUT-RECORD.
           05  RCYC-INPUT-REC-IN       PIC X(80).
           05  RCYC-REASON-IN          PIC X(25).
           05  RCYC-SOURCE-IN          PIC X.
           05  FILLER                  PIC X(4).

       FD  RUN-HISTORY-FILE RECORDING MODE IS F.
       01  RUN-HISTORY-RECORD.
           05  PH-DOLLARS              PIC S9(8)V99.
           05  FILLER                  PIC X(10).

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

       SD  SORT-WORK-FILE.
       01  SORT-WORK-RECORD.
           05  SEV-WARNING-COUNT-WS        PIC 9(7)        VALUE ZERO.
           05  SEV-ERROR-COUNT-WS          PIC 9(7)        VALUE ZERO.
           05  SEV-FATAL-COUNT-WS          PIC 9(7)        VALUE ZERO.
           05  SEV-HOLD-COUNT-WS           PIC 9(7)        VALUE ZERO.
           05  RECEIPT-HOLD-WS             PIC X(3)        VALUE 'NO'.
           05  VOUCHER-OPEN-WS             PIC X(3)        VALUE 'NO'.
           05  ERROR-LIMIT-WS              PIC 999         VALUE 999.
           05  BATCH-ABORT-WS              PIC X           VALUE 'N'.
           05  RCYC-REASON-WS              PIC X(25)       VALUE SPACES.
           05  RUNH-FILE-STATUS-WS         PIC XX          VALUE ZERO.
           05  PERH-FILE-STATUS-WS         PIC XX          VALUE ZERO.
           05  VCHH-FILE-STATUS-WS         PIC XX          VALUE ZERO.
           05  OPEN-FILE-STATUS-WS         PIC XX          VALUE ZERO.
           05  ALCM-FILE-STATUS-WS         PIC XX          VALUE ZERO.
           05  EOF-PERH-WS                 PIC X(3)        VALUE 'NO'.
           05  EOF-CKPT-WS                 PIC X(3)        VALUE 'NO'.
           05  CKPT-RECORD-FOUND-WS        PIC X(3)        VALUE 'NO'.
           05  CHECKPOINT-INTERVAL-WS      PIC 9(5)        VALUE 00100.
           05  CKPT-QUOTIENT-WS            PIC 9(7)        VALUE ZERO.
           05  CKPT-REMAINDER-WS           PIC 9(6)        VALUE ZERO.
           05  HOLD-CHECKPOINT-WS          PIC X(120)      VALUE SPACES.
           05  RESTART-STAMP-WS            PIC X(14)       VALUE SPACES.

           05  LINES-PER-PAGE-WS           PIC 99          VALUE 15.
           05  DATE-FROM-WS                PIC X(8)        VALUE SPACES.
           05  REGION-FOUND-WS             PIC X(3)        VALUE 'NO'.
           05  REGION-TABLE-FULL-WS        PIC X(3)        VALUE 'NO'.

           05  ALLOC-COUNT-WS              PIC 99          VALUE ZERO.
           05  ALLOC-SUB-WS                PIC 99          VALUE ZERO.
           05  ALLOC-REPLAY-WS             PIC X(3)        VALUE 'NO'.
           05  HIST-LINE-SEQ-WS            PIC 99          VALUE ZERO.
           05  HIST-WRITE-SEQ-WS           PIC 9(5)        VALUE ZERO.
           05  OWN-OPEN-WRITE-WS           PIC X(3)        VALUE 'NO'.
           05  DUP-INVOICE-WS              PIC X(3)        VALUE 'NO'.
           05  EOF-DUP-WS                  PIC X(3)        VALUE 'NO'.
           05  ALLOC-REMAINDER-WS          PIC S9(6)V99    VALUE ZERO.
           05  ALLOC-SAVE-SIGNED-WS        PIC S9(6)V99    VALUE ZERO.
           05  ALLOC-SAVE-RECORD-WS        PIC X(80)       VALUE SPACES.

           05  GL-AP-ACCOUNT-WS            PIC X(4)        VALUE '2000'.
           05  GL-SUM-FOUND-WS             PIC X(3)        VALUE 'NO'.
           05  GL-SUM-TABLE-FULL-WS        PIC X(3)        VALUE 'NO'.
           05  TERMS-DISC-DATE-WS          PIC 9(8)        VALUE ZERO.
           05  TERMS-DAY-NUM-WS            PIC 9(7)        VALUE ZERO.
           05  TERMS-DISC-AMOUNT-WS        PIC S9(6)V99    VALUE ZERO.
           05  TERMS-DISC-AVAIL-WS         PIC S9(6)V99    VALUE ZERO.

           05  CASH-RUN-INT-WS             PIC 9(7)        VALUE ZERO.
           05  CASH-DUE-INT-WS             PIC 9(7)        VALUE ZERO.
           05  BAL-OUT-OF-BALANCE-WS       PIC X(3)        VALUE 'NO'.

           05  BATCH-BREAK-WS              PIC XX          VALUE SPACES.
           05  BATCH-SOURCE-WS             PIC X           VALUE SPACE.
           05  BATCH-RECORDS-WS            PIC 9(5)        VALUE ZERO.
           05  BATCH-DOLLARS-WS            PIC S9(8)V99    VALUE ZERO.

                           INDEXED BY RCYC-IDX-WS.
               10  RCYC-SAVE-REC-WS        PIC X(80).
               10  RCYC-SAVE-REASON-WS     PIC X(25).
               10  RCYC-SAVE-SOURCE-WS     PIC X.

       01  RUN-BATCH-TABLE.
           05  RUN-BATCH-TABLE-FULL-WS     PIC X(3)        VALUE 'NO'.
               10  DIST-RECORDS-WS         PIC 9(7).
               10  DIST-DOLLARS-WS         PIC S9(8)V99.

       01  REGION-SUMMARY-TABLE.
           05  REGION-COUNT-WS             PIC 9(3)        VALUE ZERO.
           05  REGION-ENTRY OCCURS 50 TIMES
           05  PAY-SUP-ENTRY OCCURS 1000 TIMES
                           INDEXED BY PAY-SUP-IDX-WS.
               10  PAY-SUP-NUM-WS          PIC X(5).
               10  PAY-SUP-VOUCHERS-WS     PIC 9(7).
               10  PAY-SUP-DOLLARS-WS      PIC S9(8)V99.

       01  CASH-SUPPLIER-BUCKETS.
           05  CASH-SUP-BUCKET-WS OCCURS 5 TIMES
               10  PAY-DET-DUE-DATE-WS     PIC 9(8).
               10  PAY-DET-DISC-WS         PIC S9(6)V99.

       01  ALLOCATION-LINE-TABLE.
           05  ALLOC-LINE-ENTRY OCCURS 20 TIMES.
               10  ALLOC-LINE-STORE-WS     PIC XXX.
               10  ALLOC-LINE-ACCT-WS      PIC X(4).
               10  ALLOC-LINE-AMOUNT-WS    PIC S9(6)V99.

       01  INVENT-INPUT-RECORD.
           05  REC-TYPE-IN         PIC X.
           05  BATCH-NUM-IN        PIC XX.
           05  SUPPLIER-NUM-IN     PIC X(5).
           05  VOUCHER-NUM-IN      PIC X(6).
           05  INVOICE-NUM-IN      PIC X(8).
           05  ACC-STORE-IN.
               10  ACC-NUM-IN          PIC X(4).
               10  STORE-NUM-IN        PIC XXX.
           05  ALLOC-IN REDEFINES ACC-STORE-IN.
               10  ALLOC-FLAG-IN       PIC X.
               10  ALLOC-CODE-IN       PIC X(6).
           05  DATE-IN             PIC X(8).
           05  DATE-IN-R REDEFINES DATE-IN.
               10  DATE-MM-IN          PIC XX.
           05  TRAILER-AMOUNT-TOTAL    PIC S9(8)V99.
           05  FILLER                  PIC X(62).

       01  BATCH-HEADER-RECORD REDEFINES INVENT-INPUT-RECORD.
           05  HEADER-REC-TYPE         PIC X.
           05  HEADER-BATCH-NUM        PIC XX.
           05  HEADER-SOURCE-IN        PIC X.
           05  FILLER                  PIC X(76).

       01  DETAILED-OUTPUT-LINE-SETUP.
           05  REC-TYPE-DESC-OUT   PIC X(12).
           05  DATE-OUT            PIC XX/XX/XXXX.
           05  FILLER                   PIC X          VALUE 'T'.
           05  GL-TRAILER-COUNT-OUT     PIC 9(5).
           05  GL-TRAILER-HASH-OUT      PIC 9(10).99.
           05  GL-TRAILER-SOURCE-OUT    PIC X(6).
           05  GL-TRAILER-RUN-ID-OUT    PIC X(14).
           05  FILLER                   PIC X          VALUE SPACE.

       01  GL-TABLE-FULL-LINE-SETUP.
           05  GL-FULL-SEVERITY-OUT    PIC X.
           05  FILLER              PIC X(56)      VALUE
             '*** GL SUMMARY TABLE FULL - ACCOUNT NOT SUMMARIZED ***'.

       01  BALANCE-REPORT-HEADER.
           05  FILLER              PIC X(10)      VALUE 'RUN DATE: '.
           05  BAL-HEADER-MO-OUT   PIC 99.
           05  ACCT-XREF-VOUCHER-OUT   PIC X(6).
           05  FILLER              PIC X(4)       VALUE ' ***'.

       01  ALLOC-XREF-LINE-SETUP.
           05  ALLOC-XREF-SEVERITY-OUT PIC X.
           05  FILLER              PIC X(4)       VALUE SPACE.
           05  FILLER              PIC X(4)       VALUE '*** '.
           05  ALLOC-XREF-MSG-OUT  PIC X(23).
           05  FILLER              PIC X          VALUE SPACE.
           05  FILLER              PIC X(11)      VALUE 'ALLOCATION '.
           05  ALLOC-XREF-CODE-OUT PIC X(6).
           05  FILLER              PIC X(9)       VALUE ' ACCOUNT '.
           05  ALLOC-XREF-ACCT-OUT PIC X(4).
           05  FILLER              PIC X(11)      VALUE ' ON VOUCHER'.
           05  FILLER              PIC X          VALUE SPACE.
           05  ALLOC-XREF-VOUCHER-OUT  PIC X(6).
           05  FILLER              PIC X(4)       VALUE ' ***'.

       01  PO-XREF-LINE-SETUP.
           05  PO-XREF-SEVERITY-OUT    PIC X.
           05  FILLER              PIC X(4)       VALUE SPACE.
           05  FILLER              PIC X(48)      VALUE
             '*** PO DELTA TABLE FULL - PO NOT UPDATED ***'.

       01  RECYCLE-FULL-LINE-SETUP.
           05  RCYC-FULL-SEVERITY-OUT  PIC X.
           05  FILLER              PIC X(4)       VALUE SPACE.
       01  RECYCLE-RECORD-SETUP.
           05  RCYC-INPUT-REC-OUT  PIC X(80).
           05  RCYC-REASON-OUT     PIC X(25).
           05  RCYC-SOURCE-OUT     PIC X.
           05  FILLER              PIC X(4)       VALUE SPACE.

       01  SEVERITY-SUMMARY-LINE-SETUP.
           05  FILLER              PIC X(5)       VALUE SPACE.
           OPEN INPUT SUPPLIER-MASTER-FILE
                INPUT ACCOUNT-MASTER-FILE
                INPUT STORE-MASTER-FILE
                INPUT ALLOC-MASTER-FILE
                I-O   PO-MASTER-FILE

           IF ALCM-FILE-STATUS-WS = '35'
               OPEN OUTPUT ALLOC-MASTER-FILE
               CLOSE ALLOC-MASTER-FILE
               OPEN INPUT ALLOC-MASTER-FILE
           END-IF

           IF RESTART-IND-WS = 'YES' OR RUN-MODE-WS = 'R'
               OPEN EXTEND INVENT-OUTPUT-FILE
                    EXTEND INVENT-EXCEPTION-FILE
                    OUTPUT BURST-OUTPUT-FILE
           END-IF

           OPEN OUTPUT GL-OUTPUT-FILE
                OUTPUT RECYCLE-OUTPUT-FILE
                OUTPUT CASH-OUTPUT-FILE
                OUTPUT BALANCE-OUTPUT-FILE

           OPEN I-O VOUCHER-HISTORY-FILE

           IF VCHH-FILE-STATUS-WS = '35'
               OPEN OUTPUT VOUCHER-HISTORY-FILE
               CLOSE VOUCHER-HISTORY-FILE
               OPEN I-O VOUCHER-HISTORY-FILE
           END-IF

           OPEN I-O OPEN-PAYABLE-FILE

           IF OPEN-FILE-STATUS-WS = '35'
               OPEN OUTPUT OPEN-PAYABLE-FILE
               CLOSE OPEN-PAYABLE-FILE
               OPEN I-O OPEN-PAYABLE-FILE
           END-IF

           PERFORM 250-READ-RECORD

           MOVE FUNCTION CURRENT-DATE TO HOLD-STAMP-WS

           IF RESTART-IND-WS = 'YES'
                   AND RESTART-STAMP-WS NOT = SPACES
               MOVE RESTART-STAMP-WS TO HOLD-STAMP-WS
           END-IF

           MOVE HOLD-MO-WS TO HEADER-MO-OUT
           MOVE HOLD-DY-WS TO HEADER-DY-OUT
           MOVE HOLD-YR-WS TO HEADER-YR-OUT

           MOVE HOLD-MO-WS TO CASH-HEADER-MO-OUT
           MOVE HOLD-DY-WS TO CASH-HEADER-DY-OUT
           MOVE HOLD-YR-WS TO CASH-HEADER-YR-OUT
                   MOVE CKPT-SEV-WARNING   TO SEV-WARNING-COUNT-WS
                   MOVE CKPT-SEV-ERROR     TO SEV-ERROR-COUNT-WS
                   MOVE CKPT-SEV-FATAL     TO SEV-FATAL-COUNT-WS
                   MOVE CKPT-SEV-HOLD      TO SEV-HOLD-COUNT-WS
                   MOVE 'YES'              TO RESTART-IND-WS

                   IF CKPT-RUN-STAMP NOT = SPACES
                           AND CKPT-HIST-SEQ IS NUMERIC
                       MOVE CKPT-RUN-STAMP TO RESTART-STAMP-WS
                       MOVE CKPT-HIST-SEQ  TO HIST-WRITE-SEQ-WS
                   END-IF

                   IF STORE-BREAK-WS NOT = SPACES
                       MOVE 'NO ' TO FIRST-RECORD-WS
                   END-IF

               IF EOF-INVENT-WS NOT = 'YES'
                   MOVE RCYC-INPUT-REC-IN TO INVENT-INPUT-RECORD
                   MOVE RCYC-SOURCE-IN    TO BATCH-SOURCE-WS
               END-IF
           ELSE
               READ INVENT-INPUT-FILE INTO INVENT-INPUT-RECORD
                       IF DATE-VALID-WS NOT = 'YES'
                           PERFORM 348-DATE-EXCEPTION
                       ELSE
                           IF ALLOC-FLAG-IN = '*'
                               PERFORM 336-ALLOCATION-XREF
                           ELSE
                               PERFORM 377-ACCOUNT-XREF
                           END-IF

                           IF ACCT-XREF-OK-WS = 'YES'
                               PERFORM 375-SUPPLIER-XREF
                               PERFORM 372-DUPLICATE-INVOICE-CHECK
                               IF ALLOC-FLAG-IN NOT = '*'
                                   PERFORM 383-STORE-XREF
                               END-IF
                               IF DUP-INVOICE-WS NOT = 'YES'
                                   PERFORM 333-CHECK-OPEN-PAYABLE
                               END-IF
                           END-IF

                           IF ACCT-XREF-OK-WS = 'YES'
                                   AND DUP-INVOICE-WS NOT = 'YES'
                                   AND VOUCHER-OPEN-WS NOT = 'YES'
                               IF PO-NUM-IN = SPACES
                                       AND BATCH-SOURCE-WS = 'R'
                                   MOVE 'NO ' TO RECEIPT-HOLD-WS
                               ELSE
                                   PERFORM 385-PO-MATCH
                               END-IF
                               PERFORM 430-PAYMENT-ACCUMULATE

                               IF OWN-OPEN-WRITE-WS NOT = 'YES'
                                   PERFORM 334-WRITE-OPEN-PAYABLE
                               END-IF

                               ADD 1                TO TOTAL-RECORDS-WS
                               ADD SIGNED-AMOUNT-WS TO TOTAL-DOLLARS-WS

                               ADD SIGNED-AMOUNT-WS TO
                                       TYPE-SUM-DOLLARS-WS (TYPE-SUB-WS)

                               IF ALLOC-FLAG-IN = '*'
                                   PERFORM 338-POST-ALLOCATED-LINES
                               ELSE
                                   MOVE 1 TO HIST-LINE-SEQ-WS
                                   PERFORM 331-POST-DISTRIBUTION
                               END-IF
                           END-IF
                       END-IF
                   END-IF
                       MOVE 'INVALID DATE' TO RCYC-REASON-WS
                       PERFORM 355-SAVE-RECYCLE-RECORD
                   ELSE
                       IF ALLOC-FLAG-IN = '*'
                           MOVE 'YES' TO ALLOC-REPLAY-WS
                           PERFORM 336-ALLOCATION-XREF
                       ELSE
                           PERFORM 379-ACCOUNT-XREF-SILENT
                       END-IF

                       IF ACCT-XREF-OK-WS = 'YES'
                           PERFORM 374-DUPLICATE-INVOICE-SILENT
                           IF DUP-INVOICE-WS NOT = 'YES'
                               PERFORM 337-CHECK-OPEN-PAYABLE-SILENT
                           END-IF
                       END-IF

                       IF ACCT-XREF-OK-WS = 'YES'
                               AND DUP-INVOICE-WS NOT = 'YES'
                               AND VOUCHER-OPEN-WS NOT = 'YES'
                           PERFORM 378-SUPPLIER-XREF-SILENT
                           PERFORM 430-PAYMENT-ACCUMULATE

                           ADD SIGNED-AMOUNT-WS TO
                                   TYPE-SUM-DOLLARS-WS (TYPE-SUB-WS)

                           IF PO-NUM-IN NOT = SPACES
                                   OR BATCH-SOURCE-WS NOT = 'R'
                               PERFORM 388-PO-MATCH-SILENT
                           END-IF

                           IF ALLOC-FLAG-IN = '*'
                               PERFORM 338-POST-ALLOCATED-LINES
                           ELSE
                               PERFORM 405-GL-ACCUMULATE

                               IF RUN-MODE-WS = 'S'
                                   PERFORM 410-ACCOUNT-SUMMARY-UPDATE
                               END-IF

                               PERFORM 335-RELEASE-SORT-RECORD
                           END-IF

                           ADD SIGNED-AMOUNT-WS TO EXTRACT-DOLLARS-WS
                       END-IF
               PERFORM 355-SAVE-RECYCLE-RECORD
           END-IF
           END-IF
           END-IF

           MOVE 'NO ' TO ALLOC-REPLAY-WS.

       307-REPLAY-BATCH-HEADER.
           MOVE HEADER-SOURCE-IN TO BATCH-SOURCE-WS
           MOVE ZERO TO SKIP-BATCH-RECORDS-WS
           MOVE ZERO TO SKIP-BATCH-DOLLARS-WS


           RELEASE SORT-WORK-RECORD.

       331-POST-DISTRIBUTION.
           PERFORM 405-GL-ACCUMULATE

           IF RUN-MODE-WS = 'S'
               PERFORM 410-ACCOUNT-SUMMARY-UPDATE
           END-IF

           PERFORM 335-RELEASE-SORT-RECORD
           PERFORM 330-WRITE-EXTRACT
           PERFORM 332-WRITE-VOUCHER-HISTORY.

       330-WRITE-EXTRACT.
           ADD     SIGNED-AMOUNT-WS TO  EXTRACT-DOLLARS-WS

           MOVE    SIGNED-AMOUNT-WS TO  VH-AMOUNT
           MOVE    HOLD-DATE-WS     TO  VH-RUN-DATE
           MOVE    HOLD-TIME-WS     TO  VH-RUN-TIME
           MOVE    'V'              TO  VH-REC-KIND
           ADD     1                TO  HIST-WRITE-SEQ-WS
           MOVE    HIST-WRITE-SEQ-WS TO VH-HIST-SEQ
           MOVE    HIST-LINE-SEQ-WS TO  VH-LINE-SEQ
           MOVE    ZERO             TO  VH-DISC-AVAIL
           MOVE    ZERO             TO  VH-DISC-TAKEN
           MOVE    ZERO             TO  VH-DISC-LOST

           IF HIST-LINE-SEQ-WS = 1
               MOVE TERMS-DISC-AVAIL-WS TO VH-DISC-AVAIL
               COMPUTE VH-DISC-LOST =
                       TERMS-DISC-AVAIL-WS - TERMS-DISC-AMOUNT-WS
           END-IF

           WRITE   VOUCHER-HISTORY-RECORD
               INVALID KEY
                   IF OWN-OPEN-WRITE-WS NOT = 'YES'
                       MOVE 'W' TO EXC-SEVERITY-WS
                       MOVE 'HISTORY NOT WRITTEN' TO
                               SUPPLIER-XREF-MSG-OUT
                       PERFORM 380-WRITE-XREF-LINE
                   END-IF
           END-WRITE.

       333-CHECK-OPEN-PAYABLE.
           MOVE 'NO '           TO  VOUCHER-OPEN-WS
           MOVE 'NO '           TO  OWN-OPEN-WRITE-WS
           MOVE SUPPLIER-NUM-IN TO  OP-SUPPLIER
           MOVE VOUCHER-NUM-IN  TO  OP-VOUCHER

           READ OPEN-PAYABLE-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF RESTART-IND-WS = 'YES'
                           AND OP-ENTRY-DATE = HOLD-DATE-WS
                           AND OP-INVOICE = INVOICE-NUM-IN
                           AND OP-AMOUNT = SIGNED-AMOUNT-WS
                       MOVE 'YES' TO OWN-OPEN-WRITE-WS
                   ELSE
                       MOVE 'YES' TO VOUCHER-OPEN-WS
                   END-IF
           END-READ

           IF VOUCHER-OPEN-WS = 'YES'
               MOVE 'E' TO EXC-SEVERITY-WS
               MOVE 'VOUCHER ALREADY OPEN' TO SUPPLIER-XREF-MSG-OUT
               PERFORM 380-WRITE-XREF-LINE
               MOVE 'VOUCHER ALREADY OPEN' TO RCYC-REASON-WS
               PERFORM 355-SAVE-RECYCLE-RECORD
           END-IF.

       334-WRITE-OPEN-PAYABLE.
           MOVE    SPACES           TO  OPEN-PAYABLE-RECORD

           MOVE    SUPPLIER-NUM-IN  TO  OP-SUPPLIER
           MOVE    VOUCHER-NUM-IN   TO  OP-VOUCHER
           MOVE    INVOICE-NUM-IN   TO  OP-INVOICE
           MOVE    REC-TYPE-IN      TO  OP-REC-TYPE
           MOVE    SUPPLIER-NAME-IN TO  OP-SUPPLIER-NAME
           MOVE    TERMS-INV-DATE-WS    TO  OP-INVOICE-DATE
           MOVE    TERMS-DUE-DATE-WS    TO  OP-DUE-DATE
           MOVE    TERMS-DISC-DATE-WS   TO  OP-DISC-DATE
           MOVE    SIGNED-AMOUNT-WS     TO  OP-AMOUNT
           MOVE    TERMS-DISC-AVAIL-WS  TO  OP-DISC-AVAIL
           MOVE    HOLD-DATE-WS         TO  OP-ENTRY-DATE
           MOVE    PO-NUM-IN            TO  OP-PO-NUM
           MOVE    ZERO                 TO  OP-SELECT-DISC

           IF ALLOC-FLAG-IN = '*'
               MOVE ALLOC-LINE-STORE-WS (1) TO  OP-STORE
           ELSE
               MOVE STORE-NUM-IN        TO  OP-STORE
           END-IF

           IF RECEIPT-HOLD-WS = 'YES'
               MOVE 'R'                 TO  OP-HOLD-CODE
           END-IF

           WRITE   OPEN-PAYABLE-RECORD
               INVALID KEY
                   MOVE 'W' TO EXC-SEVERITY-WS
                   MOVE 'VOUCHER ALREADY OPEN' TO SUPPLIER-XREF-MSG-OUT
                   PERFORM 380-WRITE-XREF-LINE
           END-WRITE.

       337-CHECK-OPEN-PAYABLE-SILENT.
           MOVE 'NO '           TO  VOUCHER-OPEN-WS
           MOVE SUPPLIER-NUM-IN TO  OP-SUPPLIER
           MOVE VOUCHER-NUM-IN  TO  OP-VOUCHER

           READ OPEN-PAYABLE-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF OP-ENTRY-DATE NOT = HOLD-DATE-WS
                           OR OP-INVOICE NOT = INVOICE-NUM-IN
                           OR OP-AMOUNT NOT = SIGNED-AMOUNT-WS
                       MOVE 'YES' TO VOUCHER-OPEN-WS
                   END-IF
           END-READ

           IF VOUCHER-OPEN-WS = 'YES'
               MOVE 'VOUCHER ALREADY OPEN' TO RCYC-REASON-WS
               PERFORM 355-SAVE-RECYCLE-RECORD
           END-IF.

       336-ALLOCATION-XREF.
           MOVE 'YES'          TO  ACCT-XREF-OK-WS
           MOVE ALLOC-CODE-IN  TO  ALLOC-CODE-MAST

           READ ALLOC-MASTER-FILE
               INVALID KEY
                   MOVE 'NO ' TO ACCT-XREF-OK-WS
               NOT INVALID KEY
                   IF ALLOC-COUNT-MAST NOT NUMERIC
                           OR ALLOC-COUNT-MAST = ZERO
                           OR ALLOC-COUNT-MAST > 20
                       MOVE 'NO ' TO ACCT-XREF-OK-WS
                   END-IF
           END-READ

           IF ACCT-XREF-OK-WS NOT = 'YES'
               IF ALLOC-REPLAY-WS NOT = 'YES'
                   MOVE 'E' TO EXC-SEVERITY-WS
                   MOVE 'ALLOCATION NOT ON FILE' TO ALLOC-XREF-MSG-OUT
                   MOVE SPACES TO ALLOC-XREF-ACCT-OUT
                   PERFORM 344-WRITE-ALLOC-XREF-LINE
               END-IF
               MOVE 'INVALID ALLOCATION' TO RCYC-REASON-WS
               PERFORM 355-SAVE-RECYCLE-RECORD
           ELSE
               MOVE ALLOC-COUNT-MAST TO ALLOC-COUNT-WS
               MOVE AMOUNT-IN        TO ALLOC-REMAINDER-WS

               PERFORM 341-BUILD-ALLOCATION-LINE
                   VARYING ALLOC-SUB-WS FROM 1 BY 1
                   UNTIL ALLOC-SUB-WS > ALLOC-COUNT-WS

               ADD ALLOC-REMAINDER-WS TO ALLOC-LINE-AMOUNT-WS (1)

               IF ACCT-XREF-OK-WS NOT = 'YES'
                   MOVE 'INVALID ACCOUNT' TO RCYC-REASON-WS
                   PERFORM 355-SAVE-RECYCLE-RECORD
               END-IF
           END-IF.

       341-BUILD-ALLOCATION-LINE.
           MOVE ALLOC-STORE-MAST (ALLOC-SUB-WS) TO
                   ALLOC-LINE-STORE-WS (ALLOC-SUB-WS)
           MOVE ALLOC-ACCT-MAST (ALLOC-SUB-WS) TO
                   ALLOC-LINE-ACCT-WS (ALLOC-SUB-WS)

           IF ALLOC-SUB-WS = 1
               MOVE ZERO TO ALLOC-LINE-AMOUNT-WS (ALLOC-SUB-WS)
           ELSE
               COMPUTE ALLOC-LINE-AMOUNT-WS (ALLOC-SUB-WS) ROUNDED =
                   AMOUNT-IN * ALLOC-PCT-MAST (ALLOC-SUB-WS) / 100
               SUBTRACT ALLOC-LINE-AMOUNT-WS (ALLOC-SUB-WS) FROM
                   ALLOC-REMAINDER-WS
           END-IF

           MOVE ALLOC-LINE-ACCT-WS (ALLOC-SUB-WS) TO ACCT-NUM-MAST

           READ ACCOUNT-MASTER-FILE
               INVALID KEY
                   IF SUSPENSE-ACCT-WS NOT = SPACES
                       IF ALLOC-REPLAY-WS NOT = 'YES'
                           MOVE 'W' TO EXC-SEVERITY-WS
                           MOVE 'ACCOUNT TO SUSPENSE' TO
                                   ALLOC-XREF-MSG-OUT
                           MOVE ALLOC-LINE-ACCT-WS (ALLOC-SUB-WS) TO
                                   ALLOC-XREF-ACCT-OUT
                           PERFORM 344-WRITE-ALLOC-XREF-LINE
                       END-IF
                       MOVE SUSPENSE-ACCT-WS TO
                               ALLOC-LINE-ACCT-WS (ALLOC-SUB-WS)
                   ELSE
                       MOVE 'NO ' TO ACCT-XREF-OK-WS
                       IF ALLOC-REPLAY-WS NOT = 'YES'
                           MOVE 'E' TO EXC-SEVERITY-WS
                           MOVE 'ACCOUNT NOT ON MASTER' TO
                                   ALLOC-XREF-MSG-OUT
                           MOVE ALLOC-LINE-ACCT-WS (ALLOC-SUB-WS) TO
                                   ALLOC-XREF-ACCT-OUT
                           PERFORM 344-WRITE-ALLOC-XREF-LINE
                       END-IF
                   END-IF
           END-READ.

       338-POST-ALLOCATED-LINES.
           MOVE INVENT-INPUT-RECORD TO ALLOC-SAVE-RECORD-WS
           MOVE SIGNED-AMOUNT-WS    TO ALLOC-SAVE-SIGNED-WS

           PERFORM 339-POST-ALLOCATED-LINE
               VARYING ALLOC-SUB-WS FROM 1 BY 1
               UNTIL ALLOC-SUB-WS > ALLOC-COUNT-WS

           MOVE ALLOC-SAVE-RECORD-WS TO INVENT-INPUT-RECORD
           MOVE ALLOC-SAVE-SIGNED-WS TO SIGNED-AMOUNT-WS.

       339-POST-ALLOCATED-LINE.
           MOVE ALLOC-LINE-STORE-WS (ALLOC-SUB-WS)  TO STORE-NUM-IN
           MOVE ALLOC-LINE-ACCT-WS (ALLOC-SUB-WS)   TO ACC-NUM-IN
           MOVE ALLOC-LINE-AMOUNT-WS (ALLOC-SUB-WS) TO AMOUNT-IN

           MOVE AMOUNT-IN TO SIGNED-AMOUNT-WS
           IF REC-TYPE-IN = '2'
               SUBTRACT AMOUNT-IN FROM ZERO
                   GIVING SIGNED-AMOUNT-WS
           END-IF

           MOVE ALLOC-SUB-WS TO HIST-LINE-SEQ-WS

           IF ALLOC-REPLAY-WS = 'YES'
               PERFORM 405-GL-ACCUMULATE

               IF RUN-MODE-WS = 'S'
                   PERFORM 410-ACCOUNT-SUMMARY-UPDATE
               END-IF

               PERFORM 335-RELEASE-SORT-RECORD
           ELSE
               PERFORM 383-STORE-XREF
               PERFORM 331-POST-DISTRIBUTION
           END-IF.

       344-WRITE-ALLOC-XREF-LINE.
           PERFORM 347-COUNT-EXCEPTION

           MOVE    EXC-SEVERITY-WS  TO  ALLOC-XREF-SEVERITY-OUT
           MOVE    ALLOC-CODE-IN    TO  ALLOC-XREF-CODE-OUT
           MOVE    VOUCHER-NUM-IN   TO  ALLOC-XREF-VOUCHER-OUT

           MOVE    ALLOC-XREF-LINE-SETUP TO EXCEPTION-PRINT-LINE
           WRITE   EXCEPTION-PRINT-LINE AFTER ADVANCING 1 LINE.

       340-VALIDATE-DATE.
           MOVE 'YES' TO DATE-VALID-WS
               ADD 1 TO SEV-FATAL-COUNT-WS
           ELSE IF EXC-SEVERITY-WS = 'E'
               ADD 1 TO SEV-ERROR-COUNT-WS
           ELSE IF EXC-SEVERITY-WS = 'H'
               ADD 1 TO SEV-HOLD-COUNT-WS
           ELSE
               ADD 1 TO SEV-WARNING-COUNT-WS
           END-IF
           END-IF
           END-IF.

       348-DATE-EXCEPTION.
           PERFORM 395-CHECK-OPEN-BATCH

           MOVE    BATCH-NUM-IN     TO  BATCH-BREAK-WS
           MOVE    HEADER-SOURCE-IN TO  BATCH-SOURCE-WS
           MOVE    ZERO             TO  BATCH-RECORDS-WS
           MOVE    ZERO             TO  BATCH-DOLLARS-WS

           END-IF

           MOVE    SPACES               TO  BATCH-BREAK-WS
           MOVE    SPACE                TO  BATCH-SOURCE-WS
           MOVE    ZERO                 TO  BATCH-RECORDS-WS
           MOVE    ZERO                 TO  BATCH-DOLLARS-WS.

       371-FIND-INVOICE-HISTORY.
           MOVE 'NO '           TO  DUP-INVOICE-WS
           MOVE 'NO '           TO  EOF-DUP-WS
           MOVE SUPPLIER-NUM-IN TO  VH-SUPPLIER
           MOVE INVOICE-NUM-IN  TO  VH-INVOICE

           START VOUCHER-HISTORY-FILE KEY IS EQUAL TO VH-SUP-INV-KEY
               INVALID KEY MOVE 'YES' TO EOF-DUP-WS
           END-START

           PERFORM 373-READ-INVOICE-HISTORY UNTIL EOF-DUP-WS = 'YES'.

       372-DUPLICATE-INVOICE-CHECK.
           PERFORM 371-FIND-INVOICE-HISTORY

           IF DUP-INVOICE-WS = 'YES'
               MOVE 'E' TO EXC-SEVERITY-WS
               MOVE 'DUPLICATE INVOICE' TO SUPPLIER-XREF-MSG-OUT
               PERFORM 380-WRITE-XREF-LINE
               MOVE 'DUPLICATE INVOICE' TO RCYC-REASON-WS
               PERFORM 355-SAVE-RECYCLE-RECORD
           END-IF.

       373-READ-INVOICE-HISTORY.
           READ VOUCHER-HISTORY-FILE NEXT RECORD
               AT END MOVE 'YES' TO EOF-DUP-WS
           END-READ

           IF EOF-DUP-WS NOT = 'YES'
               IF VH-SUPPLIER NOT = SUPPLIER-NUM-IN
                       OR VH-INVOICE NOT = INVOICE-NUM-IN
                   MOVE 'YES' TO EOF-DUP-WS
               ELSE IF VH-RUN-DATE NOT = HOLD-DATE-WS
                       OR VH-RUN-TIME NOT = HOLD-TIME-WS
                       OR VH-VOUCHER NOT = VOUCHER-NUM-IN
                   MOVE 'YES' TO DUP-INVOICE-WS
                   MOVE 'YES' TO EOF-DUP-WS
               END-IF
               END-IF
           END-IF.

       374-DUPLICATE-INVOICE-SILENT.
           PERFORM 371-FIND-INVOICE-HISTORY

           IF DUP-INVOICE-WS = 'YES'
               MOVE 'DUPLICATE INVOICE' TO RCYC-REASON-WS
               PERFORM 355-SAVE-RECYCLE-RECORD
           END-IF.

       395-CHECK-OPEN-BATCH.
           IF BATCH-BREAK-WS NOT = SPACES
               MOVE    'F'                  TO  EXC-SEVERITY-WS
                       RCYC-SAVE-REC-WS (RCYC-IDX-WS)
               MOVE RCYC-REASON-WS TO
                       RCYC-SAVE-REASON-WS (RCYC-IDX-WS)
               MOVE BATCH-SOURCE-WS TO
                       RCYC-SAVE-SOURCE-WS (RCYC-IDX-WS)
           ELSE
               IF RCYC-TABLE-FULL-WS NOT = 'YES'
                   MOVE 'YES' TO RCYC-TABLE-FULL-WS
                   SET PAY-SUP-IDX-WS TO PAY-SUP-COUNT-WS
                   MOVE SUPPLIER-NUM-IN TO
                           PAY-SUP-NUM-WS (PAY-SUP-IDX-WS)
                   MOVE ZERO TO PAY-SUP-VOUCHERS-WS (PAY-SUP-IDX-WS)
                   MOVE ZERO TO PAY-SUP-DOLLARS-WS (PAY-SUP-IDX-WS)
                   MOVE 'YES' TO PAY-SUP-FOUND-WS
               ELSE
                   IF PAY-SUP-TABLE-FULL-WS NOT = 'YES'
               END-IF
           END-IF

           PERFORM 432-COMPUTE-VOUCHER-TERMS

           IF PAY-SUP-FOUND-WS = 'YES'
               ADD 1 TO PAY-SUP-VOUCHERS-WS (PAY-SUP-IDX-WS)
               ADD SIGNED-AMOUNT-WS TO
                       PAY-SUP-DOLLARS-WS (PAY-SUP-IDX-WS)

               PERFORM 438-PAYMENT-DETAIL-SAVE
           END-IF.
           MOVE DATE-IN(3:2) TO TERMS-INV-DATE-WS(7:2)

           MOVE TERMS-INV-DATE-WS TO TERMS-DUE-DATE-WS
           MOVE ZERO TO TERMS-DISC-DATE-WS
           MOVE ZERO TO TERMS-DISC-AMOUNT-WS
           MOVE ZERO TO TERMS-DISC-AVAIL-WS

           IF SUPPLIER-XREF-OK-WS = 'YES'
                   AND SUPPLIER-NET-DAYS-MAST IS NUMERIC
               COMPUTE TERMS-DISC-DATE-WS =
                       FUNCTION DATE-OF-INTEGER(TERMS-DAY-NUM-WS)

               COMPUTE TERMS-DISC-AVAIL-WS ROUNDED =
                       SIGNED-AMOUNT-WS *
                       SUPPLIER-DISC-PCT-MAST / 100

               MOVE HOLD-DATE-WS TO TERMS-RUN-DATE-WS

               IF TERMS-RUN-DATE-WS <= TERMS-DISC-DATE-WS
                   MOVE TERMS-DISC-AVAIL-WS TO TERMS-DISC-AMOUNT-WS
               END-IF
           END-IF.

               END-IF
           END-IF.

       470-CASH-REQUIREMENTS.
           PERFORM 478-CASH-HEADER

           MOVE    SEV-WARNING-COUNT-WS TO  CKPT-SEV-WARNING
           MOVE    SEV-ERROR-COUNT-WS   TO  CKPT-SEV-ERROR
           MOVE    SEV-FATAL-COUNT-WS   TO  CKPT-SEV-FATAL
           MOVE    SEV-HOLD-COUNT-WS    TO  CKPT-SEV-HOLD
           MOVE    HOLD-STAMP-WS        TO  CKPT-RUN-STAMP
           MOVE    HIST-WRITE-SEQ-WS    TO  CKPT-HIST-SEQ

           WRITE   CHECKPOINT-RECORD.

           WRITE   EXCEPTION-PRINT-LINE AFTER ADVANCING 1 LINE.

       385-PO-MATCH.
           MOVE    'NO '            TO  RECEIPT-HOLD-WS
           MOVE    PO-NUM-IN        TO  PO-NUM-MAST

           READ PO-MASTER-FILE
                                       PO-XREF-MSG-OUT
                               PERFORM 390-WRITE-PO-LINE
                           END-IF

                           IF PO-CHECK-AMOUNT-WS > PO-RECEIVED-MAST
                                   AND SIGNED-AMOUNT-WS > ZERO
                               MOVE 'H' TO EXC-SEVERITY-WS
                               MOVE 'VOUCHERED > RECEIVED' TO
                                       PO-XREF-MSG-OUT
                               PERFORM 390-WRITE-PO-LINE
                               MOVE 'YES' TO RECEIPT-HOLD-WS
                           END-IF
                       END-IF
                   END-IF
           END-READ.

           PERFORM 395-CHECK-OPEN-BATCH

           PERFORM 470-CASH-REQUIREMENTS

           PERFORM 920-WRITE-GL-FILE

           PERFORM 970-BALANCING-REPORT
               MOVE 12 TO RETURN-CODE
           END-IF

           IF BAL-OUT-OF-BALANCE-WS = 'YES'
               MOVE 16 TO RETURN-CODE
           END-IF
           CLOSE   SUPPLIER-MASTER-FILE
                   ACCOUNT-MASTER-FILE
                   STORE-MASTER-FILE
                   ALLOC-MASTER-FILE
                   PO-MASTER-FILE
                   INVENT-OUTPUT-FILE
                   INVENT-EXCEPTION-FILE
                   EXTRACT-OUTPUT-FILE
                   GL-OUTPUT-FILE
                   CASH-OUTPUT-FILE
                   BALANCE-OUTPUT-FILE
                   RECYCLE-OUTPUT-FILE
                   VOUCHER-HISTORY-FILE
                   OPEN-PAYABLE-FILE
                   BURST-OUTPUT-FILE.

       600-RETURN-SORTED-RECORD.
           MOVE 'FATAL'    TO SEV-SUM-DESC-OUT
           MOVE SEV-FATAL-COUNT-WS TO SEV-SUM-COUNT-OUT
           MOVE SEVERITY-SUMMARY-LINE-SETUP TO EXCEPTION-PRINT-LINE
           WRITE EXCEPTION-PRINT-LINE AFTER 1 LINE

           MOVE 'HOLD'     TO SEV-SUM-DESC-OUT
           MOVE SEV-HOLD-COUNT-WS TO SEV-SUM-COUNT-OUT
           MOVE SEVERITY-SUMMARY-LINE-SETUP TO EXCEPTION-PRINT-LINE
           WRITE EXCEPTION-PRINT-LINE AFTER 1 LINE.

       570-BURST-STORE-BANNER.

           MOVE GL-LINE-COUNT-WS TO GL-TRAILER-COUNT-OUT
           MOVE GL-HASH-TOTAL-WS TO GL-TRAILER-HASH-OUT
           MOVE 'INVRPT'         TO GL-TRAILER-SOURCE-OUT
           MOVE HOLD-STAMP-WS    TO GL-TRAILER-RUN-ID-OUT

           MOVE GL-TRAILER-LINE-SETUP TO GL-INTERFACE-RECORD
           WRITE GL-INTERFACE-RECORD.
               GIVING BAL-VARIANCE-WS
           PERFORM 975-WRITE-BALANCE-LINE

           MOVE 'OPEN PAYABLES DOLLARS' TO BAL-DESC-OUT
           MOVE PAYMENT-GROSS-WS TO BAL-AMOUNT-OUT
           SUBTRACT TOTAL-DOLLARS-WS FROM PAYMENT-GROSS-WS
               GIVING BAL-VARIANCE-WS
           MOVE BALANCE-LINE-SETUP TO BALANCE-PRINT-LINE
           WRITE BALANCE-PRINT-LINE AFTER 1 LINE.

       925-WRITE-GL-DEBIT-LINE.
           MOVE 'J' TO GL-JRNL-REC-TYPE-OUT
           MOVE GL-SUM-ACC-WS (GL-SUM-IDX-WS)   TO GL-JRNL-ACCOUNT-OUT
       965-WRITE-ONE-RECYCLE-RECORD.
           MOVE RCYC-SAVE-REC-WS (RCYC-IDX-WS)    TO RCYC-INPUT-REC-OUT
           MOVE RCYC-SAVE-REASON-WS (RCYC-IDX-WS) TO RCYC-REASON-OUT
           MOVE RCYC-SAVE-SOURCE-WS (RCYC-IDX-WS) TO RCYC-SOURCE-OUT

           MOVE RECYCLE-RECORD-SETUP TO RECYCLE-OUTPUT-RECORD
           WRITE RECYCLE-OUTPUT-RECORD.
