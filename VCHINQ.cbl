       FILE-CONTROL.

            SELECT VOUCHER-HISTORY-FILE ASSIGN TO 'VCHHIST'
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS VH-KEY
                ALTERNATE RECORD KEY IS VH-SUP-INV-KEY
                    WITH DUPLICATES
                ALTERNATE RECORD KEY IS VH-VOUCHER
                    WITH DUPLICATES
                FILE STATUS IS VCHH-FILE-STATUS-WS.

            SELECT INQUIRY-CARD-FILE ASSIGN TO 'VCHCTL'

       DATA DIVISION.
       FILE SECTION.
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

       FD  INQUIRY-CARD-FILE RECORDING MODE IS F.
       WORKING-STORAGE SECTION.
       01  WORKING-VARIABLES.
           05  EOF-HIST-WS                 PIC X(3)        VALUE 'NO'.
           05  EOF-CARD-WS                 PIC X(3)        VALUE 'NO'.
           05  HIST-MISSING-WS             PIC X(3)        VALUE 'NO'.
           05  READ-PATH-WS                PIC X           VALUE 'A'.
           05  VCHH-FILE-STATUS-WS         PIC XX          VALUE ZERO.
           05  INQ-FILE-STATUS-WS          PIC XX          VALUE ZERO.
           05  TRANS-PRINTED-WS            PIC 9(7)        VALUE ZERO.
           05  INQ-RUN-MM-OUT      PIC XX.
           05                      PIC X          VALUE ':'.
           05  INQ-RUN-SS-OUT      PIC XX.
           05  FILLER              PIC X(2)       VALUE SPACE.
           05  INQ-KIND-OUT        PIC X(4).

       01  INQUIRY-CRITERIA-LINE-SETUP.
           05  FILLER              PIC X(10)      VALUE 'SUPPLIER: '.
           05                      PIC X(6)       VALUE 'AMOUNT'.
           05                      PIC X(11)      VALUE SPACE.
           05                      PIC X(13)      VALUE 'RUN DATE/TIME'.
           05                      PIC X(12)      VALUE SPACE.
           05                      PIC X(4)       VALUE 'TYPE'.

       PROCEDURE DIVISION.

       100-MAINLINE.
           PERFORM 200-OPEN
           PERFORM 205-READ-INQUIRY-CARD

           IF EOF-CARD-WS = 'YES'
               PERFORM 300-PROCESS-INQUIRY
           ELSE
               PERFORM 300-PROCESS-INQUIRY UNTIL EOF-CARD-WS = 'YES'
           END-IF

           PERFORM 900-CLOSE
           STOP RUN.

       200-OPEN.
           OPEN OUTPUT INQUIRY-OUTPUT-FILE

           OPEN INPUT VOUCHER-HISTORY-FILE

           IF VCHH-FILE-STATUS-WS = '35'
               MOVE 'YES' TO HIST-MISSING-WS
           END-IF

           OPEN INPUT INQUIRY-CARD-FILE

           IF INQ-FILE-STATUS-WS = '35'
               MOVE 'YES' TO EOF-CARD-WS
           END-IF

           MOVE FUNCTION CURRENT-DATE TO HOLD-DATE-WS

           MOVE HOLD-MO-WS TO HEADER-MO-OUT
           MOVE HOLD-DY-WS TO HEADER-DY-OUT
           MOVE HOLD-YR-WS TO HEADER-YR-OUT.

       205-READ-INQUIRY-CARD.
           IF EOF-CARD-WS NOT = 'YES'
               READ INQUIRY-CARD-FILE
                   AT END MOVE 'YES' TO EOF-CARD-WS
               END-READ
           END-IF

           IF EOF-CARD-WS NOT = 'YES'
               MOVE INQ-SUPPLIER TO SUPPLIER-WANTED-WS
               MOVE INQ-INVOICE  TO INVOICE-WANTED-WS
               MOVE INQ-VOUCHER  TO VOUCHER-WANTED-WS
           END-IF.

       210-POSITION-HISTORY.
           MOVE 'NO ' TO EOF-HIST-WS

           IF HIST-MISSING-WS = 'YES'
               MOVE 'YES' TO EOF-HIST-WS
           ELSE IF VOUCHER-WANTED-WS NOT = SPACES
               MOVE 'V' TO READ-PATH-WS
               MOVE VOUCHER-WANTED-WS TO VH-VOUCHER
               START VOUCHER-HISTORY-FILE KEY IS EQUAL TO VH-VOUCHER
                   INVALID KEY MOVE 'YES' TO EOF-HIST-WS
               END-START
           ELSE IF SUPPLIER-WANTED-WS NOT = SPACES
               MOVE 'S' TO READ-PATH-WS
               MOVE SUPPLIER-WANTED-WS TO VH-SUPPLIER
               MOVE INVOICE-WANTED-WS  TO VH-INVOICE
               START VOUCHER-HISTORY-FILE
                   KEY IS NOT LESS THAN VH-SUP-INV-KEY
                   INVALID KEY MOVE 'YES' TO EOF-HIST-WS
               END-START
           ELSE
               MOVE 'A' TO READ-PATH-WS
               MOVE LOW-VALUES TO VH-KEY
               START VOUCHER-HISTORY-FILE
                   KEY IS NOT LESS THAN VH-KEY
                   INVALID KEY MOVE 'YES' TO EOF-HIST-WS
               END-START
           END-IF
           END-IF
           END-IF.

       250-READ-HISTORY.
           IF EOF-HIST-WS NOT = 'YES'
               READ VOUCHER-HISTORY-FILE NEXT RECORD
                   AT END MOVE 'YES' TO EOF-HIST-WS
               END-READ
           END-IF

           IF EOF-HIST-WS NOT = 'YES'
               IF READ-PATH-WS = 'V'
                       AND VH-VOUCHER NOT = VOUCHER-WANTED-WS
                   MOVE 'YES' TO EOF-HIST-WS
               END-IF

               IF READ-PATH-WS = 'S'
                       AND VH-SUPPLIER NOT = SUPPLIER-WANTED-WS
                   MOVE 'YES' TO EOF-HIST-WS
               END-IF

               IF READ-PATH-WS = 'S'
                       AND INVOICE-WANTED-WS NOT = SPACES
                       AND VH-INVOICE NOT = INVOICE-WANTED-WS
                   MOVE 'YES' TO EOF-HIST-WS
               END-IF
           END-IF.

       300-PROCESS-INQUIRY.
           MOVE ZERO TO TRANS-PRINTED-WS

           PERFORM 500-HEADER

           MOVE SPACES TO INQUIRY-PRINT-LINE
           WRITE INQUIRY-PRINT-LINE AFTER 1 LINE

           MOVE 7 TO NUMBER-LINES-PER-PAGE-WS

           PERFORM 210-POSITION-HISTORY
           PERFORM 250-READ-HISTORY
           PERFORM 310-PROCESS-TRAN UNTIL EOF-HIST-WS = 'YES'

           MOVE TRANS-PRINTED-WS TO TRANS-PRINTED-OUT

           MOVE TRANS-PRINTED-LINE-SETUP TO INQUIRY-PRINT-LINE
           WRITE INQUIRY-PRINT-LINE AFTER 3 LINES

           PERFORM 205-READ-INQUIRY-CARD.

       310-PROCESS-TRAN.
           PERFORM 320-CHECK-TRAN-MATCH

           IF TRAN-MATCHES-WS = 'YES'
           MOVE VH-RUN-TIME(3:2) TO INQ-RUN-MM-OUT
           MOVE VH-RUN-TIME(5:2) TO INQ-RUN-SS-OUT

           IF VH-REC-KIND = 'P'
               MOVE 'PAID'       TO INQ-KIND-OUT
           ELSE
               MOVE SPACES       TO INQ-KIND-OUT
           END-IF

           MOVE INQUIRY-DETAIL-LINE-SETUP TO INQUIRY-PRINT-LINE
           WRITE INQUIRY-PRINT-LINE AFTER 1 LINE
           ADD 1 TO NUMBER-LINES-PER-PAGE-WS.
           MOVE 0 TO NUMBER-LINES-PER-PAGE-WS.

       900-CLOSE.
           IF HIST-MISSING-WS NOT = 'YES'
               CLOSE VOUCHER-HISTORY-FILE
           END-IF

           IF INQ-FILE-STATUS-WS NOT = '35'
               CLOSE INQUIRY-CARD-FILE
           END-IF

           CLOSE INQUIRY-OUTPUT-FILE.
