       IDENTIFICATION DIVISION.
       PROGRAM-ID.   VCHCNV.
       AUTHOR. ROGER WINTERS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

            SELECT OLD-HISTORY-FILE ASSIGN TO 'VCHSEQ'
                FILE STATUS IS VSEQ-FILE-STATUS-WS.

            SELECT VOUCHER-HISTORY-FILE ASSIGN TO 'VCHHIST'
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS VH-KEY
                ALTERNATE RECORD KEY IS VH-SUP-INV-KEY
                    WITH DUPLICATES
                ALTERNATE RECORD KEY IS VH-VOUCHER
                    WITH DUPLICATES
                FILE STATUS IS VCHH-FILE-STATUS-WS.

            SELECT CONVERT-REPORT-FILE ASSIGN TO 'VCHCRPT'.

       DATA DIVISION.
       FILE SECTION.
       FD  OLD-HISTORY-FILE RECORDING MODE IS F.
       01  OLD-HISTORY-RECORD.
           05  OH-VOUCHER              PIC X(6).
           05  OH-INVOICE              PIC X(8).
           05  OH-SUPPLIER             PIC X(5).
           05  OH-STORE                PIC XXX.
           05  OH-ACCT                 PIC X(4).
           05  OH-DATE                 PIC X(8).
           05  OH-AMOUNT               PIC S9(6)V99.
           05  OH-RUN-DATE             PIC 9(8).
           05  OH-RUN-TIME             PIC 9(6).
           05  FILLER                  PIC X(12).

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

       FD  CONVERT-REPORT-FILE RECORDING MODE IS F.
       01  CONVERT-PRINT-LINE          PIC X(132).

       WORKING-STORAGE SECTION.
       01  WORKING-VARIABLES.
           05  EOF-OLD-WS                  PIC X(3)        VALUE 'NO'.
           05  VSEQ-FILE-STATUS-WS         PIC XX          VALUE ZERO.
           05  VCHH-FILE-STATUS-WS         PIC XX          VALUE ZERO.
           05  OLD-MISSING-WS              PIC X(3)        VALUE 'NO'.
           05  HIST-LOADED-WS              PIC X(3)        VALUE 'NO'.

           05  HIST-WRITE-SEQ-WS           PIC 9(5)        VALUE ZERO.
           05  RECORDS-READ-WS             PIC 9(7)        VALUE ZERO.
           05  RECORDS-WRITTEN-WS          PIC 9(7)        VALUE ZERO.
           05  RECORDS-REJECTED-WS         PIC 9(7)        VALUE ZERO.
           05  DOLLARS-READ-WS             PIC S9(10)V99   VALUE ZERO.
           05  DOLLARS-WRITTEN-WS          PIC S9(10)V99   VALUE ZERO.
           05  DOLLARS-REJECTED-WS         PIC S9(10)V99   VALUE ZERO.

           05  NUMBER-LINES-PER-PAGE-WS    PIC 99          VALUE ZERO.
           05  LINES-PER-PAGE-WS           PIC 99          VALUE 50.

           05  HOLD-DATE-WS.
               10  HOLD-YR-WS          PIC XXXX.
               10  HOLD-MO-WS          PIC XX.
               10  HOLD-DY-WS          PIC XX.

       01  REPORT-HEADER.
           05  FILLER              PIC X(10)      VALUE 'RUN DATE: '.
           05  HEADER-MO-OUT       PIC 99.
           05                      PIC X          VALUE '/'.
           05  HEADER-DY-OUT       PIC 99.
           05                      PIC X          VALUE '/'.
           05  HEADER-YR-OUT       PIC 9999.
           05  FILLER              PIC X(10)      VALUE SPACE.
           05  FILLER              PIC X(34)      VALUE
                               'VOUCHER HISTORY CONVERSION'.

       01  COLUMN-HEADER1.
           05                      PIC X(7)       VALUE 'VOUCHER'.
           05                      PIC X(2)       VALUE SPACE.
           05                      PIC X(7)       VALUE 'INVOICE'.
           05                      PIC X(4)       VALUE SPACE.
           05                      PIC X(8)       VALUE 'SUPPLIER'.
           05                      PIC X(2)       VALUE SPACE.
           05                      PIC X(8)       VALUE 'RUN DATE'.
           05                      PIC X(15)      VALUE SPACE.
           05                      PIC X(6)       VALUE 'AMOUNT'.
           05                      PIC X(3)       VALUE SPACE.
           05                      PIC X(6)       VALUE 'REASON'.

       01  REJECT-DETAIL-LINE-SETUP.
           05  REJ-VOUCHER-OUT     PIC X(6).
           05  FILLER              PIC X(3)       VALUE SPACE.
           05  REJ-INVOICE-OUT     PIC X(8).
           05  FILLER              PIC X(3)       VALUE SPACE.
           05  REJ-SUPPLIER-OUT    PIC X(5).
           05  FILLER              PIC X(5)       VALUE SPACE.
           05  REJ-RUN-MO-OUT      PIC XX.
           05                      PIC X          VALUE '/'.
           05  REJ-RUN-DY-OUT      PIC XX.
           05                      PIC X          VALUE '/'.
           05  REJ-RUN-YR-OUT      PIC X(4).
           05  FILLER              PIC X(2)       VALUE SPACE.
           05  REJ-AMOUNT-OUT      PIC $$$$,$$9.99BCR.
           05  FILLER              PIC X(3)       VALUE SPACE.
           05  REJ-REASON-OUT      PIC X(25).

       01  CONVERT-MESSAGE-LINE-SETUP.
           05  FILLER              PIC X(5)       VALUE SPACE.
           05  CNV-MESSAGE-OUT     PIC X(60).

       01  CONVERT-TOTAL-LINE-SETUP.
           05  FILLER              PIC X(5)       VALUE SPACE.
           05  CNV-TOTAL-DESC-OUT  PIC X(20).
           05  CNV-TOTAL-RECS-OUT  PIC Z,ZZZ,ZZ9.
           05  FILLER              PIC X(4)       VALUE SPACE.
           05  CNV-TOTAL-DOLS-OUT  PIC $$$$,$$$,$$9.99BCR.

       PROCEDURE DIVISION.

       100-MAINLINE.
           PERFORM 200-OPEN
           PERFORM 250-READ-OLD-HISTORY
           PERFORM 300-CONVERT-RECORD UNTIL EOF-OLD-WS = 'YES'
           PERFORM 900-CLOSE
           STOP RUN.

       200-OPEN.
           MOVE FUNCTION CURRENT-DATE TO HOLD-DATE-WS

           OPEN INPUT  OLD-HISTORY-FILE
                OUTPUT CONVERT-REPORT-FILE

           IF VSEQ-FILE-STATUS-WS = '00'
               OPEN I-O VOUCHER-HISTORY-FILE

               IF VCHH-FILE-STATUS-WS = '35'
                   OPEN OUTPUT VOUCHER-HISTORY-FILE
                   CLOSE VOUCHER-HISTORY-FILE
                   OPEN I-O VOUCHER-HISTORY-FILE
               ELSE
                   MOVE LOW-VALUES TO VH-KEY
                   START VOUCHER-HISTORY-FILE
                       KEY IS NOT LESS THAN VH-KEY
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE 'YES' TO HIST-LOADED-WS
                           MOVE 'YES' TO EOF-OLD-WS
                   END-START
               END-IF
           ELSE
               MOVE 'YES' TO OLD-MISSING-WS
               MOVE 'YES' TO EOF-OLD-WS
           END-IF

           MOVE HOLD-MO-WS TO HEADER-MO-OUT
           MOVE HOLD-DY-WS TO HEADER-DY-OUT
           MOVE HOLD-YR-WS TO HEADER-YR-OUT

           PERFORM 500-HEADER.

       250-READ-OLD-HISTORY.
           IF EOF-OLD-WS NOT = 'YES'
               READ OLD-HISTORY-FILE
                   AT END MOVE 'YES' TO EOF-OLD-WS
               END-READ
           END-IF.

       300-CONVERT-RECORD.
           ADD 1         TO RECORDS-READ-WS
           ADD OH-AMOUNT TO DOLLARS-READ-WS

           MOVE SPACES      TO VOUCHER-HISTORY-RECORD
           MOVE OH-VOUCHER  TO VH-VOUCHER
           MOVE OH-INVOICE  TO VH-INVOICE
           MOVE OH-SUPPLIER TO VH-SUPPLIER
           MOVE OH-STORE    TO VH-STORE
           MOVE OH-ACCT     TO VH-ACCT
           MOVE OH-DATE     TO VH-DATE
           MOVE OH-AMOUNT   TO VH-AMOUNT

           IF OH-RUN-DATE IS NUMERIC
               MOVE OH-RUN-DATE TO VH-RUN-DATE
           ELSE
               MOVE ZERO TO VH-RUN-DATE
           END-IF

           IF OH-RUN-TIME IS NUMERIC
               MOVE OH-RUN-TIME TO VH-RUN-TIME
           ELSE
               MOVE ZERO TO VH-RUN-TIME
           END-IF

           MOVE 'V'  TO VH-REC-KIND
           MOVE 1    TO VH-LINE-SEQ
           MOVE ZERO TO VH-DISC-AVAIL
           MOVE ZERO TO VH-DISC-TAKEN
           MOVE ZERO TO VH-DISC-LOST

           ADD 1 TO HIST-WRITE-SEQ-WS
           MOVE HIST-WRITE-SEQ-WS TO VH-HIST-SEQ

           WRITE VOUCHER-HISTORY-RECORD
               INVALID KEY
                   MOVE 'RECORD NOT WRITTEN' TO REJ-REASON-OUT
                   PERFORM 400-PRINT-REJECT
               NOT INVALID KEY
                   ADD 1         TO RECORDS-WRITTEN-WS
                   ADD OH-AMOUNT TO DOLLARS-WRITTEN-WS
           END-WRITE

           PERFORM 250-READ-OLD-HISTORY.

       400-PRINT-REJECT.
           ADD 1         TO RECORDS-REJECTED-WS
           ADD OH-AMOUNT TO DOLLARS-REJECTED-WS

           IF NUMBER-LINES-PER-PAGE-WS >= LINES-PER-PAGE-WS
               PERFORM 500-HEADER
           END-IF

           MOVE OH-VOUCHER       TO REJ-VOUCHER-OUT
           MOVE OH-INVOICE       TO REJ-INVOICE-OUT
           MOVE OH-SUPPLIER      TO REJ-SUPPLIER-OUT
           MOVE VH-RUN-DATE(5:2) TO REJ-RUN-MO-OUT
           MOVE VH-RUN-DATE(7:2) TO REJ-RUN-DY-OUT
           MOVE VH-RUN-DATE(1:4) TO REJ-RUN-YR-OUT
           MOVE OH-AMOUNT        TO REJ-AMOUNT-OUT

           MOVE REJECT-DETAIL-LINE-SETUP TO CONVERT-PRINT-LINE
           WRITE CONVERT-PRINT-LINE AFTER 1 LINE
           ADD 1 TO NUMBER-LINES-PER-PAGE-WS.

       500-HEADER.
           MOVE REPORT-HEADER TO CONVERT-PRINT-LINE
           WRITE CONVERT-PRINT-LINE AFTER PAGE

           MOVE COLUMN-HEADER1 TO CONVERT-PRINT-LINE
           WRITE CONVERT-PRINT-LINE AFTER 2 LINES

           MOVE SPACES TO CONVERT-PRINT-LINE
           WRITE CONVERT-PRINT-LINE AFTER 1 LINE

           MOVE 4 TO NUMBER-LINES-PER-PAGE-WS.

       900-CLOSE.
           MOVE 'RECORDS READ:'      TO CNV-TOTAL-DESC-OUT
           MOVE RECORDS-READ-WS      TO CNV-TOTAL-RECS-OUT
           MOVE DOLLARS-READ-WS      TO CNV-TOTAL-DOLS-OUT
           MOVE CONVERT-TOTAL-LINE-SETUP TO CONVERT-PRINT-LINE
           WRITE CONVERT-PRINT-LINE AFTER 3 LINES

           MOVE 'RECORDS WRITTEN:'   TO CNV-TOTAL-DESC-OUT
           MOVE RECORDS-WRITTEN-WS   TO CNV-TOTAL-RECS-OUT
           MOVE DOLLARS-WRITTEN-WS   TO CNV-TOTAL-DOLS-OUT
           MOVE CONVERT-TOTAL-LINE-SETUP TO CONVERT-PRINT-LINE
           WRITE CONVERT-PRINT-LINE AFTER 1 LINE

           MOVE 'RECORDS REJECTED:'  TO CNV-TOTAL-DESC-OUT
           MOVE RECORDS-REJECTED-WS  TO CNV-TOTAL-RECS-OUT
           MOVE DOLLARS-REJECTED-WS  TO CNV-TOTAL-DOLS-OUT
           MOVE CONVERT-TOTAL-LINE-SETUP TO CONVERT-PRINT-LINE
           WRITE CONVERT-PRINT-LINE AFTER 1 LINE

           IF OLD-MISSING-WS = 'YES'
               MOVE '*** OLD VOUCHER HISTORY FILE NOT FOUND ***'
                   TO CNV-MESSAGE-OUT
               PERFORM 910-WRITE-MESSAGE-LINE
               MOVE 12 TO RETURN-CODE
           END-IF

           IF HIST-LOADED-WS = 'YES'
               MOVE '*** HISTORY ALREADY LOADED - NONE CONVERTED ***'
                   TO CNV-MESSAGE-OUT
               PERFORM 910-WRITE-MESSAGE-LINE
               MOVE 12 TO RETURN-CODE
           END-IF

           IF RECORDS-REJECTED-WS > ZERO
               MOVE '*** CONVERSION INCOMPLETE - SEE REJECTED RECORDS'
                   TO CNV-MESSAGE-OUT
               PERFORM 910-WRITE-MESSAGE-LINE
               MOVE 16 TO RETURN-CODE
           END-IF

           IF OLD-MISSING-WS NOT = 'YES'
               CLOSE OLD-HISTORY-FILE
                     VOUCHER-HISTORY-FILE
           END-IF

           CLOSE CONVERT-REPORT-FILE.

       910-WRITE-MESSAGE-LINE.
           MOVE CONVERT-MESSAGE-LINE-SETUP TO CONVERT-PRINT-LINE
           WRITE CONVERT-PRINT-LINE AFTER 2 LINES.
