       IDENTIFICATION DIVISION.
       PROGRAM-ID.   VCHARC.
       AUTHOR. ROGER WINTERS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

            SELECT ARCHIVE-CONTROL-FILE ASSIGN TO 'VCHACTL'
                FILE STATUS IS VCHA-FILE-STATUS-WS.

            SELECT VOUCHER-HISTORY-FILE ASSIGN TO 'VCHHIST'
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS VH-KEY
                ALTERNATE RECORD KEY IS VH-SUP-INV-KEY
                    WITH DUPLICATES
                ALTERNATE RECORD KEY IS VH-VOUCHER
                    WITH DUPLICATES
                FILE STATUS IS VCHH-FILE-STATUS-WS.

            SELECT VOUCHER-ARCHIVE-FILE ASSIGN TO 'VCHARCH'
                FILE STATUS IS ARCH-FILE-STATUS-WS.

            SELECT ARCHIVE-REPORT-FILE ASSIGN TO 'VCHARPT'.

       DATA DIVISION.
       FILE SECTION.
       FD  ARCHIVE-CONTROL-FILE RECORDING MODE IS F.
       01  ARCHIVE-CONTROL-RECORD.
           05  VCHA-RETAIN-YEARS       PIC XX.
           05  FILLER                  PIC X(78).

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

       FD  VOUCHER-ARCHIVE-FILE RECORDING MODE IS F.
       01  VOUCHER-ARCHIVE-RECORD      PIC X(100).

       FD  ARCHIVE-REPORT-FILE RECORDING MODE IS F.
       01  ARCHIVE-PRINT-LINE          PIC X(132).

       WORKING-STORAGE SECTION.
       01  WORKING-VARIABLES.
           05  EOF-HIST-WS                 PIC X(3)        VALUE 'NO'.
           05  VCHA-FILE-STATUS-WS         PIC XX          VALUE ZERO.
           05  VCHH-FILE-STATUS-WS         PIC XX          VALUE ZERO.
           05  ARCH-FILE-STATUS-WS         PIC XX          VALUE ZERO.
           05  CONTROL-VALID-WS            PIC X(3)        VALUE 'YES'.
           05  HIST-MISSING-WS             PIC X(3)        VALUE 'NO'.
           05  ARCHIVE-OPEN-WS             PIC X(3)        VALUE 'NO'.

           05  RETAIN-YEARS-WS             PIC 99          VALUE ZERO.
           05  RUN-DATE-WS                 PIC 9(8)        VALUE ZERO.
           05  CUTOFF-DATE-WS              PIC 9(8)        VALUE ZERO.
           05  CUTOFF-DATE-R REDEFINES CUTOFF-DATE-WS.
               10  CUTOFF-YYYY-WS          PIC 9(4).
               10  CUTOFF-MMDD-WS          PIC 9(4).

           05  PREV-RUN-DATE-WS            PIC 9(8)        VALUE ZERO.
           05  DATE-RECORDS-WS             PIC 9(7)        VALUE ZERO.
           05  DATE-DOLLARS-WS             PIC S9(10)V99   VALUE ZERO.

           05  RECORDS-READ-WS             PIC 9(7)        VALUE ZERO.
           05  RECORDS-MOVED-WS            PIC 9(7)        VALUE ZERO.
           05  RECORDS-RETAINED-WS         PIC 9(7)        VALUE ZERO.
           05  DELETE-ERRORS-WS            PIC 9(7)        VALUE ZERO.
           05  ARCHIVE-ERRORS-WS           PIC 9(7)        VALUE ZERO.
           05  RECORDS-WRITTEN-WS          PIC 9(7)        VALUE ZERO.
           05  RECORDS-DELETED-WS          PIC 9(7)        VALUE ZERO.
           05  DOLLARS-WRITTEN-WS          PIC S9(10)V99   VALUE ZERO.
           05  DOLLARS-DELETED-WS          PIC S9(10)V99   VALUE ZERO.
           05  DOLLARS-READ-WS             PIC S9(10)V99   VALUE ZERO.
           05  DOLLARS-MOVED-WS            PIC S9(10)V99   VALUE ZERO.
           05  DOLLARS-RETAINED-WS         PIC S9(10)V99   VALUE ZERO.

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
                               'VOUCHER HISTORY ARCHIVE'.
           05  FILLER              PIC X(17)      VALUE
                               'RUN DATES BEFORE '.
           05  HEADER-CUT-MO-OUT   PIC XX.
           05                      PIC X          VALUE '/'.
           05  HEADER-CUT-DY-OUT   PIC XX.
           05                      PIC X          VALUE '/'.
           05  HEADER-CUT-YR-OUT   PIC XXXX.
           05  FILLER              PIC X(4)       VALUE SPACE.
           05  FILLER              PIC X(11)      VALUE 'RETENTION: '.
           05  HEADER-RETAIN-OUT   PIC Z9.
           05  FILLER              PIC X(6)       VALUE ' YEARS'.

       01  COLUMN-HEADER1.
           05                      PIC X(5)       VALUE SPACE.
           05                      PIC X(10)      VALUE 'RUN DATE'.
           05                      PIC X(5)       VALUE SPACE.
           05                      PIC X(13)      VALUE
                               'RECORDS MOVED'.
           05                      PIC X(9)       VALUE SPACE.
           05                      PIC X(13)      VALUE
                               'DOLLARS MOVED'.

       01  ARCHIVE-DETAIL-LINE-SETUP.
           05  FILLER              PIC X(5)       VALUE SPACE.
           05  ARC-RUN-MO-OUT      PIC XX.
           05                      PIC X          VALUE '/'.
           05  ARC-RUN-DY-OUT      PIC XX.
           05                      PIC X          VALUE '/'.
           05  ARC-RUN-YR-OUT      PIC XXXX.
           05  FILLER              PIC X(11)      VALUE SPACE.
           05  ARC-RECORDS-OUT     PIC Z,ZZZ,ZZ9.
           05  FILLER              PIC X(4)       VALUE SPACE.
           05  ARC-DOLLARS-OUT     PIC $$$$,$$$,$$9.99BCR.

       01  ARCHIVE-MESSAGE-LINE-SETUP.
           05  FILLER              PIC X(5)       VALUE SPACE.
           05  ARC-MESSAGE-OUT     PIC X(60).

       01  ARCHIVE-TOTAL-LINE-SETUP.
           05  FILLER              PIC X(5)       VALUE SPACE.
           05  ARC-TOTAL-DESC-OUT  PIC X(20).
           05  ARC-TOTAL-RECS-OUT  PIC Z,ZZZ,ZZ9.
           05  FILLER              PIC X(4)       VALUE SPACE.
           05  ARC-TOTAL-DOLS-OUT  PIC $$$$,$$$,$$9.99BCR.

       PROCEDURE DIVISION.

       100-MAINLINE.
           PERFORM 200-OPEN

           IF CONTROL-VALID-WS = 'YES'
               PERFORM 250-READ-HISTORY
               PERFORM 300-PROCESS-HISTORY
                   UNTIL EOF-HIST-WS = 'YES'

               IF DATE-RECORDS-WS > ZERO
                   PERFORM 350-PRINT-RUN-DATE
               END-IF
           END-IF

           PERFORM 900-CLOSE
           STOP RUN.

       200-OPEN.
           MOVE FUNCTION CURRENT-DATE TO HOLD-DATE-WS
           MOVE HOLD-DATE-WS TO RUN-DATE-WS

           PERFORM 205-READ-ARCHIVE-CONTROL

           OPEN OUTPUT ARCHIVE-REPORT-FILE

           IF CONTROL-VALID-WS = 'YES'
               OPEN I-O VOUCHER-HISTORY-FILE

               IF VCHH-FILE-STATUS-WS = '35'
                   MOVE 'YES' TO HIST-MISSING-WS
                   MOVE 'YES' TO EOF-HIST-WS
               ELSE
                   MOVE LOW-VALUES TO VH-KEY
                   START VOUCHER-HISTORY-FILE
                       KEY IS NOT LESS THAN VH-KEY
                       INVALID KEY MOVE 'YES' TO EOF-HIST-WS
                   END-START
               END-IF

               OPEN EXTEND VOUCHER-ARCHIVE-FILE

               IF ARCH-FILE-STATUS-WS = '35'
                   OPEN OUTPUT VOUCHER-ARCHIVE-FILE
               END-IF

               MOVE 'YES' TO ARCHIVE-OPEN-WS
           END-IF

           MOVE HOLD-MO-WS TO HEADER-MO-OUT
           MOVE HOLD-DY-WS TO HEADER-DY-OUT
           MOVE HOLD-YR-WS TO HEADER-YR-OUT

           MOVE CUTOFF-DATE-WS(5:2) TO HEADER-CUT-MO-OUT
           MOVE CUTOFF-DATE-WS(7:2) TO HEADER-CUT-DY-OUT
           MOVE CUTOFF-DATE-WS(1:4) TO HEADER-CUT-YR-OUT
           MOVE RETAIN-YEARS-WS     TO HEADER-RETAIN-OUT

           PERFORM 500-HEADER.

       205-READ-ARCHIVE-CONTROL.
           OPEN INPUT ARCHIVE-CONTROL-FILE

           IF VCHA-FILE-STATUS-WS = '35'
               MOVE 'NO ' TO CONTROL-VALID-WS
           ELSE
               READ ARCHIVE-CONTROL-FILE
                   AT END
                       MOVE 'NO ' TO CONTROL-VALID-WS
                   NOT AT END
                       IF VCHA-RETAIN-YEARS IS NOT NUMERIC
                           MOVE 'NO ' TO CONTROL-VALID-WS
                       ELSE
                           MOVE VCHA-RETAIN-YEARS TO RETAIN-YEARS-WS

                           IF RETAIN-YEARS-WS = ZERO
                               MOVE 'NO ' TO CONTROL-VALID-WS
                           END-IF
                       END-IF
               END-READ

               CLOSE ARCHIVE-CONTROL-FILE
           END-IF

           IF CONTROL-VALID-WS = 'YES'
               MOVE RUN-DATE-WS TO CUTOFF-DATE-WS
               SUBTRACT RETAIN-YEARS-WS FROM CUTOFF-YYYY-WS
           END-IF.

       250-READ-HISTORY.
           IF EOF-HIST-WS NOT = 'YES'
               READ VOUCHER-HISTORY-FILE NEXT RECORD
                   AT END MOVE 'YES' TO EOF-HIST-WS
               END-READ
           END-IF.

       300-PROCESS-HISTORY.
           ADD 1         TO RECORDS-READ-WS
           ADD VH-AMOUNT TO DOLLARS-READ-WS

           IF VH-RUN-DATE < CUTOFF-DATE-WS
               PERFORM 310-ARCHIVE-RECORD
           ELSE
               ADD 1         TO RECORDS-RETAINED-WS
               ADD VH-AMOUNT TO DOLLARS-RETAINED-WS
           END-IF

           PERFORM 250-READ-HISTORY.

       310-ARCHIVE-RECORD.
           IF VH-RUN-DATE NOT = PREV-RUN-DATE-WS
               IF DATE-RECORDS-WS > ZERO
                   PERFORM 350-PRINT-RUN-DATE
               END-IF

               MOVE VH-RUN-DATE TO PREV-RUN-DATE-WS
           END-IF

           ADD 1         TO RECORDS-MOVED-WS
           ADD VH-AMOUNT TO DOLLARS-MOVED-WS
           ADD 1         TO DATE-RECORDS-WS
           ADD VH-AMOUNT TO DATE-DOLLARS-WS

           WRITE VOUCHER-ARCHIVE-RECORD FROM VOUCHER-HISTORY-RECORD

           IF ARCH-FILE-STATUS-WS = '00'
               ADD 1         TO RECORDS-WRITTEN-WS
               ADD VH-AMOUNT TO DOLLARS-WRITTEN-WS

               DELETE VOUCHER-HISTORY-FILE RECORD
                   INVALID KEY
                       ADD 1 TO DELETE-ERRORS-WS
                   NOT INVALID KEY
                       ADD 1         TO RECORDS-DELETED-WS
                       ADD VH-AMOUNT TO DOLLARS-DELETED-WS
               END-DELETE
           ELSE
               ADD 1 TO ARCHIVE-ERRORS-WS
           END-IF.

       350-PRINT-RUN-DATE.
           IF NUMBER-LINES-PER-PAGE-WS >= LINES-PER-PAGE-WS
               PERFORM 500-HEADER
           END-IF

           MOVE PREV-RUN-DATE-WS(5:2) TO ARC-RUN-MO-OUT
           MOVE PREV-RUN-DATE-WS(7:2) TO ARC-RUN-DY-OUT
           MOVE PREV-RUN-DATE-WS(1:4) TO ARC-RUN-YR-OUT
           MOVE DATE-RECORDS-WS       TO ARC-RECORDS-OUT
           MOVE DATE-DOLLARS-WS       TO ARC-DOLLARS-OUT

           MOVE ARCHIVE-DETAIL-LINE-SETUP TO ARCHIVE-PRINT-LINE
           WRITE ARCHIVE-PRINT-LINE AFTER 1 LINE
           ADD 1 TO NUMBER-LINES-PER-PAGE-WS

           MOVE ZERO TO DATE-RECORDS-WS
           MOVE ZERO TO DATE-DOLLARS-WS.

       500-HEADER.
           MOVE REPORT-HEADER TO ARCHIVE-PRINT-LINE
           WRITE ARCHIVE-PRINT-LINE AFTER PAGE

           MOVE COLUMN-HEADER1 TO ARCHIVE-PRINT-LINE
           WRITE ARCHIVE-PRINT-LINE AFTER 2 LINES

           MOVE SPACES TO ARCHIVE-PRINT-LINE
           WRITE ARCHIVE-PRINT-LINE AFTER 1 LINE

           MOVE 4 TO NUMBER-LINES-PER-PAGE-WS.

       900-CLOSE.
           MOVE 'RECORDS READ:'      TO ARC-TOTAL-DESC-OUT
           MOVE RECORDS-READ-WS      TO ARC-TOTAL-RECS-OUT
           MOVE DOLLARS-READ-WS      TO ARC-TOTAL-DOLS-OUT
           MOVE ARCHIVE-TOTAL-LINE-SETUP TO ARCHIVE-PRINT-LINE
           WRITE ARCHIVE-PRINT-LINE AFTER 3 LINES

           MOVE 'MOVED TO ARCHIVE:'  TO ARC-TOTAL-DESC-OUT
           MOVE RECORDS-MOVED-WS     TO ARC-TOTAL-RECS-OUT
           MOVE DOLLARS-MOVED-WS     TO ARC-TOTAL-DOLS-OUT
           MOVE ARCHIVE-TOTAL-LINE-SETUP TO ARCHIVE-PRINT-LINE
           WRITE ARCHIVE-PRINT-LINE AFTER 1 LINE

           MOVE 'RETAINED:'          TO ARC-TOTAL-DESC-OUT
           MOVE RECORDS-RETAINED-WS  TO ARC-TOTAL-RECS-OUT
           MOVE DOLLARS-RETAINED-WS  TO ARC-TOTAL-DOLS-OUT
           MOVE ARCHIVE-TOTAL-LINE-SETUP TO ARCHIVE-PRINT-LINE
           WRITE ARCHIVE-PRINT-LINE AFTER 1 LINE

           MOVE 'WRITTEN TO ARCHIVE:' TO ARC-TOTAL-DESC-OUT
           MOVE RECORDS-WRITTEN-WS   TO ARC-TOTAL-RECS-OUT
           MOVE DOLLARS-WRITTEN-WS   TO ARC-TOTAL-DOLS-OUT
           MOVE ARCHIVE-TOTAL-LINE-SETUP TO ARCHIVE-PRINT-LINE
           WRITE ARCHIVE-PRINT-LINE AFTER 1 LINE

           MOVE 'DELETED FROM HIST:' TO ARC-TOTAL-DESC-OUT
           MOVE RECORDS-DELETED-WS   TO ARC-TOTAL-RECS-OUT
           MOVE DOLLARS-DELETED-WS   TO ARC-TOTAL-DOLS-OUT
           MOVE ARCHIVE-TOTAL-LINE-SETUP TO ARCHIVE-PRINT-LINE
           WRITE ARCHIVE-PRINT-LINE AFTER 1 LINE

           IF CONTROL-VALID-WS NOT = 'YES'
               MOVE '*** CONTROL CARD MISSING OR INVALID - NONE MOVED'
                   TO ARC-MESSAGE-OUT
               PERFORM 910-WRITE-MESSAGE-LINE
               MOVE 12 TO RETURN-CODE
           ELSE IF RECORDS-WRITTEN-WS = RECORDS-MOVED-WS
                   AND DOLLARS-WRITTEN-WS = DOLLARS-MOVED-WS
                   AND RECORDS-DELETED-WS = RECORDS-MOVED-WS
                   AND DOLLARS-DELETED-WS = DOLLARS-MOVED-WS
               MOVE 'ARCHIVE AND HISTORY AGREE WITH RECORDS MOVED'
                   TO ARC-MESSAGE-OUT
               PERFORM 910-WRITE-MESSAGE-LINE
           ELSE
               MOVE '*** ARCHIVE OUT OF BALANCE WITH RECORDS MOVED ***'
                   TO ARC-MESSAGE-OUT
               PERFORM 910-WRITE-MESSAGE-LINE
               MOVE 16 TO RETURN-CODE
           END-IF
           END-IF

           IF HIST-MISSING-WS = 'YES'
               MOVE '*** VOUCHER HISTORY FILE NOT FOUND ***'
                   TO ARC-MESSAGE-OUT
               PERFORM 910-WRITE-MESSAGE-LINE
               MOVE 12 TO RETURN-CODE
           END-IF

           IF ARCHIVE-ERRORS-WS > ZERO
               MOVE '*** NOT WRITTEN TO ARCHIVE - LEFT ON HISTORY ***'
                   TO ARC-MESSAGE-OUT
               PERFORM 910-WRITE-MESSAGE-LINE
               MOVE 16 TO RETURN-CODE
           END-IF

           IF DELETE-ERRORS-WS > ZERO
               MOVE '*** ARCHIVED RECORDS NOT DELETED FROM HISTORY ***'
                   TO ARC-MESSAGE-OUT
               PERFORM 910-WRITE-MESSAGE-LINE
               MOVE 16 TO RETURN-CODE
           END-IF

           IF ARCHIVE-OPEN-WS = 'YES'
               IF HIST-MISSING-WS NOT = 'YES'
                   CLOSE VOUCHER-HISTORY-FILE
               END-IF

               CLOSE VOUCHER-ARCHIVE-FILE
           END-IF

           CLOSE ARCHIVE-REPORT-FILE.

       910-WRITE-MESSAGE-LINE.
           MOVE ARCHIVE-MESSAGE-LINE-SETUP TO ARCHIVE-PRINT-LINE
           WRITE ARCHIVE-PRINT-LINE AFTER 2 LINES.
