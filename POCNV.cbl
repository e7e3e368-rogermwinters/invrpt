       IDENTIFICATION DIVISION.
       PROGRAM-ID.   POCNV.
       AUTHOR. ROGER WINTERS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

            SELECT OLD-PO-FILE ASSIGN TO 'POSEQ'
                FILE STATUS IS PSEQ-FILE-STATUS-WS.

            SELECT PO-MASTER-FILE ASSIGN TO 'POMAST'
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS PO-NUM-MAST
                FILE STATUS IS POM-FILE-STATUS-WS.

            SELECT CONVERT-REPORT-FILE ASSIGN TO 'POCRPT'.

       DATA DIVISION.
       FILE SECTION.
       FD  OLD-PO-FILE RECORDING MODE IS F.
       01  OLD-PO-RECORD.
           05  OPO-NUM                 PIC X(12).
           05  OPO-SUPPLIER            PIC X(5).
           05  OPO-STORE               PIC XXX.
           05  OPO-ORDERED             PIC S9(8)V99.
           05  OPO-VOUCHERED           PIC S9(8)V99.
           05  OPO-STATUS              PIC X.

       FD  PO-MASTER-FILE.
       01  PO-MASTER-RECORD.
           05  PO-NUM-MAST             PIC X(12).
           05  PO-SUPPLIER-MAST        PIC X(5).
           05  PO-STORE-MAST           PIC XXX.
           05  PO-ORDERED-MAST         PIC S9(8)V99.
           05  PO-VOUCHERED-MAST       PIC S9(8)V99.
           05  PO-STATUS-MAST          PIC X.
           05  PO-RECEIVED-MAST        PIC S9(8)V99.

       FD  CONVERT-REPORT-FILE RECORDING MODE IS F.
       01  CONVERT-PRINT-LINE          PIC X(132).

       WORKING-STORAGE SECTION.
       01  WORKING-VARIABLES.
           05  EOF-OLD-WS                  PIC X(3)        VALUE 'NO'.
           05  PSEQ-FILE-STATUS-WS         PIC XX          VALUE ZERO.
           05  POM-FILE-STATUS-WS          PIC XX          VALUE ZERO.
           05  OLD-MISSING-WS              PIC X(3)        VALUE 'NO'.
           05  MASTER-LOADED-WS            PIC X(3)        VALUE 'NO'.

           05  RECORDS-READ-WS             PIC 9(7)        VALUE ZERO.
           05  RECORDS-WRITTEN-WS          PIC 9(7)        VALUE ZERO.
           05  RECORDS-REJECTED-WS         PIC 9(7)        VALUE ZERO.
           05  ORDERED-READ-WS             PIC S9(10)V99   VALUE ZERO.
           05  ORDERED-WRITTEN-WS          PIC S9(10)V99   VALUE ZERO.
           05  ORDERED-REJECTED-WS         PIC S9(10)V99   VALUE ZERO.
           05  VOUCHERED-READ-WS           PIC S9(10)V99   VALUE ZERO.
           05  VOUCHERED-WRITTEN-WS        PIC S9(10)V99   VALUE ZERO.
           05  VOUCHERED-REJECTED-WS       PIC S9(10)V99   VALUE ZERO.

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
                               'PURCHASE ORDER MASTER CONVERSION'.

       01  REPORT-HEADER2.
           05  FILLER              PIC X(32)      VALUE SPACE.
           05  FILLER              PIC X(44)      VALUE
                       'RECEIVED AMOUNT SET TO AMOUNT VOUCHERED'.

       01  COLUMN-HEADER1.
           05                      PIC X(9)       VALUE 'PO NUMBER'.
           05                      PIC X(5)       VALUE SPACE.
           05                      PIC X(8)       VALUE 'SUPPLIER'.
           05                      PIC X(2)       VALUE SPACE.
           05                      PIC X(5)       VALUE 'STORE'.
           05                      PIC X(11)      VALUE SPACE.
           05                      PIC X(7)       VALUE 'ORDERED'.
           05                      PIC X(11)      VALUE SPACE.
           05                      PIC X(9)       VALUE 'VOUCHERED'.
           05                      PIC X(3)       VALUE SPACE.
           05                      PIC X(6)       VALUE 'REASON'.

       01  REJECT-DETAIL-LINE-SETUP.
           05  REJ-PO-NUM-OUT      PIC X(12).
           05  FILLER              PIC X(2)       VALUE SPACE.
           05  REJ-SUPPLIER-OUT    PIC X(5).
           05  FILLER              PIC X(5)       VALUE SPACE.
           05  REJ-STORE-OUT       PIC XXX.
           05  FILLER              PIC X(3)       VALUE SPACE.
           05  REJ-ORDERED-OUT     PIC $$$,$$$,$$9.99BCR.
           05  FILLER              PIC X(2)       VALUE SPACE.
           05  REJ-VOUCHERED-OUT   PIC $$$,$$$,$$9.99BCR.
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
           05  CNV-TOTAL-ORD-OUT   PIC $$$$,$$$,$$9.99BCR.
           05  FILLER              PIC X(4)       VALUE SPACE.
           05  CNV-TOTAL-VCH-OUT   PIC $$$$,$$$,$$9.99BCR.

       PROCEDURE DIVISION.

       100-MAINLINE.
           PERFORM 200-OPEN
           PERFORM 250-READ-OLD-PO
           PERFORM 300-CONVERT-RECORD UNTIL EOF-OLD-WS = 'YES'
           PERFORM 900-CLOSE
           STOP RUN.

       200-OPEN.
           MOVE FUNCTION CURRENT-DATE TO HOLD-DATE-WS

           OPEN INPUT  OLD-PO-FILE
                OUTPUT CONVERT-REPORT-FILE

           IF PSEQ-FILE-STATUS-WS = '00'
               OPEN I-O PO-MASTER-FILE

               IF POM-FILE-STATUS-WS = '35'
                   OPEN OUTPUT PO-MASTER-FILE
                   CLOSE PO-MASTER-FILE
                   OPEN I-O PO-MASTER-FILE
               ELSE
                   MOVE LOW-VALUES TO PO-NUM-MAST
                   START PO-MASTER-FILE
                       KEY IS NOT LESS THAN PO-NUM-MAST
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE 'YES' TO MASTER-LOADED-WS
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

       250-READ-OLD-PO.
           IF EOF-OLD-WS NOT = 'YES'
               READ OLD-PO-FILE
                   AT END MOVE 'YES' TO EOF-OLD-WS
               END-READ
           END-IF.

       300-CONVERT-RECORD.
           ADD 1             TO RECORDS-READ-WS
           ADD OPO-ORDERED   TO ORDERED-READ-WS
           ADD OPO-VOUCHERED TO VOUCHERED-READ-WS

           MOVE OPO-NUM       TO PO-NUM-MAST
           MOVE OPO-SUPPLIER  TO PO-SUPPLIER-MAST
           MOVE OPO-STORE     TO PO-STORE-MAST
           MOVE OPO-ORDERED   TO PO-ORDERED-MAST
           MOVE OPO-VOUCHERED TO PO-VOUCHERED-MAST
           MOVE OPO-STATUS    TO PO-STATUS-MAST
           MOVE OPO-VOUCHERED TO PO-RECEIVED-MAST

           WRITE PO-MASTER-RECORD
               INVALID KEY
                   MOVE 'RECORD NOT WRITTEN' TO REJ-REASON-OUT
                   PERFORM 400-PRINT-REJECT
               NOT INVALID KEY
                   ADD 1             TO RECORDS-WRITTEN-WS
                   ADD OPO-ORDERED   TO ORDERED-WRITTEN-WS
                   ADD OPO-VOUCHERED TO VOUCHERED-WRITTEN-WS
           END-WRITE

           PERFORM 250-READ-OLD-PO.

       400-PRINT-REJECT.
           ADD 1             TO RECORDS-REJECTED-WS
           ADD OPO-ORDERED   TO ORDERED-REJECTED-WS
           ADD OPO-VOUCHERED TO VOUCHERED-REJECTED-WS

           IF NUMBER-LINES-PER-PAGE-WS >= LINES-PER-PAGE-WS
               PERFORM 500-HEADER
           END-IF

           MOVE OPO-NUM       TO REJ-PO-NUM-OUT
           MOVE OPO-SUPPLIER  TO REJ-SUPPLIER-OUT
           MOVE OPO-STORE     TO REJ-STORE-OUT
           MOVE OPO-ORDERED   TO REJ-ORDERED-OUT
           MOVE OPO-VOUCHERED TO REJ-VOUCHERED-OUT

           MOVE REJECT-DETAIL-LINE-SETUP TO CONVERT-PRINT-LINE
           WRITE CONVERT-PRINT-LINE AFTER 1 LINE
           ADD 1             TO NUMBER-LINES-PER-PAGE-WS.

       500-HEADER.
           MOVE REPORT-HEADER TO CONVERT-PRINT-LINE
           WRITE CONVERT-PRINT-LINE AFTER PAGE

           MOVE REPORT-HEADER2 TO CONVERT-PRINT-LINE
           WRITE CONVERT-PRINT-LINE AFTER 1 LINE

           MOVE COLUMN-HEADER1 TO CONVERT-PRINT-LINE
           WRITE CONVERT-PRINT-LINE AFTER 2 LINES

           MOVE SPACES TO CONVERT-PRINT-LINE
           WRITE CONVERT-PRINT-LINE AFTER 1 LINE

           MOVE 5 TO NUMBER-LINES-PER-PAGE-WS.

       900-CLOSE.
           MOVE 'RECORDS READ:'       TO CNV-TOTAL-DESC-OUT
           MOVE RECORDS-READ-WS       TO CNV-TOTAL-RECS-OUT
           MOVE ORDERED-READ-WS       TO CNV-TOTAL-ORD-OUT
           MOVE VOUCHERED-READ-WS     TO CNV-TOTAL-VCH-OUT
           MOVE CONVERT-TOTAL-LINE-SETUP TO CONVERT-PRINT-LINE
           WRITE CONVERT-PRINT-LINE AFTER 3 LINES

           MOVE 'RECORDS WRITTEN:'    TO CNV-TOTAL-DESC-OUT
           MOVE RECORDS-WRITTEN-WS    TO CNV-TOTAL-RECS-OUT
           MOVE ORDERED-WRITTEN-WS    TO CNV-TOTAL-ORD-OUT
           MOVE VOUCHERED-WRITTEN-WS  TO CNV-TOTAL-VCH-OUT
           MOVE CONVERT-TOTAL-LINE-SETUP TO CONVERT-PRINT-LINE
           WRITE CONVERT-PRINT-LINE AFTER 1 LINE

           MOVE 'RECORDS REJECTED:'   TO CNV-TOTAL-DESC-OUT
           MOVE RECORDS-REJECTED-WS   TO CNV-TOTAL-RECS-OUT
           MOVE ORDERED-REJECTED-WS   TO CNV-TOTAL-ORD-OUT
           MOVE VOUCHERED-REJECTED-WS TO CNV-TOTAL-VCH-OUT
           MOVE CONVERT-TOTAL-LINE-SETUP TO CONVERT-PRINT-LINE
           WRITE CONVERT-PRINT-LINE AFTER 1 LINE

           IF OLD-MISSING-WS = 'YES'
               MOVE '*** OLD PURCHASE ORDER FILE NOT FOUND ***'
                   TO CNV-MESSAGE-OUT
               PERFORM 910-WRITE-MESSAGE-LINE
               MOVE 12 TO RETURN-CODE
           END-IF

           IF MASTER-LOADED-WS = 'YES'
               MOVE '*** PO MASTER ALREADY LOADED - NONE CONVERTED ***'
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
               CLOSE OLD-PO-FILE
                     PO-MASTER-FILE
           END-IF

           CLOSE CONVERT-REPORT-FILE.

       910-WRITE-MESSAGE-LINE.
           MOVE CONVERT-MESSAGE-LINE-SETUP TO CONVERT-PRINT-LINE
           WRITE CONVERT-PRINT-LINE AFTER 2 LINES.
