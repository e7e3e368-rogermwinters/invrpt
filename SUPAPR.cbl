       IDENTIFICATION DIVISION.
       PROGRAM-ID.   SUPAPR.
       AUTHOR. ROGER WINTERS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

            SELECT APPROVAL-CONTROL-FILE ASSIGN TO 'SUPACTL'
                FILE STATUS IS APRC-FILE-STATUS-WS.

            SELECT APPROVAL-TRAN-FILE ASSIGN TO 'SUPATRN'.

            SELECT AUDIT-OUTPUT-FILE  ASSIGN TO 'SUPAAUD'.

            SELECT SUPPLIER-MASTER-FILE ASSIGN TO 'SUPMAST'
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS SUPPLIER-NUM-MAST.

            SELECT SUPPLIER-PENDING-FILE ASSIGN TO 'SUPPEND'
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS PEND-SUPPLIER-NUM
                FILE STATUS IS PEND-FILE-STATUS-WS.

            SELECT SUPPLIER-CHANGE-FILE ASSIGN TO 'SUPCHGH'
                FILE STATUS IS CHGH-FILE-STATUS-WS.

       DATA DIVISION.
       FILE SECTION.
       FD  APPROVAL-CONTROL-FILE RECORDING MODE IS F.
       01  APPROVAL-CONTROL-RECORD.
           05  APRC-OPERATOR           PIC X(8).
           05  FILLER                  PIC X(72).

       FD  APPROVAL-TRAN-FILE RECORDING MODE IS F.
       01  FILLER                  PIC X(80).

       FD  AUDIT-OUTPUT-FILE RECORDING MODE IS F.
       01  AUDIT-PRINT-LINE        PIC X(132).

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
           05  EOF-PEND-WS                 PIC X(3)        VALUE 'NO'.
           05  APRC-FILE-STATUS-WS         PIC XX          VALUE ZERO.
           05  PEND-FILE-STATUS-WS         PIC XX          VALUE ZERO.
           05  CHGH-FILE-STATUS-WS         PIC XX          VALUE ZERO.
           05  CONTROL-VALID-WS            PIC X(3)        VALUE 'YES'.
           05  APPROVER-WS                 PIC X(8)        VALUE SPACES.
           05  APPROVED-COUNT-WS           PIC 9(5)        VALUE ZERO.
           05  DECLINED-COUNT-WS           PIC 9(5)        VALUE ZERO.
           05  REJECTED-COUNT-WS           PIC 9(5)        VALUE ZERO.
           05  STILL-PENDING-COUNT-WS      PIC 9(5)        VALUE ZERO.
           05  NUMBER-LINES-PER-PAGE-WS    PIC 99          VALUE ZERO.
           05  LINES-PER-PAGE-WS           PIC 99          VALUE 50.
           05  TRAN-STATUS-WS              PIC X(8)        VALUE SPACES.
           05  TRAN-REASON-WS              PIC X(25)       VALUE SPACES.

           05  HOLD-STAMP-WS.
               10  HOLD-DATE-WS.
                   15  HOLD-YR-WS      PIC XXXX.
                   15  HOLD-MO-WS      PIC XX.
                   15  HOLD-DY-WS      PIC XX.
               10  HOLD-TIME-WS        PIC X(6).

       01  APPROVAL-TRAN-RECORD.
           05  TRAN-ACTION-IN      PIC X.
           05  TRAN-SUPPLIER-NUM-IN PIC X(5).
           05  FILLER              PIC X(74).

       01  AUDIT-DETAIL-LINE-SETUP.
           05  AUDIT-ACTION-OUT    PIC X.
           05  FILLER              PIC X(7)       VALUE SPACE.
           05  AUDIT-SUPPLIER-OUT  PIC X(5).
           05  FILLER              PIC X(5)       VALUE SPACE.
           05  AUDIT-REQUESTER-OUT PIC X(8).
           05  FILLER              PIC X(3)       VALUE SPACE.
           05  AUDIT-REQ-MO-OUT    PIC XX.
           05                      PIC X          VALUE '/'.
           05  AUDIT-REQ-DY-OUT    PIC XX.
           05                      PIC X          VALUE '/'.
           05  AUDIT-REQ-YR-OUT    PIC X(4).
           05  FILLER              PIC X(3)       VALUE SPACE.
           05  AUDIT-ADDR-OUT      PIC X(5).
           05  AUDIT-TIN-OUT       PIC X(4).
           05  AUDIT-HOLD-OUT      PIC X(8).
           05  FILLER              PIC X(2)       VALUE SPACE.
           05  AUDIT-NEW-ADDRESS-OUT   PIC X(25).
           05  FILLER              PIC X(2)       VALUE SPACE.
           05  AUDIT-STATUS-OUT    PIC X(8).
           05  FILLER              PIC X(3)       VALUE SPACE.
           05  AUDIT-REASON-OUT    PIC X(25).

       01  COUNT-LINE-SETUP.
           05  FILLER              PIC X(5)       VALUE SPACE.
           05  COUNT-DESC-OUT      PIC X(35).
           05  COUNT-OUT           PIC ZZZZ9.

       01  MESSAGE-LINE-SETUP.
           05  FILLER              PIC X(5)       VALUE SPACE.
           05  MESSAGE-OUT         PIC X(60).

       01  REPORT-HEADER.
           05  FILLER              PIC X(10)      VALUE 'RUN DATE: '.
           05  HEADER-MO-OUT       PIC 99.
           05                      PIC X          VALUE '/'.
           05  HEADER-DY-OUT       PIC 99.
           05                      PIC X          VALUE '/'.
           05  HEADER-YR-OUT       PIC 9999.
           05  FILLER              PIC X(10)      VALUE SPACE.
           05  FILLER              PIC X(38)      VALUE
                               'SUPPLIER CHANGE APPROVAL AUDIT'.
           05  FILLER              PIC X(10)      VALUE 'APPROVER: '.
           05  HEADER-APPROVER-OUT PIC X(8).

       01  COLUMN-HEADER1.
           05                      PIC X(6)       VALUE 'ACTION'.
           05                      PIC X(2)       VALUE SPACE.
           05                      PIC X(8)       VALUE 'SUPPLIER'.
           05                      PIC X(2)       VALUE SPACE.
           05                      PIC X(9)       VALUE 'REQUESTER'.
           05                      PIC X(2)       VALUE SPACE.
           05                      PIC X(9)       VALUE 'REQUESTED'.
           05                      PIC X(6)       VALUE SPACE.
           05                      PIC X(7)       VALUE 'CHANGES'.
           05                      PIC X(12)      VALUE SPACE.
           05                      PIC X(11)      VALUE 'NEW ADDRESS'.
           05                      PIC X(16)      VALUE SPACE.
           05                      PIC X(6)       VALUE 'STATUS'.
           05                      PIC X(5)       VALUE SPACE.
           05                      PIC X(6)       VALUE 'REASON'.

       PROCEDURE DIVISION.

       100-MAINLINE.
           PERFORM 200-OPEN

           IF CONTROL-VALID-WS = 'YES'
               PERFORM 250-READ-TRAN
               PERFORM 300-PROCESS-TRAN UNTIL EOF-TRAN-WS = 'YES'
               PERFORM 600-LIST-STILL-PENDING
           END-IF

           PERFORM 900-CLOSE
           STOP RUN.

       200-OPEN.
           PERFORM 205-READ-APPROVAL-CONTROL

           OPEN INPUT APPROVAL-TRAN-FILE
                I-O   SUPPLIER-MASTER-FILE
                I-O   SUPPLIER-PENDING-FILE
                OUTPUT AUDIT-OUTPUT-FILE

           IF PEND-FILE-STATUS-WS = '35'
               OPEN OUTPUT SUPPLIER-PENDING-FILE
               CLOSE SUPPLIER-PENDING-FILE
               OPEN I-O SUPPLIER-PENDING-FILE
           END-IF

           OPEN EXTEND SUPPLIER-CHANGE-FILE

           IF CHGH-FILE-STATUS-WS = '35'
               OPEN OUTPUT SUPPLIER-CHANGE-FILE
           END-IF

           MOVE FUNCTION CURRENT-DATE TO HOLD-STAMP-WS

           MOVE HOLD-MO-WS  TO HEADER-MO-OUT
           MOVE HOLD-DY-WS  TO HEADER-DY-OUT
           MOVE HOLD-YR-WS  TO HEADER-YR-OUT
           MOVE APPROVER-WS TO HEADER-APPROVER-OUT

           PERFORM 500-HEADER.

       205-READ-APPROVAL-CONTROL.
           OPEN INPUT APPROVAL-CONTROL-FILE

           IF APRC-FILE-STATUS-WS = '35'
               MOVE 'NO ' TO CONTROL-VALID-WS
           ELSE
               READ APPROVAL-CONTROL-FILE
                   AT END
                       MOVE 'NO ' TO CONTROL-VALID-WS
                   NOT AT END
                       IF APRC-OPERATOR = SPACES
                           MOVE 'NO ' TO CONTROL-VALID-WS
                       ELSE
                           MOVE APRC-OPERATOR TO APPROVER-WS
                       END-IF
               END-READ

               CLOSE APPROVAL-CONTROL-FILE
           END-IF.

       250-READ-TRAN.
           READ APPROVAL-TRAN-FILE INTO APPROVAL-TRAN-RECORD
               AT END MOVE 'YES' TO EOF-TRAN-WS
           END-READ.

       300-PROCESS-TRAN.
           MOVE SPACES TO TRAN-REASON-WS
           MOVE SPACES TO TRAN-STATUS-WS
           MOVE SPACES TO SUPPLIER-PENDING-RECORD

           IF TRAN-ACTION-IN = 'A' OR TRAN-ACTION-IN = 'R'
               PERFORM 310-READ-PENDING-CHANGE

               IF TRAN-STATUS-WS = SPACES
                   IF TRAN-ACTION-IN = 'A'
                       PERFORM 320-APPROVE-CHANGE
                   ELSE
                       PERFORM 330-DECLINE-CHANGE
                   END-IF
               END-IF
           ELSE
               MOVE 'REJECTED' TO TRAN-STATUS-WS
               MOVE 'INVALID ACTION CODE' TO TRAN-REASON-WS
           END-IF

           IF TRAN-STATUS-WS = 'APPROVED'
               ADD 1 TO APPROVED-COUNT-WS
           ELSE IF TRAN-STATUS-WS = 'DECLINED'
               ADD 1 TO DECLINED-COUNT-WS
           ELSE
               ADD 1 TO REJECTED-COUNT-WS
           END-IF
           END-IF

           MOVE TRAN-ACTION-IN       TO AUDIT-ACTION-OUT
           MOVE TRAN-SUPPLIER-NUM-IN TO AUDIT-SUPPLIER-OUT
           PERFORM 400-WRITE-AUDIT-LINE

           PERFORM 250-READ-TRAN.

       310-READ-PENDING-CHANGE.
           MOVE TRAN-SUPPLIER-NUM-IN TO PEND-SUPPLIER-NUM

           READ SUPPLIER-PENDING-FILE
               INVALID KEY
                   MOVE SPACES TO SUPPLIER-PENDING-RECORD
                   MOVE 'REJECTED' TO TRAN-STATUS-WS
                   MOVE 'NO CHANGE PENDING' TO TRAN-REASON-WS
               NOT INVALID KEY
                   IF PEND-REQUEST-OPER = APPROVER-WS
                       MOVE 'REJECTED' TO TRAN-STATUS-WS
                       MOVE 'APPROVER IS REQUESTER' TO TRAN-REASON-WS
                   END-IF
           END-READ.

       320-APPROVE-CHANGE.
           MOVE PEND-SUPPLIER-NUM TO SUPPLIER-NUM-MAST

           READ SUPPLIER-MASTER-FILE
               INVALID KEY
                   MOVE 'REJECTED' TO TRAN-STATUS-WS
                   MOVE 'SUPPLIER NOT ON MASTER' TO TRAN-REASON-WS
               NOT INVALID KEY
                   PERFORM 325-APPLY-PENDING-CHANGE
           END-READ.

       325-APPLY-PENDING-CHANGE.
           MOVE SPACES                TO SUPPLIER-CHANGE-RECORD
           MOVE PEND-SUPPLIER-NUM     TO CHG-SUPPLIER-NUM
           MOVE HOLD-DATE-WS          TO CHG-APPROVE-DATE
           MOVE HOLD-TIME-WS          TO CHG-APPROVE-TIME
           MOVE PEND-REQUEST-OPER     TO CHG-REQUEST-OPER
           MOVE APPROVER-WS           TO CHG-APPROVE-OPER
           MOVE PEND-ADDR-CHANGE      TO CHG-ADDR-CHANGE
           MOVE PEND-TIN-CHANGE       TO CHG-TIN-CHANGE
           MOVE PEND-HOLD-CHANGE      TO CHG-HOLD-CHANGE
           MOVE SUPPLIER-ADDRESS-MAST TO CHG-OLD-ADDRESS
           MOVE SUPPLIER-TIN-MAST     TO CHG-OLD-TIN

           IF PEND-ADDR-CHANGE = 'Y'
               MOVE PEND-ADDRESS TO SUPPLIER-ADDRESS-MAST
               MOVE PEND-CITY    TO SUPPLIER-CITY-MAST
               MOVE PEND-STATE   TO SUPPLIER-STATE-MAST
               MOVE PEND-ZIP     TO SUPPLIER-ZIP-MAST
           END-IF

           IF PEND-TIN-CHANGE = 'Y'
               MOVE PEND-TIN     TO SUPPLIER-TIN-MAST
           END-IF

           IF PEND-HOLD-CHANGE = 'Y'
               MOVE PEND-HOLD    TO SUPPLIER-HOLD-MAST
           END-IF

           MOVE SUPPLIER-ADDRESS-MAST TO CHG-NEW-ADDRESS
           MOVE SUPPLIER-TIN-MAST     TO CHG-NEW-TIN

           REWRITE SUPPLIER-MASTER-RECORD
               INVALID KEY
                   MOVE 'REJECTED' TO TRAN-STATUS-WS
                   MOVE 'MASTER NOT UPDATED' TO TRAN-REASON-WS
               NOT INVALID KEY
                   WRITE SUPPLIER-CHANGE-RECORD
                   DELETE SUPPLIER-PENDING-FILE
                       INVALID KEY
                           CONTINUE
                   END-DELETE
                   MOVE 'APPROVED' TO TRAN-STATUS-WS
           END-REWRITE.

       330-DECLINE-CHANGE.
           DELETE SUPPLIER-PENDING-FILE
               INVALID KEY
                   MOVE 'REJECTED' TO TRAN-STATUS-WS
                   MOVE 'NO CHANGE PENDING' TO TRAN-REASON-WS
               NOT INVALID KEY
                   MOVE 'DECLINED' TO TRAN-STATUS-WS
           END-DELETE.

       400-WRITE-AUDIT-LINE.
           MOVE PEND-REQUEST-OPER    TO AUDIT-REQUESTER-OUT
           MOVE SPACES               TO AUDIT-REQ-MO-OUT
           MOVE SPACES               TO AUDIT-REQ-DY-OUT
           MOVE SPACES               TO AUDIT-REQ-YR-OUT
           MOVE SPACES               TO AUDIT-ADDR-OUT
           MOVE SPACES               TO AUDIT-TIN-OUT
           MOVE SPACES               TO AUDIT-HOLD-OUT
           MOVE SPACES               TO AUDIT-NEW-ADDRESS-OUT

           IF PEND-SUPPLIER-NUM NOT = SPACES
               MOVE PEND-REQUEST-DATE(5:2) TO AUDIT-REQ-MO-OUT
               MOVE PEND-REQUEST-DATE(7:2) TO AUDIT-REQ-DY-OUT
               MOVE PEND-REQUEST-DATE(1:4) TO AUDIT-REQ-YR-OUT
           END-IF

           IF PEND-ADDR-CHANGE = 'Y'
               MOVE 'ADDR '      TO AUDIT-ADDR-OUT
               MOVE PEND-ADDRESS TO AUDIT-NEW-ADDRESS-OUT
           END-IF

           IF PEND-TIN-CHANGE = 'Y'
               MOVE 'TIN '       TO AUDIT-TIN-OUT
           END-IF

           IF PEND-HOLD-CHANGE = 'Y'
               MOVE 'RELEASE'    TO AUDIT-HOLD-OUT
           END-IF

           MOVE TRAN-STATUS-WS       TO AUDIT-STATUS-OUT
           MOVE TRAN-REASON-WS       TO AUDIT-REASON-OUT

           MOVE AUDIT-DETAIL-LINE-SETUP TO AUDIT-PRINT-LINE
           WRITE AUDIT-PRINT-LINE AFTER ADVANCING 1 LINE

           ADD 1 TO NUMBER-LINES-PER-PAGE-WS

           IF NUMBER-LINES-PER-PAGE-WS >= LINES-PER-PAGE-WS
               PERFORM 500-HEADER
           END-IF.

       500-HEADER.
           MOVE REPORT-HEADER TO AUDIT-PRINT-LINE
           WRITE AUDIT-PRINT-LINE AFTER PAGE

           MOVE COLUMN-HEADER1 TO AUDIT-PRINT-LINE
           WRITE AUDIT-PRINT-LINE AFTER 2 LINES

           MOVE SPACES TO AUDIT-PRINT-LINE
           WRITE AUDIT-PRINT-LINE AFTER 1 LINE

           MOVE 0 TO NUMBER-LINES-PER-PAGE-WS.

       600-LIST-STILL-PENDING.
           MOVE LOW-VALUES TO PEND-SUPPLIER-NUM

           START SUPPLIER-PENDING-FILE
                   KEY IS NOT LESS THAN PEND-SUPPLIER-NUM
               INVALID KEY MOVE 'YES' TO EOF-PEND-WS
           END-START

           PERFORM 610-READ-PENDING-NEXT
           PERFORM 620-LIST-ONE-PENDING UNTIL EOF-PEND-WS = 'YES'.

       610-READ-PENDING-NEXT.
           IF EOF-PEND-WS NOT = 'YES'
               READ SUPPLIER-PENDING-FILE NEXT RECORD
                   AT END MOVE 'YES' TO EOF-PEND-WS
               END-READ
           END-IF.

       620-LIST-ONE-PENDING.
           ADD 1 TO STILL-PENDING-COUNT-WS

           MOVE SPACE                TO AUDIT-ACTION-OUT
           MOVE PEND-SUPPLIER-NUM    TO AUDIT-SUPPLIER-OUT
           MOVE 'PENDING '           TO TRAN-STATUS-WS
           MOVE 'AWAITING APPROVAL'  TO TRAN-REASON-WS
           PERFORM 400-WRITE-AUDIT-LINE

           PERFORM 610-READ-PENDING-NEXT.

       900-CLOSE.
           MOVE 'CHANGES APPROVED:'          TO COUNT-DESC-OUT
           MOVE APPROVED-COUNT-WS            TO COUNT-OUT
           MOVE COUNT-LINE-SETUP             TO AUDIT-PRINT-LINE
           WRITE AUDIT-PRINT-LINE AFTER 3 LINES

           MOVE 'CHANGES DECLINED:'          TO COUNT-DESC-OUT
           MOVE DECLINED-COUNT-WS            TO COUNT-OUT
           MOVE COUNT-LINE-SETUP             TO AUDIT-PRINT-LINE
           WRITE AUDIT-PRINT-LINE AFTER 1 LINE

           MOVE 'TRANSACTIONS REJECTED:'     TO COUNT-DESC-OUT
           MOVE REJECTED-COUNT-WS            TO COUNT-OUT
           MOVE COUNT-LINE-SETUP             TO AUDIT-PRINT-LINE
           WRITE AUDIT-PRINT-LINE AFTER 1 LINE

           MOVE 'CHANGES STILL PENDING:'     TO COUNT-DESC-OUT
           MOVE STILL-PENDING-COUNT-WS       TO COUNT-OUT
           MOVE COUNT-LINE-SETUP             TO AUDIT-PRINT-LINE
           WRITE AUDIT-PRINT-LINE AFTER 1 LINE

           IF CONTROL-VALID-WS NOT = 'YES'
               MOVE '*** APPROVER ID MISSING - NO CHANGES PROCESSED ***'
                   TO MESSAGE-OUT
               MOVE MESSAGE-LINE-SETUP TO AUDIT-PRINT-LINE
               WRITE AUDIT-PRINT-LINE AFTER 2 LINES
               MOVE 12 TO RETURN-CODE
           END-IF

           CLOSE APPROVAL-TRAN-FILE
                 SUPPLIER-MASTER-FILE
                 SUPPLIER-PENDING-FILE
                 SUPPLIER-CHANGE-FILE
                 AUDIT-OUTPUT-FILE.
