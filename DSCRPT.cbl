       IDENTIFICATION DIVISION.
       PROGRAM-ID.   DSCRPT.
       AUTHOR. ROGER WINTERS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

            SELECT DISCOUNT-CONTROL-FILE ASSIGN TO 'DSCCTL'
                FILE STATUS IS DSCC-FILE-STATUS-WS.

            SELECT VOUCHER-HISTORY-FILE ASSIGN TO 'VCHHIST'
                ORGANIZATION IS INDEXED
                ACCESS MODE IS SEQUENTIAL
                RECORD KEY IS VH-KEY
                ALTERNATE RECORD KEY IS VH-SUP-INV-KEY
                    WITH DUPLICATES
                ALTERNATE RECORD KEY IS VH-VOUCHER
                    WITH DUPLICATES
                FILE STATUS IS VCHH-FILE-STATUS-WS.

            SELECT SUPPLIER-MASTER-FILE ASSIGN TO 'SUPMAST'
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS SUPPLIER-NUM-MAST.

            SELECT STORE-MASTER-FILE ASSIGN TO 'STRMAST'
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS STORE-NUM-MAST.

            SELECT DISCOUNT-OUTPUT-FILE ASSIGN TO 'DSCARPT'.

            SELECT SORT-WORK-FILE ASSIGN TO 'SORTWK'.

       DATA DIVISION.
       FILE SECTION.
       FD  DISCOUNT-CONTROL-FILE RECORDING MODE IS F.
       01  DISCOUNT-CONTROL-RECORD.
           05  DSCC-YEAR               PIC X(4).
           05  FILLER                  PIC X(76).

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
           05  VH-DATE-R REDEFINES VH-DATE.
               10  VH-DATE-MM          PIC XX.
               10  VH-DATE-DD          PIC XX.
               10  VH-DATE-YYYY        PIC X(4).
           05  VH-AMOUNT               PIC S9(6)V99.
           05  VH-LINE-SEQ             PIC 99.
           05  VH-DISC-AVAIL           PIC S9(6)V99.
           05  VH-DISC-TAKEN           PIC S9(6)V99.
           05  VH-DISC-LOST            PIC S9(6)V99.
           05  FILLER                  PIC X(12).

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

       FD  STORE-MASTER-FILE.
       01  STORE-MASTER-RECORD.
           05  STORE-NUM-MAST          PIC XXX.
           05  STORE-NAME-MAST         PIC X(20).
           05  STORE-MGR-MAST          PIC X(20).
           05  STORE-REGION-MAST       PIC XX.

       FD  DISCOUNT-OUTPUT-FILE RECORDING MODE IS F.
       01  DISCOUNT-PRINT-LINE      PIC X(132).

       SD  SORT-WORK-FILE.
       01  SORT-WORK-RECORD.
           05  SORT-SPEND-KEY          PIC S9(10)V99.
           05  SORT-CODE-KEY           PIC X(5).
           05  SORT-TABLE-SUB          PIC 9(4).

       WORKING-STORAGE SECTION.
       01  WORKING-VARIABLES.
           05  DSCC-FILE-STATUS-WS         PIC XX          VALUE ZERO.
           05  VCHH-FILE-STATUS-WS         PIC XX          VALUE ZERO.
           05  EOF-VCHH-WS                 PIC X(3)        VALUE 'NO'.
           05  EOF-SORT-WS                 PIC X(3)        VALUE 'NO'.
           05  DSC-FOUND-WS                PIC X(3)        VALUE 'NO'.
           05  SUP-TABLE-FULL-WS           PIC X(3)        VALUE 'NO'.
           05  STR-TABLE-FULL-WS           PIC X(3)        VALUE 'NO'.
           05  FIRST-LINE-WS               PIC X(3)        VALUE 'NO'.
           05  DAYS-VALID-WS               PIC X(3)        VALUE 'NO'.

           05  REPORT-YEAR-WS              PIC 9(4)        VALUE ZERO.
           05  HIST-READ-WS                PIC 9(7)        VALUE ZERO.
           05  HIST-USED-WS                PIC 9(7)        VALUE ZERO.
           05  RANK-WS                     PIC 9(4)        VALUE ZERO.
           05  INV-DATE-WS                 PIC 9(8)        VALUE ZERO.
           05  KEY-DAYS-WS                 PIC S9(5)       VALUE ZERO.
           05  AVG-DAYS-WS                 PIC S9(5)       VALUE ZERO.
           05  SPEND-PCT-WS                PIC S999V99     VALUE ZERO.
           05  RANK-TOTAL-SPEND-WS         PIC S9(10)V99   VALUE ZERO.
           05  LINE-AVAIL-WS               PIC S9(6)V99    VALUE ZERO.
           05  LINE-TAKEN-WS               PIC S9(6)V99    VALUE ZERO.
           05  LINE-LOST-WS                PIC S9(6)V99    VALUE ZERO.
           05  LINE-LATE-WS                PIC S9(6)V99    VALUE ZERO.
           05  LINE-SPEND-WS               PIC S9(6)V99    VALUE ZERO.

           05  NUMBER-LINES-PER-PAGE-WS    PIC 99          VALUE ZERO.
           05  LINES-PER-PAGE-WS           PIC 99          VALUE 50.

           05  HOLD-DATE-WS.
               10  HOLD-YR-WS          PIC XXXX.
               10  HOLD-MO-WS          PIC XX.
               10  HOLD-DY-WS          PIC XX.

       01  COLUMN-HEADER-WS            PIC X(132)      VALUE SPACES.

       01  GRAND-TOTALS.
           05  GRAND-SPEND-WS              PIC S9(10)V99   VALUE ZERO.
           05  GRAND-AVAIL-WS              PIC S9(10)V99   VALUE ZERO.
           05  GRAND-TAKEN-WS              PIC S9(10)V99   VALUE ZERO.
           05  GRAND-LOST-WS               PIC S9(10)V99   VALUE ZERO.
           05  GRAND-LATE-WS               PIC S9(10)V99   VALUE ZERO.
           05  GRAND-DAYS-WS               PIC S9(9)       VALUE ZERO.
           05  GRAND-KEYED-WS              PIC 9(7)        VALUE ZERO.

       01  SUPPLIER-DISCOUNT-TABLE.
           05  SUP-COUNT-WS                PIC 9(4)        VALUE ZERO.
           05  SUP-ENTRY OCCURS 2000 TIMES
                           INDEXED BY SUP-IDX-WS.
               10  SUP-NUM-WS              PIC X(5).
               10  SUP-SPEND-WS            PIC S9(10)V99.
               10  SUP-AVAIL-WS            PIC S9(10)V99.
               10  SUP-TAKEN-WS            PIC S9(10)V99.
               10  SUP-LOST-WS             PIC S9(10)V99.
               10  SUP-LATE-WS             PIC S9(10)V99.
               10  SUP-DAYS-WS             PIC S9(9).
               10  SUP-KEYED-WS            PIC 9(7).

       01  STORE-DISCOUNT-TABLE.
           05  STR-COUNT-WS                PIC 9(4)        VALUE ZERO.
           05  STR-ENTRY OCCURS 500 TIMES
                           INDEXED BY STR-IDX-WS.
               10  STR-NUM-WS              PIC XXX.
               10  STR-SPEND-WS            PIC S9(10)V99.
               10  STR-AVAIL-WS            PIC S9(10)V99.
               10  STR-TAKEN-WS            PIC S9(10)V99.
               10  STR-LOST-WS             PIC S9(10)V99.
               10  STR-LATE-WS             PIC S9(10)V99.
               10  STR-DAYS-WS             PIC S9(9).
               10  STR-KEYED-WS            PIC 9(7).

       01  REPORT-HEADER.
           05  FILLER              PIC X(10)      VALUE 'RUN DATE: '.
           05  HEADER-MO-OUT       PIC 99.
           05                      PIC X          VALUE '/'.
           05  HEADER-DY-OUT       PIC 99.
           05                      PIC X          VALUE '/'.
           05  HEADER-YR-OUT       PIC 9999.
           05  FILLER              PIC X(10)      VALUE SPACE.
           05  FILLER              PIC X(29)      VALUE
                               'DISCOUNT TAKEN/LOST ANALYSIS'.
           05  FILLER              PIC X(6)       VALUE 'YEAR: '.
           05  HEADER-YEAR-OUT     PIC 9999.
           05  FILLER              PIC X(4)       VALUE SPACE.
           05  HEADER-TITLE-OUT    PIC X(30).

       01  COLUMN-HEADER-ANALYSIS.
           05                      PIC X(6)       VALUE 'NUMBER'.
           05                      PIC X(2)       VALUE SPACE.
           05                      PIC X(4)       VALUE 'NAME'.
           05                      PIC X(29)      VALUE SPACE.
           05                      PIC X(5)       VALUE 'SPEND'.
           05                      PIC X(5)       VALUE SPACE.
           05                      PIC X(11)      VALUE 'DISC AVAIL'.
           05                      PIC X(5)       VALUE SPACE.
           05                      PIC X(11)      VALUE 'DISC TAKEN'.
           05                      PIC X(6)       VALUE SPACE.
           05                      PIC X(10)      VALUE 'DISC LOST'.
           05                      PIC X(5)       VALUE SPACE.
           05                      PIC X(11)      VALUE 'LOST KEYING'.
           05                      PIC X(2)       VALUE SPACE.
           05                      PIC X(8)       VALUE 'AVG DAYS'.

       01  COLUMN-HEADER-RANKING.
           05                      PIC X(4)       VALUE 'RANK'.
           05                      PIC X(2)       VALUE SPACE.
           05                      PIC X(8)       VALUE 'SUPPLIER'.
           05                      PIC X(2)       VALUE SPACE.
           05                      PIC X(4)       VALUE 'NAME'.
           05                      PIC X(27)      VALUE SPACE.
           05                      PIC X(12)      VALUE 'ANNUAL SPEND'.
           05                      PIC X(3)       VALUE SPACE.
           05                      PIC X(7)       VALUE 'PCT TOT'.
           05                      PIC X(7)       VALUE SPACE.
           05                      PIC X(10)      VALUE 'DISC TAKEN'.
           05                      PIC X(7)       VALUE SPACE.
           05                      PIC X(9)       VALUE 'DISC LOST'.

       01  ANALYSIS-LINE-SETUP.
           05  DSC-CODE-OUT        PIC X(5).
           05  FILLER              PIC X(3)       VALUE SPACE.
           05  DSC-NAME-OUT        PIC X(23).
           05  FILLER              PIC X(2)       VALUE SPACE.
           05  DSC-SPEND-OUT       PIC ZZ,ZZZ,ZZ9.99-.
           05  FILLER              PIC X(2)       VALUE SPACE.
           05  DSC-AVAIL-OUT       PIC ZZ,ZZZ,ZZ9.99-.
           05  FILLER              PIC X(2)       VALUE SPACE.
           05  DSC-TAKEN-OUT       PIC ZZ,ZZZ,ZZ9.99-.
           05  FILLER              PIC X(2)       VALUE SPACE.
           05  DSC-LOST-OUT        PIC ZZ,ZZZ,ZZ9.99-.
           05  FILLER              PIC X(2)       VALUE SPACE.
           05  DSC-LATE-OUT        PIC ZZ,ZZZ,ZZ9.99-.
           05  FILLER              PIC X(4)       VALUE SPACE.
           05  DSC-AVG-DAYS-OUT    PIC ZZZ9-.

       01  RANKING-LINE-SETUP.
           05  RANK-OUT            PIC ZZZ9.
           05  FILLER              PIC X(4)       VALUE SPACE.
           05  RANK-SUPPLIER-OUT   PIC X(5).
           05  FILLER              PIC X(3)       VALUE SPACE.
           05  RANK-NAME-OUT       PIC X(23).
           05  FILLER              PIC X(2)       VALUE SPACE.
           05  RANK-SPEND-OUT      PIC ZZ,ZZZ,ZZ9.99-.
           05  FILLER              PIC X(3)       VALUE SPACE.
           05  RANK-PCT-OUT        PIC ZZ9.99-.
           05  FILLER              PIC X(2)       VALUE SPACE.
           05  RANK-TAKEN-OUT      PIC ZZ,ZZZ,ZZ9.99-.
           05  FILLER              PIC X(2)       VALUE SPACE.
           05  RANK-LOST-OUT       PIC ZZ,ZZZ,ZZ9.99-.

       01  DISCOUNT-COUNT-LINE-SETUP.
           05  FILLER              PIC X(5)       VALUE SPACE.
           05  DSC-COUNT-DESC-OUT  PIC X(35).
           05  DSC-COUNT-OUT       PIC ZZZZZZ9.

       01  DISCOUNT-MESSAGE-LINE-SETUP.
           05  FILLER              PIC X(5)       VALUE SPACE.
           05  DSC-MESSAGE-OUT     PIC X(60).

       PROCEDURE DIVISION.

       100-MAINLINE.
           PERFORM 200-OPEN

           PERFORM 250-READ-HISTORY
           PERFORM 300-ACCUMULATE-HISTORY UNTIL EOF-VCHH-WS = 'YES'

           MOVE 'BY SUPPLIER'     TO HEADER-TITLE-OUT
           MOVE COLUMN-HEADER-ANALYSIS TO COLUMN-HEADER-WS
           PERFORM 500-HEADER

           SORT SORT-WORK-FILE
               ON ASCENDING KEY SORT-CODE-KEY
               INPUT PROCEDURE IS 110-RELEASE-SUPPLIERS
               OUTPUT PROCEDURE IS 120-SUPPLIER-PASS

           MOVE 'BY STORE'        TO HEADER-TITLE-OUT
           PERFORM 500-HEADER

           SORT SORT-WORK-FILE
               ON ASCENDING KEY SORT-CODE-KEY
               INPUT PROCEDURE IS 130-RELEASE-STORES
               OUTPUT PROCEDURE IS 140-STORE-PASS

           MOVE 'SUPPLIER RANKING BY SPEND' TO HEADER-TITLE-OUT
           MOVE COLUMN-HEADER-RANKING TO COLUMN-HEADER-WS
           PERFORM 500-HEADER

           SORT SORT-WORK-FILE
               ON DESCENDING KEY SORT-SPEND-KEY
                  ASCENDING KEY SORT-CODE-KEY
               INPUT PROCEDURE IS 110-RELEASE-SUPPLIERS
               OUTPUT PROCEDURE IS 150-RANKING-PASS

           PERFORM 900-CLOSE
           STOP RUN.

       110-RELEASE-SUPPLIERS.
           PERFORM 400-RELEASE-SUPPLIER-ENTRY
               VARYING SUP-IDX-WS FROM 1 BY 1
               UNTIL SUP-IDX-WS > SUP-COUNT-WS.

       120-SUPPLIER-PASS.
           MOVE 'NO ' TO EOF-SORT-WS
           PERFORM 600-RETURN-SORTED-RECORD
           PERFORM 610-REPORT-SUPPLIER UNTIL EOF-SORT-WS = 'YES'
           PERFORM 660-ANALYSIS-TOTAL.

       130-RELEASE-STORES.
           PERFORM 410-RELEASE-STORE-ENTRY
               VARYING STR-IDX-WS FROM 1 BY 1
               UNTIL STR-IDX-WS > STR-COUNT-WS.

       140-STORE-PASS.
           MOVE 'NO ' TO EOF-SORT-WS
           PERFORM 600-RETURN-SORTED-RECORD
           PERFORM 620-REPORT-STORE UNTIL EOF-SORT-WS = 'YES'
           PERFORM 660-ANALYSIS-TOTAL.

       150-RANKING-PASS.
           MOVE 'NO ' TO EOF-SORT-WS
           MOVE ZERO  TO RANK-WS
           PERFORM 600-RETURN-SORTED-RECORD
           PERFORM 630-REPORT-RANKING UNTIL EOF-SORT-WS = 'YES'.

       200-OPEN.
           MOVE FUNCTION CURRENT-DATE TO HOLD-DATE-WS

           PERFORM 205-READ-DISCOUNT-CONTROL

           OPEN INPUT VOUCHER-HISTORY-FILE
                INPUT SUPPLIER-MASTER-FILE
                INPUT STORE-MASTER-FILE
                OUTPUT DISCOUNT-OUTPUT-FILE

           IF VCHH-FILE-STATUS-WS = '35'
               MOVE 'YES' TO EOF-VCHH-WS
           END-IF

           MOVE HOLD-MO-WS TO HEADER-MO-OUT
           MOVE HOLD-DY-WS TO HEADER-DY-OUT
           MOVE HOLD-YR-WS TO HEADER-YR-OUT

           MOVE REPORT-YEAR-WS TO HEADER-YEAR-OUT.

       205-READ-DISCOUNT-CONTROL.
           MOVE HOLD-YR-WS TO REPORT-YEAR-WS

           OPEN INPUT DISCOUNT-CONTROL-FILE

           IF DSCC-FILE-STATUS-WS NOT = '35'
               READ DISCOUNT-CONTROL-FILE
                   AT END MOVE SPACES TO DISCOUNT-CONTROL-RECORD
               END-READ

               IF DSCC-YEAR IS NUMERIC
                   MOVE DSCC-YEAR TO REPORT-YEAR-WS
               END-IF

               CLOSE DISCOUNT-CONTROL-FILE
           END-IF.

       250-READ-HISTORY.
           IF EOF-VCHH-WS NOT = 'YES'
               READ VOUCHER-HISTORY-FILE
                   AT END MOVE 'YES' TO EOF-VCHH-WS
               END-READ
           END-IF.

       300-ACCUMULATE-HISTORY.
           ADD 1 TO HIST-READ-WS

           IF VH-RUN-DATE IS NUMERIC
                   AND VH-RUN-DATE(1:4) = REPORT-YEAR-WS
               ADD 1 TO HIST-USED-WS
               PERFORM 310-EDIT-HISTORY-AMOUNTS
               PERFORM 320-FIND-SUPPLIER-ENTRY

               IF DSC-FOUND-WS = 'YES'
                   PERFORM 330-ADD-SUPPLIER-AMOUNTS
               END-IF

               PERFORM 340-FIND-STORE-ENTRY

               IF DSC-FOUND-WS = 'YES'
                   PERFORM 350-ADD-STORE-AMOUNTS
               END-IF
           END-IF

           PERFORM 250-READ-HISTORY.

       310-EDIT-HISTORY-AMOUNTS.
           MOVE ZERO  TO LINE-SPEND-WS
           MOVE ZERO  TO LINE-AVAIL-WS
           MOVE ZERO  TO LINE-TAKEN-WS
           MOVE ZERO  TO LINE-LOST-WS
           MOVE ZERO  TO LINE-LATE-WS
           MOVE 'NO ' TO FIRST-LINE-WS
           MOVE 'NO ' TO DAYS-VALID-WS

           IF VH-REC-KIND = 'P'
               IF VH-DISC-TAKEN IS NUMERIC
                   MOVE VH-DISC-TAKEN TO LINE-TAKEN-WS
               END-IF

               IF VH-DISC-LOST IS NUMERIC
                   MOVE VH-DISC-LOST  TO LINE-LOST-WS
               END-IF
           ELSE
               IF VH-AMOUNT IS NUMERIC
                   MOVE VH-AMOUNT TO LINE-SPEND-WS
               END-IF

               IF VH-LINE-SEQ IS NOT NUMERIC
                   MOVE 'YES' TO FIRST-LINE-WS
               ELSE IF VH-LINE-SEQ <= 1
                   MOVE 'YES' TO FIRST-LINE-WS
               END-IF
               END-IF

               IF FIRST-LINE-WS = 'YES'
                   PERFORM 315-EDIT-FIRST-LINE
               END-IF
           END-IF.

       315-EDIT-FIRST-LINE.
           IF VH-DISC-AVAIL IS NUMERIC
               MOVE VH-DISC-AVAIL TO LINE-AVAIL-WS
           END-IF

           IF VH-DISC-LOST IS NUMERIC
               MOVE VH-DISC-LOST  TO LINE-LOST-WS
               MOVE VH-DISC-LOST  TO LINE-LATE-WS
           END-IF

           IF VH-DATE-MM IS NUMERIC
                   AND VH-DATE-DD IS NUMERIC
                   AND VH-DATE-YYYY IS NUMERIC
                   AND VH-DATE-MM >= '01' AND VH-DATE-MM <= '12'
                   AND VH-DATE-DD >= '01' AND VH-DATE-DD <= '31'
                   AND VH-DATE-YYYY >= '1601'
               MOVE VH-DATE-YYYY TO INV-DATE-WS(1:4)
               MOVE VH-DATE-MM   TO INV-DATE-WS(5:2)
               MOVE VH-DATE-DD   TO INV-DATE-WS(7:2)

               COMPUTE KEY-DAYS-WS =
                       FUNCTION INTEGER-OF-DATE(VH-RUN-DATE)
                       - FUNCTION INTEGER-OF-DATE(INV-DATE-WS)

               MOVE 'YES' TO DAYS-VALID-WS
           END-IF.

       320-FIND-SUPPLIER-ENTRY.
           MOVE 'NO ' TO DSC-FOUND-WS

           IF SUP-COUNT-WS > ZERO
               SET SUP-IDX-WS TO 1
               SEARCH SUP-ENTRY
                   VARYING SUP-IDX-WS
                   AT END
                       CONTINUE
                   WHEN SUP-NUM-WS (SUP-IDX-WS) = VH-SUPPLIER
                       MOVE 'YES' TO DSC-FOUND-WS
               END-SEARCH
           END-IF

           IF DSC-FOUND-WS NOT = 'YES'
               IF SUP-COUNT-WS < 2000
                   ADD 1 TO SUP-COUNT-WS
                   SET SUP-IDX-WS TO SUP-COUNT-WS
                   MOVE VH-SUPPLIER TO SUP-NUM-WS (SUP-IDX-WS)
                   MOVE ZERO TO SUP-SPEND-WS (SUP-IDX-WS)
                   MOVE ZERO TO SUP-AVAIL-WS (SUP-IDX-WS)
                   MOVE ZERO TO SUP-TAKEN-WS (SUP-IDX-WS)
                   MOVE ZERO TO SUP-LOST-WS (SUP-IDX-WS)
                   MOVE ZERO TO SUP-LATE-WS (SUP-IDX-WS)
                   MOVE ZERO TO SUP-DAYS-WS (SUP-IDX-WS)
                   MOVE ZERO TO SUP-KEYED-WS (SUP-IDX-WS)
                   MOVE 'YES' TO DSC-FOUND-WS
               ELSE
                   MOVE 'YES' TO SUP-TABLE-FULL-WS
               END-IF
           END-IF.

       330-ADD-SUPPLIER-AMOUNTS.
           ADD LINE-SPEND-WS TO SUP-SPEND-WS (SUP-IDX-WS)
           ADD LINE-AVAIL-WS TO SUP-AVAIL-WS (SUP-IDX-WS)
           ADD LINE-TAKEN-WS TO SUP-TAKEN-WS (SUP-IDX-WS)
           ADD LINE-LOST-WS  TO SUP-LOST-WS (SUP-IDX-WS)
           ADD LINE-LATE-WS  TO SUP-LATE-WS (SUP-IDX-WS)

           IF DAYS-VALID-WS = 'YES'
               ADD KEY-DAYS-WS TO SUP-DAYS-WS (SUP-IDX-WS)
               ADD 1           TO SUP-KEYED-WS (SUP-IDX-WS)
           END-IF.

       340-FIND-STORE-ENTRY.
           MOVE 'NO ' TO DSC-FOUND-WS

           IF STR-COUNT-WS > ZERO
               SET STR-IDX-WS TO 1
               SEARCH STR-ENTRY
                   VARYING STR-IDX-WS
                   AT END
                       CONTINUE
                   WHEN STR-NUM-WS (STR-IDX-WS) = VH-STORE
                       MOVE 'YES' TO DSC-FOUND-WS
               END-SEARCH
           END-IF

           IF DSC-FOUND-WS NOT = 'YES'
               IF STR-COUNT-WS < 500
                   ADD 1 TO STR-COUNT-WS
                   SET STR-IDX-WS TO STR-COUNT-WS
                   MOVE VH-STORE TO STR-NUM-WS (STR-IDX-WS)
                   MOVE ZERO TO STR-SPEND-WS (STR-IDX-WS)
                   MOVE ZERO TO STR-AVAIL-WS (STR-IDX-WS)
                   MOVE ZERO TO STR-TAKEN-WS (STR-IDX-WS)
                   MOVE ZERO TO STR-LOST-WS (STR-IDX-WS)
                   MOVE ZERO TO STR-LATE-WS (STR-IDX-WS)
                   MOVE ZERO TO STR-DAYS-WS (STR-IDX-WS)
                   MOVE ZERO TO STR-KEYED-WS (STR-IDX-WS)
                   MOVE 'YES' TO DSC-FOUND-WS
               ELSE
                   MOVE 'YES' TO STR-TABLE-FULL-WS
               END-IF
           END-IF.

       350-ADD-STORE-AMOUNTS.
           ADD LINE-SPEND-WS TO STR-SPEND-WS (STR-IDX-WS)
           ADD LINE-AVAIL-WS TO STR-AVAIL-WS (STR-IDX-WS)
           ADD LINE-TAKEN-WS TO STR-TAKEN-WS (STR-IDX-WS)
           ADD LINE-LOST-WS  TO STR-LOST-WS (STR-IDX-WS)
           ADD LINE-LATE-WS  TO STR-LATE-WS (STR-IDX-WS)

           IF DAYS-VALID-WS = 'YES'
               ADD KEY-DAYS-WS TO STR-DAYS-WS (STR-IDX-WS)
               ADD 1           TO STR-KEYED-WS (STR-IDX-WS)
           END-IF.

       400-RELEASE-SUPPLIER-ENTRY.
           MOVE SUP-SPEND-WS (SUP-IDX-WS) TO SORT-SPEND-KEY
           MOVE SUP-NUM-WS (SUP-IDX-WS)   TO SORT-CODE-KEY
           SET SORT-TABLE-SUB             TO SUP-IDX-WS

           RELEASE SORT-WORK-RECORD.

       410-RELEASE-STORE-ENTRY.
           MOVE STR-SPEND-WS (STR-IDX-WS) TO SORT-SPEND-KEY
           MOVE STR-NUM-WS (STR-IDX-WS)   TO SORT-CODE-KEY
           SET SORT-TABLE-SUB             TO STR-IDX-WS

           RELEASE SORT-WORK-RECORD.

       500-HEADER.
           MOVE REPORT-HEADER TO DISCOUNT-PRINT-LINE
           WRITE DISCOUNT-PRINT-LINE AFTER PAGE

           MOVE COLUMN-HEADER-WS TO DISCOUNT-PRINT-LINE
           WRITE DISCOUNT-PRINT-LINE AFTER 2 LINES

           MOVE SPACES TO DISCOUNT-PRINT-LINE
           WRITE DISCOUNT-PRINT-LINE AFTER 1 LINE

           MOVE 0 TO NUMBER-LINES-PER-PAGE-WS.

       510-PRINT-LINE.
           WRITE DISCOUNT-PRINT-LINE AFTER ADVANCING 1 LINE

           ADD 1 TO NUMBER-LINES-PER-PAGE-WS

           IF NUMBER-LINES-PER-PAGE-WS >= LINES-PER-PAGE-WS
               PERFORM 500-HEADER
           END-IF.

       600-RETURN-SORTED-RECORD.
           RETURN SORT-WORK-FILE
               AT END MOVE 'YES' TO EOF-SORT-WS
           END-RETURN.

       610-REPORT-SUPPLIER.
           SET SUP-IDX-WS TO SORT-TABLE-SUB

           MOVE SUP-NUM-WS (SUP-IDX-WS) TO SUPPLIER-NUM-MAST

           READ SUPPLIER-MASTER-FILE
               INVALID KEY
                   MOVE '*** NOT ON MASTER ***' TO SUPPLIER-NAME-MAST
           END-READ

           MOVE SUP-NUM-WS (SUP-IDX-WS)    TO DSC-CODE-OUT
           MOVE SUPPLIER-NAME-MAST         TO DSC-NAME-OUT
           MOVE SUP-SPEND-WS (SUP-IDX-WS)  TO DSC-SPEND-OUT
           MOVE SUP-AVAIL-WS (SUP-IDX-WS)  TO DSC-AVAIL-OUT
           MOVE SUP-TAKEN-WS (SUP-IDX-WS)  TO DSC-TAKEN-OUT
           MOVE SUP-LOST-WS (SUP-IDX-WS)   TO DSC-LOST-OUT
           MOVE SUP-LATE-WS (SUP-IDX-WS)   TO DSC-LATE-OUT

           MOVE ZERO TO AVG-DAYS-WS

           IF SUP-KEYED-WS (SUP-IDX-WS) > ZERO
               COMPUTE AVG-DAYS-WS ROUNDED =
                       SUP-DAYS-WS (SUP-IDX-WS) /
                       SUP-KEYED-WS (SUP-IDX-WS)
           END-IF

           MOVE AVG-DAYS-WS TO DSC-AVG-DAYS-OUT

           MOVE ANALYSIS-LINE-SETUP TO DISCOUNT-PRINT-LINE
           PERFORM 510-PRINT-LINE

           ADD SUP-SPEND-WS (SUP-IDX-WS)  TO RANK-TOTAL-SPEND-WS
           ADD SUP-SPEND-WS (SUP-IDX-WS)  TO GRAND-SPEND-WS
           ADD SUP-AVAIL-WS (SUP-IDX-WS)  TO GRAND-AVAIL-WS
           ADD SUP-TAKEN-WS (SUP-IDX-WS)  TO GRAND-TAKEN-WS
           ADD SUP-LOST-WS (SUP-IDX-WS)   TO GRAND-LOST-WS
           ADD SUP-LATE-WS (SUP-IDX-WS)   TO GRAND-LATE-WS
           ADD SUP-DAYS-WS (SUP-IDX-WS)   TO GRAND-DAYS-WS
           ADD SUP-KEYED-WS (SUP-IDX-WS)  TO GRAND-KEYED-WS

           PERFORM 600-RETURN-SORTED-RECORD.

       620-REPORT-STORE.
           SET STR-IDX-WS TO SORT-TABLE-SUB

           MOVE STR-NUM-WS (STR-IDX-WS) TO STORE-NUM-MAST

           READ STORE-MASTER-FILE
               INVALID KEY
                   MOVE '*** NOT ON MASTER ***' TO STORE-NAME-MAST
           END-READ

           MOVE STR-NUM-WS (STR-IDX-WS)    TO DSC-CODE-OUT
           MOVE STORE-NAME-MAST            TO DSC-NAME-OUT
           MOVE STR-SPEND-WS (STR-IDX-WS)  TO DSC-SPEND-OUT
           MOVE STR-AVAIL-WS (STR-IDX-WS)  TO DSC-AVAIL-OUT
           MOVE STR-TAKEN-WS (STR-IDX-WS)  TO DSC-TAKEN-OUT
           MOVE STR-LOST-WS (STR-IDX-WS)   TO DSC-LOST-OUT
           MOVE STR-LATE-WS (STR-IDX-WS)   TO DSC-LATE-OUT

           MOVE ZERO TO AVG-DAYS-WS

           IF STR-KEYED-WS (STR-IDX-WS) > ZERO
               COMPUTE AVG-DAYS-WS ROUNDED =
                       STR-DAYS-WS (STR-IDX-WS) /
                       STR-KEYED-WS (STR-IDX-WS)
           END-IF

           MOVE AVG-DAYS-WS TO DSC-AVG-DAYS-OUT

           MOVE ANALYSIS-LINE-SETUP TO DISCOUNT-PRINT-LINE
           PERFORM 510-PRINT-LINE

           ADD STR-SPEND-WS (STR-IDX-WS)  TO GRAND-SPEND-WS
           ADD STR-AVAIL-WS (STR-IDX-WS)  TO GRAND-AVAIL-WS
           ADD STR-TAKEN-WS (STR-IDX-WS)  TO GRAND-TAKEN-WS
           ADD STR-LOST-WS (STR-IDX-WS)   TO GRAND-LOST-WS
           ADD STR-LATE-WS (STR-IDX-WS)   TO GRAND-LATE-WS
           ADD STR-DAYS-WS (STR-IDX-WS)   TO GRAND-DAYS-WS
           ADD STR-KEYED-WS (STR-IDX-WS)  TO GRAND-KEYED-WS

           PERFORM 600-RETURN-SORTED-RECORD.

       630-REPORT-RANKING.
           SET SUP-IDX-WS TO SORT-TABLE-SUB
           ADD 1 TO RANK-WS

           MOVE SUP-NUM-WS (SUP-IDX-WS) TO SUPPLIER-NUM-MAST

           READ SUPPLIER-MASTER-FILE
               INVALID KEY
                   MOVE '*** NOT ON MASTER ***' TO SUPPLIER-NAME-MAST
           END-READ

           MOVE ZERO TO SPEND-PCT-WS

           IF RANK-TOTAL-SPEND-WS > ZERO
               COMPUTE SPEND-PCT-WS ROUNDED =
                       SUP-SPEND-WS (SUP-IDX-WS) * 100 /
                       RANK-TOTAL-SPEND-WS
           END-IF

           MOVE RANK-WS                    TO RANK-OUT
           MOVE SUP-NUM-WS (SUP-IDX-WS)    TO RANK-SUPPLIER-OUT
           MOVE SUPPLIER-NAME-MAST         TO RANK-NAME-OUT
           MOVE SUP-SPEND-WS (SUP-IDX-WS)  TO RANK-SPEND-OUT
           MOVE SPEND-PCT-WS               TO RANK-PCT-OUT
           MOVE SUP-TAKEN-WS (SUP-IDX-WS)  TO RANK-TAKEN-OUT
           MOVE SUP-LOST-WS (SUP-IDX-WS)   TO RANK-LOST-OUT

           MOVE RANKING-LINE-SETUP TO DISCOUNT-PRINT-LINE
           PERFORM 510-PRINT-LINE

           PERFORM 600-RETURN-SORTED-RECORD.

       660-ANALYSIS-TOTAL.
           MOVE SPACES                 TO DSC-CODE-OUT
           MOVE 'TOTAL'                TO DSC-NAME-OUT
           MOVE GRAND-SPEND-WS         TO DSC-SPEND-OUT
           MOVE GRAND-AVAIL-WS         TO DSC-AVAIL-OUT
           MOVE GRAND-TAKEN-WS         TO DSC-TAKEN-OUT
           MOVE GRAND-LOST-WS          TO DSC-LOST-OUT
           MOVE GRAND-LATE-WS          TO DSC-LATE-OUT

           MOVE ZERO TO AVG-DAYS-WS

           IF GRAND-KEYED-WS > ZERO
               COMPUTE AVG-DAYS-WS ROUNDED =
                       GRAND-DAYS-WS / GRAND-KEYED-WS
           END-IF

           MOVE AVG-DAYS-WS TO DSC-AVG-DAYS-OUT

           MOVE SPACES TO DISCOUNT-PRINT-LINE
           PERFORM 510-PRINT-LINE

           MOVE ANALYSIS-LINE-SETUP TO DISCOUNT-PRINT-LINE
           PERFORM 510-PRINT-LINE

           MOVE ZERO TO GRAND-TOTALS.

       900-CLOSE.
           MOVE 'HISTORY RECORDS READ:'        TO DSC-COUNT-DESC-OUT
           MOVE HIST-READ-WS                   TO DSC-COUNT-OUT
           MOVE DISCOUNT-COUNT-LINE-SETUP      TO DISCOUNT-PRINT-LINE
           WRITE DISCOUNT-PRINT-LINE AFTER 3 LINES

           MOVE 'HISTORY RECORDS FOR REPORT YEAR:' TO DSC-COUNT-DESC-OUT
           MOVE HIST-USED-WS                   TO DSC-COUNT-OUT
           MOVE DISCOUNT-COUNT-LINE-SETUP      TO DISCOUNT-PRINT-LINE
           WRITE DISCOUNT-PRINT-LINE AFTER 1 LINE

           MOVE 'SUPPLIERS RANKED:'            TO DSC-COUNT-DESC-OUT
           MOVE RANK-WS                        TO DSC-COUNT-OUT
           MOVE DISCOUNT-COUNT-LINE-SETUP      TO DISCOUNT-PRINT-LINE
           WRITE DISCOUNT-PRINT-LINE AFTER 1 LINE

           IF SUP-TABLE-FULL-WS = 'YES'
               MOVE '*** SUPPLIER TABLE FULL - REPORT INCOMPLETE ***'
                   TO DSC-MESSAGE-OUT
               MOVE DISCOUNT-MESSAGE-LINE-SETUP TO DISCOUNT-PRINT-LINE
               WRITE DISCOUNT-PRINT-LINE AFTER 2 LINES
               MOVE 12 TO RETURN-CODE
           END-IF

           IF STR-TABLE-FULL-WS = 'YES'
               MOVE '*** STORE TABLE FULL - REPORT INCOMPLETE ***'
                   TO DSC-MESSAGE-OUT
               MOVE DISCOUNT-MESSAGE-LINE-SETUP TO DISCOUNT-PRINT-LINE
               WRITE DISCOUNT-PRINT-LINE AFTER 2 LINES
               MOVE 12 TO RETURN-CODE
           END-IF

           IF VCHH-FILE-STATUS-WS NOT = '35'
               CLOSE VOUCHER-HISTORY-FILE
           END-IF

           CLOSE SUPPLIER-MASTER-FILE
                 STORE-MASTER-FILE
                 DISCOUNT-OUTPUT-FILE.
