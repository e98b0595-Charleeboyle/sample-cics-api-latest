       IDENTIFICATION DIVISION.
       PROGRAM-ID. DFH0XBRS.
      *****************************************************************
      * WEEKLY DEPARTMENT BUDGET UTILIZATION AND BURN-RATE REPORT.
      * THE ONLINE ORDER PATHS ONLY TEST BUD-COMMITTED AGAINST
      * BUD-AMOUNT AT THE MOMENT AN ORDER IS PLACED (DFH0XCMN 2080/
      * 2680); THIS REPORT GIVES FINANCE THE MID-MONTH VIEW. FOR EACH
      * CHARGE DEPARTMENT WITH A BUDGETS RECORD FOR THE CURRENT
      * PERIOD (CCYYMM OF THE RUN DATE) IT SHOWS:
      *   - BUDGET, COMMITTED, REMAINING AND PERCENT USED, STRAIGHT
      *     OFF THE BUDGET RECORD;
      *   - EXPOSURE NOT YET COMMITTED: EVERY PENDORDS HOLD STILL
      *     PENDING AND EVERY BACKORDR ENTRY STILL WAITING, COSTED AT
      *     TODAY'S CAT-COST -- EITHER CAN POST AGAINST THE BUDGET
      *     THE MOMENT IT IS APPROVED OR RELEASED;
      *   - THE DAILY RUN RATE: THIS PERIOD'S ORDRJRNL LINES FOR THE
      *     DEPARTMENT, NET OF CANCELLATION REVERSALS AND COSTED AT
      *     THE PRICE IN FORCE WHEN EACH WAS ORDERED (THE DFH0XBR2
      *     9100 RESOLUTION, SO THE FIGURE AGREES WITH THE
      *     CHARGEBACK), DIVIDED BY THE DAYS OF THE MONTH ELAPSED;
      *   - PROJECTED MONTH-END SPEND: COMMITTED PLUS THE RUN RATE
      *     FOR EVERY DAY LEFT IN THE MONTH.
      * A DEPARTMENT PROJECTED OVER ITS BUDGET IS FLAGGED; ONE NOT
      * PROJECTED OVER BUT OVER ONCE ITS EXPOSURE LANDS IS FLAGGED
      * AT RISK. A DEPARTMENT THAT ORDERED THIS PERIOD, OR HAS
      * EXPOSURE, BUT HAS NO BUDGET RECORD AT ALL IS LISTED IN ITS
      * OWN SECTION -- THE ONLINE PATH LETS IT ORDER UNCHECKED.
      * EVERY SOURCE IS RELEASED TO ONE SORT BY DEPARTMENT AND
      * TOTALLED ON THE BREAK (THE DFH0XBR1 SORT-AND-BREAK STYLE).
      * RC=4 WHEN ANY DEPARTMENT IS FLAGGED OR UNBUDGETED (THE
      * DFH0XBRE EXCEPTION CONVENTION).
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BUDGET-FILE ASSIGN TO BUDFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS BUD-KEY
               FILE STATUS IS WS-BUD-STATUS.

           SELECT ORDER-JOURNAL-FILE ASSIGN TO JRNLFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS JNL-KEY
               FILE STATUS IS WS-JNL-STATUS.

           SELECT PENDING-ORDER-FILE ASSIGN TO PNDFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PND-KEY
               FILE STATUS IS WS-PND-STATUS.

           SELECT BACKORDER-FILE ASSIGN TO BKOFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS BKO-KEY
               FILE STATUS IS WS-BKO-STATUS.

           SELECT CATALOG-FILE ASSIGN TO CATFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CAT-ITEM-REF
               FILE STATUS IS WS-CAT-STATUS.

           SELECT PRICE-HISTORY-FILE ASSIGN TO PHSFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PHS-KEY
               FILE STATUS IS WS-PHS-STATUS.

           SELECT BUDGET-REPORT ASSIGN TO RPTFILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

           SELECT SORT-FILE ASSIGN TO "SORTWK1".

           SELECT RUN-CONTROL-FILE ASSIGN TO RUNFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RUN-JOB-NAME
               FILE STATUS IS WS-RUN-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD BUDGET-FILE.
       COPY DFH0XBUD.

       FD ORDER-JOURNAL-FILE.
       COPY DFH0XJNL.

       FD PENDING-ORDER-FILE.
       COPY DFH0XPND.

       FD BACKORDER-FILE.
       COPY DFH0XBKO.

       FD CATALOG-FILE.
       COPY DFH0XVSM.

       FD PRICE-HISTORY-FILE.
       COPY DFH0XPHS.

       FD BUDGET-REPORT.
       01 REPORT-LINE PIC X(132).

       SD SORT-FILE.
       01 SORT-RECORD.
          05 SRT-CHARGE-DEPT PIC X(8).
          05 SRT-SOURCE PIC X(1).
             88 SRT-FROM-BUDGET VALUE 'B'.
             88 SRT-FROM-JOURNAL VALUE 'J'.
             88 SRT-FROM-PENDING VALUE 'P'.
             88 SRT-FROM-BACKORDER VALUE 'W'.
          05 SRT-AMOUNT PIC S9(9)V99.
          05 SRT-COMMITTED PIC S9(9)V99.

       FD RUN-CONTROL-FILE.
       COPY DFH0XRUN.

       WORKING-STORAGE SECTION.
       01 WS-RUN-STATUS PIC XX.
       01 WS-RUN-TIME PIC X(6).
       01 WS-BUD-STATUS PIC XX.
       01 WS-JNL-STATUS PIC XX.
       01 WS-PND-STATUS PIC XX.
       01 WS-BKO-STATUS PIC XX.
       01 WS-CAT-STATUS PIC XX.
       01 WS-PHS-STATUS PIC XX.
       01 WS-RPT-STATUS PIC XX.
       01 WS-EOF-SW PIC X VALUE 'N'.
          88 WS-EOF VALUE 'Y'.
       01 WS-CURRENT-DATE PIC X(8).
       01 WS-PERIOD PIC X(6).

       01 WS-CALC-DATE.
          05 WS-CALC-CCYY PIC 9(4).
          05 WS-CALC-MM PIC 9(2).
          05 WS-CALC-DD PIC 9(2).
       01 WS-CALC-DATE-NUM REDEFINES WS-CALC-DATE PIC 9(8).
       01 WS-MONTH-START-INTEGER PIC 9(7).
       01 WS-NEXT-MONTH-INTEGER PIC 9(7).
       01 WS-DAYS-IN-MONTH PIC 9(2).
       01 WS-DAYS-ELAPSED PIC 9(2).
       01 WS-DAYS-REMAINING PIC 9(2).

       01 WS-COST-DOLLARS PIC 9(3).
       01 WS-COST-CENTS PIC 9(2).
       01 WS-COST-NUMERIC PIC 9(7)V99.
       01 WS-LOOKUP-ITEM PIC 9(4).
       01 WS-LOOKUP-TS PIC X(15).
       01 WS-EXPOSURE-QTY PIC 9(3).
       01 WS-EFF-COST PIC X(6).
       01 WS-EFF-FOUND-SW PIC X VALUE 'N'.
          88 WS-EFF-FOUND VALUE 'Y'.
       01 WS-PHS-DONE-SW PIC X VALUE 'N'.
          88 WS-PHS-DONE VALUE 'Y'.
       01 WS-CAT-FOUND-SW PIC X VALUE 'Y'.
          88 WS-CAT-FOUND VALUE 'Y'.
       01 WS-SKIPPED-COUNT PIC 9(5) VALUE 0.

       01 WS-PRIOR-DEPT PIC X(8) VALUE SPACES.
       01 WS-FIRST-RECORD-SW PIC X VALUE 'Y'.
          88 WS-FIRST-RECORD VALUE 'Y'.
       01 WS-DEPT-BUDGET-SW PIC X VALUE 'N'.
          88 WS-DEPT-HAS-BUDGET VALUE 'Y'.
       01 WS-DEPT-BUDGET PIC S9(9)V99 VALUE 0.
       01 WS-DEPT-COMMITTED PIC S9(9)V99 VALUE 0.
       01 WS-DEPT-MTD-SPEND PIC S9(9)V99 VALUE 0.
       01 WS-DEPT-EXPOSURE PIC S9(9)V99 VALUE 0.
       01 WS-DEPT-REMAINING PIC S9(9)V99 VALUE 0.
       01 WS-DEPT-RATE PIC S9(9)V99 VALUE 0.
       01 WS-DEPT-PROJECTED PIC S9(9)V99 VALUE 0.
       01 WS-DEPT-PCT-USED PIC S9(4)V9 VALUE 0.

       01 WS-BUDGET-DEPTS PIC 9(5) VALUE 0.
       01 WS-OVERRUN-DEPTS PIC 9(5) VALUE 0.
       01 WS-AT-RISK-DEPTS PIC 9(5) VALUE 0.
       01 WS-TOTAL-BUDGET PIC S9(9)V99 VALUE 0.
       01 WS-TOTAL-COMMITTED PIC S9(9)V99 VALUE 0.
       01 WS-TOTAL-EXPOSURE PIC S9(9)V99 VALUE 0.
       01 WS-TOTAL-PROJECTED PIC S9(9)V99 VALUE 0.

      *****************************************************************
      * DEPARTMENTS WITH NO BUDGET RECORD ARE HELD HERE UNTIL THE
      * BUDGETED SECTION IS FINISHED, THEN PRINTED AS THEIR OWN
      * SECTION. A DEPARTMENT BEYOND THE TABLE IS STILL COUNTED.
      *****************************************************************
       01 WS-NOBUD-COUNT PIC 9(5) VALUE 0.
       01 WS-NOBUD-SUB PIC 9(5).
       01 WS-NOBUD-TABLE.
          05 WS-NOBUD-ENTRY OCCURS 500 TIMES.
             10 WS-NOBUD-DEPT PIC X(8).
             10 WS-NOBUD-MTD-SPEND PIC S9(9)V99.
             10 WS-NOBUD-EXPOSURE PIC S9(9)V99.
             10 WS-NOBUD-RATE PIC S9(9)V99.
             10 WS-NOBUD-PROJECTED PIC S9(9)V99.

       01 WS-HEADING-1.
          05 FILLER PIC X(45) VALUE
             'WEEKLY DEPARTMENT BUDGET UTILIZATION REPORT'.
          05 FILLER PIC X(10) VALUE 'RUN DATE: '.
          05 H1-RUN-DATE PIC X(8).

       01 WS-HEADING-2.
          05 FILLER PIC X(15) VALUE 'BUDGET PERIOD: '.
          05 H2-PERIOD PIC X(6).
          05 FILLER PIC X(17) VALUE '  DAYS ELAPSED: '.
          05 H2-DAYS-ELAPSED PIC Z9.
          05 FILLER PIC X(8) VALUE ' OF '.
          05 H2-DAYS-IN-MONTH PIC Z9.

       01 WS-COLUMN-HEADING.
          05 FILLER PIC X(10) VALUE 'DEPT'.
          05 FILLER PIC X(16) VALUE '          BUDGET'.
          05 FILLER PIC X(16) VALUE '       COMMITTED'.
          05 FILLER PIC X(17) VALUE '       REMAINING'.
          05 FILLER PIC X(7) VALUE ' %USED'.
          05 FILLER PIC X(16) VALUE '        EXPOSURE'.
          05 FILLER PIC X(14) VALUE '    DAILY RATE'.
          05 FILLER PIC X(17) VALUE '       PROJECTED'.
          05 FILLER PIC X(18) VALUE 'FLAG'.

       01 WS-DETAIL-LINE.
          05 DL-CHARGE-DEPT PIC X(8).
          05 FILLER PIC X(2) VALUE SPACES.
          05 DL-BUDGET PIC ZZZ,ZZZ,ZZ9.99-.
          05 FILLER PIC X(1) VALUE SPACES.
          05 DL-COMMITTED PIC ZZZ,ZZZ,ZZ9.99-.
          05 FILLER PIC X(1) VALUE SPACES.
          05 DL-REMAINING PIC ZZZ,ZZZ,ZZ9.99-.
          05 FILLER PIC X(2) VALUE SPACES.
          05 DL-PCT-USED PIC ZZZ9.9.
          05 FILLER PIC X(1) VALUE SPACES.
          05 DL-EXPOSURE PIC ZZZ,ZZZ,ZZ9.99-.
          05 FILLER PIC X(1) VALUE SPACES.
          05 DL-RATE PIC ZZ,ZZZ,ZZ9.99.
          05 FILLER PIC X(1) VALUE SPACES.
          05 DL-PROJECTED PIC ZZZ,ZZZ,ZZ9.99-.
          05 FILLER PIC X(2) VALUE SPACES.
          05 DL-FLAG PIC X(18).

       01 WS-NO-BUDGETS-LINE.
          05 FILLER PIC X(50) VALUE
             'NO BUDGET RECORDS ON FILE FOR THE PERIOD'.

       01 WS-BUDGET-TOTAL-LINE.
          05 FILLER PIC X(10) VALUE 'TOTAL'.
          05 BTL-BUDGET PIC ZZZ,ZZZ,ZZ9.99-.
          05 FILLER PIC X(1) VALUE SPACES.
          05 BTL-COMMITTED PIC ZZZ,ZZZ,ZZ9.99-.
          05 FILLER PIC X(26) VALUE SPACES.
          05 BTL-EXPOSURE PIC ZZZ,ZZZ,ZZ9.99-.
          05 FILLER PIC X(15) VALUE SPACES.
          05 BTL-PROJECTED PIC ZZZ,ZZZ,ZZ9.99-.

       01 WS-BUDGET-COUNT-LINE.
          05 FILLER PIC X(22) VALUE 'DEPARTMENTS BUDGETED: '.
          05 BCL-DEPTS PIC ZZZZ9.
          05 FILLER PIC X(23) VALUE '  PROJECTED OVERRUN:   '.
          05 BCL-OVERRUN PIC ZZZZ9.
          05 FILLER PIC X(23) VALUE '  AT RISK (EXPOSURE):  '.
          05 BCL-AT-RISK PIC ZZZZ9.

       01 WS-NOBUD-HEADING.
          05 FILLER PIC X(60) VALUE
             'DEPARTMENTS WITH NO BUDGET RECORD FOR THE PERIOD'.

       01 WS-NOBUD-COLUMNS.
          05 FILLER PIC X(10) VALUE 'DEPT'.
          05 FILLER PIC X(16) VALUE '   SPENT TO DATE'.
          05 FILLER PIC X(16) VALUE '        EXPOSURE'.
          05 FILLER PIC X(14) VALUE '    DAILY RATE'.
          05 FILLER PIC X(16) VALUE '       PROJECTED'.

       01 WS-NOBUD-LINE.
          05 NL-CHARGE-DEPT PIC X(8).
          05 FILLER PIC X(2) VALUE SPACES.
          05 NL-MTD-SPEND PIC ZZZ,ZZZ,ZZ9.99-.
          05 FILLER PIC X(1) VALUE SPACES.
          05 NL-EXPOSURE PIC ZZZ,ZZZ,ZZ9.99-.
          05 FILLER PIC X(1) VALUE SPACES.
          05 NL-RATE PIC ZZ,ZZZ,ZZ9.99.
          05 FILLER PIC X(1) VALUE SPACES.
          05 NL-PROJECTED PIC ZZZ,ZZZ,ZZ9.99-.

       01 WS-NO-NOBUD-LINE.
          05 FILLER PIC X(50) VALUE
             'NONE -- EVERY ORDERING DEPARTMENT HAS A BUDGET'.

       01 WS-NOBUD-COUNT-LINE.
          05 FILLER PIC X(28) VALUE 'DEPARTMENTS WITH NO BUDGET: '.
          05 NCL-COUNT PIC ZZZZ9.
          05 FILLER PIC X(30) VALUE SPACES.
          05 NCL-OVERFLOW PIC X(40).

       01 WS-SKIPPED-LINE.
          05 FILLER PIC X(44) VALUE
             'LINES SKIPPED -- ITEM NOT ON CATALOG:      '.
          05 SKL-COUNT PIC ZZZZ9.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE.
           PERFORM 2000-SORT-AND-REPORT.
           PERFORM 3000-FINALIZE.
           PERFORM 9900-RECORD-RUN-COMPLETE.
           STOP RUN.

      *****************************************************************
      * THE MONTH'S LENGTH IS THE GAP BETWEEN THE FIRST OF THIS
      * MONTH AND THE FIRST OF THE NEXT, SO FEBRUARY TAKES CARE OF
      * ITSELF. THE RUN DAY COUNTS AS ELAPSED -- THE JOB RUNS AFTER
      * ONLINE CLOSES.
      *****************************************************************
       1000-INITIALIZE.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           PERFORM 9800-RECORD-RUN-START.
           MOVE WS-CURRENT-DATE TO H1-RUN-DATE.
           MOVE WS-CURRENT-DATE(1:6) TO WS-PERIOD.

           MOVE WS-CURRENT-DATE TO WS-CALC-DATE.
           MOVE WS-CALC-DD TO WS-DAYS-ELAPSED.
           MOVE 1 TO WS-CALC-DD.
           COMPUTE WS-MONTH-START-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-CALC-DATE-NUM).
           IF WS-CALC-MM = 12
               ADD 1 TO WS-CALC-CCYY
               MOVE 1 TO WS-CALC-MM
           ELSE
               ADD 1 TO WS-CALC-MM
           END-IF.
           COMPUTE WS-NEXT-MONTH-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-CALC-DATE-NUM).
           COMPUTE WS-DAYS-IN-MONTH =
               WS-NEXT-MONTH-INTEGER - WS-MONTH-START-INTEGER.
           COMPUTE WS-DAYS-REMAINING =
               WS-DAYS-IN-MONTH - WS-DAYS-ELAPSED.

           OPEN INPUT BUDGET-FILE.
           OPEN INPUT ORDER-JOURNAL-FILE.
           OPEN INPUT PENDING-ORDER-FILE.
           OPEN INPUT BACKORDER-FILE.
           OPEN INPUT CATALOG-FILE.
           OPEN INPUT PRICE-HISTORY-FILE.
           OPEN OUTPUT BUDGET-REPORT.

           WRITE REPORT-LINE FROM WS-HEADING-1.
           MOVE WS-PERIOD TO H2-PERIOD.
           MOVE WS-DAYS-ELAPSED TO H2-DAYS-ELAPSED.
           MOVE WS-DAYS-IN-MONTH TO H2-DAYS-IN-MONTH.
           WRITE REPORT-LINE FROM WS-HEADING-2.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           WRITE REPORT-LINE FROM WS-COLUMN-HEADING.

       2000-SORT-AND-REPORT.
           SORT SORT-FILE
               ON ASCENDING KEY SRT-CHARGE-DEPT SRT-SOURCE
               INPUT PROCEDURE 2100-BUILD-SORT-FILE
               OUTPUT PROCEDURE 2500-PRODUCE-REPORT.

       2100-BUILD-SORT-FILE.
           PERFORM 2150-RELEASE-BUDGETS.
           PERFORM 2200-RELEASE-JOURNAL.
           PERFORM 2300-RELEASE-PENDING.
           PERFORM 2400-RELEASE-BACKORDERS.

       2150-RELEASE-BUDGETS.
           MOVE 'N' TO WS-EOF-SW.
           PERFORM UNTIL WS-EOF
               READ BUDGET-FILE NEXT RECORD
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       IF BUD-PERIOD EQUAL WS-PERIOD
                           MOVE BUD-CHARGE-DEPT TO SRT-CHARGE-DEPT
                           SET SRT-FROM-BUDGET TO TRUE
                           MOVE BUD-AMOUNT TO SRT-AMOUNT
                           MOVE BUD-COMMITTED TO SRT-COMMITTED
                           RELEASE SORT-RECORD
                       END-IF
               END-READ
           END-PERFORM.

      *****************************************************************
      * THE PERIOD'S JOURNAL LINES, COSTED EXACTLY AS DFH0XBR2 COSTS
      * THEM: A REVERSAL AT ITS ORIGINAL ORDER'S TIMESTAMP, EVERY
      * OTHER LINE AT ITS OWN, SO A CANCELLATION NETS OUT WHAT THE
      * ORDER ADDED. AN ITEM NO LONGER ON THE CATALOG IS SKIPPED AND
      * COUNTED, AS THERE.
      *****************************************************************
       2200-RELEASE-JOURNAL.
           MOVE 'N' TO WS-EOF-SW.
           PERFORM UNTIL WS-EOF
               READ ORDER-JOURNAL-FILE NEXT RECORD
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       IF JNL-TIMESTAMP(1:6) EQUAL WS-PERIOD
                           PERFORM 2250-COST-JOURNAL-LINE
                       END-IF
               END-READ
           END-PERFORM.

       2250-COST-JOURNAL-LINE.
           MOVE JNL-ITEM-REF TO CAT-ITEM-REF.
           PERFORM 2900-READ-CATALOG.

           IF WS-CAT-FOUND
               MOVE JNL-ITEM-REF TO WS-LOOKUP-ITEM
               IF JNL-QUANTITY < 0
                   AND JNL-ORIG-KEY NOT EQUAL SPACES
                   MOVE JNL-ORIG-KEY(1:15) TO WS-LOOKUP-TS
               ELSE
                   MOVE JNL-TIMESTAMP TO WS-LOOKUP-TS
               END-IF
               PERFORM 9100-RESOLVE-EFFECTIVE-COST
               PERFORM 9000-EDIT-COST

               MOVE JNL-CHARGE-DEPT TO SRT-CHARGE-DEPT
               SET SRT-FROM-JOURNAL TO TRUE
               COMPUTE SRT-AMOUNT = WS-COST-NUMERIC * JNL-QUANTITY
               MOVE 0 TO SRT-COMMITTED
               RELEASE SORT-RECORD
           ELSE
               ADD 1 TO WS-SKIPPED-COUNT
           END-IF.

      *****************************************************************
      * EXPOSURE IS PRICED AT TODAY'S CAT-COST, NOT PND-AMOUNT: THE
      * HOLD WILL BE COSTED AFRESH WHEN IT IS APPROVED (5120), SO
      * TODAY'S PRICE IS THE BEST GUESS AT WHAT IT WILL COMMIT.
      *****************************************************************
       2300-RELEASE-PENDING.
           MOVE 'N' TO WS-EOF-SW.
           PERFORM UNTIL WS-EOF
               READ PENDING-ORDER-FILE NEXT RECORD
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       IF PND-PENDING
                           MOVE PND-ITEM-REF TO CAT-ITEM-REF
                           MOVE PND-CHARGE-DEPT TO SRT-CHARGE-DEPT
                           SET SRT-FROM-PENDING TO TRUE
                           MOVE PND-QUANTITY TO WS-EXPOSURE-QTY
                           PERFORM 2450-COST-EXPOSURE
                       END-IF
               END-READ
           END-PERFORM.

       2400-RELEASE-BACKORDERS.
           MOVE 'N' TO WS-EOF-SW.
           PERFORM UNTIL WS-EOF
               READ BACKORDER-FILE NEXT RECORD
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       IF BKO-WAITING
                           MOVE BKO-ITEM-REF TO CAT-ITEM-REF
                           MOVE BKO-CHARGE-DEPT TO SRT-CHARGE-DEPT
                           SET SRT-FROM-BACKORDER TO TRUE
                           MOVE BKO-QUANTITY TO WS-EXPOSURE-QTY
                           PERFORM 2450-COST-EXPOSURE
                       END-IF
               END-READ
           END-PERFORM.

      *****************************************************************
      * THE CALLER STAGES THE ITEM IN CAT-ITEM-REF, THE DEPARTMENT
      * AND SOURCE IN THE SORT RECORD, AND THE QUANTITY IN
      * WS-EXPOSURE-QTY.
      *****************************************************************
       2450-COST-EXPOSURE.
           PERFORM 2900-READ-CATALOG.
           IF WS-CAT-FOUND
               MOVE CAT-COST TO WS-EFF-COST
               PERFORM 9000-EDIT-COST
               COMPUTE SRT-AMOUNT = WS-COST-NUMERIC * WS-EXPOSURE-QTY
               MOVE 0 TO SRT-COMMITTED
               RELEASE SORT-RECORD
           ELSE
               ADD 1 TO WS-SKIPPED-COUNT
           END-IF.

       2500-PRODUCE-REPORT.
           MOVE 'N' TO WS-EOF-SW.
           RETURN SORT-FILE
               AT END
                   SET WS-EOF TO TRUE
           END-RETURN.

           PERFORM UNTIL WS-EOF
               IF WS-FIRST-RECORD
                   OR SRT-CHARGE-DEPT NOT EQUAL WS-PRIOR-DEPT
                   IF NOT WS-FIRST-RECORD
                       PERFORM 2600-FINISH-DEPARTMENT
                   END-IF
                   MOVE 'N' TO WS-FIRST-RECORD-SW
                   MOVE SRT-CHARGE-DEPT TO WS-PRIOR-DEPT
                   MOVE 'N' TO WS-DEPT-BUDGET-SW
                   MOVE 0 TO WS-DEPT-BUDGET
                   MOVE 0 TO WS-DEPT-COMMITTED
                   MOVE 0 TO WS-DEPT-MTD-SPEND
                   MOVE 0 TO WS-DEPT-EXPOSURE
               END-IF

               EVALUATE TRUE
                 WHEN SRT-FROM-BUDGET
                   SET WS-DEPT-HAS-BUDGET TO TRUE
                   MOVE SRT-AMOUNT TO WS-DEPT-BUDGET
                   MOVE SRT-COMMITTED TO WS-DEPT-COMMITTED
                 WHEN SRT-FROM-JOURNAL
                   ADD SRT-AMOUNT TO WS-DEPT-MTD-SPEND
                 WHEN OTHER
                   ADD SRT-AMOUNT TO WS-DEPT-EXPOSURE
               END-EVALUATE

               RETURN SORT-FILE
                   AT END
                       SET WS-EOF TO TRUE
               END-RETURN
           END-PERFORM.

           IF NOT WS-FIRST-RECORD
               PERFORM 2600-FINISH-DEPARTMENT
           END-IF.

           IF WS-BUDGET-DEPTS = 0
               WRITE REPORT-LINE FROM WS-NO-BUDGETS-LINE
           END-IF.

      *****************************************************************
      * RUN RATE IS THE PERIOD'S NET JOURNAL SPEND PER DAY ELAPSED;
      * A DEPARTMENT WHOSE CANCELLATIONS OUTRUN ITS ORDERS HAS NO
      * BURN TO PROJECT, SO A NEGATIVE RATE IS TAKEN AS ZERO.
      *****************************************************************
       2600-FINISH-DEPARTMENT.
           COMPUTE WS-DEPT-RATE ROUNDED =
               WS-DEPT-MTD-SPEND / WS-DAYS-ELAPSED.
           IF WS-DEPT-RATE < 0
               MOVE 0 TO WS-DEPT-RATE
           END-IF.

           IF WS-DEPT-HAS-BUDGET
               COMPUTE WS-DEPT-PROJECTED = WS-DEPT-COMMITTED
                   + (WS-DEPT-RATE * WS-DAYS-REMAINING)
               PERFORM 2700-WRITE-BUDGET-LINE
           ELSE
               COMPUTE WS-DEPT-PROJECTED = WS-DEPT-MTD-SPEND
                   + (WS-DEPT-RATE * WS-DAYS-REMAINING)
               PERFORM 2800-HOLD-UNBUDGETED
           END-IF.

       2700-WRITE-BUDGET-LINE.
           COMPUTE WS-DEPT-REMAINING =
               WS-DEPT-BUDGET - WS-DEPT-COMMITTED.
           IF WS-DEPT-BUDGET > 0
               COMPUTE WS-DEPT-PCT-USED ROUNDED =
                   WS-DEPT-COMMITTED * 100 / WS-DEPT-BUDGET
                   ON SIZE ERROR
                       MOVE 9999.9 TO WS-DEPT-PCT-USED
               END-COMPUTE
           ELSE
               MOVE 0 TO WS-DEPT-PCT-USED
           END-IF.

           MOVE WS-PRIOR-DEPT TO DL-CHARGE-DEPT.
           MOVE WS-DEPT-BUDGET TO DL-BUDGET.
           MOVE WS-DEPT-COMMITTED TO DL-COMMITTED.
           MOVE WS-DEPT-REMAINING TO DL-REMAINING.
           MOVE WS-DEPT-PCT-USED TO DL-PCT-USED.
           MOVE WS-DEPT-EXPOSURE TO DL-EXPOSURE.
           MOVE WS-DEPT-RATE TO DL-RATE.
           MOVE WS-DEPT-PROJECTED TO DL-PROJECTED.

           IF WS-DEPT-PROJECTED > WS-DEPT-BUDGET
               MOVE '*** OVERRUN ***' TO DL-FLAG
               ADD 1 TO WS-OVERRUN-DEPTS
           ELSE
               IF WS-DEPT-PROJECTED + WS-DEPT-EXPOSURE
                   > WS-DEPT-BUDGET
                   MOVE 'AT RISK' TO DL-FLAG
                   ADD 1 TO WS-AT-RISK-DEPTS
               ELSE
                   MOVE SPACES TO DL-FLAG
               END-IF
           END-IF.
           WRITE REPORT-LINE FROM WS-DETAIL-LINE.

           ADD 1 TO WS-BUDGET-DEPTS.
           ADD WS-DEPT-BUDGET TO WS-TOTAL-BUDGET.
           ADD WS-DEPT-COMMITTED TO WS-TOTAL-COMMITTED.
           ADD WS-DEPT-EXPOSURE TO WS-TOTAL-EXPOSURE.
           ADD WS-DEPT-PROJECTED TO WS-TOTAL-PROJECTED.

       2800-HOLD-UNBUDGETED.
           ADD 1 TO WS-NOBUD-COUNT.
           IF WS-NOBUD-COUNT NOT > 500
               MOVE WS-PRIOR-DEPT TO WS-NOBUD-DEPT(WS-NOBUD-COUNT)
               MOVE WS-DEPT-MTD-SPEND
                 TO WS-NOBUD-MTD-SPEND(WS-NOBUD-COUNT)
               MOVE WS-DEPT-EXPOSURE
                 TO WS-NOBUD-EXPOSURE(WS-NOBUD-COUNT)
               MOVE WS-DEPT-RATE TO WS-NOBUD-RATE(WS-NOBUD-COUNT)
               MOVE WS-DEPT-PROJECTED
                 TO WS-NOBUD-PROJECTED(WS-NOBUD-COUNT)
           END-IF.

       2900-READ-CATALOG.
           READ CATALOG-FILE
               INVALID KEY
                   MOVE 'N' TO WS-CAT-FOUND-SW
               NOT INVALID KEY
                   MOVE 'Y' TO WS-CAT-FOUND-SW
           END-READ.

       3000-FINALIZE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-TOTAL-BUDGET TO BTL-BUDGET.
           MOVE WS-TOTAL-COMMITTED TO BTL-COMMITTED.
           MOVE WS-TOTAL-EXPOSURE TO BTL-EXPOSURE.
           MOVE WS-TOTAL-PROJECTED TO BTL-PROJECTED.
           WRITE REPORT-LINE FROM WS-BUDGET-TOTAL-LINE.
           MOVE WS-BUDGET-DEPTS TO BCL-DEPTS.
           MOVE WS-OVERRUN-DEPTS TO BCL-OVERRUN.
           MOVE WS-AT-RISK-DEPTS TO BCL-AT-RISK.
           WRITE REPORT-LINE FROM WS-BUDGET-COUNT-LINE.

           PERFORM 3100-LIST-UNBUDGETED.

           IF WS-SKIPPED-COUNT > 0
               MOVE SPACES TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE WS-SKIPPED-COUNT TO SKL-COUNT
               WRITE REPORT-LINE FROM WS-SKIPPED-LINE
           END-IF.

           IF WS-OVERRUN-DEPTS > 0 OR WS-NOBUD-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF.

           CLOSE BUDGET-FILE.
           CLOSE ORDER-JOURNAL-FILE.
           CLOSE PENDING-ORDER-FILE.
           CLOSE BACKORDER-FILE.
           CLOSE CATALOG-FILE.
           CLOSE PRICE-HISTORY-FILE.
           CLOSE BUDGET-REPORT.

       3100-LIST-UNBUDGETED.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           WRITE REPORT-LINE FROM WS-NOBUD-HEADING.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.

           IF WS-NOBUD-COUNT = 0
               WRITE REPORT-LINE FROM WS-NO-NOBUD-LINE
           ELSE
               WRITE REPORT-LINE FROM WS-NOBUD-COLUMNS
               PERFORM 3150-WRITE-UNBUDGETED-LINE
                   VARYING WS-NOBUD-SUB FROM 1 BY 1
                   UNTIL WS-NOBUD-SUB > WS-NOBUD-COUNT
                      OR WS-NOBUD-SUB > 500
               MOVE SPACES TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE WS-NOBUD-COUNT TO NCL-COUNT
               IF WS-NOBUD-COUNT > 500
                   MOVE 'ONLY THE FIRST 500 ARE LISTED ABOVE'
                     TO NCL-OVERFLOW
               ELSE
                   MOVE SPACES TO NCL-OVERFLOW
               END-IF
               WRITE REPORT-LINE FROM WS-NOBUD-COUNT-LINE
           END-IF.

       3150-WRITE-UNBUDGETED-LINE.
           MOVE WS-NOBUD-DEPT(WS-NOBUD-SUB) TO NL-CHARGE-DEPT.
           MOVE WS-NOBUD-MTD-SPEND(WS-NOBUD-SUB) TO NL-MTD-SPEND.
           MOVE WS-NOBUD-EXPOSURE(WS-NOBUD-SUB) TO NL-EXPOSURE.
           MOVE WS-NOBUD-RATE(WS-NOBUD-SUB) TO NL-RATE.
           MOVE WS-NOBUD-PROJECTED(WS-NOBUD-SUB) TO NL-PROJECTED.
           WRITE REPORT-LINE FROM WS-NOBUD-LINE.

      *****************************************************************
      * COSTS ARE CARRIED AS 6-BYTE DISPLAY FIELDS FORMATTED
      * 'DDD.CC' (E.G. '012.95'); SPLIT THE RESOLVED EFFECTIVE COST
      * OUT TO DO ARITHMETIC.
      *****************************************************************
       9000-EDIT-COST.
           MOVE WS-EFF-COST(1:3) TO WS-COST-DOLLARS.
           MOVE WS-EFF-COST(5:2) TO WS-COST-CENTS.
           COMPUTE WS-COST-NUMERIC =
               WS-COST-DOLLARS + (WS-COST-CENTS / 100).

      *****************************************************************
      * EFFECTIVE-DATED PRICE RESOLUTION, AS IN DFH0XBR2: THE NEWEST
      * PRICEHST CHANGE AT OR BEFORE WS-LOOKUP-TS WINS; IF THE FIRST
      * CHANGE IS ALREADY LATER, ITS OLD COST WAS IN FORCE; NO
      * HISTORY AT ALL FALLS BACK TO THE CURRENT CAT-COST.
      *****************************************************************
       9100-RESOLVE-EFFECTIVE-COST.
           MOVE CAT-COST TO WS-EFF-COST.
           MOVE 'N' TO WS-EFF-FOUND-SW.
           MOVE 'N' TO WS-PHS-DONE-SW.

           MOVE LOW-VALUES TO PHS-KEY.
           MOVE WS-LOOKUP-ITEM TO PHS-ITEM-REF.

           START PRICE-HISTORY-FILE
               KEY IS NOT LESS THAN PHS-KEY
               INVALID KEY
                   SET WS-PHS-DONE TO TRUE
           END-START.

           PERFORM UNTIL WS-PHS-DONE
               READ PRICE-HISTORY-FILE NEXT RECORD
                   AT END
                       SET WS-PHS-DONE TO TRUE
                   NOT AT END
                       PERFORM 9150-APPLY-ONE-CHANGE
               END-READ
           END-PERFORM.

       9150-APPLY-ONE-CHANGE.
           IF PHS-ITEM-REF NOT EQUAL WS-LOOKUP-ITEM
               SET WS-PHS-DONE TO TRUE
           ELSE
               IF PHS-TIMESTAMP NOT > WS-LOOKUP-TS
                   MOVE PHS-NEW-COST TO WS-EFF-COST
                   SET WS-EFF-FOUND TO TRUE
               ELSE
                   IF NOT WS-EFF-FOUND
                       MOVE PHS-OLD-COST TO WS-EFF-COST
                       SET WS-EFF-FOUND TO TRUE
                   END-IF
                   SET WS-PHS-DONE TO TRUE
               END-IF
           END-IF.

      *****************************************************************
      * RUN-CONTROL LEDGER: EVERY BATCH JOB STAMPS ITS RUNCTL RECORD
      * STARTED AT INITIALIZATION AND COMPLETED AT CLEAN SHUTDOWN,
      * SO DOWNSTREAM JOBS CAN VERIFY THEIR PREREQUISITES ACTUALLY
      * FINISHED FOR THE EXPECTED DATE AND DFH0XBRK CAN SHOW
      * OPERATIONS THE WHOLE WINDOW EVERY MORNING. A RECORD LEFT AT
      * STARTED IS THE SIGNATURE OF AN ABEND (OR A CONTROL-CARD
      * ABORT) -- COMPLETED IS ONLY EVER STAMPED ON THE WAY OUT OF A
      * CLEAN RUN.
      *****************************************************************
       9800-RECORD-RUN-START.
           OPEN I-O RUN-CONTROL-FILE.
           MOVE 'DFH0XBRS' TO RUN-JOB-NAME.
           MOVE WS-CURRENT-DATE TO RUN-DATE.
           SET RUN-STARTED TO TRUE.
           ACCEPT WS-RUN-TIME FROM TIME.
           STRING WS-CURRENT-DATE WS-RUN-TIME
               DELIMITED BY SIZE INTO RUN-TIMESTAMP.
           REWRITE RUN-CONTROL-RECORD
               INVALID KEY
                   WRITE RUN-CONTROL-RECORD
           END-REWRITE.

       9900-RECORD-RUN-COMPLETE.
           MOVE 'DFH0XBRS' TO RUN-JOB-NAME.
           MOVE WS-CURRENT-DATE TO RUN-DATE.
           SET RUN-COMPLETED TO TRUE.
           ACCEPT WS-RUN-TIME FROM TIME.
           STRING WS-CURRENT-DATE WS-RUN-TIME
               DELIMITED BY SIZE INTO RUN-TIMESTAMP.
           REWRITE RUN-CONTROL-RECORD
               INVALID KEY
                   WRITE RUN-CONTROL-RECORD
           END-REWRITE.
           CLOSE RUN-CONTROL-FILE.
