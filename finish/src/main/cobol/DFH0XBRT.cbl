       IDENTIFICATION DIVISION.
       PROGRAM-ID. DFH0XBRT.
      *****************************************************************
      * MONTHLY USAGE-BASED REORDER PARAMETER RECOMMENDATIONS.
      * WORKS OUT EACH CATALOG ITEM'S DEMAND FROM ORDRJRNL OVER A
      * ROLLING WINDOW ENDING ON THE RUN DATE AND PROPOSES THE
      * REORDPRM VALUES DFH0XBR1/DFH0XBR5 SHOULD BE RUNNING ON:
      *   - DAILY DEMAND IS THE NET QUANTITY ORDERED ON EACH DAY OF
      *     THE WINDOW. A CANCELLATION REVERSAL IS DATED BACK TO ITS
      *     ORIGINAL ORDER (JNL-ORIG-KEY) SO IT NETS OUT THE DAY THE
      *     DEMAND WAS RECORDED; ONE WHOSE ORIGINAL FELL BEFORE THE
      *     WINDOW IS IGNORED, AS THAT DEMAND WAS NEVER COUNTED.
      *   - AVERAGE DAILY DEMAND IS THE NET TOTAL OVER THE WINDOW
      *     DAYS; PEAK IS THE BUSIEST SINGLE DAY.
      *   - LEAD TIME IS THE PREFERRED SUPPLIER'S SUP-LEAD-TIME-DAYS
      *     (ITEMSUPP, LOADED BY DFH0XBRC, THEN SUPPLIER).
      *   - SAFETY STOCK = (PEAK - AVERAGE) X LEAD TIME X THE SYSIN
      *     SAFETY FACTOR, COVERING A BUSY SPELL WHILE A PO IS OUT.
      *   - REORDER POINT = AVERAGE X LEAD TIME + SAFETY STOCK.
      *   - REORDER QUANTITY = AVERAGE X 30 DAYS, ONE MONTH'S COVER
      *     TO MATCH THIS JOB'S CYCLE (001-999).
      *   - MAXIMUM = REORDER POINT + REORDER QUANTITY, SO A FULL
      *     BUY AT THE POINT NEVER TRIPS THE DFH0XBR5 CAP.
      * PROPOSALS THAT DIFFER FROM THE CURRENT REORDPRM RECORD (OR
      * WHERE THERE IS NONE) ARE WRITTEN TO PRMFILE IN EXACTLY THE
      * DFH0XBRI PCHGFILE LAYOUT, SO A BUYER CAN STRIKE LINES AND
      * FEED THE REST STRAIGHT TO THE LOAD UTILITY -- NOTHING HERE
      * UPDATES REORDPRM ITSELF. AN ACTIVE ITEM WITH NO NET DEMAND
      * IN THE WINDOW GETS NO PARAMETERS AND IS LISTED AS A
      * SLOW-MOVING CANDIDATE FOR MAINT DISCONTINUE; ONE WITH NO
      * PREFERRED SUPPLIER ON FILE IS LISTED WITH NO PROPOSAL, AS
      * THERE IS NO LEAD TIME TO WORK FROM. DISCONTINUED ITEMS ARE
      * PASSED OVER; THEIR JOURNAL LINES ARE ONLY COUNTED, APART FROM
      * LINES FOR ITEMS NO LONGER ON THE CATALOG AT ALL.
      * SYSIN CARD: COLS 1-3 WINDOW DAYS (007-366), COLS 4-6 SAFETY
      * FACTOR 9V99 (E.G. 150 = 1.50).
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CATALOG-FILE ASSIGN TO CATFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CAT-ITEM-REF
               FILE STATUS IS WS-CAT-STATUS.

           SELECT ORDER-JOURNAL-FILE ASSIGN TO JRNLFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS JNL-KEY
               FILE STATUS IS WS-JNL-STATUS.

           SELECT REORDER-PARAM-FILE ASSIGN TO RPMFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RPM-ITEM-REF
               FILE STATUS IS WS-RPM-STATUS.

           SELECT ITEM-SUPPLIER-FILE ASSIGN TO ISPFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ISP-ITEM-REF
               FILE STATUS IS WS-ISP-STATUS.

           SELECT SUPPLIER-FILE ASSIGN TO SUPFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SUP-SUPPLIER-CODE
               FILE STATUS IS WS-SUP-STATUS.

           SELECT PARAM-PROPOSAL-FILE ASSIGN TO PRMFILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRM-STATUS.

           SELECT RECOMMEND-REPORT ASSIGN TO RPTFILE
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
       FD CATALOG-FILE.
       COPY DFH0XVSM.

       FD ORDER-JOURNAL-FILE.
       COPY DFH0XJNL.

       FD REORDER-PARAM-FILE.
       COPY DFH0XRPM.

       FD ITEM-SUPPLIER-FILE.
       COPY DFH0XISP.

       FD SUPPLIER-FILE.
       COPY DFH0XSUP.

       FD PARAM-PROPOSAL-FILE.
       01 PARAM-CHANGE-RECORD.
          05 PCHG-ITEM-REF PIC X(4).
          05 PCHG-REORDER-POINT PIC X(4).
          05 PCHG-REORDER-QTY PIC X(3).
          05 PCHG-MAX-STOCK PIC X(4).

       FD RECOMMEND-REPORT.
       01 REPORT-LINE PIC X(132).

       SD SORT-FILE.
       01 SORT-RECORD.
          05 SRT-ITEM-REF PIC 9(4).
          05 SRT-SOURCE PIC X(1).
             88 SRT-FROM-CATALOG VALUE 'C'.
             88 SRT-FROM-JOURNAL VALUE 'J'.
          05 SRT-DEMAND-DATE PIC X(8).
          05 SRT-QUANTITY PIC S9(5).
          05 SRT-DESCRIPTION PIC X(40).
          05 SRT-DISCONTINUED-SW PIC X(1).
             88 SRT-DISCONTINUED VALUE 'Y'.

       FD RUN-CONTROL-FILE.
       COPY DFH0XRUN.

       WORKING-STORAGE SECTION.
       01 WS-RUN-STATUS PIC XX.
       01 WS-RUN-TIME PIC X(6).
       01 WS-CAT-STATUS PIC XX.
       01 WS-JNL-STATUS PIC XX.
       01 WS-RPM-STATUS PIC XX.
       01 WS-ISP-STATUS PIC XX.
       01 WS-SUP-STATUS PIC XX.
       01 WS-PRM-STATUS PIC XX.
       01 WS-RPT-STATUS PIC XX.
       01 WS-EOF-SW PIC X VALUE 'N'.
          88 WS-EOF VALUE 'Y'.
       01 WS-CURRENT-DATE PIC X(8).
       01 WS-CURRENT-NUM PIC 9(8).

       01 WS-CONTROL-CARD.
          05 WS-CC-WINDOW-DAYS PIC X(3).
          05 WS-CC-SAFETY-FACTOR PIC X(3).
          05 WS-CC-SAFETY-NUM REDEFINES WS-CC-SAFETY-FACTOR
                              PIC 9V99.
       01 WS-WINDOW-DAYS PIC 9(3).
       01 WS-SAFETY-FACTOR PIC 9V99.
       01 WS-WINDOW-START-NUM PIC 9(8).
       01 WS-WINDOW-START-DATE PIC X(8).
       01 WS-CURRENT-INTEGER PIC 9(7).
       01 WS-DEMAND-DATE PIC X(8).

       01 WS-PRIOR-ITEM-REF PIC 9(4) VALUE 0.
       01 WS-PRIOR-DATE PIC X(8) VALUE SPACES.
       01 WS-FIRST-RECORD-SW PIC X VALUE 'Y'.
          88 WS-FIRST-RECORD VALUE 'Y'.
       01 WS-ON-CATALOG-SW PIC X VALUE 'N'.
          88 WS-ON-CATALOG VALUE 'Y'.
       01 WS-DISCONTINUED-SW PIC X VALUE 'N'.
          88 WS-ITEM-DISCONTINUED VALUE 'Y'.
       01 WS-ITEM-DESCRIPTION PIC X(40).
       01 WS-DAY-DEMAND PIC S9(7) VALUE 0.
       01 WS-ITEM-DEMAND PIC S9(7) VALUE 0.
       01 WS-PEAK-DEMAND PIC S9(7) VALUE 0.

       01 WS-AVERAGE-DEMAND PIC 9(5)V99.
       01 WS-LEAD-TIME PIC 9(3).
       01 WS-SUPPLIER-SW PIC X VALUE 'N'.
          88 WS-HAS-SUPPLIER VALUE 'Y'.
       01 WS-CURRENT-SW PIC X VALUE 'N'.
          88 WS-HAS-CURRENT VALUE 'Y'.
       01 WS-SAFETY-STOCK PIC S9(7)V99.
       01 WS-CALC-POINT PIC 9(7).
       01 WS-CALC-QTY PIC 9(7).
       01 WS-CALC-MAX PIC 9(7).
       01 WS-PROPOSED-POINT PIC 9(4).
       01 WS-PROPOSED-QTY PIC 9(3).
       01 WS-PROPOSED-MAX PIC 9(4).

       01 WS-ITEMS-REVIEWED PIC 9(5) VALUE 0.
       01 WS-PROPOSED-COUNT PIC 9(5) VALUE 0.
       01 WS-UNCHANGED-COUNT PIC 9(5) VALUE 0.
       01 WS-SLOW-COUNT PIC 9(5) VALUE 0.
       01 WS-NO-SUPPLIER-COUNT PIC 9(5) VALUE 0.
       01 WS-SKIPPED-COUNT PIC 9(5) VALUE 0.
       01 WS-DISCONTINUED-COUNT PIC 9(5) VALUE 0.

       01 WS-HEADING-1.
          05 FILLER PIC X(45) VALUE
             'REORDER PARAMETER RECOMMENDATIONS'.
          05 FILLER PIC X(10) VALUE 'RUN DATE: '.
          05 H1-RUN-DATE PIC X(8).

       01 WS-HEADING-2.
          05 FILLER PIC X(15) VALUE 'DEMAND FROM:   '.
          05 H2-FROM-DATE PIC X(8).
          05 FILLER PIC X(6) VALUE '  TO: '.
          05 H2-TO-DATE PIC X(8).
          05 FILLER PIC X(8) VALUE '  DAYS: '.
          05 H2-WINDOW-DAYS PIC ZZ9.
          05 FILLER PIC X(18) VALUE '  SAFETY FACTOR: '.
          05 H2-SAFETY-FACTOR PIC 9.99.

       01 WS-COLUMN-HEADING-1.
          05 FILLER PIC X(31) VALUE SPACES.
          05 FILLER PIC X(17) VALUE '---- CURRENT ----'.
          05 FILLER PIC X(20) VALUE SPACES.
          05 FILLER PIC X(17) VALUE '--- PROPOSED ----'.

       01 WS-COLUMN-HEADING-2.
          05 FILLER PIC X(31) VALUE 'ITEM  DESCRIPTION'.
          05 FILLER PIC X(17) VALUE 'POINT  QTY   MAX'.
          05 FILLER PIC X(20) VALUE '    AVG  PEAK LEAD'.
          05 FILLER PIC X(19) VALUE 'POINT  QTY   MAX'.
          05 FILLER PIC X(20) VALUE 'NOTE'.

       01 WS-DETAIL-LINE.
          05 DL-ITEM-REF PIC 9(4).
          05 FILLER PIC X(2) VALUE SPACES.
          05 DL-DESCRIPTION PIC X(24).
          05 FILLER PIC X(1) VALUE SPACES.
          05 DL-CURRENT.
             10 DL-CUR-POINT PIC ZZZ9.
             10 FILLER PIC X(2) VALUE SPACES.
             10 DL-CUR-QTY PIC ZZ9.
             10 FILLER PIC X(2) VALUE SPACES.
             10 DL-CUR-MAX PIC ZZZ9.
          05 DL-CURRENT-NONE REDEFINES DL-CURRENT PIC X(15).
          05 FILLER PIC X(2) VALUE SPACES.
          05 DL-AVERAGE PIC ZZZ9.99.
          05 FILLER PIC X(1) VALUE SPACES.
          05 DL-PEAK PIC ZZZZ9.
          05 FILLER PIC X(1) VALUE SPACES.
          05 DL-LEAD PIC ZZ9.
          05 FILLER PIC X(2) VALUE SPACES.
          05 DL-PROPOSED.
             10 DL-NEW-POINT PIC ZZZ9.
             10 FILLER PIC X(2) VALUE SPACES.
             10 DL-NEW-QTY PIC ZZ9.
             10 FILLER PIC X(2) VALUE SPACES.
             10 DL-NEW-MAX PIC ZZZ9.
          05 DL-PROPOSED-NONE REDEFINES DL-PROPOSED PIC X(15).
          05 FILLER PIC X(4) VALUE SPACES.
          05 DL-NOTE PIC X(40).

       01 WS-TOTAL-LINE-1.
          05 FILLER PIC X(17) VALUE 'ITEMS REVIEWED: '.
          05 TL-REVIEWED PIC ZZZZ9.
          05 FILLER PIC X(13) VALUE '  PROPOSED: '.
          05 TL-PROPOSED PIC ZZZZ9.
          05 FILLER PIC X(14) VALUE '  UNCHANGED: '.
          05 TL-UNCHANGED PIC ZZZZ9.

       01 WS-TOTAL-LINE-2.
          05 FILLER PIC X(17) VALUE 'SLOW-MOVING:    '.
          05 TL-SLOW PIC ZZZZ9.
          05 FILLER PIC X(16) VALUE '  NO SUPPLIER: '.
          05 TL-NO-SUPPLIER PIC ZZZZ9.

       01 WS-SKIPPED-LINE.
          05 FILLER PIC X(46) VALUE
             'JOURNAL LINES SKIPPED -- ITEM NOT ON CATALOG:'.
          05 SKL-COUNT PIC ZZZZ9.

       01 WS-DISCONTINUED-LINE.
          05 FILLER PIC X(46) VALUE
             'JOURNAL LINES SKIPPED -- ITEM DISCONTINUED:'.
          05 DCL-COUNT PIC ZZZZ9.

       01 WS-BAD-CARD-LINE.
          05 FILLER PIC X(34) VALUE
             'CONTROL CARD ERROR -- WINDOW DAYS '.
          05 FILLER PIC X(40) VALUE
             '007-366 AND SAFETY FACTOR 9V99 REQUIRED'.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE.
           PERFORM 2000-SORT-AND-REPORT.
           PERFORM 3000-FINALIZE.
           PERFORM 9900-RECORD-RUN-COMPLETE.
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           PERFORM 9800-RECORD-RUN-START.
           MOVE WS-CURRENT-DATE TO H1-RUN-DATE.
           MOVE SPACES TO WS-CONTROL-CARD.
           ACCEPT WS-CONTROL-CARD FROM SYSIN.

           OPEN OUTPUT RECOMMEND-REPORT.
           WRITE REPORT-LINE FROM WS-HEADING-1.

           IF WS-CC-WINDOW-DAYS NOT NUMERIC
               OR WS-CC-SAFETY-FACTOR NOT NUMERIC
               PERFORM 1900-CONTROL-CARD-ABORT
           END-IF.
           MOVE WS-CC-WINDOW-DAYS TO WS-WINDOW-DAYS.
           MOVE WS-CC-SAFETY-NUM TO WS-SAFETY-FACTOR.
           IF WS-WINDOW-DAYS < 7 OR WS-WINDOW-DAYS > 366
               PERFORM 1900-CONTROL-CARD-ABORT
           END-IF.

           MOVE WS-CURRENT-DATE TO WS-CURRENT-NUM.
           COMPUTE WS-CURRENT-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-CURRENT-NUM).
           COMPUTE WS-WINDOW-START-NUM =
               FUNCTION DATE-OF-INTEGER(WS-CURRENT-INTEGER
                   - WS-WINDOW-DAYS + 1).
           MOVE WS-WINDOW-START-NUM TO WS-WINDOW-START-DATE.

           MOVE WS-WINDOW-START-DATE TO H2-FROM-DATE.
           MOVE WS-CURRENT-DATE TO H2-TO-DATE.
           MOVE WS-WINDOW-DAYS TO H2-WINDOW-DAYS.
           MOVE WS-SAFETY-FACTOR TO H2-SAFETY-FACTOR.
           WRITE REPORT-LINE FROM WS-HEADING-2.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           WRITE REPORT-LINE FROM WS-COLUMN-HEADING-1.
           WRITE REPORT-LINE FROM WS-COLUMN-HEADING-2.

           OPEN INPUT CATALOG-FILE.
           OPEN INPUT ORDER-JOURNAL-FILE.
           OPEN INPUT REORDER-PARAM-FILE.
           OPEN INPUT ITEM-SUPPLIER-FILE.
           OPEN INPUT SUPPLIER-FILE.
           OPEN OUTPUT PARAM-PROPOSAL-FILE.

       1900-CONTROL-CARD-ABORT.
           WRITE REPORT-LINE FROM WS-BAD-CARD-LINE.
           CLOSE RECOMMEND-REPORT.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.

       2000-SORT-AND-REPORT.
           SORT SORT-FILE
               ON ASCENDING KEY SRT-ITEM-REF SRT-SOURCE
                                SRT-DEMAND-DATE
               INPUT PROCEDURE 2100-BUILD-SORT-FILE
               OUTPUT PROCEDURE 2500-PRODUCE-REPORT.

      *****************************************************************
      * ONE 'C' RECORD PER CATALOG ITEM SORTS AHEAD OF THAT ITEM'S
      * JOURNAL DEMAND, SO AN ITEM WITH NO DEMAND STILL REACHES THE
      * REPORT AND A JOURNAL ITEM NO LONGER ON THE CATALOG CAN BE
      * RECOGNISED AND SKIPPED. THE 'C' RECORD CARRIES THE ITEM'S
      * DISCONTINUED FLAG, SO A DISCONTINUED ITEM'S DEMAND IS PASSED
      * OVER AND COUNTED ON ITS OWN RATHER THAN MISTAKEN FOR AN ITEM
      * MISSING FROM THE CATALOG.
      *****************************************************************
       2100-BUILD-SORT-FILE.
           MOVE 'N' TO WS-EOF-SW.
           PERFORM UNTIL WS-EOF
               READ CATALOG-FILE NEXT RECORD
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       MOVE CAT-ITEM-REF TO SRT-ITEM-REF
                       SET SRT-FROM-CATALOG TO TRUE
                       MOVE SPACES TO SRT-DEMAND-DATE
                       MOVE 0 TO SRT-QUANTITY
                       MOVE CAT-DESCRIPTION TO SRT-DESCRIPTION
                       MOVE 'N' TO SRT-DISCONTINUED-SW
                       IF CAT-DISCONTINUED
                           SET SRT-DISCONTINUED TO TRUE
                       END-IF
                       RELEASE SORT-RECORD
               END-READ
           END-PERFORM.

           MOVE 'N' TO WS-EOF-SW.
           PERFORM UNTIL WS-EOF
               READ ORDER-JOURNAL-FILE NEXT RECORD
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       PERFORM 2150-RELEASE-DEMAND
               END-READ
           END-PERFORM.

       2150-RELEASE-DEMAND.
           IF JNL-QUANTITY < 0
               AND JNL-ORIG-KEY NOT EQUAL SPACES
               MOVE JNL-ORIG-KEY(1:8) TO WS-DEMAND-DATE
           ELSE
               MOVE JNL-TIMESTAMP(1:8) TO WS-DEMAND-DATE
           END-IF.

           IF WS-DEMAND-DATE NOT < WS-WINDOW-START-DATE
               AND WS-DEMAND-DATE NOT > WS-CURRENT-DATE
               MOVE JNL-ITEM-REF TO SRT-ITEM-REF
               SET SRT-FROM-JOURNAL TO TRUE
               MOVE WS-DEMAND-DATE TO SRT-DEMAND-DATE
               MOVE JNL-QUANTITY TO SRT-QUANTITY
               MOVE SPACES TO SRT-DESCRIPTION
               MOVE 'N' TO SRT-DISCONTINUED-SW
               RELEASE SORT-RECORD
           END-IF.

       2500-PRODUCE-REPORT.
           MOVE 'N' TO WS-EOF-SW.
           RETURN SORT-FILE
               AT END
                   SET WS-EOF TO TRUE
           END-RETURN.

           PERFORM UNTIL WS-EOF
               IF WS-FIRST-RECORD
                   OR SRT-ITEM-REF NOT EQUAL WS-PRIOR-ITEM-REF
                   IF NOT WS-FIRST-RECORD
                       PERFORM 2600-FINISH-ITEM
                   END-IF
                   MOVE 'N' TO WS-FIRST-RECORD-SW
                   MOVE SRT-ITEM-REF TO WS-PRIOR-ITEM-REF
                   MOVE 'N' TO WS-ON-CATALOG-SW
                   MOVE 'N' TO WS-DISCONTINUED-SW
                   MOVE SPACES TO WS-PRIOR-DATE
                   MOVE 0 TO WS-DAY-DEMAND
                   MOVE 0 TO WS-ITEM-DEMAND
                   MOVE 0 TO WS-PEAK-DEMAND
               END-IF

               IF SRT-FROM-CATALOG
                   SET WS-ON-CATALOG TO TRUE
                   MOVE SRT-DISCONTINUED-SW TO WS-DISCONTINUED-SW
                   MOVE SRT-DESCRIPTION TO WS-ITEM-DESCRIPTION
               ELSE
                   EVALUATE TRUE
                     WHEN NOT WS-ON-CATALOG
                       ADD 1 TO WS-SKIPPED-COUNT
                     WHEN WS-ITEM-DISCONTINUED
                       ADD 1 TO WS-DISCONTINUED-COUNT
                     WHEN OTHER
                       PERFORM 2550-ADD-DEMAND
                   END-EVALUATE
               END-IF

               RETURN SORT-FILE
                   AT END
                       SET WS-EOF TO TRUE
               END-RETURN
           END-PERFORM.

           IF NOT WS-FIRST-RECORD
               PERFORM 2600-FINISH-ITEM
           END-IF.

       2550-ADD-DEMAND.
           IF SRT-DEMAND-DATE NOT EQUAL WS-PRIOR-DATE
               PERFORM 2560-CLOSE-DAY
               MOVE SRT-DEMAND-DATE TO WS-PRIOR-DATE
           END-IF.
           ADD SRT-QUANTITY TO WS-DAY-DEMAND.
           ADD SRT-QUANTITY TO WS-ITEM-DEMAND.

       2560-CLOSE-DAY.
           IF WS-DAY-DEMAND > WS-PEAK-DEMAND
               MOVE WS-DAY-DEMAND TO WS-PEAK-DEMAND
           END-IF.
           MOVE 0 TO WS-DAY-DEMAND.

       2600-FINISH-ITEM.
           PERFORM 2560-CLOSE-DAY.
           IF WS-ON-CATALOG
               AND NOT WS-ITEM-DISCONTINUED
               ADD 1 TO WS-ITEMS-REVIEWED
               PERFORM 2650-LOOKUP-CURRENT
               MOVE SPACES TO DL-NOTE
               IF WS-ITEM-DEMAND NOT > 0
                   PERFORM 2700-REPORT-SLOW-MOVER
               ELSE
                   COMPUTE WS-AVERAGE-DEMAND ROUNDED =
                       WS-ITEM-DEMAND / WS-WINDOW-DAYS
                   PERFORM 2660-LOOKUP-LEAD-TIME
                   IF WS-HAS-SUPPLIER
                       PERFORM 2800-PROPOSE-PARAMETERS
                   ELSE
                       PERFORM 2750-REPORT-NO-SUPPLIER
                   END-IF
               END-IF
           END-IF.

       2650-LOOKUP-CURRENT.
           MOVE WS-PRIOR-ITEM-REF TO RPM-ITEM-REF.
           READ REORDER-PARAM-FILE
               INVALID KEY
                   MOVE 'N' TO WS-CURRENT-SW
               NOT INVALID KEY
                   MOVE 'Y' TO WS-CURRENT-SW
           END-READ.

           MOVE WS-PRIOR-ITEM-REF TO DL-ITEM-REF.
           MOVE WS-ITEM-DESCRIPTION TO DL-DESCRIPTION.
           IF WS-HAS-CURRENT
               MOVE RPM-REORDER-POINT TO DL-CUR-POINT
               MOVE RPM-REORDER-QTY TO DL-CUR-QTY
               MOVE RPM-MAX-STOCK TO DL-CUR-MAX
           ELSE
               MOVE '     NONE' TO DL-CURRENT-NONE
           END-IF.

       2660-LOOKUP-LEAD-TIME.
           MOVE 'N' TO WS-SUPPLIER-SW.
           MOVE WS-PRIOR-ITEM-REF TO ISP-ITEM-REF.
           READ ITEM-SUPPLIER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE ISP-SUPPLIER-CODE TO SUP-SUPPLIER-CODE
                   READ SUPPLIER-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE SUP-LEAD-TIME-DAYS TO WS-LEAD-TIME
                           SET WS-HAS-SUPPLIER TO TRUE
                   END-READ
           END-READ.

       2700-REPORT-SLOW-MOVER.
           MOVE 0 TO DL-AVERAGE.
           MOVE 0 TO DL-PEAK.
           MOVE 0 TO DL-LEAD.
           MOVE SPACES TO DL-PROPOSED-NONE.
           MOVE 'SLOW-MOVING -- REVIEW FOR MAINT DISCONTINUE'
             TO DL-NOTE.
           WRITE REPORT-LINE FROM WS-DETAIL-LINE.
           ADD 1 TO WS-SLOW-COUNT.

       2750-REPORT-NO-SUPPLIER.
           MOVE WS-AVERAGE-DEMAND TO DL-AVERAGE.
           MOVE WS-PEAK-DEMAND TO DL-PEAK.
           MOVE 0 TO DL-LEAD.
           MOVE SPACES TO DL-PROPOSED-NONE.
           MOVE 'NO PREFERRED SUPPLIER -- NOT PROPOSED' TO DL-NOTE.
           WRITE REPORT-LINE FROM WS-DETAIL-LINE.
           ADD 1 TO WS-NO-SUPPLIER-COUNT.

      *****************************************************************
      * FRACTIONS ARE ROUNDED, WITH A FLOOR OF ONE ON THE POINT AND
      * QUANTITY -- AN ITEM THAT IS ORDERED AT ALL SHOULD BE BOUGHT
      * BEFORE IT IS GONE. THE POINT IS HELD BELOW 9999 AND THE
      * MAXIMUM CAPPED AT 9999 SO THE PROPOSAL ALWAYS PASSES THE
      * DFH0XBRI EDITS (QUANTITY 001-999, MAXIMUM ABOVE THE POINT).
      *****************************************************************
       2800-PROPOSE-PARAMETERS.
           COMPUTE WS-SAFETY-STOCK ROUNDED =
               (WS-PEAK-DEMAND - WS-AVERAGE-DEMAND)
               * WS-LEAD-TIME * WS-SAFETY-FACTOR.
           IF WS-SAFETY-STOCK < 0
               MOVE 0 TO WS-SAFETY-STOCK
           END-IF.
           COMPUTE WS-CALC-POINT ROUNDED =
               (WS-AVERAGE-DEMAND * WS-LEAD-TIME) + WS-SAFETY-STOCK.
           COMPUTE WS-CALC-QTY ROUNDED = WS-AVERAGE-DEMAND * 30.

           IF WS-CALC-POINT < 1
               MOVE 1 TO WS-CALC-POINT
           END-IF.
           IF WS-CALC-POINT > 9998
               MOVE 9998 TO WS-CALC-POINT
           END-IF.
           IF WS-CALC-QTY < 1
               MOVE 1 TO WS-CALC-QTY
           END-IF.
           IF WS-CALC-QTY > 999
               MOVE 999 TO WS-CALC-QTY
           END-IF.
           COMPUTE WS-CALC-MAX = WS-CALC-POINT + WS-CALC-QTY.
           IF WS-CALC-MAX > 9999
               MOVE 9999 TO WS-CALC-MAX
           END-IF.

           MOVE WS-CALC-POINT TO WS-PROPOSED-POINT.
           MOVE WS-CALC-QTY TO WS-PROPOSED-QTY.
           MOVE WS-CALC-MAX TO WS-PROPOSED-MAX.

           MOVE WS-AVERAGE-DEMAND TO DL-AVERAGE.
           MOVE WS-PEAK-DEMAND TO DL-PEAK.
           MOVE WS-LEAD-TIME TO DL-LEAD.
           MOVE WS-PROPOSED-POINT TO DL-NEW-POINT.
           MOVE WS-PROPOSED-QTY TO DL-NEW-QTY.
           MOVE WS-PROPOSED-MAX TO DL-NEW-MAX.

           IF WS-HAS-CURRENT
               AND RPM-REORDER-POINT = WS-PROPOSED-POINT
               AND RPM-REORDER-QTY = WS-PROPOSED-QTY
               AND RPM-MAX-STOCK = WS-PROPOSED-MAX
               MOVE 'NO CHANGE' TO DL-NOTE
               ADD 1 TO WS-UNCHANGED-COUNT
           ELSE
               IF NOT WS-HAS-CURRENT
                   MOVE 'NEW PARAMETERS' TO DL-NOTE
               END-IF
               PERFORM 2850-WRITE-PROPOSAL
           END-IF.
           WRITE REPORT-LINE FROM WS-DETAIL-LINE.

       2850-WRITE-PROPOSAL.
           MOVE WS-PRIOR-ITEM-REF TO PCHG-ITEM-REF.
           MOVE WS-PROPOSED-POINT TO PCHG-REORDER-POINT.
           MOVE WS-PROPOSED-QTY TO PCHG-REORDER-QTY.
           MOVE WS-PROPOSED-MAX TO PCHG-MAX-STOCK.
           WRITE PARAM-CHANGE-RECORD.
           ADD 1 TO WS-PROPOSED-COUNT.

       3000-FINALIZE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-ITEMS-REVIEWED TO TL-REVIEWED.
           MOVE WS-PROPOSED-COUNT TO TL-PROPOSED.
           MOVE WS-UNCHANGED-COUNT TO TL-UNCHANGED.
           WRITE REPORT-LINE FROM WS-TOTAL-LINE-1.
           MOVE WS-SLOW-COUNT TO TL-SLOW.
           MOVE WS-NO-SUPPLIER-COUNT TO TL-NO-SUPPLIER.
           WRITE REPORT-LINE FROM WS-TOTAL-LINE-2.

           IF WS-SKIPPED-COUNT > 0
               MOVE WS-SKIPPED-COUNT TO SKL-COUNT
               WRITE REPORT-LINE FROM WS-SKIPPED-LINE
           END-IF.

           IF WS-DISCONTINUED-COUNT > 0
               MOVE WS-DISCONTINUED-COUNT TO DCL-COUNT
               WRITE REPORT-LINE FROM WS-DISCONTINUED-LINE
           END-IF.

           CLOSE CATALOG-FILE.
           CLOSE ORDER-JOURNAL-FILE.
           CLOSE REORDER-PARAM-FILE.
           CLOSE ITEM-SUPPLIER-FILE.
           CLOSE SUPPLIER-FILE.
           CLOSE PARAM-PROPOSAL-FILE.
           CLOSE RECOMMEND-REPORT.

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
           MOVE 'DFH0XBRT' TO RUN-JOB-NAME.
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
           MOVE 'DFH0XBRT' TO RUN-JOB-NAME.
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
