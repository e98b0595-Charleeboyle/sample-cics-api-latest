       IDENTIFICATION DIVISION.
       PROGRAM-ID. DFH0XBRR.
      *****************************************************************
      * WEEKLY SUBSTITUTE OFFER REPORT.
      * EVERY TIME DFH0XCMN TURNS AN ORDER OR BASKET LINE AWAY FOR
      * SHORT STOCK (RC 11) OR A DISCONTINUED ITEM (RC 33) AND OFFERS
      * A SUBSTITUTE FROM THE SUBSITEM FILE (LOADED BY DFH0XBRQ), IT
      * LOGS THE OFFER ON THE SUBOFFER FILE. THIS REPORT COUNTS THE
      * OFFERS FOR THE SEVEN DAYS ENDING ON THE SYSIN DATE, GROUPED
      * BY THE ITEM ORIGINALLY ASKED FOR AND THEN BY SUBSTITUTE, IN
      * THE DFH0XBR1 SORT-AND-BREAK STYLE, SPLIT BY THE REASON EACH
      * OFFER WAS MADE. AN ORIGINAL ITEM NOW DISCONTINUED THAT STILL
      * DRAWS OFFERS IS FLAGGED -- THE DEMAND HAS MOVED, NOT GONE,
      * AND THE BUYER SHOULD STOCK THE SUBSTITUTE TO MATCH. AN
      * ORIGINAL SHORT OFTEN ENOUGH TO KEEP OFFERING A SUBSTITUTE IS
      * A REORDER-POINT QUESTION FOR DFH0XBRI.
      * CONTROL CARD: WEEK-ENDING DATE CCYYMMDD, VALIDATED BEFORE
      * ANY FILE IS READ (THE DFH0XBRD DISCIPLINE).
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SUB-OFFER-FILE ASSIGN TO SBOFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SBO-KEY
               FILE STATUS IS WS-SBO-STATUS.

           SELECT CATALOG-FILE ASSIGN TO CATFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CAT-ITEM-REF
               FILE STATUS IS WS-CAT-STATUS.

           SELECT OFFER-REPORT ASSIGN TO RPTFILE
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
       FD SUB-OFFER-FILE.
       COPY DFH0XSBO.

       FD CATALOG-FILE.
       COPY DFH0XVSM.

       FD OFFER-REPORT.
       01 REPORT-LINE PIC X(132).

       SD SORT-FILE.
       01 SORT-RECORD.
          05 SRT-ITEM-REF PIC 9(4).
          05 SRT-ALT-ITEM-REF PIC 9(4).
          05 SRT-REASON-RC PIC 9(2).

       FD RUN-CONTROL-FILE.
       COPY DFH0XRUN.

       WORKING-STORAGE SECTION.
       01 WS-RUN-STATUS PIC XX.
       01 WS-RUN-TIME PIC X(6).
       01 WS-SBO-STATUS PIC XX.
       01 WS-CAT-STATUS PIC XX.
       01 WS-RPT-STATUS PIC XX.
       01 WS-EOF-SW PIC X VALUE 'N'.
          88 WS-EOF VALUE 'Y'.
       01 WS-CURRENT-DATE PIC X(8).

       01 WS-WEEK-END-DATE PIC X(8).
       01 WS-WEEK-END-NUM PIC 9(8).
       01 WS-WEEK-END-MONTH PIC 99.
       01 WS-WEEK-END-DAY PIC 99.
       01 WS-WEEK-START-NUM PIC 9(8).
       01 WS-WEEK-START-DATE PIC X(8).
       01 WS-WEEK-END-INTEGER PIC 9(7).

       01 WS-PRIOR-ITEM-REF PIC 9(4) VALUE 0.
       01 WS-PRIOR-ALT-ITEM-REF PIC 9(4) VALUE 0.
       01 WS-FIRST-RECORD-SW PIC X VALUE 'Y'.
          88 WS-FIRST-RECORD VALUE 'Y'.
       01 WS-ITEM-DISC-SW PIC X VALUE 'N'.
          88 WS-ITEM-DISCONTINUED VALUE 'Y'.

       01 WS-ALT-OFFERS PIC 9(5) VALUE 0.
       01 WS-ALT-SHORT PIC 9(5) VALUE 0.
       01 WS-ALT-DISC PIC 9(5) VALUE 0.
       01 WS-ITEM-OFFERS PIC 9(5) VALUE 0.
       01 WS-TOTAL-OFFERS PIC 9(5) VALUE 0.
       01 WS-TOTAL-ITEMS PIC 9(5) VALUE 0.
       01 WS-TOTAL-PAIRS PIC 9(5) VALUE 0.
       01 WS-FLAGGED-ITEMS PIC 9(5) VALUE 0.

       01 WS-HEADING-1.
          05 FILLER PIC X(45) VALUE
             'WEEKLY SUBSTITUTE OFFER REPORT'.
          05 FILLER PIC X(10) VALUE 'RUN DATE: '.
          05 H1-RUN-DATE PIC X(8).

       01 WS-HEADING-2.
          05 FILLER PIC X(14) VALUE 'OFFERS FROM: '.
          05 H2-FROM-DATE PIC X(8).
          05 FILLER PIC X(6) VALUE '  TO: '.
          05 H2-TO-DATE PIC X(8).

       01 WS-COLUMN-HEADING.
          05 FILLER PIC X(8) VALUE SPACES.
          05 FILLER PIC X(47) VALUE 'SUBSTITUTE OFFERED'.
          05 FILLER PIC X(10) VALUE '    OFFERS'.
          05 FILLER PIC X(10) VALUE '  SHORT-11'.
          05 FILLER PIC X(10) VALUE '   DISC-33'.

       01 WS-ITEM-HEADING.
          05 FILLER PIC X(6) VALUE 'ITEM: '.
          05 IH-ITEM-REF PIC 9(4).
          05 FILLER PIC X(2) VALUE SPACES.
          05 IH-DESCRIPTION PIC X(40).
          05 FILLER PIC X(2) VALUE SPACES.
          05 IH-STATUS PIC X(30).

       01 WS-DETAIL-LINE.
          05 FILLER PIC X(8) VALUE SPACES.
          05 DL-ALT-ITEM-REF PIC 9(4).
          05 FILLER PIC X(3) VALUE SPACES.
          05 DL-ALT-DESCRIPTION PIC X(40).
          05 FILLER PIC X(5) VALUE SPACES.
          05 DL-OFFERS PIC ZZZZ9.
          05 FILLER PIC X(5) VALUE SPACES.
          05 DL-SHORT PIC ZZZZ9.
          05 FILLER PIC X(5) VALUE SPACES.
          05 DL-DISC PIC ZZZZ9.

       01 WS-ITEM-TOTAL-LINE.
          05 FILLER PIC X(8) VALUE SPACES.
          05 FILLER PIC X(52) VALUE 'TOTAL OFFERS FOR ITEM'.
          05 IT-OFFERS PIC ZZZZ9.
          05 FILLER PIC X(2) VALUE SPACES.
          05 IT-FLAG PIC X(40).

       01 WS-NO-OFFERS-LINE.
          05 FILLER PIC X(40) VALUE
             'NO SUBSTITUTES OFFERED THIS WEEK'.

       01 WS-GRAND-TOTAL-LINE.
          05 FILLER PIC X(15) VALUE 'TOTAL OFFERS: '.
          05 GTL-OFFERS PIC ZZZZ9.
          05 FILLER PIC X(18) VALUE '  ITEMS SHORT OR '.
          05 FILLER PIC X(15) VALUE 'DISCONTINUED: '.
          05 GTL-ITEMS PIC ZZZZ9.
          05 FILLER PIC X(22) VALUE '  SUBSTITUTE PAIRS: '.
          05 GTL-PAIRS PIC ZZZZ9.
          05 FILLER PIC X(24) VALUE '  DISCONTINUED IN USE: '.
          05 GTL-FLAGGED PIC ZZZZ9.

       01 WS-BAD-CARD-LINE.
          05 FILLER PIC X(60) VALUE
             'CONTROL CARD ERROR -- WEEK-ENDING DATE CCYYMMDD REQUIRED'.

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
           ACCEPT WS-WEEK-END-DATE FROM SYSIN.

           OPEN OUTPUT OFFER-REPORT.
           WRITE REPORT-LINE FROM WS-HEADING-1.

           IF WS-WEEK-END-DATE NOT NUMERIC
               PERFORM 1900-CONTROL-CARD-ABORT
           END-IF.

           MOVE WS-WEEK-END-DATE(5:2) TO WS-WEEK-END-MONTH.
           MOVE WS-WEEK-END-DATE(7:2) TO WS-WEEK-END-DAY.
           IF WS-WEEK-END-MONTH < 1 OR WS-WEEK-END-MONTH > 12
               OR WS-WEEK-END-DAY < 1 OR WS-WEEK-END-DAY > 31
               PERFORM 1900-CONTROL-CARD-ABORT
           END-IF.

           MOVE WS-WEEK-END-DATE TO WS-WEEK-END-NUM.
           COMPUTE WS-WEEK-END-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-WEEK-END-NUM).
           IF WS-WEEK-END-INTEGER = 0
               PERFORM 1900-CONTROL-CARD-ABORT
           END-IF.
           COMPUTE WS-WEEK-START-NUM =
               FUNCTION DATE-OF-INTEGER(WS-WEEK-END-INTEGER - 6).
           MOVE WS-WEEK-START-NUM TO WS-WEEK-START-DATE.

           MOVE WS-WEEK-START-DATE TO H2-FROM-DATE.
           MOVE WS-WEEK-END-DATE TO H2-TO-DATE.
           WRITE REPORT-LINE FROM WS-HEADING-2.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           WRITE REPORT-LINE FROM WS-COLUMN-HEADING.

           OPEN INPUT SUB-OFFER-FILE.
           OPEN INPUT CATALOG-FILE.

       1900-CONTROL-CARD-ABORT.
           WRITE REPORT-LINE FROM WS-BAD-CARD-LINE.
           CLOSE OFFER-REPORT.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.

       2000-SORT-AND-REPORT.
           SORT SORT-FILE
               ON ASCENDING KEY SRT-ITEM-REF SRT-ALT-ITEM-REF
               INPUT PROCEDURE 2100-BUILD-SORT-FILE
               OUTPUT PROCEDURE 2200-PRODUCE-REPORT.

      *****************************************************************
      * SBO-KEY LEADS WITH THE TIMESTAMP DFH0XCMN 8750-WRITE-SUB-
      * OFFER STAMPS (CCYYMMDD THEN TIME), SO THE WEEK'S OFFERS ARE
      * THOSE WHOSE FIRST EIGHT BYTES FALL IN THE WINDOW.
      *****************************************************************
       2100-BUILD-SORT-FILE.
           PERFORM UNTIL WS-EOF
               READ SUB-OFFER-FILE NEXT RECORD
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       IF SBO-TIMESTAMP(1:8) NOT < WS-WEEK-START-DATE
                           AND SBO-TIMESTAMP(1:8)
                               NOT > WS-WEEK-END-DATE
                           MOVE SBO-ITEM-REF TO SRT-ITEM-REF
                           MOVE SBO-ALT-ITEM-REF TO SRT-ALT-ITEM-REF
                           MOVE SBO-REASON-RC TO SRT-REASON-RC
                           RELEASE SORT-RECORD
                       END-IF
               END-READ
           END-PERFORM.

       2200-PRODUCE-REPORT.
           MOVE 'N' TO WS-EOF-SW.
           RETURN SORT-FILE
               AT END
                   SET WS-EOF TO TRUE
           END-RETURN.

           PERFORM UNTIL WS-EOF
               IF WS-FIRST-RECORD
                   OR SRT-ITEM-REF NOT EQUAL WS-PRIOR-ITEM-REF
                   IF NOT WS-FIRST-RECORD
                       PERFORM 2300-WRITE-ALT-LINE
                       PERFORM 2350-WRITE-ITEM-TOTAL
                   END-IF
                   MOVE 'N' TO WS-FIRST-RECORD-SW
                   MOVE SRT-ITEM-REF TO WS-PRIOR-ITEM-REF
                   MOVE SRT-ALT-ITEM-REF TO WS-PRIOR-ALT-ITEM-REF
                   MOVE 0 TO WS-ITEM-OFFERS
                   PERFORM 2400-WRITE-ITEM-HEADING
               ELSE
                   IF SRT-ALT-ITEM-REF NOT EQUAL WS-PRIOR-ALT-ITEM-REF
                       PERFORM 2300-WRITE-ALT-LINE
                       MOVE SRT-ALT-ITEM-REF TO WS-PRIOR-ALT-ITEM-REF
                   END-IF
               END-IF

               ADD 1 TO WS-ALT-OFFERS
               ADD 1 TO WS-ITEM-OFFERS
               ADD 1 TO WS-TOTAL-OFFERS
               IF SRT-REASON-RC = 33
                   ADD 1 TO WS-ALT-DISC
               ELSE
                   ADD 1 TO WS-ALT-SHORT
               END-IF

               RETURN SORT-FILE
                   AT END
                       SET WS-EOF TO TRUE
               END-RETURN
           END-PERFORM.

           IF WS-FIRST-RECORD
               MOVE SPACES TO REPORT-LINE
               WRITE REPORT-LINE
               WRITE REPORT-LINE FROM WS-NO-OFFERS-LINE
           ELSE
               PERFORM 2300-WRITE-ALT-LINE
               PERFORM 2350-WRITE-ITEM-TOTAL
           END-IF.

       2300-WRITE-ALT-LINE.
           MOVE WS-PRIOR-ALT-ITEM-REF TO DL-ALT-ITEM-REF.
           MOVE WS-PRIOR-ALT-ITEM-REF TO CAT-ITEM-REF.
           READ CATALOG-FILE
               INVALID KEY
                   MOVE '** NOT ON CATALOG **' TO DL-ALT-DESCRIPTION
               NOT INVALID KEY
                   MOVE CAT-DESCRIPTION TO DL-ALT-DESCRIPTION
           END-READ.
           MOVE WS-ALT-OFFERS TO DL-OFFERS.
           MOVE WS-ALT-SHORT TO DL-SHORT.
           MOVE WS-ALT-DISC TO DL-DISC.
           WRITE REPORT-LINE FROM WS-DETAIL-LINE.
           ADD 1 TO WS-TOTAL-PAIRS.
           MOVE 0 TO WS-ALT-OFFERS.
           MOVE 0 TO WS-ALT-SHORT.
           MOVE 0 TO WS-ALT-DISC.

      *****************************************************************
      * THE ITEM'S STATUS IS TODAY'S, NOT THE STATUS AT OFFER TIME,
      * SINCE THE QUESTION FOR THE BUYER IS WHAT TO DO NEXT.
      *****************************************************************
       2350-WRITE-ITEM-TOTAL.
           MOVE WS-ITEM-OFFERS TO IT-OFFERS.
           IF WS-ITEM-DISCONTINUED
               MOVE '*** DISCONTINUED -- STILL IN DEMAND ***'
                 TO IT-FLAG
               ADD 1 TO WS-FLAGGED-ITEMS
           ELSE
               MOVE SPACES TO IT-FLAG
           END-IF.
           WRITE REPORT-LINE FROM WS-ITEM-TOTAL-LINE.

       2400-WRITE-ITEM-HEADING.
           MOVE 'N' TO WS-ITEM-DISC-SW.
           MOVE WS-PRIOR-ITEM-REF TO IH-ITEM-REF.
           MOVE WS-PRIOR-ITEM-REF TO CAT-ITEM-REF.
           READ CATALOG-FILE
               INVALID KEY
                   MOVE '** NOT ON CATALOG **' TO IH-DESCRIPTION
                   MOVE SPACES TO IH-STATUS
               NOT INVALID KEY
                   MOVE CAT-DESCRIPTION TO IH-DESCRIPTION
                   IF CAT-DISCONTINUED
                       SET WS-ITEM-DISCONTINUED TO TRUE
                       MOVE 'DISCONTINUED' TO IH-STATUS
                   ELSE
                       MOVE 'ACTIVE' TO IH-STATUS
                   END-IF
           END-READ.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           WRITE REPORT-LINE FROM WS-ITEM-HEADING.
           ADD 1 TO WS-TOTAL-ITEMS.

       3000-FINALIZE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-TOTAL-OFFERS TO GTL-OFFERS.
           MOVE WS-TOTAL-ITEMS TO GTL-ITEMS.
           MOVE WS-TOTAL-PAIRS TO GTL-PAIRS.
           MOVE WS-FLAGGED-ITEMS TO GTL-FLAGGED.
           WRITE REPORT-LINE FROM WS-GRAND-TOTAL-LINE.

           CLOSE SUB-OFFER-FILE.
           CLOSE CATALOG-FILE.
           CLOSE OFFER-REPORT.

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
           MOVE 'DFH0XBRR' TO RUN-JOB-NAME.
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
           MOVE 'DFH0XBRR' TO RUN-JOB-NAME.
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
