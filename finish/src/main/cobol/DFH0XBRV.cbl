       IDENTIFICATION DIVISION.
       PROGRAM-ID. DFH0XBRV.
      *****************************************************************
      * DAILY WAREHOUSE PICK LIST AND DEPARTMENT DELIVERY NOTES.
      * TAKES EVERY ORDRJRNL LINE POSTED ON THE SYSIN PICK DATE --
      * ONLINE AND BASKET ORDERS, DFH0XBRP IMPORTS, BACKORDER
      * RELEASES (8060) AND APPROVED HOLDS (8080) ALIKE, SINCE EACH
      * IS STOCK THAT HAS LEFT CAT-IN-STOCK AND MUST LEAVE THE
      * SHELF. A REVERSAL IS NOT PICKED. AN ORDER SINCE CANCELLED
      * (ITS JNL-ORIG-KEY POINTS AT THE REVERSAL) IS PICKED NET OF
      * THE REVERSAL: A CANCL MAY RETURN ONLY PART OF AN ORDER, AND
      * THE UNITS KEPT HAVE STILL LEFT CAT-IN-STOCK. ONLY A LINE
      * CANCELLED IN FULL IS DROPPED, SO A RE-RUN AFTER A
      * CANCELLATION PICKS WHAT THE REQUESTER STILL WANTS.
      * THE REPORT HAS THREE SECTIONS:
      *   1. THE PICK LIST, ONE LINE PER ITEM IN BINLOC WALKING
      *      ORDER (AISLE, BAY, SHELF -- LOADED BY DFH0XBRU) WITH
      *      THE TOTAL QUANTITY TO PULL;
      *   2. EXCEPTIONS: EVERY LINE FOR AN ITEM WITH NO BIN ON FILE,
      *      SO IT IS FETCHED BY HAND RATHER THAN NEVER PICKED;
      *   3. ONE DELIVERY NOTE PER CHARGE DEPARTMENT LISTING
      *      REQUESTER, ITEM, QUANTITY AND THE JOURNAL KEY, WITH A
      *      SIGNATURE LINE FOR THE RECEIVING DEPARTMENT.
      * EACH JOURNAL LINE IS RELEASED TWICE TO ONE SORT -- ONCE FOR
      * THE PICK LIST OR EXCEPTIONS, ONCE FOR ITS DELIVERY NOTE --
      * WITH A LEADING SECTION NUMBER SO THE SECTIONS COME BACK IN
      * PRINT ORDER. RC=4 WHEN ANY LINE LANDS IN EXCEPTIONS.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ORDER-JOURNAL-FILE ASSIGN TO JRNLFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS JNL-KEY
               FILE STATUS IS WS-JNL-STATUS.

           SELECT BIN-LOCATION-FILE ASSIGN TO BINFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BIN-ITEM-REF
               FILE STATUS IS WS-BIN-STATUS.

           SELECT CATALOG-FILE ASSIGN TO CATFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CAT-ITEM-REF
               FILE STATUS IS WS-CAT-STATUS.

           SELECT PICK-REPORT ASSIGN TO RPTFILE
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
       FD ORDER-JOURNAL-FILE.
       COPY DFH0XJNL.

       FD BIN-LOCATION-FILE.
       COPY DFH0XBIN.

       FD CATALOG-FILE.
       COPY DFH0XVSM.

       FD PICK-REPORT.
       01 REPORT-LINE PIC X(132).

       SD SORT-FILE.
       01 SORT-RECORD.
          05 SRT-SECTION PIC 9(1).
             88 SRT-PICK-SECTION VALUE 1.
             88 SRT-EXCEPTION-SECTION VALUE 2.
             88 SRT-NOTE-SECTION VALUE 3.
          05 SRT-SORT-KEY PIC X(40).
          05 SRT-PICK-KEY REDEFINES SRT-SORT-KEY.
             10 SRT-PK-LOCATION PIC X(8).
             10 SRT-PK-ITEM-REF PIC 9(4).
             10 FILLER PIC X(28).
          05 SRT-EXCEPTION-KEY REDEFINES SRT-SORT-KEY.
             10 SRT-XK-ITEM-REF PIC 9(4).
             10 SRT-XK-JNL-KEY PIC X(24).
             10 FILLER PIC X(12).
          05 SRT-NOTE-KEY REDEFINES SRT-SORT-KEY.
             10 SRT-NK-CHARGE-DEPT PIC X(8).
             10 SRT-NK-USERID PIC X(8).
             10 SRT-NK-JNL-KEY PIC X(24).
          05 SRT-ITEM-REF PIC 9(4).
          05 SRT-DESCRIPTION PIC X(40).
          05 SRT-QUANTITY PIC 9(3).
          05 SRT-CHARGE-DEPT PIC X(8).
          05 SRT-USERID PIC X(8).
          05 SRT-JNL-KEY PIC X(24).
          05 SRT-LOCATION.
             10 SRT-AISLE PIC X(3).
             10 SRT-BAY PIC X(3).
             10 SRT-SHELF PIC X(2).

       FD RUN-CONTROL-FILE.
       COPY DFH0XRUN.

       WORKING-STORAGE SECTION.
       01 WS-RUN-STATUS PIC XX.
       01 WS-RUN-TIME PIC X(6).
       01 WS-JNL-STATUS PIC XX.
       01 WS-BIN-STATUS PIC XX.
       01 WS-CAT-STATUS PIC XX.
       01 WS-RPT-STATUS PIC XX.
       01 WS-EOF-SW PIC X VALUE 'N'.
          88 WS-EOF VALUE 'Y'.
       01 WS-CURRENT-DATE PIC X(8).
       01 WS-PICK-DATE PIC X(8).
       01 WS-PICK-QUANTITY PIC S9(4).
       01 WS-SAVED-JNL-RECORD PIC X(71).
       01 WS-REVERSAL-FOUND-SW PIC X VALUE 'N'.
          88 WS-REVERSAL-FOUND VALUE 'Y'.

       01 WS-SECTION PIC 9(1) VALUE 0.
       01 WS-TARGET-SECTION PIC 9(1).
       01 WS-SECTION-LINES PIC 9(5) VALUE 0.
       01 WS-GROUP-OPEN-SW PIC X VALUE 'N'.
          88 WS-GROUP-OPEN VALUE 'Y'.
       01 WS-PRIOR-PICK-KEY PIC X(12).
       01 WS-PRIOR-DEPT PIC X(8).

       01 WS-ITEM-QUANTITY PIC 9(5) VALUE 0.
       01 WS-ITEM-LINES PIC 9(5) VALUE 0.
       01 WS-NOTE-LINES PIC 9(5) VALUE 0.
       01 WS-NOTE-UNITS PIC 9(5) VALUE 0.

       01 WS-TOTAL-LINES PIC 9(5) VALUE 0.
       01 WS-TOTAL-UNITS PIC 9(7) VALUE 0.
       01 WS-PICK-ITEMS PIC 9(5) VALUE 0.
       01 WS-EXCEPTION-COUNT PIC 9(5) VALUE 0.
       01 WS-NOTE-COUNT PIC 9(5) VALUE 0.
       01 WS-CANCELLED-COUNT PIC 9(5) VALUE 0.

       01 WS-HEADING-1.
          05 FILLER PIC X(45) VALUE
             'DAILY PICK LIST AND DELIVERY NOTES'.
          05 FILLER PIC X(10) VALUE 'RUN DATE: '.
          05 H1-RUN-DATE PIC X(8).

       01 WS-HEADING-2.
          05 FILLER PIC X(12) VALUE 'PICK DATE: '.
          05 H2-PICK-DATE PIC X(8).

       01 WS-PICK-HEADING.
          05 FILLER PIC X(50) VALUE
             'PICK LIST -- WALKING ORDER BY BIN'.

       01 WS-PICK-COLUMNS.
          05 FILLER PIC X(20) VALUE 'AISLE  BAY  SHELF'.
          05 FILLER PIC X(46) VALUE 'ITEM  DESCRIPTION'.
          05 FILLER PIC X(20) VALUE '  QTY  LINES  PICKED'.

       01 WS-PICK-LINE.
          05 PK-AISLE PIC X(3).
          05 FILLER PIC X(4) VALUE SPACES.
          05 PK-BAY PIC X(3).
          05 FILLER PIC X(2) VALUE SPACES.
          05 PK-SHELF PIC X(2).
          05 FILLER PIC X(6) VALUE SPACES.
          05 PK-ITEM-REF PIC 9(4).
          05 FILLER PIC X(2) VALUE SPACES.
          05 PK-DESCRIPTION PIC X(40).
          05 FILLER PIC X(1) VALUE SPACES.
          05 PK-QUANTITY PIC ZZZZ9.
          05 FILLER PIC X(2) VALUE SPACES.
          05 PK-LINES PIC ZZZ9.
          05 FILLER PIC X(3) VALUE SPACES.
          05 FILLER PIC X(6) VALUE '______'.

       01 WS-EXCEPTION-HEADING.
          05 FILLER PIC X(50) VALUE
             'EXCEPTIONS -- NO BIN LOCATION ON FILE'.

       01 WS-EXCEPTION-COLUMNS.
          05 FILLER PIC X(46) VALUE 'ITEM  DESCRIPTION'.
          05 FILLER PIC X(6) VALUE '  QTY'.
          05 FILLER PIC X(10) VALUE 'DEPT'.
          05 FILLER PIC X(10) VALUE 'REQUESTER'.
          05 FILLER PIC X(24) VALUE 'JOURNAL KEY'.

       01 WS-EXCEPTION-LINE.
          05 XL-ITEM-REF PIC 9(4).
          05 FILLER PIC X(2) VALUE SPACES.
          05 XL-DESCRIPTION PIC X(40).
          05 FILLER PIC X(2) VALUE SPACES.
          05 XL-QUANTITY PIC ZZ9.
          05 FILLER PIC X(1) VALUE SPACES.
          05 XL-CHARGE-DEPT PIC X(8).
          05 FILLER PIC X(2) VALUE SPACES.
          05 XL-USERID PIC X(8).
          05 FILLER PIC X(2) VALUE SPACES.
          05 XL-JNL-KEY PIC X(24).

       01 WS-NOTES-HEADING.
          05 FILLER PIC X(50) VALUE
             'DELIVERY NOTES BY CHARGE DEPARTMENT'.

       01 WS-NOTE-HEADING.
          05 FILLER PIC X(26) VALUE 'DELIVERY NOTE -- DEPT: '.
          05 NH-CHARGE-DEPT PIC X(8).
          05 FILLER PIC X(14) VALUE '  PICK DATE: '.
          05 NH-PICK-DATE PIC X(8).

       01 WS-NOTE-COLUMNS.
          05 FILLER PIC X(10) VALUE 'REQUESTER'.
          05 FILLER PIC X(46) VALUE 'ITEM  DESCRIPTION'.
          05 FILLER PIC X(6) VALUE '  QTY'.
          05 FILLER PIC X(26) VALUE 'JOURNAL KEY'.
          05 FILLER PIC X(12) VALUE 'RECEIVED'.

       01 WS-NOTE-LINE.
          05 NL-USERID PIC X(8).
          05 FILLER PIC X(2) VALUE SPACES.
          05 NL-ITEM-REF PIC 9(4).
          05 FILLER PIC X(2) VALUE SPACES.
          05 NL-DESCRIPTION PIC X(40).
          05 FILLER PIC X(2) VALUE SPACES.
          05 NL-QUANTITY PIC ZZ9.
          05 FILLER PIC X(3) VALUE SPACES.
          05 NL-JNL-KEY PIC X(24).
          05 FILLER PIC X(2) VALUE SPACES.
          05 FILLER PIC X(10) VALUE '__________'.

       01 WS-NOTE-FOOTER.
          05 FILLER PIC X(8) VALUE 'LINES: '.
          05 NF-LINES PIC ZZZ9.
          05 FILLER PIC X(10) VALUE '  UNITS: '.
          05 NF-UNITS PIC ZZZZ9.
          05 FILLER PIC X(15) VALUE '  RECEIVED BY: '.
          05 FILLER PIC X(25) VALUE ALL '_'.
          05 FILLER PIC X(8) VALUE '  DATE: '.
          05 FILLER PIC X(10) VALUE ALL '_'.

       01 WS-NONE-LINE.
          05 FILLER PIC X(10) VALUE 'NONE'.

       01 WS-TOTAL-LINE-1.
          05 FILLER PIC X(16) VALUE 'LINES TO PICK: '.
          05 TL-LINES PIC ZZZZ9.
          05 FILLER PIC X(10) VALUE '  UNITS: '.
          05 TL-UNITS PIC ZZZZZZ9.
          05 FILLER PIC X(15) VALUE '  ITEMS BINNED:'.
          05 TL-PICK-ITEMS PIC ZZZZ9.
          05 FILLER PIC X(16) VALUE '  NO BIN LINES: '.
          05 TL-EXCEPTIONS PIC ZZZZ9.

       01 WS-TOTAL-LINE-2.
          05 FILLER PIC X(16) VALUE 'DELIVERY NOTES: '.
          05 TL-NOTES PIC ZZZZ9.
          05 FILLER PIC X(31) VALUE
             '  CANCELLED LINES NOT PICKED: '.
          05 TL-CANCELLED PIC ZZZZ9.

       01 WS-BAD-CARD-LINE.
          05 FILLER PIC X(60) VALUE
             'CONTROL CARD ERROR -- PICK DATE CCYYMMDD REQUIRED'.

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
           ACCEPT WS-PICK-DATE FROM SYSIN.

           OPEN OUTPUT PICK-REPORT.
           WRITE REPORT-LINE FROM WS-HEADING-1.

           IF WS-PICK-DATE NOT NUMERIC
               PERFORM 1900-CONTROL-CARD-ABORT
           END-IF.

           MOVE WS-PICK-DATE TO H2-PICK-DATE.
           WRITE REPORT-LINE FROM WS-HEADING-2.

           OPEN INPUT ORDER-JOURNAL-FILE.
           OPEN INPUT BIN-LOCATION-FILE.
           OPEN INPUT CATALOG-FILE.

       1900-CONTROL-CARD-ABORT.
           WRITE REPORT-LINE FROM WS-BAD-CARD-LINE.
           CLOSE PICK-REPORT.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.

       2000-SORT-AND-REPORT.
           SORT SORT-FILE
               ON ASCENDING KEY SRT-SECTION SRT-SORT-KEY
               INPUT PROCEDURE 2100-SELECT-PICK-LINES
               OUTPUT PROCEDURE 2500-PRODUCE-REPORT.

      *****************************************************************
      * THE JOURNAL IS KEYED BY TIMESTAMP, SO THE BROWSE STARTS AT
      * THE PICK DATE AND STOPS AT THE FIRST LINE BEYOND IT.
      *****************************************************************
       2100-SELECT-PICK-LINES.
           MOVE 'N' TO WS-EOF-SW.
           MOVE LOW-VALUES TO JNL-KEY.
           MOVE WS-PICK-DATE TO JNL-TIMESTAMP(1:8).
           START ORDER-JOURNAL-FILE
               KEY IS NOT LESS THAN JNL-KEY
               INVALID KEY
                   SET WS-EOF TO TRUE
           END-START.

           PERFORM UNTIL WS-EOF
               READ ORDER-JOURNAL-FILE NEXT RECORD
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       IF JNL-TIMESTAMP(1:8) NOT EQUAL WS-PICK-DATE
                           SET WS-EOF TO TRUE
                       ELSE
                           PERFORM 2150-RELEASE-PICK-LINE
                       END-IF
               END-READ
           END-PERFORM.

       2150-RELEASE-PICK-LINE.
           IF JNL-QUANTITY > 0
               MOVE JNL-QUANTITY TO WS-PICK-QUANTITY
               IF JNL-ORIG-KEY NOT EQUAL SPACES
                   PERFORM 2160-NET-OF-REVERSAL
               END-IF
               IF WS-PICK-QUANTITY > 0
                   PERFORM 2200-BUILD-PICK-RECORDS
               ELSE
                   ADD 1 TO WS-CANCELLED-COUNT
               END-IF
           END-IF.

      *****************************************************************
      * THE REVERSAL IS READ BY KEY, WHICH MOVES THE BROWSE, SO THE
      * ORIGINAL IS PUT BACK AND THE BROWSE RE-STARTED JUST PAST IT.
      * CMN WRITES THE REVERSAL BEFORE IT STAMPS THE ORIGINAL, SO A
      * MISSING REVERSAL MEANS FILE DAMAGE -- THE LINE IS THEN PICKED
      * IN FULL RATHER THAN SILENTLY LEFT ON THE SHELF.
      *****************************************************************
       2160-NET-OF-REVERSAL.
           MOVE ORDER-JOURNAL-RECORD TO WS-SAVED-JNL-RECORD.
           MOVE JNL-ORIG-KEY TO JNL-KEY.
           MOVE 'Y' TO WS-REVERSAL-FOUND-SW.
           READ ORDER-JOURNAL-FILE
               KEY IS JNL-KEY
               INVALID KEY
                   MOVE 'N' TO WS-REVERSAL-FOUND-SW
           END-READ.

           IF WS-REVERSAL-FOUND
               ADD JNL-QUANTITY TO WS-PICK-QUANTITY
           END-IF.

           MOVE WS-SAVED-JNL-RECORD TO ORDER-JOURNAL-RECORD.
           START ORDER-JOURNAL-FILE
               KEY IS GREATER THAN JNL-KEY
               INVALID KEY
                   SET WS-EOF TO TRUE
           END-START.

       2200-BUILD-PICK-RECORDS.
           MOVE JNL-ITEM-REF TO SRT-ITEM-REF.
           MOVE WS-PICK-QUANTITY TO SRT-QUANTITY.
           MOVE JNL-CHARGE-DEPT TO SRT-CHARGE-DEPT.
           MOVE JNL-USERID TO SRT-USERID.
           MOVE JNL-KEY TO SRT-JNL-KEY.

           MOVE JNL-ITEM-REF TO CAT-ITEM-REF.
           READ CATALOG-FILE
               INVALID KEY
                   MOVE 'ITEM NOT ON CATALOG' TO SRT-DESCRIPTION
               NOT INVALID KEY
                   MOVE CAT-DESCRIPTION TO SRT-DESCRIPTION
           END-READ.

           MOVE SPACES TO SRT-SORT-KEY.
           MOVE JNL-ITEM-REF TO BIN-ITEM-REF.
           READ BIN-LOCATION-FILE
               INVALID KEY
                   MOVE SPACES TO SRT-LOCATION
                   SET SRT-EXCEPTION-SECTION TO TRUE
                   MOVE JNL-ITEM-REF TO SRT-XK-ITEM-REF
                   MOVE JNL-KEY TO SRT-XK-JNL-KEY
               NOT INVALID KEY
                   MOVE BIN-LOCATION TO SRT-LOCATION
                   SET SRT-PICK-SECTION TO TRUE
                   MOVE BIN-LOCATION TO SRT-PK-LOCATION
                   MOVE JNL-ITEM-REF TO SRT-PK-ITEM-REF
           END-READ.
           RELEASE SORT-RECORD.

           MOVE SPACES TO SRT-SORT-KEY.
           SET SRT-NOTE-SECTION TO TRUE.
           MOVE JNL-CHARGE-DEPT TO SRT-NK-CHARGE-DEPT.
           MOVE JNL-USERID TO SRT-NK-USERID.
           MOVE JNL-KEY TO SRT-NK-JNL-KEY.
           RELEASE SORT-RECORD.

           ADD 1 TO WS-TOTAL-LINES.
           ADD WS-PICK-QUANTITY TO WS-TOTAL-UNITS.

       2500-PRODUCE-REPORT.
           MOVE 'N' TO WS-EOF-SW.
           RETURN SORT-FILE
               AT END
                   SET WS-EOF TO TRUE
           END-RETURN.

           PERFORM UNTIL WS-EOF
               IF SRT-SECTION NOT EQUAL WS-SECTION
                   MOVE SRT-SECTION TO WS-TARGET-SECTION
                   PERFORM 2510-ADVANCE-SECTION
                       UNTIL WS-SECTION = WS-TARGET-SECTION
               END-IF

               EVALUATE TRUE
                 WHEN SRT-PICK-SECTION
                   PERFORM 2600-ADD-PICK-LINE
                 WHEN SRT-EXCEPTION-SECTION
                   PERFORM 2700-WRITE-EXCEPTION
                 WHEN SRT-NOTE-SECTION
                   PERFORM 2800-ADD-NOTE-LINE
               END-EVALUATE

               RETURN SORT-FILE
                   AT END
                       SET WS-EOF TO TRUE
               END-RETURN
           END-PERFORM.

           MOVE 4 TO WS-TARGET-SECTION.
           PERFORM 2510-ADVANCE-SECTION
               UNTIL WS-SECTION = WS-TARGET-SECTION.

      *****************************************************************
      * STEPS ONE SECTION AT A TIME SO A SECTION WITH NOTHING IN IT
      * STILL PRINTS ITS HEADING AND 'NONE' -- THE STOCKROOM SHOULD
      * SEE THERE WERE NO EXCEPTIONS, NOT WONDER IF THE PAGE IS
      * MISSING.
      *****************************************************************
       2510-ADVANCE-SECTION.
           PERFORM 2520-CLOSE-SECTION.
           ADD 1 TO WS-SECTION.
           PERFORM 2530-OPEN-SECTION.

       2520-CLOSE-SECTION.
           IF WS-SECTION > 0
               IF WS-SECTION-LINES = 0
                   WRITE REPORT-LINE FROM WS-NONE-LINE
               ELSE
                   IF WS-SECTION = 1
                       PERFORM 2650-WRITE-PICK-LINE
                   END-IF
                   IF WS-SECTION = 3
                       PERFORM 2850-CLOSE-NOTE
                   END-IF
               END-IF
           END-IF.

       2530-OPEN-SECTION.
           MOVE 0 TO WS-SECTION-LINES.
           MOVE 'N' TO WS-GROUP-OPEN-SW.
           IF WS-SECTION < 4
               MOVE SPACES TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.
           EVALUATE WS-SECTION
             WHEN 1
               WRITE REPORT-LINE FROM WS-PICK-HEADING
               WRITE REPORT-LINE FROM WS-PICK-COLUMNS
             WHEN 2
               WRITE REPORT-LINE FROM WS-EXCEPTION-HEADING
               WRITE REPORT-LINE FROM WS-EXCEPTION-COLUMNS
             WHEN 3
               WRITE REPORT-LINE FROM WS-NOTES-HEADING
           END-EVALUATE.

       2600-ADD-PICK-LINE.
           IF WS-GROUP-OPEN
               AND SRT-SORT-KEY(1:12) NOT EQUAL WS-PRIOR-PICK-KEY
               PERFORM 2650-WRITE-PICK-LINE
           END-IF.
           IF NOT WS-GROUP-OPEN
               SET WS-GROUP-OPEN TO TRUE
               MOVE SRT-SORT-KEY(1:12) TO WS-PRIOR-PICK-KEY
               MOVE SRT-AISLE TO PK-AISLE
               MOVE SRT-BAY TO PK-BAY
               MOVE SRT-SHELF TO PK-SHELF
               MOVE SRT-ITEM-REF TO PK-ITEM-REF
               MOVE SRT-DESCRIPTION TO PK-DESCRIPTION
               MOVE 0 TO WS-ITEM-QUANTITY
               MOVE 0 TO WS-ITEM-LINES
           END-IF.
           ADD SRT-QUANTITY TO WS-ITEM-QUANTITY.
           ADD 1 TO WS-ITEM-LINES.
           ADD 1 TO WS-SECTION-LINES.

       2650-WRITE-PICK-LINE.
           MOVE WS-ITEM-QUANTITY TO PK-QUANTITY.
           MOVE WS-ITEM-LINES TO PK-LINES.
           WRITE REPORT-LINE FROM WS-PICK-LINE.
           ADD 1 TO WS-PICK-ITEMS.
           MOVE 'N' TO WS-GROUP-OPEN-SW.

       2700-WRITE-EXCEPTION.
           MOVE SRT-ITEM-REF TO XL-ITEM-REF.
           MOVE SRT-DESCRIPTION TO XL-DESCRIPTION.
           MOVE SRT-QUANTITY TO XL-QUANTITY.
           MOVE SRT-CHARGE-DEPT TO XL-CHARGE-DEPT.
           MOVE SRT-USERID TO XL-USERID.
           MOVE SRT-JNL-KEY TO XL-JNL-KEY.
           WRITE REPORT-LINE FROM WS-EXCEPTION-LINE.
           ADD 1 TO WS-EXCEPTION-COUNT.
           ADD 1 TO WS-SECTION-LINES.

       2800-ADD-NOTE-LINE.
           IF WS-GROUP-OPEN
               AND SRT-CHARGE-DEPT NOT EQUAL WS-PRIOR-DEPT
               PERFORM 2850-CLOSE-NOTE
           END-IF.
           IF NOT WS-GROUP-OPEN
               SET WS-GROUP-OPEN TO TRUE
               MOVE SRT-CHARGE-DEPT TO WS-PRIOR-DEPT
               MOVE 0 TO WS-NOTE-LINES
               MOVE 0 TO WS-NOTE-UNITS
               MOVE SPACES TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE SRT-CHARGE-DEPT TO NH-CHARGE-DEPT
               MOVE WS-PICK-DATE TO NH-PICK-DATE
               WRITE REPORT-LINE FROM WS-NOTE-HEADING
               WRITE REPORT-LINE FROM WS-NOTE-COLUMNS
           END-IF.

           MOVE SRT-USERID TO NL-USERID.
           MOVE SRT-ITEM-REF TO NL-ITEM-REF.
           MOVE SRT-DESCRIPTION TO NL-DESCRIPTION.
           MOVE SRT-QUANTITY TO NL-QUANTITY.
           MOVE SRT-JNL-KEY TO NL-JNL-KEY.
           WRITE REPORT-LINE FROM WS-NOTE-LINE.
           ADD 1 TO WS-NOTE-LINES.
           ADD SRT-QUANTITY TO WS-NOTE-UNITS.
           ADD 1 TO WS-SECTION-LINES.

       2850-CLOSE-NOTE.
           MOVE WS-NOTE-LINES TO NF-LINES.
           MOVE WS-NOTE-UNITS TO NF-UNITS.
           WRITE REPORT-LINE FROM WS-NOTE-FOOTER.
           ADD 1 TO WS-NOTE-COUNT.
           MOVE 'N' TO WS-GROUP-OPEN-SW.

       3000-FINALIZE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-TOTAL-LINES TO TL-LINES.
           MOVE WS-TOTAL-UNITS TO TL-UNITS.
           MOVE WS-PICK-ITEMS TO TL-PICK-ITEMS.
           MOVE WS-EXCEPTION-COUNT TO TL-EXCEPTIONS.
           WRITE REPORT-LINE FROM WS-TOTAL-LINE-1.
           MOVE WS-NOTE-COUNT TO TL-NOTES.
           MOVE WS-CANCELLED-COUNT TO TL-CANCELLED.
           WRITE REPORT-LINE FROM WS-TOTAL-LINE-2.

           IF WS-EXCEPTION-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF.

           CLOSE ORDER-JOURNAL-FILE.
           CLOSE BIN-LOCATION-FILE.
           CLOSE CATALOG-FILE.
           CLOSE PICK-REPORT.

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
           MOVE 'DFH0XBRV' TO RUN-JOB-NAME.
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
           MOVE 'DFH0XBRV' TO RUN-JOB-NAME.
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
