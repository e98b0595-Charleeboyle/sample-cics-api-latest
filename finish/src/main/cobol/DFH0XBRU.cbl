       IDENTIFICATION DIVISION.
       PROGRAM-ID. DFH0XBRU.
      *****************************************************************
      * STOCKROOM BIN LOCATION LOAD UTILITY.
      * READS A SEQUENTIAL FEED OF STOCKROOM TRANSACTIONS (ACTION,
      * ITEM REF, AISLE, BAY, SHELF) AND POSTS EACH TO THE BINLOC
      * FILE THE DAILY PICK RUN (DFH0XBRV) WALKS THE STOCKROOM BY.
      * ACTION 'A' ADDS AN ITEM'S BIN, OR MOVES IT IF THE ITEM IS
      * ALREADY BINNED; ACTION 'D' REMOVES IT. AN ADD MUST PROVE THE
      * ITEM ON THE CATALOG AND GIVE ALL THREE PARTS OF THE
      * LOCATION -- A PARTIAL BIN WOULD SORT THE PICKER TO THE WRONG
      * END OF THE AISLE. A DISCONTINUED ITEM MAY STILL BE BINNED:
      * ITS REMAINING STOCK IS STILL ON THE SHELF. A DELETE NEEDS NO
      * CATALOG PROOF, SO BINS FOR ITEMS SINCE REMOVED FROM THE
      * CATALOG CAN STILL BE CLEARED. REPORT IN THE DFH0XBRI STYLE.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BIN-CHANGE-FILE ASSIGN TO LCHGFILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LCHG-STATUS.

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

           SELECT POSTING-REPORT ASSIGN TO RPTFILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

           SELECT RUN-CONTROL-FILE ASSIGN TO RUNFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RUN-JOB-NAME
               FILE STATUS IS WS-RUN-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD BIN-CHANGE-FILE.
       01 BIN-CHANGE-RECORD.
          05 LCHG-ACTION PIC X(1).
             88 LCHG-ADD VALUE 'A'.
             88 LCHG-DELETE VALUE 'D'.
          05 LCHG-ITEM-REF PIC X(4).
          05 LCHG-AISLE PIC X(3).
          05 LCHG-BAY PIC X(3).
          05 LCHG-SHELF PIC X(2).

       FD BIN-LOCATION-FILE.
       COPY DFH0XBIN.

       FD CATALOG-FILE.
       COPY DFH0XVSM.

       FD POSTING-REPORT.
       01 REPORT-LINE PIC X(132).

       FD RUN-CONTROL-FILE.
       COPY DFH0XRUN.

       WORKING-STORAGE SECTION.
       01 WS-RUN-STATUS PIC XX.
       01 WS-RUN-TIME PIC X(6).
       01 WS-LCHG-STATUS PIC XX.
       01 WS-BIN-STATUS PIC XX.
       01 WS-CAT-STATUS PIC XX.
       01 WS-RPT-STATUS PIC XX.
       01 WS-EOF-SW PIC X VALUE 'N'.
          88 WS-EOF VALUE 'Y'.
       01 WS-CURRENT-DATE PIC X(8).

       01 WS-ITEM-REF PIC 9(4).
       01 WS-DESCRIPTION PIC X(40).

       01 WS-POSTED-COUNT PIC 9(5) VALUE 0.
       01 WS-DELETED-COUNT PIC 9(5) VALUE 0.
       01 WS-REJECTED-COUNT PIC 9(5) VALUE 0.

       01 WS-HEADING-1.
          05 FILLER PIC X(40) VALUE
             'BIN LOCATION POSTING REPORT'.
          05 FILLER PIC X(10) VALUE 'RUN DATE: '.
          05 H1-RUN-DATE PIC X(8).

       01 WS-POSTED-LINE.
          05 PL-ACTION PIC X(9).
          05 FILLER PIC X(10) VALUE 'ITEM REF: '.
          05 PL-ITEM-REF PIC 9(4).
          05 FILLER PIC X(8) VALUE '  BIN: '.
          05 PL-AISLE PIC X(3).
          05 FILLER PIC X(1) VALUE '-'.
          05 PL-BAY PIC X(3).
          05 FILLER PIC X(1) VALUE '-'.
          05 PL-SHELF PIC X(2).
          05 FILLER PIC X(2) VALUE SPACES.
          05 PL-DESCRIPTION PIC X(40).
          05 FILLER PIC X(2) VALUE SPACES.
          05 PL-OLD-LOCATION PIC X(20).

       01 WS-MOVED-FROM.
          05 FILLER PIC X(6) VALUE 'FROM: '.
          05 MF-AISLE PIC X(3).
          05 FILLER PIC X(1) VALUE '-'.
          05 MF-BAY PIC X(3).
          05 FILLER PIC X(1) VALUE '-'.
          05 MF-SHELF PIC X(2).

       01 WS-REJECT-LINE.
          05 FILLER PIC X(10) VALUE 'REJECTED: '.
          05 RL-ITEM-REF PIC X(4).
          05 FILLER PIC X(1) VALUE '/'.
          05 RL-AISLE PIC X(3).
          05 FILLER PIC X(1) VALUE '-'.
          05 RL-BAY PIC X(3).
          05 FILLER PIC X(1) VALUE '-'.
          05 RL-SHELF PIC X(2).
          05 FILLER PIC X(4) VALUE SPACES.
          05 RL-REASON PIC X(45).

       01 WS-WRITE-FAIL-LINE.
          05 FILLER PIC X(10) VALUE 'REJECTED: '.
          05 WFL-ITEM-REF PIC X(4).
          05 FILLER PIC X(4) VALUE SPACES.
          05 FILLER PIC X(30) VALUE
             'BIN LOCATION WRITE FAILED:    '.
          05 WFL-STATUS PIC XX.

       01 WS-TOTAL-LINE.
          05 FILLER PIC X(20) VALUE 'TOTAL POSTED:      '.
          05 TL-POSTED-COUNT PIC ZZZZ9.
          05 FILLER PIC X(20) VALUE '  TOTAL DELETED:   '.
          05 TL-DELETED-COUNT PIC ZZZZ9.
          05 FILLER PIC X(20) VALUE '  TOTAL REJECTED:  '.
          05 TL-REJECTED-COUNT PIC ZZZZ9.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE.
           PERFORM 2000-POST-BIN-CHANGES.
           PERFORM 3000-FINALIZE.
           PERFORM 9900-RECORD-RUN-COMPLETE.
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           PERFORM 9800-RECORD-RUN-START.
           MOVE WS-CURRENT-DATE TO H1-RUN-DATE.

           OPEN INPUT BIN-CHANGE-FILE.
           OPEN I-O BIN-LOCATION-FILE.
           OPEN INPUT CATALOG-FILE.
           OPEN OUTPUT POSTING-REPORT.

           WRITE REPORT-LINE FROM WS-HEADING-1.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.

       2000-POST-BIN-CHANGES.
           PERFORM UNTIL WS-EOF
               READ BIN-CHANGE-FILE
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       PERFORM 2100-POST-ONE-CHANGE
               END-READ
           END-PERFORM.

       2100-POST-ONE-CHANGE.
           IF LCHG-ITEM-REF NOT NUMERIC
               MOVE 'ITEM REFERENCE NOT NUMERIC' TO RL-REASON
               PERFORM 2900-REPORT-REJECT
           ELSE
               MOVE LCHG-ITEM-REF TO WS-ITEM-REF
               EVALUATE TRUE
                 WHEN LCHG-ADD
                   PERFORM 2200-VALIDATE-LOCATION
                 WHEN LCHG-DELETE
                   PERFORM 2600-DELETE-LOCATION
                 WHEN OTHER
                   MOVE 'ACTION MUST BE A (ADD) OR D (DELETE)'
                     TO RL-REASON
                   PERFORM 2900-REPORT-REJECT
               END-EVALUATE
           END-IF.

       2200-VALIDATE-LOCATION.
           IF LCHG-AISLE = SPACES
               OR LCHG-BAY = SPACES
               OR LCHG-SHELF = SPACES
               MOVE 'AISLE, BAY AND SHELF ARE ALL REQUIRED'
                 TO RL-REASON
               PERFORM 2900-REPORT-REJECT
           ELSE
               MOVE WS-ITEM-REF TO CAT-ITEM-REF
               READ CATALOG-FILE
                   INVALID KEY
                       MOVE 'UNKNOWN ITEM REFERENCE' TO RL-REASON
                       PERFORM 2900-REPORT-REJECT
                   NOT INVALID KEY
                       MOVE CAT-DESCRIPTION TO WS-DESCRIPTION
                       PERFORM 2300-UPDATE-BIN-RECORD
               END-READ
           END-IF.

      *****************************************************************
      * A MOVE SHOWS THE OLD BIN ON THE REPORT LINE SO THE STOCKROOM
      * CAN CHECK THE SHELF WAS ACTUALLY EMPTIED.
      *****************************************************************
       2300-UPDATE-BIN-RECORD.
           MOVE WS-ITEM-REF TO BIN-ITEM-REF.

           READ BIN-LOCATION-FILE
               INVALID KEY
                   MOVE WS-ITEM-REF TO BIN-ITEM-REF
                   MOVE LCHG-AISLE TO BIN-AISLE
                   MOVE LCHG-BAY TO BIN-BAY
                   MOVE LCHG-SHELF TO BIN-SHELF
                   WRITE BIN-LOCATION-RECORD
                       INVALID KEY
                           PERFORM 2400-REPORT-WRITE-FAILURE
                       NOT INVALID KEY
                           MOVE 'ADDED:   ' TO PL-ACTION
                           MOVE SPACES TO PL-OLD-LOCATION
                           PERFORM 2500-REPORT-POSTED
                   END-WRITE
               NOT INVALID KEY
                   MOVE BIN-AISLE TO MF-AISLE
                   MOVE BIN-BAY TO MF-BAY
                   MOVE BIN-SHELF TO MF-SHELF
                   MOVE LCHG-AISLE TO BIN-AISLE
                   MOVE LCHG-BAY TO BIN-BAY
                   MOVE LCHG-SHELF TO BIN-SHELF
                   REWRITE BIN-LOCATION-RECORD
                       INVALID KEY
                           PERFORM 2400-REPORT-WRITE-FAILURE
                       NOT INVALID KEY
                           MOVE 'MOVED:   ' TO PL-ACTION
                           MOVE WS-MOVED-FROM TO PL-OLD-LOCATION
                           PERFORM 2500-REPORT-POSTED
                   END-REWRITE
           END-READ.

       2400-REPORT-WRITE-FAILURE.
           MOVE LCHG-ITEM-REF TO WFL-ITEM-REF.
           MOVE WS-BIN-STATUS TO WFL-STATUS.
           WRITE REPORT-LINE FROM WS-WRITE-FAIL-LINE.
           ADD 1 TO WS-REJECTED-COUNT.

       2500-REPORT-POSTED.
           MOVE BIN-ITEM-REF TO PL-ITEM-REF.
           MOVE BIN-AISLE TO PL-AISLE.
           MOVE BIN-BAY TO PL-BAY.
           MOVE BIN-SHELF TO PL-SHELF.
           MOVE WS-DESCRIPTION TO PL-DESCRIPTION.
           WRITE REPORT-LINE FROM WS-POSTED-LINE.
           ADD 1 TO WS-POSTED-COUNT.

       2600-DELETE-LOCATION.
           MOVE WS-ITEM-REF TO BIN-ITEM-REF.

           READ BIN-LOCATION-FILE
               INVALID KEY
                   MOVE 'NO BIN LOCATION ON FILE FOR ITEM' TO RL-REASON
                   PERFORM 2900-REPORT-REJECT
               NOT INVALID KEY
                   DELETE BIN-LOCATION-FILE
                       INVALID KEY
                           PERFORM 2400-REPORT-WRITE-FAILURE
                       NOT INVALID KEY
                           PERFORM 2650-REPORT-DELETED
                   END-DELETE
           END-READ.

       2650-REPORT-DELETED.
           MOVE 'DELETED: ' TO PL-ACTION.
           MOVE BIN-ITEM-REF TO PL-ITEM-REF.
           MOVE BIN-AISLE TO PL-AISLE.
           MOVE BIN-BAY TO PL-BAY.
           MOVE BIN-SHELF TO PL-SHELF.
           MOVE SPACES TO PL-DESCRIPTION.
           MOVE SPACES TO PL-OLD-LOCATION.
           WRITE REPORT-LINE FROM WS-POSTED-LINE.
           ADD 1 TO WS-DELETED-COUNT.

      *****************************************************************
      * THE CALLER HAS ALREADY MOVED THE REASON TO RL-REASON.
      *****************************************************************
       2900-REPORT-REJECT.
           MOVE LCHG-ITEM-REF TO RL-ITEM-REF.
           MOVE LCHG-AISLE TO RL-AISLE.
           MOVE LCHG-BAY TO RL-BAY.
           MOVE LCHG-SHELF TO RL-SHELF.
           WRITE REPORT-LINE FROM WS-REJECT-LINE.
           ADD 1 TO WS-REJECTED-COUNT.

       3000-FINALIZE.
           MOVE WS-POSTED-COUNT TO TL-POSTED-COUNT.
           MOVE WS-DELETED-COUNT TO TL-DELETED-COUNT.
           MOVE WS-REJECTED-COUNT TO TL-REJECTED-COUNT.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           WRITE REPORT-LINE FROM WS-TOTAL-LINE.

           CLOSE BIN-CHANGE-FILE.
           CLOSE BIN-LOCATION-FILE.
           CLOSE CATALOG-FILE.
           CLOSE POSTING-REPORT.

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
           MOVE 'DFH0XBRU' TO RUN-JOB-NAME.
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
           MOVE 'DFH0XBRU' TO RUN-JOB-NAME.
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
