       IDENTIFICATION DIVISION.
       PROGRAM-ID. DFH0XBRQ.
      *****************************************************************
      * SUBSTITUTE ITEM LOAD UTILITY.
      * READS A SEQUENTIAL FEED OF BUYER TRANSACTIONS (ACTION, ITEM
      * REF, PRIORITY, SUBSTITUTE ITEM REF) AND POSTS EACH TO THE
      * SUBSITEM FILE THE ONLINE ORDER PATHS CONSULT: WHEN AN ORDER
      * OR BASKET LINE IS SHORT OF STOCK OR THE ITEM IS
      * DISCONTINUED, DFH0XCMN OFFERS THE LOWEST-NUMBERED PRIORITY
      * SUBSTITUTE THAT IS ACTIVE AND HAS THE STOCK. ACTION 'A' ADDS
      * A LINK, OR REPLACES THE SUBSTITUTE AT AN EXISTING ITEM/
      * PRIORITY; ACTION 'D' REMOVES THE LINK AT THAT ITEM/PRIORITY.
      * AN ADD MUST PROVE BOTH ITEMS ON THE CATALOG, AND IS REJECTED
      * IF THE SUBSTITUTE IS THE ITEM ITSELF OR IS ALREADY
      * DISCONTINUED -- EITHER LINK COULD NEVER BE OFFERED. THE
      * ITEM BEING SUBSTITUTED MAY ITSELF BE DISCONTINUED: POINTING
      * A DISCONTINUED PART AT ITS REPLACEMENT IS THE MAIN USE. A
      * DELETE NEEDS NO CATALOG PROOF, SO LINKS FOR ITEMS SINCE
      * REMOVED FROM THE CATALOG CAN STILL BE CLEARED. REPORT IN THE
      * DFH0XBRI STYLE.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SUB-CHANGE-FILE ASSIGN TO SCHGFILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SCHG-STATUS.

           SELECT SUBSTITUTE-FILE ASSIGN TO SUBFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SUB-KEY
               FILE STATUS IS WS-SUB-STATUS.

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
       FD SUB-CHANGE-FILE.
       01 SUB-CHANGE-RECORD.
          05 SCHG-ACTION PIC X(1).
             88 SCHG-ADD VALUE 'A'.
             88 SCHG-DELETE VALUE 'D'.
          05 SCHG-ITEM-REF PIC X(4).
          05 SCHG-PRIORITY PIC X(2).
          05 SCHG-ALT-ITEM-REF PIC X(4).

       FD SUBSTITUTE-FILE.
       COPY DFH0XSUB.

       FD CATALOG-FILE.
       COPY DFH0XVSM.

       FD POSTING-REPORT.
       01 REPORT-LINE PIC X(132).

       FD RUN-CONTROL-FILE.
       COPY DFH0XRUN.

       WORKING-STORAGE SECTION.
       01 WS-RUN-STATUS PIC XX.
       01 WS-RUN-TIME PIC X(6).
       01 WS-SCHG-STATUS PIC XX.
       01 WS-SUB-STATUS PIC XX.
       01 WS-CAT-STATUS PIC XX.
       01 WS-RPT-STATUS PIC XX.
       01 WS-EOF-SW PIC X VALUE 'N'.
          88 WS-EOF VALUE 'Y'.
       01 WS-CURRENT-DATE PIC X(8).

       01 WS-ITEM-REF PIC 9(4).
       01 WS-PRIORITY PIC 9(2).
       01 WS-ALT-ITEM-REF PIC 9(4).
       01 WS-ALT-DESCRIPTION PIC X(40).

       01 WS-POSTED-COUNT PIC 9(5) VALUE 0.
       01 WS-DELETED-COUNT PIC 9(5) VALUE 0.
       01 WS-REJECTED-COUNT PIC 9(5) VALUE 0.

       01 WS-HEADING-1.
          05 FILLER PIC X(40) VALUE
             'SUBSTITUTE ITEM POSTING REPORT'.
          05 FILLER PIC X(10) VALUE 'RUN DATE: '.
          05 H1-RUN-DATE PIC X(8).

       01 WS-POSTED-LINE.
          05 PL-ACTION PIC X(9).
          05 FILLER PIC X(10) VALUE 'ITEM REF: '.
          05 PL-ITEM-REF PIC 9(4).
          05 FILLER PIC X(12) VALUE '  PRIORITY: '.
          05 PL-PRIORITY PIC Z9.
          05 FILLER PIC X(14) VALUE '  SUBSTITUTE: '.
          05 PL-ALT-ITEM-REF PIC 9(4).
          05 FILLER PIC X(2) VALUE SPACES.
          05 PL-ALT-DESCRIPTION PIC X(40).

       01 WS-REJECT-LINE.
          05 FILLER PIC X(10) VALUE 'REJECTED: '.
          05 RL-ITEM-REF PIC X(4).
          05 FILLER PIC X(1) VALUE '/'.
          05 RL-PRIORITY PIC X(2).
          05 FILLER PIC X(1) VALUE '/'.
          05 RL-ALT-ITEM-REF PIC X(4).
          05 FILLER PIC X(4) VALUE SPACES.
          05 RL-REASON PIC X(45).

       01 WS-WRITE-FAIL-LINE.
          05 FILLER PIC X(10) VALUE 'REJECTED: '.
          05 WFL-ITEM-REF PIC X(4).
          05 FILLER PIC X(1) VALUE '/'.
          05 WFL-PRIORITY PIC X(2).
          05 FILLER PIC X(1) VALUE '/'.
          05 WFL-ALT-ITEM-REF PIC X(4).
          05 FILLER PIC X(4) VALUE SPACES.
          05 FILLER PIC X(30) VALUE
             'SUBSTITUTE FILE WRITE FAILED: '.
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
           PERFORM 2000-POST-SUB-CHANGES.
           PERFORM 3000-FINALIZE.
           PERFORM 9900-RECORD-RUN-COMPLETE.
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           PERFORM 9800-RECORD-RUN-START.
           MOVE WS-CURRENT-DATE TO H1-RUN-DATE.

           OPEN INPUT SUB-CHANGE-FILE.
           OPEN I-O SUBSTITUTE-FILE.
           OPEN INPUT CATALOG-FILE.
           OPEN OUTPUT POSTING-REPORT.

           WRITE REPORT-LINE FROM WS-HEADING-1.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.

       2000-POST-SUB-CHANGES.
           PERFORM UNTIL WS-EOF
               READ SUB-CHANGE-FILE
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       PERFORM 2100-POST-ONE-CHANGE
               END-READ
           END-PERFORM.

       2100-POST-ONE-CHANGE.
           IF SCHG-ITEM-REF NOT NUMERIC
               OR SCHG-PRIORITY NOT NUMERIC
               OR SCHG-ALT-ITEM-REF NOT NUMERIC
               MOVE 'ITEM/PRIORITY/SUBSTITUTE NOT NUMERIC'
                 TO RL-REASON
               PERFORM 2900-REPORT-REJECT
           ELSE
               MOVE SCHG-ITEM-REF TO WS-ITEM-REF
               MOVE SCHG-PRIORITY TO WS-PRIORITY
               MOVE SCHG-ALT-ITEM-REF TO WS-ALT-ITEM-REF
               EVALUATE TRUE
                 WHEN WS-PRIORITY = 0
                   MOVE 'PRIORITY MUST BE 01-99' TO RL-REASON
                   PERFORM 2900-REPORT-REJECT
                 WHEN SCHG-ADD
                   PERFORM 2200-VALIDATE-LINK
                 WHEN SCHG-DELETE
                   PERFORM 2600-DELETE-LINK
                 WHEN OTHER
                   MOVE 'ACTION MUST BE A (ADD) OR D (DELETE)'
                     TO RL-REASON
                   PERFORM 2900-REPORT-REJECT
               END-EVALUATE
           END-IF.

      *****************************************************************
      * BOTH ENDS OF THE LINK ARE PROVED ON THE CATALOG -- THE
      * SUBSTITUTE FIRST, SINCE ITS DESCRIPTION GOES ON THE REPORT
      * LINE SO THE BUYER CAN EYEBALL THAT THE PAIRING MAKES SENSE.
      *****************************************************************
       2200-VALIDATE-LINK.
           IF WS-ALT-ITEM-REF = WS-ITEM-REF
               MOVE 'ITEM CANNOT BE ITS OWN SUBSTITUTE' TO RL-REASON
               PERFORM 2900-REPORT-REJECT
           ELSE
               MOVE WS-ALT-ITEM-REF TO CAT-ITEM-REF
               READ CATALOG-FILE
                   INVALID KEY
                       MOVE 'UNKNOWN SUBSTITUTE ITEM REFERENCE'
                         TO RL-REASON
                       PERFORM 2900-REPORT-REJECT
                   NOT INVALID KEY
                       IF CAT-DISCONTINUED
                           MOVE 'SUBSTITUTE ITEM IS DISCONTINUED'
                             TO RL-REASON
                           PERFORM 2900-REPORT-REJECT
                       ELSE
                           MOVE CAT-DESCRIPTION TO WS-ALT-DESCRIPTION
                           PERFORM 2250-PROVE-ORIGINAL-ITEM
                       END-IF
               END-READ
           END-IF.

       2250-PROVE-ORIGINAL-ITEM.
           MOVE WS-ITEM-REF TO CAT-ITEM-REF.
           READ CATALOG-FILE
               INVALID KEY
                   MOVE 'UNKNOWN ITEM REFERENCE' TO RL-REASON
                   PERFORM 2900-REPORT-REJECT
               NOT INVALID KEY
                   PERFORM 2300-UPDATE-SUB-RECORD
           END-READ.

       2300-UPDATE-SUB-RECORD.
           MOVE WS-ITEM-REF TO SUB-ITEM-REF.
           MOVE WS-PRIORITY TO SUB-PRIORITY.

           READ SUBSTITUTE-FILE
               INVALID KEY
                   MOVE WS-ITEM-REF TO SUB-ITEM-REF
                   MOVE WS-PRIORITY TO SUB-PRIORITY
                   MOVE WS-ALT-ITEM-REF TO SUB-ALT-ITEM-REF
                   WRITE SUBSTITUTE-ITEM-RECORD
                       INVALID KEY
                           PERFORM 2400-REPORT-WRITE-FAILURE
                       NOT INVALID KEY
                           MOVE 'ADDED:   ' TO PL-ACTION
                           PERFORM 2500-REPORT-POSTED
                   END-WRITE
               NOT INVALID KEY
                   MOVE WS-ALT-ITEM-REF TO SUB-ALT-ITEM-REF
                   REWRITE SUBSTITUTE-ITEM-RECORD
                       INVALID KEY
                           PERFORM 2400-REPORT-WRITE-FAILURE
                       NOT INVALID KEY
                           MOVE 'UPDATED: ' TO PL-ACTION
                           PERFORM 2500-REPORT-POSTED
                   END-REWRITE
           END-READ.

       2400-REPORT-WRITE-FAILURE.
           MOVE SCHG-ITEM-REF TO WFL-ITEM-REF.
           MOVE SCHG-PRIORITY TO WFL-PRIORITY.
           MOVE SCHG-ALT-ITEM-REF TO WFL-ALT-ITEM-REF.
           MOVE WS-SUB-STATUS TO WFL-STATUS.
           WRITE REPORT-LINE FROM WS-WRITE-FAIL-LINE.
           ADD 1 TO WS-REJECTED-COUNT.

       2500-REPORT-POSTED.
           MOVE SUB-ITEM-REF TO PL-ITEM-REF.
           MOVE SUB-PRIORITY TO PL-PRIORITY.
           MOVE SUB-ALT-ITEM-REF TO PL-ALT-ITEM-REF.
           MOVE WS-ALT-DESCRIPTION TO PL-ALT-DESCRIPTION.
           WRITE REPORT-LINE FROM WS-POSTED-LINE.
           ADD 1 TO WS-POSTED-COUNT.

      *****************************************************************
      * THE SUBSTITUTE ON THE FEED MUST MATCH THE ONE ON FILE, SO A
      * STALE DELETE LINE CANNOT REMOVE A LINK A LATER FEED PUT IN
      * AT THE SAME PRIORITY.
      *****************************************************************
       2600-DELETE-LINK.
           MOVE WS-ITEM-REF TO SUB-ITEM-REF.
           MOVE WS-PRIORITY TO SUB-PRIORITY.

           READ SUBSTITUTE-FILE
               INVALID KEY
                   MOVE 'NO SUBSTITUTE ON FILE AT THAT PRIORITY'
                     TO RL-REASON
                   PERFORM 2900-REPORT-REJECT
               NOT INVALID KEY
                   IF SUB-ALT-ITEM-REF NOT = WS-ALT-ITEM-REF
                       MOVE 'SUBSTITUTE ON FILE DOES NOT MATCH'
                         TO RL-REASON
                       PERFORM 2900-REPORT-REJECT
                   ELSE
                       DELETE SUBSTITUTE-FILE
                           INVALID KEY
                               PERFORM 2400-REPORT-WRITE-FAILURE
                           NOT INVALID KEY
                               PERFORM 2650-REPORT-DELETED
                       END-DELETE
                   END-IF
           END-READ.

       2650-REPORT-DELETED.
           MOVE 'DELETED: ' TO PL-ACTION.
           MOVE SUB-ITEM-REF TO PL-ITEM-REF.
           MOVE SUB-PRIORITY TO PL-PRIORITY.
           MOVE SUB-ALT-ITEM-REF TO PL-ALT-ITEM-REF.
           MOVE SPACES TO PL-ALT-DESCRIPTION.
           WRITE REPORT-LINE FROM WS-POSTED-LINE.
           ADD 1 TO WS-DELETED-COUNT.

      *****************************************************************
      * THE CALLER HAS ALREADY MOVED THE REASON TO RL-REASON.
      *****************************************************************
       2900-REPORT-REJECT.
           MOVE SCHG-ITEM-REF TO RL-ITEM-REF.
           MOVE SCHG-PRIORITY TO RL-PRIORITY.
           MOVE SCHG-ALT-ITEM-REF TO RL-ALT-ITEM-REF.
           WRITE REPORT-LINE FROM WS-REJECT-LINE.
           ADD 1 TO WS-REJECTED-COUNT.

       3000-FINALIZE.
           MOVE WS-POSTED-COUNT TO TL-POSTED-COUNT.
           MOVE WS-DELETED-COUNT TO TL-DELETED-COUNT.
           MOVE WS-REJECTED-COUNT TO TL-REJECTED-COUNT.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           WRITE REPORT-LINE FROM WS-TOTAL-LINE.

           CLOSE SUB-CHANGE-FILE.
           CLOSE SUBSTITUTE-FILE.
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
           MOVE 'DFH0XBRQ' TO RUN-JOB-NAME.
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
           MOVE 'DFH0XBRQ' TO RUN-JOB-NAME.
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
