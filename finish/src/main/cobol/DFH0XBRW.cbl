       IDENTIFICATION DIVISION.
       PROGRAM-ID. DFH0XBRW.
      *****************************************************************
      * NIGHTLY ELECTRONIC PURCHASE ORDER TRANSMISSION.
      * PICKS UP THE SAME POS AS THE DFH0XBRD DISPATCH PRINT -- EVERY
      * OPEN PO RAISED ON THE SYSIN TRANSMIT DATE -- AND WRITES THEM
      * TO ONE FIXED-FORMAT TRANSMISSION FILE FOR THE RUN, SORTED BY
      * SUPPLIER: A HEADER RECORD PER SUPPLIER (CODE, NAME,
      * TRANSMIT DATE, PO COUNT) FOLLOWED BY A DETAIL RECORD PER PO
      * (PO NUMBER, ITEM REF, DESCRIPTION, QUANTITY, CAT-COST AND
      * THE REQUESTED DELIVERY DATE -- RAISED DATE PLUS THE
      * SUPPLIER'S SUP-LEAD-TIME-DAYS). EACH PO SENT IS LOGGED ON
      * POACK AT STATUS 'T' (TRANSMITTED) WITH THAT REQUESTED DATE,
      * SO DFH0XBRX HAS A RECORD TO POST THE SUPPLIER'S
      * ACKNOWLEDGEMENT AGAINST AND DFH0XBRL CAN SHOW A PO AS SENT
      * BUT NOT YET ACKNOWLEDGED.
      * A PO WITH NO SUPPLIER STAMPED ON IT, OR ONE WHOSE SUPPLIER IS
      * NOT ON THE SUPPLIER FILE, CANNOT BE ADDRESSED: IT IS LEFT OFF
      * THE FILE AND LISTED ON THE REPORT FOR PURCHASING TO ROUTE BY
      * HAND, AS DFH0XBRD DOES, AND SETS RC=4.
      * A PO ALREADY ON POACK (A RE-RUN FOR THE SAME DATE) IS SENT
      * AGAIN BUT ITS LOG RECORD IS ONLY REFRESHED IF THE SUPPLIER
      * HAS NOT YET ANSWERED -- AN ACKNOWLEDGEMENT ON FILE IS KEPT.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PURCHASE-ORDER-FILE ASSIGN TO POFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS POR-PO-NUMBER
               FILE STATUS IS WS-POR-STATUS.

           SELECT SUPPLIER-FILE ASSIGN TO SUPFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SUP-SUPPLIER-CODE
               FILE STATUS IS WS-SUP-STATUS.

           SELECT CATALOG-FILE ASSIGN TO CATFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CAT-ITEM-REF
               FILE STATUS IS WS-CAT-STATUS.

           SELECT PO-ACK-FILE ASSIGN TO PAKFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PAK-PO-NUMBER
               FILE STATUS IS WS-PAK-STATUS.

           SELECT TRANSMIT-FILE ASSIGN TO POTFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-POT-STATUS.

           SELECT TRANSMIT-REPORT ASSIGN TO RPTFILE
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
       FD PURCHASE-ORDER-FILE.
       COPY DFH0XPOR.

       FD SUPPLIER-FILE.
       COPY DFH0XSUP.

       FD CATALOG-FILE.
       COPY DFH0XVSM.

       FD PO-ACK-FILE.
       COPY DFH0XPAK.

       FD TRANSMIT-FILE
           RECORDING MODE IS F.
       01 TRANSMIT-HEADER-RECORD.
          05 POT-RECORD-TYPE PIC X(1).
             88 POT-HEADER VALUE 'H'.
             88 POT-DETAIL VALUE 'D'.
          05 POT-SUPPLIER-CODE PIC X(6).
          05 POT-SUPPLIER-NAME PIC X(30).
          05 POT-TRANSMIT-DATE PIC X(8).
          05 POT-PO-COUNT PIC 9(5).
          05 FILLER PIC X(30).
       01 TRANSMIT-DETAIL-RECORD.
          05 POT-DTL-RECORD-TYPE PIC X(1).
          05 POT-DTL-SUPPLIER-CODE PIC X(6).
          05 POT-PO-NUMBER PIC 9(6).
          05 POT-ITEM-REF PIC 9(4).
          05 POT-DESCRIPTION PIC X(40).
          05 POT-QUANTITY PIC 9(3).
          05 POT-UNIT-COST PIC X(6).
          05 POT-REQUESTED-DATE PIC X(8).
          05 FILLER PIC X(6).

       FD TRANSMIT-REPORT.
       01 REPORT-LINE PIC X(132).

       SD SORT-FILE.
       01 SORT-RECORD.
          05 SRT-SUPPLIER-CODE PIC X(6).
          05 SRT-PO-NUMBER PIC 9(6).
          05 SRT-ITEM-REF PIC 9(4).
          05 SRT-QTY-ORDERED PIC 9(3).
          05 SRT-RAISED-DATE PIC X(8).

       FD RUN-CONTROL-FILE.
       COPY DFH0XRUN.

       WORKING-STORAGE SECTION.
       01 WS-RUN-STATUS PIC XX.
       01 WS-RUN-TIME PIC X(6).
       01 WS-POR-STATUS PIC XX.
       01 WS-SUP-STATUS PIC XX.
       01 WS-CAT-STATUS PIC XX.
       01 WS-PAK-STATUS PIC XX.
       01 WS-POT-STATUS PIC XX.
       01 WS-RPT-STATUS PIC XX.
       01 WS-EOF-SW PIC X VALUE 'N'.
          88 WS-EOF VALUE 'Y'.
       01 WS-CURRENT-DATE PIC X(8).
       01 WS-TRANSMIT-DATE PIC X(8).

       01 WS-RAISED-DATE-NUM PIC 9(8).
       01 WS-REQUESTED-DATE-NUM PIC 9(8).
       01 WS-REQUESTED-DATE PIC X(8).

       01 WS-SUP-FOUND-SW PIC X VALUE 'Y'.
          88 WS-SUP-FOUND VALUE 'Y'.
       01 WS-PRIOR-SUPPLIER PIC X(6) VALUE LOW-VALUES.
       01 WS-FIRST-RECORD-SW PIC X VALUE 'Y'.
          88 WS-FIRST-RECORD VALUE 'Y'.

      *****************************************************************
      * A SUPPLIER'S POS ARE HELD HERE UNTIL ITS BREAK SO THE HEADER
      * CAN CARRY THE PO COUNT AHEAD OF THE DETAILS. A DAY'S BUY FOR
      * ONE SUPPLIER BEYOND THE TABLE GOES IN A FURTHER HEADER GROUP.
      *****************************************************************
       01 WS-HELD-COUNT PIC 9(5) VALUE 0.
       01 WS-HELD-SUB PIC 9(5).
       01 WS-HELD-TABLE.
          05 WS-HELD-DETAIL OCCURS 500 TIMES PIC X(80).

       01 WS-SUPPLIER-PO-COUNT PIC 9(5) VALUE 0.
       01 WS-SENT-COUNT PIC 9(5) VALUE 0.
       01 WS-SUPPLIER-COUNT PIC 9(5) VALUE 0.
       01 WS-UNSENT-COUNT PIC 9(5) VALUE 0.

       01 WS-HEADING-1.
          05 FILLER PIC X(45) VALUE
             'PURCHASE ORDER TRANSMISSION REPORT'.
          05 FILLER PIC X(10) VALUE 'RUN DATE: '.
          05 H1-RUN-DATE PIC X(8).

       01 WS-HEADING-2.
          05 FILLER PIC X(15) VALUE 'TRANSMIT DATE: '.
          05 H2-TRANSMIT-DATE PIC X(8).

       01 WS-SUPPLIER-LINE.
          05 FILLER PIC X(10) VALUE 'SUPPLIER: '.
          05 SL-SUPPLIER-CODE PIC X(6).
          05 FILLER PIC X(2) VALUE SPACES.
          05 SL-NAME PIC X(30).
          05 FILLER PIC X(12) VALUE '  LEAD DAYS:'.
          05 SL-LEAD-TIME PIC ZZ9.

       01 WS-UNSENT-LINE.
          05 FILLER PIC X(10) VALUE 'NOT SENT: '.
          05 UL-SUPPLIER-CODE PIC X(6).
          05 FILLER PIC X(2) VALUE SPACES.
          05 UL-REASON PIC X(48).

       01 WS-COLUMN-HEADING.
          05 FILLER PIC X(4) VALUE SPACES.
          05 FILLER PIC X(10) VALUE 'PO NUMBER'.
          05 FILLER PIC X(10) VALUE 'ITEM REF'.
          05 FILLER PIC X(42) VALUE 'DESCRIPTION'.
          05 FILLER PIC X(10) VALUE 'QUANTITY'.
          05 FILLER PIC X(8) VALUE '  COST'.
          05 FILLER PIC X(10) VALUE 'REQUESTED'.

       01 WS-DETAIL-LINE.
          05 FILLER PIC X(4) VALUE SPACES.
          05 DT-PO-NUMBER PIC 9(6).
          05 FILLER PIC X(4) VALUE SPACES.
          05 DT-ITEM-REF PIC 9(4).
          05 FILLER PIC X(6) VALUE SPACES.
          05 DT-DESCRIPTION PIC X(40).
          05 FILLER PIC X(2) VALUE SPACES.
          05 DT-QTY-ORDERED PIC ZZ9.
          05 FILLER PIC X(7) VALUE SPACES.
          05 DT-UNIT-COST PIC X(6).
          05 FILLER PIC X(2) VALUE SPACES.
          05 DT-REQUESTED-DATE PIC X(8).

       01 WS-SUPPLIER-TOTAL-LINE.
          05 FILLER PIC X(30) VALUE
             '    POS SENT TO THIS SUPPLIER:'.
          05 STL-COUNT PIC ZZZZ9.

       01 WS-GRAND-TOTAL-LINE.
          05 FILLER PIC X(16) VALUE 'TOTAL POS SENT: '.
          05 GTL-SENT PIC ZZZZ9.
          05 FILLER PIC X(14) VALUE '  SUPPLIERS: '.
          05 GTL-SUPPLIERS PIC ZZZZ9.
          05 FILLER PIC X(24) VALUE '  NOT SENT -- ROUTE BY '.
          05 FILLER PIC X(6) VALUE 'HAND: '.
          05 GTL-UNSENT PIC ZZZZ9.

       01 WS-PAK-FAIL-LINE.
          05 FILLER PIC X(4) VALUE SPACES.
          05 FILLER PIC X(34) VALUE
             'SENT BUT POACK LOG FAILED, STATUS '.
          05 PFL-STATUS PIC XX.

       01 WS-BAD-CARD-LINE.
          05 FILLER PIC X(55) VALUE
             'CONTROL CARD ERROR -- TRANSMIT DATE MUST BE CCYYMMDD'.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE.
           PERFORM 2000-SORT-AND-TRANSMIT.
           PERFORM 3000-FINALIZE.
           PERFORM 9900-RECORD-RUN-COMPLETE.
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           PERFORM 9800-RECORD-RUN-START.
           MOVE WS-CURRENT-DATE TO H1-RUN-DATE.
           ACCEPT WS-TRANSMIT-DATE FROM SYSIN.
           MOVE WS-TRANSMIT-DATE TO H2-TRANSMIT-DATE.

           OPEN OUTPUT TRANSMIT-REPORT.
           WRITE REPORT-LINE FROM WS-HEADING-1.

           IF WS-TRANSMIT-DATE NOT NUMERIC
               PERFORM 1900-CONTROL-CARD-ABORT
           END-IF.

           WRITE REPORT-LINE FROM WS-HEADING-2.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.

           OPEN INPUT PURCHASE-ORDER-FILE.
           OPEN INPUT SUPPLIER-FILE.
           OPEN INPUT CATALOG-FILE.
           OPEN I-O PO-ACK-FILE.
           OPEN OUTPUT TRANSMIT-FILE.

       1900-CONTROL-CARD-ABORT.
           WRITE REPORT-LINE FROM WS-BAD-CARD-LINE.
           CLOSE TRANSMIT-REPORT.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.

       2000-SORT-AND-TRANSMIT.
           SORT SORT-FILE
               ON ASCENDING KEY SRT-SUPPLIER-CODE SRT-PO-NUMBER
               INPUT PROCEDURE 2100-BUILD-SORT-FILE
               OUTPUT PROCEDURE 2200-PRODUCE-TRANSMISSION.

       2100-BUILD-SORT-FILE.
           PERFORM UNTIL WS-EOF
               READ PURCHASE-ORDER-FILE NEXT RECORD
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       IF POR-OPEN
                           AND POR-RAISED-DATE EQUAL WS-TRANSMIT-DATE
                           MOVE POR-SUPPLIER-CODE TO SRT-SUPPLIER-CODE
                           MOVE POR-PO-NUMBER TO SRT-PO-NUMBER
                           MOVE POR-ITEM-REF TO SRT-ITEM-REF
                           MOVE POR-QTY-ORDERED TO SRT-QTY-ORDERED
                           MOVE POR-RAISED-DATE TO SRT-RAISED-DATE
                           RELEASE SORT-RECORD
                       END-IF
               END-READ
           END-PERFORM.

       2200-PRODUCE-TRANSMISSION.
           MOVE 'N' TO WS-EOF-SW.
           RETURN SORT-FILE
               AT END
                   SET WS-EOF TO TRUE
           END-RETURN.

           PERFORM UNTIL WS-EOF
               IF WS-FIRST-RECORD OR SRT-SUPPLIER-CODE NOT EQUAL
                   WS-PRIOR-SUPPLIER
                   IF NOT WS-FIRST-RECORD
                       PERFORM 2400-FINISH-SUPPLIER
                   END-IF
                   MOVE 'N' TO WS-FIRST-RECORD-SW
                   MOVE 0 TO WS-SUPPLIER-PO-COUNT
                   MOVE 0 TO WS-HELD-COUNT
                   MOVE SRT-SUPPLIER-CODE TO WS-PRIOR-SUPPLIER
                   PERFORM 2300-START-SUPPLIER
               END-IF

               PERFORM 2500-TRANSMIT-ONE-PO

               RETURN SORT-FILE
                   AT END
                       SET WS-EOF TO TRUE
               END-RETURN
           END-PERFORM.

           IF NOT WS-FIRST-RECORD
               PERFORM 2400-FINISH-SUPPLIER
           END-IF.

       2300-START-SUPPLIER.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE 'N' TO WS-SUP-FOUND-SW.

           IF SRT-SUPPLIER-CODE EQUAL SPACES
               MOVE SPACES TO UL-SUPPLIER-CODE
               MOVE 'NO SUPPLIER ON PO -- ROUTE THESE POS MANUALLY'
                 TO UL-REASON
               WRITE REPORT-LINE FROM WS-UNSENT-LINE
           ELSE
               MOVE SRT-SUPPLIER-CODE TO SUP-SUPPLIER-CODE
               MOVE 'Y' TO WS-SUP-FOUND-SW
               READ SUPPLIER-FILE
                   INVALID KEY
                       MOVE 'N' TO WS-SUP-FOUND-SW
               END-READ
               IF WS-SUP-FOUND
                   MOVE SUP-SUPPLIER-CODE TO SL-SUPPLIER-CODE
                   MOVE SUP-NAME TO SL-NAME
                   MOVE SUP-LEAD-TIME-DAYS TO SL-LEAD-TIME
                   WRITE REPORT-LINE FROM WS-SUPPLIER-LINE
                   ADD 1 TO WS-SUPPLIER-COUNT
               ELSE
                   MOVE SRT-SUPPLIER-CODE TO UL-SUPPLIER-CODE
                   MOVE 'NOT ON SUPPLIER FILE -- ROUTE MANUALLY'
                     TO UL-REASON
                   WRITE REPORT-LINE FROM WS-UNSENT-LINE
               END-IF
           END-IF.

           WRITE REPORT-LINE FROM WS-COLUMN-HEADING.

       2400-FINISH-SUPPLIER.
           IF WS-SUP-FOUND
               PERFORM 2450-WRITE-SUPPLIER-GROUP
               MOVE WS-SUPPLIER-PO-COUNT TO STL-COUNT
               WRITE REPORT-LINE FROM WS-SUPPLIER-TOTAL-LINE
           END-IF.

       2450-WRITE-SUPPLIER-GROUP.
           IF WS-HELD-COUNT > 0
               MOVE SPACES TO TRANSMIT-HEADER-RECORD
               SET POT-HEADER TO TRUE
               MOVE SUP-SUPPLIER-CODE TO POT-SUPPLIER-CODE
               MOVE SUP-NAME TO POT-SUPPLIER-NAME
               MOVE WS-TRANSMIT-DATE TO POT-TRANSMIT-DATE
               MOVE WS-HELD-COUNT TO POT-PO-COUNT
               WRITE TRANSMIT-HEADER-RECORD
               PERFORM 2460-WRITE-HELD-DETAIL
                   VARYING WS-HELD-SUB FROM 1 BY 1
                   UNTIL WS-HELD-SUB > WS-HELD-COUNT
               MOVE 0 TO WS-HELD-COUNT
           END-IF.

       2460-WRITE-HELD-DETAIL.
           MOVE WS-HELD-DETAIL(WS-HELD-SUB) TO TRANSMIT-DETAIL-RECORD.
           WRITE TRANSMIT-DETAIL-RECORD.

      *****************************************************************
      * THE REQUESTED DATE IS WORKED FROM THE DAY THE PO WAS RAISED,
      * NOT THE DAY IT IS SENT, SO A RE-RUN ASKS FOR THE SAME DATE.
      *****************************************************************
       2500-TRANSMIT-ONE-PO.
           MOVE SRT-PO-NUMBER TO DT-PO-NUMBER.
           MOVE SRT-ITEM-REF TO DT-ITEM-REF.
           MOVE SRT-QTY-ORDERED TO DT-QTY-ORDERED.
           MOVE SRT-ITEM-REF TO CAT-ITEM-REF.
           READ CATALOG-FILE
               INVALID KEY
                   MOVE '** ITEM NO LONGER ON CATALOG **'
                     TO DT-DESCRIPTION
                   MOVE SPACES TO DT-UNIT-COST
               NOT INVALID KEY
                   MOVE CAT-DESCRIPTION TO DT-DESCRIPTION
                   MOVE CAT-COST TO DT-UNIT-COST
           END-READ.

           IF NOT WS-SUP-FOUND
               MOVE SPACES TO DT-REQUESTED-DATE
               WRITE REPORT-LINE FROM WS-DETAIL-LINE
               ADD 1 TO WS-UNSENT-COUNT
           ELSE
               MOVE SRT-RAISED-DATE TO WS-RAISED-DATE-NUM
               COMPUTE WS-REQUESTED-DATE-NUM =
                   FUNCTION DATE-OF-INTEGER(
                       FUNCTION INTEGER-OF-DATE(WS-RAISED-DATE-NUM)
                       + SUP-LEAD-TIME-DAYS)
               MOVE WS-REQUESTED-DATE-NUM TO WS-REQUESTED-DATE
               MOVE WS-REQUESTED-DATE TO DT-REQUESTED-DATE
               WRITE REPORT-LINE FROM WS-DETAIL-LINE
               PERFORM 2550-HOLD-DETAIL
               PERFORM 2600-LOG-TRANSMISSION
               ADD 1 TO WS-SUPPLIER-PO-COUNT
               ADD 1 TO WS-SENT-COUNT
           END-IF.

       2550-HOLD-DETAIL.
           IF WS-HELD-COUNT NOT < 500
               PERFORM 2450-WRITE-SUPPLIER-GROUP
           END-IF.
           MOVE SPACES TO TRANSMIT-DETAIL-RECORD.
           SET POT-DETAIL TO TRUE.
           MOVE SRT-SUPPLIER-CODE TO POT-DTL-SUPPLIER-CODE.
           MOVE SRT-PO-NUMBER TO POT-PO-NUMBER.
           MOVE SRT-ITEM-REF TO POT-ITEM-REF.
           MOVE DT-DESCRIPTION TO POT-DESCRIPTION.
           MOVE SRT-QTY-ORDERED TO POT-QUANTITY.
           MOVE DT-UNIT-COST TO POT-UNIT-COST.
           MOVE WS-REQUESTED-DATE TO POT-REQUESTED-DATE.
           ADD 1 TO WS-HELD-COUNT.
           MOVE TRANSMIT-DETAIL-RECORD TO WS-HELD-DETAIL(WS-HELD-COUNT).

       2600-LOG-TRANSMISSION.
           MOVE SRT-PO-NUMBER TO PAK-PO-NUMBER.
           READ PO-ACK-FILE
               INVALID KEY
                   PERFORM 2650-BUILD-ACK-RECORD
                   WRITE PO-ACKNOWLEDGEMENT-RECORD
                       INVALID KEY
                           MOVE WS-PAK-STATUS TO PFL-STATUS
                           WRITE REPORT-LINE FROM WS-PAK-FAIL-LINE
                   END-WRITE
               NOT INVALID KEY
                   IF PAK-TRANSMITTED
                       PERFORM 2650-BUILD-ACK-RECORD
                       REWRITE PO-ACKNOWLEDGEMENT-RECORD
                           INVALID KEY
                               MOVE WS-PAK-STATUS TO PFL-STATUS
                               WRITE REPORT-LINE FROM WS-PAK-FAIL-LINE
                       END-REWRITE
                   END-IF
           END-READ.

       2650-BUILD-ACK-RECORD.
           MOVE SPACES TO PO-ACKNOWLEDGEMENT-RECORD.
           MOVE SRT-PO-NUMBER TO PAK-PO-NUMBER.
           MOVE SRT-SUPPLIER-CODE TO PAK-SUPPLIER-CODE.
           SET PAK-TRANSMITTED TO TRUE.
           MOVE WS-CURRENT-DATE TO PAK-TRANSMIT-DATE.
           MOVE WS-REQUESTED-DATE TO PAK-REQUESTED-DATE.
           MOVE 0 TO PAK-QTY-CONFIRMED.

       3000-FINALIZE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-SENT-COUNT TO GTL-SENT.
           MOVE WS-SUPPLIER-COUNT TO GTL-SUPPLIERS.
           MOVE WS-UNSENT-COUNT TO GTL-UNSENT.
           WRITE REPORT-LINE FROM WS-GRAND-TOTAL-LINE.

           IF WS-UNSENT-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF.

           CLOSE PURCHASE-ORDER-FILE.
           CLOSE SUPPLIER-FILE.
           CLOSE CATALOG-FILE.
           CLOSE PO-ACK-FILE.
           CLOSE TRANSMIT-FILE.
           CLOSE TRANSMIT-REPORT.

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
           MOVE 'DFH0XBRW' TO RUN-JOB-NAME.
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
           MOVE 'DFH0XBRW' TO RUN-JOB-NAME.
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
