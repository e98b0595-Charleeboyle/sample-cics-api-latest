       IDENTIFICATION DIVISION.
       PROGRAM-ID. DFH0XBRM.
      *****************************************************************
      * MONTHLY SUPPLIER PERFORMANCE SCORECARD.
      * ONE SECTION PER SUPPLIER ON THE SUPPLIER FILE (LOADED BY
      * DFH0XBRC), MEASURED OVER THE POS RAISED IN THE REPORT MONTH
      * SUPPLIED ON SYSIN AS CCYYMM:
      *   - LEAD TIME ACTUALLY DELIVERED: FOR EVERY RECEIPT POSTED
      *     AGAINST ONE OF THOSE POS (RCP-PO-NUMBER), THE DAYS FROM
      *     POR-RAISED-DATE TO RCP-RECEIVED-DATE -- AVERAGE AND
      *     WORST -- SHOWN AGAINST THE SUP-LEAD-TIME-DAYS THE
      *     SUPPLIER PROMISED;
      *   - ON-TIME PERCENTAGE: RECEIPTS THAT ARRIVED WITHIN THE
      *     PROMISED LEAD TIME AS A SHARE OF ALL RECEIPTS;
      *   - FILL RATE: QUANTITY RECEIVED AS A SHARE OF
      *     POR-QTY-ORDERED ACROSS THE MONTH'S POS;
      *   - HOW MANY OF THE MONTH'S POS ENDED UP CANCELLED OR
      *     CLOSED SHORT ON THE POAUDIT FILE (ONLINE POCLS).
      * POS STILL OPEN ARE COUNTED SEPARATELY SO A LOW FILL RATE ON
      * A RECENT MONTH CAN BE TOLD APART FROM A SUPPLIER THAT SHORTS
      * -- RUN IT A FULL LEAD TIME AFTER MONTH END FOR A FAIR PICTURE.
      *
      * THE POAUDIT FILE IS READ FIRST INTO A PO-NUMBER-INDEXED
      * TABLE (THE DFH0XBRE SHAPE); THE MONTH'S POS AND THEIR
      * RECEIPTS ARE THEN RELEASED THROUGH ONE SORT ON SUPPLIER CODE
      * AND MATCHED AGAINST THE SUPPLIER FILE IN KEY ORDER ON THE WAY
      * BACK OUT, SO A SUPPLIER WITH NO ACTIVITY STILL GETS ITS
      * SECTION. POS RAISED WITH A BLANK OR UNKNOWN SUPPLIER CODE
      * ARE COUNTED ON THE TOTAL LINE FOR MANUAL FOLLOW-UP. THE
      * CONTROL CARD IS VALIDATED BEFORE ANY FILE IS TOUCHED (THE
      * DFH0XBR5 DISCIPLINE).
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SUPPLIER-FILE ASSIGN TO SUPFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SUP-SUPPLIER-CODE
               FILE STATUS IS WS-SUP-STATUS.

           SELECT PURCHASE-ORDER-FILE ASSIGN TO POFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS POR-PO-NUMBER
               FILE STATUS IS WS-POR-STATUS.

           SELECT RECEIPTS-FILE ASSIGN TO RCPTFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS RCP-KEY
               FILE STATUS IS WS-RCP-STATUS.

           SELECT PO-AUDIT-FILE ASSIGN TO POAFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS POA-KEY
               FILE STATUS IS WS-POA-STATUS.

           SELECT SCORECARD-REPORT ASSIGN TO RPTFILE
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
       FD SUPPLIER-FILE.
       COPY DFH0XSUP.

       FD PURCHASE-ORDER-FILE.
       COPY DFH0XPOR.

       FD RECEIPTS-FILE.
       COPY DFH0XRCP.

       FD PO-AUDIT-FILE.
       COPY DFH0XPOA.

       FD SCORECARD-REPORT.
       01 REPORT-LINE PIC X(132).

       SD SORT-FILE.
       01 SORT-RECORD.
          05 SRT-SUPPLIER-CODE PIC X(6).
          05 SRT-RECORD-TYPE PIC X.
             88 SRT-PO-LINE VALUE 'P'.
             88 SRT-RECEIPT-LINE VALUE 'R'.
          05 SRT-PO-NUMBER PIC 9(6).
          05 SRT-QUANTITY PIC 9(4).
          05 SRT-LEAD-DAYS PIC 9(5).
          05 SRT-PO-STATUS PIC X.
          05 SRT-AUDIT-ACTION PIC X.

       FD RUN-CONTROL-FILE.
       COPY DFH0XRUN.

       WORKING-STORAGE SECTION.
       01 WS-RUN-STATUS PIC XX.
       01 WS-RUN-TIME PIC X(6).
       01 WS-SUP-STATUS PIC XX.
       01 WS-POR-STATUS PIC XX.
       01 WS-RCP-STATUS PIC XX.
       01 WS-POA-STATUS PIC XX.
       01 WS-RPT-STATUS PIC XX.
       01 WS-EOF-SW PIC X VALUE 'N'.
          88 WS-EOF VALUE 'Y'.
       01 WS-SUP-EOF-SW PIC X VALUE 'N'.
          88 WS-SUP-EOF VALUE 'Y'.
       01 WS-CURRENT-DATE PIC X(8).
       01 WS-REPORT-PERIOD PIC X(6).
       01 WS-REPORT-MONTH PIC 99.

       01 WS-RAISED-DATE-NUM PIC 9(8).
       01 WS-RECEIVED-DATE-NUM PIC 9(8).
       01 WS-LEAD-DAYS PIC S9(5).

       01 WS-AUDIT-TABLE.
          05 WS-AUDIT-ACTION PIC X OCCURS 999999 TIMES.

       01 WS-SUP-PO-COUNT PIC 9(5).
       01 WS-SUP-OPEN-COUNT PIC 9(5).
       01 WS-SUP-CANCEL-COUNT PIC 9(5).
       01 WS-SUP-SHORT-COUNT PIC 9(5).
       01 WS-SUP-RECEIPT-COUNT PIC 9(5).
       01 WS-SUP-ONTIME-COUNT PIC 9(5).
       01 WS-SUP-LEAD-TOTAL PIC 9(9).
       01 WS-SUP-LEAD-WORST PIC 9(5).
       01 WS-SUP-QTY-ORDERED PIC 9(9).
       01 WS-SUP-QTY-RECEIVED PIC 9(9).
       01 WS-AVG-LEAD PIC 9(5)V9.
       01 WS-PERCENT PIC 9(5)V9.

       01 WS-SUPPLIER-COUNT PIC 9(5) VALUE 0.
       01 WS-TOTAL-PO-COUNT PIC 9(5) VALUE 0.
       01 WS-UNMATCHED-PO-COUNT PIC 9(5) VALUE 0.
       01 WS-UNMATCHED-RCP-COUNT PIC 9(5) VALUE 0.

       01 WS-HEADING-1.
          05 FILLER PIC X(45) VALUE
             'MONTHLY SUPPLIER PERFORMANCE SCORECARD'.
          05 FILLER PIC X(10) VALUE 'RUN DATE: '.
          05 H1-RUN-DATE PIC X(8).

       01 WS-HEADING-2.
          05 FILLER PIC X(28) VALUE
             'POS RAISED IN REPORT MONTH: '.
          05 H2-REPORT-PERIOD PIC X(6).

       01 WS-SUPPLIER-LINE.
          05 FILLER PIC X(10) VALUE 'SUPPLIER: '.
          05 SP-SUPPLIER-CODE PIC X(6).
          05 FILLER PIC X(2) VALUE SPACES.
          05 SP-NAME PIC X(30).
          05 FILLER PIC X(22) VALUE
             '  PROMISED LEAD TIME: '.
          05 SP-LEAD-TIME PIC ZZ9.
          05 FILLER PIC X(5) VALUE ' DAYS'.

       01 WS-PO-COUNT-LINE.
          05 FILLER PIC X(16) VALUE '  POS RAISED:   '.
          05 PC-PO-COUNT PIC ZZZZ9.
          05 FILLER PIC X(12) VALUE '   OPEN:    '.
          05 PC-OPEN-COUNT PIC ZZZZ9.
          05 FILLER PIC X(16) VALUE '   CANCELLED:   '.
          05 PC-CANCEL-COUNT PIC ZZZZ9.
          05 FILLER PIC X(19) VALUE '   CLOSED SHORT:   '.
          05 PC-SHORT-COUNT PIC ZZZZ9.

       01 WS-LEAD-LINE.
          05 FILLER PIC X(16) VALUE '  RECEIPTS:     '.
          05 LD-RECEIPT-COUNT PIC ZZZZ9.
          05 FILLER PIC X(18) VALUE '   AVG LEAD DAYS: '.
          05 LD-AVG-LEAD PIC ZZZZ9.9.
          05 FILLER PIC X(20) VALUE '   WORST LEAD DAYS: '.
          05 LD-WORST-LEAD PIC ZZZZ9.
          05 FILLER PIC X(12) VALUE '   ON-TIME: '.
          05 LD-ONTIME-PCT PIC ZZ9.9.
          05 FILLER PIC X VALUE '%'.

       01 WS-FILL-LINE.
          05 FILLER PIC X(16) VALUE '  QTY ORDERED:  '.
          05 FL-QTY-ORDERED PIC ZZZZZZZZ9.
          05 FILLER PIC X(18) VALUE '   QTY RECEIVED:  '.
          05 FL-QTY-RECEIVED PIC ZZZZZZZZ9.
          05 FILLER PIC X(15) VALUE '   FILL RATE:  '.
          05 FL-FILL-PCT PIC ZZ9.9.
          05 FILLER PIC X VALUE '%'.

       01 WS-NO-ACTIVITY-LINE.
          05 FILLER PIC X(45) VALUE
             '  NO POS RAISED WITH THIS SUPPLIER IN MONTH'.

       01 WS-NO-RECEIPTS-LINE.
          05 FILLER PIC X(45) VALUE
             '  NO RECEIPTS POSTED AGAINST THESE POS YET'.

       01 WS-BAD-CARD-LINE.
          05 FILLER PIC X(55) VALUE
             'CONTROL CARD ERROR -- REPORT MONTH MUST BE CCYYMM'.

       01 WS-TOTAL-LINE.
          05 FILLER PIC X(20) VALUE 'SUPPLIERS REPORTED: '.
          05 TL-SUPPLIER-COUNT PIC ZZZZ9.
          05 FILLER PIC X(20) VALUE '  POS IN MONTH:    '.
          05 TL-PO-COUNT PIC ZZZZ9.

       01 WS-UNMATCHED-LINE.
          05 FILLER PIC X(45) VALUE
             'POS WITH NO SUPPLIER ON FILE (NOT SCORED):  '.
          05 UL-PO-COUNT PIC ZZZZ9.
          05 FILLER PIC X(14) VALUE '  RECEIPTS:  '.
          05 UL-RCP-COUNT PIC ZZZZ9.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE.
           PERFORM 1500-LOAD-PO-AUDIT.
           PERFORM 2000-BUILD-AND-REPORT.
           PERFORM 3000-FINALIZE.
           PERFORM 9900-RECORD-RUN-COMPLETE.
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           PERFORM 9800-RECORD-RUN-START.
           MOVE WS-CURRENT-DATE TO H1-RUN-DATE.
           ACCEPT WS-REPORT-PERIOD FROM SYSIN.

           OPEN OUTPUT SCORECARD-REPORT.
           WRITE REPORT-LINE FROM WS-HEADING-1.

           IF WS-REPORT-PERIOD NOT NUMERIC
               PERFORM 1900-CONTROL-CARD-ABORT
           END-IF.
           MOVE WS-REPORT-PERIOD(5:2) TO WS-REPORT-MONTH.
           IF WS-REPORT-MONTH < 1 OR WS-REPORT-MONTH > 12
               PERFORM 1900-CONTROL-CARD-ABORT
           END-IF.

           MOVE WS-REPORT-PERIOD TO H2-REPORT-PERIOD.
           WRITE REPORT-LINE FROM WS-HEADING-2.

           MOVE SPACES TO WS-AUDIT-TABLE.
           OPEN INPUT SUPPLIER-FILE.
           OPEN INPUT PURCHASE-ORDER-FILE.
           OPEN INPUT RECEIPTS-FILE.
           OPEN INPUT PO-AUDIT-FILE.

      *****************************************************************
      * BAD REPORT-MONTH CARD -- REFUSE TO RUN BEFORE ANY FILE IS
      * OPENED, THE SAME WAY DFH0XBR5 REFUSES A BAD QUANTITY CARD.
      *****************************************************************
       1900-CONTROL-CARD-ABORT.
           WRITE REPORT-LINE FROM WS-BAD-CARD-LINE.
           CLOSE SCORECARD-REPORT.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.

      *****************************************************************
      * ONE SEQUENTIAL PASS OVER POAUDIT, NOTING AGAINST EACH PO
      * NUMBER WHETHER IT WAS CANCELLED OR CLOSED SHORT. A PO CAN
      * ONLY LEAVE OPEN STATUS ONCE, SO THE LAST ACTION SEEN STANDS.
      *****************************************************************
       1500-LOAD-PO-AUDIT.
           PERFORM UNTIL WS-EOF
               READ PO-AUDIT-FILE NEXT RECORD
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       IF POA-PO-NUMBER > 0
                           MOVE POA-ACTION
                             TO WS-AUDIT-ACTION(POA-PO-NUMBER)
                       END-IF
               END-READ
           END-PERFORM.

       2000-BUILD-AND-REPORT.
           SORT SORT-FILE
               ON ASCENDING KEY SRT-SUPPLIER-CODE
               ON ASCENDING KEY SRT-PO-NUMBER SRT-RECORD-TYPE
               INPUT PROCEDURE 2100-BUILD-SORT-FILE
               OUTPUT PROCEDURE 2200-PRODUCE-REPORT.

      *****************************************************************
      * RELEASES ONE 'P' RECORD PER PO RAISED IN THE REPORT MONTH,
      * THEN ONE 'R' RECORD PER RECEIPT POSTED AGAINST ONE OF THEM.
      * A RECEIPT WITH NO PO NUMBER (AN UNPLANNED DELIVERY) OR FOR A
      * PO RAISED IN SOME OTHER MONTH IS NOT PART OF THIS SCORECARD.
      *****************************************************************
       2100-BUILD-SORT-FILE.
           MOVE 'N' TO WS-EOF-SW.
           PERFORM UNTIL WS-EOF
               READ PURCHASE-ORDER-FILE NEXT RECORD
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       IF POR-RAISED-DATE(1:6) EQUAL WS-REPORT-PERIOD
                           PERFORM 2120-RELEASE-PO
                       END-IF
               END-READ
           END-PERFORM.

           MOVE 'N' TO WS-EOF-SW.
           PERFORM UNTIL WS-EOF
               READ RECEIPTS-FILE NEXT RECORD
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       IF RCP-PO-NUMBER > 0
                           PERFORM 2140-RELEASE-RECEIPT
                       END-IF
               END-READ
           END-PERFORM.

       2120-RELEASE-PO.
           MOVE POR-SUPPLIER-CODE TO SRT-SUPPLIER-CODE.
           SET SRT-PO-LINE TO TRUE.
           MOVE POR-PO-NUMBER TO SRT-PO-NUMBER.
           MOVE POR-QTY-ORDERED TO SRT-QUANTITY.
           MOVE 0 TO SRT-LEAD-DAYS.
           MOVE POR-STATUS TO SRT-PO-STATUS.
           MOVE WS-AUDIT-ACTION(POR-PO-NUMBER) TO SRT-AUDIT-ACTION.
           RELEASE SORT-RECORD.

      *****************************************************************
      * LEAD TIME IS WHOLE CALENDAR DAYS FROM THE DAY THE PO WAS
      * RAISED TO THE DAY THE GOODS WERE BOOKED IN -- THE SAME
      * INTEGER-OF-DATE ARITHMETIC DFH0XBRL AGES OPEN POS WITH. A
      * RECEIPT DATED BEFORE ITS PO (A KEYING SLIP) COUNTS AS ZERO.
      *****************************************************************
       2140-RELEASE-RECEIPT.
           MOVE RCP-PO-NUMBER TO POR-PO-NUMBER.
           READ PURCHASE-ORDER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF POR-RAISED-DATE(1:6) EQUAL WS-REPORT-PERIOD
                       MOVE POR-RAISED-DATE TO WS-RAISED-DATE-NUM
                       MOVE RCP-RECEIVED-DATE TO WS-RECEIVED-DATE-NUM
                       COMPUTE WS-LEAD-DAYS =
                           FUNCTION INTEGER-OF-DATE
                               (WS-RECEIVED-DATE-NUM)
                         - FUNCTION INTEGER-OF-DATE
                               (WS-RAISED-DATE-NUM)
                       IF WS-LEAD-DAYS < 0
                           MOVE 0 TO WS-LEAD-DAYS
                       END-IF
                       MOVE POR-SUPPLIER-CODE TO SRT-SUPPLIER-CODE
                       SET SRT-RECEIPT-LINE TO TRUE
                       MOVE POR-PO-NUMBER TO SRT-PO-NUMBER
                       MOVE RCP-QUANTITY-RECEIVED TO SRT-QUANTITY
                       MOVE WS-LEAD-DAYS TO SRT-LEAD-DAYS
                       MOVE POR-STATUS TO SRT-PO-STATUS
                       MOVE SPACE TO SRT-AUDIT-ACTION
                       RELEASE SORT-RECORD
                   END-IF
           END-READ.

      *****************************************************************
      * MATCHES THE SORTED ACTIVITY AGAINST THE SUPPLIER FILE, BOTH
      * IN SUPPLIER CODE ORDER. ACTIVITY SORTING BELOW THE CURRENT
      * SUPPLIER HAS NO SUPPLIER RECORD (INCLUDING THE BLANK CODE
      * DFH0XBR5 STAMPS WHEN AN ITEM HAS NO PREFERRED SUPPLIER) AND
      * IS ONLY COUNTED.
      *****************************************************************
       2200-PRODUCE-REPORT.
           MOVE 'N' TO WS-EOF-SW.
           RETURN SORT-FILE
               AT END
                   SET WS-EOF TO TRUE
           END-RETURN.

           PERFORM UNTIL WS-SUP-EOF
               READ SUPPLIER-FILE NEXT RECORD
                   AT END
                       SET WS-SUP-EOF TO TRUE
                   NOT AT END
                       PERFORM 2300-SCORE-ONE-SUPPLIER
               END-READ
           END-PERFORM.

           PERFORM UNTIL WS-EOF
               PERFORM 2450-COUNT-UNMATCHED
           END-PERFORM.

       2300-SCORE-ONE-SUPPLIER.
           MOVE 0 TO WS-SUP-PO-COUNT.
           MOVE 0 TO WS-SUP-OPEN-COUNT.
           MOVE 0 TO WS-SUP-CANCEL-COUNT.
           MOVE 0 TO WS-SUP-SHORT-COUNT.
           MOVE 0 TO WS-SUP-RECEIPT-COUNT.
           MOVE 0 TO WS-SUP-ONTIME-COUNT.
           MOVE 0 TO WS-SUP-LEAD-TOTAL.
           MOVE 0 TO WS-SUP-LEAD-WORST.
           MOVE 0 TO WS-SUP-QTY-ORDERED.
           MOVE 0 TO WS-SUP-QTY-RECEIVED.

           PERFORM UNTIL WS-EOF
               OR SRT-SUPPLIER-CODE NOT < SUP-SUPPLIER-CODE
               PERFORM 2450-COUNT-UNMATCHED
           END-PERFORM.

           PERFORM UNTIL WS-EOF
               OR SRT-SUPPLIER-CODE NOT EQUAL SUP-SUPPLIER-CODE
               PERFORM 2400-ACCUMULATE-ONE
               RETURN SORT-FILE
                   AT END
                       SET WS-EOF TO TRUE
               END-RETURN
           END-PERFORM.

           PERFORM 2500-WRITE-SUPPLIER-SECTION.
           ADD 1 TO WS-SUPPLIER-COUNT.

       2400-ACCUMULATE-ONE.
           IF SRT-PO-LINE
               ADD 1 TO WS-SUP-PO-COUNT
               ADD 1 TO WS-TOTAL-PO-COUNT
               ADD SRT-QUANTITY TO WS-SUP-QTY-ORDERED
               IF SRT-PO-STATUS EQUAL 'O'
                   ADD 1 TO WS-SUP-OPEN-COUNT
               END-IF
               EVALUATE SRT-AUDIT-ACTION
                 WHEN 'X'
                   ADD 1 TO WS-SUP-CANCEL-COUNT
                 WHEN 'S'
                   ADD 1 TO WS-SUP-SHORT-COUNT
               END-EVALUATE
           ELSE
               ADD 1 TO WS-SUP-RECEIPT-COUNT
               ADD SRT-QUANTITY TO WS-SUP-QTY-RECEIVED
               ADD SRT-LEAD-DAYS TO WS-SUP-LEAD-TOTAL
               IF SRT-LEAD-DAYS > WS-SUP-LEAD-WORST
                   MOVE SRT-LEAD-DAYS TO WS-SUP-LEAD-WORST
               END-IF
               IF SRT-LEAD-DAYS NOT > SUP-LEAD-TIME-DAYS
                   ADD 1 TO WS-SUP-ONTIME-COUNT
               END-IF
           END-IF.

       2450-COUNT-UNMATCHED.
           IF SRT-PO-LINE
               ADD 1 TO WS-UNMATCHED-PO-COUNT
               ADD 1 TO WS-TOTAL-PO-COUNT
           ELSE
               ADD 1 TO WS-UNMATCHED-RCP-COUNT
           END-IF.
           RETURN SORT-FILE
               AT END
                   SET WS-EOF TO TRUE
           END-RETURN.

       2500-WRITE-SUPPLIER-SECTION.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SUP-SUPPLIER-CODE TO SP-SUPPLIER-CODE.
           MOVE SUP-NAME TO SP-NAME.
           MOVE SUP-LEAD-TIME-DAYS TO SP-LEAD-TIME.
           WRITE REPORT-LINE FROM WS-SUPPLIER-LINE.

           IF WS-SUP-PO-COUNT = 0
               WRITE REPORT-LINE FROM WS-NO-ACTIVITY-LINE
           ELSE
               MOVE WS-SUP-PO-COUNT TO PC-PO-COUNT
               MOVE WS-SUP-OPEN-COUNT TO PC-OPEN-COUNT
               MOVE WS-SUP-CANCEL-COUNT TO PC-CANCEL-COUNT
               MOVE WS-SUP-SHORT-COUNT TO PC-SHORT-COUNT
               WRITE REPORT-LINE FROM WS-PO-COUNT-LINE
               PERFORM 2550-WRITE-LEAD-LINE
               PERFORM 2600-WRITE-FILL-LINE
           END-IF.

       2550-WRITE-LEAD-LINE.
           IF WS-SUP-RECEIPT-COUNT = 0
               WRITE REPORT-LINE FROM WS-NO-RECEIPTS-LINE
           ELSE
               COMPUTE WS-AVG-LEAD ROUNDED =
                   WS-SUP-LEAD-TOTAL / WS-SUP-RECEIPT-COUNT
               COMPUTE WS-PERCENT ROUNDED =
                   WS-SUP-ONTIME-COUNT * 100 / WS-SUP-RECEIPT-COUNT
               MOVE WS-SUP-RECEIPT-COUNT TO LD-RECEIPT-COUNT
               MOVE WS-AVG-LEAD TO LD-AVG-LEAD
               MOVE WS-SUP-LEAD-WORST TO LD-WORST-LEAD
               MOVE WS-PERCENT TO LD-ONTIME-PCT
               WRITE REPORT-LINE FROM WS-LEAD-LINE
           END-IF.

       2600-WRITE-FILL-LINE.
           IF WS-SUP-QTY-ORDERED = 0
               MOVE 0 TO WS-PERCENT
           ELSE
               COMPUTE WS-PERCENT ROUNDED =
                   WS-SUP-QTY-RECEIVED * 100 / WS-SUP-QTY-ORDERED
           END-IF.
           MOVE WS-SUP-QTY-ORDERED TO FL-QTY-ORDERED.
           MOVE WS-SUP-QTY-RECEIVED TO FL-QTY-RECEIVED.
           MOVE WS-PERCENT TO FL-FILL-PCT.
           WRITE REPORT-LINE FROM WS-FILL-LINE.

       3000-FINALIZE.
           MOVE WS-SUPPLIER-COUNT TO TL-SUPPLIER-COUNT.
           MOVE WS-TOTAL-PO-COUNT TO TL-PO-COUNT.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           WRITE REPORT-LINE FROM WS-TOTAL-LINE.

           IF WS-UNMATCHED-PO-COUNT > 0
               OR WS-UNMATCHED-RCP-COUNT > 0
               MOVE WS-UNMATCHED-PO-COUNT TO UL-PO-COUNT
               MOVE WS-UNMATCHED-RCP-COUNT TO UL-RCP-COUNT
               WRITE REPORT-LINE FROM WS-UNMATCHED-LINE
           END-IF.

           CLOSE SUPPLIER-FILE.
           CLOSE PURCHASE-ORDER-FILE.
           CLOSE RECEIPTS-FILE.
           CLOSE PO-AUDIT-FILE.
           CLOSE SCORECARD-REPORT.

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
           MOVE 'DFH0XBRM' TO RUN-JOB-NAME.
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
           MOVE 'DFH0XBRM' TO RUN-JOB-NAME.
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
