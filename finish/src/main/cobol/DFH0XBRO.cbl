       IDENTIFICATION DIVISION.
       PROGRAM-ID. DFH0XBRO.
      *****************************************************************
      * NIGHTLY FILE INTEGRITY REPORT.
      * THE CATALOG'S SATELLITE FILES ARE LOADED AND MAINTAINED BY
      * DIFFERENT JOBS AND BY THE ONLINE SIDE, AND NOTHING ELSE
      * PROVES THEY STILL AGREE WITH EACH OTHER. THIS JOB CHECKS:
      *   - CAT-ON-ORDER AGAINST THE OPEN PO PIPELINE: THE SUM OF
      *     POR-QTY-ORDERED LESS POR-QTY-RECEIVED OVER EVERY OPEN
      *     PORDERS RECORD FOR THE ITEM (COLLECTED IN ONE PASS INTO
      *     A TABLE, THE DFH0XBR8 POSITION-TABLE SHAPE). AN OPEN PO
      *     BALANCE FOR AN ITEM NO LONGER ON THE CATALOG IS ALSO
      *     REPORTED;
      *   - REORDPRM AND ITEMSUPP RECORDS FOR ITEMS NOT ON THE
      *     CATALOG (ORPHANS LEFT BEHIND BY A MAINT DELETE);
      *   - ITEMSUPP LINKS NAMING A SUPPLIER CODE NOT ON SUPPLIER;
      *   - WAITING BACKORDR ENTRIES AND PENDING PENDORDS HOLDS FOR
      *     ITEMS THAT ARE DISCONTINUED (OR GONE FROM THE CATALOG)
      *     -- THE RECEIPT-DRIVEN RELEASE AND THE APPROVAL QUEUE
      *     WOULD OTHERWISE SIT ON THEM FOREVER;
      *   - OPEN POS WHOSE POR-SUPPLIER-CODE DOES NOT RESOLVE ON
      *     SUPPLIER, SO DFH0XBRD CANNOT DISPATCH THEM. A BLANK CODE
      *     IS NOT AN EXCEPTION -- CMN 8550 AND DFH0XBR5 LEAVE IT
      *     BLANK WHEN THE ITEM HAS NO ITEMSUPP LINK AND DFH0XBRD
      *     ROUTES THOSE POS BY HAND -- SO THEY ARE ONLY COUNTED, ON
      *     A LINE OF THEIR OWN AFTER THE TOTAL.
      * EVERY EXCEPTION IS RELEASED THROUGH ONE SORT AND PRINTED BY
      * THE ITEM'S CAT-DEPARTMENT IN THE DFH0XBR1 SORT-AND-BREAK
      * STYLE, SO EACH DEPARTMENT'S BUYER SEES ONE GROUP OF LINES;
      * EXCEPTIONS FOR ITEMS NOT ON THE CATALOG HAVE NO DEPARTMENT
      * AND PRINT IN A FINAL GROUP OF THEIR OWN. A COUNT PER CHECK
      * CLOSES THE REPORT. ANY EXCEPTION SETS RETURN CODE 4 (THE
      * DFH0XBRE CONVENTION) SO OPERATIONS SEES IT WITHOUT READING
      * THE REPORT. THE JOB ONLY READS -- NOTHING IS REPAIRED HERE.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CATALOG-FILE ASSIGN TO CATFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CAT-ITEM-REF
               FILE STATUS IS WS-CAT-STATUS.

           SELECT PURCHASE-ORDER-FILE ASSIGN TO POFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS POR-PO-NUMBER
               FILE STATUS IS WS-POR-STATUS.

           SELECT REORDER-PARAM-FILE ASSIGN TO RPMFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS RPM-ITEM-REF
               FILE STATUS IS WS-RPM-STATUS.

           SELECT ITEM-SUPPLIER-FILE ASSIGN TO ISPFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ISP-ITEM-REF
               FILE STATUS IS WS-ISP-STATUS.

           SELECT SUPPLIER-FILE ASSIGN TO SUPFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SUP-SUPPLIER-CODE
               FILE STATUS IS WS-SUP-STATUS.

           SELECT BACKORDER-FILE ASSIGN TO BKOFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS BKO-KEY
               FILE STATUS IS WS-BKO-STATUS.

           SELECT PENDING-ORDER-FILE ASSIGN TO PNDFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PND-KEY
               FILE STATUS IS WS-PND-STATUS.

           SELECT INTEGRITY-REPORT ASSIGN TO RPTFILE
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

       FD PURCHASE-ORDER-FILE.
       COPY DFH0XPOR.

       FD REORDER-PARAM-FILE.
       COPY DFH0XRPM.

       FD ITEM-SUPPLIER-FILE.
       COPY DFH0XISP.

       FD SUPPLIER-FILE.
       COPY DFH0XSUP.

       FD BACKORDER-FILE.
       COPY DFH0XBKO.

       FD PENDING-ORDER-FILE.
       COPY DFH0XPND.

       FD INTEGRITY-REPORT.
       01 REPORT-LINE PIC X(132).

       SD SORT-FILE.
       01 SORT-RECORD.
          05 SRT-DEPT-GROUP PIC X.
          05 SRT-DEPARTMENT PIC 9(3).
          05 SRT-CHECK-NO PIC 9.
          05 SRT-ITEM-REF PIC 9(4).
          05 SRT-DETAIL PIC X(70).

       FD RUN-CONTROL-FILE.
       COPY DFH0XRUN.

       WORKING-STORAGE SECTION.
       01 WS-RUN-STATUS PIC XX.
       01 WS-RUN-TIME PIC X(6).
       01 WS-CAT-STATUS PIC XX.
       01 WS-POR-STATUS PIC XX.
       01 WS-RPM-STATUS PIC XX.
       01 WS-ISP-STATUS PIC XX.
       01 WS-SUP-STATUS PIC XX.
       01 WS-BKO-STATUS PIC XX.
       01 WS-PND-STATUS PIC XX.
       01 WS-RPT-STATUS PIC XX.
       01 WS-EOF-SW PIC X VALUE 'N'.
          88 WS-EOF VALUE 'Y'.
       01 WS-CURRENT-DATE PIC X(8).

       01 WS-CAT-FOUND-SW PIC X VALUE 'N'.
          88 WS-CAT-FOUND VALUE 'Y'.
       01 WS-ITEM-SUB PIC 9(5).
       01 WS-SUP-FOUND-SW PIC X VALUE 'N'.
          88 WS-SUP-FOUND VALUE 'Y'.
       01 WS-QTY-OPEN PIC S9(4).
       01 WS-CHECK-SUB PIC 9.

       01 WS-PIPELINE-TABLE.
          05 WS-PIPE-ENTRY OCCURS 9999 TIMES.
             10 WS-PIPE-ON-CATALOG PIC X.
             10 WS-PIPE-OPEN-QTY PIC S9(7).

       01 WS-CHECK-TOTALS.
          05 WS-CHECK-COUNT PIC 9(5) OCCURS 7 TIMES.

       01 WS-CHECK-NAMES.
          05 FILLER PIC X(30) VALUE 'ON-ORDER VS OPEN PO BALANCE'.
          05 FILLER PIC X(30) VALUE 'REORDPRM ITEM NOT ON CATALOG'.
          05 FILLER PIC X(30) VALUE 'ITEMSUPP ITEM NOT ON CATALOG'.
          05 FILLER PIC X(30) VALUE 'ITEMSUPP SUPPLIER NOT ON FILE'.
          05 FILLER PIC X(30) VALUE 'BACKORDER ITEM NOT ORDERABLE'.
          05 FILLER PIC X(30) VALUE 'PENDING ITEM NOT ORDERABLE'.
          05 FILLER PIC X(30) VALUE 'OPEN PO SUPPLIER NOT ON FILE'.
       01 WS-CHECK-NAME-TABLE REDEFINES WS-CHECK-NAMES.
          05 WS-CHECK-NAME PIC X(30) OCCURS 7 TIMES.

       01 WS-PRIOR-GROUP PIC X(4) VALUE SPACES.
       01 WS-CURRENT-GROUP PIC X(4).
       01 WS-FIRST-RECORD-SW PIC X VALUE 'Y'.
          88 WS-FIRST-RECORD VALUE 'Y'.
       01 WS-DEPT-EXCEPTION-COUNT PIC 9(5) VALUE 0.
       01 WS-TOTAL-EXCEPTION-COUNT PIC 9(5) VALUE 0.
       01 WS-UNASSIGNED-PO-COUNT PIC 9(5) VALUE 0.

       01 WS-EDIT-QTY-1 PIC ZZZ9.
       01 WS-EDIT-QTY-2 PIC Z,ZZZ,ZZ9-.

       01 WS-HEADING-1.
          05 FILLER PIC X(45) VALUE
             'NIGHTLY FILE INTEGRITY REPORT'.
          05 FILLER PIC X(10) VALUE 'RUN DATE: '.
          05 H1-RUN-DATE PIC X(8).

       01 WS-HEADING-2.
          05 FILLER PIC X(32) VALUE 'CHECK'.
          05 FILLER PIC X(10) VALUE 'ITEM REF'.
          05 FILLER PIC X(30) VALUE 'DETAIL'.

       01 WS-DEPT-LINE.
          05 FILLER PIC X(18) VALUE 'DEPARTMENT NUMBER:'.
          05 DL-DEPARTMENT PIC 9(3).

       01 WS-NO-DEPT-LINE.
          05 FILLER PIC X(45) VALUE
             'ITEMS NOT ON CATALOG -- NO DEPARTMENT'.

       01 WS-DETAIL-LINE.
          05 DT-CHECK-NAME PIC X(30).
          05 FILLER PIC X(2) VALUE SPACES.
          05 DT-ITEM-REF PIC 9(4).
          05 FILLER PIC X(6) VALUE SPACES.
          05 DT-DETAIL PIC X(70).

       01 WS-DEPT-TOTAL-LINE.
          05 FILLER PIC X(30) VALUE
             'EXCEPTIONS IN GROUP:'.
          05 DTL-COUNT PIC ZZZZ9.

       01 WS-CLEAN-LINE.
          05 FILLER PIC X(50) VALUE
             'ALL CHECKS CLEAN -- NO INTEGRITY EXCEPTIONS'.

       01 WS-SUMMARY-HEADING.
          05 FILLER PIC X(30) VALUE 'EXCEPTIONS BY CHECK'.

       01 WS-SUMMARY-LINE.
          05 FILLER PIC X(2) VALUE SPACES.
          05 SL-CHECK-NAME PIC X(30).
          05 SL-COUNT PIC ZZZZ9.

       01 WS-TOTAL-LINE.
          05 FILLER PIC X(32) VALUE 'TOTAL EXCEPTIONS:'.
          05 TL-COUNT PIC ZZZZ9.

       01 WS-UNASSIGNED-LINE.
          05 FILLER PIC X(32) VALUE 'OPEN POS WITH NO SUPPLIER:'.
          05 UL-COUNT PIC ZZZZ9.
          05 FILLER PIC X(40) VALUE
             '  (ROUTED BY HAND -- NOT AN EXCEPTION)'.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE.
           PERFORM 2000-CHECK-AND-REPORT.
           PERFORM 3000-FINALIZE.
           PERFORM 9900-RECORD-RUN-COMPLETE.
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           PERFORM 9800-RECORD-RUN-START.
           MOVE WS-CURRENT-DATE TO H1-RUN-DATE.

           PERFORM 1100-CLEAR-PIPELINE-ENTRY
               VARYING WS-ITEM-SUB FROM 1 BY 1
               UNTIL WS-ITEM-SUB > 9999.
           MOVE ZEROS TO WS-CHECK-TOTALS.

           OPEN INPUT CATALOG-FILE.
           OPEN INPUT PURCHASE-ORDER-FILE.
           OPEN INPUT REORDER-PARAM-FILE.
           OPEN INPUT ITEM-SUPPLIER-FILE.
           OPEN INPUT SUPPLIER-FILE.
           OPEN INPUT BACKORDER-FILE.
           OPEN INPUT PENDING-ORDER-FILE.
           OPEN OUTPUT INTEGRITY-REPORT.

           WRITE REPORT-LINE FROM WS-HEADING-1.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           WRITE REPORT-LINE FROM WS-HEADING-2.

       1100-CLEAR-PIPELINE-ENTRY.
           MOVE 'N' TO WS-PIPE-ON-CATALOG(WS-ITEM-SUB).
           MOVE 0 TO WS-PIPE-OPEN-QTY(WS-ITEM-SUB).

       2000-CHECK-AND-REPORT.
           SORT SORT-FILE
               ON ASCENDING KEY SRT-DEPT-GROUP SRT-DEPARTMENT
                                SRT-CHECK-NO SRT-ITEM-REF
               INPUT PROCEDURE 2100-RUN-ALL-CHECKS
               OUTPUT PROCEDURE 2800-PRODUCE-REPORT.

       2100-RUN-ALL-CHECKS.
           PERFORM 2200-CHECK-OPEN-POS.
           PERFORM 2300-CHECK-CATALOG-ON-ORDER.
           PERFORM 2400-CHECK-REORDER-PARAMS.
           PERFORM 2500-CHECK-ITEM-SUPPLIERS.
           PERFORM 2600-CHECK-BACKORDERS.
           PERFORM 2700-CHECK-PENDING-HOLDS.

      *****************************************************************
      * ONE PASS OVER PORDERS: EVERY OPEN PO ADDS ITS UNRECEIVED
      * BALANCE TO THE ITEM'S PIPELINE ENTRY, AND ANY OPEN PO WHOSE
      * SUPPLIER CODE DOES NOT RESOLVE IS AN EXCEPTION IN ITS OWN
      * RIGHT. AN OPEN PO WITH NO SUPPLIER CODE IS ONLY COUNTED.
      *****************************************************************
       2200-CHECK-OPEN-POS.
           MOVE 'N' TO WS-EOF-SW.
           PERFORM UNTIL WS-EOF
               READ PURCHASE-ORDER-FILE NEXT RECORD
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       IF POR-OPEN AND POR-ITEM-REF > 0
                           COMPUTE WS-QTY-OPEN =
                               POR-QTY-ORDERED - POR-QTY-RECEIVED
                           ADD WS-QTY-OPEN
                             TO WS-PIPE-OPEN-QTY(POR-ITEM-REF)
                           PERFORM 2250-CHECK-PO-SUPPLIER
                       END-IF
               END-READ
           END-PERFORM.

       2250-CHECK-PO-SUPPLIER.
           IF POR-SUPPLIER-CODE EQUAL SPACES
               ADD 1 TO WS-UNASSIGNED-PO-COUNT
           ELSE
               PERFORM 2260-RESOLVE-PO-SUPPLIER
           END-IF.

       2260-RESOLVE-PO-SUPPLIER.
           MOVE 'N' TO WS-SUP-FOUND-SW.
           MOVE POR-SUPPLIER-CODE TO SUP-SUPPLIER-CODE.
           READ SUPPLIER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-SUP-FOUND TO TRUE
           END-READ.

           IF NOT WS-SUP-FOUND
               MOVE POR-ITEM-REF TO CAT-ITEM-REF
               PERFORM 9000-LOOKUP-CATALOG
               MOVE 7 TO SRT-CHECK-NO
               MOVE POR-ITEM-REF TO SRT-ITEM-REF
               MOVE SPACES TO SRT-DETAIL
               STRING 'OPEN PO ' POR-PO-NUMBER
                   ' SUPPLIER CODE "' POR-SUPPLIER-CODE '"'
                   DELIMITED BY SIZE INTO SRT-DETAIL
               PERFORM 9100-RELEASE-EXCEPTION
           END-IF.

      *****************************************************************
      * FULL CATALOG WALK: CAT-ON-ORDER MUST EQUAL THE OPEN PO
      * PIPELINE JUST COLLECTED. ITEMS SEEN ARE MARKED SO ANY OPEN
      * PO BALANCE LEFT FOR AN ITEM NOT ON THE CATALOG IS CAUGHT
      * AFTERWARDS.
      *****************************************************************
       2300-CHECK-CATALOG-ON-ORDER.
           MOVE 0 TO CAT-ITEM-REF.
           MOVE 'N' TO WS-EOF-SW.
           START CATALOG-FILE
               KEY IS NOT LESS THAN CAT-ITEM-REF
               INVALID KEY
                   SET WS-EOF TO TRUE
           END-START.

           PERFORM UNTIL WS-EOF
               READ CATALOG-FILE NEXT RECORD
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       IF CAT-ITEM-REF > 0
                           PERFORM 2350-CHECK-ONE-ITEM
                       END-IF
               END-READ
           END-PERFORM.

           PERFORM 2380-CHECK-UNKNOWN-PIPELINE
               VARYING WS-ITEM-SUB FROM 1 BY 1
               UNTIL WS-ITEM-SUB > 9999.

       2350-CHECK-ONE-ITEM.
           MOVE 'Y' TO WS-PIPE-ON-CATALOG(CAT-ITEM-REF).
           IF CAT-ON-ORDER NOT EQUAL WS-PIPE-OPEN-QTY(CAT-ITEM-REF)
               SET WS-CAT-FOUND TO TRUE
               MOVE 1 TO SRT-CHECK-NO
               MOVE CAT-ITEM-REF TO SRT-ITEM-REF
               MOVE CAT-ON-ORDER TO WS-EDIT-QTY-1
               MOVE WS-PIPE-OPEN-QTY(CAT-ITEM-REF) TO WS-EDIT-QTY-2
               MOVE SPACES TO SRT-DETAIL
               STRING 'CAT-ON-ORDER ' WS-EDIT-QTY-1
                   '  OPEN PO BALANCE ' WS-EDIT-QTY-2
                   DELIMITED BY SIZE INTO SRT-DETAIL
               PERFORM 9100-RELEASE-EXCEPTION
           END-IF.

       2380-CHECK-UNKNOWN-PIPELINE.
           IF WS-PIPE-ON-CATALOG(WS-ITEM-SUB) EQUAL 'N'
               AND WS-PIPE-OPEN-QTY(WS-ITEM-SUB) NOT EQUAL 0
               MOVE 'N' TO WS-CAT-FOUND-SW
               MOVE 1 TO SRT-CHECK-NO
               MOVE WS-ITEM-SUB TO SRT-ITEM-REF
               MOVE WS-PIPE-OPEN-QTY(WS-ITEM-SUB) TO WS-EDIT-QTY-2
               MOVE SPACES TO SRT-DETAIL
               STRING 'OPEN PO BALANCE ' WS-EDIT-QTY-2
                   ' FOR ITEM NOT ON CATALOG'
                   DELIMITED BY SIZE INTO SRT-DETAIL
               PERFORM 9100-RELEASE-EXCEPTION
           END-IF.

       2400-CHECK-REORDER-PARAMS.
           MOVE 'N' TO WS-EOF-SW.
           PERFORM UNTIL WS-EOF
               READ REORDER-PARAM-FILE NEXT RECORD
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       MOVE RPM-ITEM-REF TO CAT-ITEM-REF
                       PERFORM 9000-LOOKUP-CATALOG
                       IF NOT WS-CAT-FOUND
                           MOVE 2 TO SRT-CHECK-NO
                           MOVE RPM-ITEM-REF TO SRT-ITEM-REF
                           MOVE 'REORDER PARAMETERS HELD FOR THIS ITEM'
                             TO SRT-DETAIL
                           PERFORM 9100-RELEASE-EXCEPTION
                       END-IF
               END-READ
           END-PERFORM.

       2500-CHECK-ITEM-SUPPLIERS.
           MOVE 'N' TO WS-EOF-SW.
           PERFORM UNTIL WS-EOF
               READ ITEM-SUPPLIER-FILE NEXT RECORD
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       PERFORM 2550-CHECK-ONE-LINK
               END-READ
           END-PERFORM.

       2550-CHECK-ONE-LINK.
           MOVE ISP-ITEM-REF TO CAT-ITEM-REF.
           PERFORM 9000-LOOKUP-CATALOG.
           IF NOT WS-CAT-FOUND
               MOVE 3 TO SRT-CHECK-NO
               MOVE ISP-ITEM-REF TO SRT-ITEM-REF
               MOVE SPACES TO SRT-DETAIL
               STRING 'PREFERRED SUPPLIER ' ISP-SUPPLIER-CODE
                   ' LINKED TO THIS ITEM'
                   DELIMITED BY SIZE INTO SRT-DETAIL
               PERFORM 9100-RELEASE-EXCEPTION
           END-IF.

           MOVE ISP-SUPPLIER-CODE TO SUP-SUPPLIER-CODE.
           READ SUPPLIER-FILE
               INVALID KEY
                   MOVE 4 TO SRT-CHECK-NO
                   MOVE ISP-ITEM-REF TO SRT-ITEM-REF
                   MOVE SPACES TO SRT-DETAIL
                   STRING 'LINKED SUPPLIER CODE "' ISP-SUPPLIER-CODE
                       '"'
                       DELIMITED BY SIZE INTO SRT-DETAIL
                   PERFORM 9100-RELEASE-EXCEPTION
           END-READ.

       2600-CHECK-BACKORDERS.
           MOVE 'N' TO WS-EOF-SW.
           PERFORM UNTIL WS-EOF
               READ BACKORDER-FILE NEXT RECORD
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       IF BKO-WAITING
                           PERFORM 2650-CHECK-ONE-BACKORDER
                       END-IF
               END-READ
           END-PERFORM.

       2650-CHECK-ONE-BACKORDER.
           MOVE BKO-ITEM-REF TO CAT-ITEM-REF.
           PERFORM 9000-LOOKUP-CATALOG.
           IF NOT WS-CAT-FOUND OR CAT-DISCONTINUED
               MOVE 5 TO SRT-CHECK-NO
               MOVE BKO-ITEM-REF TO SRT-ITEM-REF
               MOVE BKO-QUANTITY TO WS-EDIT-QTY-1
               MOVE SPACES TO SRT-DETAIL
               STRING 'QUEUED ' BKO-DATE-QUEUED
                   ' USER ' BKO-USERID
                   ' DEPT ' BKO-CHARGE-DEPT
                   ' QTY ' WS-EDIT-QTY-1
                   DELIMITED BY SIZE INTO SRT-DETAIL
               PERFORM 9100-RELEASE-EXCEPTION
           END-IF.

       2700-CHECK-PENDING-HOLDS.
           MOVE 'N' TO WS-EOF-SW.
           PERFORM UNTIL WS-EOF
               READ PENDING-ORDER-FILE NEXT RECORD
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       IF PND-PENDING
                           PERFORM 2750-CHECK-ONE-HOLD
                       END-IF
               END-READ
           END-PERFORM.

       2750-CHECK-ONE-HOLD.
           MOVE PND-ITEM-REF TO CAT-ITEM-REF.
           PERFORM 9000-LOOKUP-CATALOG.
           IF NOT WS-CAT-FOUND OR CAT-DISCONTINUED
               MOVE 6 TO SRT-CHECK-NO
               MOVE PND-ITEM-REF TO SRT-ITEM-REF
               MOVE PND-QUANTITY TO WS-EDIT-QTY-1
               MOVE SPACES TO SRT-DETAIL
               STRING 'QUEUED ' PND-DATE-QUEUED
                   ' USER ' PND-USERID
                   ' DEPT ' PND-CHARGE-DEPT
                   ' QTY ' WS-EDIT-QTY-1
                   DELIMITED BY SIZE INTO SRT-DETAIL
               PERFORM 9100-RELEASE-EXCEPTION
           END-IF.

       2800-PRODUCE-REPORT.
           MOVE 'N' TO WS-EOF-SW.
           RETURN SORT-FILE
               AT END
                   SET WS-EOF TO TRUE
           END-RETURN.

           PERFORM UNTIL WS-EOF
               MOVE SRT-DEPT-GROUP TO WS-CURRENT-GROUP(1:1)
               MOVE SRT-DEPARTMENT TO WS-CURRENT-GROUP(2:3)
               IF WS-FIRST-RECORD
                   OR WS-CURRENT-GROUP NOT EQUAL WS-PRIOR-GROUP
                   IF NOT WS-FIRST-RECORD
                       PERFORM 2900-WRITE-DEPT-TOTAL
                   END-IF
                   MOVE 'N' TO WS-FIRST-RECORD-SW
                   MOVE 0 TO WS-DEPT-EXCEPTION-COUNT
                   MOVE WS-CURRENT-GROUP TO WS-PRIOR-GROUP
                   PERFORM 2850-WRITE-DEPT-HEADING
               END-IF

               MOVE WS-CHECK-NAME(SRT-CHECK-NO) TO DT-CHECK-NAME
               MOVE SRT-ITEM-REF TO DT-ITEM-REF
               MOVE SRT-DETAIL TO DT-DETAIL
               WRITE REPORT-LINE FROM WS-DETAIL-LINE
               ADD 1 TO WS-DEPT-EXCEPTION-COUNT
               ADD 1 TO WS-TOTAL-EXCEPTION-COUNT
               ADD 1 TO WS-CHECK-COUNT(SRT-CHECK-NO)

               RETURN SORT-FILE
                   AT END
                       SET WS-EOF TO TRUE
               END-RETURN
           END-PERFORM.

           IF WS-FIRST-RECORD
               MOVE SPACES TO REPORT-LINE
               WRITE REPORT-LINE
               WRITE REPORT-LINE FROM WS-CLEAN-LINE
           ELSE
               PERFORM 2900-WRITE-DEPT-TOTAL
           END-IF.

       2850-WRITE-DEPT-HEADING.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           IF SRT-DEPT-GROUP EQUAL '1'
               MOVE SRT-DEPARTMENT TO DL-DEPARTMENT
               WRITE REPORT-LINE FROM WS-DEPT-LINE
           ELSE
               WRITE REPORT-LINE FROM WS-NO-DEPT-LINE
           END-IF.

       2900-WRITE-DEPT-TOTAL.
           MOVE WS-DEPT-EXCEPTION-COUNT TO DTL-COUNT.
           WRITE REPORT-LINE FROM WS-DEPT-TOTAL-LINE.

       3000-FINALIZE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           WRITE REPORT-LINE FROM WS-SUMMARY-HEADING.
           PERFORM 3100-WRITE-CHECK-SUMMARY
               VARYING WS-CHECK-SUB FROM 1 BY 1
               UNTIL WS-CHECK-SUB > 7.
           MOVE WS-TOTAL-EXCEPTION-COUNT TO TL-COUNT.
           WRITE REPORT-LINE FROM WS-TOTAL-LINE.
           MOVE WS-UNASSIGNED-PO-COUNT TO UL-COUNT.
           WRITE REPORT-LINE FROM WS-UNASSIGNED-LINE.

           IF WS-TOTAL-EXCEPTION-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF.

           CLOSE CATALOG-FILE.
           CLOSE PURCHASE-ORDER-FILE.
           CLOSE REORDER-PARAM-FILE.
           CLOSE ITEM-SUPPLIER-FILE.
           CLOSE SUPPLIER-FILE.
           CLOSE BACKORDER-FILE.
           CLOSE PENDING-ORDER-FILE.
           CLOSE INTEGRITY-REPORT.

       3100-WRITE-CHECK-SUMMARY.
           MOVE WS-CHECK-NAME(WS-CHECK-SUB) TO SL-CHECK-NAME.
           MOVE WS-CHECK-COUNT(WS-CHECK-SUB) TO SL-COUNT.
           WRITE REPORT-LINE FROM WS-SUMMARY-LINE.

      *****************************************************************
      * RANDOM CATALOG READ FOR THE ITEM IN CAT-ITEM-REF; LEAVES
      * WS-CAT-FOUND AND, WHEN FOUND, THE RECORD (AND SO THE
      * DEPARTMENT AND STATUS) IN THE CATALOG RECORD AREA.
      *****************************************************************
       9000-LOOKUP-CATALOG.
           READ CATALOG-FILE
               INVALID KEY
                   MOVE 'N' TO WS-CAT-FOUND-SW
               NOT INVALID KEY
                   MOVE 'Y' TO WS-CAT-FOUND-SW
           END-READ.

      *****************************************************************
      * FILES THE EXCEPTION UNDER THE ITEM'S DEPARTMENT WHEN THE
      * ITEM IS ON THE CATALOG (WS-CAT-FOUND, RECORD IN HAND), OR IN
      * THE TRAILING NO-DEPARTMENT GROUP WHEN IT IS NOT.
      *****************************************************************
       9100-RELEASE-EXCEPTION.
           IF WS-CAT-FOUND
               MOVE '1' TO SRT-DEPT-GROUP
               MOVE CAT-DEPARTMENT TO SRT-DEPARTMENT
           ELSE
               MOVE '2' TO SRT-DEPT-GROUP
               MOVE 0 TO SRT-DEPARTMENT
           END-IF.
           RELEASE SORT-RECORD.

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
           MOVE 'DFH0XBRO' TO RUN-JOB-NAME.
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
           MOVE 'DFH0XBRO' TO RUN-JOB-NAME.
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
