       IDENTIFICATION DIVISION.
       PROGRAM-ID. DFH0XBRX.
      *****************************************************************
      * SUPPLIER PURCHASE ORDER ACKNOWLEDGEMENT INTAKE.
      * READS THE SUPPLIERS' ACKNOWLEDGEMENT FEED (PO NUMBER,
      * SUPPLIER CODE, ACK CODE, QUANTITY CONFIRMED, PROMISED SHIP
      * DATE, REASON) AND POSTS EACH AGAINST ITS PO ON THE POACK
      * FILE DFH0XBRW STARTED WHEN THE PO WAS TRANSMITTED. ACK CODES:
      *   A - ACCEPTED AS ORDERED, SHIPPING ON THE PROMISED DATE;
      *   C - ACCEPTED WITH A DIFFERENT QUANTITY;
      *   R - REJECTED OUTRIGHT (THE REASON SAYS WHY).
      * THE ACK IS PROVED AGAINST PORDERS FIRST: THE PO MUST EXIST,
      * STILL BE OPEN, AND BELONG TO THE SUPPLIER SENDING IT --
      * OTHERWISE THE LINE IS NOT POSTED. A PO SENT BY HAND BEFORE
      * THE TRANSMISSION RUN EXISTED HAS NO POACK RECORD YET; ONE IS
      * CREATED FOR IT. A LATER ACK FOR THE SAME PO REPLACES THE
      * EARLIER ONE, SO THE FILE ALWAYS HOLDS THE SUPPLIER'S LATEST
      * WORD. A 'C' CONFIRMING THE ORDERED QUANTITY IS POSTED AS A
      * PLAIN ACCEPTANCE.
      * QUANTITY CHANGES AND REJECTIONS ARE PRINTED ON THE EXCEPTION
      * REPORT FOR PURCHASING TO ACT ON -- CLOSE THE PO SHORT OR
      * CANCEL IT WITH POCLS, AND RAISE A NEW PORD FOR WHAT IS STILL
      * NEEDED -- NOTHING HERE CHANGES THE PO ITSELF. ACCEPTANCES ARE
      * ONLY COUNTED. RC=4 WHEN ANYTHING IS PRINTED.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACK-FILE ASSIGN TO ACKFILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACK-STATUS.

           SELECT PURCHASE-ORDER-FILE ASSIGN TO POFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS POR-PO-NUMBER
               FILE STATUS IS WS-POR-STATUS.

           SELECT PO-ACK-FILE ASSIGN TO PAKFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PAK-PO-NUMBER
               FILE STATUS IS WS-PAK-STATUS.

           SELECT EXCEPTION-REPORT ASSIGN TO RPTFILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

           SELECT RUN-CONTROL-FILE ASSIGN TO RUNFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RUN-JOB-NAME
               FILE STATUS IS WS-RUN-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD ACK-FILE.
       01 ACK-RECORD.
          05 ACK-PO-NUMBER PIC X(6).
          05 ACK-SUPPLIER-CODE PIC X(6).
          05 ACK-CODE PIC X(1).
             88 ACK-ACCEPTED VALUE 'A'.
             88 ACK-QTY-CHANGED VALUE 'C'.
             88 ACK-REJECTED VALUE 'R'.
          05 ACK-QTY-CONFIRMED PIC X(3).
          05 ACK-PROMISED-DATE PIC X(8).
          05 ACK-REASON PIC X(30).

       FD PURCHASE-ORDER-FILE.
       COPY DFH0XPOR.

       FD PO-ACK-FILE.
       COPY DFH0XPAK.

       FD EXCEPTION-REPORT.
       01 REPORT-LINE PIC X(132).

       FD RUN-CONTROL-FILE.
       COPY DFH0XRUN.

       WORKING-STORAGE SECTION.
       01 WS-RUN-STATUS PIC XX.
       01 WS-RUN-TIME PIC X(6).
       01 WS-ACK-STATUS PIC XX.
       01 WS-POR-STATUS PIC XX.
       01 WS-PAK-STATUS PIC XX.
       01 WS-RPT-STATUS PIC XX.
       01 WS-EOF-SW PIC X VALUE 'N'.
          88 WS-EOF VALUE 'Y'.
       01 WS-CURRENT-DATE PIC X(8).

       01 WS-PO-NUMBER PIC 9(6).
       01 WS-QTY-CONFIRMED PIC 9(3).
       01 WS-PO-FOUND-SW PIC X VALUE 'N'.
          88 WS-PO-FOUND VALUE 'Y'.
       01 WS-PAK-FOUND-SW PIC X VALUE 'N'.
          88 WS-PAK-FOUND VALUE 'Y'.

       01 WS-READ-COUNT PIC 9(5) VALUE 0.
       01 WS-ACCEPTED-COUNT PIC 9(5) VALUE 0.
       01 WS-CHANGED-COUNT PIC 9(5) VALUE 0.
       01 WS-REJECTED-COUNT PIC 9(5) VALUE 0.
       01 WS-UNPOSTED-COUNT PIC 9(5) VALUE 0.

       01 WS-HEADING-1.
          05 FILLER PIC X(45) VALUE
             'SUPPLIER ACKNOWLEDGEMENT EXCEPTION REPORT'.
          05 FILLER PIC X(10) VALUE 'RUN DATE: '.
          05 H1-RUN-DATE PIC X(8).

       01 WS-COLUMN-HEADING.
          05 FILLER PIC X(14) VALUE 'EXCEPTION'.
          05 FILLER PIC X(8) VALUE 'PO NO.'.
          05 FILLER PIC X(6) VALUE 'ITEM'.
          05 FILLER PIC X(8) VALUE 'SUPPLIER'.
          05 FILLER PIC X(9) VALUE ' ORDERED'.
          05 FILLER PIC X(11) VALUE '  CONFIRMED'.
          05 FILLER PIC X(11) VALUE '  PROMISED'.
          05 FILLER PIC X(32) VALUE 'SUPPLIER REASON'.
          05 FILLER PIC X(20) VALUE 'ACTION'.

       01 WS-EXCEPTION-LINE.
          05 EL-TYPE PIC X(12).
          05 FILLER PIC X(2) VALUE SPACES.
          05 EL-PO-NUMBER PIC 9(6).
          05 FILLER PIC X(2) VALUE SPACES.
          05 EL-ITEM-REF PIC 9(4).
          05 FILLER PIC X(2) VALUE SPACES.
          05 EL-SUPPLIER-CODE PIC X(6).
          05 FILLER PIC X(5) VALUE SPACES.
          05 EL-QTY-ORDERED PIC ZZ9.
          05 FILLER PIC X(8) VALUE SPACES.
          05 EL-QTY-CONFIRMED PIC ZZ9.
          05 FILLER PIC X(3) VALUE SPACES.
          05 EL-PROMISED-DATE PIC X(8).
          05 FILLER PIC X(2) VALUE SPACES.
          05 EL-REASON PIC X(30).
          05 FILLER PIC X(2) VALUE SPACES.
          05 EL-ACTION PIC X(30).

       01 WS-UNPOSTED-LINE.
          05 FILLER PIC X(14) VALUE 'NOT POSTED:'.
          05 UL-PO-NUMBER PIC X(6).
          05 FILLER PIC X(10) VALUE SPACES.
          05 UL-SUPPLIER-CODE PIC X(6).
          05 FILLER PIC X(2) VALUE SPACES.
          05 UL-CODE PIC X(1).
          05 FILLER PIC X(4) VALUE SPACES.
          05 UL-REASON PIC X(45).

       01 WS-WRITE-FAIL-LINE.
          05 FILLER PIC X(14) VALUE 'NOT POSTED:'.
          05 WFL-PO-NUMBER PIC X(6).
          05 FILLER PIC X(4) VALUE SPACES.
          05 FILLER PIC X(30) VALUE
             'POACK FILE WRITE FAILED:      '.
          05 WFL-STATUS PIC XX.

       01 WS-NO-EXCEPTIONS-LINE.
          05 FILLER PIC X(50) VALUE
             'NO EXCEPTIONS -- EVERY ACKNOWLEDGEMENT ACCEPTED'.

       01 WS-TOTAL-LINE.
          05 FILLER PIC X(15) VALUE 'ACKS READ:    '.
          05 TL-READ PIC ZZZZ9.
          05 FILLER PIC X(13) VALUE '  ACCEPTED: '.
          05 TL-ACCEPTED PIC ZZZZ9.
          05 FILLER PIC X(16) VALUE '  QTY CHANGED: '.
          05 TL-CHANGED PIC ZZZZ9.
          05 FILLER PIC X(13) VALUE '  REJECTED: '.
          05 TL-REJECTED PIC ZZZZ9.
          05 FILLER PIC X(15) VALUE '  NOT POSTED: '.
          05 TL-UNPOSTED PIC ZZZZ9.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE.
           PERFORM 2000-POST-ACKNOWLEDGEMENTS.
           PERFORM 3000-FINALIZE.
           PERFORM 9900-RECORD-RUN-COMPLETE.
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           PERFORM 9800-RECORD-RUN-START.
           MOVE WS-CURRENT-DATE TO H1-RUN-DATE.

           OPEN INPUT ACK-FILE.
           OPEN INPUT PURCHASE-ORDER-FILE.
           OPEN I-O PO-ACK-FILE.
           OPEN OUTPUT EXCEPTION-REPORT.

           WRITE REPORT-LINE FROM WS-HEADING-1.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           WRITE REPORT-LINE FROM WS-COLUMN-HEADING.

       2000-POST-ACKNOWLEDGEMENTS.
           PERFORM UNTIL WS-EOF
               READ ACK-FILE
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-READ-COUNT
                       PERFORM 2100-EDIT-ONE-ACK
               END-READ
           END-PERFORM.

       2100-EDIT-ONE-ACK.
           IF ACK-PO-NUMBER NOT NUMERIC
               MOVE 'PO NUMBER NOT NUMERIC' TO UL-REASON
               PERFORM 2900-REPORT-UNPOSTED
           ELSE
               IF NOT ACK-ACCEPTED
                   AND NOT ACK-QTY-CHANGED
                   AND NOT ACK-REJECTED
                   MOVE 'ACK CODE MUST BE A, C OR R' TO UL-REASON
                   PERFORM 2900-REPORT-UNPOSTED
               ELSE
                   MOVE ACK-PO-NUMBER TO WS-PO-NUMBER
                   PERFORM 2200-PROVE-PURCHASE-ORDER
               END-IF
           END-IF.

       2200-PROVE-PURCHASE-ORDER.
           MOVE WS-PO-NUMBER TO POR-PO-NUMBER.
           MOVE 'Y' TO WS-PO-FOUND-SW.
           READ PURCHASE-ORDER-FILE
               INVALID KEY
                   MOVE 'N' TO WS-PO-FOUND-SW
           END-READ.

           EVALUATE TRUE
             WHEN NOT WS-PO-FOUND
               MOVE 'UNKNOWN PO NUMBER' TO UL-REASON
               PERFORM 2900-REPORT-UNPOSTED
             WHEN POR-SUPPLIER-CODE NOT EQUAL ACK-SUPPLIER-CODE
               MOVE 'PO IS NOT ON THIS SUPPLIER' TO UL-REASON
               PERFORM 2900-REPORT-UNPOSTED
             WHEN NOT POR-OPEN
               MOVE 'PO IS NO LONGER OPEN' TO UL-REASON
               PERFORM 2900-REPORT-UNPOSTED
             WHEN OTHER
               PERFORM 2300-EDIT-ACK-DETAIL
           END-EVALUATE.

      *****************************************************************
      * AN ACCEPTANCE OR QUANTITY CHANGE MUST SAY WHEN IT WILL SHIP;
      * A REJECTION SHIPS NOTHING, SO ANY DATE ON IT IS IGNORED.
      *****************************************************************
       2300-EDIT-ACK-DETAIL.
           EVALUATE TRUE
             WHEN ACK-REJECTED
               MOVE 0 TO WS-QTY-CONFIRMED
               PERFORM 2400-POST-ACK
             WHEN ACK-PROMISED-DATE NOT NUMERIC
               MOVE 'PROMISED SHIP DATE MUST BE CCYYMMDD' TO UL-REASON
               PERFORM 2900-REPORT-UNPOSTED
             WHEN ACK-ACCEPTED
               MOVE POR-QTY-ORDERED TO WS-QTY-CONFIRMED
               PERFORM 2400-POST-ACK
             WHEN ACK-QTY-CONFIRMED NOT NUMERIC
               MOVE 'CONFIRMED QUANTITY NOT NUMERIC' TO UL-REASON
               PERFORM 2900-REPORT-UNPOSTED
             WHEN OTHER
               MOVE ACK-QTY-CONFIRMED TO WS-QTY-CONFIRMED
               IF WS-QTY-CONFIRMED = 0
                   MOVE 'CONFIRMED QUANTITY ZERO -- SEND AS R'
                     TO UL-REASON
                   PERFORM 2900-REPORT-UNPOSTED
               ELSE
                   PERFORM 2400-POST-ACK
               END-IF
           END-EVALUATE.

       2400-POST-ACK.
           MOVE WS-PO-NUMBER TO PAK-PO-NUMBER.
           MOVE 'Y' TO WS-PAK-FOUND-SW.
           READ PO-ACK-FILE
               INVALID KEY
                   MOVE 'N' TO WS-PAK-FOUND-SW
           END-READ.

           IF NOT WS-PAK-FOUND
               MOVE SPACES TO PO-ACKNOWLEDGEMENT-RECORD
               MOVE WS-PO-NUMBER TO PAK-PO-NUMBER
           END-IF.

           MOVE POR-SUPPLIER-CODE TO PAK-SUPPLIER-CODE.
           MOVE WS-CURRENT-DATE TO PAK-ACK-DATE.
           MOVE WS-QTY-CONFIRMED TO PAK-QTY-CONFIRMED.
           MOVE ACK-REASON TO PAK-REASON.
           EVALUATE TRUE
             WHEN ACK-REJECTED
               SET PAK-REJECTED TO TRUE
               MOVE SPACES TO PAK-PROMISED-DATE
             WHEN WS-QTY-CONFIRMED = POR-QTY-ORDERED
               SET PAK-ACCEPTED TO TRUE
               MOVE ACK-PROMISED-DATE TO PAK-PROMISED-DATE
             WHEN OTHER
               SET PAK-QTY-CHANGED TO TRUE
               MOVE ACK-PROMISED-DATE TO PAK-PROMISED-DATE
           END-EVALUATE.

           IF WS-PAK-FOUND
               REWRITE PO-ACKNOWLEDGEMENT-RECORD
                   INVALID KEY
                       PERFORM 2800-REPORT-WRITE-FAILURE
                   NOT INVALID KEY
                       PERFORM 2500-REPORT-POSTED
               END-REWRITE
           ELSE
               WRITE PO-ACKNOWLEDGEMENT-RECORD
                   INVALID KEY
                       PERFORM 2800-REPORT-WRITE-FAILURE
                   NOT INVALID KEY
                       PERFORM 2500-REPORT-POSTED
               END-WRITE
           END-IF.

       2500-REPORT-POSTED.
           EVALUATE TRUE
             WHEN PAK-ACCEPTED
               ADD 1 TO WS-ACCEPTED-COUNT
             WHEN PAK-QTY-CHANGED
               MOVE 'QTY CHANGED' TO EL-TYPE
               MOVE 'POCLS SHORT / NEW PORD IF NEEDED' TO EL-ACTION
               PERFORM 2550-WRITE-EXCEPTION
               ADD 1 TO WS-CHANGED-COUNT
             WHEN PAK-REJECTED
               MOVE 'REJECTED' TO EL-TYPE
               MOVE 'POCLS CANCEL / NEW PORD' TO EL-ACTION
               PERFORM 2550-WRITE-EXCEPTION
               ADD 1 TO WS-REJECTED-COUNT
           END-EVALUATE.

       2550-WRITE-EXCEPTION.
           MOVE PAK-PO-NUMBER TO EL-PO-NUMBER.
           MOVE POR-ITEM-REF TO EL-ITEM-REF.
           MOVE PAK-SUPPLIER-CODE TO EL-SUPPLIER-CODE.
           MOVE POR-QTY-ORDERED TO EL-QTY-ORDERED.
           MOVE PAK-QTY-CONFIRMED TO EL-QTY-CONFIRMED.
           MOVE PAK-PROMISED-DATE TO EL-PROMISED-DATE.
           MOVE PAK-REASON TO EL-REASON.
           WRITE REPORT-LINE FROM WS-EXCEPTION-LINE.

       2800-REPORT-WRITE-FAILURE.
           MOVE ACK-PO-NUMBER TO WFL-PO-NUMBER.
           MOVE WS-PAK-STATUS TO WFL-STATUS.
           WRITE REPORT-LINE FROM WS-WRITE-FAIL-LINE.
           ADD 1 TO WS-UNPOSTED-COUNT.

      *****************************************************************
      * THE CALLER HAS ALREADY MOVED THE REASON TO UL-REASON.
      *****************************************************************
       2900-REPORT-UNPOSTED.
           MOVE ACK-PO-NUMBER TO UL-PO-NUMBER.
           MOVE ACK-SUPPLIER-CODE TO UL-SUPPLIER-CODE.
           MOVE ACK-CODE TO UL-CODE.
           WRITE REPORT-LINE FROM WS-UNPOSTED-LINE.
           ADD 1 TO WS-UNPOSTED-COUNT.

       3000-FINALIZE.
           IF WS-CHANGED-COUNT = 0
               AND WS-REJECTED-COUNT = 0
               AND WS-UNPOSTED-COUNT = 0
               WRITE REPORT-LINE FROM WS-NO-EXCEPTIONS-LINE
           ELSE
               MOVE 4 TO RETURN-CODE
           END-IF.

           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-READ-COUNT TO TL-READ.
           MOVE WS-ACCEPTED-COUNT TO TL-ACCEPTED.
           MOVE WS-CHANGED-COUNT TO TL-CHANGED.
           MOVE WS-REJECTED-COUNT TO TL-REJECTED.
           MOVE WS-UNPOSTED-COUNT TO TL-UNPOSTED.
           WRITE REPORT-LINE FROM WS-TOTAL-LINE.

           CLOSE ACK-FILE.
           CLOSE PURCHASE-ORDER-FILE.
           CLOSE PO-ACK-FILE.
           CLOSE EXCEPTION-REPORT.

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
           MOVE 'DFH0XBRX' TO RUN-JOB-NAME.
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
           MOVE 'DFH0XBRX' TO RUN-JOB-NAME.
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
