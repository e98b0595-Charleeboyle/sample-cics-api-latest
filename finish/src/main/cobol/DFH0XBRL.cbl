      * FIRST (DESCENDING DAYS OPEN) SO THE POS WORTH A PHONE CALL
      * LEAD THE PAGE. CANCELLED AND CLOSED-SHORT POS DO NOT APPEAR
      * -- THEY ARE NO LONGER ANYONE'S PROBLEM.
      * EACH PO ALSO SHOWS WHERE THE SUPPLIER STANDS ON IT, FROM THE
      * POACK FILE DFH0XBRW STARTS AND DFH0XBRX UPDATES: THE PROMISED
      * SHIP DATE ONCE THE SUPPLIER HAS ACCEPTED (FLAGGED LATE WHEN IT
      * HAS PASSED), REJECTED, NOT ACKED (TRANSMITTED, NO ANSWER YET)
      * OR NOT SENT (NEVER WENT OUT ON THE TRANSMISSION FILE) -- SO A
      * 40-DAY PO PROMISED FOR NEXT WEEK IS NOT CHASED LIKE ONE NOBODY
      * HAS HEARD OF.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               RECORD KEY IS POR-PO-NUMBER
               FILE STATUS IS WS-POR-STATUS.

           SELECT PO-ACK-FILE ASSIGN TO PAKFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PAK-PO-NUMBER
               FILE STATUS IS WS-PAK-STATUS.

           SELECT AGING-REPORT ASSIGN TO RPTFILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
       FD PURCHASE-ORDER-FILE.
       COPY DFH0XPOR.

       FD PO-ACK-FILE.
       COPY DFH0XPAK.

       FD AGING-REPORT.
       01 REPORT-LINE PIC X(132).

          05 SRT-QTY-OPEN PIC 9(3).
          05 SRT-SUPPLIER-CODE PIC X(6).
          05 SRT-RAISED-DATE PIC X(8).
          05 SRT-SUPPLIER-STANDING PIC X(10).
          05 SRT-LATE-FLAG PIC X(4).

       FD RUN-CONTROL-FILE.
       COPY DFH0XRUN.
       01 WS-RUN-STATUS PIC XX.
       01 WS-RUN-TIME PIC X(6).
       01 WS-POR-STATUS PIC XX.
       01 WS-PAK-STATUS PIC XX.
       01 WS-PAK-FOUND-SW PIC X VALUE 'N'.
          88 WS-PAK-FOUND VALUE 'Y'.
       01 WS-RPT-STATUS PIC XX.
       01 WS-EOF-SW PIC X VALUE 'N'.
          88 WS-EOF VALUE 'Y'.
          05 FILLER PIC X(10) VALUE 'ITEM REF'.
          05 FILLER PIC X(10) VALUE 'QTY OPEN'.
          05 FILLER PIC X(10) VALUE 'SUPPLIER'.
          05 FILLER PIC X(12) VALUE 'RAISED'.
          05 FILLER PIC X(10) VALUE 'PROMISED'.

       01 WS-DETAIL-LINE.
          05 FILLER PIC X(4) VALUE SPACES.
          05 DT-SUPPLIER-CODE PIC X(6).
          05 FILLER PIC X(4) VALUE SPACES.
          05 DT-RAISED-DATE PIC X(8).
          05 FILLER PIC X(4) VALUE SPACES.
          05 DT-SUPPLIER-STANDING PIC X(10).
          05 FILLER PIC X(1) VALUE SPACES.
          05 DT-LATE-FLAG PIC X(4).

       01 WS-TOTAL-LINE.
          05 FILLER PIC X(25) VALUE 'TOTAL OPEN POS:          '.
               FUNCTION INTEGER-OF-DATE(WS-CURRENT-DATE-NUM).

           OPEN INPUT PURCHASE-ORDER-FILE.
           OPEN INPUT PO-ACK-FILE.
           OPEN OUTPUT AGING-REPORT.

           WRITE REPORT-LINE FROM WS-HEADING-1.
               MOVE WS-QTY-OPEN TO SRT-QTY-OPEN
               MOVE POR-SUPPLIER-CODE TO SRT-SUPPLIER-CODE
               MOVE POR-RAISED-DATE TO SRT-RAISED-DATE
               PERFORM 2160-SUPPLIER-STANDING
               RELEASE SORT-RECORD
           END-IF.

      *****************************************************************
      * A PROMISED DATE EARLIER THAN TODAY IS FLAGGED LATE -- THE
      * SUPPLIER SAID IT WOULD SHIP AND THE PO IS STILL OPEN.
      *****************************************************************
       2160-SUPPLIER-STANDING.
           MOVE SPACES TO SRT-LATE-FLAG.
           MOVE POR-PO-NUMBER TO PAK-PO-NUMBER.
           MOVE 'Y' TO WS-PAK-FOUND-SW.
           READ PO-ACK-FILE
               INVALID KEY
                   MOVE 'N' TO WS-PAK-FOUND-SW
           END-READ.

           EVALUATE TRUE
             WHEN NOT WS-PAK-FOUND
               MOVE 'NOT SENT' TO SRT-SUPPLIER-STANDING
             WHEN PAK-TRANSMITTED
               MOVE 'NOT ACKED' TO SRT-SUPPLIER-STANDING
             WHEN PAK-REJECTED
               MOVE 'REJECTED' TO SRT-SUPPLIER-STANDING
             WHEN OTHER
               MOVE PAK-PROMISED-DATE TO SRT-SUPPLIER-STANDING
               IF PAK-PROMISED-DATE < WS-CURRENT-DATE
                   MOVE 'LATE' TO SRT-LATE-FLAG
               END-IF
           END-EVALUATE.

       2200-PRODUCE-REPORT.
           MOVE 'N' TO WS-EOF-SW.
           RETURN SORT-FILE
               MOVE SRT-QTY-OPEN TO DT-QTY-OPEN
               MOVE SRT-SUPPLIER-CODE TO DT-SUPPLIER-CODE
               MOVE SRT-RAISED-DATE TO DT-RAISED-DATE
               MOVE SRT-SUPPLIER-STANDING TO DT-SUPPLIER-STANDING
               MOVE SRT-LATE-FLAG TO DT-LATE-FLAG
               WRITE REPORT-LINE FROM WS-DETAIL-LINE
               ADD 1 TO WS-OPEN-COUNT

           WRITE REPORT-LINE FROM WS-TOTAL-LINE.

           CLOSE PURCHASE-ORDER-FILE.
           CLOSE PO-ACK-FILE.
           CLOSE AGING-REPORT.

      *****************************************************************
