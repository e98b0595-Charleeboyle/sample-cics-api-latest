       IDENTIFICATION DIVISION.
       PROGRAM-ID. DFH0XBRP.
      *****************************************************************
      * BATCH BULK ORDER IMPORT.
      * READS A SEQUENTIAL FEED OF REQUISITION LINES (REQUESTER
      * USERID, CHARGE DEPARTMENT, ITEM REF, QUANTITY) -- THE
      * START-OF-TERM AND PROJECT-KICKOFF LOADS NOBODY WANTS TO KEY
      * ONE ORDER AT A TIME -- AND PUTS EVERY LINE THROUGH THE SAME
      * RULES THE ONLINE ORDER REQUEST APPLIES IN DFH0XCMN, IN THE
      * SAME ORDER:
      *   - THE REQUESTER MUST HAVE A USERAUTH RECORD WITH THE ORDER
      *     SWITCH ON (0100/0120 ONLINE); A REFUSAL IS LOGGED ON
      *     AUTHLOG UNDER REQUEST TYPE 'ORDER ' JUST AS 0150 DOES, SO
      *     THE DFH0XBRN SECURITY REPORT SEES BATCH PROBING TOO;
      *   - A BLANK CHARGE DEPARTMENT, AN UNKNOWN ITEM OR A
      *     DISCONTINUED ITEM IS REJECTED (2000);
      *   - THE LINE IS COSTED AT CAT-COST AND CHECKED AGAINST THE
      *     DEPARTMENT'S APPRTHRS LIMIT BEFORE THE STOCK BRANCH, SO AN
      *     OVER-LIMIT LINE IS HELD ON PENDORDS WHETHER OR NOT THE
      *     SHELF COULD COVER IT (2070/2085/2088);
      *   - A LINE THE SHELF CANNOT COVER IS QUEUED ON BACKORDR,
      *     UNCHECKED AGAINST BUDGET, FOR 3200-RELEASE-BACKORDERS
      *     (2050);
      *   - ANYTHING ELSE IS CHECKED AGAINST THE DEPARTMENT'S BUDGET
      *     FOR THE CURRENT PERIOD AND, IF IT FITS, POSTED: CATALOG
      *     STOCK DECREMENTED, ORDRJRNL RECORD WRITTEN, BUDGET
      *     COMMITTED (2080/2090).
      * EVERY JOURNAL, BACKORDER, PENDING AND AUTHLOG KEY TAKES ITS
      * SEQUENCE FROM THE SAME SEQCNTL COUNTER THE ONLINE SIDE USES
      * (THE DFH0XBR5 DISCIPLINE), AND A SEQUENCE IS ONLY DRAWN WHEN
      * THE RECORD IS ABOUT TO BE WRITTEN, SO DFH0XBRB STILL BALANCES
      * THE MORNING AFTER AN IMPORT. THE FEED IS ALSO VALIDATED FIELD
      * BY FIELD FIRST (THE DFH0XBRI HABIT) SINCE A FILE, UNLIKE THE
      * ONLINE SCREEN, CAN CARRY A NON-NUMERIC OR ZERO QUANTITY.
      *
      * THE OUTCOME OF EVERY LINE (ACCEPTED, BACKORDERED, HELD OR
      * REJECTED WITH ITS REASON) IS WRITTEN TO A RESULTS WORK FILE
      * AS SOON AS THE LINE IS POSTED, AND THE REPORT IS PRODUCED
      * FROM THAT FILE AT THE END OF THE RUN -- SORTED BY CHARGE
      * DEPARTMENT, EACH DEPARTMENT WITH ITS OWN ACCEPTED/
      * BACKORDERED/HELD/REJECTED COUNTS. RC=4 WHEN ANY LINE WAS
      * REJECTED OR LEFT IN DOUBT BY AN ABEND (BELOW).
      *
      * CHECKPOINT/RESTART: UNLIKE DFH0XBR1 AND DFH0XBR4, THIS JOB
      * UPDATES THE FILES IT READS, SO A RERUN FROM THE TOP WOULD
      * POST EVERY LINE A SECOND TIME. THE CHECKPOINT IS THEREFORE
      * REWRITTEN TWICE FOR EVERY LINE, NOT EVERY N LINES: BEFORE
      * THE LINE IS TOUCHED, CKPT-POSTING WITH ITS INPUT RECORD
      * NUMBER IN CKPT-RECORD-COUNT (THE LINE IN FLIGHT), AND ONCE
      * ITS RESULT IS WRITTEN, CKPT-IN-PROGRESS WITH THE SAME NUMBER
      * (THE LAST LINE FINISHED). A RESTART READS THE RESULTS FILE
      * BACK FOR THE HIGHEST LINE NUMBER RECORDED THERE (A LINE
      * WHOSE RESULT WAS WRITTEN BUT WHOSE CHECKPOINT WAS NOT IS
      * STILL FINISHED) AND SKIPS EVERY LINE AT OR BEFORE THE LATER
      * OF THE TWO. A CHECKPOINT LEFT AT CKPT-POSTING WHOSE LINE HAS
      * NO RESULT MEANS THE ABEND STRUCK WHILE THAT LINE WAS BEING
      * POSTED -- ITS JOURNAL, STOCK AND BUDGET UPDATES MAY OR MAY
      * NOT HAVE LANDED -- SO IT IS NEVER RE-POSTED: IT IS RECORDED
      * AS IN DOUBT FOR PURCHASING TO VERIFY AGAINST ORDRJRNL/
      * BACKORDR/PENDORDS BEFORE RE-KEYING, AND THE RUN RESUMES AT
      * THE NEXT LINE. RESULTS ARE APPENDED SO THE FINAL REPORT
      * STILL COVERS THE WHOLE FEED. ON A CLEAN FINISH THE
      * CHECKPOINT IS MARKED CKPT-COMPLETE SO THE NEXT FEED STARTS
      * FRESH.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ORDER-IMPORT-FILE ASSIGN TO ORDFILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ORD-STATUS.

           SELECT IMPORT-RESULT-FILE ASSIGN TO RSLTFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RSLT-STATUS.

           SELECT CATALOG-FILE ASSIGN TO CATFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CAT-ITEM-REF
               FILE STATUS IS WS-CAT-STATUS.

           SELECT USER-AUTHORITY-FILE ASSIGN TO AUTFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AUT-USERID
               FILE STATUS IS WS-AUT-STATUS.

           SELECT AUTHORITY-LOG-FILE ASSIGN TO ATLFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ATL-KEY
               FILE STATUS IS WS-ATL-STATUS.

           SELECT ORDER-JOURNAL-FILE ASSIGN TO JRNLFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS JNL-KEY
               FILE STATUS IS WS-JNL-STATUS.

           SELECT BACKORDER-FILE ASSIGN TO BKOFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BKO-KEY
               FILE STATUS IS WS-BKO-STATUS.

           SELECT PENDING-ORDER-FILE ASSIGN TO PNDFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PND-KEY
               FILE STATUS IS WS-PND-STATUS.

           SELECT BUDGET-FILE ASSIGN TO BUDFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BUD-KEY
               FILE STATUS IS WS-BUD-STATUS.

           SELECT THRESHOLD-FILE ASSIGN TO THRFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS THR-CHARGE-DEPT
               FILE STATUS IS WS-THR-STATUS.

           SELECT SEQCNTL-FILE ASSIGN TO SEQFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SEQ-FILE-ID
               FILE STATUS IS WS-SEQ-STATUS.

           SELECT CHECKPOINT-FILE ASSIGN TO CKPTFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CKPT-JOB-NAME
               FILE STATUS IS WS-CKPT-STATUS.

           SELECT IMPORT-REPORT ASSIGN TO RPTFILE
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
       FD ORDER-IMPORT-FILE.
       01 ORDER-IMPORT-RECORD.
          05 IMP-USERID PIC X(8).
          05 IMP-CHARGE-DEPT PIC X(8).
          05 IMP-ITEM-REF PIC X(4).
          05 IMP-QUANTITY PIC X(3).

       FD IMPORT-RESULT-FILE
           RECORDING MODE IS F.
       01 IMPORT-RESULT-RECORD.
          05 IRS-RECORD-NO PIC 9(7).
          05 IRS-CHARGE-DEPT PIC X(8).
          05 IRS-USERID PIC X(8).
          05 IRS-ITEM-REF PIC X(4).
          05 IRS-QUANTITY PIC X(3).
          05 IRS-AMOUNT PIC S9(9)V99.
          05 IRS-OUTCOME PIC X.
             88 IRS-ACCEPTED VALUE 'A'.
             88 IRS-BACKORDERED VALUE 'B'.
             88 IRS-HELD VALUE 'H'.
             88 IRS-REJECTED VALUE 'R'.
             88 IRS-IN-DOUBT VALUE 'D'.
          05 IRS-REASON PIC X(50).

       FD CATALOG-FILE.
       COPY DFH0XVSM.

       FD USER-AUTHORITY-FILE.
       COPY DFH0XAUT.

       FD AUTHORITY-LOG-FILE.
       COPY DFH0XATL.

       FD ORDER-JOURNAL-FILE.
       COPY DFH0XJNL.

       FD BACKORDER-FILE.
       COPY DFH0XBKO.

       FD PENDING-ORDER-FILE.
       COPY DFH0XPND.

       FD BUDGET-FILE.
       COPY DFH0XBUD.

       FD THRESHOLD-FILE.
       COPY DFH0XTHR.

       FD SEQCNTL-FILE.
       COPY DFH0XSEQ.

       FD CHECKPOINT-FILE.
       COPY DFH0XCKP.

       FD IMPORT-REPORT.
       01 REPORT-LINE PIC X(132).

       SD SORT-FILE.
       01 SORT-RECORD.
          05 SRT-CHARGE-DEPT PIC X(8).
          05 SRT-RECORD-NO PIC 9(7).
          05 SRT-USERID PIC X(8).
          05 SRT-ITEM-REF PIC X(4).
          05 SRT-QUANTITY PIC X(3).
          05 SRT-AMOUNT PIC S9(9)V99.
          05 SRT-OUTCOME PIC X.
             88 SRT-ACCEPTED VALUE 'A'.
             88 SRT-BACKORDERED VALUE 'B'.
             88 SRT-HELD VALUE 'H'.
             88 SRT-REJECTED VALUE 'R'.
             88 SRT-IN-DOUBT VALUE 'D'.
          05 SRT-REASON PIC X(50).

       FD RUN-CONTROL-FILE.
       COPY DFH0XRUN.

       WORKING-STORAGE SECTION.
       01 WS-RUN-STATUS PIC XX.
       01 WS-RUN-TIME PIC X(6).
       01 WS-ORD-STATUS PIC XX.
       01 WS-RSLT-STATUS PIC XX.
       01 WS-CAT-STATUS PIC XX.
       01 WS-AUT-STATUS PIC XX.
       01 WS-ATL-STATUS PIC XX.
       01 WS-JNL-STATUS PIC XX.
       01 WS-BKO-STATUS PIC XX.
       01 WS-PND-STATUS PIC XX.
       01 WS-BUD-STATUS PIC XX.
       01 WS-THR-STATUS PIC XX.
       01 WS-SEQ-STATUS PIC XX.
       01 WS-CKPT-STATUS PIC XX.
       01 WS-RPT-STATUS PIC XX.
       01 WS-EOF-SW PIC X VALUE 'N'.
          88 WS-EOF VALUE 'Y'.
       01 WS-CURRENT-DATE PIC X(8).
       01 WS-CURRENT-TIME PIC X(6).

       01 WS-JOB-NAME PIC X(8) VALUE 'DFH0XBRP'.
       01 WS-RESTART-SW PIC X VALUE 'N'.
          88 WS-RESTARTED VALUE 'Y'.
       01 WS-RESTART-AFTER-NO PIC 9(7) VALUE 0.
       01 WS-IN-DOUBT-NO PIC 9(7) VALUE 0.
       01 WS-RESUME-NO PIC 9(7) VALUE 0.
       01 WS-RECORD-NO PIC 9(7) VALUE 0.
       01 WS-SKIPPED-COUNT PIC 9(7) VALUE 0.

       01 WS-TIMESTAMP.
          05 WS-TS-DATE PIC X(8).
          05 WS-TS-TIME PIC X(6).
          05 FILLER PIC X(1) VALUE SPACE.
       01 WS-NEXT-SEQ PIC 9(9).
       01 WS-SEQ-FILE-ID PIC X(8).
       01 WS-SEQ-OK-SW PIC X VALUE 'N'.
          88 WS-SEQ-OK VALUE 'Y'.

       01 WS-ITEM-REF PIC 9(4).
       01 WS-QUANTITY PIC 9(3).
       01 WS-COST-DOLLARS PIC 9(3).
       01 WS-COST-CENTS PIC 9(2).
       01 WS-COST-NUMERIC PIC 9(7)V99.
       01 WS-ORDER-AMOUNT PIC S9(9)V99.
       01 WS-BUDGET-KEY.
          05 WS-BUDGET-DEPT PIC X(8).
          05 WS-BUDGET-PERIOD PIC X(6).
       01 WS-BUDGET-FOUND-SW PIC X VALUE 'N'.
          88 WS-BUDGET-FOUND VALUE 'Y'.
       01 WS-HOLD-ORDER-SW PIC X VALUE 'N'.
          88 WS-HOLD-ORDER VALUE 'Y'.
       01 WS-LINE-OK-SW PIC X VALUE 'Y'.
          88 WS-LINE-OK VALUE 'Y'.
       01 WS-WRITE-OK-SW PIC X VALUE 'N'.
          88 WS-WRITE-OK VALUE 'Y'.

       01 WS-PRIOR-DEPT PIC X(8).
       01 WS-FIRST-RECORD-SW PIC X VALUE 'Y'.
          88 WS-FIRST-RECORD VALUE 'Y'.
       01 WS-DEPT-ACCEPTED PIC 9(5) VALUE 0.
       01 WS-DEPT-BACKORDERED PIC 9(5) VALUE 0.
       01 WS-DEPT-HELD PIC 9(5) VALUE 0.
       01 WS-DEPT-REJECTED PIC 9(5) VALUE 0.
       01 WS-DEPT-IN-DOUBT PIC 9(5) VALUE 0.
       01 WS-TOTAL-ACCEPTED PIC 9(5) VALUE 0.
       01 WS-TOTAL-BACKORDERED PIC 9(5) VALUE 0.
       01 WS-TOTAL-HELD PIC 9(5) VALUE 0.
       01 WS-TOTAL-REJECTED PIC 9(5) VALUE 0.
       01 WS-TOTAL-IN-DOUBT PIC 9(5) VALUE 0.

       01 WS-HEADING-1.
          05 FILLER PIC X(40) VALUE
             'BULK ORDER IMPORT REPORT'.
          05 FILLER PIC X(10) VALUE 'RUN DATE: '.
          05 H1-RUN-DATE PIC X(8).

       01 WS-HEADING-2.
          05 FILLER PIC X(10) VALUE '    LINE  '.
          05 FILLER PIC X(10) VALUE 'USERID    '.
          05 FILLER PIC X(6) VALUE 'ITEM  '.
          05 FILLER PIC X(5) VALUE 'QTY  '.
          05 FILLER PIC X(15) VALUE '        AMOUNT '.
          05 FILLER PIC X(13) VALUE 'OUTCOME      '.
          05 FILLER PIC X(50) VALUE 'REASON'.

       01 WS-DEPT-LINE.
          05 FILLER PIC X(14) VALUE 'CHARGE DEPT:  '.
          05 DL-CHARGE-DEPT PIC X(8).

       01 WS-DETAIL-LINE.
          05 FILLER PIC X(2) VALUE SPACES.
          05 DT-RECORD-NO PIC ZZZZZZ9.
          05 FILLER PIC X(1) VALUE SPACES.
          05 DT-USERID PIC X(8).
          05 FILLER PIC X(2) VALUE SPACES.
          05 DT-ITEM-REF PIC X(4).
          05 FILLER PIC X(2) VALUE SPACES.
          05 DT-QUANTITY PIC X(3).
          05 FILLER PIC X(2) VALUE SPACES.
          05 DT-AMOUNT PIC ZZZ,ZZZ,ZZ9.99.
          05 FILLER PIC X(1) VALUE SPACES.
          05 DT-OUTCOME PIC X(13).
          05 DT-REASON PIC X(50).

       01 WS-DEPT-TOTAL-LINE.
          05 FILLER PIC X(12) VALUE '  ACCEPTED: '.
          05 DTL-ACCEPTED PIC ZZZZ9.
          05 FILLER PIC X(16) VALUE '   BACKORDERED: '.
          05 DTL-BACKORDERED PIC ZZZZ9.
          05 FILLER PIC X(9) VALUE '   HELD: '.
          05 DTL-HELD PIC ZZZZ9.
          05 FILLER PIC X(13) VALUE '   REJECTED: '.
          05 DTL-REJECTED PIC ZZZZ9.
          05 FILLER PIC X(13) VALUE '   IN DOUBT: '.
          05 DTL-IN-DOUBT PIC ZZZZ9.

       01 WS-GRAND-TOTAL-LINE.
          05 FILLER PIC X(20) VALUE 'RUN TOTAL ACCEPTED: '.
          05 GTL-ACCEPTED PIC ZZZZ9.
          05 FILLER PIC X(16) VALUE '   BACKORDERED: '.
          05 GTL-BACKORDERED PIC ZZZZ9.
          05 FILLER PIC X(9) VALUE '   HELD: '.
          05 GTL-HELD PIC ZZZZ9.
          05 FILLER PIC X(13) VALUE '   REJECTED: '.
          05 GTL-REJECTED PIC ZZZZ9.
          05 FILLER PIC X(13) VALUE '   IN DOUBT: '.
          05 GTL-IN-DOUBT PIC ZZZZ9.

       01 WS-READ-TOTAL-LINE.
          05 FILLER PIC X(20) VALUE 'INPUT LINES READ:   '.
          05 RTL-READ PIC ZZZZZZ9.
          05 FILLER PIC X(30) VALUE
             '   SKIPPED (POSTED BEFORE):  '.
          05 RTL-SKIPPED PIC ZZZZZZ9.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE.
           PERFORM 2000-IMPORT-ORDERS.
           PERFORM 3000-FINALIZE.
           PERFORM 9900-RECORD-RUN-COMPLETE.
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           PERFORM 9800-RECORD-RUN-START.
           MOVE WS-CURRENT-DATE TO H1-RUN-DATE.

           OPEN I-O CHECKPOINT-FILE.
           MOVE WS-JOB-NAME TO CKPT-JOB-NAME.
           READ CHECKPOINT-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF CKPT-IN-PROGRESS
                       SET WS-RESTARTED TO TRUE
                       MOVE CKPT-RECORD-COUNT TO WS-RESTART-AFTER-NO
                   END-IF
                   IF CKPT-POSTING
                       SET WS-RESTARTED TO TRUE
                       MOVE CKPT-RECORD-COUNT TO WS-IN-DOUBT-NO
                       COMPUTE WS-RESTART-AFTER-NO =
                           CKPT-RECORD-COUNT - 1
                   END-IF
           END-READ.

           IF WS-RESTARTED
               PERFORM 1100-FIND-LAST-RESULT
               IF WS-RESTART-AFTER-NO NOT < WS-IN-DOUBT-NO
                   MOVE 0 TO WS-IN-DOUBT-NO
               END-IF
               OPEN EXTEND IMPORT-RESULT-FILE
           ELSE
               OPEN OUTPUT IMPORT-RESULT-FILE
           END-IF.

           OPEN INPUT ORDER-IMPORT-FILE.
           OPEN I-O CATALOG-FILE.
           OPEN INPUT USER-AUTHORITY-FILE.
           OPEN I-O AUTHORITY-LOG-FILE.
           OPEN I-O ORDER-JOURNAL-FILE.
           OPEN I-O BACKORDER-FILE.
           OPEN I-O PENDING-ORDER-FILE.
           OPEN I-O BUDGET-FILE.
           OPEN INPUT THRESHOLD-FILE.
           OPEN I-O SEQCNTL-FILE.
           OPEN OUTPUT IMPORT-REPORT.

           WRITE REPORT-LINE FROM WS-HEADING-1.
           IF WS-RESTARTED
               COMPUTE WS-RESUME-NO = WS-RESTART-AFTER-NO + 1
               IF WS-IN-DOUBT-NO > 0
                   ADD 1 TO WS-RESUME-NO
               END-IF
               MOVE SPACES TO REPORT-LINE
               WRITE REPORT-LINE
               STRING 'RESTARTED RUN -- RESUMING AT INPUT LINE '
                   WS-RESUME-NO
                   ' -- RUN DATE: ' WS-CURRENT-DATE
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
               IF WS-IN-DOUBT-NO > 0
                   MOVE SPACES TO REPORT-LINE
                   STRING 'INPUT LINE ' WS-IN-DOUBT-NO
                       ' WAS BEING POSTED AT THE ABEND -- NOT '
                       'RE-POSTED, LISTED AS IN DOUBT'
                       DELIMITED BY SIZE INTO REPORT-LINE
                   WRITE REPORT-LINE
               END-IF
           END-IF.

      *****************************************************************
      * THE RESULT RECORD IS WRITTEN BEFORE THE CHECKPOINT IS
      * REWRITTEN, SO AN ABEND BETWEEN THE TWO LEAVES A RESULT ONE
      * LINE AHEAD OF THE CHECKPOINT. THAT LINE WAS FINISHED, SO THE
      * RESTART POINT IS THE HIGHER OF THE TWO NUMBERS.
      *****************************************************************
       1100-FIND-LAST-RESULT.
           OPEN INPUT IMPORT-RESULT-FILE.
           PERFORM UNTIL WS-EOF
               READ IMPORT-RESULT-FILE
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       IF IRS-RECORD-NO > WS-RESTART-AFTER-NO
                           MOVE IRS-RECORD-NO TO WS-RESTART-AFTER-NO
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE IMPORT-RESULT-FILE.
           MOVE 'N' TO WS-EOF-SW.

       2000-IMPORT-ORDERS.
           PERFORM UNTIL WS-EOF
               READ ORDER-IMPORT-FILE
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-RECORD-NO
                       EVALUATE TRUE
                         WHEN WS-RECORD-NO NOT > WS-RESTART-AFTER-NO
                           ADD 1 TO WS-SKIPPED-COUNT
                         WHEN WS-RECORD-NO = WS-IN-DOUBT-NO
                           PERFORM 2050-RECORD-IN-DOUBT
                         WHEN OTHER
                           PERFORM 2100-IMPORT-ONE-ORDER
                       END-EVALUATE
               END-READ
           END-PERFORM.

      *****************************************************************
      * THE LINE IN FLIGHT AT THE ABEND: NOTHING IS POSTED FOR IT, SO
      * A PART-POSTED LINE CAN NEVER BE POSTED TWICE.
      *****************************************************************
       2050-RECORD-IN-DOUBT.
           PERFORM 2110-BUILD-RESULT.
           SET IRS-IN-DOUBT TO TRUE.
           MOVE 'IN DOUBT AT ABEND -- VERIFY BEFORE RE-KEYING'
             TO IRS-REASON.
           PERFORM 2700-WRITE-RESULT.
           PERFORM 2800-POST-CHECKPOINT.

       2100-IMPORT-ONE-ORDER.
           PERFORM 2750-MARK-IN-FLIGHT.
           PERFORM 2110-BUILD-RESULT.
           MOVE 'Y' TO WS-LINE-OK-SW.

           PERFORM 2150-VALIDATE-LINE.
           IF WS-LINE-OK
               PERFORM 2200-CHECK-AUTHORITY
           END-IF.
           IF WS-LINE-OK
               PERFORM 2300-PROCESS-ORDER
           END-IF.

           PERFORM 2700-WRITE-RESULT.
           PERFORM 2800-POST-CHECKPOINT.

       2110-BUILD-RESULT.
           MOVE WS-RECORD-NO TO IRS-RECORD-NO.
           MOVE IMP-CHARGE-DEPT TO IRS-CHARGE-DEPT.
           MOVE IMP-USERID TO IRS-USERID.
           MOVE IMP-ITEM-REF TO IRS-ITEM-REF.
           MOVE IMP-QUANTITY TO IRS-QUANTITY.
           MOVE 0 TO IRS-AMOUNT.
           MOVE SPACES TO IRS-REASON.

       2150-VALIDATE-LINE.
           IF IMP-ITEM-REF NOT NUMERIC
               OR IMP-QUANTITY NOT NUMERIC
               PERFORM 2190-REJECT-LINE
               MOVE 'ITEM REF/QUANTITY NOT NUMERIC' TO IRS-REASON
           ELSE
               MOVE IMP-ITEM-REF TO WS-ITEM-REF
               MOVE IMP-QUANTITY TO WS-QUANTITY
               IF WS-QUANTITY = 0
                   PERFORM 2190-REJECT-LINE
                   MOVE 'QUANTITY MUST BE 001-999' TO IRS-REASON
               END-IF
           END-IF.

       2190-REJECT-LINE.
           MOVE 'N' TO WS-LINE-OK-SW.
           SET IRS-REJECTED TO TRUE.

      *****************************************************************
      * THE ONLINE AUTHORITY CHECK (DFH0XCMN 0100/0120): NO USERID,
      * NO USERAUTH RECORD, OR THE ORDER SWITCH OFF ALL REFUSE THE
      * LINE, AND EVERY REFUSAL IS LOGGED THROUGH 8650 THE SAME WAY
      * 0150 LOGS AN ONLINE ONE.
      *****************************************************************
       2200-CHECK-AUTHORITY.
           IF IMP-USERID EQUAL SPACES OR LOW-VALUES
               PERFORM 2250-REFUSE-LINE
           ELSE
               MOVE IMP-USERID TO AUT-USERID
               READ USER-AUTHORITY-FILE
                   INVALID KEY
                       PERFORM 2250-REFUSE-LINE
                   NOT INVALID KEY
                       IF NOT AUT-ORDER-ALLOWED
                           PERFORM 2250-REFUSE-LINE
                       END-IF
               END-READ
           END-IF.

       2250-REFUSE-LINE.
           PERFORM 2190-REJECT-LINE.
           MOVE 'USER NOT AUTHORIZED FOR THIS REQUEST TYPE'
             TO IRS-REASON.
           PERFORM 8650-WRITE-AUTH-LOG.

      *****************************************************************
      * DFH0XCMN 2000-PROCESS-ORDER, LINE FOR LINE: DEPARTMENT, ITEM
      * AND DISCONTINUED CHECKS, THEN COST AND APPROVAL THRESHOLD
      * AHEAD OF THE STOCK BRANCH, THEN BACKORDER OR BUDGET-AND-POST.
      *****************************************************************
       2300-PROCESS-ORDER.
           IF IMP-CHARGE-DEPT EQUAL SPACES OR LOW-VALUES
               PERFORM 2190-REJECT-LINE
               MOVE 'INVALID CHARGE DEPARTMENT' TO IRS-REASON
           ELSE
               MOVE WS-ITEM-REF TO CAT-ITEM-REF
               READ CATALOG-FILE
                   INVALID KEY
                       PERFORM 2190-REJECT-LINE
                       MOVE 'UNKNOWN ITEM REFERENCE' TO IRS-REASON
               END-READ
           END-IF.

           IF WS-LINE-OK
               IF CAT-DISCONTINUED
                   PERFORM 2190-REJECT-LINE
                   MOVE 'ITEM IS DISCONTINUED -- ORDER REJECTED'
                     TO IRS-REASON
               ELSE
                   PERFORM 2350-COST-ORDER
                   MOVE WS-ORDER-AMOUNT TO IRS-AMOUNT
                   PERFORM 2400-CHECK-APPROVAL-THRESHOLD
                   IF WS-HOLD-ORDER
                       PERFORM 2450-HOLD-ORDER
                   ELSE
                       IF WS-QUANTITY > CAT-IN-STOCK
                           PERFORM 2500-QUEUE-BACKORDER
                       ELSE
                           PERFORM 2550-CHECK-ORDER-BUDGET
                           IF WS-LINE-OK
                               PERFORM 2600-POST-ORDER
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF.

      *****************************************************************
      * COSTS THE LINE AT CAT-COST (DFH0XCMN 2070) AND TAKES THE
      * TIMESTAMP EVERY RECORD WRITTEN FOR THE LINE SHARES.
      *****************************************************************
       2350-COST-ORDER.
           ACCEPT WS-TS-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-TS-TIME FROM TIME.
           PERFORM 9000-EDIT-COST.
           COMPUTE WS-ORDER-AMOUNT =
               WS-COST-NUMERIC * WS-QUANTITY.

      *****************************************************************
      * BIG-TICKET GUARD (DFH0XCMN 2085): NO APPRTHRS RECORD FOR THE
      * DEPARTMENT MEANS NO HOLD.
      *****************************************************************
       2400-CHECK-APPROVAL-THRESHOLD.
           MOVE 'N' TO WS-HOLD-ORDER-SW.
           MOVE IMP-CHARGE-DEPT TO THR-CHARGE-DEPT.
           READ THRESHOLD-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF WS-ORDER-AMOUNT > THR-LIMIT-AMOUNT
                       SET WS-HOLD-ORDER TO TRUE
                   END-IF
           END-READ.

      *****************************************************************
      * OVER THE LIMIT -- QUEUE THE LINE ON PENDORDS FOR A SUPERVISOR
      * WITHOUT TOUCHING STOCK, JOURNAL OR BUDGET (DFH0XCMN 2088). A
      * FAILED PENDING WRITE MEANS THE LINE IS NEITHER POSTED NOR
      * HELD, AND IS REJECTED SO THE REQUESTER KNOWS TO RE-SUBMIT.
      *****************************************************************
       2450-HOLD-ORDER.
           PERFORM 8900-WRITE-PENDING-ORDER.
           IF WS-WRITE-OK
               SET IRS-HELD TO TRUE
               MOVE 'ORDER OVER DEPARTMENT LIMIT -- HELD FOR APPROVAL'
                 TO IRS-REASON
           ELSE
               PERFORM 2190-REJECT-LINE
               MOVE 'PENDING ORDER WRITE FAILED -- ORDER NOT ACCEPTED'
                 TO IRS-REASON
           END-IF.

      *****************************************************************
      * THE SHELF CANNOT COVER THE LINE -- QUEUE IT ON BACKORDR FOR
      * THE RECEIPT-DRIVEN RELEASE (DFH0XCMN 2050). IF THE BACKORDER
      * WRITE FAILS THE LINE IS REJECTED FOR INSUFFICIENT STOCK.
      *****************************************************************
       2500-QUEUE-BACKORDER.
           PERFORM 8600-WRITE-BACKORDER.
           IF WS-WRITE-OK
               SET IRS-BACKORDERED TO TRUE
               MOVE 'INSUFFICIENT STOCK -- ORDER QUEUED ON BACKORDER'
                 TO IRS-REASON
           ELSE
               PERFORM 2190-REJECT-LINE
               MOVE 'INSUFFICIENT STOCK FOR QUANTITY REQUESTED'
                 TO IRS-REASON
           END-IF.

      *****************************************************************
      * BUDGET CHECK (DFH0XCMN 2080) FOR THE CURRENT PERIOD. NO
      * BUDGET RECORD ON FILE DOES NOT BLOCK THE LINE.
      *****************************************************************
       2550-CHECK-ORDER-BUDGET.
           MOVE IMP-CHARGE-DEPT TO WS-BUDGET-DEPT.
           MOVE WS-TS-DATE(1:6) TO WS-BUDGET-PERIOD.
           PERFORM 8700-READ-BUDGET.

           IF WS-BUDGET-FOUND
               AND BUD-COMMITTED + WS-ORDER-AMOUNT > BUD-AMOUNT
               PERFORM 2190-REJECT-LINE
               MOVE 'ORDER WOULD EXCEED DEPARTMENT BUDGET FOR PERIOD'
                 TO IRS-REASON
           END-IF.

      *****************************************************************
      * STOCK AND BUDGET BOTH CLEAR -- POST THE LINE (DFH0XCMN 2090):
      * CATALOG REWRITE, JOURNAL RECORD, BUDGET COMMITMENT. A FAILED
      * CATALOG REWRITE REJECTS THE LINE OUTRIGHT; A JOURNAL OR
      * BUDGET FAILURE AFTER IT IS STILL AN ACCEPTED LINE, WITH THE
      * FAILURE NAMED SO IT CAN BE CHASED.
      *****************************************************************
       2600-POST-ORDER.
           SUBTRACT WS-QUANTITY FROM CAT-IN-STOCK.
           REWRITE CATALOG-RECORD
               INVALID KEY
                   PERFORM 2190-REJECT-LINE
                   MOVE 'CATALOG UPDATE FAILED -- ORDER NOT POSTED'
                     TO IRS-REASON
               NOT INVALID KEY
                   SET IRS-ACCEPTED TO TRUE
                   PERFORM 8000-WRITE-JOURNAL
                   IF NOT WS-WRITE-OK
                       MOVE 'ORDER ACCEPTED BUT JOURNAL WRITE FAILED'
                         TO IRS-REASON
                   END-IF
                   PERFORM 8800-COMMIT-BUDGET
                   IF NOT WS-WRITE-OK
                       AND IRS-REASON EQUAL SPACES
                       MOVE 'ORDER ACCEPTED BUT BUDGET UPDATE FAILED'
                         TO IRS-REASON
                   END-IF
           END-REWRITE.

       2700-WRITE-RESULT.
           WRITE IMPORT-RESULT-RECORD.

      *****************************************************************
      * TAKEN BEFORE THE LINE IS TOUCHED -- ITS AUTHLOG REFUSAL
      * INCLUDED -- SO A RESTART KNOWS WHICH LINE WAS IN FLIGHT.
      *****************************************************************
       2750-MARK-IN-FLIGHT.
           MOVE WS-JOB-NAME TO CKPT-JOB-NAME.
           MOVE WS-RECORD-NO TO CKPT-RECORD-COUNT.
           SET CKPT-POSTING TO TRUE.
           ACCEPT WS-CURRENT-TIME FROM TIME.
           STRING WS-CURRENT-DATE WS-CURRENT-TIME
               DELIMITED BY SIZE INTO CKPT-TIMESTAMP.
           REWRITE CHECKPOINT-RECORD
               INVALID KEY
                   WRITE CHECKPOINT-RECORD
           END-REWRITE.

      *****************************************************************
      * COMMIT INTERVAL OF ONE LINE -- SEE THE HEADER COMMENT FOR WHY
      * THIS JOB CANNOT USE DFH0XBR1'S EVERY-25 INTERVAL.
      *****************************************************************
       2800-POST-CHECKPOINT.
           MOVE WS-JOB-NAME TO CKPT-JOB-NAME.
           MOVE WS-RECORD-NO TO CKPT-RECORD-COUNT.
           SET CKPT-IN-PROGRESS TO TRUE.
           ACCEPT WS-CURRENT-TIME FROM TIME.
           STRING WS-CURRENT-DATE WS-CURRENT-TIME
               DELIMITED BY SIZE INTO CKPT-TIMESTAMP.
           REWRITE CHECKPOINT-RECORD
               INVALID KEY
                   WRITE CHECKPOINT-RECORD
           END-REWRITE.

       3000-FINALIZE.
           CLOSE ORDER-IMPORT-FILE.
           CLOSE IMPORT-RESULT-FILE.
           CLOSE CATALOG-FILE.
           CLOSE USER-AUTHORITY-FILE.
           CLOSE AUTHORITY-LOG-FILE.
           CLOSE ORDER-JOURNAL-FILE.
           CLOSE BACKORDER-FILE.
           CLOSE PENDING-ORDER-FILE.
           CLOSE BUDGET-FILE.
           CLOSE THRESHOLD-FILE.
           CLOSE SEQCNTL-FILE.

           PERFORM 3100-PRODUCE-REPORT.

           MOVE WS-JOB-NAME TO CKPT-JOB-NAME.
           MOVE 0 TO CKPT-RECORD-COUNT.
           SET CKPT-COMPLETE TO TRUE.
           ACCEPT WS-CURRENT-TIME FROM TIME.
           STRING WS-CURRENT-DATE WS-CURRENT-TIME
               DELIMITED BY SIZE INTO CKPT-TIMESTAMP.
           REWRITE CHECKPOINT-RECORD
               INVALID KEY
                   WRITE CHECKPOINT-RECORD
           END-REWRITE.
           CLOSE CHECKPOINT-FILE.

           IF WS-TOTAL-REJECTED > 0
               OR WS-TOTAL-IN-DOUBT > 0
               MOVE 4 TO RETURN-CODE
           END-IF.

      *****************************************************************
      * THE REPORT IS BUILT FROM THE RESULTS FILE, NOT FROM THIS
      * RUN'S OWN COUNTERS, SO A RESTARTED RUN STILL REPORTS THE
      * LINES POSTED BEFORE THE ABEND.
      *****************************************************************
       3100-PRODUCE-REPORT.
           SORT SORT-FILE
               ON ASCENDING KEY SRT-CHARGE-DEPT SRT-RECORD-NO
               INPUT PROCEDURE 3200-RELEASE-RESULTS
               OUTPUT PROCEDURE 3300-PRINT-DEPARTMENTS.

           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-TOTAL-ACCEPTED TO GTL-ACCEPTED.
           MOVE WS-TOTAL-BACKORDERED TO GTL-BACKORDERED.
           MOVE WS-TOTAL-HELD TO GTL-HELD.
           MOVE WS-TOTAL-REJECTED TO GTL-REJECTED.
           MOVE WS-TOTAL-IN-DOUBT TO GTL-IN-DOUBT.
           WRITE REPORT-LINE FROM WS-GRAND-TOTAL-LINE.
           MOVE WS-RECORD-NO TO RTL-READ.
           MOVE WS-SKIPPED-COUNT TO RTL-SKIPPED.
           WRITE REPORT-LINE FROM WS-READ-TOTAL-LINE.
           CLOSE IMPORT-REPORT.

       3200-RELEASE-RESULTS.
           OPEN INPUT IMPORT-RESULT-FILE.
           MOVE 'N' TO WS-EOF-SW.
           PERFORM UNTIL WS-EOF
               READ IMPORT-RESULT-FILE
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       MOVE IRS-CHARGE-DEPT TO SRT-CHARGE-DEPT
                       MOVE IRS-RECORD-NO TO SRT-RECORD-NO
                       MOVE IRS-USERID TO SRT-USERID
                       MOVE IRS-ITEM-REF TO SRT-ITEM-REF
                       MOVE IRS-QUANTITY TO SRT-QUANTITY
                       MOVE IRS-AMOUNT TO SRT-AMOUNT
                       MOVE IRS-OUTCOME TO SRT-OUTCOME
                       MOVE IRS-REASON TO SRT-REASON
                       RELEASE SORT-RECORD
               END-READ
           END-PERFORM.
           CLOSE IMPORT-RESULT-FILE.

       3300-PRINT-DEPARTMENTS.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           WRITE REPORT-LINE FROM WS-HEADING-2.

           MOVE 'N' TO WS-EOF-SW.
           RETURN SORT-FILE
               AT END
                   SET WS-EOF TO TRUE
           END-RETURN.

           PERFORM UNTIL WS-EOF
               IF WS-FIRST-RECORD
                   OR SRT-CHARGE-DEPT NOT EQUAL WS-PRIOR-DEPT
                   IF NOT WS-FIRST-RECORD
                       PERFORM 3400-WRITE-DEPT-TOTAL
                   END-IF
                   MOVE 'N' TO WS-FIRST-RECORD-SW
                   MOVE SRT-CHARGE-DEPT TO WS-PRIOR-DEPT
                   MOVE 0 TO WS-DEPT-ACCEPTED
                   MOVE 0 TO WS-DEPT-BACKORDERED
                   MOVE 0 TO WS-DEPT-HELD
                   MOVE 0 TO WS-DEPT-REJECTED
                   MOVE 0 TO WS-DEPT-IN-DOUBT
                   MOVE SPACES TO REPORT-LINE
                   WRITE REPORT-LINE
                   MOVE SRT-CHARGE-DEPT TO DL-CHARGE-DEPT
                   WRITE REPORT-LINE FROM WS-DEPT-LINE
               END-IF

               PERFORM 3350-PRINT-ONE-RESULT

               RETURN SORT-FILE
                   AT END
                       SET WS-EOF TO TRUE
               END-RETURN
           END-PERFORM.

           IF NOT WS-FIRST-RECORD
               PERFORM 3400-WRITE-DEPT-TOTAL
           END-IF.

       3350-PRINT-ONE-RESULT.
           EVALUATE TRUE
             WHEN SRT-ACCEPTED
               MOVE 'ACCEPTED' TO DT-OUTCOME
               ADD 1 TO WS-DEPT-ACCEPTED
               ADD 1 TO WS-TOTAL-ACCEPTED
             WHEN SRT-BACKORDERED
               MOVE 'BACKORDERED' TO DT-OUTCOME
               ADD 1 TO WS-DEPT-BACKORDERED
               ADD 1 TO WS-TOTAL-BACKORDERED
             WHEN SRT-HELD
               MOVE 'HELD' TO DT-OUTCOME
               ADD 1 TO WS-DEPT-HELD
               ADD 1 TO WS-TOTAL-HELD
             WHEN SRT-IN-DOUBT
               MOVE 'IN DOUBT' TO DT-OUTCOME
               ADD 1 TO WS-DEPT-IN-DOUBT
               ADD 1 TO WS-TOTAL-IN-DOUBT
             WHEN OTHER
               MOVE 'REJECTED' TO DT-OUTCOME
               ADD 1 TO WS-DEPT-REJECTED
               ADD 1 TO WS-TOTAL-REJECTED
           END-EVALUATE.

           MOVE SRT-RECORD-NO TO DT-RECORD-NO.
           MOVE SRT-USERID TO DT-USERID.
           MOVE SRT-ITEM-REF TO DT-ITEM-REF.
           MOVE SRT-QUANTITY TO DT-QUANTITY.
           MOVE SRT-AMOUNT TO DT-AMOUNT.
           MOVE SRT-REASON TO DT-REASON.
           WRITE REPORT-LINE FROM WS-DETAIL-LINE.

       3400-WRITE-DEPT-TOTAL.
           MOVE WS-DEPT-ACCEPTED TO DTL-ACCEPTED.
           MOVE WS-DEPT-BACKORDERED TO DTL-BACKORDERED.
           MOVE WS-DEPT-HELD TO DTL-HELD.
           MOVE WS-DEPT-REJECTED TO DTL-REJECTED.
           MOVE WS-DEPT-IN-DOUBT TO DTL-IN-DOUBT.
           WRITE REPORT-LINE FROM WS-DEPT-TOTAL-LINE.

      *****************************************************************
      * JOURNALS THE POSTED LINE EXACTLY AS DFH0XCMN 8000 DOES, SO
      * DFH0XBR2'S CHARGEBACK AND EVERY OTHER JOURNAL READER SEE A
      * BULK ORDER AS AN ORDINARY ORDER.
      *****************************************************************
       8000-WRITE-JOURNAL.
           MOVE 'N' TO WS-WRITE-OK-SW.
           MOVE 'ORDRJRNL' TO WS-SEQ-FILE-ID.
           PERFORM 8400-NEXT-SEQUENCE-NO.

           IF WS-SEQ-OK
               MOVE WS-TIMESTAMP TO JNL-TIMESTAMP
               MOVE WS-NEXT-SEQ TO JNL-SEQUENCE
               MOVE IMP-USERID TO JNL-USERID
               MOVE IMP-CHARGE-DEPT TO JNL-CHARGE-DEPT
               MOVE WS-ITEM-REF TO JNL-ITEM-REF
               MOVE WS-QUANTITY TO JNL-QUANTITY
               MOVE SPACES TO JNL-ORIG-KEY
               WRITE ORDER-JOURNAL-RECORD
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET WS-WRITE-OK TO TRUE
               END-WRITE
           END-IF.

      *****************************************************************
      * SAME COUNTER PROTOCOL AS DFH0XCMN'S 8400-NEXT-SEQUENCE-NO:
      * READ THE SEQCNTL RECORD, ADD 1 AND REWRITE IT, OR CREATE IT
      * AT 1 THE FIRST TIME THROUGH. WS-SEQ-OK IS ONLY SET WHEN THE
      * COUNTER UPDATE ITSELF WENT THROUGH.
      *****************************************************************
       8400-NEXT-SEQUENCE-NO.
           MOVE 'N' TO WS-SEQ-OK-SW.
           MOVE WS-SEQ-FILE-ID TO SEQ-FILE-ID.
           READ SEQCNTL-FILE
               INVALID KEY
                   MOVE WS-SEQ-FILE-ID TO SEQ-FILE-ID
                   MOVE 1 TO SEQ-NUMBER
                   WRITE SEQUENCE-CONTROL-RECORD
               NOT INVALID KEY
                   ADD 1 TO SEQ-NUMBER
                   REWRITE SEQUENCE-CONTROL-RECORD
           END-READ.

           IF WS-SEQ-STATUS EQUAL '00'
               SET WS-SEQ-OK TO TRUE
               MOVE SEQ-NUMBER TO WS-NEXT-SEQ
           END-IF.

      *****************************************************************
      * QUEUES THE LINE ON BACKORDR, STATUS WAITING (DFH0XCMN 8600).
      *****************************************************************
       8600-WRITE-BACKORDER.
           MOVE 'N' TO WS-WRITE-OK-SW.
           MOVE 'BACKORDR' TO WS-SEQ-FILE-ID.
           PERFORM 8400-NEXT-SEQUENCE-NO.

           IF WS-SEQ-OK
               MOVE WS-TIMESTAMP TO BKO-TIMESTAMP
               MOVE WS-NEXT-SEQ TO BKO-SEQUENCE
               MOVE IMP-USERID TO BKO-USERID
               MOVE IMP-CHARGE-DEPT TO BKO-CHARGE-DEPT
               MOVE WS-ITEM-REF TO BKO-ITEM-REF
               MOVE WS-QUANTITY TO BKO-QUANTITY
               MOVE WS-TS-DATE TO BKO-DATE-QUEUED
               SET BKO-WAITING TO TRUE
               MOVE SPACES TO BKO-RELEASED-DATE
               WRITE BACKORDER-RECORD
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET WS-WRITE-OK TO TRUE
               END-WRITE
           END-IF.

      *****************************************************************
      * ONE AUTHLOG RECORD PER REFUSED LINE (DFH0XCMN 8650), UNDER
      * THE ONLINE ORDER REQUEST TYPE. A LOGGING FAILURE DOES NOT
      * CHANGE THE REFUSAL.
      *****************************************************************
       8650-WRITE-AUTH-LOG.
           ACCEPT WS-TS-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-TS-TIME FROM TIME.
           MOVE 'AUTHLOG' TO WS-SEQ-FILE-ID.
           PERFORM 8400-NEXT-SEQUENCE-NO.

           IF WS-SEQ-OK
               MOVE WS-TIMESTAMP TO ATL-TIMESTAMP
               MOVE WS-NEXT-SEQ TO ATL-SEQUENCE
               MOVE IMP-USERID TO ATL-USERID
               MOVE 'ORDER ' TO ATL-REQUEST-ID
               WRITE AUTHORITY-LOG-RECORD
                   INVALID KEY
                       CONTINUE
               END-WRITE
           END-IF.

      *****************************************************************
      * READS THE DEPARTMENT'S BUDGET RECORD FOR WS-BUDGET-KEY.
      * NOT-FOUND IS A NORMAL ANSWER (DFH0XCMN 8700).
      *****************************************************************
       8700-READ-BUDGET.
           MOVE 'N' TO WS-BUDGET-FOUND-SW.
           MOVE WS-BUDGET-KEY TO BUD-KEY.
           READ BUDGET-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-BUDGET-FOUND TO TRUE
           END-READ.

      *****************************************************************
      * ADDS WS-ORDER-AMOUNT TO THE COMMITTED SPEND ON THE BUDGET
      * RECORD 8700 READ (DFH0XCMN 8800). NO RECORD MEANS NOTHING TO
      * TRACK AGAINST AND COMPLETES AS NORMAL.
      *****************************************************************
       8800-COMMIT-BUDGET.
           SET WS-WRITE-OK TO TRUE.
           IF WS-BUDGET-FOUND
               ADD WS-ORDER-AMOUNT TO BUD-COMMITTED
               REWRITE DEPARTMENT-BUDGET-RECORD
                   INVALID KEY
                       MOVE 'N' TO WS-WRITE-OK-SW
               END-REWRITE
           END-IF.

      *****************************************************************
      * QUEUES THE HELD LINE ON PENDORDS, STATUS PENDING (DFH0XCMN
      * 8900), WITH THE COSTED AMOUNT FOR THE APPROVER.
      *****************************************************************
       8900-WRITE-PENDING-ORDER.
           MOVE 'N' TO WS-WRITE-OK-SW.
           MOVE 'PENDORDS' TO WS-SEQ-FILE-ID.
           PERFORM 8400-NEXT-SEQUENCE-NO.

           IF WS-SEQ-OK
               MOVE WS-TIMESTAMP TO PND-TIMESTAMP
               MOVE WS-NEXT-SEQ TO PND-SEQUENCE
               MOVE IMP-USERID TO PND-USERID
               MOVE IMP-CHARGE-DEPT TO PND-CHARGE-DEPT
               MOVE WS-ITEM-REF TO PND-ITEM-REF
               MOVE WS-QUANTITY TO PND-QUANTITY
               MOVE WS-ORDER-AMOUNT TO PND-AMOUNT
               SET PND-PENDING TO TRUE
               MOVE WS-TS-DATE TO PND-DATE-QUEUED
               MOVE SPACES TO PND-ACTIONED-BY
               MOVE SPACES TO PND-ACTIONED-DATE
               WRITE PENDING-ORDER-RECORD
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET WS-WRITE-OK TO TRUE
               END-WRITE
           END-IF.

       9000-EDIT-COST.
           MOVE CAT-COST(1:3) TO WS-COST-DOLLARS.
           MOVE CAT-COST(5:2) TO WS-COST-CENTS.
           COMPUTE WS-COST-NUMERIC =
               WS-COST-DOLLARS + (WS-COST-CENTS / 100).

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
           MOVE 'DFH0XBRP' TO RUN-JOB-NAME.
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
           MOVE 'DFH0XBRP' TO RUN-JOB-NAME.
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
