      *   INQJD  - ORDER JOURNAL BROWSE BY CHARGE DEPT FOR A CCYYMM
      *   INQJI  - ORDER JOURNAL BROWSE BY ITEM REF FOR A CCYYMM
      *   INQP   - PRICE HISTORY BROWSE BY ITEM REF
      *   INQMY  - ONE REQUESTER'S ORDER HISTORY AND STATUS FOR A
      *            DATE RANGE (JOURNAL, BACKORDERS AND HOLDS MERGED)
      *   ORDER  - PLACE AN ORDER AGAINST THE CATALOG
      *   ORDM   - PLACE A MULTI-LINE BASKET ORDER (ALL LINES OR NONE)
      *   APPRL  - LIST ORDERS HELD PENDING SUPERVISOR APPROVAL
      * EVERY ACCEPTED MAINTENANCE ACTION IS APPENDED TO THE
      * MAINTENANCE LOG FILE, AND A CHANGE THAT ALTERS CA-COST ALSO
      * POSTS TO THE PRICE HISTORY FILE ([[005]]).
      * AN ORDER OR BASKET LINE TURNED AWAY FOR SHORT STOCK OR A
      * DISCONTINUED ITEM IS OFFERED THE FIRST IN-STOCK ACTIVE
      * SUBSTITUTE ON THE SUBSITEM FILE (LOADED BY DFH0XBRQ), AND
      * EVERY OFFER IS APPENDED TO THE SUBOFFER LOG FOR DFH0XBRR.
      *
      * JNL-TIMESTAMP/RCP-TIMESTAMP/MNT-TIMESTAMP/PHS-TIMESTAMP ALL
      * CARRY DATE(YYYYMMDD)+TIME(HHMMSS) SO THE FIRST 6 BYTES ARE A
       COPY DFH0XPND.
       COPY DFH0XTHR.
       COPY DFH0XPOA.
       COPY DFH0XSUB.
       COPY DFH0XSBO.

       01 WS-RESP PIC S9(8) COMP.
       01 WS-SEQ-RESP PIC S9(8) COMP.
       01 WS-ISP-RESP PIC S9(8) COMP.
       01 WS-AUTH-RESP PIC S9(8) COMP.
       01 WS-SUB-RESP PIC S9(8) COMP.
       01 WS-SBO-RESP PIC S9(8) COMP.
       01 WS-SUB-BROWSE-KEY PIC X(6).
       01 WS-SUB-FOR-ITEM PIC 9(4).
       01 WS-SUB-FOR-QTY PIC 9(3).
       01 WS-SUB-USERID PIC X(8).
       01 WS-SUB-CHARGE-DEPT PIC X(8).
       01 WS-SUB-REASON-RC PIC 9(2).
       01 WS-SUB-FOUND-SW PIC X VALUE 'N'.
          88 WS-SUB-FOUND VALUE 'Y'.
       01 WS-SUB-DONE-SW PIC X VALUE 'N'.
          88 WS-SUB-DONE VALUE 'Y'.
       01 WS-AUTH-OK-SW PIC X VALUE 'Y'.
          88 WS-AUTH-OK VALUE 'Y'.
       01 WS-AUTH-USERID PIC X(8).
       01 WS-JNQ-START-SAVE PIC X(24).
       01 WS-PHQ-BROWSE-KEY PIC X(28).
       01 WS-PHQ-START-SAVE PIC X(28).
       01 WS-OHQ-START-SAVE PIC X(25).
       01 WS-OHQ-FOUND-SW PIC X VALUE 'N'.
          88 WS-OHQ-FOUND VALUE 'Y'.
       01 WS-OHJ-BROWSE-KEY PIC X(24).
       01 WS-OHJ-MERGE-KEY PIC X(25).
       01 WS-OHJ-ACTIVE-SW PIC X VALUE 'N'.
          88 WS-OHJ-ACTIVE VALUE 'Y'.
       01 WS-OHB-BROWSE-KEY PIC X(24).
       01 WS-OHB-MERGE-KEY PIC X(25).
       01 WS-OHB-ACTIVE-SW PIC X VALUE 'N'.
          88 WS-OHB-ACTIVE VALUE 'Y'.
       01 WS-OHR-RESP PIC S9(8) COMP.
       01 WS-OHR-KEY PIC X(24).
       01 WS-OHR-NET-QUANTITY PIC S9(4).
       01 WS-OHR-REVERSAL-RECORD.
          05 FILLER PIC X(44).
          05 WS-OHR-QUANTITY PIC S9(3).
          05 FILLER PIC X(24).
       01 WS-OHP-BROWSE-KEY PIC X(24).
       01 WS-OHP-MERGE-KEY PIC X(25).
       01 WS-OHP-ACTIVE-SW PIC X VALUE 'N'.
          88 WS-OHP-ACTIVE VALUE 'Y'.
       01 WS-RELEASE-ITEM-REF PIC 9(4).
       01 WS-REVERSAL-KEY PIC X(24).
       01 WS-CANCEL-ORIG-KEY PIC X(24).
               PERFORM 1300-INQUIRE-JOURNAL
             WHEN 'INQP  '
               PERFORM 1400-INQUIRE-PRICE-HISTORY
             WHEN 'INQMY '
               PERFORM 1500-INQUIRE-ORDER-HISTORY
             WHEN 'ORDER '
               PERFORM 2000-PROCESS-ORDER
             WHEN 'ORDM  '
               MOVE PHS-KEY TO CA-PHQ-LAST-KEY
           END-IF.

      *****************************************************************
      * INQMY - ONE REQUESTER'S ORDERS FOR A DATE RANGE (CCYYMMDD
      * FROM/TO, BOTH INCLUSIVE), UP TO 10 LINES PER PAGE, MERGED
      * FROM THE THREE FILES AN ORDER CAN LAND ON AND RETURNED IN
      * TIME ORDER WITH ONE STATUS PER LINE:
      *   ORDRJRNL - ACCEPTED, OR CANCELLED ONCE JNL-ORIG-KEY POINTS
      *              AT ITS REVERSAL (THE CANCEL DATE IS THE
      *              REVERSAL'S DATE). A CANCL CAN RETURN PART OF AN
      *              ORDER, SO THE REVERSAL IS READ: WHEN IT LEAVES
      *              UNITS KEPT THE LINE SHOWS PART CANCEL WITH THE
      *              NET QUANTITY STILL HELD. THE NEGATIVE REVERSAL
      *              LINE ITSELF IS NOT LISTED -- IT IS THE SAME
      *              ORDER;
      *   BACKORDR - BACKORDERED WHILE WAITING, RELEASED WITH ITS
      *              RELEASE DATE;
      *   PENDORDS - HELD WHILE PENDING, APPROVED OR REJECTED WITH
      *              THE APPROVER AND DATE.
      * A RELEASED BACKORDER OR APPROVED HOLD ALSO POSTED AN
      * ORDINARY JOURNAL LINE (8060/8080) ON ITS RELEASE OR APPROVAL
      * DATE, WHICH LISTS AS ACCEPTED ON THAT DATE -- THE DATE ON
      * THE RELEASED/APPROVED LINE TIES THE TWO TOGETHER.
      * ALL THREE FILES ARE KEYED TIMESTAMP + SEQUENCE, SO EACH IS
      * BROWSED FROM THE FROM-DATE AND THE THREE STREAMS ARE MERGED
      * ON KEY, EACH BROWSE STOPPING AT THE FIRST RECORD PAST THE
      * TO-DATE. THE MERGE KEY IS THE 24-BYTE FILE KEY PLUS A ONE-
      * BYTE SOURCE TAG (J/B/P), SINCE THE THREE FILES DRAW THEIR
      * SEQUENCES FROM DIFFERENT SEQCNTL COUNTERS AND TWO OF THEM
      * CAN CARRY THE SAME KEY. PAGED WITH THE 1300 START-KEY/LAST-
      * KEY HANDOFF ON THAT 25-BYTE KEY: ENTRIES AT OR BEFORE THE
      * HANDED-BACK KEY ARE SKIPPED, AND HIGH-VALUES IN
      * CA-OHQ-LAST-KEY MEANS NO MORE DATA. CA-OHQ-ENTRY-KEY CARRIES
      * THE JOURNAL KEY A CANCL REQUEST NEEDS AS ITS ORIGINAL KEY.
      * OPEN TO EVERYONE LIKE THE OTHER INQUIRIES.
      *****************************************************************
       1500-INQUIRE-ORDER-HISTORY.
           MOVE 0 TO WS-ITEM-COUNT.

           IF CA-OHQ-USERID EQUAL SPACES OR LOW-VALUES
               SET CA-RC-INVALID-REQUEST TO TRUE
               MOVE 'USERID REQUIRED FOR ORDER HISTORY'
                 TO CA-RESPONSE-MESSAGE
           ELSE
           IF CA-OHQ-FROM-DATE NOT NUMERIC
               OR CA-OHQ-TO-DATE NOT NUMERIC
               OR CA-OHQ-FROM-DATE > CA-OHQ-TO-DATE
               SET CA-RC-INVALID-REQUEST TO TRUE
               MOVE 'INVALID DATE RANGE -- CCYYMMDD FROM/TO REQUIRED'
                 TO CA-RESPONSE-MESSAGE
           ELSE
               PERFORM 1510-START-HISTORY-BROWSES

               PERFORM UNTIL WS-ITEM-COUNT = 10
                   OR (WS-OHJ-MERGE-KEY EQUAL HIGH-VALUES
                   AND WS-OHB-MERGE-KEY EQUAL HIGH-VALUES
                   AND WS-OHP-MERGE-KEY EQUAL HIGH-VALUES)
                   PERFORM 1550-TAKE-EARLIEST-ENTRY
               END-PERFORM

               IF WS-OHJ-MERGE-KEY EQUAL HIGH-VALUES
                   AND WS-OHB-MERGE-KEY EQUAL HIGH-VALUES
                   AND WS-OHP-MERGE-KEY EQUAL HIGH-VALUES
                   MOVE HIGH-VALUES TO CA-OHQ-LAST-KEY
               END-IF

               PERFORM 1590-END-HISTORY-BROWSES

               MOVE WS-ITEM-COUNT TO CA-OHQ-LINE-COUNT
               SET CA-RC-NORMAL TO TRUE
               MOVE SPACES TO CA-RESPONSE-MESSAGE
           END-IF
           END-IF.

      *****************************************************************
      * POSITIONS ALL THREE BROWSES AT THE FROM-DATE (OR AT THE
      * HANDED-BACK KEY ON A FOLLOW-ON PAGE) AND PRIMES EACH STREAM
      * WITH ITS FIRST QUALIFYING ENTRY. A FILE WITH NOTHING AT OR
      * AFTER THE START POINT SIMPLY CONTRIBUTES NOTHING.
      *****************************************************************
       1510-START-HISTORY-BROWSES.
           IF CA-OHQ-START-KEY EQUAL SPACES OR LOW-VALUES
               MOVE LOW-VALUES TO WS-OHQ-START-SAVE
               MOVE CA-OHQ-FROM-DATE TO WS-OHQ-START-SAVE(1:8)
           ELSE
               MOVE CA-OHQ-START-KEY TO WS-OHQ-START-SAVE
           END-IF.
           MOVE WS-OHQ-START-SAVE(1:24) TO WS-OHJ-BROWSE-KEY.
           MOVE WS-OHQ-START-SAVE(1:24) TO WS-OHB-BROWSE-KEY.
           MOVE WS-OHQ-START-SAVE(1:24) TO WS-OHP-BROWSE-KEY.

           MOVE HIGH-VALUES TO WS-OHJ-MERGE-KEY.
           MOVE 'N' TO WS-OHJ-ACTIVE-SW.
           EXEC CICS STARTBR
               FILE('ORDRJRNL')
               RIDFLD(WS-OHJ-BROWSE-KEY)
               GTEQ
               RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP EQUAL DFHRESP(NORMAL)
               SET WS-OHJ-ACTIVE TO TRUE
               MOVE LOW-VALUES TO WS-OHJ-MERGE-KEY
               PERFORM 1520-NEXT-JOURNAL-ENTRY
           END-IF.

           MOVE HIGH-VALUES TO WS-OHB-MERGE-KEY.
           MOVE 'N' TO WS-OHB-ACTIVE-SW.
           EXEC CICS STARTBR
               FILE('BACKORDR')
               RIDFLD(WS-OHB-BROWSE-KEY)
               GTEQ
               RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP EQUAL DFHRESP(NORMAL)
               SET WS-OHB-ACTIVE TO TRUE
               MOVE LOW-VALUES TO WS-OHB-MERGE-KEY
               PERFORM 1530-NEXT-BACKORDER-ENTRY
           END-IF.

           MOVE HIGH-VALUES TO WS-OHP-MERGE-KEY.
           MOVE 'N' TO WS-OHP-ACTIVE-SW.
           EXEC CICS STARTBR
               FILE('PENDORDS')
               RIDFLD(WS-OHP-BROWSE-KEY)
               GTEQ
               RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP EQUAL DFHRESP(NORMAL)
               SET WS-OHP-ACTIVE TO TRUE
               MOVE LOW-VALUES TO WS-OHP-MERGE-KEY
               PERFORM 1540-NEXT-PENDING-ENTRY
           END-IF.

      *****************************************************************
      * EACH OF 1520/1530/1540 READS ITS OWN FILE FORWARD TO THE
      * NEXT RECORD FOR THE REQUESTER THAT IS PAST THE PAGE'S START
      * KEY, LEAVING IT IN THE FILE'S RECORD AREA AND ITS KEY IN THE
      * STREAM'S MERGE KEY -- OR HIGH-VALUES ONCE THE FILE IS PAST
      * THE TO-DATE OR AT ITS END.
      *****************************************************************
       1520-NEXT-JOURNAL-ENTRY.
           MOVE 'N' TO WS-OHQ-FOUND-SW.
           PERFORM UNTIL WS-OHQ-FOUND
               OR WS-OHJ-MERGE-KEY EQUAL HIGH-VALUES
               EXEC CICS READNEXT
                   FILE('ORDRJRNL')
                   INTO(ORDER-JOURNAL-RECORD)
                   RIDFLD(WS-OHJ-BROWSE-KEY)
                   RESP(WS-RESP)
               END-EXEC
               IF WS-RESP NOT EQUAL DFHRESP(NORMAL)
                   OR JNL-TIMESTAMP(1:8) > CA-OHQ-TO-DATE
                   MOVE HIGH-VALUES TO WS-OHJ-MERGE-KEY
               ELSE
                   MOVE JNL-KEY TO WS-OHJ-MERGE-KEY(1:24)
                   MOVE 'J' TO WS-OHJ-MERGE-KEY(25:1)
                   IF JNL-USERID EQUAL CA-OHQ-USERID
                       AND JNL-QUANTITY > 0
                       AND WS-OHJ-MERGE-KEY > WS-OHQ-START-SAVE
                       SET WS-OHQ-FOUND TO TRUE
                   END-IF
               END-IF
           END-PERFORM.

       1530-NEXT-BACKORDER-ENTRY.
           MOVE 'N' TO WS-OHQ-FOUND-SW.
           PERFORM UNTIL WS-OHQ-FOUND
               OR WS-OHB-MERGE-KEY EQUAL HIGH-VALUES
               EXEC CICS READNEXT
                   FILE('BACKORDR')
                   INTO(BACKORDER-RECORD)
                   RIDFLD(WS-OHB-BROWSE-KEY)
                   RESP(WS-RESP)
               END-EXEC
               IF WS-RESP NOT EQUAL DFHRESP(NORMAL)
                   OR BKO-TIMESTAMP(1:8) > CA-OHQ-TO-DATE
                   MOVE HIGH-VALUES TO WS-OHB-MERGE-KEY
               ELSE
                   MOVE BKO-KEY TO WS-OHB-MERGE-KEY(1:24)
                   MOVE 'B' TO WS-OHB-MERGE-KEY(25:1)
                   IF BKO-USERID EQUAL CA-OHQ-USERID
                       AND WS-OHB-MERGE-KEY > WS-OHQ-START-SAVE
                       SET WS-OHQ-FOUND TO TRUE
                   END-IF
               END-IF
           END-PERFORM.

       1540-NEXT-PENDING-ENTRY.
           MOVE 'N' TO WS-OHQ-FOUND-SW.
           PERFORM UNTIL WS-OHQ-FOUND
               OR WS-OHP-MERGE-KEY EQUAL HIGH-VALUES
               EXEC CICS READNEXT
                   FILE('PENDORDS')
                   INTO(PENDING-ORDER-RECORD)
                   RIDFLD(WS-OHP-BROWSE-KEY)
                   RESP(WS-RESP)
               END-EXEC
               IF WS-RESP NOT EQUAL DFHRESP(NORMAL)
                   OR PND-TIMESTAMP(1:8) > CA-OHQ-TO-DATE
                   MOVE HIGH-VALUES TO WS-OHP-MERGE-KEY
               ELSE
                   MOVE PND-KEY TO WS-OHP-MERGE-KEY(1:24)
                   MOVE 'P' TO WS-OHP-MERGE-KEY(25:1)
                   IF PND-USERID EQUAL CA-OHQ-USERID
                       AND WS-OHP-MERGE-KEY > WS-OHQ-START-SAVE
                       SET WS-OHQ-FOUND TO TRUE
                   END-IF
               END-IF
           END-PERFORM.

      *****************************************************************
      * RETURNS WHICHEVER STREAM HOLDS THE LOWEST MERGE KEY AS THE
      * NEXT LINE, THEN ADVANCES THAT STREAM ONLY.
      *****************************************************************
       1550-TAKE-EARLIEST-ENTRY.
           ADD 1 TO WS-ITEM-COUNT.
           MOVE SPACES TO CA-OHQ-ACTIONED-BY(WS-ITEM-COUNT).
           MOVE SPACES TO CA-OHQ-ACTIONED-DATE(WS-ITEM-COUNT).

           IF WS-OHJ-MERGE-KEY NOT > WS-OHB-MERGE-KEY
               AND WS-OHJ-MERGE-KEY NOT > WS-OHP-MERGE-KEY
               PERFORM 1560-FILL-JOURNAL-LINE
               MOVE WS-OHJ-MERGE-KEY TO CA-OHQ-LAST-KEY
               PERFORM 1520-NEXT-JOURNAL-ENTRY
           ELSE
               IF WS-OHB-MERGE-KEY NOT > WS-OHP-MERGE-KEY
                   PERFORM 1570-FILL-BACKORDER-LINE
                   MOVE WS-OHB-MERGE-KEY TO CA-OHQ-LAST-KEY
                   PERFORM 1530-NEXT-BACKORDER-ENTRY
               ELSE
                   PERFORM 1580-FILL-PENDING-LINE
                   MOVE WS-OHP-MERGE-KEY TO CA-OHQ-LAST-KEY
                   PERFORM 1540-NEXT-PENDING-ENTRY
               END-IF
           END-IF.

       1560-FILL-JOURNAL-LINE.
           MOVE JNL-TIMESTAMP TO CA-OHQ-TIMESTAMP(WS-ITEM-COUNT).
           MOVE JNL-ITEM-REF TO CA-OHQ-ITEM-REF(WS-ITEM-COUNT).
           MOVE JNL-QUANTITY TO CA-OHQ-QUANTITY(WS-ITEM-COUNT).
           MOVE JNL-CHARGE-DEPT TO CA-OHQ-CHARGE-DEPT(WS-ITEM-COUNT).
           MOVE JNL-KEY TO CA-OHQ-ENTRY-KEY(WS-ITEM-COUNT).
           IF JNL-ORIG-KEY EQUAL SPACES
               MOVE 'ACCEPTED' TO CA-OHQ-STATUS(WS-ITEM-COUNT)
           ELSE
               MOVE 'CANCELLED' TO CA-OHQ-STATUS(WS-ITEM-COUNT)
               MOVE JNL-ORIG-KEY(1:8)
                 TO CA-OHQ-ACTIONED-DATE(WS-ITEM-COUNT)
               PERFORM 1565-NET-PARTIAL-CANCEL
           END-IF.

      *****************************************************************
      * THE REVERSAL IS READ INTO ITS OWN AREA UNDER ITS OWN RESP SO
      * THE ORDRJRNL BROWSE AND THE RECORD IT HOLDS ARE UNDISTURBED.
      * A REVERSAL THAT CANNOT BE READ LEAVES THE LINE CANCELLED.
      *****************************************************************
       1565-NET-PARTIAL-CANCEL.
           MOVE JNL-ORIG-KEY TO WS-OHR-KEY.

           EXEC CICS READ
               FILE('ORDRJRNL')
               INTO(WS-OHR-REVERSAL-RECORD)
               RIDFLD(WS-OHR-KEY)
               RESP(WS-OHR-RESP)
           END-EXEC.

           IF WS-OHR-RESP EQUAL DFHRESP(NORMAL)
               COMPUTE WS-OHR-NET-QUANTITY =
                   JNL-QUANTITY + WS-OHR-QUANTITY
               IF WS-OHR-NET-QUANTITY > 0
                   MOVE 'PART CANCEL' TO CA-OHQ-STATUS(WS-ITEM-COUNT)
                   MOVE WS-OHR-NET-QUANTITY
                     TO CA-OHQ-QUANTITY(WS-ITEM-COUNT)
               END-IF
           END-IF.

       1570-FILL-BACKORDER-LINE.
           MOVE BKO-TIMESTAMP TO CA-OHQ-TIMESTAMP(WS-ITEM-COUNT).
           MOVE BKO-ITEM-REF TO CA-OHQ-ITEM-REF(WS-ITEM-COUNT).
           MOVE BKO-QUANTITY TO CA-OHQ-QUANTITY(WS-ITEM-COUNT).
           MOVE BKO-CHARGE-DEPT TO CA-OHQ-CHARGE-DEPT(WS-ITEM-COUNT).
           MOVE BKO-KEY TO CA-OHQ-ENTRY-KEY(WS-ITEM-COUNT).
           IF BKO-RELEASED
               MOVE 'RELEASED' TO CA-OHQ-STATUS(WS-ITEM-COUNT)
               MOVE BKO-RELEASED-DATE
                 TO CA-OHQ-ACTIONED-DATE(WS-ITEM-COUNT)
           ELSE
               MOVE 'BACKORDERED' TO CA-OHQ-STATUS(WS-ITEM-COUNT)
           END-IF.

       1580-FILL-PENDING-LINE.
           MOVE PND-TIMESTAMP TO CA-OHQ-TIMESTAMP(WS-ITEM-COUNT).
           MOVE PND-ITEM-REF TO CA-OHQ-ITEM-REF(WS-ITEM-COUNT).
           MOVE PND-QUANTITY TO CA-OHQ-QUANTITY(WS-ITEM-COUNT).
           MOVE PND-CHARGE-DEPT TO CA-OHQ-CHARGE-DEPT(WS-ITEM-COUNT).
           MOVE PND-KEY TO CA-OHQ-ENTRY-KEY(WS-ITEM-COUNT).
           EVALUATE TRUE
             WHEN PND-APPROVED
               MOVE 'APPROVED' TO CA-OHQ-STATUS(WS-ITEM-COUNT)
             WHEN PND-REJECTED
               MOVE 'REJECTED' TO CA-OHQ-STATUS(WS-ITEM-COUNT)
             WHEN OTHER
               MOVE 'HELD' TO CA-OHQ-STATUS(WS-ITEM-COUNT)
           END-EVALUATE.
           IF NOT PND-PENDING
               MOVE PND-ACTIONED-BY
                 TO CA-OHQ-ACTIONED-BY(WS-ITEM-COUNT)
               MOVE PND-ACTIONED-DATE
                 TO CA-OHQ-ACTIONED-DATE(WS-ITEM-COUNT)
           END-IF.

       1590-END-HISTORY-BROWSES.
           IF WS-OHJ-ACTIVE
               EXEC CICS ENDBR
                   FILE('ORDRJRNL')
               END-EXEC
           END-IF.
           IF WS-OHB-ACTIVE
               EXEC CICS ENDBR
                   FILE('BACKORDR')
               END-EXEC
           END-IF.
           IF WS-OHP-ACTIVE
               EXEC CICS ENDBR
                   FILE('PENDORDS')
               END-EXEC
           END-IF.

      *****************************************************************
      * ORDER - VALIDATE THE CHARGE DEPARTMENT, THE ITEM REFERENCE AND
      * THE AVAILABLE STOCK BEFORE COMMITTING, SO THE CALLER GETS A
      * THE CATALOG HAS ALREADY BEEN UPDATED BY THAT POINT.
      *****************************************************************
       2000-PROCESS-ORDER.
           MOVE 0 TO CA-SUB-ITEM-REF.
           MOVE SPACES TO CA-SUB-DESCRIPTION.
           MOVE SPACES TO CA-SUB-COST.
           MOVE 0 TO CA-SUB-IN-STOCK.

           IF CA-CHARGE-DEPT EQUAL SPACES OR LOW-VALUES
               SET CA-RC-INVALID-DEPARTMENT TO TRUE
               MOVE 'INVALID CHARGE DEPARTMENT' TO CA-RESPONSE-MESSAGE
                       SET CA-RC-ITEM-DISCONTINUED TO TRUE
                       MOVE 'ITEM IS DISCONTINUED -- ORDER REJECTED'
                         TO CA-RESPONSE-MESSAGE
                       MOVE 33 TO WS-SUB-REASON-RC
                       PERFORM 2060-OFFER-SINGLE-SUBSTITUTE
                       IF WS-SUB-FOUND
                           MOVE
                         'ITEM DISCONTINUED -- SEE SUBSTITUTE OFFERED'
                             TO CA-RESPONSE-MESSAGE
                       END-IF
                   ELSE
                   PERFORM 2070-COST-ORDER
                   MOVE CA-CHARGE-DEPT TO WS-THRESHOLD-KEY
                       EXEC CICS UNLOCK
                           FILE('CATALOG')
                       END-EXEC
                       MOVE 'N' TO WS-SUB-FOUND-SW
                       IF NOT CA-SUB-DECLINED
                           MOVE 11 TO WS-SUB-REASON-RC
                           PERFORM 2060-OFFER-SINGLE-SUBSTITUTE
                       END-IF
                       IF WS-SUB-FOUND
                           SET CA-RC-INSUFFICIENT-STOCK TO TRUE
                           MOVE
                         'INSUFFICIENT STOCK -- SEE SUBSTITUTE OFFERED'
                             TO CA-RESPONSE-MESSAGE
                       ELSE
                           PERFORM 2050-QUEUE-BACKORDER
                       END-IF
                   ELSE
                       PERFORM 2080-CHECK-ORDER-BUDGET
                       IF WS-BUDGET-OK
               END-IF
           END-IF.

      *****************************************************************
      * THE SINGLE ORDER CANNOT BE FILLED AS ASKED -- LOOK FOR A
      * SUBSTITUTE THAT CAN BE, AND IF THERE IS ONE HAND BACK ITS
      * DESCRIPTION, COST AND IN-STOCK SO THE REQUESTER CAN ORDER IT
      * IN ONE STEP. ON SHORT STOCK THE OFFER TAKES THE PLACE OF THE
      * BACKORDER: NOTHING IS QUEUED, AND A REQUESTER WHO WOULD
      * RATHER WAIT FOR THE ORIGINAL ITEM RE-SENDS THE ORDER WITH
      * CA-SUB-DECLINED SET, WHICH SKIPS THE OFFER AND QUEUES IT AS
      * BEFORE. WITH NO SUBSTITUTE ON FILE THE SHORT-STOCK ORDER IS
      * BACKORDERED EXACTLY AS IT ALWAYS WAS. THE CALLER STAGES THE
      * RETURN CODE THE OFFER IS MADE UNDER IN WS-SUB-REASON-RC.
      *****************************************************************
       2060-OFFER-SINGLE-SUBSTITUTE.
           MOVE CA-ITEM-REF-NUMBER TO WS-SUB-FOR-ITEM.
           MOVE CA-QUANTITY-REQ TO WS-SUB-FOR-QTY.
           PERFORM 2062-FIND-SUBSTITUTE.

           IF WS-SUB-FOUND
               MOVE CAT-ITEM-REF TO CA-SUB-ITEM-REF
               MOVE CAT-DESCRIPTION TO CA-SUB-DESCRIPTION
               MOVE CAT-COST TO CA-SUB-COST
               MOVE CAT-IN-STOCK TO CA-SUB-IN-STOCK
               MOVE CA-USERID TO WS-SUB-USERID
               MOVE CA-CHARGE-DEPT TO WS-SUB-CHARGE-DEPT
               PERFORM 8750-WRITE-SUB-OFFER
           END-IF.

      *****************************************************************
      * WALKS WS-SUB-FOR-ITEM'S SUBSTITUTE LINKS IN PRIORITY ORDER
      * (SUB-KEY IS ITEM + PRIORITY, SO A GTEQ BROWSE FROM PRIORITY
      * 00 RETURNS THEM BEST FIRST) AND STOPS AT THE FIRST ONE THAT
      * IS ON THE CATALOG, ACTIVE, AND HAS ENOUGH ON THE SHELF TO
      * COVER WS-SUB-FOR-QTY -- OFFERING AN ITEM THAT WOULD ITSELF
      * COME BACK SHORT HELPS NOBODY. ON WS-SUB-FOUND THE
      * SUBSTITUTE'S CATALOG RECORD IS LEFT IN CATALOG-RECORD; THE
      * CALLER IS FINISHED WITH THE ORIGINAL ITEM'S RECORD BY THEN.
      * WS-SUB-RESP KEEPS THE BROWSE OFF WS-RESP. NO SUBSTITUTE FILE
      * ENTRY FOR THE ITEM IS THE NORMAL ANSWER FOR MOST ITEMS.
      *****************************************************************
       2062-FIND-SUBSTITUTE.
           MOVE 'N' TO WS-SUB-FOUND-SW.
           MOVE 'N' TO WS-SUB-DONE-SW.
           MOVE WS-SUB-FOR-ITEM TO SUB-ITEM-REF.
           MOVE 0 TO SUB-PRIORITY.
           MOVE SUB-KEY TO WS-SUB-BROWSE-KEY.

           EXEC CICS STARTBR
               FILE('SUBSITEM')
               RIDFLD(WS-SUB-BROWSE-KEY)
               GTEQ
               RESP(WS-SUB-RESP)
           END-EXEC.

           IF WS-SUB-RESP EQUAL DFHRESP(NORMAL)
               PERFORM UNTIL WS-SUB-FOUND OR WS-SUB-DONE
                   EXEC CICS READNEXT
                       FILE('SUBSITEM')
                       INTO(SUBSTITUTE-ITEM-RECORD)
                       RIDFLD(WS-SUB-BROWSE-KEY)
                       RESP(WS-SUB-RESP)
                   END-EXEC
                   IF WS-SUB-RESP NOT EQUAL DFHRESP(NORMAL)
                       OR SUB-ITEM-REF NOT EQUAL WS-SUB-FOR-ITEM
                       SET WS-SUB-DONE TO TRUE
                   ELSE
                       PERFORM 2064-CHECK-ONE-SUBSTITUTE
                   END-IF
               END-PERFORM

               EXEC CICS ENDBR
                   FILE('SUBSITEM')
               END-EXEC
           END-IF.

       2064-CHECK-ONE-SUBSTITUTE.
           MOVE SUB-ALT-ITEM-REF TO CAT-ITEM-REF.

           EXEC CICS READ
               FILE('CATALOG')
               INTO(CATALOG-RECORD)
               RIDFLD(CAT-ITEM-REF)
               RESP(WS-SUB-RESP)
           END-EXEC.

           IF WS-SUB-RESP EQUAL DFHRESP(NORMAL)
               AND CAT-ACTIVE
               AND CAT-IN-STOCK > 0
               AND CAT-IN-STOCK NOT < WS-SUB-FOR-QTY
               SET WS-SUB-FOUND TO TRUE
           END-IF.

      *****************************************************************
      * COSTS THE ORDER AT CAT-COST THE SAME WAY DFH0XBR2'S
      * CHARGEBACK DOES, AND TAKES THE TIMESTAMP EVERYTHING
      *****************************************************************
       2610-VALIDATE-ORDER-LINE.
           MOVE 0 TO CA-MULT-LINE-RC(WS-LINE-SUB).
           MOVE 0 TO CA-MULT-SUB-ITEM-REF(WS-LINE-SUB).
           MOVE SPACES TO CA-MULT-SUB-DESCRIPTION(WS-LINE-SUB).
           MOVE SPACES TO CA-MULT-SUB-COST(WS-LINE-SUB).
           MOVE 0 TO CA-MULT-SUB-IN-STOCK(WS-LINE-SUB).
           MOVE CA-MULT-ITEM-REF(WS-LINE-SUB) TO CAT-ITEM-REF.

           EXEC CICS READ
               IF CAT-DISCONTINUED
                   MOVE 33 TO CA-MULT-LINE-RC(WS-LINE-SUB)
                   PERFORM 2615-NOTE-LINE-FAILURE
                   PERFORM 2618-OFFER-LINE-SUBSTITUTE
               ELSE
               IF CA-MULT-QTY-REQ(WS-LINE-SUB) = 0
                   MOVE 13 TO CA-MULT-LINE-RC(WS-LINE-SUB)
                   IF CA-MULT-QTY-REQ(WS-LINE-SUB) > CAT-IN-STOCK
                       MOVE 11 TO CA-MULT-LINE-RC(WS-LINE-SUB)
                       PERFORM 2615-NOTE-LINE-FAILURE
                       PERFORM 2618-OFFER-LINE-SUBSTITUTE
                   ELSE
                       PERFORM 9000-EDIT-COST
                       COMPUTE WS-BASKET-AMOUNT = WS-BASKET-AMOUNT
               MOVE CA-MULT-LINE-RC(WS-LINE-SUB) TO WS-FIRST-FAIL-RC
           END-IF.

      *****************************************************************
      * A BASKET LINE FAILED ON SHORT STOCK OR A DISCONTINUED ITEM --
      * OFFER THAT LINE THE SAME SUBSTITUTE 2060 WOULD OFFER A SINGLE
      * ORDER, IN THE LINE'S OWN CA-MULT-SUB-LINE SLOT, SO THE
      * REQUESTER CAN SWAP THE ITEM AND RE-SEND THE BASKET. THE
      * BASKET HAS NO BACKORDER PATH, SO THE OFFER IS ALWAYS MADE.
      *****************************************************************
       2618-OFFER-LINE-SUBSTITUTE.
           MOVE CA-MULT-ITEM-REF(WS-LINE-SUB) TO WS-SUB-FOR-ITEM.
           MOVE CA-MULT-QTY-REQ(WS-LINE-SUB) TO WS-SUB-FOR-QTY.
           MOVE CA-MULT-LINE-RC(WS-LINE-SUB) TO WS-SUB-REASON-RC.
           PERFORM 2062-FIND-SUBSTITUTE.

           IF WS-SUB-FOUND
               MOVE CAT-ITEM-REF TO CA-MULT-SUB-ITEM-REF(WS-LINE-SUB)
               MOVE CAT-DESCRIPTION
                 TO CA-MULT-SUB-DESCRIPTION(WS-LINE-SUB)
               MOVE CAT-COST TO CA-MULT-SUB-COST(WS-LINE-SUB)
               MOVE CAT-IN-STOCK TO CA-MULT-SUB-IN-STOCK(WS-LINE-SUB)
               MOVE CA-MULT-USERID TO WS-SUB-USERID
               MOVE CA-MULT-CHARGE-DEPT TO WS-SUB-CHARGE-DEPT
               PERFORM 8750-WRITE-SUB-OFFER
           END-IF.

      *****************************************************************
      * THE WHOLE BASKET IS COSTED AT CAT-COST DURING THE VALIDATE
      * PASS AND CHECKED AGAINST THE CHARGE DEPARTMENT'S BUDGET FOR
               SET WS-BUDGET-FOUND TO TRUE
           END-IF.

      *****************************************************************
      * APPENDS ONE SUBOFFER RECORD PER SUBSTITUTE OFFERED (WHO WAS
      * OFFERED WHAT, IN PLACE OF WHICH ITEM, UNDER WHICH RETURN CODE
      * AND FROM WHICH REQUEST) FOR THE WEEKLY DFH0XBRR SUMMARY. THE
      * CALLER STAGES THE ORIGINAL ITEM IN WS-SUB-FOR-ITEM, THE
      * REQUESTER IN WS-SUB-USERID/WS-SUB-CHARGE-DEPT AND THE CODE IN
      * WS-SUB-REASON-RC; THE SUBSTITUTE IS THE CATALOG RECORD 2062
      * LEFT BEHIND. KEY IS TIMESTAMP + 'SUBOFFER' SEQCNTL SEQUENCE
      * LIKE EVERY OTHER LOG. WRITTEN UNDER WS-SBO-RESP, AS 8650 USES
      * WS-AUTH-RESP, SO A LOG-SIDE FAILURE NEVER REACHES THE ORDER'S
      * OWN RESPONSE CODE.
      *****************************************************************
       8750-WRITE-SUB-OFFER.
           EXEC CICS ASKTIME
               ABSTIME(WS-ABSTIME)
           END-EXEC.

           EXEC CICS FORMATTIME
               ABSTIME(WS-ABSTIME)
               DATE(WS-TS-DATE)
               TIME(WS-TS-TIME)
           END-EXEC.

           MOVE 'SUBOFFER' TO WS-SEQ-FILE-ID.
           PERFORM 8400-NEXT-SEQUENCE-NO.

           IF WS-SEQ-RESP EQUAL DFHRESP(NORMAL)
               MOVE WS-TIMESTAMP TO SBO-TIMESTAMP
               MOVE WS-NEXT-SEQ TO SBO-SEQUENCE
               MOVE WS-SUB-USERID TO SBO-USERID
               MOVE WS-SUB-CHARGE-DEPT TO SBO-CHARGE-DEPT
               MOVE WS-SUB-FOR-ITEM TO SBO-ITEM-REF
               MOVE CAT-ITEM-REF TO SBO-ALT-ITEM-REF
               MOVE WS-SUB-REASON-RC TO SBO-REASON-RC
               MOVE CA-REQUEST-ID TO SBO-REQUEST-ID

               EXEC CICS WRITE
                   FILE('SUBOFFER')
                   FROM(SUBSTITUTE-OFFER-RECORD)
                   RIDFLD(SBO-KEY)
                   RESP(WS-SBO-RESP)
               END-EXEC
           END-IF.

      *****************************************************************
      * ADDS WS-ORDER-AMOUNT (SIGNED -- A CANCELLATION CREDITS WITH A
      * NEGATIVE AMOUNT) TO THE COMMITTED SPEND ON THE BUDGET RECORD
