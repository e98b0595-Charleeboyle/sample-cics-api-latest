       IDENTIFICATION DIVISION.
       PROGRAM-ID. DFH0XBRN.
      *****************************************************************
      * DAILY SECURITY REPORT.
      * TWO PARTS, IN THE DFH0XBRH TWO-SECTION SHAPE:
      *   - PART 1, THE DAY'S REFUSALS: EVERY AUTHLOG RECORD THE
      *     ONLINE DISPATCH (DFH0XCMN 0100-CHECK-AUTHORITY) WROTE ON
      *     THE RUN DATE, SORTED AND COUNTED BY USERID AND REQUEST
      *     TYPE IN THE DFH0XBR1 SORT-AND-BREAK STYLE. A USERID
      *     REFUSED MORE TIMES THAN THE THRESHOLD ON THE SYSIN CARD
      *     IS FLAGGED -- ONE OR TWO REFUSALS IS A USER IN THE WRONG
      *     SCREEN, A STREAM OF THEM IS SOMEBODY PROBING;
      *   - PART 2, RECERTIFICATION LISTING: EVERY USERAUTH RECORD
      *     (LOADED BY DFH0XBRF) WITH ITS SEVEN Y/N SWITCHES, FOR
      *     THE QUARTERLY SIGN-OFF BY EACH USER'S MANAGER. A USER
      *     HOLDING A PAIR OF DUTIES THAT SHOULD NEVER SIT WITH ONE
      *     PERSON IS FLAGGED WITH THE CONFLICTING PAIRS:
      *       PORD+RECV  RAISES THE PO AND SIGNS FOR THE GOODS;
      *       PORD+POCL  RAISES THE PO AND CLOSES IT SHORT;
      *       RECV+POCL  SIGNS FOR THE GOODS AND CLOSES THE PO SHORT;
      *       ORDR+APPR  ORDERS AND APPROVES THEIR OWN HOLDS.
      *     PART 2 IS ONLY PRINTED WHEN THE SYSIN CARD ASKS FOR IT
      *     (COLUMN 4 'Y'), SO THE DAILY RUN AT QUARTER END CARRIES
      *     THE LISTING WITHOUT A SEPARATE JOB.
      * CONTROL CARD: REFUSAL THRESHOLD (3 DIGITS) THEN THE
      * RECERTIFICATION SWITCH (Y/N), VALIDATED BEFORE ANY FILE IS
      * READ (THE DFH0XBR5 DISCIPLINE). A FLAGGED USER IN EITHER
      * PART SETS RETURN CODE 4 (THE DFH0XBRE EXCEPTION CONVENTION)
      * SO SECURITY ADMIN IS PAGED WITHOUT READING THE REPORT.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUTHORITY-LOG-FILE ASSIGN TO ATLFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ATL-KEY
               FILE STATUS IS WS-ATL-STATUS.

           SELECT USER-AUTHORITY-FILE ASSIGN TO AUTFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS AUT-USERID
               FILE STATUS IS WS-AUT-STATUS.

           SELECT SECURITY-REPORT ASSIGN TO RPTFILE
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
       FD AUTHORITY-LOG-FILE.
       COPY DFH0XATL.

       FD USER-AUTHORITY-FILE.
       COPY DFH0XAUT.

       FD SECURITY-REPORT.
       01 REPORT-LINE PIC X(132).

       SD SORT-FILE.
       01 SORT-RECORD.
          05 SRT-USERID PIC X(8).
          05 SRT-REQUEST-ID PIC X(6).

       FD RUN-CONTROL-FILE.
       COPY DFH0XRUN.

       WORKING-STORAGE SECTION.
       01 WS-RUN-STATUS PIC XX.
       01 WS-RUN-TIME PIC X(6).
       01 WS-ATL-STATUS PIC XX.
       01 WS-AUT-STATUS PIC XX.
       01 WS-RPT-STATUS PIC XX.
       01 WS-EOF-SW PIC X VALUE 'N'.
          88 WS-EOF VALUE 'Y'.
       01 WS-CURRENT-DATE PIC X(8).

       01 WS-CONTROL-CARD.
          05 WS-CC-THRESHOLD PIC X(3).
          05 WS-CC-RECERT-SW PIC X.
             88 WS-CC-RECERT VALUE 'Y'.
             88 WS-CC-RECERT-VALID VALUE 'Y' 'N'.
          05 FILLER PIC X(76).
       01 WS-THRESHOLD PIC 9(3).

       01 WS-PRIOR-USERID PIC X(8) VALUE SPACES.
       01 WS-PRIOR-REQUEST-ID PIC X(6) VALUE SPACES.
       01 WS-FIRST-RECORD-SW PIC X VALUE 'Y'.
          88 WS-FIRST-RECORD VALUE 'Y'.
       01 WS-REQUEST-COUNT PIC 9(5) VALUE 0.
       01 WS-USER-COUNT PIC 9(5) VALUE 0.
       01 WS-REFUSAL-TOTAL PIC 9(5) VALUE 0.
       01 WS-REFUSED-USERS PIC 9(5) VALUE 0.
       01 WS-FLAGGED-USERS PIC 9(5) VALUE 0.

       01 WS-CONFLICT-TEXT PIC X(44).
       01 WS-CONFLICT-PTR PIC 9(3).
       01 WS-CONFLICT-SW PIC X VALUE 'N'.
          88 WS-CONFLICT VALUE 'Y'.
       01 WS-AUT-USER-COUNT PIC 9(5) VALUE 0.
       01 WS-CONFLICT-USERS PIC 9(5) VALUE 0.

       01 WS-HEADING-1.
          05 FILLER PIC X(45) VALUE
             'DAILY SECURITY REPORT'.
          05 FILLER PIC X(10) VALUE 'RUN DATE: '.
          05 H1-RUN-DATE PIC X(8).

       01 WS-PART1-HEADING.
          05 FILLER PIC X(40) VALUE
             'PART 1 -- AUTHORITY REFUSALS TODAY'.
          05 FILLER PIC X(20) VALUE 'FLAG THRESHOLD:    '.
          05 P1-THRESHOLD PIC ZZ9.

       01 WS-PART1-COLUMNS.
          05 FILLER PIC X(10) VALUE 'USERID'.
          05 FILLER PIC X(10) VALUE 'REQUEST'.
          05 FILLER PIC X(10) VALUE 'REFUSALS'.

       01 WS-REFUSAL-LINE.
          05 RF-USERID PIC X(8).
          05 FILLER PIC X(2) VALUE SPACES.
          05 RF-REQUEST-ID PIC X(6).
          05 FILLER PIC X(4) VALUE SPACES.
          05 RF-COUNT PIC ZZZZ9.

       01 WS-USER-TOTAL-LINE.
          05 FILLER PIC X(10) VALUE SPACES.
          05 FILLER PIC X(10) VALUE 'TOTAL'.
          05 UT-COUNT PIC ZZZZ9.
          05 FILLER PIC X(2) VALUE SPACES.
          05 UT-FLAG PIC X(30).

       01 WS-NO-REFUSALS-LINE.
          05 FILLER PIC X(40) VALUE
             'NO AUTHORITY REFUSALS LOGGED TODAY'.

       01 WS-PART1-TOTAL-LINE.
          05 FILLER PIC X(18) VALUE 'TOTAL REFUSALS:   '.
          05 P1T-REFUSALS PIC ZZZZ9.
          05 FILLER PIC X(18) VALUE '  USERS REFUSED: '.
          05 P1T-USERS PIC ZZZZ9.
          05 FILLER PIC X(18) VALUE '  USERS FLAGGED: '.
          05 P1T-FLAGGED PIC ZZZZ9.

       01 WS-PART2-HEADING.
          05 FILLER PIC X(50) VALUE
             'PART 2 -- USER AUTHORITY RECERTIFICATION LISTING'.

       01 WS-PART2-COLUMNS.
          05 FILLER PIC X(10) VALUE 'USERID'.
          05 FILLER PIC X(7) VALUE 'ORDER'.
          05 FILLER PIC X(7) VALUE 'CANCL'.
          05 FILLER PIC X(7) VALUE 'PORD'.
          05 FILLER PIC X(7) VALUE 'RECV'.
          05 FILLER PIC X(7) VALUE 'MAINT'.
          05 FILLER PIC X(7) VALUE 'APPR'.
          05 FILLER PIC X(7) VALUE 'POCL'.
          05 FILLER PIC X(30) VALUE 'DUTY CONFLICTS'.

       01 WS-RECERT-LINE.
          05 RC-USERID PIC X(8).
          05 FILLER PIC X(4) VALUE SPACES.
          05 RC-ORDER-SW PIC X.
          05 FILLER PIC X(6) VALUE SPACES.
          05 RC-CANCL-SW PIC X.
          05 FILLER PIC X(6) VALUE SPACES.
          05 RC-PORD-SW PIC X.
          05 FILLER PIC X(6) VALUE SPACES.
          05 RC-RECV-SW PIC X.
          05 FILLER PIC X(6) VALUE SPACES.
          05 RC-MAINT-SW PIC X.
          05 FILLER PIC X(6) VALUE SPACES.
          05 RC-APPR-SW PIC X.
          05 FILLER PIC X(6) VALUE SPACES.
          05 RC-POCL-SW PIC X.
          05 FILLER PIC X(3) VALUE SPACES.
          05 RC-CONFLICTS PIC X(44).

       01 WS-PART2-TOTAL-LINE.
          05 FILLER PIC X(18) VALUE 'USERS LISTED:     '.
          05 P2T-USERS PIC ZZZZ9.
          05 FILLER PIC X(23) VALUE '  WITH DUTY CONFLICTS: '.
          05 P2T-CONFLICTS PIC ZZZZ9.

       01 WS-NO-RECERT-LINE.
          05 FILLER PIC X(60) VALUE
             'PART 2 (RECERTIFICATION LISTING) NOT REQUESTED THIS RUN'.

       01 WS-BAD-CARD-LINE.
          05 FILLER PIC X(60) VALUE
             'CONTROL CARD ERROR -- THRESHOLD 001-999, RECERT Y OR N'.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE.
           PERFORM 2000-REPORT-REFUSALS.
           IF WS-CC-RECERT
               PERFORM 4000-RECERTIFICATION-LISTING
           ELSE
               MOVE SPACES TO REPORT-LINE
               WRITE REPORT-LINE
               WRITE REPORT-LINE FROM WS-NO-RECERT-LINE
           END-IF.
           PERFORM 3000-FINALIZE.
           PERFORM 9900-RECORD-RUN-COMPLETE.
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           PERFORM 9800-RECORD-RUN-START.
           MOVE WS-CURRENT-DATE TO H1-RUN-DATE.
           MOVE SPACES TO WS-CONTROL-CARD.
           ACCEPT WS-CONTROL-CARD FROM SYSIN.

           OPEN OUTPUT SECURITY-REPORT.
           WRITE REPORT-LINE FROM WS-HEADING-1.

           IF WS-CC-THRESHOLD NOT NUMERIC
               OR WS-CC-THRESHOLD EQUAL '000'
               OR NOT WS-CC-RECERT-VALID
               PERFORM 1900-CONTROL-CARD-ABORT
           END-IF.
           MOVE WS-CC-THRESHOLD TO WS-THRESHOLD.

           OPEN INPUT AUTHORITY-LOG-FILE.
           OPEN INPUT USER-AUTHORITY-FILE.

      *****************************************************************
      * BAD CONTROL CARD -- REFUSE TO RUN BEFORE ANY FILE IS READ,
      * THE SAME WAY DFH0XBR5 REFUSES A BAD QUANTITY CARD.
      *****************************************************************
       1900-CONTROL-CARD-ABORT.
           WRITE REPORT-LINE FROM WS-BAD-CARD-LINE.
           CLOSE SECURITY-REPORT.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.

       2000-REPORT-REFUSALS.
           SORT SORT-FILE
               ON ASCENDING KEY SRT-USERID SRT-REQUEST-ID
               INPUT PROCEDURE 2100-BUILD-SORT-FILE
               OUTPUT PROCEDURE 2200-PRODUCE-PART-1.

      *****************************************************************
      * ATL-KEY LEADS WITH THE TIMESTAMP DFH0XCMN 8650-WRITE-AUTH-LOG
      * STAMPS (CCYYMMDD THEN TIME), SO THE DAY'S REFUSALS ARE THOSE
      * WHOSE FIRST EIGHT BYTES ARE THE RUN DATE.
      *****************************************************************
       2100-BUILD-SORT-FILE.
           PERFORM UNTIL WS-EOF
               READ AUTHORITY-LOG-FILE NEXT RECORD
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       IF ATL-TIMESTAMP(1:8) EQUAL WS-CURRENT-DATE
                           MOVE ATL-USERID TO SRT-USERID
                           MOVE ATL-REQUEST-ID TO SRT-REQUEST-ID
                           RELEASE SORT-RECORD
                       END-IF
               END-READ
           END-PERFORM.

       2200-PRODUCE-PART-1.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-THRESHOLD TO P1-THRESHOLD.
           WRITE REPORT-LINE FROM WS-PART1-HEADING.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           WRITE REPORT-LINE FROM WS-PART1-COLUMNS.

           MOVE 'N' TO WS-EOF-SW.
           RETURN SORT-FILE
               AT END
                   SET WS-EOF TO TRUE
           END-RETURN.

           PERFORM UNTIL WS-EOF
               IF WS-FIRST-RECORD
                   OR SRT-USERID NOT EQUAL WS-PRIOR-USERID
                   IF NOT WS-FIRST-RECORD
                       PERFORM 2300-WRITE-REQUEST-COUNT
                       PERFORM 2350-WRITE-USER-TOTAL
                   END-IF
                   MOVE 'N' TO WS-FIRST-RECORD-SW
                   MOVE 0 TO WS-USER-COUNT
                   MOVE 0 TO WS-REQUEST-COUNT
                   MOVE SRT-USERID TO WS-PRIOR-USERID
                   MOVE SRT-REQUEST-ID TO WS-PRIOR-REQUEST-ID
                   ADD 1 TO WS-REFUSED-USERS
               ELSE
                   IF SRT-REQUEST-ID NOT EQUAL WS-PRIOR-REQUEST-ID
                       PERFORM 2300-WRITE-REQUEST-COUNT
                       MOVE 0 TO WS-REQUEST-COUNT
                       MOVE SRT-REQUEST-ID TO WS-PRIOR-REQUEST-ID
                   END-IF
               END-IF

               ADD 1 TO WS-REQUEST-COUNT
               ADD 1 TO WS-USER-COUNT
               ADD 1 TO WS-REFUSAL-TOTAL

               RETURN SORT-FILE
                   AT END
                       SET WS-EOF TO TRUE
               END-RETURN
           END-PERFORM.

           IF WS-FIRST-RECORD
               WRITE REPORT-LINE FROM WS-NO-REFUSALS-LINE
           ELSE
               PERFORM 2300-WRITE-REQUEST-COUNT
               PERFORM 2350-WRITE-USER-TOTAL
           END-IF.

           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-REFUSAL-TOTAL TO P1T-REFUSALS.
           MOVE WS-REFUSED-USERS TO P1T-USERS.
           MOVE WS-FLAGGED-USERS TO P1T-FLAGGED.
           WRITE REPORT-LINE FROM WS-PART1-TOTAL-LINE.

       2300-WRITE-REQUEST-COUNT.
           MOVE WS-PRIOR-USERID TO RF-USERID.
           MOVE WS-PRIOR-REQUEST-ID TO RF-REQUEST-ID.
           MOVE WS-REQUEST-COUNT TO RF-COUNT.
           WRITE REPORT-LINE FROM WS-REFUSAL-LINE.

       2350-WRITE-USER-TOTAL.
           MOVE WS-USER-COUNT TO UT-COUNT.
           IF WS-USER-COUNT > WS-THRESHOLD
               MOVE '*** OVER REFUSAL THRESHOLD ***' TO UT-FLAG
               ADD 1 TO WS-FLAGGED-USERS
           ELSE
               MOVE SPACES TO UT-FLAG
           END-IF.
           WRITE REPORT-LINE FROM WS-USER-TOTAL-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.

      *****************************************************************
      * USERAUTH IS READ IN KEY ORDER, SO THE LISTING COMES OUT BY
      * USERID AND EACH MANAGER CAN FIND THEIR PEOPLE WITHOUT A SORT.
      *****************************************************************
       4000-RECERTIFICATION-LISTING.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           WRITE REPORT-LINE FROM WS-PART2-HEADING.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           WRITE REPORT-LINE FROM WS-PART2-COLUMNS.

           MOVE 'N' TO WS-EOF-SW.
           PERFORM UNTIL WS-EOF
               READ USER-AUTHORITY-FILE NEXT RECORD
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       PERFORM 4100-LIST-ONE-USER
               END-READ
           END-PERFORM.

           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-AUT-USER-COUNT TO P2T-USERS.
           MOVE WS-CONFLICT-USERS TO P2T-CONFLICTS.
           WRITE REPORT-LINE FROM WS-PART2-TOTAL-LINE.

       4100-LIST-ONE-USER.
           PERFORM 4200-TEST-DUTY-CONFLICTS.

           MOVE AUT-USERID TO RC-USERID.
           MOVE AUT-ORDER-SW TO RC-ORDER-SW.
           MOVE AUT-CANCL-SW TO RC-CANCL-SW.
           MOVE AUT-PORD-SW TO RC-PORD-SW.
           MOVE AUT-RECV-SW TO RC-RECV-SW.
           MOVE AUT-MAINT-SW TO RC-MAINT-SW.
           MOVE AUT-APPR-SW TO RC-APPR-SW.
           MOVE AUT-POCL-SW TO RC-POCL-SW.
           MOVE WS-CONFLICT-TEXT TO RC-CONFLICTS.
           WRITE REPORT-LINE FROM WS-RECERT-LINE.

           ADD 1 TO WS-AUT-USER-COUNT.
           IF WS-CONFLICT
               ADD 1 TO WS-CONFLICT-USERS
           END-IF.

      *****************************************************************
      * BUILDS THE LIST OF CONFLICTING DUTY PAIRS THIS USER HOLDS --
      * SEE THE HEADER COMMENT FOR WHY EACH PAIR IS A CONFLICT.
      *****************************************************************
       4200-TEST-DUTY-CONFLICTS.
           MOVE SPACES TO WS-CONFLICT-TEXT.
           MOVE 1 TO WS-CONFLICT-PTR.
           MOVE 'N' TO WS-CONFLICT-SW.

           IF AUT-PORD-ALLOWED AND AUT-RECV-ALLOWED
               STRING 'PORD+RECV ' DELIMITED BY SIZE
                   INTO WS-CONFLICT-TEXT
                   WITH POINTER WS-CONFLICT-PTR
               SET WS-CONFLICT TO TRUE
           END-IF.
           IF AUT-PORD-ALLOWED AND AUT-POCL-ALLOWED
               STRING 'PORD+POCL ' DELIMITED BY SIZE
                   INTO WS-CONFLICT-TEXT
                   WITH POINTER WS-CONFLICT-PTR
               SET WS-CONFLICT TO TRUE
           END-IF.
           IF AUT-RECV-ALLOWED AND AUT-POCL-ALLOWED
               STRING 'RECV+POCL ' DELIMITED BY SIZE
                   INTO WS-CONFLICT-TEXT
                   WITH POINTER WS-CONFLICT-PTR
               SET WS-CONFLICT TO TRUE
           END-IF.
           IF AUT-ORDER-ALLOWED AND AUT-APPR-ALLOWED
               STRING 'ORDR+APPR ' DELIMITED BY SIZE
                   INTO WS-CONFLICT-TEXT
                   WITH POINTER WS-CONFLICT-PTR
               SET WS-CONFLICT TO TRUE
           END-IF.

       3000-FINALIZE.
           IF WS-FLAGGED-USERS > 0 OR WS-CONFLICT-USERS > 0
               MOVE 4 TO RETURN-CODE
           END-IF.

           CLOSE AUTHORITY-LOG-FILE.
           CLOSE USER-AUTHORITY-FILE.
           CLOSE SECURITY-REPORT.

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
           MOVE 'DFH0XBRN' TO RUN-JOB-NAME.
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
           MOVE 'DFH0XBRN' TO RUN-JOB-NAME.
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
