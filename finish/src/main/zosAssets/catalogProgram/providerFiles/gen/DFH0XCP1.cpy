         05 CA-CHARGE-DEPT PIC X(8) USAGE DISPLAY.
         05 CA-ITEM-REF-NUMBER PIC 9(4) USAGE DISPLAY.
         05 CA-QUANTITY-REQ PIC 9(3) USAGE DISPLAY.
         05 CA-SUB-DECLINED-SW PIC X(1) USAGE DISPLAY.
          88 CA-SUB-DECLINED VALUE 'Y'.
         05 CA-SUB-ITEM-REF PIC 9(4) USAGE DISPLAY.
         05 CA-SUB-DESCRIPTION PIC X(40) USAGE DISPLAY.
         05 CA-SUB-COST PIC X(6) USAGE DISPLAY.
         05 CA-SUB-IN-STOCK PIC 9(4) USAGE DISPLAY.
         05 FILLER PIC X(833) USAGE DISPLAY.
        03 CA-ORDER-MULTI-REQUEST REDEFINES CA-REQUEST-SPECIFIC.
         05 CA-MULT-USERID PIC X(8) USAGE DISPLAY.
         05 CA-MULT-CHARGE-DEPT PIC X(8) USAGE DISPLAY.
          07 CA-MULT-ITEM-REF PIC 9(4) USAGE DISPLAY.
          07 CA-MULT-QTY-REQ PIC 9(3) USAGE DISPLAY.
          07 CA-MULT-LINE-RC PIC 9(2) USAGE DISPLAY.
         05 CA-MULT-SUB-LINE OCCURS 10 TIMES.
          07 CA-MULT-SUB-ITEM-REF PIC 9(4) USAGE DISPLAY.
          07 CA-MULT-SUB-DESCRIPTION PIC X(40) USAGE DISPLAY.
          07 CA-MULT-SUB-COST PIC X(6) USAGE DISPLAY.
          07 CA-MULT-SUB-IN-STOCK PIC 9(4) USAGE DISPLAY.
         05 FILLER PIC X(263) USAGE DISPLAY.
        03 CA-INQUIRE-DEPT-REQUEST REDEFINES CA-REQUEST-SPECIFIC.
         05 CA-DEPT-FILTER PIC 9(3) USAGE DISPLAY.
         05 CA-DEPT-LIST-START-REF PIC 9(4) USAGE DISPLAY.
          07 CA-PHQ-EFFECTIVE-DATE PIC X(8) USAGE DISPLAY.
          07 CA-PHQ-CHANGED-BY PIC X(8) USAGE DISPLAY.
         05 FILLER PIC X(203) USAGE DISPLAY.
        03 CA-ORDER-HISTORY-REQUEST REDEFINES CA-REQUEST-SPECIFIC.
         05 CA-OHQ-USERID PIC X(8) USAGE DISPLAY.
         05 CA-OHQ-FROM-DATE PIC X(8) USAGE DISPLAY.
         05 CA-OHQ-TO-DATE PIC X(8) USAGE DISPLAY.
         05 CA-OHQ-START-KEY PIC X(25) USAGE DISPLAY.
         05 CA-OHQ-LAST-KEY PIC X(25) USAGE DISPLAY.
         05 CA-OHQ-LINE-COUNT PIC 9(3) USAGE DISPLAY.
         05 CA-OHQ-RESPONSE-DATA PIC X(810) USAGE DISPLAY.
         05 CA-OHQ-LINE REDEFINES CA-OHQ-RESPONSE-DATA OCCURS 10
           TIMES.
          07 CA-OHQ-TIMESTAMP PIC X(15) USAGE DISPLAY.
          07 CA-OHQ-ITEM-REF PIC 9(4) USAGE DISPLAY.
          07 CA-OHQ-QUANTITY PIC 9(3) USAGE DISPLAY.
          07 CA-OHQ-CHARGE-DEPT PIC X(8) USAGE DISPLAY.
          07 CA-OHQ-STATUS PIC X(11) USAGE DISPLAY.
          07 CA-OHQ-ACTIONED-BY PIC X(8) USAGE DISPLAY.
          07 CA-OHQ-ACTIONED-DATE PIC X(8) USAGE DISPLAY.
          07 CA-OHQ-ENTRY-KEY PIC X(24) USAGE DISPLAY.
         05 FILLER PIC X(24) USAGE DISPLAY.
        03 CA-CANCEL-REQUEST REDEFINES CA-REQUEST-SPECIFIC.
         05 CA-CANCEL-USERID PIC X(8) USAGE DISPLAY.
         05 CA-CANCEL-CHARGE-DEPT PIC X(8) USAGE DISPLAY.
