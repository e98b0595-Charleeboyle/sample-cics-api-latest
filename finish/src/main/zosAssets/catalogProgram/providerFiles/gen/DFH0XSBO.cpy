       01 SUBSTITUTE-OFFER-RECORD.
        03 SBO-KEY.
         05 SBO-TIMESTAMP PIC X(15) USAGE DISPLAY.
         05 SBO-SEQUENCE PIC 9(9) USAGE DISPLAY.
        03 SBO-USERID PIC X(8) USAGE DISPLAY.
        03 SBO-CHARGE-DEPT PIC X(8) USAGE DISPLAY.
        03 SBO-ITEM-REF PIC 9(4) USAGE DISPLAY.
        03 SBO-ALT-ITEM-REF PIC 9(4) USAGE DISPLAY.
        03 SBO-REASON-RC PIC 9(2) USAGE DISPLAY.
        03 SBO-REQUEST-ID PIC X(6) USAGE DISPLAY.
