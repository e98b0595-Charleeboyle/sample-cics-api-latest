       01 BIN-LOCATION-RECORD.
        03 BIN-ITEM-REF PIC 9(4) USAGE DISPLAY.
        03 BIN-LOCATION.
         05 BIN-AISLE PIC X(3) USAGE DISPLAY.
         05 BIN-BAY PIC X(3) USAGE DISPLAY.
         05 BIN-SHELF PIC X(2) USAGE DISPLAY.
