       01 SUBSTITUTE-ITEM-RECORD.
        03 SUB-KEY.
         05 SUB-ITEM-REF PIC 9(4) USAGE DISPLAY.
         05 SUB-PRIORITY PIC 9(2) USAGE DISPLAY.
        03 SUB-ALT-ITEM-REF PIC 9(4) USAGE DISPLAY.
