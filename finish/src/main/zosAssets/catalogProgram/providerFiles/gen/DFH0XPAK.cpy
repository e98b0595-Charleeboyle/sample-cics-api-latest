       01 PO-ACKNOWLEDGEMENT-RECORD.
        03 PAK-PO-NUMBER PIC 9(6) USAGE DISPLAY.
        03 PAK-SUPPLIER-CODE PIC X(6) USAGE DISPLAY.
        03 PAK-STATUS PIC X(1) USAGE DISPLAY.
         88 PAK-TRANSMITTED VALUE 'T'.
         88 PAK-ACCEPTED VALUE 'A'.
         88 PAK-QTY-CHANGED VALUE 'C'.
         88 PAK-REJECTED VALUE 'R'.
        03 PAK-TRANSMIT-DATE PIC X(8) USAGE DISPLAY.
        03 PAK-REQUESTED-DATE PIC X(8) USAGE DISPLAY.
        03 PAK-ACK-DATE PIC X(8) USAGE DISPLAY.
        03 PAK-QTY-CONFIRMED PIC 9(3) USAGE DISPLAY.
        03 PAK-PROMISED-DATE PIC X(8) USAGE DISPLAY.
        03 PAK-REASON PIC X(30) USAGE DISPLAY.
