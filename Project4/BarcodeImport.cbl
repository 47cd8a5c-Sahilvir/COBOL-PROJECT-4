           05 STOCK-UNIT-IN                PIC X(4).
           05 PACK-SIZE-IN                 PIC 9(3).
           05 BARCODE-IN                   PIC X(13).
           05 INSPECT-FLAG-IN              PIC X(1).
           05 QTY-ON-HOLD-IN               PIC 9(5).
           05 SERIAL-FLAG-IN               PIC X(1).

      * The named storerooms a capture may be received into
       FD LOCATION-FILE-IN.
