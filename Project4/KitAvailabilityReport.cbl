      * by its scarcest component, which prints on the line so
      * the buyer knows what to order to unlock more. Written to
      * KITAVAIL.TXT.
      * A component's stock held for receiving inspection is not
      * available to build with - it now comes off the available
      * quantity along with what is allocated.
      * ---------------------------------------------------------

      * Environment division for the bill and the inventory
           05 STOCK-UNIT-IN                PIC X(4).
           05 PACK-SIZE-IN                 PIC 9(3).
           05 BARCODE-IN                   PIC X(13).
           05 INSPECT-FLAG-IN              PIC X(1).
           05 QTY-ON-HOLD-IN               PIC 9(5).
           05 SERIAL-FLAG-IN               PIC X(1).

      * File division for the kit availability report
       FD KIT-REPORT-OUT.
               NOT INVALID KEY
                   COMPUTE AVAILABLE-QTY-WS =
                       QTY-ON-HAND-IN - QTY-ALLOCATED-IN
                       - QTY-ON-HOLD-IN
                   IF AVAILABLE-QTY-WS < 0
                       MOVE ZERO TO AVAILABLE-QTY-WS
                   END-IF
