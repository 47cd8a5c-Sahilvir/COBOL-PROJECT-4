      * whatever its size; and any file error on the work file
      * ends the run with RETURN-CODE 8 so the chain's RUNLOG.TXT
      * carries a hard failure instead of a shrug.
      * A "D" drop-ship confirmation from SalesOrderEntry.cbl is
      * recognized and moves no stock - the supplier shipped it
      * straight to the customer.
      * ---------------------------------------------------------

      * Environment division for the snapshot, log, and master
               88 LOG-COUNT-ADJUST          VALUE "C".
               88 LOG-CUST-RETURN           VALUE "U".
               88 LOG-VEND-RETURN           VALUE "V".
               88 LOG-DROP-SHIP             VALUE "D".
           05 FILLER                        PIC X(1).
           05 LOG-VALUE-ENTERED-IN          PIC 9(5)V99.
           05 FILLER                        PIC X(1).
           05 STOCK-UNIT-IN                PIC X(4).
           05 PACK-SIZE-IN                 PIC 9(3).
           05 BARCODE-IN                   PIC X(13).
           05 INSPECT-FLAG-IN              PIC X(1).
           05 QTY-ON-HOLD-IN               PIC 9(5).
           05 SERIAL-FLAG-IN               PIC X(1).

      * File division for the trial balance report
       FD BALANCE-REPORT-OUT.
      * storeroom and adds to the receiving one, and a cycle-count
      * adjustment moves the difference between what the file said
      * and what the counter found. Price and reorder-point
      * entries move no stock, and neither does a drop-ship
      * confirmation (LOG-DROP-SHIP) - the supplier shipped it
      * straight to the customer.
       801-POST-LOG-TO-WORK-FILE.
           MOVE LOG-VALUE-ENTERED-IN TO LOG-QTY-UNITS-WS.
           IF LOG-SELLING OR LOG-VEND-RETURN
