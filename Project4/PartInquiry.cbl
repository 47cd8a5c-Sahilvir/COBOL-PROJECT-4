      * last few PRICEHST.TXT price changes - the run of
      * PartNameLookup, LocationStockReport, and hand-grepping
      * four files that answering the phone used to take.
      * BACKORD.TXT record layout gains the fill date.
      * OPENPO.TXT record layout gains the drop-ship sales order
      * reference and ship-to.
      * ---------------------------------------------------------

      * Environment division for the masters, orders, and history
           05 STOCK-UNIT-IN                PIC X(4).
           05 PACK-SIZE-IN                 PIC 9(3).
           05 BARCODE-IN                   PIC X(13).
           05 INSPECT-FLAG-IN              PIC X(1).
               88 INSPECT-REQUIRED-IN      VALUE "Y".
           05 QTY-ON-HOLD-IN               PIC 9(5).
           05 SERIAL-FLAG-IN               PIC X(1).
               88 SERIALIZED-PART-IN       VALUE "Y".

       FD OPEN-PO-FILE-IN.
       01 OPEN-PO-RECORD-IN.
           05 OPO-STATUS-IN                PIC X(1).
               88 OPO-LINE-OPEN-IN         VALUE "O".
               88 OPO-LINE-FILLED-IN       VALUE "F".
           05 OPO-UNIT-COST-IN             PIC 9(4)V99.
           05 OPO-QTY-INVOICED-IN          PIC 9(5).
           05 OPO-SO-NUMBER-IN             PIC 9(5).
               88 OPO-STOCK-LINE-IN        VALUE ZERO.
           05 OPO-SO-LINE-IN               PIC 9(3).
           05 OPO-SHIP-TO-CUSTOMER-IN      PIC X(5).
           05 OPO-SHIP-TO-ADDRESS-IN       PIC X(30).

       FD BACKORDER-FILE-IN.
       01 BACKORDER-RECORD-IN.
               88 BO-ORDER-OPEN-IN          VALUE "O".
               88 BO-ORDER-FILLED-IN        VALUE "F".
           05 BO-CUSTOMER-IN                PIC X(5).
           05 BO-FILL-DATE-IN               PIC 9(8).

       FD TRANSACTION-LOG-IN.
       01 TRANSACTION-LOG-RECORD-IN.
