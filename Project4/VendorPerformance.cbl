      * rebuilt each run, so the report covers every supplier
      * whatever the count; any work-file error ends the run with
      * RETURN-CODE 8 instead of a shrugged warning line.
      * OPENPO.TXT record layout gains the drop-ship sales order
      * reference and ship-to.
      * ---------------------------------------------------------

      * Environment division for the order and supplier files
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

       FD SUPPLIER-FILE-IN.
       01 SUPPLIER-RECORD-IN.
