      * UpdateTransaction.cbl relieves a counter sale - a shipped
      * order is traceable through a supplier recall like any
      * other sale.
      * Every shipped "S" line now carries its sales order number
      * in a trailing column of TRANSLOG.TXT, so
      * CustomerInvoicing.cbl can bill a shipment as one invoice
      * per order instead of lumping it in with the customer's
      * counter sales. Programs reading the log ahead of that
      * column are unchanged.
      * An order is now checked against the customer's credit on
      * CUSTMAST.TXT. A customer on credit hold gets no order at
      * all, and a line that would carry the open balance plus
      * the customer's open order lines at list price past the
      * credit limit is refused - unless a second, active
      * operator keys their ID as the supervisor override, which
      * then covers the rest of that order. A zero limit means
      * none has been set and is not checked.
      * A line is now priced when it is keyed - the customer's
      * contract price on CUSTPRIC.TXT while it runs, else the
      * part's quantity break on QTYBREAK.TXT for the quantity
      * ordered, else list - and the net price is kept on the
      * order line as SO-NET-PRICE-OUT. The credit check works
      * from that price, and each shipped "S" line carries it in
      * a further trailing column of TRANSLOG.TXT so invoicing
      * and MarginReport.cbl see what was actually charged.
      * Shipping no longer assumes every open line was picked in
      * full. The quantities actually picked are confirmed first -
      * all in full as before, keyed line by line, or loaded from
      * the pickers' PICKCONF.TXT - and only what was found ships.
      * A short line keeps the rest open with its reservation
      * still on the inventory record, and the part/location goes
      * on the SPOTCNT.TXT spot-count list, since a shelf that
      * could not fill a reserved line means the on-hand figure is
      * wrong. Each shipment prints a packing slip (PACKSLIP.TXT)
      * of what actually went in the box.
      * Stock held for receiving inspection (QTY-ON-HOLD-OUT) is
      * no longer promised or shipped - it comes off the
      * available-to-promise figure when a line is reserved,
      * a shipment may only take the unheld shelf stock, and
      * FIFO relief draws only on each lot's unheld quantity.
      * The credit hold override now needs more than a second
      * active operator - the supervisor ID keyed must carry the
      * credit override permission on its OPERMAST.TXT record, and
      * a refused ID goes to the SECEXCPT.TXT security exception
      * log.
      * An order line can now be drop-shipped - sent by the part's
      * supplier straight to the customer. A drop-ship line neither
      * checks nor reserves INVENT6.TXT stock; it is priced and
      * credit-checked as usual and raised as an OPENPO.TXT line to
      * the part's supplier, numbered off POCTL.TXT (one order per
      * supplier per sales order), carrying the customer, the keyed
      * ship-to address, and the sales order line it fills. The new
      * 'D' action confirms the supplier's shipment against that
      * purchase order: each open drop-ship line is received and
      * closed, its sales order line marked shipped, and a "D" line
      * logged with the customer, order number, and net price - no
      * on-hand effect, billed by CustomerInvoicing.cbl like a
      * shipment. Shipping and the picking list pass drop-ship lines
      * by, and cancelling one cancels its purchase order line.
      * Shipping an order line for a part flagged serialized now
      * prompts for one serial per unit picked, each proved in stock
      * at the line's storeroom on the SERMAST.TXT serial master (or
      * drawn from shelf stock older than the flag); a bad serial
      * leaves the line open. Shipped units are marked sold to the
      * order's customer with a SERHIST.TXT line carrying the order
      * number. Drop-ship lines never touch the shelf and are not
      * asked for serials.
      * A stock line for a part superseded on SUPERSED.TXT, when the
      * old number's available stock cannot cover it, now offers the
      * part it leads to today through every link already in
      * effect. Taking the offer re-reads the replacement at the same
      * storeroom and the line carries on against it; declining
      * refuses the line as before.
      * A shipped or drop-shipped line now raises the customer's
      * unbilled sales on CUSTMAST.TXT until CustomerInvoicing.cbl
      * bills it, and the credit exposure an order is checked against
      * counts those unbilled sales along with the open balance and
      * open order lines.
      * OPERMAST.TXT record layout gains the purchasing, receiving,
      * cash application, QC disposition, and master file
      * maintenance permissions.
      * ---------------------------------------------------------

      * Environment division for the order, master, and log files
           ACCESS MODE IS RANDOM
           RECORD KEY IS OPERATOR-ID-IN.

      * Refused attempts at a function the operator is not
      * permitted - the supervisor reads this each morning
         SELECT SECURITY-LOG-OUT
         ASSIGN DYNAMIC SECEXCPT-PATH-WS
           ORGANIZATION LINE SEQUENTIAL.

         SELECT TRANSACTION-LOG-OUT
         ASSIGN DYNAMIC TRANSLOG-PATH-WS
           ORGANIZATION LINE SEQUENTIAL.
         ASSIGN DYNAMIC PICKLIST-PATH-WS
           ORGANIZATION LINE SEQUENTIAL.

      * The pickers' confirmed quantities, one line per order line
      * picked - only read when the shipment is loaded from it.
         SELECT PICK-CONFIRM-FILE-IN
         ASSIGN DYNAMIC PICKCONF-PATH-WS
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS PICK-CONFIRM-STATUS-WS.

         SELECT PACKING-SLIP-OUT
         ASSIGN DYNAMIC PACKSLIP-PATH-WS
           ORGANIZATION LINE SEQUENTIAL.

         SELECT SPOT-COUNT-OUT
         ASSIGN DYNAMIC SPOTCNT-PATH-WS
           ORGANIZATION LINE SEQUENTIAL.

      * Single-record control file carrying the last sales order
      * number assigned, so order numbers keep climbing across runs.
         SELECT SO-CONTROL-FILE
           RECORD KEY IS LOT-KEY-OUT
           FILE STATUS IS LOT-FILE-STATUS-WS.

      * Contract prices keyed by customer then part, maintained
      * by PriceMaintenance.cbl.
         SELECT CONTRACT-PRICE-FILE
         ASSIGN DYNAMIC CUSTPRIC-PATH-WS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS CONTRACT-PRICE-KEY
           FILE STATUS IS CONTRACT-PRICE-STATUS-WS.

      * Quantity breaks keyed by part then starting quantity, so
      * a START on the part walks its breaks smallest first.
         SELECT QUANTITY-BREAK-FILE
         ASSIGN DYNAMIC QTYBREAK-PATH-WS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS QUANTITY-BREAK-KEY
           FILE STATUS IS QUANTITY-BREAK-STATUS-WS.

      * Keyed by order then line - a drop-ship line is raised here
      * as a purchase order line to the part's supplier.
         SELECT OPEN-PO-FILE-OUT
         ASSIGN DYNAMIC OPENPO-PATH-WS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS OPEN-PO-KEY-OUT
           FILE STATUS IS OPEN-PO-FILE-STATUS-WS.

      * The purchase order number control shared with
      * PurchaseOrderMaintenance and the nightly reorder pass.
         SELECT PO-CONTROL-FILE
         ASSIGN DYNAMIC POCTL-PATH-WS
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS PO-CONTROL-FILE-STATUS-WS.

      * Keyed by part then serial number so a START on the part
      * walks every unit of it ever tracked.
         SELECT SERIAL-FILE-OUT
         ASSIGN DYNAMIC SERMAST-PATH-WS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SERIAL-KEY-OUT
           FILE STATUS IS SERIAL-FILE-STATUS-WS.

      * Every movement of a serialized unit, one line per unit
         SELECT SERIAL-HISTORY-OUT
         ASSIGN DYNAMIC SERHIST-PATH-WS
           ORGANIZATION LINE SEQUENTIAL.

      * Keyed by the old part alone - following a supersession
      * chain is one random READ per link.
         SELECT SUPERSEDE-FILE
         ASSIGN DYNAMIC SUPERSED-PATH-WS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS SUP-OLD-PART
           FILE STATUS IS SUPERSEDE-FILE-STATUS-WS.

      *Describing the file, record, and field structures to be used in
      *the program
       DATA DIVISION.
               88 SO-LINE-OPEN              VALUE "O".
               88 SO-LINE-SHIPPED           VALUE "S".
               88 SO-LINE-CANCELLED         VALUE "C".
           05 SO-NET-PRICE-OUT              PIC 9(4)V99.
           05 SO-DROP-SHIP-OUT              PIC X(1).
               88 SO-LINE-DROP-SHIP         VALUE "Y".
           05 SO-PO-NUMBER-OUT              PIC 9(5).
           05 SO-PO-LINE-OUT                PIC 9(3).

       FD INVENT-FILE-OUT.
       01 INVENTORY-REPORT-OUT.
           05 STOCK-UNIT-OUT                PIC X(4).
           05 PACK-SIZE-OUT                 PIC 9(3).
           05 BARCODE-OUT                   PIC X(13).
           05 INSPECT-FLAG-OUT              PIC X(1).
               88 INSPECT-REQUIRED-OUT      VALUE "Y".
           05 QTY-ON-HOLD-OUT               PIC 9(5).
           05 SERIAL-FLAG-OUT               PIC X(1).
               88 SERIALIZED-PART-OUT       VALUE "Y".

      * The customers an order may be taken for
       FD CUSTOMER-FILE-IN.
           05 CUSTOMER-STATUS-IN             PIC X(1).
               88 CUSTOMER-ACTIVE-IN         VALUE "A".
               88 CUSTOMER-INACTIVE-IN       VALUE "I".
           05 CUSTOMER-CREDIT-LIMIT-IN       PIC 9(7)V99.
           05 CUSTOMER-CREDIT-HOLD-IN        PIC X(1).
               88 CUSTOMER-ON-HOLD-IN        VALUE "Y".
           05 CUSTOMER-OPEN-BALANCE-IN       PIC S9(7)V99
                                             SIGN LEADING SEPARATE.
           05 CUSTOMER-UNBILLED-SALES-IN     PIC 9(7)V99.

      * The operators allowed to take and ship orders
       FD OPERATOR-FILE-IN.
           05 OPERATOR-STATUS-IN             PIC X(1).
               88 OPERATOR-ACTIVE-IN         VALUE "A".
               88 OPERATOR-DISABLED-IN       VALUE "I".
           05 OPERATOR-PERMISSIONS-IN.
               10 PERMIT-PRICE-CHANGE-IN     PIC X(1).
                   88 MAY-CHANGE-PRICE-IN    VALUE "Y".
               10 PERMIT-COUNT-ADJUST-IN     PIC X(1).
                   88 MAY-ADJUST-COUNT-IN    VALUE "Y".
               10 PERMIT-DISCONTINUE-IN      PIC X(1).
                   88 MAY-DISCONTINUE-IN     VALUE "Y".
               10 PERMIT-SUPPLIER-DEACT-IN   PIC X(1).
                   88 MAY-DEACT-SUPPLIER-IN  VALUE "Y".
               10 PERMIT-RUN-OVERRIDE-IN     PIC X(1).
                   88 MAY-OVERRIDE-RUN-IN    VALUE "Y".
               10 PERMIT-CREDIT-OVERRIDE-IN  PIC X(1).
                   88 MAY-OVERRIDE-CREDIT-IN VALUE "Y".
               10 PERMIT-OPERATOR-MAINT-IN   PIC X(1).
                   88 MAY-MAINT-OPERATORS-IN VALUE "Y".
               10 PERMIT-PURCHASING-IN       PIC X(1).
                   88 MAY-PURCHASE-IN        VALUE "Y".
               10 PERMIT-RECEIVING-IN        PIC X(1).
                   88 MAY-RECEIVE-IN         VALUE "Y".
               10 PERMIT-CASH-APPLY-IN       PIC X(1).
                   88 MAY-APPLY-CASH-IN      VALUE "Y".
               10 PERMIT-QC-DISPOSITION-IN   PIC X(1).
                   88 MAY-DISPOSITION-IN     VALUE "Y".
               10 PERMIT-MASTER-MAINT-IN     PIC X(1).
                   88 MAY-MAINT-MASTERS-IN   VALUE "Y".
               10 FILLER                     PIC X(3).

      * One line per refused attempt - who, when, and what
       FD SECURITY-LOG-OUT.
       01 SECURITY-EXCEPTION-RECORD.
           05 SEC-DATE-OUT                  PIC 9(8).
           05 FILLER                        PIC X(1) VALUE SPACE.
           05 SEC-TIME-OUT                  PIC 9(6).
           05 FILLER                        PIC X(1) VALUE SPACE.
           05 SEC-OPERATOR-OUT              PIC X(8).
           05 FILLER                        PIC X(1) VALUE SPACE.
           05 SEC-PROGRAM-OUT               PIC X(24).
           05 FILLER                        PIC X(1) VALUE SPACE.
           05 SEC-FUNCTION-OUT              PIC X(30).

      * Sequential log of every accepted online/batch transaction
       FD TRANSACTION-LOG-OUT.
           05 LOG-PACK-QTY-OUT              PIC 9(5).
           05 FILLER                        PIC X(1) VALUE SPACE.
           05 LOG-REASON-OUT                PIC X(1).
           05 FILLER                        PIC X(1) VALUE SPACE.
           05 LOG-SO-NUMBER-OUT             PIC 9(5).
           05 FILLER                        PIC X(1) VALUE SPACE.
           05 LOG-NET-PRICE-OUT             PIC 9(4)V99.

      * File division for the printed picking list
       FD PICKING-LIST-OUT.
       01 PICKING-LIST-LINE                PIC X(80).

      * One line per order line picked - the quantity found
       FD PICK-CONFIRM-FILE-IN.
       01 PICK-CONFIRM-RECORD-IN.
           05 PC-SO-NUMBER-IN               PIC 9(5).
           05 PC-LINE-IN                    PIC 9(3).
           05 PC-QTY-PICKED-IN              PIC 9(5).

      * File division for the packing slip sent with a shipment
       FD PACKING-SLIP-OUT.
       01 PACKING-SLIP-LINE                PIC X(80).

      * File division for the spot-count list of short picks
       FD SPOT-COUNT-OUT.
       01 SPOT-COUNT-LINE                  PIC X(80).

      * File division for the order number control file
       FD SO-CONTROL-FILE.
       01 SO-CONTROL-RECORD.
           05 SOCTL-LAST-SO-NUMBER         PIC 9(5).

      * One record per purchase order line
       FD OPEN-PO-FILE-OUT.
       01 OPEN-PO-RECORD-OUT.
           05 OPEN-PO-KEY-OUT.
               10 OPO-PO-NUMBER-OUT        PIC 9(5).
               10 OPO-LINE-NUMBER-OUT      PIC 9(3).
           05 OPO-SUPPLIER-CODE-OUT        PIC X(5).
           05 OPO-PART-NUMBER-OUT          PIC 9(5).
           05 OPO-LOCATION-OUT             PIC X(2).
           05 OPO-QTY-ORDERED-OUT          PIC 9(5).
           05 OPO-QTY-RECEIVED-OUT         PIC 9(5).
           05 OPO-ORDER-DATE-OUT           PIC 9(8).
           05 OPO-RECEIVED-DATE-OUT        PIC 9(8).
           05 OPO-STATUS-OUT               PIC X(1).
               88 OPO-LINE-OPEN            VALUE "O".
               88 OPO-LINE-FILLED          VALUE "F".
           05 OPO-UNIT-COST-OUT            PIC 9(4)V99.
           05 OPO-QTY-INVOICED-OUT         PIC 9(5).
           05 OPO-SO-NUMBER-OUT            PIC 9(5).
               88 OPO-STOCK-LINE           VALUE ZERO.
           05 OPO-SO-LINE-OUT              PIC 9(3).
           05 OPO-SHIP-TO-CUSTOMER-OUT     PIC X(5).
           05 OPO-SHIP-TO-ADDRESS-OUT      PIC X(30).

       FD PO-CONTROL-FILE.
       01 PO-CONTROL-RECORD.
           05 POCTL-LAST-PO-NUMBER         PIC 9(5).

      * One record per lot still holding stock at a storeroom
       FD LOT-FILE-OUT.
       01 LOT-MASTER-RECORD.
               10 LOT-ID-OUT                PIC X(10).
           05 LOT-QTY-ON-HAND-OUT           PIC 9(5).
           05 LOT-RECEIPT-DATE-OUT          PIC 9(8).
           05 LOT-HOLD-FLAG-OUT             PIC X(1).
               88 LOT-HELD-OUT              VALUE "Y".
           05 LOT-QTY-ON-HOLD-OUT           PIC 9(5).
           05 LOT-HOLD-DATE-OUT             PIC 9(8).

      * One record per customer/part contract - a zero end date
      * means the contract is open-ended
       FD CONTRACT-PRICE-FILE.
       01 CONTRACT-PRICE-RECORD.
           05 CONTRACT-PRICE-KEY.
               10 CP-CUSTOMER               PIC X(5).
               10 CP-PART-NUMBER            PIC 9(5).
           05 CP-CONTRACT-PRICE             PIC 9(4)V99.
           05 CP-START-DATE                 PIC 9(8).
           05 CP-END-DATE                   PIC 9(8).

      * One record per part/starting quantity - the discount off
      * list that applies from that quantity up to the next break
       FD QUANTITY-BREAK-FILE.
       01 QUANTITY-BREAK-RECORD.
           05 QUANTITY-BREAK-KEY.
               10 QB-PART-NUMBER            PIC 9(5).
               10 QB-FROM-QTY               PIC 9(5).
           05 QB-DISCOUNT-PCT               PIC 9(2)V99.

      * One record per serialized unit - where it is and who has it
       FD SERIAL-FILE-OUT.
       01 SERIAL-MASTER-RECORD.
           05 SERIAL-KEY-OUT.
               10 SER-PART-NUMBER-OUT       PIC 9(5).
               10 SER-SERIAL-NUMBER-OUT     PIC X(15).
           05 SER-STATUS-OUT                PIC X(1).
               88 SER-IN-STOCK              VALUE "I".
               88 SER-SOLD                  VALUE "S".
               88 SER-RETURNED              VALUE "R".
               88 SER-RETURNED-TO-VENDOR    VALUE "V".
               88 SER-ON-SHELF              VALUES "I" "R".
           05 SER-LOCATION-OUT              PIC X(2).
           05 SER-RECEIPT-DATE-OUT          PIC 9(8).
           05 SER-SALE-DATE-OUT             PIC 9(8).
           05 SER-CUSTOMER-OUT              PIC X(5).
           05 SER-LOT-NUMBER-OUT            PIC X(10).

      * Serial history - one line per unit per movement
       FD SERIAL-HISTORY-OUT.
       01 SERIAL-HISTORY-RECORD.
           05 SH-DATE-OUT                   PIC 9(8).
           05 FILLER                        PIC X(1) VALUE SPACE.
           05 SH-TIME-OUT                   PIC 9(6).
           05 FILLER                        PIC X(1) VALUE SPACE.
           05 SH-PART-NUMBER-OUT            PIC 9(5).
           05 FILLER                        PIC X(1) VALUE SPACE.
           05 SH-SERIAL-NUMBER-OUT          PIC X(15).
           05 FILLER                        PIC X(1) VALUE SPACE.
           05 SH-TRANS-TYPE-OUT             PIC X(1).
           05 FILLER                        PIC X(1) VALUE SPACE.
           05 SH-LOCATION-OUT               PIC X(2).
           05 FILLER                        PIC X(1) VALUE SPACE.
           05 SH-TO-LOCATION-OUT            PIC X(2).
           05 FILLER                        PIC X(1) VALUE SPACE.
           05 SH-CUSTOMER-OUT               PIC X(5).
           05 FILLER                        PIC X(1) VALUE SPACE.
           05 SH-OPERATOR-OUT               PIC X(8).
           05 FILLER                        PIC X(1) VALUE SPACE.
           05 SH-REASON-OUT                 PIC X(1).
           05 FILLER                        PIC X(1) VALUE SPACE.
           05 SH-REFERENCE-OUT              PIC 9(5).

      * One record per replaced part number
       FD SUPERSEDE-FILE.
       01 SUPERSEDE-RECORD.
           05 SUP-OLD-PART                  PIC 9(5).
           05 SUP-NEW-PART                  PIC 9(5).
           05 SUP-EFFECTIVE-DATE            PIC 9(8).
           05 SUP-ENTERED-DATE              PIC 9(8).
           05 SUP-OPERATOR                  PIC X(8).

      * Working storage section begins
       WORKING-STORAGE SECTION.
           05 INVENT6-PATH-WS               PIC X(90).
           05 CUSTMAST-PATH-WS              PIC X(90).
           05 OPERMAST-PATH-WS              PIC X(90).
           05 SECEXCPT-PATH-WS              PIC X(90).
           05 TRANSLOG-PATH-WS              PIC X(90).
           05 PICKLIST-PATH-WS              PIC X(90).
           05 PICKCONF-PATH-WS              PIC X(90).
           05 PACKSLIP-PATH-WS              PIC X(90).
           05 SPOTCNT-PATH-WS               PIC X(90).
           05 SOCTL-PATH-WS                 PIC X(90).
           05 LOTMAST-PATH-WS               PIC X(90).
           05 CUSTPRIC-PATH-WS              PIC X(90).
           05 QTYBREAK-PATH-WS              PIC X(90).
           05 OPENPO-PATH-WS                PIC X(90).
           05 POCTL-PATH-WS                 PIC X(90).
           05 SERMAST-PATH-WS               PIC X(90).
           05 SERHIST-PATH-WS               PIC X(90).
           05 SUPERSED-PATH-WS              PIC X(90).

       01 TEMP.
           05 SALES-ORDER-FILE-STATUS-WS    PIC X(2).
               88 OPERATOR-OK               VALUE "Y".
           05 LOT-FILE-STATUS-WS            PIC X(2).

      * Serial numbers keyed for a shipped line of a serialized
      * part - one per unit, proved against SERMAST.TXT first
       01 SERIAL-VARIABLES.
           05 SERIAL-FILE-STATUS-WS         PIC X(2).
           05 SERIAL-EOF-FLAG               PIC X(1).
           05 SERIALS-OK-SW                 PIC X(1).
               88 SERIALS-OK                VALUE "Y".
           05 SERIAL-COUNT-WS               PIC 9(3).
           05 SERIAL-IDX-WS                 PIC 9(3).
           05 SERIAL-CHECK-IDX-WS           PIC 9(3).
           05 TRACKED-ON-SHELF-WS           PIC 9(5).
           05 UNTRACKED-QTY-WS              PIC S9(7).
           05 SERIAL-TABLE-WS.
               10 SERIAL-KEYED-WS           PIC X(15)
                                            OCCURS 99 TIMES.

      * Credit exposure for the order being keyed - the open
      * balance, sales not yet invoiced, the customer's other
      * open order lines, and the lines accepted so far, all at
      * their net prices.
       01 CREDIT-VARIABLES.
           05 CREDIT-LIMIT-WS               PIC 9(7)V99.
           05 ORDER-EXPOSURE-WS             PIC S9(9)V99.
           05 LINE-VALUE-WS                 PIC 9(9)V99.
           05 UNBILLED-VALUE-WS             PIC 9(9)V99.
           05 SUPERVISOR-ID-WS              PIC X(8).
           05 CREDIT-OVERRIDE-SW            PIC X(1).
               88 CREDIT-OVERRIDDEN         VALUE "Y".
           05 CREDIT-REFUSED-SW             PIC X(1).
               88 CREDIT-REFUSED            VALUE "Y".

      * Drop-ship working set - the purchase order a drop-ship
      * line is raised on, shared by the order's later drop-ship
      * lines for the same supplier, and the ship-to they carry.
       01 DROP-SHIP-VARIABLES.
           05 OPEN-PO-FILE-STATUS-WS        PIC X(2).
           05 PO-CONTROL-FILE-STATUS-WS     PIC X(2).
           05 ORDER-DROP-SHIP-WS            PIC X(1).
               88 ORDER-IS-DROP-SHIP        VALUE "Y".
           05 ENTRY-SHIP-TO-WS              PIC X(30).
           05 SHIP-TO-ADDRESS-WS            PIC X(30).
           05 CURRENT-PO-NUMBER-WS          PIC 9(5).
           05 DROP-PO-NUMBER-WS             PIC 9(5).
           05 DROP-PO-LINE-WS               PIC 9(3).
           05 DROP-PO-SUPPLIER-WS           PIC X(5).
           05 WORK-PO-NUMBER-WS             PIC 9(5).
           05 PO-EOF-FLAG                   PIC X(1).
           05 LINES-CONFIRMED-WS            PIC 9(3).

      * The part a superseded number leads to today - followed
      * through every link already in effect, capped so a damaged
      * file cannot loop. No SUPERSED.TXT means nothing is offered.
       01 SUPERSESSION-VARIABLES.
           05 SUPERSEDE-FILE-STATUS-WS      PIC X(2).
           05 SUPERSEDE-FILE-SW             PIC X(1).
               88 SUPERSEDE-FILE-OPEN       VALUE "Y".
           05 REPLACEMENT-PART-WS           PIC 9(5).
           05 REPLACEMENT-FOUND-SW          PIC X(1).
               88 REPLACEMENT-FOUND         VALUE "Y".
           05 REPLACE-ANSWER-WS             PIC X(1).
           05 CHAIN-END-SW                  PIC X(1).
               88 CHAIN-ENDED               VALUE "Y".
           05 HOP-COUNT-WS                  PIC 9(3).
           05 MAX-HOPS-WS                   PIC 9(3) VALUE 20.

      * Net price resolution - contract, then quantity break, then
      * list. Either table missing simply prices past it.
       01 PRICING-VARIABLES.
           05 CONTRACT-PRICE-STATUS-WS      PIC X(2).
           05 QUANTITY-BREAK-STATUS-WS      PIC X(2).
           05 CONTRACT-FILE-SW              PIC X(1).
               88 CONTRACT-FILE-OPEN        VALUE "Y".
           05 BREAK-FILE-SW                 PIC X(1).
               88 BREAK-FILE-OPEN           VALUE "Y".
           05 PRICE-CUSTOMER-WS             PIC X(5).
           05 PRICE-QTY-WS                  PIC 9(5).
           05 PRICE-TODAY-WS                PIC 9(8).
           05 NET-PRICE-WS                  PIC 9(4)V99.
           05 BREAK-DISCOUNT-WS             PIC 9(2)V99.
           05 BREAK-EOF-FLAG                PIC X(1).
           05 PRICE-SOURCE-WS               PIC X(1).
               88 PRICED-BY-CONTRACT        VALUE "C".
               88 PRICED-BY-BREAK           VALUE "Q".
               88 PRICED-AT-LIST            VALUE "L".

      * The FIFO relief working set - one "S" log line is written
      * per lot segment a shipment draws down.
       01 LOT-RELIEF-VARIABLES.
           05 LOG-PACK-QTY-OUT-WS           PIC 9(5).
           05 FILLER                        PIC X(1) VALUE SPACE.
           05 LOG-REASON-OUT-WS             PIC X(1).
           05 FILLER                        PIC X(1) VALUE SPACE.
           05 LOG-SO-NUMBER-OUT-WS          PIC 9(5).
           05 FILLER                        PIC X(1) VALUE SPACE.
           05 LOG-NET-PRICE-OUT-WS          PIC 9(4)V99.

      * Pick confirmation for the order being shipped - the
      * quantity each line ships is what the picker found, never
      * more than is still open on the line.
       01 PICK-CONFIRM-VARIABLES.
           05 PICK-CONFIRM-STATUS-WS        PIC X(2).
           05 PICK-CONFIRM-EOF-FLAG         PIC X(1).
           05 SHIP-QTY-WS                   PIC 9(5).
           05 LINE-CONFIRMED-SW             PIC X(1).
               88 LINE-CONFIRMED            VALUE "Y".
           05 PICK-CONFIRM-MODE             PIC X(1).
               88 PICKED-IN-FULL            VALUE "F".
               88 KEYING-PICKED-QTY         VALUE "K".
               88 LOADING-PICKED-QTY        VALUE "L".
               88 PICK-CONFIRM-MODE-OK      VALUE "F" "K" "L".
           05 SLIP-UNITS-WS                 PIC 9(7).
           05 SLIP-LINES-WS                 PIC 9(3).

      * The loaded confirmations, slotted by order line number
       01 CONFIRM-TABLE-WS.
           05 CONFIRM-ENTRY-WS              OCCURS 999 TIMES.
               10 CONFIRM-FOUND-SW          PIC X(1) VALUE "N".
               10 CONFIRM-QTY-WS            PIC 9(5) VALUE 0.

       01 SPOT-COUNT-RECORD-WS.
           05 SPT-DATE-OUT                  PIC 9(8).
           05 FILLER                        PIC X(1) VALUE SPACE.
           05 SPT-TIME-OUT                  PIC 9(6).
           05 FILLER                        PIC X(1) VALUE SPACE.
           05 SPT-PART-NUMBER-OUT           PIC 9(5).
           05 FILLER                        PIC X(1) VALUE SPACE.
           05 SPT-LOCATION-OUT              PIC X(2).
           05 FILLER                        PIC X(1) VALUE SPACE.
           05 SPT-SYSTEM-QTY-OUT            PIC 9(5).
           05 FILLER                        PIC X(1) VALUE SPACE.
           05 SPT-QTY-WANTED-OUT            PIC 9(5).
           05 FILLER                        PIC X(1) VALUE SPACE.
           05 SPT-QTY-PICKED-OUT            PIC 9(5).
           05 FILLER                        PIC X(1) VALUE SPACE.
           05 SPT-SO-NUMBER-OUT             PIC 9(5).
           05 FILLER                        PIC X(1) VALUE SPACE.
           05 SPT-SO-LINE-OUT               PIC 9(3).
           05 FILLER                        PIC X(1) VALUE SPACE.
           05 SPT-OPERATOR-OUT              PIC X(8).

       01 CONDITIONS.
         05 RUN-ACTION PIC X(1).
           88 SHIPPING-ORDER VALUE "S".
           88 CANCELLING-ORDER VALUE "C".
           88 PRINTING-PICK-LIST VALUE "P".
           88 CONFIRMING-DROP-SHIP VALUE "D".

      * One slot per open line of the order being pick-listed,
      * printed lowest storeroom location first so the picker
           05 FILLER                        PIC X(50) VALUE
             "**WARNING** PICK TABLE FULL - SOME LINES NOT SHOWN".

       01 SLIP-TITLE-LINE-WS.
           05 FILLER                        PIC X(19) VALUE
               "PACKING SLIP ORDER ".
           05 SLIP-TITLE-ORDER-OUT          PIC 9(5).
           05 FILLER                        PIC X(11) VALUE
               "  CUSTOMER ".
           05 SLIP-TITLE-CUSTOMER-OUT       PIC X(5).
           05 FILLER                        PIC X(1) VALUE SPACE.
           05 SLIP-TITLE-NAME-OUT           PIC X(20).
           05 FILLER                        PIC X(10) VALUE
               "  SHIPPED ".
           05 SLIP-TITLE-DATE-OUT           PIC 9(8).

       01 SLIP-COLUMN-HDR.
           05 FILLER                       PIC X(4)  VALUE "LINE".
           05 FILLER                       PIC X(2)  VALUE SPACES.
           05 FILLER                       PIC X(10) VALUE "PARTNUMBER".
           05 FILLER                       PIC X(2)  VALUE SPACES.
           05 FILLER                       PIC X(8)  VALUE "PARTNAME".
           05 FILLER                       PIC X(14) VALUE SPACES.
           05 FILLER                       PIC X(3)  VALUE "LOC".
           05 FILLER                       PIC X(2)  VALUE SPACES.
           05 FILLER                       PIC X(7)  VALUE "ORDERED".
           05 FILLER                       PIC X(2)  VALUE SPACES.
           05 FILLER                       PIC X(7)  VALUE "SHIPPED".
           05 FILLER                       PIC X(2)  VALUE SPACES.
           05 FILLER                       PIC X(9)  VALUE "TO FOLLOW".

       01 SLIP-DETAIL-LINE-WS.
           05 SLP-LINE-OUT                  PIC 9(3).
           05 FILLER                        PIC X(3) VALUE SPACES.
           05 SLP-PART-NUMBER-OUT           PIC 9(5).
           05 FILLER                        PIC X(7) VALUE SPACES.
           05 SLP-PART-NAME-OUT             PIC X(20).
           05 FILLER                        PIC X(2) VALUE SPACES.
           05 SLP-LOCATION-OUT              PIC X(2).
           05 FILLER                        PIC X(5) VALUE SPACES.
           05 SLP-QTY-ORDERED-OUT           PIC ZZZZ9.
           05 FILLER                        PIC X(4) VALUE SPACES.
           05 SLP-QTY-SHIPPED-OUT           PIC ZZZZ9.
           05 FILLER                        PIC X(6) VALUE SPACES.
           05 SLP-QTY-TO-FOLLOW-OUT         PIC ZZZZ9.

       01 SLIP-TRAILER-LINE-WS.
           05 FILLER                        PIC X(14) VALUE
               "UNITS SHIPPED ".
           05 SLIP-TRAILER-UNITS-OUT        PIC ZZZZZZ9.
           05 FILLER                        PIC X(16) VALUE
               "  LINES SHIPPED ".
           05 SLIP-TRAILER-LINES-OUT        PIC ZZ9.

       01 SLIP-NOTHING-LINE-WS.
           05 FILLER                        PIC X(29) VALUE
               "NOTHING SHIPPED ON THIS ORDER".

       01 SECURITY-VARIABLES.
           05 SECURITY-OPERATOR-WS          PIC X(8).
           05 SECURITY-FUNCTION-WS          PIC X(30).

      * Screen Section begins
       SCREEN SECTION.
       01 ORDER-LINE-SCRN.
         05 LOCATION-IN TO ORDER-LOCATION-WS LINE 6 COL 27.
         05 VALUE "Quantity Ordered->" LINE 7 COL 10.
         05 ORDER-QTY-IN TO ORDER-QTY-WS LINE 7 COL 29.
         05 VALUE "DROP SHIP (Y/N)->" LINE 8 COL 10.
         05 DROP-SHIP-IN TO ORDER-DROP-SHIP-WS LINE 8 COL 28.

      * Procedure division begins
       PROCEDURE DIVISION.
           IF PRINTING-PICK-LIST
               PERFORM  304-PRINT-PICKING-LIST
           END-IF.
           IF CONFIRMING-DROP-SHIP
               PERFORM  305-CONFIRM-DROP-SHIPMENT
           END-IF.
           PERFORM  204-TERMINATE-SALES-ORDERS.
           STOP RUN.

               OPEN I-O SALES-ORDER-FILE-OUT
           END-IF.
           OPEN I-O INVENT-FILE-OUT.
           OPEN I-O CUSTOMER-FILE-IN.
           OPEN INPUT OPERATOR-FILE-IN.
           OPEN EXTEND TRANSACTION-LOG-OUT.
           OPEN EXTEND SPOT-COUNT-OUT.
           PERFORM  207-OPEN-LOT-FILE.
           PERFORM  210-OPEN-SERIAL-FILE.
           OPEN EXTEND SERIAL-HISTORY-OUT.
           PERFORM  209-OPEN-OPEN-PO-FILE.
           PERFORM  208-OPEN-PRICE-FILES.
           PERFORM  211-OPEN-SUPERSEDE-FILE.
           PERFORM  701-READ-SO-CONTROL-NUMBER.

       202-PROMPT-RUN-ACTION.
           DISPLAY
           "TYPE 'E' ENTER, 'S' SHIP, 'C' CANCEL, 'P' PICK LIST, "
           "'D' DROP-SHIP CONFIRM"
           ACCEPT RUN-ACTION.

       204-TERMINATE-SALES-ORDERS.
           CLOSE CUSTOMER-FILE-IN.
           CLOSE OPERATOR-FILE-IN.
           CLOSE TRANSACTION-LOG-OUT.
           CLOSE SPOT-COUNT-OUT.
           CLOSE LOT-FILE-OUT.
           CLOSE SERIAL-FILE-OUT.
           CLOSE SERIAL-HISTORY-OUT.
           CLOSE OPEN-PO-FILE-OUT.
           IF CONTRACT-FILE-OPEN
               CLOSE CONTRACT-PRICE-FILE
           END-IF.
           IF BREAK-FILE-OPEN
               CLOSE QUANTITY-BREAK-FILE
           END-IF.
           IF SUPERSEDE-FILE-OPEN
               CLOSE SUPERSEDE-FILE
           END-IF.
           PERFORM  702-REWRITE-SO-CONTROL-NUMBER.

      * A first run with no lot file yet builds it fresh and then
               OPEN I-O LOT-FILE-OUT
           END-IF.

      * A first run with no serial master builds it fresh and
      * reopens it I-O, the same way the lot file opens.
       210-OPEN-SERIAL-FILE.
           OPEN I-O SERIAL-FILE-OUT.
           IF SERIAL-FILE-STATUS-WS NOT = "00"
               OPEN OUTPUT SERIAL-FILE-OUT
               CLOSE SERIAL-FILE-OUT
               OPEN I-O SERIAL-FILE-OUT
           END-IF.

      * The open purchase order file is built fresh on a first run
      * the same way, for an order desk raising a drop-ship before
      * the buying desk has placed any order.
       209-OPEN-OPEN-PO-FILE.
           OPEN I-O OPEN-PO-FILE-OUT.
           IF OPEN-PO-FILE-STATUS-WS NOT = "00"
               OPEN OUTPUT OPEN-PO-FILE-OUT
               CLOSE OPEN-PO-FILE-OUT
               OPEN I-O OPEN-PO-FILE-OUT
           END-IF.

      * The price tables are optional - until PriceMaintenance has
      * built them every line prices at list, as it always has.
       208-OPEN-PRICE-FILES.
           MOVE FUNCTION CURRENT-DATE(1:8) TO PRICE-TODAY-WS.
           MOVE "N" TO CONTRACT-FILE-SW.
           MOVE "N" TO BREAK-FILE-SW.
           OPEN INPUT CONTRACT-PRICE-FILE.
           IF CONTRACT-PRICE-STATUS-WS = "00"
               MOVE "Y" TO CONTRACT-FILE-SW
           END-IF.
           OPEN INPUT QUANTITY-BREAK-FILE.
           IF QUANTITY-BREAK-STATUS-WS = "00"
               MOVE "Y" TO BREAK-FILE-SW
           END-IF.

      * The supersession file is optional like the price tables -
      * until SupersessionMaintenance has built it no part is
      * superseded and no replacement is ever offered.
       211-OPEN-SUPERSEDE-FILE.
           MOVE "N" TO SUPERSEDE-FILE-SW.
           OPEN INPUT SUPERSEDE-FILE.
           IF SUPERSEDE-FILE-STATUS-WS = "00"
               MOVE "Y" TO SUPERSEDE-FILE-SW
           END-IF.

      * The order and its log lines are worthless without knowing
      * who took it - sign-on repeats until an active ID is given.
       205-SIGN-ON-OPERATOR.
           WRITE SO-CONTROL-RECORD.
           CLOSE SO-CONTROL-FILE.

       703-READ-PO-CONTROL-NUMBER.
           OPEN INPUT PO-CONTROL-FILE.
           IF PO-CONTROL-FILE-STATUS-WS = "00"
               READ PO-CONTROL-FILE
                   AT END MOVE 0 TO CURRENT-PO-NUMBER-WS
                   NOT AT END
                       MOVE POCTL-LAST-PO-NUMBER
                           TO CURRENT-PO-NUMBER-WS
               END-READ
               CLOSE PO-CONTROL-FILE
           ELSE
               MOVE 0 TO CURRENT-PO-NUMBER-WS
           END-IF.

       704-REWRITE-PO-CONTROL-NUMBER.
           OPEN OUTPUT PO-CONTROL-FILE.
           MOVE CURRENT-PO-NUMBER-WS TO POCTL-LAST-PO-NUMBER.
           WRITE PO-CONTROL-RECORD.
           CLOSE PO-CONTROL-FILE.

       705-READ-NEXT-PO-LINE.
           READ OPEN-PO-FILE-OUT NEXT RECORD
               AT END
                   MOVE "Y" TO PO-EOF-FLAG
               NOT AT END
                   IF OPO-PO-NUMBER-OUT NOT = WORK-PO-NUMBER-WS
                       MOVE "Y" TO PO-EOF-FLAG
                   END-IF
           END-READ.

      * One order per customer call - lines are keyed until a zero
      * part number ends the order. Each accepted line reserves
      * its quantity on the inventory record on the spot.
                       DISPLAY "CUSTOMER IS INACTIVE"
                       MOVE 0 TO ORDER-PART-NUMBER-WS
                   ELSE
                       PERFORM  827-CHECK-CUSTOMER-CREDIT
                       IF CREDIT-REFUSED
                           MOVE 0 TO ORDER-PART-NUMBER-WS
                       ELSE
                           ADD 1 TO CURRENT-SO-NUMBER-WS
                           MOVE 0 TO CURRENT-SO-LINE-WS
                           MOVE 0 TO DROP-PO-NUMBER-WS
                           MOVE SPACES TO DROP-PO-SUPPLIER-WS
                           MOVE SPACES TO SHIP-TO-ADDRESS-WS
                           DISPLAY "ORDER NUMBER "
                               CURRENT-SO-NUMBER-WS
                           PERFORM  801-PROMPT-ORDER-LINE
                       END-IF
                   END-IF
           END-READ.
           PERFORM  802-TAKE-ORDER-LINE
      * The available-to-promise figure is the shelf quantity less
      * what other orders have already reserved - a line wanting
      * more than that is refused outright, not half-promised.
      * A drop-ship line comes from the supplier, not the shelf -
      * it neither checks nor reserves stock, and is raised as a
      * purchase order line instead.
      * A superseded part whose remaining stock cannot cover the
      * line offers its current replacement before refusing it.
       802-TAKE-ORDER-LINE.
           MOVE "Y" TO LINE-OK-SW.
           IF ORDER-DROP-SHIP-WS NOT = "Y"
               MOVE "N" TO ORDER-DROP-SHIP-WS
           END-IF.
           MOVE ORDER-PART-NUMBER-WS TO PART-NUMBER-OUT.
           MOVE ORDER-LOCATION-WS TO LOCATION-CODE-OUT.
           READ INVENT-FILE-OUT
                   DISPLAY "INVALID PART-NUMBER OR LOCATION"
                   MOVE "N" TO LINE-OK-SW
           END-READ.
           IF LINE-OK AND ORDER-IS-DROP-SHIP
               PERFORM  845-CHECK-DROP-SHIP-LINE
           END-IF.
           IF LINE-OK AND NOT ORDER-IS-DROP-SHIP
               COMPUTE AVAILABLE-QTY-WS =
                   QTY-ON-HAND-OUT - QTY-ALLOCATED-OUT
                   - QTY-ON-HOLD-OUT
               IF ORDER-QTY-WS > AVAILABLE-QTY-WS
                   PERFORM  862-OFFER-REPLACEMENT-PART
               END-IF
           END-IF.
           IF LINE-OK
               MOVE ORDER-CUSTOMER-WS TO PRICE-CUSTOMER-WS
               MOVE ORDER-QTY-WS TO PRICE-QTY-WS
               PERFORM  832-RESOLVE-NET-PRICE
               DISPLAY "NET PRICE " NET-PRICE-WS
                   " (" PRICE-SOURCE-WS ")"
               COMPUTE LINE-VALUE-WS = ORDER-QTY-WS * NET-PRICE-WS
               IF CREDIT-LIMIT-WS > 0 AND NOT CREDIT-OVERRIDDEN
                   PERFORM  831-CHECK-LINE-AGAINST-LIMIT
               END-IF
           END-IF.
           IF LINE-OK AND NOT ORDER-IS-DROP-SHIP
               ADD ORDER-QTY-WS TO QTY-ALLOCATED-OUT
               REWRITE INVENTORY-REPORT-OUT
                   INVALID KEY
                       MOVE "N" TO LINE-OK-SW
               END-REWRITE
           END-IF.
           IF LINE-OK AND ORDER-IS-DROP-SHIP
               PERFORM  846-RAISE-DROP-SHIP-PO-LINE
           END-IF.
           IF LINE-OK
               PERFORM  803-WRITE-ORDER-LINE
               ADD LINE-VALUE-WS TO ORDER-EXPOSURE-WS
           END-IF.
           PERFORM  801-PROMPT-ORDER-LINE.

           MOVE ORDER-QTY-WS TO SO-QTY-OPEN-OUT.
           MOVE FUNCTION CURRENT-DATE(1:8) TO SO-ORDER-DATE-OUT.
           MOVE "O" TO SO-STATUS-OUT.
           MOVE NET-PRICE-WS TO SO-NET-PRICE-OUT.
           MOVE ORDER-DROP-SHIP-WS TO SO-DROP-SHIP-OUT.
           IF ORDER-IS-DROP-SHIP
               MOVE DROP-PO-NUMBER-WS TO SO-PO-NUMBER-OUT
               MOVE DROP-PO-LINE-WS TO SO-PO-LINE-OUT
           ELSE
               MOVE ZERO TO SO-PO-NUMBER-OUT
               MOVE ZERO TO SO-PO-LINE-OUT
           END-IF.
           WRITE SALES-ORDER-RECORD-OUT
               INVALID KEY
                   DISPLAY "DUPLICATE ORDER LINE KEY"
      * Shipping turns each open line into the sale it promised -
      * the stock and the reservation come off together, and the
      * "S" log line carries the order's customer so the log reads
      * exactly like the counter sale it finally is. What ships is
      * what the picker confirms was found, and the packing slip
      * lists exactly that.
       302-SHIP-SALES-ORDER.
           DISPLAY "ENTER ORDER NUMBER->".
           ACCEPT WORK-SO-NUMBER-WS.
           DISPLAY
           "PICKED: 'F' ALL IN FULL, 'K' KEY EACH LINE, 'L' LOAD FILE"
           ACCEPT PICK-CONFIRM-MODE.
           IF LOADING-PICKED-QTY
               PERFORM  837-LOAD-PICK-CONFIRMATIONS
           END-IF.
           IF NOT PICK-CONFIRM-MODE-OK
               DISPLAY "NO PICK CONFIRMATION - ORDER NOT SHIPPED"
               MOVE "Y" TO ORDER-EOF-FLAG
           ELSE
               PERFORM  804-START-AT-ORDER
           END-IF.
           IF ORDER-EOF-FLAG NOT = "Y"
               PERFORM  805-READ-NEXT-ORDER-LINE
           END-IF.
           IF ORDER-EOF-FLAG NOT = "Y"
               PERFORM  838-START-PACKING-SLIP
               PERFORM  806-SHIP-ONE-ORDER-LINE
                   UNTIL ORDER-EOF-FLAG = "Y"
               PERFORM  839-FINISH-PACKING-SLIP
           END-IF.

       303-CANCEL-SALES-ORDER.
           END-IF.
           PERFORM  809-WRITE-PICKING-LIST.

      * The supplier's shipment notice quotes our purchase order -
      * every open drop-ship line on it is confirmed in full: the
      * purchase order line is received and closed, the sales
      * order line shipped, and a "D" log line written with the
      * order's customer, order number, and net price so it is
      * billed like any shipment. Nothing touches the shelf.
       305-CONFIRM-DROP-SHIPMENT.
           DISPLAY "ENTER DROP-SHIP PURCHASE ORDER NUMBER->".
           ACCEPT WORK-PO-NUMBER-WS.
           MOVE 0 TO LINES-CONFIRMED-WS.
           MOVE "N" TO PO-EOF-FLAG.
           MOVE WORK-PO-NUMBER-WS TO OPO-PO-NUMBER-OUT.
           MOVE 0 TO OPO-LINE-NUMBER-OUT.
           START OPEN-PO-FILE-OUT
               KEY IS NOT LESS THAN OPEN-PO-KEY-OUT
               INVALID KEY
                   MOVE "Y" TO PO-EOF-FLAG
           END-START.
           IF PO-EOF-FLAG NOT = "Y"
               PERFORM  705-READ-NEXT-PO-LINE
               PERFORM  848-CONFIRM-ONE-PO-LINE
                   UNTIL PO-EOF-FLAG = "Y"
           END-IF.
           IF LINES-CONFIRMED-WS = 0
               DISPLAY "NO OPEN DROP-SHIP LINES ON THAT ORDER"
           ELSE
               DISPLAY LINES-CONFIRMED-WS " DROP-SHIP LINES CONFIRMED"
           END-IF.

       804-START-AT-ORDER.
           MOVE "N" TO ORDER-EOF-FLAG.
           MOVE WORK-SO-NUMBER-WS TO SO-NUMBER-OUT.
           END-READ.

       806-SHIP-ONE-ORDER-LINE.
           IF SO-LINE-OPEN AND SO-LINE-DROP-SHIP
               DISPLAY "LINE " SO-LINE-OUT
                   " DROP-SHIP - SHIPPED BY THE SUPPLIER"
           END-IF.
           IF SO-LINE-OPEN AND NOT SO-LINE-DROP-SHIP
               PERFORM  840-DETERMINE-PICKED-QTY
               IF LINE-CONFIRMED
                   PERFORM  810-POST-SHIPMENT-TO-STOCK
               END-IF
           END-IF.
           PERFORM  805-READ-NEXT-ORDER-LINE.

       807-CANCEL-ONE-ORDER-LINE.
           IF SO-LINE-OPEN
               IF SO-LINE-DROP-SHIP
                   PERFORM  851-CANCEL-DROP-SHIP-PO-LINE
               ELSE
                   PERFORM  811-RELEASE-LINE-RESERVATION
               END-IF
           END-IF.
           PERFORM  805-READ-NEXT-ORDER-LINE.

       808-COLLECT-PICK-LINE.
           IF SO-LINE-OPEN AND NOT SO-LINE-DROP-SHIP
               PERFORM  812-STORE-PICK-ENTRY
           END-IF.
           PERFORM  805-READ-NEXT-ORDER-LINE.
      * 802-VALIDATE-SELLING-QUANTITY guards a counter sale: a
      * line the shelf cannot cover is refused and stays open
      * rather than driving the on-hand count through zero.
      * Either way the shelf and the stock file disagree, so a
      * refused line or a short pick puts the part/location on
      * the spot-count list.
       810-POST-SHIPMENT-TO-STOCK.
           MOVE SO-PART-NUMBER-OUT TO PART-NUMBER-OUT.
           MOVE SO-LOCATION-OUT TO LOCATION-CODE-OUT.
               INVALID KEY
                   DISPLAY "PART NOT ON INVENTORY FILE"
               NOT INVALID KEY
                   COMPUTE AVAILABLE-QTY-WS =
                       QTY-ON-HAND-OUT - QTY-ON-HOLD-OUT
                   IF SHIP-QTY-WS > AVAILABLE-QTY-WS
                       DISPLAY "LINE " SO-LINE-OUT
                           " EXCEEDS ON-HAND QTY - NOT SHIPPED"
                       PERFORM  841-FLAG-SPOT-COUNT
                   ELSE
                       IF SHIP-QTY-WS < SO-QTY-OPEN-OUT
                           PERFORM  841-FLAG-SPOT-COUNT
                       END-IF
                       MOVE "Y" TO SERIALS-OK-SW
                       MOVE ZERO TO SERIAL-COUNT-WS
                       IF SHIP-QTY-WS > 0 AND SERIALIZED-PART-OUT
                           PERFORM  852-COLLECT-SHIP-SERIALS
                       END-IF
                       IF SHIP-QTY-WS > 0 AND NOT SERIALS-OK
                           DISPLAY "LINE " SO-LINE-OUT
                               " SERIALS NOT PROVED - LEFT OPEN"
                       END-IF
                       IF SHIP-QTY-WS > 0 AND SERIALS-OK
                           PERFORM  818-RELIEVE-STOCK-AND-SHIP
                       END-IF
                       IF SHIP-QTY-WS = 0
                           DISPLAY "LINE " SO-LINE-OUT
                               " NOTHING PICKED - LEFT OPEN"
                       END-IF
                   END-IF
           END-READ.

      * The allocation comes down with the stock - clamped at
      * zero in case a count adjustment already ran it past what
      * the open orders hold. Only the quantity shipped comes
      * off; a short line's remainder stays reserved.
       818-RELIEVE-STOCK-AND-SHIP.
           MOVE QTY-ON-HAND-OUT TO QTY-BEFORE-WS.
           SUBTRACT SHIP-QTY-WS FROM QTY-ON-HAND-OUT.
           IF SHIP-QTY-WS > QTY-ALLOCATED-OUT
               MOVE ZERO TO QTY-ALLOCATED-OUT
           ELSE
               SUBTRACT SHIP-QTY-WS FROM QTY-ALLOCATED-OUT
           END-IF.
           ADD SHIP-QTY-WS TO YTD-QTY-SOLD-OUT.
           REWRITE INVENTORY-REPORT-OUT
               INVALID KEY DISPLAY "INVALID KEY"
               NOT INVALID KEY
                   MOVE SHIP-QTY-WS TO RELIEF-QTY-WS
                   MOVE SO-CUSTOMER-OUT TO RELIEF-CUSTOMER-WS
                   PERFORM  820-RELIEVE-LOTS-AND-LOG
                   PERFORM  865-RAISE-UNBILLED-SALES
                   PERFORM  858-POST-SHIP-SERIALS
                   PERFORM  814-MARK-LINE-SHIPPED
                   PERFORM  842-WRITE-PACKING-SLIP-LINE
           END-REWRITE.

      * The release is clamped at zero the same way the ship path
           MOVE OLDEST-LOT-ID-WS TO LOG-LOT-NUMBER-OUT-WS.
           MOVE ZERO TO LOG-PACK-QTY-OUT-WS.
           MOVE SPACE TO LOG-REASON-OUT-WS.
           MOVE SO-NUMBER-OUT TO LOG-SO-NUMBER-OUT-WS.
           MOVE SO-NET-PRICE-OUT TO LOG-NET-PRICE-OUT-WS.
           WRITE TRANSACTION-LOG-RECORD FROM TRANSACTION-LOG-RECORD-WS.

       825-READ-NEXT-LOT.

      * Strictly-less keeps the first lot keyed on a tied receipt
      * date - the scan runs in lot order, so ties stay stable.
      * Only the lot's unheld quantity can be drawn - stock still
      * in QC stays on the shelf.
       826-CONSIDER-LOT-RECORD.
           IF LOT-QTY-ON-HAND-OUT > LOT-QTY-ON-HOLD-OUT
               AND LOT-RECEIPT-DATE-OUT < OLDEST-DATE-WS
               MOVE "Y" TO OLDEST-FOUND-SW
               MOVE LOT-ID-OUT TO OLDEST-LOT-ID-WS
               MOVE LOT-RECEIPT-DATE-OUT TO OLDEST-DATE-WS
               COMPUTE OLDEST-QTY-WS =
                   LOT-QTY-ON-HAND-OUT - LOT-QTY-ON-HOLD-OUT
           END-IF.
           PERFORM  825-READ-NEXT-LOT.

      * A short line stays open for the quantity still to come.
       814-MARK-LINE-SHIPPED.
           SUBTRACT SHIP-QTY-WS FROM SO-QTY-OPEN-OUT.
           IF SO-QTY-OPEN-OUT = 0
               MOVE "S" TO SO-STATUS-OUT
           END-IF.
           REWRITE SALES-ORDER-RECORD-OUT
               INVALID KEY DISPLAY "INVALID KEY ON ORDER LINE"
           END-REWRITE.
           IF SO-LINE-SHIPPED
               DISPLAY "LINE " SO-LINE-OUT " SHIPPED"
           ELSE
               DISPLAY "LINE " SO-LINE-OUT " SHORT - " SHIP-QTY-WS
                   " SHIPPED, " SO-QTY-OPEN-OUT " LEFT OPEN"
           END-IF.

       815-MARK-LINE-CANCELLED.
           MOVE ZERO TO SO-QTY-OPEN-OUT.
                   TO PICK-BEST-LOCATION-WS
           END-IF.

      * A held customer gets no order unless a supervisor lets it
      * through, and that override stands for the whole order.
      * Otherwise, with a limit set, the exposure the lines are
      * checked against starts at the open balance plus whatever
      * has shipped since the last invoicing run, plus every
      * open line already on order for the customer.
       827-CHECK-CUSTOMER-CREDIT.
           MOVE "N" TO CREDIT-OVERRIDE-SW.
           MOVE "N" TO CREDIT-REFUSED-SW.
           MOVE ZERO TO CREDIT-LIMIT-WS.
           IF CUSTOMER-ON-HOLD-IN
               DISPLAY "CUSTOMER IS ON CREDIT HOLD"
               PERFORM  829-OBTAIN-CREDIT-OVERRIDE
               IF NOT CREDIT-OVERRIDDEN
                   DISPLAY "ORDER REFUSED - CREDIT HOLD"
                   MOVE "Y" TO CREDIT-REFUSED-SW
               END-IF
           END-IF.
           IF NOT CREDIT-REFUSED AND NOT CREDIT-OVERRIDDEN
               AND CUSTOMER-CREDIT-LIMIT-IN > 0
               MOVE CUSTOMER-CREDIT-LIMIT-IN TO CREDIT-LIMIT-WS
               COMPUTE ORDER-EXPOSURE-WS =
                   CUSTOMER-OPEN-BALANCE-IN
                   + CUSTOMER-UNBILLED-SALES-IN
               PERFORM  828-TOTAL-OPEN-ORDER-LINES
           END-IF.

      * The order file is keyed by order number, not customer, so
      * every line is read and only this customer's open ones are
      * priced in - at the net price kept on the line, or at list
      * for a line taken before lines carried one.
       828-TOTAL-OPEN-ORDER-LINES.
           MOVE "N" TO ORDER-EOF-FLAG.
           MOVE 0 TO SO-NUMBER-OUT.
           MOVE 0 TO SO-LINE-OUT.
           START SALES-ORDER-FILE-OUT
               KEY IS NOT LESS THAN SALES-ORDER-KEY-OUT
               INVALID KEY
                   MOVE "Y" TO ORDER-EOF-FLAG
           END-START.
           PERFORM  830-ADD-OPEN-ORDER-LINE
               UNTIL ORDER-EOF-FLAG = "Y".

      * The override has to come from someone other than the
      * operator taking the order - a keyed ID that is the same
      * operator, not on the master, or disabled refuses it.
       829-OBTAIN-CREDIT-OVERRIDE.
           MOVE "N" TO CREDIT-OVERRIDE-SW.
           DISPLAY "SUPERVISOR ID TO OVERRIDE (BLANK TO REFUSE)->".
           ACCEPT SUPERVISOR-ID-WS.
           IF SUPERVISOR-ID-WS NOT = SPACES
               IF SUPERVISOR-ID-WS = OPERATOR-ID-WS
                   DISPLAY "OVERRIDE MUST COME FROM ANOTHER OPERATOR"
               ELSE
                   MOVE SUPERVISOR-ID-WS TO OPERATOR-ID-IN
                   READ OPERATOR-FILE-IN
                       INVALID KEY
                           DISPLAY "OPERATOR NOT ON OPERATOR MASTER"
                       NOT INVALID KEY
                           PERFORM  836-CHECK-OVERRIDE-AUTHORITY
                   END-READ
               END-IF
           END-IF.

       830-ADD-OPEN-ORDER-LINE.
           READ SALES-ORDER-FILE-OUT NEXT RECORD
               AT END
                   MOVE "Y" TO ORDER-EOF-FLAG
               NOT AT END
                   IF SO-CUSTOMER-OUT = ORDER-CUSTOMER-WS
                       AND SO-LINE-OPEN
                       MOVE SO-PART-NUMBER-OUT TO PART-NUMBER-OUT
                       MOVE SO-LOCATION-OUT TO LOCATION-CODE-OUT
                       READ INVENT-FILE-OUT
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               IF SO-NET-PRICE-OUT > 0
                                   MOVE SO-NET-PRICE-OUT
                                       TO NET-PRICE-WS
                               ELSE
                                   MOVE UNIT-PRICE-OUT
                                       TO NET-PRICE-WS
                               END-IF
                               COMPUTE ORDER-EXPOSURE-WS =
                                   ORDER-EXPOSURE-WS +
                                   (SO-QTY-OPEN-OUT * NET-PRICE-WS)
                       END-READ
                   END-IF
           END-READ.

       831-CHECK-LINE-AGAINST-LIMIT.
           IF ORDER-EXPOSURE-WS + LINE-VALUE-WS > CREDIT-LIMIT-WS
               DISPLAY "LINE WOULD PUT CUSTOMER OVER CREDIT LIMIT"
               PERFORM  829-OBTAIN-CREDIT-OVERRIDE
               IF NOT CREDIT-OVERRIDDEN
                   DISPLAY "LINE REFUSED - OVER CREDIT LIMIT"
                   MOVE "N" TO LINE-OK-SW
               END-IF
           END-IF.

      * The net price for PRICE-QTY-WS of the part on the current
      * inventory record. A contract for the customer wins while
      * today falls inside its dates; failing that the deepest
      * quantity break the quantity reaches comes off list;
      * failing both the line sells at list.
       832-RESOLVE-NET-PRICE.
           MOVE UNIT-PRICE-OUT TO NET-PRICE-WS.
           MOVE "L" TO PRICE-SOURCE-WS.
           IF CONTRACT-FILE-OPEN AND PRICE-CUSTOMER-WS NOT = SPACES
               MOVE PRICE-CUSTOMER-WS TO CP-CUSTOMER
               MOVE PART-NUMBER-OUT TO CP-PART-NUMBER
               READ CONTRACT-PRICE-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF CP-START-DATE NOT > PRICE-TODAY-WS
                           AND (CP-END-DATE = 0
                           OR CP-END-DATE NOT < PRICE-TODAY-WS)
                           MOVE CP-CONTRACT-PRICE TO NET-PRICE-WS
                           MOVE "C" TO PRICE-SOURCE-WS
                       END-IF
               END-READ
           END-IF.
           IF BREAK-FILE-OPEN AND NOT PRICED-BY-CONTRACT
               PERFORM  833-FIND-QUANTITY-BREAK
               IF BREAK-DISCOUNT-WS > 0
                   COMPUTE NET-PRICE-WS ROUNDED =
                       UNIT-PRICE-OUT * (100 - BREAK-DISCOUNT-WS)
                       / 100
                   MOVE "Q" TO PRICE-SOURCE-WS
               END-IF
           END-IF.

      * The breaks read smallest quantity first, so the last one
      * the quantity reaches before the part runs out is the one
      * that applies.
       833-FIND-QUANTITY-BREAK.
           MOVE ZERO TO BREAK-DISCOUNT-WS.
           MOVE "N" TO BREAK-EOF-FLAG.
           MOVE PART-NUMBER-OUT TO QB-PART-NUMBER.
           MOVE ZERO TO QB-FROM-QTY.
           START QUANTITY-BREAK-FILE
               KEY IS NOT LESS THAN QUANTITY-BREAK-KEY
               INVALID KEY
                   MOVE "Y" TO BREAK-EOF-FLAG
           END-START.
           IF BREAK-EOF-FLAG NOT = "Y"
               PERFORM  834-READ-NEXT-BREAK
               PERFORM  835-CONSIDER-BREAK
                   UNTIL BREAK-EOF-FLAG = "Y"
           END-IF.

       834-READ-NEXT-BREAK.
           READ QUANTITY-BREAK-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO BREAK-EOF-FLAG
               NOT AT END
                   IF QB-PART-NUMBER NOT = PART-NUMBER-OUT
                       OR QB-FROM-QTY > PRICE-QTY-WS
                       MOVE "Y" TO BREAK-EOF-FLAG
                   END-IF
           END-READ.

       835-CONSIDER-BREAK.
           MOVE QB-DISCOUNT-PCT TO BREAK-DISCOUNT-WS.
           PERFORM  834-READ-NEXT-BREAK.

      * PICKCONF.TXT may carry other orders' picks too - only
      * this order's lines are slotted, the last one keyed for a
      * line standing.
       837-LOAD-PICK-CONFIRMATIONS.
           OPEN INPUT PICK-CONFIRM-FILE-IN.
           IF PICK-CONFIRM-STATUS-WS NOT = "00"
               DISPLAY "PICKCONF.TXT NOT FOUND"
               MOVE SPACE TO PICK-CONFIRM-MODE
           ELSE
               MOVE "N" TO PICK-CONFIRM-EOF-FLAG
               PERFORM  843-READ-PICK-CONFIRMATION
               PERFORM  844-STORE-PICK-CONFIRMATION
                   UNTIL PICK-CONFIRM-EOF-FLAG = "Y"
               CLOSE PICK-CONFIRM-FILE-IN
           END-IF.

       838-START-PACKING-SLIP.
           MOVE ZERO TO SLIP-UNITS-WS.
           MOVE ZERO TO SLIP-LINES-WS.
           OPEN OUTPUT PACKING-SLIP-OUT.
           MOVE SO-CUSTOMER-OUT TO CUSTOMER-CODE-IN.
           READ CUSTOMER-FILE-IN
               INVALID KEY
                   MOVE "(NOT ON FILE)" TO CUSTOMER-NAME-IN
           END-READ.
           MOVE WORK-SO-NUMBER-WS TO SLIP-TITLE-ORDER-OUT.
           MOVE SO-CUSTOMER-OUT TO SLIP-TITLE-CUSTOMER-OUT.
           MOVE CUSTOMER-NAME-IN TO SLIP-TITLE-NAME-OUT.
           MOVE FUNCTION CURRENT-DATE(1:8) TO SLIP-TITLE-DATE-OUT.
           WRITE PACKING-SLIP-LINE FROM SLIP-TITLE-LINE-WS
               BEFORE ADVANCING 2 LINES.
           WRITE PACKING-SLIP-LINE FROM SLIP-COLUMN-HDR.

       839-FINISH-PACKING-SLIP.
           IF SLIP-LINES-WS = 0
               WRITE PACKING-SLIP-LINE FROM SLIP-NOTHING-LINE-WS
                   AFTER ADVANCING 1 LINE
           ELSE
               MOVE SLIP-UNITS-WS TO SLIP-TRAILER-UNITS-OUT
               MOVE SLIP-LINES-WS TO SLIP-TRAILER-LINES-OUT
               WRITE PACKING-SLIP-LINE FROM SLIP-TRAILER-LINE-WS
                   AFTER ADVANCING 1 LINE
           END-IF.
           CLOSE PACKING-SLIP-OUT.
           DISPLAY "PACKING SLIP WRITTEN - UNITS SHIPPED "
               SLIP-UNITS-WS.

      * A line the picker has not confirmed is left alone, and a
      * picked quantity over what is still open is a keying slip,
      * not a reason to ship more than the customer ordered.
       840-DETERMINE-PICKED-QTY.
           MOVE "Y" TO LINE-CONFIRMED-SW.
           IF PICKED-IN-FULL
               MOVE SO-QTY-OPEN-OUT TO SHIP-QTY-WS
           END-IF.
           IF KEYING-PICKED-QTY
               DISPLAY "LINE " SO-LINE-OUT " PART " SO-PART-NUMBER-OUT
                   " LOC " SO-LOCATION-OUT " OPEN " SO-QTY-OPEN-OUT
               DISPLAY "QTY PICKED->"
               ACCEPT SHIP-QTY-WS
           END-IF.
           IF LOADING-PICKED-QTY
               IF CONFIRM-FOUND-SW(SO-LINE-OUT) = "Y"
                   MOVE CONFIRM-QTY-WS(SO-LINE-OUT) TO SHIP-QTY-WS
               ELSE
                   DISPLAY "LINE " SO-LINE-OUT
                       " NOT CONFIRMED - NOT SHIPPED"
                   MOVE "N" TO LINE-CONFIRMED-SW
               END-IF
           END-IF.
           IF LINE-CONFIRMED AND SHIP-QTY-WS > SO-QTY-OPEN-OUT
               DISPLAY "LINE " SO-LINE-OUT
                   " PICKED MORE THAN OPEN - NOT SHIPPED"
               MOVE "N" TO LINE-CONFIRMED-SW
           END-IF.

      * The system quantity is the on-hand before this shipment -
      * what the counter is checking the shelf against.
       841-FLAG-SPOT-COUNT.
           MOVE FUNCTION CURRENT-DATE(1:8) TO SPT-DATE-OUT.
           MOVE FUNCTION CURRENT-DATE(9:6) TO SPT-TIME-OUT.
           MOVE PART-NUMBER-OUT TO SPT-PART-NUMBER-OUT.
           MOVE LOCATION-CODE-OUT TO SPT-LOCATION-OUT.
           MOVE QTY-ON-HAND-OUT TO SPT-SYSTEM-QTY-OUT.
           MOVE SO-QTY-OPEN-OUT TO SPT-QTY-WANTED-OUT.
           MOVE SHIP-QTY-WS TO SPT-QTY-PICKED-OUT.
           MOVE SO-NUMBER-OUT TO SPT-SO-NUMBER-OUT.
           MOVE SO-LINE-OUT TO SPT-SO-LINE-OUT.
           MOVE OPERATOR-ID-WS TO SPT-OPERATOR-OUT.
           WRITE SPOT-COUNT-LINE FROM SPOT-COUNT-RECORD-WS.
           DISPLAY "PART " PART-NUMBER-OUT " LOC " LOCATION-CODE-OUT
               " FLAGGED FOR SPOT COUNT".

       842-WRITE-PACKING-SLIP-LINE.
           ADD SHIP-QTY-WS TO SLIP-UNITS-WS.
           ADD 1 TO SLIP-LINES-WS.
           MOVE SO-LINE-OUT TO SLP-LINE-OUT.
           MOVE SO-PART-NUMBER-OUT TO SLP-PART-NUMBER-OUT.
           MOVE PART-NAME-OUT TO SLP-PART-NAME-OUT.
           MOVE SO-LOCATION-OUT TO SLP-LOCATION-OUT.
           MOVE SO-QTY-ORDERED-OUT TO SLP-QTY-ORDERED-OUT.
           MOVE SHIP-QTY-WS TO SLP-QTY-SHIPPED-OUT.
           MOVE SO-QTY-OPEN-OUT TO SLP-QTY-TO-FOLLOW-OUT.
           WRITE PACKING-SLIP-LINE FROM SLIP-DETAIL-LINE-WS.

       843-READ-PICK-CONFIRMATION.
           READ PICK-CONFIRM-FILE-IN
               AT END
                   MOVE "Y" TO PICK-CONFIRM-EOF-FLAG
           END-READ.

       844-STORE-PICK-CONFIRMATION.
           IF PC-SO-NUMBER-IN = WORK-SO-NUMBER-WS
               AND PC-LINE-IN > 0
               MOVE "Y" TO CONFIRM-FOUND-SW(PC-LINE-IN)
               MOVE PC-QTY-PICKED-IN TO CONFIRM-QTY-WS(PC-LINE-IN)
           END-IF.
           PERFORM  843-READ-PICK-CONFIRMATION.

      * A drop-ship line goes to the part's own supplier, so a
      * part with none cannot be drop-shipped. The ship-to is
      * keyed with the line - the customer master holds no
      * address - and a blank reuses the one keyed for the
      * order's last drop-ship line.
       845-CHECK-DROP-SHIP-LINE.
           IF SUPPLIER-COD-OUT = SPACES
               DISPLAY "PART HAS NO SUPPLIER - CANNOT DROP-SHIP"
               MOVE "N" TO LINE-OK-SW
           ELSE
               DISPLAY "SHIP-TO ADDRESS (BLANK = AS LAST LINE)->"
               ACCEPT ENTRY-SHIP-TO-WS
               IF ENTRY-SHIP-TO-WS NOT = SPACES
                   MOVE ENTRY-SHIP-TO-WS TO SHIP-TO-ADDRESS-WS
               END-IF
               IF SHIP-TO-ADDRESS-WS = SPACES
                   DISPLAY "A DROP-SHIP LINE NEEDS A SHIP-TO ADDRESS"
                   MOVE "N" TO LINE-OK-SW
               END-IF
           END-IF.

      * The order's drop-ship lines for one supplier go on one
      * purchase order - a line for a different supplier takes
      * the next number off POCTL.TXT, written back at once so
      * the buying desk never issues the same number. The line
      * carries the part's weighted-average cost as the agreed
      * price, as the nightly reorder pass does.
       846-RAISE-DROP-SHIP-PO-LINE.
           IF DROP-PO-NUMBER-WS = 0
               OR SUPPLIER-COD-OUT NOT = DROP-PO-SUPPLIER-WS
               PERFORM  847-TAKE-NEXT-PO-NUMBER
               MOVE CURRENT-PO-NUMBER-WS TO DROP-PO-NUMBER-WS
               MOVE SUPPLIER-COD-OUT TO DROP-PO-SUPPLIER-WS
               MOVE 0 TO DROP-PO-LINE-WS
           END-IF.
           ADD 1 TO DROP-PO-LINE-WS.
           MOVE DROP-PO-NUMBER-WS TO OPO-PO-NUMBER-OUT.
           MOVE DROP-PO-LINE-WS TO OPO-LINE-NUMBER-OUT.
           MOVE SUPPLIER-COD-OUT TO OPO-SUPPLIER-CODE-OUT.
           MOVE ORDER-PART-NUMBER-WS TO OPO-PART-NUMBER-OUT.
           MOVE ORDER-LOCATION-WS TO OPO-LOCATION-OUT.
           MOVE ORDER-QTY-WS TO OPO-QTY-ORDERED-OUT.
           MOVE ZERO TO OPO-QTY-RECEIVED-OUT.
           MOVE FUNCTION CURRENT-DATE(1:8) TO OPO-ORDER-DATE-OUT.
           MOVE ZERO TO OPO-RECEIVED-DATE-OUT.
           MOVE "O" TO OPO-STATUS-OUT.
           MOVE UNIT-COST-OUT TO OPO-UNIT-COST-OUT.
           MOVE ZERO TO OPO-QTY-INVOICED-OUT.
           MOVE CURRENT-SO-NUMBER-WS TO OPO-SO-NUMBER-OUT.
           COMPUTE OPO-SO-LINE-OUT = CURRENT-SO-LINE-WS + 1.
           MOVE ORDER-CUSTOMER-WS TO OPO-SHIP-TO-CUSTOMER-OUT.
           MOVE SHIP-TO-ADDRESS-WS TO OPO-SHIP-TO-ADDRESS-OUT.
           WRITE OPEN-PO-RECORD-OUT
               INVALID KEY
                   DISPLAY "DUPLICATE OPEN PO KEY " OPEN-PO-KEY-OUT
                   MOVE "N" TO LINE-OK-SW
               NOT INVALID KEY
                   DISPLAY "DROP-SHIP ON PO " DROP-PO-NUMBER-WS
                       "/" DROP-PO-LINE-WS " TO SUPPLIER "
                       SUPPLIER-COD-OUT
           END-WRITE.

       847-TAKE-NEXT-PO-NUMBER.
           PERFORM  703-READ-PO-CONTROL-NUMBER.
           ADD 1 TO CURRENT-PO-NUMBER-WS.
           PERFORM  704-REWRITE-PO-CONTROL-NUMBER.

      * Only an open line raised for a drop-ship is confirmed - a
      * stock line on the same number is the dock's to receive.
       848-CONFIRM-ONE-PO-LINE.
           IF OPO-LINE-OPEN AND NOT OPO-STOCK-LINE
               MOVE OPO-SO-NUMBER-OUT TO SO-NUMBER-OUT
               MOVE OPO-SO-LINE-OUT TO SO-LINE-OUT
               READ SALES-ORDER-FILE-OUT
                   INVALID KEY
                       DISPLAY "SALES ORDER " OPO-SO-NUMBER-OUT "/"
                           OPO-SO-LINE-OUT " NOT FOUND"
                   NOT INVALID KEY
                       IF SO-LINE-OPEN AND SO-LINE-DROP-SHIP
                           PERFORM  849-POST-DROP-SHIPMENT
                       ELSE
                           DISPLAY "SALES ORDER " SO-NUMBER-OUT "/"
                               SO-LINE-OUT " IS NOT AN OPEN DROP-SHIP"
                       END-IF
               END-READ
           END-IF.
           PERFORM  705-READ-NEXT-PO-LINE.

      * The purchase order line is received in full and closed in
      * the same step the sales order line ships, so the vendor's
      * invoice matches against it like any delivery.
       849-POST-DROP-SHIPMENT.
           MOVE SO-QTY-OPEN-OUT TO SHIP-QTY-WS.
           MOVE OPO-QTY-ORDERED-OUT TO OPO-QTY-RECEIVED-OUT.
           MOVE FUNCTION CURRENT-DATE(1:8) TO OPO-RECEIVED-DATE-OUT.
           MOVE "F" TO OPO-STATUS-OUT.
           REWRITE OPEN-PO-RECORD-OUT
               INVALID KEY
                   DISPLAY "INVALID KEY ON DROP-SHIP PO LINE"
               NOT INVALID KEY
                   PERFORM  850-WRITE-DROP-SHIP-LOG-LINE
                   PERFORM  865-RAISE-UNBILLED-SALES
                   PERFORM  814-MARK-LINE-SHIPPED
                   ADD 1 TO LINES-CONFIRMED-WS
           END-REWRITE.

      * The "D" line reads like a shipped "S" line for billing,
      * but its before and after quantities are the same - the
      * shelf never moved, and the trial balance and recovery
      * programs post nothing from it.
       850-WRITE-DROP-SHIP-LOG-LINE.
           MOVE SO-PART-NUMBER-OUT TO PART-NUMBER-OUT.
           MOVE SO-LOCATION-OUT TO LOCATION-CODE-OUT.
           READ INVENT-FILE-OUT
               INVALID KEY
                   MOVE ZERO TO QTY-ON-HAND-OUT
                   MOVE ZERO TO UNIT-PRICE-OUT
           END-READ.
           MOVE FUNCTION CURRENT-DATE(1:8) TO LOG-DATE-OUT-WS.
           MOVE FUNCTION CURRENT-DATE(9:6) TO LOG-TIME-OUT-WS.
           MOVE SO-PART-NUMBER-OUT TO LOG-PART-NUMBER-OUT-WS.
           MOVE SO-LOCATION-OUT TO LOG-LOCATION-OUT-WS.
           MOVE "D" TO LOG-TRANS-TYPE-OUT-WS.
           MOVE SHIP-QTY-WS TO LOG-VALUE-ENTERED-OUT-WS.
           MOVE QTY-ON-HAND-OUT TO LOG-QTY-BEFORE-OUT-WS.
           MOVE QTY-ON-HAND-OUT TO LOG-QTY-AFTER-OUT-WS.
           MOVE SPACES TO LOG-TO-LOCATION-OUT-WS.
           MOVE SO-CUSTOMER-OUT TO LOG-CUSTOMER-OUT-WS.
           MOVE OPERATOR-ID-WS TO LOG-OPERATOR-OUT-WS.
           MOVE SPACES TO LOG-LOT-NUMBER-OUT-WS.
           MOVE ZERO TO LOG-PACK-QTY-OUT-WS.
           MOVE SPACE TO LOG-REASON-OUT-WS.
           MOVE SO-NUMBER-OUT TO LOG-SO-NUMBER-OUT-WS.
           MOVE SO-NET-PRICE-OUT TO LOG-NET-PRICE-OUT-WS.
           WRITE TRANSACTION-LOG-RECORD FROM TRANSACTION-LOG-RECORD-WS.

      * Cancelling a drop-ship line cancels what the supplier was
      * asked for - the purchase order line closes with nothing
      * received, the way the buying desk cancels a line.
       851-CANCEL-DROP-SHIP-PO-LINE.
           MOVE SO-PO-NUMBER-OUT TO OPO-PO-NUMBER-OUT.
           MOVE SO-PO-LINE-OUT TO OPO-LINE-NUMBER-OUT.
           READ OPEN-PO-FILE-OUT
               INVALID KEY
                   DISPLAY "DROP-SHIP PO LINE NOT FOUND"
               NOT INVALID KEY
                   IF OPO-LINE-OPEN
                       MOVE OPO-QTY-RECEIVED-OUT
                           TO OPO-QTY-ORDERED-OUT
                       MOVE "F" TO OPO-STATUS-OUT
                       REWRITE OPEN-PO-RECORD-OUT
                           INVALID KEY
                               DISPLAY "INVALID KEY ON PO LINE"
                       END-REWRITE
                       DISPLAY "PO " OPO-PO-NUMBER-OUT "/"
                           OPO-LINE-NUMBER-OUT " CANCELLED"
                   END-IF
           END-READ.
           PERFORM  815-MARK-LINE-CANCELLED.

      * A serialized part ships named units only - one serial per
      * unit picked, each in stock at the line's storeroom, or
      * one of the units on the shelf from before the part was
      * serialized while any remain. One bad serial leaves the
      * whole line open.
       852-COLLECT-SHIP-SERIALS.
           MOVE SPACES TO SERIAL-TABLE-WS.
           IF SHIP-QTY-WS > 99
               DISPLAY "LINE " SO-LINE-OUT
                   " SERIALIZED - SHIP 99 UNITS AT MOST AT A TIME"
               MOVE "N" TO SERIALS-OK-SW
           ELSE
               MOVE SHIP-QTY-WS TO SERIAL-COUNT-WS
               DISPLAY "LINE " SO-LINE-OUT " PART "
                   SO-PART-NUMBER-OUT " IS SERIALIZED"
               PERFORM  853-PROMPT-ONE-SERIAL
                   VARYING SERIAL-IDX-WS FROM 1 BY 1
                   UNTIL SERIAL-IDX-WS > SERIAL-COUNT-WS
               MOVE ZERO TO TRACKED-ON-SHELF-WS
               PERFORM  857-START-AT-PART
               IF SERIAL-EOF-FLAG NOT = "Y"
                   PERFORM  856-READ-NEXT-SERIAL
                   PERFORM  854-COUNT-ONE-SERIAL
                       UNTIL SERIAL-EOF-FLAG = "Y"
               END-IF
               COMPUTE UNTRACKED-QTY-WS =
                   QTY-ON-HAND-OUT - TRACKED-ON-SHELF-WS
               PERFORM  855-CHECK-ONE-SERIAL
                   VARYING SERIAL-IDX-WS FROM 1 BY 1
                   UNTIL SERIAL-IDX-WS > SERIAL-COUNT-WS
                   OR NOT SERIALS-OK
           END-IF.
           IF NOT SERIALS-OK
               MOVE ZERO TO SERIAL-COUNT-WS
           END-IF.

       853-PROMPT-ONE-SERIAL.
           DISPLAY "SERIAL NUMBER " SERIAL-IDX-WS " OF "
               SERIAL-COUNT-WS "->".
           ACCEPT SERIAL-KEYED-WS(SERIAL-IDX-WS).

       854-COUNT-ONE-SERIAL.
           IF SER-ON-SHELF
               AND SER-LOCATION-OUT = LOCATION-CODE-OUT
               ADD 1 TO TRACKED-ON-SHELF-WS
           END-IF.
           PERFORM  856-READ-NEXT-SERIAL.

       855-CHECK-ONE-SERIAL.
           IF SERIAL-KEYED-WS(SERIAL-IDX-WS) = SPACES
               DISPLAY "SERIAL NUMBER REQUIRED FOR EACH UNIT"
               MOVE "N" TO SERIALS-OK-SW
           ELSE
               PERFORM  859-CHECK-DUPLICATE-SERIAL
                   VARYING SERIAL-CHECK-IDX-WS FROM 1 BY 1
                   UNTIL SERIAL-CHECK-IDX-WS
                       NOT LESS THAN SERIAL-IDX-WS
           END-IF.
           IF SERIALS-OK
               MOVE PART-NUMBER-OUT TO SER-PART-NUMBER-OUT
               MOVE SERIAL-KEYED-WS(SERIAL-IDX-WS)
                   TO SER-SERIAL-NUMBER-OUT
               READ SERIAL-FILE-OUT
                   INVALID KEY
                       IF UNTRACKED-QTY-WS > 0
                           SUBTRACT 1 FROM UNTRACKED-QTY-WS
                       ELSE
                           MOVE "N" TO SERIALS-OK-SW
                       END-IF
                   NOT INVALID KEY
                       IF NOT SER-ON-SHELF
                           OR SER-LOCATION-OUT NOT = LOCATION-CODE-OUT
                           MOVE "N" TO SERIALS-OK-SW
                       END-IF
               END-READ
               IF NOT SERIALS-OK
                   DISPLAY "SERIAL " SER-SERIAL-NUMBER-OUT
                       " NOT IN STOCK AT " LOCATION-CODE-OUT
               END-IF
           END-IF.

       856-READ-NEXT-SERIAL.
           READ SERIAL-FILE-OUT NEXT RECORD
               AT END
                   MOVE "Y" TO SERIAL-EOF-FLAG
               NOT AT END
                   IF SER-PART-NUMBER-OUT NOT = PART-NUMBER-OUT
                       MOVE "Y" TO SERIAL-EOF-FLAG
                   END-IF
           END-READ.

       857-START-AT-PART.
           MOVE "N" TO SERIAL-EOF-FLAG.
           MOVE PART-NUMBER-OUT TO SER-PART-NUMBER-OUT.
           MOVE LOW-VALUES TO SER-SERIAL-NUMBER-OUT.
           START SERIAL-FILE-OUT
               KEY IS NOT LESS THAN SERIAL-KEY-OUT
               INVALID KEY
                   MOVE "Y" TO SERIAL-EOF-FLAG
           END-START.

      * The stock has been relieved - each unit shipped is marked
      * sold to the order's customer, with the order number on
      * its SERHIST.TXT line.
       858-POST-SHIP-SERIALS.
           PERFORM  860-POST-ONE-SERIAL
               VARYING SERIAL-IDX-WS FROM 1 BY 1
               UNTIL SERIAL-IDX-WS > SERIAL-COUNT-WS.

       859-CHECK-DUPLICATE-SERIAL.
           IF SERIAL-KEYED-WS(SERIAL-CHECK-IDX-WS)
               = SERIAL-KEYED-WS(SERIAL-IDX-WS)
               DISPLAY "SERIAL " SERIAL-KEYED-WS(SERIAL-IDX-WS)
                   " KEYED TWICE"
               MOVE "N" TO SERIALS-OK-SW
           END-IF.

       860-POST-ONE-SERIAL.
           MOVE PART-NUMBER-OUT TO SER-PART-NUMBER-OUT.
           MOVE SERIAL-KEYED-WS(SERIAL-IDX-WS)
               TO SER-SERIAL-NUMBER-OUT.
           READ SERIAL-FILE-OUT
               INVALID KEY
                   MOVE ZERO TO SER-RECEIPT-DATE-OUT
                   MOVE SPACES TO SER-LOT-NUMBER-OUT
                   PERFORM  861-MARK-SERIAL-SOLD
                   WRITE SERIAL-MASTER-RECORD
                       INVALID KEY
                           DISPLAY "INVALID KEY WRITING SERIAL"
                   END-WRITE
               NOT INVALID KEY
                   PERFORM  861-MARK-SERIAL-SOLD
                   REWRITE SERIAL-MASTER-RECORD
                       INVALID KEY
                           DISPLAY "INVALID KEY ON SERIAL"
                   END-REWRITE
           END-READ.
           MOVE SPACES TO SERIAL-HISTORY-RECORD.
           MOVE FUNCTION CURRENT-DATE(1:8) TO SH-DATE-OUT.
           MOVE FUNCTION CURRENT-DATE(9:6) TO SH-TIME-OUT.
           MOVE SER-PART-NUMBER-OUT TO SH-PART-NUMBER-OUT.
           MOVE SER-SERIAL-NUMBER-OUT TO SH-SERIAL-NUMBER-OUT.
           MOVE "S" TO SH-TRANS-TYPE-OUT.
           MOVE LOCATION-CODE-OUT TO SH-LOCATION-OUT.
           MOVE SO-CUSTOMER-OUT TO SH-CUSTOMER-OUT.
           MOVE OPERATOR-ID-WS TO SH-OPERATOR-OUT.
           MOVE SO-NUMBER-OUT TO SH-REFERENCE-OUT.
           WRITE SERIAL-HISTORY-RECORD.

       861-MARK-SERIAL-SOLD.
           MOVE "S" TO SER-STATUS-OUT.
           MOVE LOCATION-CODE-OUT TO SER-LOCATION-OUT.
           MOVE FUNCTION CURRENT-DATE(1:8) TO SER-SALE-DATE-OUT.
           MOVE SO-CUSTOMER-OUT TO SER-CUSTOMER-OUT.

      * Any other active operator used to be enough to release a
      * credit hold - the supervisor's own master record must now
      * carry the credit override permission, and a refused ID is
      * logged against the supervisor who keyed it.
       836-CHECK-OVERRIDE-AUTHORITY.
           IF OPERATOR-DISABLED-IN
               DISPLAY "OPERATOR ID IS DISABLED"
           ELSE
               IF MAY-OVERRIDE-CREDIT-IN
                   MOVE "Y" TO CREDIT-OVERRIDE-SW
                   DISPLAY "CREDIT OVERRIDDEN BY "
                       SUPERVISOR-ID-WS
               ELSE
                   MOVE SUPERVISOR-ID-WS TO SECURITY-OPERATOR-WS
                   MOVE "CREDIT HOLD OVERRIDE"
                       TO SECURITY-FUNCTION-WS
                   PERFORM  950-LOG-SECURITY-EXCEPTION
               END-IF
           END-IF.

      * The old number's stock is gone as far as this line is
      * concerned, so the operator may take the replacement at the
      * same storeroom instead. Taking it re-reads the inventory
      * record, and the line then prices, credit-checks, reserves,
      * and writes against the replacement exactly as if it had
      * been keyed. A replacement short as well refuses the line.
       862-OFFER-REPLACEMENT-PART.
           PERFORM  863-FIND-CURRENT-REPLACEMENT.
           IF NOT REPLACEMENT-FOUND
               DISPLAY "ONLY " AVAILABLE-QTY-WS
                   " AVAILABLE TO PROMISE - LINE REFUSED"
               MOVE "N" TO LINE-OK-SW
           ELSE
               DISPLAY "ONLY " AVAILABLE-QTY-WS
                   " AVAILABLE - PART " ORDER-PART-NUMBER-WS
                   " IS SUPERSEDED BY " REPLACEMENT-PART-WS
               DISPLAY "TAKE THE REPLACEMENT INSTEAD (Y/N)->"
               ACCEPT REPLACE-ANSWER-WS
               IF REPLACE-ANSWER-WS NOT = "Y"
                   DISPLAY "LINE REFUSED"
                   MOVE "N" TO LINE-OK-SW
               ELSE
                   MOVE REPLACEMENT-PART-WS TO ORDER-PART-NUMBER-WS
                   MOVE ORDER-PART-NUMBER-WS TO PART-NUMBER-OUT
                   MOVE ORDER-LOCATION-WS TO LOCATION-CODE-OUT
                   READ INVENT-FILE-OUT
                       INVALID KEY
                           DISPLAY "REPLACEMENT NOT STOCKED AT "
                               "THIS LOCATION - LINE REFUSED"
                           MOVE "N" TO LINE-OK-SW
                       NOT INVALID KEY
                           COMPUTE AVAILABLE-QTY-WS =
                               QTY-ON-HAND-OUT - QTY-ALLOCATED-OUT
                               - QTY-ON-HOLD-OUT
                           IF ORDER-QTY-WS > AVAILABLE-QTY-WS
                               DISPLAY "ONLY " AVAILABLE-QTY-WS
                               " OF REPLACEMENT AVAILABLE - "
                               "LINE REFUSED"
                               MOVE "N" TO LINE-OK-SW
                           END-IF
                   END-READ
               END-IF
           END-IF.

      * Only links already in effect are followed - a replacement
      * dated ahead is not yet the part to sell.
       863-FIND-CURRENT-REPLACEMENT.
           MOVE "N" TO REPLACEMENT-FOUND-SW.
           MOVE ORDER-PART-NUMBER-WS TO REPLACEMENT-PART-WS.
           MOVE ZERO TO HOP-COUNT-WS.
           MOVE "N" TO CHAIN-END-SW.
           IF NOT SUPERSEDE-FILE-OPEN
               MOVE "Y" TO CHAIN-END-SW
           END-IF.
           PERFORM  864-FOLLOW-ONE-LINK
               UNTIL CHAIN-ENDED
               OR HOP-COUNT-WS > MAX-HOPS-WS.

       864-FOLLOW-ONE-LINK.
           MOVE REPLACEMENT-PART-WS TO SUP-OLD-PART.
           READ SUPERSEDE-FILE
               INVALID KEY
                   MOVE "Y" TO CHAIN-END-SW
               NOT INVALID KEY
                   IF SUP-EFFECTIVE-DATE > PRICE-TODAY-WS
                       MOVE "Y" TO CHAIN-END-SW
                   ELSE
                       ADD 1 TO HOP-COUNT-WS
                       MOVE SUP-NEW-PART TO REPLACEMENT-PART-WS
                       MOVE "Y" TO REPLACEMENT-FOUND-SW
                   END-IF
           END-READ.

      * A shipped or drop-shipped line is owed from the moment it
      * is confirmed but is not billed until the next
      * CustomerInvoicing.cbl run, which takes it back off. Until
      * then it rides on the customer's unbilled sales, valued the
      * way invoicing will bill it - at the line's net price, or
      * at list for a line taken before lines carried one.
       865-RAISE-UNBILLED-SALES.
           IF SO-NET-PRICE-OUT > 0
               COMPUTE UNBILLED-VALUE-WS =
                   SHIP-QTY-WS * SO-NET-PRICE-OUT
           ELSE
               COMPUTE UNBILLED-VALUE-WS =
                   SHIP-QTY-WS * UNIT-PRICE-OUT
           END-IF.
           MOVE SO-CUSTOMER-OUT TO CUSTOMER-CODE-IN.
           READ CUSTOMER-FILE-IN
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD UNBILLED-VALUE-WS
                       TO CUSTOMER-UNBILLED-SALES-IN
                       ON SIZE ERROR
                           MOVE 9999999.99
                               TO CUSTOMER-UNBILLED-SALES-IN
                   END-ADD
                   REWRITE CUSTOMER-MASTER-RECORD
                       INVALID KEY
                           DISPLAY "INVALID KEY ON CUSTOMER"
                   END-REWRITE
           END-READ.

      * A refused function is shown to the operator and logged
      * to SECEXCPT.TXT. The log is opened only for the write, so
      * a run with no refusals never touches it.
       950-LOG-SECURITY-EXCEPTION.
           DISPLAY "NOT AUTHORIZED - " SECURITY-FUNCTION-WS.
           DISPLAY "THE ATTEMPT HAS BEEN LOGGED FOR THE SUPERVISOR".
           OPEN EXTEND SECURITY-LOG-OUT.
           MOVE SPACES TO SECURITY-EXCEPTION-RECORD.
           MOVE FUNCTION CURRENT-DATE(1:8) TO SEC-DATE-OUT.
           MOVE FUNCTION CURRENT-DATE(9:6) TO SEC-TIME-OUT.
           MOVE SECURITY-OPERATOR-WS TO SEC-OPERATOR-OUT.
           MOVE "SalesOrderEntry" TO SEC-PROGRAM-OUT.
           MOVE SECURITY-FUNCTION-WS TO SEC-FUNCTION-OUT.
           WRITE SECURITY-EXCEPTION-RECORD.
           CLOSE SECURITY-LOG-OUT.

      * FILECFG.TXT in the working directory carries the data
      * directory on its first line - point it at a copy of the
      * masters and the whole run rehearses there. No config
               "OPERMAST.TXT" DELIMITED BY SIZE
               INTO OPERMAST-PATH-WS
           END-STRING.
           MOVE SPACES TO SECEXCPT-PATH-WS.
           STRING
               FUNCTION TRIM(DATA-DIRECTORY-WS)
                   DELIMITED BY SIZE
               "SECEXCPT.TXT" DELIMITED BY SIZE
               INTO SECEXCPT-PATH-WS
           END-STRING.
           MOVE SPACES TO TRANSLOG-PATH-WS.
           STRING
               FUNCTION TRIM(DATA-DIRECTORY-WS)
               "PICKLIST.TXT" DELIMITED BY SIZE
               INTO PICKLIST-PATH-WS
           END-STRING.
           MOVE SPACES TO PICKCONF-PATH-WS.
           STRING
               FUNCTION TRIM(DATA-DIRECTORY-WS)
                   DELIMITED BY SIZE
               "PICKCONF.TXT" DELIMITED BY SIZE
               INTO PICKCONF-PATH-WS
           END-STRING.
           MOVE SPACES TO PACKSLIP-PATH-WS.
           STRING
               FUNCTION TRIM(DATA-DIRECTORY-WS)
                   DELIMITED BY SIZE
               "PACKSLIP.TXT" DELIMITED BY SIZE
               INTO PACKSLIP-PATH-WS
           END-STRING.
           MOVE SPACES TO SPOTCNT-PATH-WS.
           STRING
               FUNCTION TRIM(DATA-DIRECTORY-WS)
                   DELIMITED BY SIZE
               "SPOTCNT.TXT" DELIMITED BY SIZE
               INTO SPOTCNT-PATH-WS
           END-STRING.
           MOVE SPACES TO SOCTL-PATH-WS.
           STRING
               FUNCTION TRIM(DATA-DIRECTORY-WS)
               "LOTMAST.TXT" DELIMITED BY SIZE
               INTO LOTMAST-PATH-WS
           END-STRING.
           MOVE SPACES TO CUSTPRIC-PATH-WS.
           STRING
               FUNCTION TRIM(DATA-DIRECTORY-WS)
                   DELIMITED BY SIZE
               "CUSTPRIC.TXT" DELIMITED BY SIZE
               INTO CUSTPRIC-PATH-WS
           END-STRING.
           MOVE SPACES TO QTYBREAK-PATH-WS.
           STRING
               FUNCTION TRIM(DATA-DIRECTORY-WS)
                   DELIMITED BY SIZE
               "QTYBREAK.TXT" DELIMITED BY SIZE
               INTO QTYBREAK-PATH-WS
           END-STRING.
           MOVE SPACES TO OPENPO-PATH-WS.
           STRING
               FUNCTION TRIM(DATA-DIRECTORY-WS)
                   DELIMITED BY SIZE
               "OPENPO.TXT" DELIMITED BY SIZE
               INTO OPENPO-PATH-WS
           END-STRING.
           MOVE SPACES TO POCTL-PATH-WS.
           STRING
               FUNCTION TRIM(DATA-DIRECTORY-WS)
                   DELIMITED BY SIZE
               "POCTL.TXT" DELIMITED BY SIZE
               INTO POCTL-PATH-WS
           END-STRING.

           MOVE SPACES TO SERMAST-PATH-WS.
           STRING
               FUNCTION TRIM(DATA-DIRECTORY-WS)
                   DELIMITED BY SIZE
               "SERMAST.TXT" DELIMITED BY SIZE
               INTO SERMAST-PATH-WS
           END-STRING.
           MOVE SPACES TO SERHIST-PATH-WS.
           STRING
               FUNCTION TRIM(DATA-DIRECTORY-WS)
                   DELIMITED BY SIZE
               "SERHIST.TXT" DELIMITED BY SIZE
               INTO SERHIST-PATH-WS
           END-STRING.
           MOVE SPACES TO SUPERSED-PATH-WS.
           STRING
               FUNCTION TRIM(DATA-DIRECTORY-WS)
                   DELIMITED BY SIZE
               "SUPERSED.TXT" DELIMITED BY SIZE
               INTO SUPERSED-PATH-WS
           END-STRING.

      * Ending of Program SalesOrderEntry
       END PROGRAM SalesOrderEntry.
