      * out by the part's pack size into eaches before posting,
      * with the pack count kept on the "B" log line. The dock no
      * longer converts case counts on paper.
      * A delivery of a part flagged for incoming inspection now
      * goes on hold - it still counts into the on-hand quantity
      * and the "B" log line, but the same quantity is added to
      * QTY-ON-HOLD-OUT and held on its lot, and it fills no
      * backorders until InspectionDisposition.cbl releases it.
      * Backorder fills and their lot relief leave held stock
      * alone.
      * A backorder fill now stamps the fill date on BACKORD.TXT
      * and logs its "S" lines with reason "B", so the fill is
      * told apart from fresh counter demand on TRANSLOG.TXT.
      * A drop-ship purchase order line, raised by SalesOrderEntry.cbl
      * for stock the supplier sends straight to the customer, is no
      * longer received or closed short here - it never comes across
      * the dock, and is closed when the supplier's shipment is
      * confirmed against its sales order line.
      * A shipment staged from a supplier's advance ship notice by
      * ShipNoticeImport.cbl can now be confirmed at the dock as a
      * whole - taken as notified, or adjusted line by line to what
      * actually arrived - and every line posts through the same
      * receipt, lot, cost re-average and backorder-fill path as a
      * keyed delivery.
      * A delivery of a part flagged serialized now prompts for one
      * serial per unit, on a keyed receipt and a confirmed ship
      * notice alike; a unit already in stock on the SERMAST.TXT
      * serial master refuses the whole receipt. Accepted units go
      * on SERMAST.TXT in stock at the receiving storeroom with a
      * SERHIST.TXT history line carrying the order number, and a
      * backorder fill ships the first tracked units in stock.
      * A backorder fill is now priced for its customer and the
      * quantity filled - contract, quantity break, or list, read
      * from CUSTPRIC.TXT and QTYBREAK.TXT as UpdateTransaction.cbl
      * prices it - and the net price goes on its "S" log lines in
      * the order-number and net-price columns TRANSLOG.TXT now
      * carries here. The customer's unbilled sales on CUSTMAST.TXT
      * rise by the fill's value until CustomerInvoicing.cbl bills
      * it. Paragraphs put back in number order.
      * The customer master is marked open by its own switch, so a
      * fill for a customer not on file no longer stops later fills
      * raising unbilled sales or leaves the file unclosed.
      * The operator now needs the receiving permission on
      * OPERMAST.TXT to go past sign-on - anyone else is refused and
      * logged to SECEXCPT.TXT. The operator record layout gains the
      * new permissions.
      * ---------------------------------------------------------

      * Environment division for the open order and inventory files
           ACCESS MODE IS RANDOM
           RECORD KEY IS OPERATOR-ID-IN.

      * Refused attempts at a function the operator is not
      * permitted - the supervisor reads this each morning
         SELECT SECURITY-LOG-OUT
         ASSIGN DYNAMIC SECEXCPT-PATH-WS
           ORGANIZATION LINE SEQUENTIAL.

      * The customers a backorder fill is billed to - their
      * unbilled sales rise with each fill, as at the counter
         SELECT CUSTOMER-FILE-IN
         ASSIGN DYNAMIC CUSTMAST-PATH-WS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS CUSTOMER-CODE-IN
           FILE STATUS IS CUSTOMER-FILE-STATUS-WS.

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

      * Keyed by part, location, then lot so a START on
      * part/location walks that part's lots in one group.
         SELECT LOT-FILE-OUT
           RECORD KEY IS LOT-KEY-OUT
           FILE STATUS IS LOT-FILE-STATUS-WS.

      * Expected receipts staged by ShipNoticeImport.cbl - keyed by
      * shipment, then order and line, so a START on the shipment
      * reads its lines together.
         SELECT ASN-STAGE-FILE-OUT
         ASSIGN DYNAMIC ASNSTAGE-PATH-WS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ASN-STAGE-KEY-OUT
           ALTERNATE RECORD KEY IS ASN-PO-LINE-KEY-OUT
               WITH DUPLICATES
           FILE STATUS IS ASN-STAGE-FILE-STATUS-WS.

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

      *Describing the file, record, and field structures to be used in
      *the program
       DATA DIVISION.
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

      * Sequential log of every accepted online/batch transaction
       FD TRANSACTION-LOG-OUT.
           05 LOG-PACK-QTY-OUT              PIC 9(5).
           05 FILLER                        PIC X(1) VALUE SPACE.
           05 LOG-REASON-OUT                PIC X(1).
           05 FILLER                        PIC X(1) VALUE SPACE.
           05 LOG-SO-NUMBER-OUT             PIC 9(5).
           05 FILLER                        PIC X(1) VALUE SPACE.
           05 LOG-NET-PRICE-OUT             PIC 9(4)V99.

      * File division for the receiving exception report
       FD RECEIVING-REPORT-OUT.
               88 BO-ORDER-OPEN             VALUE "O".
               88 BO-ORDER-FILLED           VALUE "F".
           05 BO-CUSTOMER-OUT               PIC X(5).
           05 BO-FILL-DATE-OUT              PIC 9(8).

      * The operators allowed to sign on at the dock
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

      * The customers a backorder fill is billed to
       FD CUSTOMER-FILE-IN.
       01 CUSTOMER-MASTER-RECORD.
           05 CUSTOMER-CODE-IN               PIC X(5).
           05 CUSTOMER-NAME-IN               PIC X(20).
           05 CUSTOMER-PHONE-IN              PIC X(12).
           05 CUSTOMER-STATUS-IN             PIC X(1).
               88 CUSTOMER-ACTIVE-IN         VALUE "A".
               88 CUSTOMER-INACTIVE-IN       VALUE "I".
           05 CUSTOMER-CREDIT-LIMIT-IN       PIC 9(7)V99.
           05 CUSTOMER-CREDIT-HOLD-IN        PIC X(1).
               88 CUSTOMER-ON-HOLD-IN        VALUE "Y".
           05 CUSTOMER-OPEN-BALANCE-IN       PIC S9(7)V99
                                             SIGN LEADING SEPARATE.
           05 CUSTOMER-UNBILLED-SALES-IN     PIC 9(7)V99.

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

      * One record per lot still holding stock at a storeroom
       FD LOT-FILE-OUT.
               10 LOT-ID-OUT                PIC X(10).
           05 LOT-QTY-ON-HAND-OUT           PIC 9(5).
           05 LOT-RECEIPT-DATE-OUT          PIC 9(8).
           05 LOT-HOLD-FLAG-OUT             PIC X(1).
               88 LOT-HELD-OUT              VALUE "Y".
           05 LOT-QTY-ON-HOLD-OUT           PIC 9(5).
           05 LOT-HOLD-DATE-OUT             PIC 9(8).

      * One expected receipt per order line a noticed shipment
      * carries - "E" until the shipment is confirmed here, then
      * "C" with what was actually taken in, or "X" when the
      * order line had closed before the goods arrived.
       FD ASN-STAGE-FILE-OUT.
       01 ASN-STAGE-RECORD-OUT.
           05 ASN-STAGE-KEY-OUT.
               10 AST-SHIPMENT-ID-OUT       PIC X(10).
               10 AST-PO-NUMBER-OUT         PIC 9(5).
               10 AST-LINE-NUMBER-OUT       PIC 9(3).
           05 ASN-PO-LINE-KEY-OUT.
               10 AST-ALT-PO-NUMBER-OUT     PIC 9(5).
               10 AST-ALT-LINE-NUMBER-OUT   PIC 9(3).
           05 AST-SUPPLIER-CODE-OUT         PIC X(5).
           05 AST-PART-NUMBER-OUT           PIC 9(5).
           05 AST-LOCATION-OUT              PIC X(2).
           05 AST-QTY-SHIPPED-OUT           PIC 9(5).
           05 AST-LOT-NUMBER-OUT            PIC X(10).
           05 AST-SHIP-DATE-OUT             PIC 9(8).
           05 AST-NOTICE-DATE-OUT           PIC 9(8).
           05 AST-STATUS-OUT                PIC X(1).
               88 AST-LINE-EXPECTED         VALUE "E".
               88 AST-LINE-CONFIRMED        VALUE "C".
               88 AST-LINE-CLOSED           VALUE "X".
           05 AST-QTY-RECEIVED-OUT          PIC 9(5).
           05 AST-CONFIRM-DATE-OUT          PIC 9(8).
           05 AST-OPERATOR-OUT              PIC X(8).

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

      * Working storage section begins
       WORKING-STORAGE SECTION.
           05 PORECEX-PATH-WS               PIC X(90).
           05 BACKORD-PATH-WS               PIC X(90).
           05 OPERMAST-PATH-WS              PIC X(90).
           05 SECEXCPT-PATH-WS              PIC X(90).
           05 LOTMAST-PATH-WS               PIC X(90).
           05 ASNSTAGE-PATH-WS              PIC X(90).
           05 SERMAST-PATH-WS               PIC X(90).
           05 SERHIST-PATH-WS               PIC X(90).
           05 CUSTMAST-PATH-WS              PIC X(90).
           05 CUSTPRIC-PATH-WS              PIC X(90).
           05 QTYBREAK-PATH-WS              PIC X(90).

       01 SECURITY-VARIABLES.
           05 SECURITY-OPERATOR-WS          PIC X(8).
           05 SECURITY-FUNCTION-WS          PIC X(30).

       01 TEMP.
           05 PO-NUMBER-WS                  PIC 9(5).
           05 OPERATOR-ID-WS                PIC X(8).
           05 OPERATOR-OK-SW                PIC X(1).
               88 OPERATOR-OK               VALUE "Y".
           05 FUNCTION-ALLOWED-SW           PIC X(1) VALUE "N".
               88 FUNCTION-ALLOWED          VALUE "Y".
           05 AVAILABLE-QTY-WS              PIC S9(7).
           05 LOT-NUMBER-WS                 PIC X(10).
           05 LOT-FILE-STATUS-WS            PIC X(2).
               88 KEYED-IN-PACKS            VALUE "P".
           05 PACK-QTY-WS                   PIC 9(5).

      * The ship notice confirmation working set - a shipment is
      * confirmed as notified or adjusted line by line, then
      * every line posts through the same receipt path as a
      * keyed delivery.
       01 SHIP-NOTICE-VARIABLES.
           05 ASN-STAGE-FILE-STATUS-WS      PIC X(2).
           05 SHIPMENT-ID-WS                PIC X(10).
           05 ASN-EOF-FLAG                  PIC X(1).
           05 NOTICE-LINE-COUNT-WS          PIC 9(4).
           05 NOTICE-POSTED-COUNT-WS        PIC 9(4).
           05 CONFIRM-MODE-WS               PIC X(1).
               88 CONFIRM-AS-NOTIFIED       VALUE "C".
               88 ADJUST-SHIPMENT           VALUE "A".
           05 PRIOR-QTY-RECEIVED-WS         PIC 9(5).

      * Serial numbers keyed for a delivery of a serialized part -
      * one per unit, proved against SERMAST.TXT before it posts
       01 SERIAL-VARIABLES.
           05 SERIAL-FILE-STATUS-WS         PIC X(2).
           05 SERIAL-EOF-FLAG               PIC X(1).
           05 SERIALS-OK-SW                 PIC X(1).
               88 SERIALS-OK                VALUE "Y".
           05 SERIAL-COUNT-WS               PIC 9(3).
           05 SERIAL-IDX-WS                 PIC 9(3).
           05 SERIAL-CHECK-IDX-WS           PIC 9(3).
           05 SERIAL-QTY-WS                 PIC 9(5).
           05 SERIAL-TYPE-WS                PIC X(1).
           05 SERIAL-CUSTOMER-WS            PIC X(5).
           05 SERIAL-REASON-WS              PIC X(1).
           05 SERIAL-REFERENCE-WS           PIC 9(5).
           05 SERIAL-TABLE-WS.
               10 SERIAL-KEYED-WS           PIC X(15)
                                            OCCURS 99 TIMES.

      * The FIFO relief working set - one "S" log line is written
      * per lot segment a backorder fill draws down.
       01 LOT-RELIEF-VARIABLES.
           05 OLDEST-LOT-ID-WS              PIC X(10).
           05 OLDEST-DATE-WS                PIC 9(8).
           05 OLDEST-QTY-WS                 PIC 9(5).
           05 RELIEF-PRICE-WS               PIC 9(4)V99.

      * Net price resolution - contract, then quantity break, then
      * list. Either table missing simply prices past it. The
      * fill's value is added to the customer's unbilled sales.
       01 PRICING-VARIABLES.
           05 CONTRACT-PRICE-STATUS-WS      PIC X(2).
           05 QUANTITY-BREAK-STATUS-WS      PIC X(2).
           05 CUSTOMER-FILE-STATUS-WS       PIC X(2).
           05 CUSTOMER-FILE-SW              PIC X(1) VALUE "N".
               88 CUSTOMER-FILE-OPEN        VALUE "Y".
           05 CONTRACT-FILE-SW              PIC X(1) VALUE "N".
               88 CONTRACT-FILE-OPEN        VALUE "Y".
           05 BREAK-FILE-SW                 PIC X(1) VALUE "N".
               88 BREAK-FILE-OPEN           VALUE "Y".
           05 PRICE-CUSTOMER-WS             PIC X(5).
           05 PRICE-QTY-WS                  PIC 9(7).
           05 PRICE-TODAY-WS                PIC 9(8).
           05 NET-PRICE-WS                  PIC 9(4)V99.
           05 BREAK-DISCOUNT-WS             PIC 9(2)V99.
           05 BREAK-EOF-FLAG                PIC X(1).
           05 PRICE-SOURCE-WS               PIC X(1).
               88 PRICED-BY-CONTRACT        VALUE "C".
               88 PRICED-BY-BREAK           VALUE "Q".
               88 PRICED-AT-LIST            VALUE "L".
           05 UNBILLED-VALUE-WS             PIC 9(9)V99.

       01 CONDITIONS.
         05 RUN-ACTION PIC X(1).
           88 RECEIVING-ACTION VALUE "R".
           88 CLOSING-SHORT-ACTION VALUE "C".
           88 EXCEPTION-REPORT-ACTION VALUE "P".
           88 SHIP-NOTICE-ACTION VALUE "A".

      * Layout matches TRANSACTION-LOG-RECORD byte-for-byte, including
      * the space FILLER between fields, since WRITE...FROM below is a
           05 LOG-PACK-QTY-OUT-WS           PIC 9(5).
           05 FILLER                        PIC X(1) VALUE SPACE.
           05 LOG-REASON-OUT-WS             PIC X(1).
           05 FILLER                        PIC X(1) VALUE SPACE.
           05 LOG-SO-NUMBER-OUT-WS          PIC 9(5).
           05 FILLER                        PIC X(1) VALUE SPACE.
           05 LOG-NET-PRICE-OUT-WS          PIC 9(4)V99.

       01 PO-LINE-DISPLAY-WS.
           05  FILLER                      PIC X(5) VALUE "LINE ".
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  DSP-STATUS-OUT              PIC X(1).

       01 NOTICE-LINE-DISPLAY-WS.
           05  FILLER                      PIC X(6) VALUE "ORDER ".
           05  DSP-ASN-PO-NUMBER-OUT       PIC 9(5).
           05  FILLER                      PIC X(1) VALUE "/".
           05  DSP-ASN-LINE-NUMBER-OUT     PIC 9(3).
           05  FILLER                      PIC X(7) VALUE "  PART ".
           05  DSP-ASN-PART-NUMBER-OUT     PIC 9(5).
           05  FILLER                      PIC X(6) VALUE "  LOC ".
           05  DSP-ASN-LOCATION-OUT        PIC X(2).
           05  FILLER                      PIC X(10) VALUE "  SHIPPED ".
           05  DSP-ASN-QTY-SHIPPED-OUT     PIC ZZZZ9.
           05  FILLER                      PIC X(6) VALUE "  LOT ".
           05  DSP-ASN-LOT-NUMBER-OUT      PIC X(10).

       01 EXCEPTION-COLUMN-HDR.
           05 FILLER                       PIC X(7)  VALUE "ORDERNO".
           05 FILLER                       PIC X(2)  VALUE SPACES.
           PERFORM  990-LOAD-FILE-PATHS.
           PERFORM  201-INIT-OPEN-FILES.
           PERFORM  208-SIGN-ON-OPERATOR.
           IF FUNCTION-ALLOWED
               PERFORM  202-PROMPT-RUN-ACTION
               IF RECEIVING-ACTION
                   PERFORM  203-PROCESS-RECEIVING
               END-IF
               IF CLOSING-SHORT-ACTION
                   PERFORM  204-CLOSE-LINE-SHORT
               END-IF
               IF EXCEPTION-REPORT-ACTION
                   PERFORM  205-PRINT-EXCEPTION-REPORT
               END-IF
               IF SHIP-NOTICE-ACTION
                   PERFORM  211-CONFIRM-SHIP-NOTICES
               END-IF
           END-IF.
           PERFORM  206-TERMINATE-RECEIVING.
           STOP RUN.
           OPEN INPUT OPERATOR-FILE-IN.
           PERFORM  207-OPEN-BACKORDER-FILE.
           PERFORM  210-OPEN-LOT-FILE.
           PERFORM  212-OPEN-SERIAL-FILE.
           OPEN EXTEND SERIAL-HISTORY-OUT.
           OPEN I-O CUSTOMER-FILE-IN.
           IF CUSTOMER-FILE-STATUS-WS = "00"
               MOVE "Y" TO CUSTOMER-FILE-SW
           END-IF.
           PERFORM  213-OPEN-PRICE-FILES.

       202-PROMPT-RUN-ACTION.
           DISPLAY
           "TYPE 'R' RECEIVE, 'C' CLOSE LINE SHORT, 'P' EXCEPTIONS"
           DISPLAY
           "     'A' CONFIRM SHIPMENT ON SHIP NOTICE"
           ACCEPT RUN-ACTION.

       203-PROCESS-RECEIVING.
           CLOSE BACKORDER-FILE-OUT.
           CLOSE OPERATOR-FILE-IN.
           CLOSE LOT-FILE-OUT.
           CLOSE SERIAL-FILE-OUT.
           CLOSE SERIAL-HISTORY-OUT.
           IF CUSTOMER-FILE-OPEN
               CLOSE CUSTOMER-FILE-IN
           END-IF.
           IF CONTRACT-FILE-OPEN
               CLOSE CONTRACT-PRICE-FILE
           END-IF.
           IF BREAK-FILE-OPEN
               CLOSE QUANTITY-BREAK-FILE
           END-IF.

      * A first run with no backorder file yet builds it fresh and
      * then reopens it I-O, because the fill pass needs to START
               OPEN I-O BACKORDER-FILE-OUT
           END-IF.

      * The receipt line is worthless without knowing who keyed
      * it - sign-on repeats until an active master ID is given,
      * and only an ID with the receiving permission may go on.
       208-SIGN-ON-OPERATOR.
           MOVE "N" TO OPERATOR-OK-SW.
           PERFORM  209-PROMPT-OPERATOR-ID
               UNTIL OPERATOR-OK.
           IF MAY-RECEIVE-IN
               MOVE "Y" TO FUNCTION-ALLOWED-SW
           ELSE
               MOVE OPERATOR-ID-WS TO SECURITY-OPERATOR-WS
               MOVE "PURCHASE ORDER RECEIVING" TO SECURITY-FUNCTION-WS
               PERFORM  950-LOG-SECURITY-EXCEPTION
           END-IF.

       209-PROMPT-OPERATOR-ID.
           DISPLAY "ENTER OPERATOR ID->".
               END-READ
           END-IF.

      * A first run with no lot file yet builds it fresh and then
      * reopens it I-O, the same way the backorder file opens.
       210-OPEN-LOT-FILE.
           OPEN I-O LOT-FILE-OUT.
           IF LOT-FILE-STATUS-WS NOT = "00"
               OPEN OUTPUT LOT-FILE-OUT
               CLOSE LOT-FILE-OUT
               OPEN I-O LOT-FILE-OUT
           END-IF.

      * Only ShipNoticeImport.cbl builds the staging file - with
      * none on file there is no shipment to confirm.
       211-CONFIRM-SHIP-NOTICES.
           OPEN I-O ASN-STAGE-FILE-OUT.
           IF ASN-STAGE-FILE-STATUS-WS NOT = "00"
               DISPLAY "NO SHIP NOTICES ON FILE"
           ELSE
               PERFORM  704-PROMPT-SHIPMENT-ID
               PERFORM  831-CONFIRM-ONE-SHIPMENT
                   UNTIL SHIPMENT-ID-WS = SPACES
               CLOSE ASN-STAGE-FILE-OUT
           END-IF.

      * A first run with no serial master builds it fresh and
      * reopens it I-O, the same way the lot file opens.
       212-OPEN-SERIAL-FILE.
           OPEN I-O SERIAL-FILE-OUT.
           IF SERIAL-FILE-STATUS-WS NOT = "00"
               OPEN OUTPUT SERIAL-FILE-OUT
               CLOSE SERIAL-FILE-OUT
               OPEN I-O SERIAL-FILE-OUT
           END-IF.

      * No price tables just means every fill goes at list, the
      * way UpdateTransaction.cbl prices a sale without them.
       213-OPEN-PRICE-FILES.
           MOVE FUNCTION CURRENT-DATE(1:8) TO PRICE-TODAY-WS.
           OPEN INPUT CONTRACT-PRICE-FILE.
           IF CONTRACT-PRICE-STATUS-WS = "00"
               MOVE "Y" TO CONTRACT-FILE-SW
           END-IF.
           OPEN INPUT QUANTITY-BREAK-FILE.
           IF QUANTITY-BREAK-STATUS-WS = "00"
               MOVE "Y" TO BREAK-FILE-SW
           END-IF.

       701-PROMPT-PO-NUMBER.
           DISPLAY "ENTER ORDER NUMBER (0 TO QUIT)->".
           ACCEPT PO-NUMBER-WS.
               AT END
               MOVE "Y" TO PO-EOF-FLAG.

       704-PROMPT-SHIPMENT-ID.
           DISPLAY "ENTER SHIPMENT NUMBER (BLANK TO QUIT)->".
           ACCEPT SHIPMENT-ID-WS.

       705-READ-NEXT-NOTICE-LINE.
           READ ASN-STAGE-FILE-OUT NEXT RECORD
               AT END
                   MOVE "Y" TO ASN-EOF-FLAG
               NOT AT END
                   IF AST-SHIPMENT-ID-OUT NOT = SHIPMENT-ID-WS
                       MOVE "Y" TO ASN-EOF-FLAG
                   END-IF
           END-READ.

      * Lists the order's lines so the receiver can see what is
      * outstanding, then posts one line's received quantity.
       801-RECEIVE-AGAINST-ORDER.
               INVALID KEY
                   DISPLAY "ORDER LINE NOT FOUND"
               NOT INVALID KEY
                   IF OPO-STOCK-LINE
                       MOVE "F" TO OPO-STATUS-OUT
                       MOVE FUNCTION CURRENT-DATE(1:8)
                           TO OPO-RECEIVED-DATE-OUT
                       REWRITE OPEN-PO-RECORD-OUT
                           INVALID KEY DISPLAY "INVALID KEY"
                       END-REWRITE
                   ELSE
                       PERFORM  830-REFUSE-DROP-SHIP-LINE
                   END-IF
           END-READ.

       803-REPORT-EXCEPTION-LINE.
               INVALID KEY
                   DISPLAY "ORDER LINE NOT FOUND"
               NOT INVALID KEY
                   IF OPO-STOCK-LINE
                       PERFORM  809-POST-RECEIPT-TO-INVENTORY
                   ELSE
                       PERFORM  830-REFUSE-DROP-SHIP-LINE
                   END-IF
           END-READ.

       806-WRITE-EXCEPTION-LINE.
               NOT INVALID KEY
                   MOVE QTY-ON-HAND-OUT TO QTY-BEFORE-WS
                   PERFORM  827-CONVERT-PACK-QUANTITY
                   PERFORM  838-COLLECT-RECEIPT-SERIALS
                   IF SERIALS-OK
                       PERFORM  817-REAVERAGE-UNIT-COST
                       PERFORM  818-DEFAULT-LOT-NUMBER
                       ADD RECEIVED-QTY-WS TO QTY-ON-HAND-OUT
                       ADD RECEIVED-QTY-WS TO YTD-QTY-RECEIVED-OUT
                       IF INSPECT-REQUIRED-OUT
                           ADD RECEIVED-QTY-WS TO QTY-ON-HOLD-OUT
                       END-IF
                       REWRITE INVENTORY-REPORT-OUT
                           INVALID KEY DISPLAY "INVALID KEY"
                           NOT INVALID KEY
                               PERFORM  810-UPDATE-ORDER-LINE
                               PERFORM  811-WRITE-RECEIPT-LOG-RECORD
                               PERFORM  819-POST-RECEIPT-TO-LOT
                               PERFORM  843-POST-RECEIPT-SERIALS
                               PERFORM  828-FILL-OR-HOLD-RECEIPT
                       END-REWRITE
                   ELSE
                       DISPLAY "RECEIPT NOT POSTED"
                   END-IF
           END-READ.

       810-UPDATE-ORDER-LINE.
           MOVE LOT-NUMBER-WS TO LOG-LOT-NUMBER-OUT-WS.
           MOVE PACK-QTY-WS TO LOG-PACK-QTY-OUT-WS.
           MOVE SPACE TO LOG-REASON-OUT-WS.
           MOVE ZERO TO LOG-SO-NUMBER-OUT-WS.
           MOVE ZERO TO LOG-NET-PRICE-OUT-WS.
           WRITE TRANSACTION-LOG-RECORD FROM TRANSACTION-LOG-RECORD-WS.

      * After the receipt lands, the part's open backorders are
                   MOVE "Y" TO BACKORDER-EOF-FLAG
           END-START.
           COMPUTE AVAILABLE-QTY-WS =
               QTY-ON-HAND-OUT - QTY-ALLOCATED-OUT
               - QTY-ON-HOLD-OUT.
           IF BACKORDER-EOF-FLAG NOT = "Y"
               PERFORM  813-READ-NEXT-BACKORDER
               PERFORM  814-FILL-ONE-BACKORDER
               INVALID KEY DISPLAY "INVALID KEY FILLING BACKORDER"
           END-REWRITE.
           SUBTRACT FILL-QTY-WS FROM BO-QTY-OPEN-OUT.
      * The fill date is the day of the latest fill - on a filled
      * backorder, the day the customer's wait ended.
           MOVE FUNCTION CURRENT-DATE(1:8) TO BO-FILL-DATE-OUT.
           IF BO-QTY-OPEN-OUT = 0
               MOVE "F" TO BO-STATUS-OUT
           END-IF.
               " QTY " FILL-QTY-WS " FROM " BO-DATE-OUT.
      * The fill is a sale finally happening - it relieves the
      * lots and logs per lot exactly like a counter sale, so
      * every program reading TRANSLOG.TXT stays right. It is
      * priced for the backorder's customer and the quantity
      * filled, and the customer's unbilled sales rise by it, as
      * an UpdateTransaction.cbl "B" fill does.
           MOVE FILL-QTY-WS TO RELIEF-QTY-WS.
           MOVE BO-CUSTOMER-OUT TO RELIEF-CUSTOMER-WS.
           MOVE BO-CUSTOMER-OUT TO PRICE-CUSTOMER-WS.
           MOVE FILL-QTY-WS TO PRICE-QTY-WS.
           PERFORM  849-RESOLVE-NET-PRICE.
           MOVE NET-PRICE-WS TO RELIEF-PRICE-WS.
           IF RELIEF-CUSTOMER-WS NOT = SPACES
               COMPUTE UNBILLED-VALUE-WS =
                   RELIEF-QTY-WS * RELIEF-PRICE-WS
               PERFORM  853-RAISE-UNBILLED-SALES
           END-IF.
           PERFORM  820-RELIEVE-LOTS-AND-LOG.
           IF SERIALIZED-PART-OUT
               PERFORM  846-ASSIGN-FILL-SERIALS
           END-IF.

      * Weighted-average costing - the shelf's old value plus the
      * receipt's value, spread over the combined quantity. Runs
      * before the receipt is added to QTY-ON-HAND-OUT so the old
      * quantity still prices the old stock. A zero keyed cost
      * means the receiver did not know it - the average stands.
       817-REAVERAGE-UNIT-COST.
           IF RECEIPT-COST-WS > 0
               COMPUTE UNIT-COST-OUT ROUNDED =
                   ((QTY-ON-HAND-OUT * UNIT-COST-OUT)
                       + (RECEIVED-QTY-WS * RECEIPT-COST-WS))
                   / (QTY-ON-HAND-OUT + RECEIVED-QTY-WS)
                   ON SIZE ERROR
                       MOVE RECEIPT-COST-WS TO UNIT-COST-OUT
               END-COMPUTE
           END-IF.

      * A receipt keyed without a lot still has to land somewhere
      * the supplier-recall trace can find it - it goes to a "D"

      * A second delivery of the same lot tops the lot record up;
      * a new lot starts its record with today as the receipt
      * date - the date FIFO relief draws against. A delivery of
      * an inspected part is held on the lot as well, and the
      * hold date starts the QC clock when the lot had nothing
      * held before.
       819-POST-RECEIPT-TO-LOT.
           MOVE PART-NUMBER-OUT TO LOT-PART-NUMBER-OUT.
           MOVE LOCATION-CODE-OUT TO LOT-LOCATION-OUT.
                   MOVE RECEIVED-QTY-WS TO LOT-QTY-ON-HAND-OUT
                   MOVE FUNCTION CURRENT-DATE(1:8)
                       TO LOT-RECEIPT-DATE-OUT
                   MOVE "N" TO LOT-HOLD-FLAG-OUT
                   MOVE ZERO TO LOT-QTY-ON-HOLD-OUT
                   MOVE ZERO TO LOT-HOLD-DATE-OUT
                   PERFORM  829-HOLD-RECEIPT-ON-LOT
                   WRITE LOT-MASTER-RECORD
                       INVALID KEY
                           DISPLAY "INVALID KEY WRITING LOT"
                   END-WRITE
               NOT INVALID KEY
                   ADD RECEIVED-QTY-WS TO LOT-QTY-ON-HAND-OUT
                   PERFORM  829-HOLD-RECEIPT-ON-LOT
                   REWRITE LOT-MASTER-RECORD
                       INVALID KEY
                           DISPLAY "INVALID KEY ON LOT"
           MOVE OPERATOR-ID-WS TO LOG-OPERATOR-OUT-WS.
           MOVE OLDEST-LOT-ID-WS TO LOG-LOT-NUMBER-OUT-WS.
           MOVE ZERO TO LOG-PACK-QTY-OUT-WS.
      * Every relief here is a backorder fill - reason "B" keeps
      * it apart from fresh counter demand on the log.
           MOVE "B" TO LOG-REASON-OUT-WS.
           MOVE ZERO TO LOG-SO-NUMBER-OUT-WS.
           MOVE RELIEF-PRICE-WS TO LOG-NET-PRICE-OUT-WS.
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

      * A quantity keyed in pack units is multiplied out by the
      * part's pack size into eaches before it posts - the keyed
      * pack count is kept for the log line. A pack size of zero
               END-IF
           END-IF.

      * Stock held for inspection is not for sale, so it cannot
      * fill a backorder until QC releases it.
       828-FILL-OR-HOLD-RECEIPT.
           IF INSPECT-REQUIRED-OUT
               DISPLAY "RECEIPT HELD FOR INSPECTION - LOT "
                   LOT-NUMBER-WS
           ELSE
               PERFORM  812-FILL-OPEN-BACKORDERS
           END-IF.

       829-HOLD-RECEIPT-ON-LOT.
           IF INSPECT-REQUIRED-OUT
               IF LOT-QTY-ON-HOLD-OUT = 0
                   MOVE FUNCTION CURRENT-DATE(1:8)
                       TO LOT-HOLD-DATE-OUT
               END-IF
               ADD RECEIVED-QTY-WS TO LOT-QTY-ON-HOLD-OUT
               MOVE "Y" TO LOT-HOLD-FLAG-OUT
           END-IF.

      * A drop-ship line goes from the supplier straight to the
      * customer and never crosses this dock - it is received
      * and closed when SalesOrderEntry.cbl confirms the
      * supplier's shipment against its sales order line.
       830-REFUSE-DROP-SHIP-LINE.
           DISPLAY "DROP-SHIP LINE FOR SALES ORDER " OPO-SO-NUMBER-OUT
               " - CONFIRM IT IN SALES ORDER ENTRY".

      * The shipment's expected lines are listed first; the
      * receiver then takes the whole shipment as notified, or
      * keys what actually came off the truck line by line.
      * Anything else leaves the shipment expected.
       831-CONFIRM-ONE-SHIPMENT.
           MOVE ZERO TO NOTICE-LINE-COUNT-WS.
           MOVE ZERO TO NOTICE-POSTED-COUNT-WS.
           PERFORM  832-START-SHIPMENT-LINES.
           IF ASN-EOF-FLAG NOT = "Y"
               PERFORM  705-READ-NEXT-NOTICE-LINE
               PERFORM  833-DISPLAY-NOTICE-LINE
                   UNTIL ASN-EOF-FLAG = "Y"
           END-IF.
           IF NOTICE-LINE-COUNT-WS = 0
               DISPLAY "NO EXPECTED LINES FOR THAT SHIPMENT"
           ELSE
               DISPLAY "TYPE 'C' CONFIRM AS NOTIFIED, 'A' ADJUST->"
               ACCEPT CONFIRM-MODE-WS
               IF CONFIRM-AS-NOTIFIED OR ADJUST-SHIPMENT
                   PERFORM  832-START-SHIPMENT-LINES
                   IF ASN-EOF-FLAG NOT = "Y"
                       PERFORM  705-READ-NEXT-NOTICE-LINE
                       PERFORM  834-CONFIRM-NOTICE-LINE
                           UNTIL ASN-EOF-FLAG = "Y"
                   END-IF
                   DISPLAY "SHIPMENT " SHIPMENT-ID-WS " LINES POSTED "
                       NOTICE-POSTED-COUNT-WS
               ELSE
                   DISPLAY "SHIPMENT LEFT EXPECTED"
               END-IF
           END-IF.
           PERFORM  704-PROMPT-SHIPMENT-ID.

       832-START-SHIPMENT-LINES.
           MOVE "N" TO ASN-EOF-FLAG.
           MOVE SHIPMENT-ID-WS TO AST-SHIPMENT-ID-OUT.
           MOVE ZERO TO AST-PO-NUMBER-OUT.
           MOVE ZERO TO AST-LINE-NUMBER-OUT.
           START ASN-STAGE-FILE-OUT
               KEY IS NOT LESS THAN ASN-STAGE-KEY-OUT
               INVALID KEY
                   MOVE "Y" TO ASN-EOF-FLAG
           END-START.

       833-DISPLAY-NOTICE-LINE.
           IF AST-LINE-EXPECTED
               ADD 1 TO NOTICE-LINE-COUNT-WS
               PERFORM  835-MOVE-NOTICE-LINE-DISPLAY
               DISPLAY NOTICE-LINE-DISPLAY-WS
           END-IF.
           PERFORM  705-READ-NEXT-NOTICE-LINE.

      * Confirmed as notified, each line takes in what the
      * supplier said was shipped; adjusted, the receiver keys
      * the count for each line - zero when it did not come.
       834-CONFIRM-NOTICE-LINE.
           IF AST-LINE-EXPECTED
               MOVE AST-QTY-SHIPPED-OUT TO RECEIVED-QTY-WS
               IF ADJUST-SHIPMENT
                   PERFORM  835-MOVE-NOTICE-LINE-DISPLAY
                   DISPLAY NOTICE-LINE-DISPLAY-WS
                   DISPLAY "QUANTITY RECEIVED->"
                   ACCEPT RECEIVED-QTY-WS
               END-IF
               PERFORM  836-POST-NOTICE-LINE
           END-IF.
           PERFORM  705-READ-NEXT-NOTICE-LINE.

       835-MOVE-NOTICE-LINE-DISPLAY.
           MOVE AST-PO-NUMBER-OUT TO DSP-ASN-PO-NUMBER-OUT.
           MOVE AST-LINE-NUMBER-OUT TO DSP-ASN-LINE-NUMBER-OUT.
           MOVE AST-PART-NUMBER-OUT TO DSP-ASN-PART-NUMBER-OUT.
           MOVE AST-LOCATION-OUT TO DSP-ASN-LOCATION-OUT.
           MOVE AST-QTY-SHIPPED-OUT TO DSP-ASN-QTY-SHIPPED-OUT.
           MOVE AST-LOT-NUMBER-OUT TO DSP-ASN-LOT-NUMBER-OUT.

      * A notice line posts exactly as a keyed delivery would -
      * through 809, so the lot, the cost re-average, the
      * inspection hold and the backorder fills all follow. It
      * is costed at the order line's cost, since nobody keys
      * one, and counted in eaches as the notice states them.
      * The line is only marked confirmed once the order line
      * shows the receipt; a posting that failed stays expected
      * for another try.
       836-POST-NOTICE-LINE.
           MOVE AST-PO-NUMBER-OUT TO OPO-PO-NUMBER-OUT.
           MOVE AST-LINE-NUMBER-OUT TO OPO-LINE-NUMBER-OUT.
           READ OPEN-PO-FILE-OUT
               INVALID KEY
                   DISPLAY "ORDER LINE NOT FOUND " AST-PO-NUMBER-OUT
                       "/" AST-LINE-NUMBER-OUT
                   MOVE "X" TO AST-STATUS-OUT
               NOT INVALID KEY
                   IF OPO-LINE-OPEN AND OPO-STOCK-LINE
                       PERFORM  837-RECEIVE-NOTICE-QUANTITY
                   ELSE
                       DISPLAY "ORDER LINE NO LONGER OPEN "
                           AST-PO-NUMBER-OUT "/" AST-LINE-NUMBER-OUT
                       MOVE "X" TO AST-STATUS-OUT
                   END-IF
           END-READ.
           IF NOT AST-LINE-EXPECTED
               MOVE FUNCTION CURRENT-DATE(1:8)
                   TO AST-CONFIRM-DATE-OUT
               MOVE OPERATOR-ID-WS TO AST-OPERATOR-OUT
               REWRITE ASN-STAGE-RECORD-OUT
                   INVALID KEY
                       DISPLAY "INVALID KEY ON SHIP NOTICE"
               END-REWRITE
           END-IF.

       837-RECEIVE-NOTICE-QUANTITY.
           IF RECEIVED-QTY-WS > 0
               MOVE OPO-QTY-RECEIVED-OUT TO PRIOR-QTY-RECEIVED-WS
               MOVE OPO-UNIT-COST-OUT TO RECEIPT-COST-WS
               MOVE AST-LOT-NUMBER-OUT TO LOT-NUMBER-WS
               MOVE "E" TO UOM-FLAG-WS
               PERFORM  809-POST-RECEIPT-TO-INVENTORY
               IF OPO-QTY-RECEIVED-OUT NOT = PRIOR-QTY-RECEIVED-WS
                   MOVE "C" TO AST-STATUS-OUT
                   MOVE RECEIVED-QTY-WS TO AST-QTY-RECEIVED-OUT
                   ADD 1 TO NOTICE-POSTED-COUNT-WS
               ELSE
                   DISPLAY "LINE NOT POSTED - LEFT EXPECTED "
                       AST-PO-NUMBER-OUT "/" AST-LINE-NUMBER-OUT
               END-IF
           ELSE
               MOVE "C" TO AST-STATUS-OUT
               MOVE ZERO TO AST-QTY-RECEIVED-OUT
           END-IF.

      * A serialized part's delivery names every unit that came
      * in - on a keyed receipt and on a confirmed ship notice
      * alike. A unit already on the shelf cannot arrive twice;
      * one sold or sent back to the vendor may come in again.
       838-COLLECT-RECEIPT-SERIALS.
           MOVE "Y" TO SERIALS-OK-SW.
           MOVE ZERO TO SERIAL-COUNT-WS.
           MOVE SPACES TO SERIAL-TABLE-WS.
           IF SERIALIZED-PART-OUT
               IF RECEIVED-QTY-WS > 99
                   DISPLAY "SERIALIZED PART - 99 UNITS AT MOST PER "
                       "RECEIPT"
                   MOVE "N" TO SERIALS-OK-SW
               ELSE
                   MOVE RECEIVED-QTY-WS TO SERIAL-COUNT-WS
                   PERFORM  839-PROMPT-ONE-SERIAL
                       VARYING SERIAL-IDX-WS FROM 1 BY 1
                       UNTIL SERIAL-IDX-WS > SERIAL-COUNT-WS
                   PERFORM  840-CHECK-ONE-SERIAL
                       VARYING SERIAL-IDX-WS FROM 1 BY 1
                       UNTIL SERIAL-IDX-WS > SERIAL-COUNT-WS
                       OR NOT SERIALS-OK
               END-IF
           END-IF.
           IF NOT SERIALS-OK
               MOVE ZERO TO SERIAL-COUNT-WS
           END-IF.

       839-PROMPT-ONE-SERIAL.
           DISPLAY "SERIAL NUMBER " SERIAL-IDX-WS " OF "
               SERIAL-COUNT-WS "->".
           ACCEPT SERIAL-KEYED-WS(SERIAL-IDX-WS).

       840-CHECK-ONE-SERIAL.
           IF SERIAL-KEYED-WS(SERIAL-IDX-WS) = SPACES
               DISPLAY "SERIAL NUMBER REQUIRED FOR EACH UNIT"
               MOVE "N" TO SERIALS-OK-SW
           ELSE
               PERFORM  841-CHECK-DUPLICATE-SERIAL
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
                       CONTINUE
                   NOT INVALID KEY
                       IF SER-ON-SHELF
                           DISPLAY "SERIAL " SER-SERIAL-NUMBER-OUT
                               " IS ALREADY IN STOCK"
                           MOVE "N" TO SERIALS-OK-SW
                       END-IF
               END-READ
           END-IF.

       841-CHECK-DUPLICATE-SERIAL.
           IF SERIAL-KEYED-WS(SERIAL-CHECK-IDX-WS)
               = SERIAL-KEYED-WS(SERIAL-IDX-WS)
               DISPLAY "SERIAL " SERIAL-KEYED-WS(SERIAL-IDX-WS)
                   " KEYED TWICE"
               MOVE "N" TO SERIALS-OK-SW
           END-IF.

       842-MOVE-RECEIPT-TO-SERIAL.
           MOVE "I" TO SER-STATUS-OUT.
           MOVE LOCATION-CODE-OUT TO SER-LOCATION-OUT.
           MOVE FUNCTION CURRENT-DATE(1:8) TO SER-RECEIPT-DATE-OUT.
           MOVE ZERO TO SER-SALE-DATE-OUT.
           MOVE SPACES TO SER-CUSTOMER-OUT.
           MOVE LOT-NUMBER-WS TO SER-LOT-NUMBER-OUT.

      * The units go on SERMAST.TXT in stock at the receiving
      * storeroom, on the lot they came in on, before any
      * backorder fill looks for units to ship.
       843-POST-RECEIPT-SERIALS.
           MOVE "B" TO SERIAL-TYPE-WS.
           MOVE SPACES TO SERIAL-CUSTOMER-WS.
           MOVE SPACE TO SERIAL-REASON-WS.
           MOVE OPO-PO-NUMBER-OUT TO SERIAL-REFERENCE-WS.
           PERFORM  844-POST-ONE-SERIAL
               VARYING SERIAL-IDX-WS FROM 1 BY 1
               UNTIL SERIAL-IDX-WS > SERIAL-COUNT-WS.

       844-POST-ONE-SERIAL.
           MOVE PART-NUMBER-OUT TO SER-PART-NUMBER-OUT.
           MOVE SERIAL-KEYED-WS(SERIAL-IDX-WS)
               TO SER-SERIAL-NUMBER-OUT.
           READ SERIAL-FILE-OUT
               INVALID KEY
                   PERFORM  842-MOVE-RECEIPT-TO-SERIAL
                   WRITE SERIAL-MASTER-RECORD
                       INVALID KEY
                           DISPLAY "INVALID KEY WRITING SERIAL"
                   END-WRITE
               NOT INVALID KEY
                   PERFORM  842-MOVE-RECEIPT-TO-SERIAL
                   REWRITE SERIAL-MASTER-RECORD
                       INVALID KEY
                           DISPLAY "INVALID KEY ON SERIAL"
                   END-REWRITE
           END-READ.
           PERFORM  845-WRITE-SERIAL-HISTORY.

       845-WRITE-SERIAL-HISTORY.
           MOVE SPACES TO SERIAL-HISTORY-RECORD.
           MOVE FUNCTION CURRENT-DATE(1:8) TO SH-DATE-OUT.
           MOVE FUNCTION CURRENT-DATE(9:6) TO SH-TIME-OUT.
           MOVE SER-PART-NUMBER-OUT TO SH-PART-NUMBER-OUT.
           MOVE SER-SERIAL-NUMBER-OUT TO SH-SERIAL-NUMBER-OUT.
           MOVE SERIAL-TYPE-WS TO SH-TRANS-TYPE-OUT.
           MOVE LOCATION-CODE-OUT TO SH-LOCATION-OUT.
           MOVE SERIAL-CUSTOMER-WS TO SH-CUSTOMER-OUT.
           MOVE OPERATOR-ID-WS TO SH-OPERATOR-OUT.
           MOVE SERIAL-REASON-WS TO SH-REASON-OUT.
           MOVE SERIAL-REFERENCE-WS TO SH-REFERENCE-OUT.
           WRITE SERIAL-HISTORY-RECORD.

      * A backorder fill ships the first tracked units in stock at
      * the storeroom, as the counter's fill does; untracked shelf
      * stock ships unnamed.
       846-ASSIGN-FILL-SERIALS.
           MOVE FILL-QTY-WS TO SERIAL-QTY-WS.
           MOVE "S" TO SERIAL-TYPE-WS.
           MOVE BO-CUSTOMER-OUT TO SERIAL-CUSTOMER-WS.
           MOVE "B" TO SERIAL-REASON-WS.
           MOVE ZERO TO SERIAL-REFERENCE-WS.
           MOVE "N" TO SERIAL-EOF-FLAG.
           MOVE PART-NUMBER-OUT TO SER-PART-NUMBER-OUT.
           MOVE LOW-VALUES TO SER-SERIAL-NUMBER-OUT.
           START SERIAL-FILE-OUT
               KEY IS NOT LESS THAN SERIAL-KEY-OUT
               INVALID KEY
                   MOVE "Y" TO SERIAL-EOF-FLAG
           END-START.
           IF SERIAL-EOF-FLAG NOT = "Y"
               PERFORM  847-READ-NEXT-SERIAL
               PERFORM  848-ASSIGN-ONE-FILL-SERIAL
                   UNTIL SERIAL-EOF-FLAG = "Y"
                   OR SERIAL-QTY-WS = 0
           END-IF.

       847-READ-NEXT-SERIAL.
           READ SERIAL-FILE-OUT NEXT RECORD
               AT END
                   MOVE "Y" TO SERIAL-EOF-FLAG
               NOT AT END
                   IF SER-PART-NUMBER-OUT NOT = PART-NUMBER-OUT
                       MOVE "Y" TO SERIAL-EOF-FLAG
                   END-IF
           END-READ.

       848-ASSIGN-ONE-FILL-SERIAL.
           IF SER-ON-SHELF
               AND SER-LOCATION-OUT = LOCATION-CODE-OUT
               MOVE "S" TO SER-STATUS-OUT
               MOVE FUNCTION CURRENT-DATE(1:8) TO SER-SALE-DATE-OUT
               MOVE BO-CUSTOMER-OUT TO SER-CUSTOMER-OUT
               REWRITE SERIAL-MASTER-RECORD
                   INVALID KEY
                       DISPLAY "INVALID KEY ON SERIAL"
               END-REWRITE
               PERFORM  845-WRITE-SERIAL-HISTORY
               DISPLAY "SERIAL " SER-SERIAL-NUMBER-OUT
                   " SHIPPED ON THE BACKORDER"
               SUBTRACT 1 FROM SERIAL-QTY-WS
           END-IF.
           IF SERIAL-QTY-WS > 0
               PERFORM  847-READ-NEXT-SERIAL
           END-IF.

      * The net price for PRICE-QTY-WS of the part on the current
      * inventory record. A contract for the customer wins while
      * today falls inside its dates; failing that the deepest
      * quantity break the quantity reaches comes off list;
      * failing both the fill goes at list.
       849-RESOLVE-NET-PRICE.
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
               PERFORM  850-FIND-QUANTITY-BREAK
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
       850-FIND-QUANTITY-BREAK.
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
               PERFORM  851-READ-NEXT-BREAK
               PERFORM  852-CONSIDER-BREAK
                   UNTIL BREAK-EOF-FLAG = "Y"
           END-IF.

       851-READ-NEXT-BREAK.
           READ QUANTITY-BREAK-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO BREAK-EOF-FLAG
               NOT AT END
                   IF QB-PART-NUMBER NOT = PART-NUMBER-OUT
                       OR QB-FROM-QTY > PRICE-QTY-WS
                       MOVE "Y" TO BREAK-EOF-FLAG
                   END-IF
           END-READ.

       852-CONSIDER-BREAK.
           MOVE QB-DISCOUNT-PCT TO BREAK-DISCOUNT-WS.
           PERFORM  851-READ-NEXT-BREAK.

      * The fill is billed by CustomerInvoicing.cbl, which relieves
      * the customer's unbilled sales as it invoices - so the fill
      * raises them here, the way a counter sale raises them.
       853-RAISE-UNBILLED-SALES.
           IF CUSTOMER-FILE-OPEN
               MOVE RELIEF-CUSTOMER-WS TO CUSTOMER-CODE-IN
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
               END-READ
           END-IF.

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
           MOVE "ReceivePurchaseOrder" TO SEC-PROGRAM-OUT.
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
           MOVE SPACES TO LOTMAST-PATH-WS.
           STRING
               FUNCTION TRIM(DATA-DIRECTORY-WS)
               "LOTMAST.TXT" DELIMITED BY SIZE
               INTO LOTMAST-PATH-WS
           END-STRING.
           MOVE SPACES TO ASNSTAGE-PATH-WS.
           STRING
               FUNCTION TRIM(DATA-DIRECTORY-WS)
                   DELIMITED BY SIZE
               "ASNSTAGE.TXT" DELIMITED BY SIZE
               INTO ASNSTAGE-PATH-WS
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
           MOVE SPACES TO CUSTMAST-PATH-WS.
           STRING
               FUNCTION TRIM(DATA-DIRECTORY-WS)
                   DELIMITED BY SIZE
               "CUSTMAST.TXT" DELIMITED BY SIZE
               INTO CUSTMAST-PATH-WS
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

      * Ending of Program ReceivePurchaseOrder
       END PROGRAM ReceivePurchaseOrder.
