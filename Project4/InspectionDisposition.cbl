       PROGRAM-ID. InspectionDisposition as "InspectionDisposition".
       AUTHOR     PRIYANK PATEL & JASHANJOT PRUTHI & VIVEK PATEL &
                   AMARJEET SINGH & SAHILVIR SINGH DHILLON.

      * Modification History
      * ---------------------------------------------------------
      * New program for quality control. A receipt of a part
      * PartMaintenance.cbl flags for incoming inspection lands on
      * hold - counted on hand but kept out of every sale, order,
      * transfer, and backorder fill - with the held quantity on
      * both the INVENT6.TXT record and the LOTMAST.TXT lot. Here
      * the inspector keys a part and storeroom, sees its held
      * lots, and disposes of a lot's held quantity: released
      * stock becomes available at once and fills the part's open
      * backorders oldest first, exactly as a dock receipt does;
      * rejected stock goes straight back to the vendor as a "V"
      * return to vendor with its reason code, leaving the shelf,
      * the lot, and the hold together and logging to TRANSLOG.TXT
      * like any other return. Every disposition is written to
      * INSPAUDT.TXT with the operator captured at sign-on.
      * A backorder fill now stamps the fill date on BACKORD.TXT
      * and logs its "S" lines with reason "B", so the fill is
      * told apart from fresh counter demand on TRANSLOG.TXT.
      * A reject of a serialized part keys the serial of every unit
      * going back to the vendor and marks each returned to vendor on
      * SERMAST.TXT; backorder fills from released stock ship the first
      * tracked serials on the shelf. Every serial move is logged to
      * SERHIST.TXT.
      * A backorder fill from released stock is now priced for its
      * customer and the quantity filled - contract, quantity
      * break, or list, read from CUSTPRIC.TXT and QTYBREAK.TXT as
      * UpdateTransaction.cbl prices it - and the net price goes on
      * its "S" log lines. The customer's unbilled sales on
      * CUSTMAST.TXT rise by the fill's value until
      * CustomerInvoicing.cbl bills it.
      * The customer master is marked open by its own switch, so a
      * fill for a customer not on file no longer stops later fills
      * raising unbilled sales or leaves the file unclosed.
      * The operator now needs the QC disposition permission on
      * OPERMAST.TXT to go past sign-on - anyone else is refused and
      * logged to SECEXCPT.TXT. The operator record layout gains the
      * new permissions.
      * ---------------------------------------------------------

      * Environment division for the inventory, lot, and log files
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Optional run-time configuration read from the working
      * directory - it points every file below at a chosen
      * data directory so the suite can rehearse on copied data
         SELECT CONFIG-FILE
         ASSIGN TO "FILECFG.TXT"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS CONFIG-FILE-STATUS-WS.

      * Keyed by part number plus storeroom location so the same part
      * number can carry a separate on-hand quantity per storeroom.
         SELECT INVENT-FILE-OUT
         ASSIGN DYNAMIC INVENT6-PATH-WS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS PART-LOCATION-KEY-OUT.

      * Keyed by part, location, then lot so a START on
      * part/location walks that part's lots in one group.
         SELECT LOT-FILE-OUT
         ASSIGN DYNAMIC LOTMAST-PATH-WS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS LOT-KEY-OUT
           FILE STATUS IS LOT-FILE-STATUS-WS.

      * Keyed by part, location, then date and time so a START on
      * part/location reads that part's backorders oldest first.
         SELECT BACKORDER-FILE-OUT
         ASSIGN DYNAMIC BACKORD-PATH-WS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS BACKORDER-KEY-OUT
           FILE STATUS IS BACKORDER-FILE-STATUS-WS.

         SELECT TRANSACTION-LOG-OUT
         ASSIGN DYNAMIC TRANSLOG-PATH-WS
           ORGANIZATION LINE SEQUENTIAL.

         SELECT OPERATOR-FILE-IN
         ASSIGN DYNAMIC OPERMAST-PATH-WS
           ORGANIZATION IS INDEXED
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

         SELECT INSPECTION-AUDIT-OUT
         ASSIGN DYNAMIC INSPAUDT-PATH-WS
           ORGANIZATION LINE SEQUENTIAL.

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
       FILE SECTION.
      * One directory path per configuration line
       FD CONFIG-FILE.
       01 CONFIG-RECORD                    PIC X(60).

       FD INVENT-FILE-OUT.
       01 INVENTORY-REPORT-OUT.
           05 PART-LOCATION-KEY-OUT.
               10 PART-NUMBER-OUT            PIC 9(5).
               10 LOCATION-CODE-OUT          PIC X(2).
           05 PART-NAME-OUT                 PIC X(20).
           05 QTY-ON-HAND-OUT               PIC 9(5).
           05 UNIT-PRICE-OUT                PIC 9(4)V99.
           05 SUPPLIER-COD-OUT              PIC X(5).
           05 REORDER-POINT-OUT             PIC 9(5).
           05 YTD-QTY-SOLD-OUT              PIC 9(7).
           05 YTD-QTY-RECEIVED-OUT          PIC 9(7).
           05 PART-STATUS-OUT               PIC X(1).
               88 PART-ACTIVE-OUT           VALUE "A".
               88 PART-DISCONTINUED-OUT     VALUE "D".
           05 ABC-CLASS-OUT                 PIC X(1).
           05 UNIT-COST-OUT                 PIC 9(4)V99.
           05 QTY-ALLOCATED-OUT             PIC 9(5).
           05 STOCK-UNIT-OUT                PIC X(4).
           05 PACK-SIZE-OUT                 PIC 9(3).
           05 BARCODE-OUT                   PIC X(13).
           05 INSPECT-FLAG-OUT              PIC X(1).
               88 INSPECT-REQUIRED-OUT      VALUE "Y".
           05 QTY-ON-HOLD-OUT               PIC 9(5).
           05 SERIAL-FLAG-OUT               PIC X(1).
               88 SERIALIZED-PART-OUT       VALUE "Y".

      * One record per lot still holding stock at a storeroom
       FD LOT-FILE-OUT.
       01 LOT-MASTER-RECORD.
           05 LOT-KEY-OUT.
               10 LOT-PART-NUMBER-OUT       PIC 9(5).
               10 LOT-LOCATION-OUT          PIC X(2).
               10 LOT-ID-OUT                PIC X(10).
           05 LOT-QTY-ON-HAND-OUT           PIC 9(5).
           05 LOT-RECEIPT-DATE-OUT          PIC 9(8).
           05 LOT-HOLD-FLAG-OUT             PIC X(1).
               88 LOT-HELD-OUT              VALUE "Y".
           05 LOT-QTY-ON-HOLD-OUT           PIC 9(5).
           05 LOT-HOLD-DATE-OUT             PIC 9(8).

      * One record per rejected sale - filled here as stock is
      * released
       FD BACKORDER-FILE-OUT.
       01 BACKORDER-RECORD-OUT.
           05 BACKORDER-KEY-OUT.
               10 BO-PART-NUMBER-OUT        PIC 9(5).
               10 BO-LOCATION-OUT           PIC X(2).
               10 BO-DATE-OUT               PIC 9(8).
               10 BO-TIME-OUT               PIC 9(6).
           05 BO-QTY-WANTED-OUT             PIC 9(5).
           05 BO-QTY-OPEN-OUT               PIC 9(5).
           05 BO-STATUS-OUT                 PIC X(1).
               88 BO-ORDER-OPEN             VALUE "O".
               88 BO-ORDER-FILLED           VALUE "F".
           05 BO-CUSTOMER-OUT               PIC X(5).
           05 BO-FILL-DATE-OUT              PIC 9(8).

      * Sequential log of every accepted online/batch transaction
       FD TRANSACTION-LOG-OUT.
       01 TRANSACTION-LOG-RECORD.
           05 LOG-DATE-OUT                  PIC 9(8).
           05 FILLER                        PIC X(1) VALUE SPACE.
           05 LOG-TIME-OUT                  PIC 9(6).
           05 FILLER                        PIC X(1) VALUE SPACE.
           05 LOG-PART-NUMBER-OUT           PIC 9(5).
           05 FILLER                        PIC X(1) VALUE SPACE.
           05 LOG-LOCATION-OUT              PIC X(2).
           05 FILLER                        PIC X(1) VALUE SPACE.
           05 LOG-TRANS-TYPE-OUT            PIC X(1).
           05 FILLER                        PIC X(1) VALUE SPACE.
           05 LOG-VALUE-ENTERED-OUT         PIC 9(5)V99.
           05 FILLER                        PIC X(1) VALUE SPACE.
           05 LOG-QTY-BEFORE-OUT            PIC 9(5).
           05 FILLER                        PIC X(1) VALUE SPACE.
           05 LOG-QTY-AFTER-OUT             PIC 9(5).
           05 FILLER                        PIC X(1) VALUE SPACE.
           05 LOG-TO-LOCATION-OUT           PIC X(2).
           05 FILLER                        PIC X(1) VALUE SPACE.
           05 LOG-CUSTOMER-OUT              PIC X(5).
           05 FILLER                        PIC X(1) VALUE SPACE.
           05 LOG-OPERATOR-OUT              PIC X(8).
           05 FILLER                        PIC X(1) VALUE SPACE.
           05 LOG-LOT-NUMBER-OUT            PIC X(10).
           05 FILLER                        PIC X(1) VALUE SPACE.
           05 LOG-PACK-QTY-OUT              PIC 9(5).
           05 FILLER                        PIC X(1) VALUE SPACE.
           05 LOG-REASON-OUT                PIC X(1).
           05 FILLER                        PIC X(1) VALUE SPACE.
           05 LOG-SO-NUMBER-OUT             PIC 9(5).
           05 FILLER                        PIC X(1) VALUE SPACE.
           05 LOG-NET-PRICE-OUT             PIC 9(4)V99.

      * The operators allowed to sign on for inspection
       FD OPERATOR-FILE-IN.
       01 OPERATOR-MASTER-RECORD.
           05 OPERATOR-ID-IN                 PIC X(8).
           05 OPERATOR-NAME-IN               PIC X(20).
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

      * One line per disposition - "R" released or "X" rejected
       FD INSPECTION-AUDIT-OUT.
       01 INSPECTION-AUDIT-RECORD.
           05 AUD-DATE-OUT                  PIC 9(8).
           05 FILLER                        PIC X(1) VALUE SPACE.
           05 AUD-TIME-OUT                  PIC 9(6).
           05 FILLER                        PIC X(1) VALUE SPACE.
           05 AUD-OPERATOR-OUT              PIC X(8).
           05 FILLER                        PIC X(1) VALUE SPACE.
           05 AUD-ACTION-OUT                PIC X(1).
           05 FILLER                        PIC X(1) VALUE SPACE.
           05 AUD-PART-NUMBER-OUT           PIC 9(5).
           05 FILLER                        PIC X(1) VALUE SPACE.
           05 AUD-LOCATION-OUT              PIC X(2).
           05 FILLER                        PIC X(1) VALUE SPACE.
           05 AUD-LOT-NUMBER-OUT            PIC X(10).
           05 FILLER                        PIC X(1) VALUE SPACE.
           05 AUD-QTY-OUT                   PIC 9(5).
           05 FILLER                        PIC X(1) VALUE SPACE.
           05 AUD-REASON-OUT                PIC X(1).
           05 FILLER                        PIC X(1) VALUE SPACE.
           05 AUD-HOLD-DATE-OUT             PIC 9(8).

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
      * File locations built at start-up from FILECFG.TXT so
      * the suite can be pointed at a test directory - the
      * long-standing live directory stands when no config
      * file is present.
       01 FILE-PATH-VARIABLES.
           05 CONFIG-FILE-STATUS-WS         PIC X(2).
           05 DATA-DIRECTORY-WS             PIC X(60) VALUE
               "E:\level 3\Cobol\projects\project 4\".
           05 INVENT6-PATH-WS               PIC X(90).
           05 LOTMAST-PATH-WS               PIC X(90).
           05 BACKORD-PATH-WS               PIC X(90).
           05 TRANSLOG-PATH-WS              PIC X(90).
           05 OPERMAST-PATH-WS              PIC X(90).
           05 SECEXCPT-PATH-WS              PIC X(90).
           05 INSPAUDT-PATH-WS              PIC X(90).
           05 SERMAST-PATH-WS               PIC X(90).
           05 SERHIST-PATH-WS               PIC X(90).
           05 CUSTMAST-PATH-WS              PIC X(90).
           05 CUSTPRIC-PATH-WS              PIC X(90).
           05 QTYBREAK-PATH-WS              PIC X(90).

       01 SECURITY-VARIABLES.
           05 SECURITY-OPERATOR-WS          PIC X(8).
           05 SECURITY-FUNCTION-WS          PIC X(30).

       01 TEMP.
           05 PART-NUMBER-WS                PIC 9(5).
           05 LOCATION-WS                   PIC X(2).
           05 LOT-NUMBER-WS                 PIC X(10).
           05 DISPOSITION-QTY-WS            PIC 9(5).
           05 REASON-CODE-WS                PIC X(1).
               88 RETURN-REASON-VALID       VALUE "D" "W" "Y".
           05 QTY-BEFORE-WS                 PIC 9(5).
           05 HELD-LOT-COUNT-WS             PIC 9(3).
           05 LIST-EOF-FLAG                 PIC X(1).
           05 LOT-FILE-STATUS-WS            PIC X(2).
           05 BACKORDER-FILE-STATUS-WS      PIC X(2).
           05 BACKORDER-EOF-FLAG            PIC X(1).
           05 FILL-QTY-WS                   PIC 9(5).
           05 AVAILABLE-QTY-WS              PIC S9(7).
           05 OPERATOR-ID-WS                PIC X(8).
           05 OPERATOR-OK-SW                PIC X(1).
               88 OPERATOR-OK               VALUE "Y".
           05 FUNCTION-ALLOWED-SW           PIC X(1) VALUE "N".
               88 FUNCTION-ALLOWED          VALUE "Y".
           05 DISPOSITION-OK-SW             PIC X(1).
               88 DISPOSITION-OK            VALUE "Y".
           05 RELEASED-COUNT-WS             PIC 9(5) VALUE 0.
           05 REJECTED-COUNT-WS             PIC 9(5) VALUE 0.

      * Serial numbers keyed for a rejected lot of a serialized
      * part - one per unit going back to the vendor
       01 SERIAL-VARIABLES.
           05 SERIAL-FILE-STATUS-WS         PIC X(2).
           05 SERIAL-EOF-FLAG               PIC X(1).
           05 SERIAL-COUNT-WS               PIC 9(3).
           05 SERIAL-IDX-WS                 PIC 9(3).
           05 SERIAL-CHECK-IDX-WS           PIC 9(3).
           05 SERIAL-QTY-WS                 PIC 9(5).
           05 SERIAL-TYPE-WS                PIC X(1).
           05 SERIAL-CUSTOMER-WS            PIC X(5).
           05 SERIAL-REASON-WS              PIC X(1).
           05 TRACKED-ON-SHELF-WS           PIC 9(5).
           05 UNTRACKED-QTY-WS              PIC S9(7).
           05 SERIAL-TABLE-WS.
               10 SERIAL-KEYED-WS           PIC X(15)
                                            OCCURS 99 TIMES.

      * The FIFO relief working set - one "S" log line is written
      * per lot segment a backorder fill draws down.
       01 LOT-RELIEF-VARIABLES.
           05 RELIEF-QTY-WS                 PIC 9(5).
           05 RELIEF-CUSTOMER-WS            PIC X(5).
           05 SEG-BEFORE-WS                 PIC 9(5).
           05 SEG-QTY-WS                    PIC 9(5).
           05 LOT-EOF-FLAG                  PIC X(1).
           05 OLDEST-FOUND-SW               PIC X(1).
               88 OLDEST-LOT-FOUND          VALUE "Y".
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
         05 DISPOSITION-ACTION PIC X(1).
           88 RELEASE-ACTION VALUE "R".
           88 REJECT-ACTION VALUE "X".

      * Layout matches TRANSACTION-LOG-RECORD byte-for-byte, including
      * the space FILLER between fields, since WRITE...FROM below is a
      * raw group MOVE - a WS field dropped or added here would shift
      * every field after it in TRANSLOG.TXT.
       01 TRANSACTION-LOG-RECORD-WS.
           05 LOG-DATE-OUT-WS               PIC 9(8).
           05 FILLER                        PIC X(1) VALUE SPACE.
           05 LOG-TIME-OUT-WS               PIC 9(6).
           05 FILLER                        PIC X(1) VALUE SPACE.
           05 LOG-PART-NUMBER-OUT-WS        PIC 9(5).
           05 FILLER                        PIC X(1) VALUE SPACE.
           05 LOG-LOCATION-OUT-WS           PIC X(2).
           05 FILLER                        PIC X(1) VALUE SPACE.
           05 LOG-TRANS-TYPE-OUT-WS         PIC X(1).
           05 FILLER                        PIC X(1) VALUE SPACE.
           05 LOG-VALUE-ENTERED-OUT-WS      PIC 9(5)V99.
           05 FILLER                        PIC X(1) VALUE SPACE.
           05 LOG-QTY-BEFORE-OUT-WS         PIC 9(5).
           05 FILLER                        PIC X(1) VALUE SPACE.
           05 LOG-QTY-AFTER-OUT-WS          PIC 9(5).
           05 FILLER                        PIC X(1) VALUE SPACE.
           05 LOG-TO-LOCATION-OUT-WS        PIC X(2).
           05 FILLER                        PIC X(1) VALUE SPACE.
           05 LOG-CUSTOMER-OUT-WS           PIC X(5).
           05 FILLER                        PIC X(1) VALUE SPACE.
           05 LOG-OPERATOR-OUT-WS           PIC X(8).
           05 FILLER                        PIC X(1) VALUE SPACE.
           05 LOG-LOT-NUMBER-OUT-WS         PIC X(10).
           05 FILLER                        PIC X(1) VALUE SPACE.
           05 LOG-PACK-QTY-OUT-WS           PIC 9(5).
           05 FILLER                        PIC X(1) VALUE SPACE.
           05 LOG-REASON-OUT-WS             PIC X(1).
           05 FILLER                        PIC X(1) VALUE SPACE.
           05 LOG-SO-NUMBER-OUT-WS          PIC 9(5).
           05 FILLER                        PIC X(1) VALUE SPACE.
           05 LOG-NET-PRICE-OUT-WS          PIC 9(4)V99.

       01 HELD-LOT-DISPLAY-WS.
           05  FILLER                      PIC X(4) VALUE "LOT ".
           05  DSP-LOT-ID-OUT              PIC X(10).
           05  FILLER                      PIC X(7) VALUE "  HELD ".
           05  DSP-QTY-ON-HOLD-OUT         PIC ZZZZ9.
           05  FILLER                      PIC X(10) VALUE "  OF LOT  ".
           05  DSP-QTY-ON-HAND-OUT         PIC ZZZZ9.
           05  FILLER                      PIC X(8) VALUE "  SINCE ".
           05  DSP-HOLD-DATE-OUT           PIC 9(8).

      * Procedure division begins
       PROCEDURE DIVISION.
       100-DISPOSITION-HELD-STOCK.
           PERFORM  990-LOAD-FILE-PATHS.
           PERFORM  201-INIT-OPEN-FILES.
           PERFORM  204-SIGN-ON-OPERATOR.
           IF FUNCTION-ALLOWED
               PERFORM  701-PROMPT-PART-LOCATION
               PERFORM  801-DISPOSITION-PART
                   UNTIL PART-NUMBER-WS = 0
           END-IF.
           PERFORM  203-TERMINATE-DISPOSITION.
           STOP RUN.

       201-INIT-OPEN-FILES.
           OPEN I-O INVENT-FILE-OUT.
           OPEN EXTEND TRANSACTION-LOG-OUT.
           OPEN INPUT OPERATOR-FILE-IN.
           OPEN EXTEND INSPECTION-AUDIT-OUT.
           PERFORM  206-OPEN-BACKORDER-FILE.
           PERFORM  207-OPEN-LOT-FILE.
           PERFORM  208-OPEN-SERIAL-FILE.
           OPEN EXTEND SERIAL-HISTORY-OUT.
           OPEN I-O CUSTOMER-FILE-IN.
           IF CUSTOMER-FILE-STATUS-WS = "00"
               MOVE "Y" TO CUSTOMER-FILE-SW
           END-IF.
           PERFORM  209-OPEN-PRICE-FILES.

       203-TERMINATE-DISPOSITION.
           DISPLAY "LOTS RELEASED " RELEASED-COUNT-WS.
           DISPLAY "LOTS REJECTED " REJECTED-COUNT-WS.
           CLOSE INVENT-FILE-OUT.
           CLOSE TRANSACTION-LOG-OUT.
           CLOSE OPERATOR-FILE-IN.
           CLOSE INSPECTION-AUDIT-OUT.
           CLOSE BACKORDER-FILE-OUT.
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

      * Releasing stock into the sellable pool or shipping it back
      * is the inspector's call - sign-on repeats until an active
      * master ID is given, and the ID rides every log line. Only
      * an ID with the QC disposition permission may go on.
       204-SIGN-ON-OPERATOR.
           MOVE "N" TO OPERATOR-OK-SW.
           PERFORM  205-PROMPT-OPERATOR-ID
               UNTIL OPERATOR-OK.
           IF MAY-DISPOSITION-IN
               MOVE "Y" TO FUNCTION-ALLOWED-SW
           ELSE
               MOVE OPERATOR-ID-WS TO SECURITY-OPERATOR-WS
               MOVE "QC DISPOSITION" TO SECURITY-FUNCTION-WS
               PERFORM  950-LOG-SECURITY-EXCEPTION
           END-IF.

       205-PROMPT-OPERATOR-ID.
           DISPLAY "ENTER OPERATOR ID->".
           ACCEPT OPERATOR-ID-WS.
           IF OPERATOR-ID-WS NOT = SPACES
               MOVE OPERATOR-ID-WS TO OPERATOR-ID-IN
               READ OPERATOR-FILE-IN
                   INVALID KEY
                       DISPLAY "OPERATOR NOT ON OPERATOR MASTER"
                   NOT INVALID KEY
                       IF OPERATOR-DISABLED-IN
                           DISPLAY "OPERATOR ID IS DISABLED"
                       ELSE
                           MOVE "Y" TO OPERATOR-OK-SW
                       END-IF
               END-READ
           END-IF.

      * A first run with no backorder file yet builds it fresh and
      * then reopens it I-O, because the fill pass needs to START
      * and READ it and a file left in output mode cannot be read.
       206-OPEN-BACKORDER-FILE.
           OPEN I-O BACKORDER-FILE-OUT.
           IF BACKORDER-FILE-STATUS-WS NOT = "00"
               OPEN OUTPUT BACKORDER-FILE-OUT
               CLOSE BACKORDER-FILE-OUT
               OPEN I-O BACKORDER-FILE-OUT
           END-IF.

      * A first run with no lot file yet builds it fresh and then
      * reopens it I-O, the same way the backorder file opens.
       207-OPEN-LOT-FILE.
           OPEN I-O LOT-FILE-OUT.
           IF LOT-FILE-STATUS-WS NOT = "00"
               OPEN OUTPUT LOT-FILE-OUT
               CLOSE LOT-FILE-OUT
               OPEN I-O LOT-FILE-OUT
           END-IF.

      * A first run with no serial master builds it fresh and
      * reopens it I-O, the same way the lot file opens.
       208-OPEN-SERIAL-FILE.
           OPEN I-O SERIAL-FILE-OUT.
           IF SERIAL-FILE-STATUS-WS NOT = "00"
               OPEN OUTPUT SERIAL-FILE-OUT
               CLOSE SERIAL-FILE-OUT
               OPEN I-O SERIAL-FILE-OUT
           END-IF.

      * No price tables just means every fill goes at list, the
      * way UpdateTransaction.cbl prices a sale without them.
       209-OPEN-PRICE-FILES.
           MOVE FUNCTION CURRENT-DATE(1:8) TO PRICE-TODAY-WS.
           OPEN INPUT CONTRACT-PRICE-FILE.
           IF CONTRACT-PRICE-STATUS-WS = "00"
               MOVE "Y" TO CONTRACT-FILE-SW
           END-IF.
           OPEN INPUT QUANTITY-BREAK-FILE.
           IF QUANTITY-BREAK-STATUS-WS = "00"
               MOVE "Y" TO BREAK-FILE-SW
           END-IF.

       701-PROMPT-PART-LOCATION.
           DISPLAY "ENTER PART NUMBER (0 TO QUIT)->".
           ACCEPT PART-NUMBER-WS.
           IF PART-NUMBER-WS NOT = 0
               DISPLAY "ENTER LOCATION->"
               ACCEPT LOCATION-WS
           END-IF.

       702-PROMPT-LOT-NUMBER.
           DISPLAY "ENTER LOT (BLANK WHEN DONE)->".
           ACCEPT LOT-NUMBER-WS.

       703-READ-LISTED-LOT.
           READ LOT-FILE-OUT NEXT RECORD
               AT END
                   MOVE "Y" TO LIST-EOF-FLAG
               NOT AT END
                   IF LOT-PART-NUMBER-OUT NOT = PART-NUMBER-WS
                       OR LOT-LOCATION-OUT NOT = LOCATION-WS
                       MOVE "Y" TO LIST-EOF-FLAG
                   END-IF
           END-READ.

      * The part's held lots are listed so the inspector keys a
      * lot that is actually in QC; each lot is then disposed of
      * in turn until a blank lot ends the part.
       801-DISPOSITION-PART.
           MOVE PART-NUMBER-WS TO PART-NUMBER-OUT.
           MOVE LOCATION-WS TO LOCATION-CODE-OUT.
           READ INVENT-FILE-OUT
               INVALID KEY
                   DISPLAY "INVALID PART-NUMBER OR LOCATION"
               NOT INVALID KEY
                   IF QTY-ON-HOLD-OUT = 0
                       DISPLAY "NOTHING HELD FOR INSPECTION"
                   ELSE
                       DISPLAY "HELD FOR INSPECTION " QTY-ON-HOLD-OUT
                       PERFORM  802-LIST-HELD-LOTS
                       PERFORM  702-PROMPT-LOT-NUMBER
                       PERFORM  804-DISPOSITION-LOT
                           UNTIL LOT-NUMBER-WS = SPACES
                   END-IF
           END-READ.
           PERFORM  701-PROMPT-PART-LOCATION.

       802-LIST-HELD-LOTS.
           MOVE ZERO TO HELD-LOT-COUNT-WS.
           MOVE "N" TO LIST-EOF-FLAG.
           MOVE PART-NUMBER-WS TO LOT-PART-NUMBER-OUT.
           MOVE LOCATION-WS TO LOT-LOCATION-OUT.
           MOVE LOW-VALUES TO LOT-ID-OUT.
           START LOT-FILE-OUT
               KEY IS NOT LESS THAN LOT-KEY-OUT
               INVALID KEY
                   MOVE "Y" TO LIST-EOF-FLAG
           END-START.
           IF LIST-EOF-FLAG NOT = "Y"
               PERFORM  703-READ-LISTED-LOT
               PERFORM  803-DISPLAY-HELD-LOT
                   UNTIL LIST-EOF-FLAG = "Y"
           END-IF.
           IF HELD-LOT-COUNT-WS = 0
               DISPLAY "NO LOT CARRIES THE HELD QUANTITY"
           END-IF.

       803-DISPLAY-HELD-LOT.
           IF LOT-HELD-OUT AND LOT-QTY-ON-HOLD-OUT > 0
               MOVE LOT-ID-OUT TO DSP-LOT-ID-OUT
               MOVE LOT-QTY-ON-HOLD-OUT TO DSP-QTY-ON-HOLD-OUT
               MOVE LOT-QTY-ON-HAND-OUT TO DSP-QTY-ON-HAND-OUT
               MOVE LOT-HOLD-DATE-OUT TO DSP-HOLD-DATE-OUT
               DISPLAY HELD-LOT-DISPLAY-WS
               ADD 1 TO HELD-LOT-COUNT-WS
           END-IF.
           PERFORM  703-READ-LISTED-LOT.

      * The quantity disposed of may be part of the lot's hold -
      * QC may pass most of a delivery and send the rest back -
      * but never more than the lot still has in QC.
       804-DISPOSITION-LOT.
           MOVE "Y" TO DISPOSITION-OK-SW.
           MOVE PART-NUMBER-WS TO LOT-PART-NUMBER-OUT.
           MOVE LOCATION-WS TO LOT-LOCATION-OUT.
           MOVE LOT-NUMBER-WS TO LOT-ID-OUT.
           READ LOT-FILE-OUT
               INVALID KEY
                   DISPLAY "LOT NOT ON FILE FOR THIS PART"
                   MOVE "N" TO DISPOSITION-OK-SW
           END-READ.
           IF DISPOSITION-OK
               IF LOT-QTY-ON-HOLD-OUT = 0
                   DISPLAY "LOT HAS NOTHING HELD"
                   MOVE "N" TO DISPOSITION-OK-SW
               END-IF
           END-IF.
           IF DISPOSITION-OK
               DISPLAY "TYPE 'R' RELEASE TO STOCK, 'X' REJECT TO VENDOR"
               ACCEPT DISPOSITION-ACTION
               IF NOT RELEASE-ACTION AND NOT REJECT-ACTION
                   DISPLAY "INVALID ACTION"
                   MOVE "N" TO DISPOSITION-OK-SW
               END-IF
           END-IF.
           IF DISPOSITION-OK
               DISPLAY "ENTER QUANTITY->"
               ACCEPT DISPOSITION-QTY-WS
               IF DISPOSITION-QTY-WS = 0
                   OR DISPOSITION-QTY-WS > LOT-QTY-ON-HOLD-OUT
                   DISPLAY "QUANTITY EXCEEDS HELD QTY - REJECTED"
                   MOVE "N" TO DISPOSITION-OK-SW
               END-IF
           END-IF.
           IF DISPOSITION-OK AND REJECT-ACTION
               DISPLAY "REASON CODE (D DAMAGED, W WRONG, Y WARRANTY)->"
               ACCEPT REASON-CODE-WS
               IF NOT RETURN-REASON-VALID
                   DISPLAY
                   "REASON MUST BE 'D', 'W', OR 'Y' - REJECTED"
                   MOVE "N" TO DISPOSITION-OK-SW
               END-IF
           END-IF.
           MOVE ZERO TO SERIAL-COUNT-WS.
           IF DISPOSITION-OK AND REJECT-ACTION
               MOVE PART-NUMBER-WS TO PART-NUMBER-OUT
               MOVE LOCATION-WS TO LOCATION-CODE-OUT
               READ INVENT-FILE-OUT
                   INVALID KEY
                       DISPLAY "PART NOT ON INVENTORY FILE"
                       MOVE "N" TO DISPOSITION-OK-SW
               END-READ
           END-IF.
           IF DISPOSITION-OK AND REJECT-ACTION
               AND SERIALIZED-PART-OUT
               PERFORM  827-COLLECT-REJECT-SERIALS
           END-IF.
           IF DISPOSITION-OK AND RELEASE-ACTION
               PERFORM  805-RELEASE-HELD-STOCK
           END-IF.
           IF DISPOSITION-OK AND REJECT-ACTION
               PERFORM  806-REJECT-HELD-STOCK
           END-IF.
           PERFORM  702-PROMPT-LOT-NUMBER.

      * A release moves nothing on the shelf - the stock is already
      * counted on hand - so no log line is written; the hold just
      * comes off the lot and the part, and the freed stock goes
      * to the oldest open backorders first.
       805-RELEASE-HELD-STOCK.
           MOVE SPACE TO REASON-CODE-WS.
           SUBTRACT DISPOSITION-QTY-WS FROM LOT-QTY-ON-HOLD-OUT.
           PERFORM  809-CLEAR-EMPTY-LOT-HOLD.
           PERFORM  808-WRITE-AUDIT-RECORD.
           REWRITE LOT-MASTER-RECORD
               INVALID KEY DISPLAY "INVALID KEY ON LOT"
           END-REWRITE.
           MOVE PART-NUMBER-WS TO PART-NUMBER-OUT.
           MOVE LOCATION-WS TO LOCATION-CODE-OUT.
           READ INVENT-FILE-OUT
               INVALID KEY
                   DISPLAY "PART NOT ON INVENTORY FILE"
               NOT INVALID KEY
                   IF DISPOSITION-QTY-WS > QTY-ON-HOLD-OUT
                       MOVE ZERO TO QTY-ON-HOLD-OUT
                   ELSE
                       SUBTRACT DISPOSITION-QTY-WS
                           FROM QTY-ON-HOLD-OUT
                   END-IF
                   REWRITE INVENTORY-REPORT-OUT
                       INVALID KEY DISPLAY "INVALID KEY"
                       NOT INVALID KEY
                           ADD 1 TO RELEASED-COUNT-WS
                           DISPLAY "RELEASED " DISPOSITION-QTY-WS
                               " FROM LOT " LOT-NUMBER-WS
                           PERFORM  812-FILL-OPEN-BACKORDERS
                   END-REWRITE
           END-READ.

      * A reject ships the stock back to the vendor - it leaves the
      * shelf, the lot, and the hold together, and logs as a "V"
      * return to vendor carrying the lot and the reason, so the
      * returns, balancing, and recovery programs read it like any
      * other return. Neither YTD accumulator moves.
       806-REJECT-HELD-STOCK.
           MOVE PART-NUMBER-WS TO PART-NUMBER-OUT.
           MOVE LOCATION-WS TO LOCATION-CODE-OUT.
           READ INVENT-FILE-OUT
               INVALID KEY
                   DISPLAY "PART NOT ON INVENTORY FILE"
                   MOVE "N" TO DISPOSITION-OK-SW
               NOT INVALID KEY
                   IF DISPOSITION-QTY-WS > QTY-ON-HAND-OUT
                       DISPLAY "QUANTITY EXCEEDS ON-HAND QTY - REJECTED"
                       MOVE "N" TO DISPOSITION-OK-SW
                   END-IF
           END-READ.
           IF DISPOSITION-OK
               MOVE QTY-ON-HAND-OUT TO QTY-BEFORE-WS
               SUBTRACT DISPOSITION-QTY-WS FROM QTY-ON-HAND-OUT
               IF DISPOSITION-QTY-WS > QTY-ON-HOLD-OUT
                   MOVE ZERO TO QTY-ON-HOLD-OUT
               ELSE
                   SUBTRACT DISPOSITION-QTY-WS FROM QTY-ON-HOLD-OUT
               END-IF
               REWRITE INVENTORY-REPORT-OUT
                   INVALID KEY
                       DISPLAY "INVALID KEY"
                       MOVE "N" TO DISPOSITION-OK-SW
               END-REWRITE
           END-IF.
           IF DISPOSITION-OK
               SUBTRACT DISPOSITION-QTY-WS FROM LOT-QTY-ON-HAND-OUT
               SUBTRACT DISPOSITION-QTY-WS FROM LOT-QTY-ON-HOLD-OUT
               PERFORM  809-CLEAR-EMPTY-LOT-HOLD
               PERFORM  808-WRITE-AUDIT-RECORD
               REWRITE LOT-MASTER-RECORD
                   INVALID KEY DISPLAY "INVALID KEY ON LOT"
               END-REWRITE
               PERFORM  807-WRITE-REJECT-LOG-RECORD
               IF SERIAL-COUNT-WS > 0
                   PERFORM  832-POST-REJECT-SERIALS
               END-IF
               ADD 1 TO REJECTED-COUNT-WS
               DISPLAY "RETURNED TO VENDOR " DISPOSITION-QTY-WS
                   " FROM LOT " LOT-NUMBER-WS
           END-IF.

       807-WRITE-REJECT-LOG-RECORD.
           MOVE FUNCTION CURRENT-DATE(1:8) TO LOG-DATE-OUT-WS.
           MOVE FUNCTION CURRENT-DATE(9:6) TO LOG-TIME-OUT-WS.
           MOVE PART-NUMBER-OUT TO LOG-PART-NUMBER-OUT-WS.
           MOVE LOCATION-CODE-OUT TO LOG-LOCATION-OUT-WS.
           MOVE "V" TO LOG-TRANS-TYPE-OUT-WS.
           MOVE DISPOSITION-QTY-WS TO LOG-VALUE-ENTERED-OUT-WS.
           MOVE QTY-BEFORE-WS TO LOG-QTY-BEFORE-OUT-WS.
           MOVE QTY-ON-HAND-OUT TO LOG-QTY-AFTER-OUT-WS.
           MOVE SPACES TO LOG-TO-LOCATION-OUT-WS.
           MOVE SPACES TO LOG-CUSTOMER-OUT-WS.
           MOVE OPERATOR-ID-WS TO LOG-OPERATOR-OUT-WS.
           MOVE LOT-NUMBER-WS TO LOG-LOT-NUMBER-OUT-WS.
           MOVE ZERO TO LOG-PACK-QTY-OUT-WS.
           MOVE REASON-CODE-WS TO LOG-REASON-OUT-WS.
           MOVE ZERO TO LOG-SO-NUMBER-OUT-WS.
           MOVE ZERO TO LOG-NET-PRICE-OUT-WS.
           WRITE TRANSACTION-LOG-RECORD FROM TRANSACTION-LOG-RECORD-WS.

      * The hold date is kept on the audit line before a lot with
      * nothing left in QC has it cleared, so the line shows how
      * long the stock sat.
       808-WRITE-AUDIT-RECORD.
           MOVE FUNCTION CURRENT-DATE(1:8) TO AUD-DATE-OUT.
           MOVE FUNCTION CURRENT-DATE(9:6) TO AUD-TIME-OUT.
           MOVE OPERATOR-ID-WS TO AUD-OPERATOR-OUT.
           MOVE DISPOSITION-ACTION TO AUD-ACTION-OUT.
           MOVE PART-NUMBER-WS TO AUD-PART-NUMBER-OUT.
           MOVE LOCATION-WS TO AUD-LOCATION-OUT.
           MOVE LOT-NUMBER-WS TO AUD-LOT-NUMBER-OUT.
           MOVE DISPOSITION-QTY-WS TO AUD-QTY-OUT.
           MOVE REASON-CODE-WS TO AUD-REASON-OUT.
           WRITE INSPECTION-AUDIT-RECORD.

      * A lot with nothing left in QC is no longer held.
       809-CLEAR-EMPTY-LOT-HOLD.
           MOVE LOT-HOLD-DATE-OUT TO AUD-HOLD-DATE-OUT.
           IF LOT-QTY-ON-HOLD-OUT = 0
               MOVE "N" TO LOT-HOLD-FLAG-OUT
               MOVE ZERO TO LOT-HOLD-DATE-OUT
           END-IF.

      * After a release, the part's open backorders are walked in
      * key order - oldest first - and filled while the released
      * stock lasts, exactly as the "B" path in
      * UpdateTransaction.cbl and the dock in
      * ReceivePurchaseOrder.cbl fill them.
       812-FILL-OPEN-BACKORDERS.
           MOVE "N" TO BACKORDER-EOF-FLAG.
           MOVE PART-NUMBER-OUT TO BO-PART-NUMBER-OUT.
           MOVE LOCATION-CODE-OUT TO BO-LOCATION-OUT.
           MOVE ZERO TO BO-DATE-OUT.
           MOVE ZERO TO BO-TIME-OUT.
           START BACKORDER-FILE-OUT
               KEY IS NOT LESS THAN BACKORDER-KEY-OUT
               INVALID KEY
                   MOVE "Y" TO BACKORDER-EOF-FLAG
           END-START.
           COMPUTE AVAILABLE-QTY-WS =
               QTY-ON-HAND-OUT - QTY-ALLOCATED-OUT
               - QTY-ON-HOLD-OUT.
           IF BACKORDER-EOF-FLAG NOT = "Y"
               PERFORM  813-READ-NEXT-BACKORDER
               PERFORM  814-FILL-ONE-BACKORDER
                   UNTIL BACKORDER-EOF-FLAG = "Y"
                   OR AVAILABLE-QTY-WS NOT GREATER THAN 0
           END-IF.

       813-READ-NEXT-BACKORDER.
           READ BACKORDER-FILE-OUT NEXT RECORD
               AT END
                   MOVE "Y" TO BACKORDER-EOF-FLAG
               NOT AT END
                   IF BO-PART-NUMBER-OUT NOT = PART-NUMBER-OUT
                       OR BO-LOCATION-OUT NOT = LOCATION-CODE-OUT
                       MOVE "Y" TO BACKORDER-EOF-FLAG
                   END-IF
           END-READ.

      * A fill may only take the stock no sales order has spoken
      * for and QC has passed - the available quantity, not the
      * whole shelf.
       814-FILL-ONE-BACKORDER.
           IF BO-ORDER-OPEN
               IF BO-QTY-OPEN-OUT > AVAILABLE-QTY-WS
                   MOVE AVAILABLE-QTY-WS TO FILL-QTY-WS
               ELSE
                   MOVE BO-QTY-OPEN-OUT TO FILL-QTY-WS
               END-IF
               IF FILL-QTY-WS > 0
                   PERFORM  815-POST-BACKORDER-FILL
               END-IF
           END-IF.
           IF AVAILABLE-QTY-WS > 0
               PERFORM  813-READ-NEXT-BACKORDER
           END-IF.

       815-POST-BACKORDER-FILL.
           MOVE QTY-ON-HAND-OUT TO QTY-BEFORE-WS.
           SUBTRACT FILL-QTY-WS FROM QTY-ON-HAND-OUT.
           SUBTRACT FILL-QTY-WS FROM AVAILABLE-QTY-WS.
           ADD FILL-QTY-WS TO YTD-QTY-SOLD-OUT.
           REWRITE INVENTORY-REPORT-OUT
               INVALID KEY DISPLAY "INVALID KEY FILLING BACKORDER"
           END-REWRITE.
           SUBTRACT FILL-QTY-WS FROM BO-QTY-OPEN-OUT.
      * The fill date is the day of the latest fill - on a filled
      * backorder, the day the customer's wait ended.
           MOVE FUNCTION CURRENT-DATE(1:8) TO BO-FILL-DATE-OUT.
           IF BO-QTY-OPEN-OUT = 0
               MOVE "F" TO BO-STATUS-OUT
           END-IF.
           REWRITE BACKORDER-RECORD-OUT
               INVALID KEY DISPLAY "INVALID KEY ON BACKORDER"
           END-REWRITE.
           DISPLAY "BACKORDER FILLED " BO-PART-NUMBER-OUT
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
           PERFORM  839-RESOLVE-NET-PRICE.
           MOVE NET-PRICE-WS TO RELIEF-PRICE-WS.
           IF RELIEF-CUSTOMER-WS NOT = SPACES
               COMPUTE UNBILLED-VALUE-WS =
                   RELIEF-QTY-WS * RELIEF-PRICE-WS
               PERFORM  843-RAISE-UNBILLED-SALES
           END-IF.
           PERFORM  820-RELIEVE-LOTS-AND-LOG.
           IF SERIALIZED-PART-OUT
               PERFORM  834-ASSIGN-FILL-SERIALS
           END-IF.

      * The relief driver - the inventory record has already been
      * rewritten for the full quantity; here the lots are drawn
      * down oldest receipt first and one "S" log line goes out
      * per lot drawn, the before/after columns chaining so the
      * segments sum back to the fill.
       820-RELIEVE-LOTS-AND-LOG.
           MOVE QTY-BEFORE-WS TO SEG-BEFORE-WS.
           PERFORM  821-RELIEVE-ONE-LOT-SEGMENT
               UNTIL RELIEF-QTY-WS = 0.

       821-RELIEVE-ONE-LOT-SEGMENT.
           PERFORM  822-FIND-OLDEST-LOT.
           IF OLDEST-LOT-FOUND
               IF RELIEF-QTY-WS > OLDEST-QTY-WS
                   MOVE OLDEST-QTY-WS TO SEG-QTY-WS
               ELSE
                   MOVE RELIEF-QTY-WS TO SEG-QTY-WS
               END-IF
               PERFORM  823-DRAW-DOWN-LOT-RECORD
           ELSE
      * Shelf stock from before lot tracking has no lot record -
      * whatever remains relieves in one blank-lot line.
               MOVE RELIEF-QTY-WS TO SEG-QTY-WS
               MOVE SPACES TO OLDEST-LOT-ID-WS
           END-IF.
           PERFORM  824-WRITE-RELIEF-LOG-LINE.
           SUBTRACT SEG-QTY-WS FROM RELIEF-QTY-WS.
           SUBTRACT SEG-QTY-WS FROM SEG-BEFORE-WS.

       822-FIND-OLDEST-LOT.
           MOVE "N" TO OLDEST-FOUND-SW.
           MOVE "N" TO LOT-EOF-FLAG.
           MOVE 99999999 TO OLDEST-DATE-WS.
           MOVE PART-NUMBER-OUT TO LOT-PART-NUMBER-OUT.
           MOVE LOCATION-CODE-OUT TO LOT-LOCATION-OUT.
           MOVE LOW-VALUES TO LOT-ID-OUT.
           START LOT-FILE-OUT
               KEY IS NOT LESS THAN LOT-KEY-OUT
               INVALID KEY
                   MOVE "Y" TO LOT-EOF-FLAG
           END-START.
           IF LOT-EOF-FLAG NOT = "Y"
               PERFORM  825-READ-NEXT-LOT
               PERFORM  826-CONSIDER-LOT-RECORD
                   UNTIL LOT-EOF-FLAG = "Y"
           END-IF.

       823-DRAW-DOWN-LOT-RECORD.
           MOVE PART-NUMBER-OUT TO LOT-PART-NUMBER-OUT.
           MOVE LOCATION-CODE-OUT TO LOT-LOCATION-OUT.
           MOVE OLDEST-LOT-ID-WS TO LOT-ID-OUT.
           READ LOT-FILE-OUT
               INVALID KEY
                   DISPLAY "INVALID KEY DRAWING LOT"
               NOT INVALID KEY
                   SUBTRACT SEG-QTY-WS FROM LOT-QTY-ON-HAND-OUT
                   REWRITE LOT-MASTER-RECORD
                       INVALID KEY
                           DISPLAY "INVALID KEY ON LOT"
                   END-REWRITE
           END-READ.

       824-WRITE-RELIEF-LOG-LINE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO LOG-DATE-OUT-WS.
           MOVE FUNCTION CURRENT-DATE(9:6) TO LOG-TIME-OUT-WS.
           MOVE PART-NUMBER-OUT TO LOG-PART-NUMBER-OUT-WS.
           MOVE LOCATION-CODE-OUT TO LOG-LOCATION-OUT-WS.
           MOVE "S" TO LOG-TRANS-TYPE-OUT-WS.
           MOVE SEG-QTY-WS TO LOG-VALUE-ENTERED-OUT-WS.
           MOVE SEG-BEFORE-WS TO LOG-QTY-BEFORE-OUT-WS.
           COMPUTE LOG-QTY-AFTER-OUT-WS =
               SEG-BEFORE-WS - SEG-QTY-WS.
           MOVE SPACES TO LOG-TO-LOCATION-OUT-WS.
           MOVE RELIEF-CUSTOMER-WS TO LOG-CUSTOMER-OUT-WS.
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
           READ LOT-FILE-OUT NEXT RECORD
               AT END
                   MOVE "Y" TO LOT-EOF-FLAG
               NOT AT END
                   IF LOT-PART-NUMBER-OUT NOT = PART-NUMBER-OUT
                       OR LOT-LOCATION-OUT NOT = LOCATION-CODE-OUT
                       MOVE "Y" TO LOT-EOF-FLAG
                   END-IF
           END-READ.

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

      * Rejected units of a serialized part go back to the vendor
      * by serial - each must be in stock at this storeroom on the
      * lot being rejected, or one of the units on the shelf from
      * before the part was serialized while any remain.
       827-COLLECT-REJECT-SERIALS.
           MOVE SPACES TO SERIAL-TABLE-WS.
           IF DISPOSITION-QTY-WS > 99
               DISPLAY "SERIALIZED PART - 99 UNITS AT MOST AT A TIME"
               MOVE "N" TO DISPOSITION-OK-SW
           ELSE
               MOVE DISPOSITION-QTY-WS TO SERIAL-COUNT-WS
               PERFORM  828-PROMPT-ONE-SERIAL
                   VARYING SERIAL-IDX-WS FROM 1 BY 1
                   UNTIL SERIAL-IDX-WS > SERIAL-COUNT-WS
               MOVE ZERO TO TRACKED-ON-SHELF-WS
               PERFORM  836-START-AT-PART
               IF SERIAL-EOF-FLAG NOT = "Y"
                   PERFORM  831-READ-NEXT-SERIAL
                   PERFORM  829-COUNT-ONE-SERIAL
                       UNTIL SERIAL-EOF-FLAG = "Y"
               END-IF
               COMPUTE UNTRACKED-QTY-WS =
                   QTY-ON-HAND-OUT - TRACKED-ON-SHELF-WS
               PERFORM  830-CHECK-ONE-SERIAL
                   VARYING SERIAL-IDX-WS FROM 1 BY 1
                   UNTIL SERIAL-IDX-WS > SERIAL-COUNT-WS
                   OR NOT DISPOSITION-OK
           END-IF.
           IF NOT DISPOSITION-OK
               MOVE ZERO TO SERIAL-COUNT-WS
           END-IF.

       828-PROMPT-ONE-SERIAL.
           DISPLAY "SERIAL NUMBER " SERIAL-IDX-WS " OF "
               SERIAL-COUNT-WS "->".
           ACCEPT SERIAL-KEYED-WS(SERIAL-IDX-WS).

       829-COUNT-ONE-SERIAL.
           IF SER-ON-SHELF
               AND SER-LOCATION-OUT = LOCATION-CODE-OUT
               ADD 1 TO TRACKED-ON-SHELF-WS
           END-IF.
           PERFORM  831-READ-NEXT-SERIAL.

       830-CHECK-ONE-SERIAL.
           IF SERIAL-KEYED-WS(SERIAL-IDX-WS) = SPACES
               DISPLAY "SERIAL NUMBER REQUIRED FOR EACH UNIT"
               MOVE "N" TO DISPOSITION-OK-SW
           ELSE
               PERFORM  837-CHECK-DUPLICATE-SERIAL
                   VARYING SERIAL-CHECK-IDX-WS FROM 1 BY 1
                   UNTIL SERIAL-CHECK-IDX-WS
                       NOT LESS THAN SERIAL-IDX-WS
           END-IF.
           IF DISPOSITION-OK
               MOVE PART-NUMBER-OUT TO SER-PART-NUMBER-OUT
               MOVE SERIAL-KEYED-WS(SERIAL-IDX-WS)
                   TO SER-SERIAL-NUMBER-OUT
               READ SERIAL-FILE-OUT
                   INVALID KEY
                       IF UNTRACKED-QTY-WS > 0
                           SUBTRACT 1 FROM UNTRACKED-QTY-WS
                       ELSE
                           MOVE "N" TO DISPOSITION-OK-SW
                       END-IF
                   NOT INVALID KEY
                       IF NOT SER-ON-SHELF
                           OR SER-LOCATION-OUT NOT = LOCATION-CODE-OUT
                           OR SER-LOT-NUMBER-OUT NOT = LOT-NUMBER-WS
                           MOVE "N" TO DISPOSITION-OK-SW
                       END-IF
               END-READ
               IF NOT DISPOSITION-OK
                   DISPLAY "SERIAL " SER-SERIAL-NUMBER-OUT
                       " NOT IN STOCK ON LOT " LOT-NUMBER-WS
               END-IF
           END-IF.

       831-READ-NEXT-SERIAL.
           READ SERIAL-FILE-OUT NEXT RECORD
               AT END
                   MOVE "Y" TO SERIAL-EOF-FLAG
               NOT AT END
                   IF SER-PART-NUMBER-OUT NOT = PART-NUMBER-OUT
                       MOVE "Y" TO SERIAL-EOF-FLAG
                   END-IF
           END-READ.

       832-POST-REJECT-SERIALS.
           MOVE "V" TO SERIAL-TYPE-WS.
           MOVE SPACES TO SERIAL-CUSTOMER-WS.
           MOVE REASON-CODE-WS TO SERIAL-REASON-WS.
           PERFORM  833-POST-ONE-SERIAL
               VARYING SERIAL-IDX-WS FROM 1 BY 1
               UNTIL SERIAL-IDX-WS > SERIAL-COUNT-WS.

       833-POST-ONE-SERIAL.
           MOVE PART-NUMBER-OUT TO SER-PART-NUMBER-OUT.
           MOVE SERIAL-KEYED-WS(SERIAL-IDX-WS)
               TO SER-SERIAL-NUMBER-OUT.
           READ SERIAL-FILE-OUT
               INVALID KEY
                   MOVE "V" TO SER-STATUS-OUT
                   MOVE LOCATION-CODE-OUT TO SER-LOCATION-OUT
                   MOVE ZERO TO SER-RECEIPT-DATE-OUT
                   MOVE ZERO TO SER-SALE-DATE-OUT
                   MOVE SPACES TO SER-CUSTOMER-OUT
                   MOVE LOT-NUMBER-WS TO SER-LOT-NUMBER-OUT
                   WRITE SERIAL-MASTER-RECORD
                       INVALID KEY
                           DISPLAY "INVALID KEY WRITING SERIAL"
                   END-WRITE
               NOT INVALID KEY
                   MOVE "V" TO SER-STATUS-OUT
                   REWRITE SERIAL-MASTER-RECORD
                       INVALID KEY
                           DISPLAY "INVALID KEY ON SERIAL"
                   END-REWRITE
           END-READ.
           PERFORM  835-WRITE-SERIAL-HISTORY.

      * A backorder fill ships the first tracked units in stock at
      * the storeroom, as the counter's fill does; untracked shelf
      * stock ships unnamed.
       834-ASSIGN-FILL-SERIALS.
           MOVE FILL-QTY-WS TO SERIAL-QTY-WS.
           MOVE "S" TO SERIAL-TYPE-WS.
           MOVE BO-CUSTOMER-OUT TO SERIAL-CUSTOMER-WS.
           MOVE "B" TO SERIAL-REASON-WS.
           PERFORM  836-START-AT-PART.
           IF SERIAL-EOF-FLAG NOT = "Y"
               PERFORM  831-READ-NEXT-SERIAL
               PERFORM  838-ASSIGN-ONE-FILL-SERIAL
                   UNTIL SERIAL-EOF-FLAG = "Y"
                   OR SERIAL-QTY-WS = 0
           END-IF.

       835-WRITE-SERIAL-HISTORY.
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
           MOVE ZERO TO SH-REFERENCE-OUT.
           WRITE SERIAL-HISTORY-RECORD.

       836-START-AT-PART.
           MOVE "N" TO SERIAL-EOF-FLAG.
           MOVE PART-NUMBER-OUT TO SER-PART-NUMBER-OUT.
           MOVE LOW-VALUES TO SER-SERIAL-NUMBER-OUT.
           START SERIAL-FILE-OUT
               KEY IS NOT LESS THAN SERIAL-KEY-OUT
               INVALID KEY
                   MOVE "Y" TO SERIAL-EOF-FLAG
           END-START.

       837-CHECK-DUPLICATE-SERIAL.
           IF SERIAL-KEYED-WS(SERIAL-CHECK-IDX-WS)
               = SERIAL-KEYED-WS(SERIAL-IDX-WS)
               DISPLAY "SERIAL " SERIAL-KEYED-WS(SERIAL-IDX-WS)
                   " KEYED TWICE"
               MOVE "N" TO DISPOSITION-OK-SW
           END-IF.

       838-ASSIGN-ONE-FILL-SERIAL.
           IF SER-ON-SHELF
               AND SER-LOCATION-OUT = LOCATION-CODE-OUT
               MOVE "S" TO SER-STATUS-OUT
               MOVE FUNCTION CURRENT-DATE(1:8) TO SER-SALE-DATE-OUT
               MOVE BO-CUSTOMER-OUT TO SER-CUSTOMER-OUT
               REWRITE SERIAL-MASTER-RECORD
                   INVALID KEY
                       DISPLAY "INVALID KEY ON SERIAL"
               END-REWRITE
               PERFORM  835-WRITE-SERIAL-HISTORY
               DISPLAY "SERIAL " SER-SERIAL-NUMBER-OUT
                   " SHIPPED ON THE BACKORDER"
               SUBTRACT 1 FROM SERIAL-QTY-WS
           END-IF.
           IF SERIAL-QTY-WS > 0
               PERFORM  831-READ-NEXT-SERIAL
           END-IF.

      * The net price for PRICE-QTY-WS of the part on the current
      * inventory record. A contract for the customer wins while
      * today falls inside its dates; failing that the deepest
      * quantity break the quantity reaches comes off list;
      * failing both the fill goes at list.
       839-RESOLVE-NET-PRICE.
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
               PERFORM  840-FIND-QUANTITY-BREAK
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
       840-FIND-QUANTITY-BREAK.
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
               PERFORM  841-READ-NEXT-BREAK
               PERFORM  842-CONSIDER-BREAK
                   UNTIL BREAK-EOF-FLAG = "Y"
           END-IF.

       841-READ-NEXT-BREAK.
           READ QUANTITY-BREAK-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO BREAK-EOF-FLAG
               NOT AT END
                   IF QB-PART-NUMBER NOT = PART-NUMBER-OUT
                       OR QB-FROM-QTY > PRICE-QTY-WS
                       MOVE "Y" TO BREAK-EOF-FLAG
                   END-IF
           END-READ.

       842-CONSIDER-BREAK.
           MOVE QB-DISCOUNT-PCT TO BREAK-DISCOUNT-WS.
           PERFORM  841-READ-NEXT-BREAK.

      * The fill is billed by CustomerInvoicing.cbl, which relieves
      * the customer's unbilled sales as it invoices - so the fill
      * raises them here, the way a counter sale raises them.
       843-RAISE-UNBILLED-SALES.
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
           MOVE "InspectionDisposition" TO SEC-PROGRAM-OUT.
           MOVE SECURITY-FUNCTION-WS TO SEC-FUNCTION-OUT.
           WRITE SECURITY-EXCEPTION-RECORD.
           CLOSE SECURITY-LOG-OUT.

      * FILECFG.TXT in the working directory carries the data
      * directory on its first line - point it at a copy of the
      * masters and the whole run rehearses there. No config
      * file means the live directory, exactly as before.
       990-LOAD-FILE-PATHS.
           OPEN INPUT CONFIG-FILE.
           IF CONFIG-FILE-STATUS-WS = "00"
               READ CONFIG-FILE
                   AT END CONTINUE
                   NOT AT END
                       MOVE CONFIG-RECORD TO DATA-DIRECTORY-WS
               END-READ
               CLOSE CONFIG-FILE
           END-IF.
           MOVE SPACES TO INVENT6-PATH-WS.
           STRING
               FUNCTION TRIM(DATA-DIRECTORY-WS)
                   DELIMITED BY SIZE
               "INVENT6.TXT" DELIMITED BY SIZE
               INTO INVENT6-PATH-WS
           END-STRING.
           MOVE SPACES TO LOTMAST-PATH-WS.
           STRING
               FUNCTION TRIM(DATA-DIRECTORY-WS)
                   DELIMITED BY SIZE
               "LOTMAST.TXT" DELIMITED BY SIZE
               INTO LOTMAST-PATH-WS
           END-STRING.
           MOVE SPACES TO BACKORD-PATH-WS.
           STRING
               FUNCTION TRIM(DATA-DIRECTORY-WS)
                   DELIMITED BY SIZE
               "BACKORD.TXT" DELIMITED BY SIZE
               INTO BACKORD-PATH-WS
           END-STRING.
           MOVE SPACES TO TRANSLOG-PATH-WS.
           STRING
               FUNCTION TRIM(DATA-DIRECTORY-WS)
                   DELIMITED BY SIZE
               "TRANSLOG.TXT" DELIMITED BY SIZE
               INTO TRANSLOG-PATH-WS
           END-STRING.
           MOVE SPACES TO OPERMAST-PATH-WS.
           STRING
               FUNCTION TRIM(DATA-DIRECTORY-WS)
                   DELIMITED BY SIZE
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
           MOVE SPACES TO INSPAUDT-PATH-WS.
           STRING
               FUNCTION TRIM(DATA-DIRECTORY-WS)
                   DELIMITED BY SIZE
               "INSPAUDT.TXT" DELIMITED BY SIZE
               INTO INSPAUDT-PATH-WS
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

      * Ending of Program InspectionDisposition
       END PROGRAM InspectionDisposition.
