      * the balancing and trace programs read the log unchanged.
      * A kit shortage does not capture a backorder - the kit
      * number itself is never received, only its components.
      * A customer-tagged sale is now checked against the
      * customer's credit on CUSTMAST.TXT before it posts: a
      * customer on credit hold is refused, and so is a sale -
      * a kit priced through its components - that would carry
      * the open balance past a non-zero credit limit. Online, a
      * second active operator may key their ID as the
      * supervisor override and the sale posts; a batch line has
      * nobody to override it and is rejected like any other.
      * Anonymous counter sales are not checked.
      * A sale is now priced at its net price rather than list:
      * the customer's contract price on CUSTPRIC.TXT while it
      * runs, else the part's quantity break on QTYBREAK.TXT for
      * the quantity sold, else list. The credit check values the
      * sale at that price, kit components and backorder fills
      * included, and every "S" log line carries the price
      * charged in a trailing column of TRANSLOG.TXT after the
      * sales order column (zero here - only orders fill it).
      * Other log lines carry zero in both.
      * A receipt of a part flagged for incoming inspection now
      * lands on hold - it is counted into QTY-ON-HAND-OUT as
      * before, so the log and trial balance are unchanged, but
      * the same quantity goes to QTY-ON-HOLD-OUT and to the held
      * quantity on its lot, and it fills no backorders. Held
      * stock is excluded from every available-to-promise check
      * here - sales, vendor returns, transfers, backorder fills,
      * and kit components - and FIFO relief draws only on a
      * lot's unheld quantity. InspectionDisposition.cbl releases
      * or rejects what QC has looked at.
      * A "P" price change now needs the price change permission
      * on the signed-on operator's OPERMAST.TXT record, whether
      * keyed on the screen or posted in a batch the operator
      * started - a refused one posts nothing, a refused batch line
      * counts as rejected, and the attempt goes to the SECEXCPT.TXT
      * security exception log. The unattended nightly run is not
      * checked.
      * Each backorder now carries the date of its latest fill on
      * BACKORD.TXT, zero until stock first reaches it, and the
      * "S" lines a fill logs carry reason "B" - the service-level
      * report can then tell a sale off the shelf from a backorder
      * finally shipping, and time the customer's wait.
      * A part flagged serialized on INVENT6.TXT now names every unit
      * it moves. Receipts, sales, customer and vendor returns, and
      * transfers of one prompt for a serial per unit online, and a
      * batch line carries one unit's serial in a trailing column of
      * TRANACCP.TXT. Each serial is proved against the SERMAST.TXT
      * serial master before anything posts: a receipt may not bring
      * in a unit already in stock; a sale, "V" return, or transfer
      * must take a unit in stock at that storeroom, or one of the
      * units on the shelf from before the part was serialized; and
      * a "U" warranty return (reason "Y") must name the customer the
      * unit was sold to. Every posted unit moves on SERMAST.TXT and
      * gets a line on the SERHIST.TXT serial history. A backorder
      * fill ships the first tracked units in stock, and a kit with
      * a serialized component will not sell as a kit.
      * A sale of a part superseded on SUPERSED.TXT that its
      * available stock cannot cover now names the part it leads to
      * today. On the counter screen the operator may sell that
      * replacement from the same storeroom instead, and a shortfall
      * there backorders the replacement. A batch line cannot be
      * asked, so it is refused and backordered on the old number as
      * before, with the replacement shown beside the rejection.
      * A credit override now needs the credit override permission
      * on the supervisor's own OPERMAST.TXT record, the way order
      * entry already required it - a disabled ID is refused and an
      * unpermitted one is logged to SECEXCPT.TXT. The permission
      * and security work areas move to WORKING-STORAGE, since no
      * caller ever passed them. A customer-tagged sale now raises
      * the customer's unbilled sales on CUSTMAST.TXT, and the credit
      * limit is checked against the open balance plus unbilled
      * sales, so a customer cannot buy past the limit between
      * invoicing runs.
      * OPERMAST.TXT record layout gains the purchasing, receiving,
      * cash application, QC disposition, and master file
      * maintenance permissions.
      * ---------------------------------------------------------

      * Environment division for file Invent6.txt
           ACCESS MODE IS RANDOM
           RECORD KEY IS OPERATOR-ID-IN.

      * Refused attempts at a function the operator is not
      * permitted - the supervisor reads this each morning
         SELECT SECURITY-LOG-OUT
         ASSIGN DYNAMIC SECEXCPT-PATH-WS
           ORGANIZATION LINE SEQUENTIAL.

      * Keyed by part, location, then lot so a START on
      * part/location walks that part's lots in one group.
         SELECT LOT-FILE-OUT
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

      * Price change history - one line per accepted "P" transaction
       FD PRICE-HISTORY-OUT.
               88 BO-ORDER-OPEN             VALUE "O".
               88 BO-ORDER-FILLED           VALUE "F".
           05 BO-CUSTOMER-OUT               PIC X(5).
           05 BO-FILL-DATE-OUT              PIC 9(8).

      * The named storerooms a transaction may post against
       FD LOCATION-FILE-IN.
           05 CUSTOMER-STATUS-IN             PIC X(1).
               88 CUSTOMER-ACTIVE-IN         VALUE "A".
               88 CUSTOMER-INACTIVE-IN       VALUE "I".
           05 CUSTOMER-CREDIT-LIMIT-IN       PIC 9(7)V99.
           05 CUSTOMER-CREDIT-HOLD-IN        PIC X(1).
               88 CUSTOMER-ON-HOLD-IN        VALUE "Y".
           05 CUSTOMER-OPEN-BALANCE-IN       PIC S9(7)V99
                                             SIGN LEADING SEPARATE.
           05 CUSTOMER-UNBILLED-SALES-IN     PIC 9(7)V99.

      * The operators allowed to sign on at this terminal
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

      * One record per lot still holding stock at a storeroom
       FD LOT-FILE-OUT.
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

      * Batch transaction input - part number/type/value per line
       FD TRANSACTION-FILE-IN.
           05 TRANS-LOT-NUMBER-IN           PIC X(10).
           05 TRANS-UOM-IN                  PIC X(1).
           05 TRANS-REASON-IN               PIC X(1).
           05 TRANS-SERIAL-IN               PIC X(15).

      * Working storage section begins
       WORKING-STORAGE SECTION.
           05 LOCMAST-PATH-WS               PIC X(90).
           05 CUSTMAST-PATH-WS              PIC X(90).
           05 OPERMAST-PATH-WS              PIC X(90).
           05 SECEXCPT-PATH-WS              PIC X(90).
           05 LOTMAST-PATH-WS               PIC X(90).
           05 CUSTPRIC-PATH-WS              PIC X(90).
           05 QTYBREAK-PATH-WS              PIC X(90).
           05 SERMAST-PATH-WS               PIC X(90).
           05 SERHIST-PATH-WS               PIC X(90).
           05 SUPERSED-PATH-WS              PIC X(90).

       01 TEMP.
           05 DECREASE-WS                   PIC 9(5).
           05 REASON-CODE-WS                PIC X(1).
               88 RETURN-REASON-VALID       VALUES "D" "W" "Y".

      * Credit check on a customer-tagged sale - the sale is
      * valued at its net price, a kit through its components
       01 CREDIT-VARIABLES.
           05 SALE-VALUE-WS                 PIC 9(9)V99.
           05 KIT-SALE-VALUE-WS             PIC 9(9)V99.
           05 UNBILLED-VALUE-WS             PIC 9(9)V99.
           05 SUPERVISOR-ID-WS              PIC X(8).
           05 CREDIT-OVERRIDE-SW            PIC X(1).
               88 CREDIT-OVERRIDDEN         VALUE "Y".

      * Net price resolution - contract, then quantity break, then
      * list. Either table missing simply prices past it.
       01 PRICING-VARIABLES.
           05 CONTRACT-PRICE-STATUS-WS      PIC X(2).
           05 QUANTITY-BREAK-STATUS-WS      PIC X(2).
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

      * Batch restart bookkeeping - mirrors the ConvertFiles
      * checkpoint conventions
      * The part a superseded number leads to today - followed
      * through every link already in effect, capped so a damaged
      * file cannot loop. No SUPERSED.TXT means nothing is offered.
       01 SUPERSESSION-VARIABLES.
           05 SUPERSEDE-FILE-STATUS-WS      PIC X(2).
           05 SUPERSEDE-FILE-SW             PIC X(1) VALUE "N".
               88 SUPERSEDE-FILE-OPEN       VALUE "Y".
           05 SUPERSEDED-PART-WS            PIC 9(5).
           05 REPLACEMENT-PART-WS           PIC 9(5).
           05 REPLACEMENT-FOUND-SW          PIC X(1).
               88 REPLACEMENT-FOUND         VALUE "Y".
           05 REPLACE-ANSWER-WS             PIC X(1).
           05 CHAIN-END-SW                  PIC X(1).
               88 CHAIN-ENDED               VALUE "Y".
           05 HOP-COUNT-WS                  PIC 9(3).
           05 MAX-HOPS-WS                   PIC 9(3) VALUE 20.

      * Kit explosion working set - the components are proved
      * available before any of them posts
       01 KIT-VARIABLES.
           05 KIT-PART-WS                   PIC 9(5).
           05 KIT-NEED-WS                   PIC 9(7).

      * Serial numbers keyed for a serialized part - one per unit
      * moved, proved against SERMAST.TXT before anything posts
       01 SERIAL-VARIABLES.
           05 SERIAL-FILE-STATUS-WS         PIC X(2).
           05 SERIAL-EOF-FLAG               PIC X(1).
           05 SERIAL-COUNT-WS               PIC 9(3).
           05 SERIAL-IDX-WS                 PIC 9(3).
           05 SERIAL-CHECK-IDX-WS           PIC 9(3).
           05 SERIAL-QTY-WS                 PIC 9(5).
           05 SERIAL-LOCATION-WS            PIC X(2).
           05 SERIAL-TO-LOCATION-WS         PIC X(2).
           05 SERIAL-CUSTOMER-WS            PIC X(5).
           05 SERIAL-REASON-WS              PIC X(1).
           05 SERIAL-TYPE-WS                PIC X(1).
               88 SERIAL-RECEIPT            VALUE "B".
               88 SERIAL-SALE               VALUE "S".
               88 SERIAL-CUSTOMER-RETURN    VALUE "U".
               88 SERIAL-VENDOR-RETURN      VALUE "V".
               88 SERIAL-TRANSFER           VALUE "T".
               88 SERIAL-LEAVES-SHELF       VALUES "S" "V" "T".
           05 TRACKED-ON-SHELF-WS           PIC 9(5).
           05 UNTRACKED-QTY-WS              PIC S9(7).
           05 SERIAL-TABLE-WS.
               10 SERIAL-KEYED-WS           PIC X(15)
                                            OCCURS 99 TIMES.

       01 BATCH-RESTART-VARIABLES.
           05 TRANCKPT-FILE-STATUS-WS       PIC X(2).
           05 BATCH-RESTART-SW              PIC X(1) VALUE "N".
           05 RELIEF-CUSTOMER-WS            PIC X(5).
           05 RELIEF-TYPE-WS                PIC X(1).
           05 RELIEF-REASON-WS              PIC X(1).
           05 RELIEF-PRICE-WS               PIC 9(4)V99.
           05 SEG-BEFORE-WS                 PIC 9(5).
           05 SEG-QTY-WS                    PIC 9(5).
           05 LOT-EOF-FLAG                  PIC X(1).
           05 LOG-PACK-QTY-OUT-WS           PIC 9(5).
           05 FILLER                        PIC X(1) VALUE SPACE.
           05 LOG-REASON-OUT-WS             PIC X(1).
           05 FILLER                        PIC X(1) VALUE SPACE.
           05 LOG-SO-NUMBER-OUT-WS          PIC 9(5).
           05 FILLER                        PIC X(1) VALUE SPACE.
           05 LOG-NET-PRICE-OUT-WS          PIC 9(4)V99.

       01 CONDITIONS.
         05 TRANSACTION-TYPE PIC X(1).
           88 TRANSFERRING VALUE "T".
           88 CUSTOMER-RETURN VALUE "U".
           88 VENDOR-RETURN VALUE "V".
           88 REFUSED-TRANSACTION VALUE SPACE.

       01 MODE-CONDITIONS.
         05 RUN-MODE PIC X(1).
           88 TRANSACTION-REJECTED VALUE "N".
         05 REJECTED-COUNT-WS PIC 9(4) VALUE 0.

      * The signed-on operator's function permissions, kept apart
      * from the record area so a later operator read cannot
      * overwrite them
       01 OPERATOR-PERMISSIONS-WS.
           05 PERMIT-PRICE-CHANGE-WS        PIC X(1).
               88 MAY-CHANGE-PRICE          VALUE "Y".
           05 PERMIT-COUNT-ADJUST-WS        PIC X(1).
               88 MAY-ADJUST-COUNT          VALUE "Y".
           05 PERMIT-DISCONTINUE-WS         PIC X(1).
               88 MAY-DISCONTINUE           VALUE "Y".
           05 PERMIT-SUPPLIER-DEACT-WS      PIC X(1).
               88 MAY-DEACT-SUPPLIER        VALUE "Y".
           05 PERMIT-RUN-OVERRIDE-WS        PIC X(1).
               88 MAY-OVERRIDE-RUN          VALUE "Y".
           05 PERMIT-CREDIT-OVERRIDE-WS     PIC X(1).
               88 MAY-OVERRIDE-CREDIT       VALUE "Y".
           05 PERMIT-OPERATOR-MAINT-WS      PIC X(1).
               88 MAY-MAINT-OPERATORS       VALUE "Y".
           05 PERMIT-PURCHASING-WS          PIC X(1).
               88 MAY-PURCHASE              VALUE "Y".
           05 PERMIT-RECEIVING-WS           PIC X(1).
               88 MAY-RECEIVE               VALUE "Y".
           05 PERMIT-CASH-APPLY-WS          PIC X(1).
               88 MAY-APPLY-CASH            VALUE "Y".
           05 PERMIT-QC-DISPOSITION-WS      PIC X(1).
               88 MAY-DISPOSITION           VALUE "Y".
           05 PERMIT-MASTER-MAINT-WS        PIC X(1).
               88 MAY-MAINT-MASTERS         VALUE "Y".
           05 FILLER                        PIC X(3).

       01 SECURITY-VARIABLES.
           05 SECURITY-OPERATOR-WS          PIC X(8).
           05 SECURITY-FUNCTION-WS          PIC X(30).

      * Linkage section - optional forced run mode from a caller
       LINKAGE SECTION.
       01 RUN-MODE-PARM-LK                  PIC X(1).
           OPEN EXTEND TRANSACTION-LOG-OUT.
           OPEN EXTEND PRICE-HISTORY-OUT.
           OPEN INPUT LOCATION-FILE-IN.
           OPEN I-O CUSTOMER-FILE-IN.
           OPEN INPUT OPERATOR-FILE-IN.
           PERFORM  207-OPEN-BACKORDER-FILE.
           PERFORM  210-OPEN-LOT-FILE.
           PERFORM  217-OPEN-BOM-FILE.
           PERFORM  218-OPEN-PRICE-FILES.
           PERFORM  220-OPEN-SERIAL-FILE.
           OPEN EXTEND SERIAL-HISTORY-OUT.
           PERFORM  221-OPEN-SUPERSEDE-FILE.

       202-SELECT-PROCESSING-MODE.
           DISPLAY
           DISPLAY
           "'U' CUSTOMER RETURN, 'V' RETURN TO VENDOR"
           ACCEPT TRANSACTION-TYPE.
           PERFORM  219-CHECK-PRICE-AUTHORITY.
           IF SELLING DISPLAY SELLING-INVENT-SCRN
                       ACCEPT SELLING-INVENT-SCRN.
           IF BUYING DISPLAY BUYING-INVENT-SCRN
           IF TRANSFERRING
               PERFORM  806-APPLY-TRANSFER-TRANSACTION
           ELSE
               IF NOT REFUSED-TRANSACTION
                   PERFORM  801-APPLY-TRANSACTION
               END-IF
           END-IF.

       205-PROCESS-BATCH-TRANSACTIONS.
           IF NOT BOM-FILE-MISSING
               CLOSE BOM-FILE-IN
           END-IF.
           IF CONTRACT-FILE-OPEN
               CLOSE CONTRACT-PRICE-FILE
           END-IF.
           IF BREAK-FILE-OPEN
               CLOSE QUANTITY-BREAK-FILE
           END-IF.
           CLOSE SERIAL-FILE-OUT.
           CLOSE SERIAL-HISTORY-OUT.
           IF SUPERSEDE-FILE-OPEN
               CLOSE SUPERSEDE-FILE
           END-IF.

      * A first run with no backorder file yet builds it fresh, the
      * same way ConvertFiles first builds INVENT6.TXT - and then
               MOVE "Y" TO BOM-FILE-MISSING-SW
           END-IF.

      * No price tables just means every sale goes at list, the
      * way the bill-of-materials file is optional above.
       218-OPEN-PRICE-FILES.
           MOVE FUNCTION CURRENT-DATE(1:8) TO PRICE-TODAY-WS.
           OPEN INPUT CONTRACT-PRICE-FILE.
           IF CONTRACT-PRICE-STATUS-WS = "00"
               MOVE "Y" TO CONTRACT-FILE-SW
           END-IF.
           OPEN INPUT QUANTITY-BREAK-FILE.
           IF QUANTITY-BREAK-STATUS-WS = "00"
               MOVE "Y" TO BREAK-FILE-SW
           END-IF.

      * A first run with no serial master builds it fresh and
      * reopens it I-O, the same way the lot file opens.
       220-OPEN-SERIAL-FILE.
           OPEN I-O SERIAL-FILE-OUT.
           IF SERIAL-FILE-STATUS-WS NOT = "00"
               OPEN OUTPUT SERIAL-FILE-OUT
               CLOSE SERIAL-FILE-OUT
               OPEN I-O SERIAL-FILE-OUT
           END-IF.

      * The supersession file is optional like the price tables -
      * until SupersessionMaintenance has built it no part is
      * superseded and no replacement is ever offered.
       221-OPEN-SUPERSEDE-FILE.
           OPEN INPUT SUPERSEDE-FILE.
           IF SUPERSEDE-FILE-STATUS-WS = "00"
               MOVE "Y" TO SUPERSEDE-FILE-SW
           END-IF.

      * A price change needs the permission on the signed-on
      * operator's master record. A refused one is blanked so
      * nothing posts - keyed online or in a batch the operator
      * started. The unattended nightly run posts what the edit
      * already passed.
       219-CHECK-PRICE-AUTHORITY.
           IF PRICE-CHANGE AND NOT MAY-CHANGE-PRICE
               MOVE OPERATOR-ID-WS TO SECURITY-OPERATOR-WS
               MOVE "PRICE CHANGE" TO SECURITY-FUNCTION-WS
               PERFORM  950-LOG-SECURITY-EXCEPTION
               MOVE SPACE TO TRANSACTION-TYPE
           END-IF.

      * The log line is worthless without knowing who keyed it -
      * sign-on repeats until an active master ID is given.
       208-SIGN-ON-OPERATOR.
                           DISPLAY "OPERATOR ID IS DISABLED"
                       ELSE
                           MOVE "Y" TO OPERATOR-OK-SW
                           MOVE OPERATOR-PERMISSIONS-IN
                               TO OPERATOR-PERMISSIONS-WS
                       END-IF
               END-READ
           END-IF.
           MOVE TRANS-TO-LOCATION-IN TO TO-LOCATION-WS.
           MOVE TRANS-CUSTOMER-IN TO CUSTOMER-CODE-WS.
           PERFORM  803-MOVE-BATCH-VALUE.
           IF RUN-MODE-PARM-LK NOT = "T"
               PERFORM  219-CHECK-PRICE-AUTHORITY
           END-IF.
           IF TRANSFERRING
               PERFORM  806-APPLY-TRANSFER-TRANSACTION
           ELSE
               IF REFUSED-TRANSACTION
                   ADD 1 TO REJECTED-COUNT-WS
               ELSE
                   PERFORM  801-APPLY-TRANSACTION
               END-IF
           END-IF.
           PERFORM  214-CHECKPOINT-BATCH-PROGRESS.
           PERFORM  701-READ-BATCH-TRANSACTION.

       801-APPLY-TRANSACTION.
           MOVE "Y" TO TRANSACTION-OK-SW.
           MOVE ZERO TO SERIAL-COUNT-WS.
           MOVE LOCATION-CODE-OUT TO LOCATION-CODE-IN.
           PERFORM  815-VALIDATE-LOCATION.
           IF NOT LOCATION-OK
               MOVE UNIT-PRICE-OUT TO OLD-PRICE-WS
               IF SELLING
                   PERFORM  802-VALIDATE-SELLING-QUANTITY
                   IF TRANSACTION-OK
                       MOVE CUSTOMER-CODE-WS TO PRICE-CUSTOMER-WS
                       MOVE DECREASE-WS TO PRICE-QTY-WS
                       PERFORM  838-RESOLVE-NET-PRICE
                       COMPUTE SALE-VALUE-WS =
                           DECREASE-WS * NET-PRICE-WS
                       PERFORM  836-CHECK-CUSTOMER-CREDIT
                   END-IF
                   IF TRANSACTION-OK
                       COMPUTE QTY-ON-HAND-OUT = QTY-ON-HAND-OUT -
                           DECREASE-WS
                   COMPUTE QTY-ON-HAND-OUT = QTY-ON-HAND-OUT +
                       INCREASE-WS
                   ADD INCREASE-WS TO YTD-QTY-RECEIVED-OUT
                   IF INSPECT-REQUIRED-OUT
                       ADD INCREASE-WS TO QTY-ON-HOLD-OUT
                   END-IF
               END-IF
               IF PRICE-CHANGE
                   MOVE NEW-PRICE-WS TO UNIT-PRICE-OUT
               IF VENDOR-RETURN
                   COMPUTE AVAILABLE-QTY-WS =
                       QTY-ON-HAND-OUT - QTY-ALLOCATED-OUT
                       - QTY-ON-HOLD-OUT
                   IF RETURN-QTY-WS > AVAILABLE-QTY-WS
                       DISPLAY
                   "RETURN QTY EXCEEDS AVAILABLE QTY - REJECTED"
               END-IF
           END-IF.

      * A serialized part names every unit it moves - the serials
      * are proved before the inventory record is rewritten, so a
      * bad one rejects the whole transaction.
           IF TRANSACTION-OK AND NOT KIT-SALE
               AND SERIALIZED-PART-OUT
               AND (SELLING OR BUYING OR CUSTOMER-RETURN
                   OR VENDOR-RETURN)
               MOVE TRANSACTION-TYPE TO SERIAL-TYPE-WS
               MOVE LOCATION-CODE-OUT TO SERIAL-LOCATION-WS
               MOVE SPACES TO SERIAL-TO-LOCATION-WS
               MOVE CUSTOMER-CODE-WS TO SERIAL-CUSTOMER-WS
               MOVE SPACE TO SERIAL-REASON-WS
               IF SELLING
                   MOVE DECREASE-WS TO SERIAL-QTY-WS
               END-IF
               IF BUYING
                   MOVE INCREASE-WS TO SERIAL-QTY-WS
               END-IF
               IF CUSTOMER-RETURN OR VENDOR-RETURN
                   MOVE RETURN-QTY-WS TO SERIAL-QTY-WS
                   MOVE REASON-CODE-WS TO SERIAL-REASON-WS
               END-IF
               PERFORM  842-COLLECT-SERIALS
           END-IF.

           IF TRANSACTION-OK AND NOT KIT-SALE
               REWRITE INVENTORY-REPORT-OUT
                   INVALID KEY
                   MOVE CUSTOMER-CODE-WS TO RELIEF-CUSTOMER-WS
                   MOVE "S" TO RELIEF-TYPE-WS
                   MOVE SPACE TO RELIEF-REASON-WS
                   MOVE NET-PRICE-WS TO RELIEF-PRICE-WS
                   PERFORM  820-RELIEVE-LOTS-AND-LOG
               ELSE
                IF VENDOR-RETURN
                   MOVE SPACES TO RELIEF-CUSTOMER-WS
                   MOVE "V" TO RELIEF-TYPE-WS
                   MOVE REASON-CODE-WS TO RELIEF-REASON-WS
                   MOVE ZERO TO RELIEF-PRICE-WS
                   PERFORM  820-RELIEVE-LOTS-AND-LOG
                ELSE
                   PERFORM  804-BUILD-TRANSACTION-LOG-RECORD
               IF PRICE-CHANGE
                   PERFORM  808-WRITE-PRICE-HISTORY-RECORD
               END-IF
               IF SERIAL-COUNT-WS > 0
                   PERFORM  847-POST-SERIALS
               END-IF
      * Stock held for inspection is not for sale, so it cannot
      * fill a backorder until QC releases it.
               IF BUYING
                   PERFORM  819-POST-RECEIPT-TO-LOT
                   IF INSPECT-REQUIRED-OUT
                       DISPLAY "RECEIPT HELD FOR INSPECTION - LOT "
                           LOT-NUMBER-WS
                   ELSE
                       PERFORM  810-FILL-OPEN-BACKORDERS
                   END-IF
               END-IF
           END-IF.

      * The shelf quantity minus what sales orders have reserved
      * is all the counter may promise - stock spoken for on an
      * order is not for sale twice.
      * A superseded part short of stock offers its replacement
      * first - taken, the sale is judged against the replacement
      * and a shortfall there backorders the replacement instead.
       802-VALIDATE-SELLING-QUANTITY.
           COMPUTE AVAILABLE-QTY-WS =
               QTY-ON-HAND-OUT - QTY-ALLOCATED-OUT
               - QTY-ON-HOLD-OUT.
           IF DECREASE-WS > AVAILABLE-QTY-WS
               PERFORM  858-OFFER-REPLACEMENT-PART
           END-IF.
           IF DECREASE-WS > AVAILABLE-QTY-WS
               DISPLAY
               "SALE QTY EXCEEDS AVAILABLE QTY - TRANSACTION REJECTED"
               MOVE NEW-REORDER-WS TO LOG-VALUE-ENTERED-OUT-WS.
           IF CUSTOMER-RETURN OR VENDOR-RETURN
               MOVE RETURN-QTY-WS TO LOG-VALUE-ENTERED-OUT-WS.
           MOVE ZERO TO LOG-SO-NUMBER-OUT-WS.
           MOVE ZERO TO LOG-NET-PRICE-OUT-WS.

       805-WRITE-TRANSACTION-LOG-RECORD.
           WRITE TRANSACTION-LOG-RECORD FROM TRANSACTION-LOG-RECORD-WS.
           IF TRANSACTION-OK
               COMPUTE AVAILABLE-QTY-WS =
                   QTY-ON-HAND-OUT - QTY-ALLOCATED-OUT
                   - QTY-ON-HOLD-OUT
               IF TRANSFER-QTY-WS > AVAILABLE-QTY-WS
                   DISPLAY
                   "TRANSFER QTY EXCEEDS AVAILABLE QTY - REJECTED"
               END-IF
           END-IF.

           MOVE ZERO TO SERIAL-COUNT-WS.
           IF TRANSACTION-OK AND SERIALIZED-PART-OUT
               MOVE "T" TO SERIAL-TYPE-WS
               MOVE FROM-LOCATION-WS TO SERIAL-LOCATION-WS
               MOVE TO-LOCATION-WS TO SERIAL-TO-LOCATION-WS
               MOVE SPACES TO SERIAL-CUSTOMER-WS
               MOVE SPACE TO SERIAL-REASON-WS
               MOVE TRANSFER-QTY-WS TO SERIAL-QTY-WS
               MOVE QTY-ON-HAND-OUT TO QTY-BEFORE-WS
               PERFORM  842-COLLECT-SERIALS
           END-IF.

           IF TRANSACTION-OK
               MOVE QTY-ON-HAND-OUT TO QTY-BEFORE-WS
               SUBTRACT TRANSFER-QTY-WS FROM QTY-ON-HAND-OUT
           IF TRANSACTION-OK
               PERFORM  807-BUILD-TRANSFER-LOG-RECORD
               PERFORM  805-WRITE-TRANSACTION-LOG-RECORD
               IF SERIAL-COUNT-WS > 0
                   PERFORM  847-POST-SERIALS
               END-IF
           ELSE
               ADD 1 TO REJECTED-COUNT-WS
           END-IF.
           MOVE SPACES TO LOG-LOT-NUMBER-OUT-WS.
           MOVE ZERO TO LOG-PACK-QTY-OUT-WS.
           MOVE SPACE TO LOG-REASON-OUT-WS.
           MOVE ZERO TO LOG-SO-NUMBER-OUT-WS.
           MOVE ZERO TO LOG-NET-PRICE-OUT-WS.

      * The percent change is kept on the history line so the price
      * exception report does not have to re-derive it. A first price
           MOVE DECREASE-WS TO BO-QTY-OPEN-OUT.
           MOVE "O" TO BO-STATUS-OUT.
           MOVE CUSTOMER-CODE-WS TO BO-CUSTOMER-OUT.
           MOVE ZERO TO BO-FILL-DATE-OUT.
           WRITE BACKORDER-RECORD-OUT
               INVALID KEY
                   DISPLAY "BACKORDER ALREADY CAPTURED THIS SECOND"
                   MOVE "Y" TO BACKORDER-EOF-FLAG
           END-START.
           COMPUTE AVAILABLE-QTY-WS =
               QTY-ON-HAND-OUT - QTY-ALLOCATED-OUT
               - QTY-ON-HOLD-OUT.
           IF BACKORDER-EOF-FLAG NOT = "Y"
               PERFORM  811-READ-NEXT-BACKORDER
               PERFORM  812-FILL-ONE-BACKORDER
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
      * filled, as a counter sale would be. Reason "B" marks the
      * lines as a backorder fill, not fresh counter demand.
           MOVE FILL-QTY-WS TO RELIEF-QTY-WS.
           MOVE BO-CUSTOMER-OUT TO RELIEF-CUSTOMER-WS.
           MOVE "S" TO RELIEF-TYPE-WS.
           MOVE "B" TO RELIEF-REASON-WS.
           MOVE BO-CUSTOMER-OUT TO PRICE-CUSTOMER-WS.
           MOVE FILL-QTY-WS TO PRICE-QTY-WS.
           PERFORM  838-RESOLVE-NET-PRICE.
           MOVE NET-PRICE-WS TO RELIEF-PRICE-WS.
           PERFORM  820-RELIEVE-LOTS-AND-LOG.
           IF SERIALIZED-PART-OUT
               PERFORM  851-ASSIGN-FILL-SERIALS
           END-IF.

      * A storeroom must be on the location master and still active
      * to take a transaction - the message names the location so

      * A second delivery of the same lot tops the lot record up;
      * a new lot starts its record with today as the receipt
      * date - the date FIFO relief draws against. A receipt of
      * an inspected part is held on the lot as well, and the
      * hold date starts the QC clock when the lot had nothing
      * held before.
       819-POST-RECEIPT-TO-LOT.
           MOVE PART-NUMBER-OUT TO LOT-PART-NUMBER-OUT.
           MOVE LOCATION-CODE-OUT TO LOT-LOCATION-OUT.
                   MOVE INCREASE-WS TO LOT-QTY-ON-HAND-OUT
                   MOVE FUNCTION CURRENT-DATE(1:8)
                       TO LOT-RECEIPT-DATE-OUT
                   MOVE "N" TO LOT-HOLD-FLAG-OUT
                   MOVE ZERO TO LOT-QTY-ON-HOLD-OUT
                   MOVE ZERO TO LOT-HOLD-DATE-OUT
                   PERFORM  828-HOLD-RECEIPT-ON-LOT
                   WRITE LOT-MASTER-RECORD
                       INVALID KEY
                           DISPLAY "INVALID KEY WRITING LOT"
                   END-WRITE
               NOT INVALID KEY
                   ADD INCREASE-WS TO LOT-QTY-ON-HAND-OUT
                   PERFORM  828-HOLD-RECEIPT-ON-LOT
                   REWRITE LOT-MASTER-RECORD
                       INVALID KEY
                           DISPLAY "INVALID KEY ON LOT"
      * rewritten for the full quantity; here the lots are drawn
      * down oldest receipt first and one "S" log line goes out
      * per lot drawn, the before/after columns chaining so the
      * segments sum back to the sale. A customer-tagged sale is
      * added to the customer's unbilled sales first.
       820-RELIEVE-LOTS-AND-LOG.
           IF RELIEF-TYPE-WS = "S"
               AND RELIEF-CUSTOMER-WS NOT = SPACES
               COMPUTE UNBILLED-VALUE-WS =
                   RELIEF-QTY-WS * RELIEF-PRICE-WS
               PERFORM  863-RAISE-UNBILLED-SALES
           END-IF.
           MOVE QTY-BEFORE-WS TO SEG-BEFORE-WS.
           PERFORM  821-RELIEVE-ONE-LOT-SEGMENT
               UNTIL RELIEF-QTY-WS = 0.
           MOVE OLDEST-LOT-ID-WS TO LOG-LOT-NUMBER-OUT-WS.
           MOVE ZERO TO LOG-PACK-QTY-OUT-WS.
           MOVE RELIEF-REASON-WS TO LOG-REASON-OUT-WS.
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

       828-HOLD-RECEIPT-ON-LOT.
           IF INSPECT-REQUIRED-OUT
               IF LOT-QTY-ON-HOLD-OUT = 0
                   MOVE FUNCTION CURRENT-DATE(1:8)
                       TO LOT-HOLD-DATE-OUT
               END-IF
               ADD INCREASE-WS TO LOT-QTY-ON-HOLD-OUT
               MOVE "Y" TO LOT-HOLD-FLAG-OUT
           END-IF.

      * A part with any line on the bill of materials sells as a
      * kit - its number never touches the inventory file, only
      * its components do.
      * they were - all of the kit sells or none of it does.
       831-EXPLODE-KIT-SALE.
           MOVE "Y" TO KIT-OK-SW.
           MOVE ZERO TO KIT-SALE-VALUE-WS.
           PERFORM  833-START-AT-KIT.
           IF BOM-EOF-FLAG NOT = "Y"
               PERFORM  832-READ-NEXT-COMPONENT
                   UNTIL BOM-EOF-FLAG = "Y"
           END-IF.
           IF KIT-OK
               MOVE KIT-SALE-VALUE-WS TO SALE-VALUE-WS
               PERFORM  836-CHECK-CUSTOMER-CREDIT
           END-IF.
           IF KIT-OK AND TRANSACTION-OK
               PERFORM  833-START-AT-KIT
               IF BOM-EOF-FLAG NOT = "Y"
                   PERFORM  832-READ-NEXT-COMPONENT
                   PERFORM  835-POST-ONE-COMPONENT
                       UNTIL BOM-EOF-FLAG = "Y"
               END-IF
           END-IF.
           IF NOT KIT-OK
               DISPLAY "KIT COMPONENT SHORT - SALE REJECTED"
               MOVE "N" TO TRANSACTION-OK-SW
           END-IF.
               NOT INVALID KEY
                   COMPUTE AVAILABLE-QTY-WS =
                       QTY-ON-HAND-OUT - QTY-ALLOCATED-OUT
                       - QTY-ON-HOLD-OUT
                   IF KIT-NEED-WS > AVAILABLE-QTY-WS
                       DISPLAY "KIT COMPONENT "
                           BOM-COMPONENT-PART-IN " SHORT"
                       MOVE "N" TO KIT-OK-SW
                   END-IF
                   IF SERIALIZED-PART-OUT
                       DISPLAY "KIT COMPONENT "
                           BOM-COMPONENT-PART-IN
                           " IS SERIALIZED - SELL IT ON ITS OWN"
                       MOVE "N" TO KIT-OK-SW
                   END-IF
                   MOVE CUSTOMER-CODE-WS TO PRICE-CUSTOMER-WS
                   MOVE KIT-NEED-WS TO PRICE-QTY-WS
                   PERFORM  838-RESOLVE-NET-PRICE
                   COMPUTE KIT-SALE-VALUE-WS = KIT-SALE-VALUE-WS +
                       (KIT-NEED-WS * NET-PRICE-WS)
           END-READ.
           PERFORM  832-READ-NEXT-COMPONENT.

                               TO RELIEF-CUSTOMER-WS
                           MOVE "S" TO RELIEF-TYPE-WS
                           MOVE SPACE TO RELIEF-REASON-WS
                           MOVE CUSTOMER-CODE-WS
                               TO PRICE-CUSTOMER-WS
                           MOVE KIT-NEED-WS TO PRICE-QTY-WS
                           PERFORM  838-RESOLVE-NET-PRICE
                           MOVE NET-PRICE-WS TO RELIEF-PRICE-WS
                           PERFORM  820-RELIEVE-LOTS-AND-LOG
                   END-REWRITE
           END-READ.
           PERFORM  832-READ-NEXT-COMPONENT.

      * Only a customer-tagged sale has credit to check. The
      * customer record is the one 816-VALIDATE-CUSTOMER read.
      * The customer owes the open balance already billed plus
      * whatever has sold since the last invoicing run.
       836-CHECK-CUSTOMER-CREDIT.
           IF CUSTOMER-CODE-WS NOT = SPACES
               MOVE "N" TO CREDIT-OVERRIDE-SW
               IF CUSTOMER-ON-HOLD-IN
                   DISPLAY "CUSTOMER " CUSTOMER-CODE-WS
                       " IS ON CREDIT HOLD"
                   PERFORM  837-OBTAIN-CREDIT-OVERRIDE
                   IF NOT CREDIT-OVERRIDDEN
                       DISPLAY "SALE REJECTED - CREDIT HOLD"
                       MOVE "N" TO TRANSACTION-OK-SW
                   END-IF
               ELSE
                   IF CUSTOMER-CREDIT-LIMIT-IN > 0
                       AND CUSTOMER-OPEN-BALANCE-IN
                           + CUSTOMER-UNBILLED-SALES-IN
                           + SALE-VALUE-WS
                           > CUSTOMER-CREDIT-LIMIT-IN
                       DISPLAY "SALE WOULD PUT CUSTOMER "
                           CUSTOMER-CODE-WS " OVER CREDIT LIMIT"
                       PERFORM  837-OBTAIN-CREDIT-OVERRIDE
                       IF NOT CREDIT-OVERRIDDEN
                           DISPLAY "SALE REJECTED - OVER CREDIT LIMIT"
                           MOVE "N" TO TRANSACTION-OK-SW
                       END-IF
                   END-IF
               END-IF
           END-IF.

      * The override has to come from someone other than the
      * signed-on operator, and that operator's own master record
      * must carry the credit override permission. A chained batch
      * run has no one at the console to ask, so a batch sale is
      * never overridden.
       837-OBTAIN-CREDIT-OVERRIDE.
           MOVE "N" TO CREDIT-OVERRIDE-SW.
           IF NOT BATCH-ENTRY
               DISPLAY "SUPERVISOR ID TO OVERRIDE (BLANK TO REFUSE)->"
               ACCEPT SUPERVISOR-ID-WS
               IF SUPERVISOR-ID-WS NOT = SPACES
                   IF SUPERVISOR-ID-WS = OPERATOR-ID-WS
                       DISPLAY
                       "OVERRIDE MUST COME FROM ANOTHER OPERATOR"
                   ELSE
                       MOVE SUPERVISOR-ID-WS TO OPERATOR-ID-IN
                       READ OPERATOR-FILE-IN
                           INVALID KEY
                               DISPLAY
                               "OPERATOR NOT ON OPERATOR MASTER"
                           NOT INVALID KEY
                               PERFORM  862-CHECK-OVERRIDE-AUTHORITY
                       END-READ
                   END-IF
               END-IF
           END-IF.

      * A quantity keyed in pack units is multiplied out by the
      * part's pack size into eaches before it posts - the keyed
      * pack count is kept for the log line. A pack size of zero
               END-IF
           END-IF.

      * The net price for PRICE-QTY-WS of the part on the current
      * inventory record. A contract for the customer wins while
      * today falls inside its dates; failing that the deepest
      * quantity break the quantity reaches comes off list;
      * failing both the sale goes at list. An anonymous counter
      * sale has no contract to look for.
       838-RESOLVE-NET-PRICE.
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
               PERFORM  839-FIND-QUANTITY-BREAK
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
       839-FIND-QUANTITY-BREAK.
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
               PERFORM  840-READ-NEXT-BREAK
               PERFORM  841-CONSIDER-BREAK
                   UNTIL BREAK-EOF-FLAG = "Y"
           END-IF.

       840-READ-NEXT-BREAK.
           READ QUANTITY-BREAK-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO BREAK-EOF-FLAG
               NOT AT END
                   IF QB-PART-NUMBER NOT = PART-NUMBER-OUT
                       OR QB-FROM-QTY > PRICE-QTY-WS
                       MOVE "Y" TO BREAK-EOF-FLAG
                   END-IF
           END-READ.

       841-CONSIDER-BREAK.
           MOVE QB-DISCOUNT-PCT TO BREAK-DISCOUNT-WS.
           PERFORM  840-READ-NEXT-BREAK.

      * One serial per unit moved. A batch line carries its one
      * serial in the trailing column, so a serialized batch line
      * moves a single unit; online the operator keys the serials
      * one after another. Every serial is proved before anything
      * posts - one bad serial rejects the whole transaction.
       842-COLLECT-SERIALS.
           MOVE SPACES TO SERIAL-TABLE-WS.
           MOVE ZERO TO SERIAL-COUNT-WS.
           IF SERIAL-QTY-WS > 99
               DISPLAY "SERIALIZED PART - 99 UNITS AT MOST PER "
                   "TRANSACTION - REJECTED"
               MOVE "N" TO TRANSACTION-OK-SW
           ELSE
               MOVE SERIAL-QTY-WS TO SERIAL-COUNT-WS
               IF BATCH-ENTRY
                   IF SERIAL-QTY-WS NOT = 1
                       DISPLAY "SERIALIZED PART - ONE UNIT PER "
                           "BATCH LINE - REJECTED"
                       MOVE "N" TO TRANSACTION-OK-SW
                   ELSE
                       MOVE TRANS-SERIAL-IN TO SERIAL-KEYED-WS(1)
                   END-IF
               ELSE
                   PERFORM  843-PROMPT-ONE-SERIAL
                       VARYING SERIAL-IDX-WS FROM 1 BY 1
                       UNTIL SERIAL-IDX-WS > SERIAL-COUNT-WS
               END-IF
           END-IF.
           IF TRANSACTION-OK AND SERIAL-CUSTOMER-RETURN
               AND SERIAL-REASON-WS = "Y"
               AND SERIAL-CUSTOMER-WS = SPACES
               DISPLAY "WARRANTY RETURN OF A SERIALIZED PART NEEDS "
                   "THE CUSTOMER - REJECTED"
               MOVE "N" TO TRANSACTION-OK-SW
           END-IF.
           IF TRANSACTION-OK AND SERIAL-LEAVES-SHELF
               PERFORM  844-COUNT-TRACKED-ON-SHELF
           END-IF.
           IF TRANSACTION-OK
               PERFORM  845-CHECK-ONE-SERIAL
                   VARYING SERIAL-IDX-WS FROM 1 BY 1
                   UNTIL SERIAL-IDX-WS > SERIAL-COUNT-WS
                   OR NOT TRANSACTION-OK
           END-IF.
           IF NOT TRANSACTION-OK
               MOVE ZERO TO SERIAL-COUNT-WS
           END-IF.

       843-PROMPT-ONE-SERIAL.
           DISPLAY "SERIAL NUMBER " SERIAL-IDX-WS " OF "
               SERIAL-COUNT-WS "->".
           ACCEPT SERIAL-KEYED-WS(SERIAL-IDX-WS).

      * Units on the shelf from before the part was serialized have
      * no serial record. A serial not on file may leave the shelf
      * only while such untracked units remain - the storeroom's
      * quantity less the units SERMAST.TXT already places there.
       844-COUNT-TRACKED-ON-SHELF.
           MOVE ZERO TO TRACKED-ON-SHELF-WS.
           PERFORM  852-START-AT-PART.
           IF SERIAL-EOF-FLAG NOT = "Y"
               PERFORM  849-READ-NEXT-SERIAL
               PERFORM  850-COUNT-ONE-SERIAL
                   UNTIL SERIAL-EOF-FLAG = "Y"
           END-IF.
           COMPUTE UNTRACKED-QTY-WS =
               QTY-BEFORE-WS - TRACKED-ON-SHELF-WS.

       845-CHECK-ONE-SERIAL.
           IF SERIAL-KEYED-WS(SERIAL-IDX-WS) = SPACES
               DISPLAY "SERIAL NUMBER REQUIRED FOR EACH UNIT - "
                   "REJECTED"
               MOVE "N" TO TRANSACTION-OK-SW
           ELSE
               PERFORM  846-CHECK-DUPLICATE-SERIAL
                   VARYING SERIAL-CHECK-IDX-WS FROM 1 BY 1
                   UNTIL SERIAL-CHECK-IDX-WS
                       NOT LESS THAN SERIAL-IDX-WS
           END-IF.
           IF TRANSACTION-OK
               MOVE PART-NUMBER-OUT TO SER-PART-NUMBER-OUT
               MOVE SERIAL-KEYED-WS(SERIAL-IDX-WS)
                   TO SER-SERIAL-NUMBER-OUT
               READ SERIAL-FILE-OUT
                   INVALID KEY
                       PERFORM  855-CHECK-UNTRACKED-SERIAL
                   NOT INVALID KEY
                       PERFORM  856-CHECK-TRACKED-SERIAL
               END-READ
           END-IF.

       846-CHECK-DUPLICATE-SERIAL.
           IF SERIAL-KEYED-WS(SERIAL-CHECK-IDX-WS)
               = SERIAL-KEYED-WS(SERIAL-IDX-WS)
               DISPLAY "SERIAL " SERIAL-KEYED-WS(SERIAL-IDX-WS)
                   " KEYED TWICE - REJECTED"
               MOVE "N" TO TRANSACTION-OK-SW
           END-IF.

      * The inventory record has been rewritten - each serial now
      * moves on SERMAST.TXT and gets its line on SERHIST.TXT.
       847-POST-SERIALS.
           PERFORM  848-POST-ONE-SERIAL
               VARYING SERIAL-IDX-WS FROM 1 BY 1
               UNTIL SERIAL-IDX-WS > SERIAL-COUNT-WS.

      * A unit with no record yet - a new receipt, or one from the
      * untracked shelf stock - starts as in stock where it is.
       848-POST-ONE-SERIAL.
           MOVE PART-NUMBER-OUT TO SER-PART-NUMBER-OUT.
           MOVE SERIAL-KEYED-WS(SERIAL-IDX-WS)
               TO SER-SERIAL-NUMBER-OUT.
           READ SERIAL-FILE-OUT
               INVALID KEY
                   MOVE "I" TO SER-STATUS-OUT
                   MOVE SERIAL-LOCATION-WS TO SER-LOCATION-OUT
                   MOVE ZERO TO SER-RECEIPT-DATE-OUT
                   MOVE ZERO TO SER-SALE-DATE-OUT
                   MOVE SPACES TO SER-CUSTOMER-OUT
                   MOVE SPACES TO SER-LOT-NUMBER-OUT
                   PERFORM  857-APPLY-SERIAL-MOVEMENT
                   WRITE SERIAL-MASTER-RECORD
                       INVALID KEY
                           DISPLAY "INVALID KEY WRITING SERIAL"
                   END-WRITE
               NOT INVALID KEY
                   PERFORM  857-APPLY-SERIAL-MOVEMENT
                   REWRITE SERIAL-MASTER-RECORD
                       INVALID KEY
                           DISPLAY "INVALID KEY ON SERIAL"
                   END-REWRITE
           END-READ.
           PERFORM  854-WRITE-SERIAL-HISTORY.

       849-READ-NEXT-SERIAL.
           READ SERIAL-FILE-OUT NEXT RECORD
               AT END
                   MOVE "Y" TO SERIAL-EOF-FLAG
               NOT AT END
                   IF SER-PART-NUMBER-OUT NOT = PART-NUMBER-OUT
                       MOVE "Y" TO SERIAL-EOF-FLAG
                   END-IF
           END-READ.

       850-COUNT-ONE-SERIAL.
           IF SER-ON-SHELF
               AND SER-LOCATION-OUT = SERIAL-LOCATION-WS
               ADD 1 TO TRACKED-ON-SHELF-WS
           END-IF.
           PERFORM  849-READ-NEXT-SERIAL.

      * A backorder fill has no operator at the shelf to key the
      * serials - it ships the first units on file in stock at the
      * storeroom, and the history line carries reason "B" like
      * the fill's log lines. Untracked shelf stock ships unnamed.
       851-ASSIGN-FILL-SERIALS.
           MOVE FILL-QTY-WS TO SERIAL-QTY-WS.
           MOVE "S" TO SERIAL-TYPE-WS.
           MOVE LOCATION-CODE-OUT TO SERIAL-LOCATION-WS.
           MOVE SPACES TO SERIAL-TO-LOCATION-WS.
           MOVE BO-CUSTOMER-OUT TO SERIAL-CUSTOMER-WS.
           MOVE "B" TO SERIAL-REASON-WS.
           PERFORM  852-START-AT-PART.
           IF SERIAL-EOF-FLAG NOT = "Y"
               PERFORM  849-READ-NEXT-SERIAL
               PERFORM  853-ASSIGN-ONE-FILL-SERIAL
                   UNTIL SERIAL-EOF-FLAG = "Y"
                   OR SERIAL-QTY-WS = 0
           END-IF.

       852-START-AT-PART.
           MOVE "N" TO SERIAL-EOF-FLAG.
           MOVE PART-NUMBER-OUT TO SER-PART-NUMBER-OUT.
           MOVE LOW-VALUES TO SER-SERIAL-NUMBER-OUT.
           START SERIAL-FILE-OUT
               KEY IS NOT LESS THAN SERIAL-KEY-OUT
               INVALID KEY
                   MOVE "Y" TO SERIAL-EOF-FLAG
           END-START.

       853-ASSIGN-ONE-FILL-SERIAL.
           IF SER-ON-SHELF
               AND SER-LOCATION-OUT = SERIAL-LOCATION-WS
               PERFORM  857-APPLY-SERIAL-MOVEMENT
               REWRITE SERIAL-MASTER-RECORD
                   INVALID KEY
                       DISPLAY "INVALID KEY ON SERIAL"
               END-REWRITE
               PERFORM  854-WRITE-SERIAL-HISTORY
               DISPLAY "SERIAL " SER-SERIAL-NUMBER-OUT
                   " SHIPPED ON THE BACKORDER"
               SUBTRACT 1 FROM SERIAL-QTY-WS
           END-IF.
           IF SERIAL-QTY-WS > 0
               PERFORM  849-READ-NEXT-SERIAL
           END-IF.

       854-WRITE-SERIAL-HISTORY.
           MOVE SPACES TO SERIAL-HISTORY-RECORD.
           MOVE FUNCTION CURRENT-DATE(1:8) TO SH-DATE-OUT.
           MOVE FUNCTION CURRENT-DATE(9:6) TO SH-TIME-OUT.
           MOVE SER-PART-NUMBER-OUT TO SH-PART-NUMBER-OUT.
           MOVE SER-SERIAL-NUMBER-OUT TO SH-SERIAL-NUMBER-OUT.
           MOVE SERIAL-TYPE-WS TO SH-TRANS-TYPE-OUT.
           MOVE SERIAL-LOCATION-WS TO SH-LOCATION-OUT.
           MOVE SERIAL-TO-LOCATION-WS TO SH-TO-LOCATION-OUT.
           MOVE SERIAL-CUSTOMER-WS TO SH-CUSTOMER-OUT.
           MOVE OPERATOR-ID-WS TO SH-OPERATOR-OUT.
           MOVE SERIAL-REASON-WS TO SH-REASON-OUT.
           MOVE ZERO TO SH-REFERENCE-OUT.
           WRITE SERIAL-HISTORY-RECORD.

      * A serial not on file may leave the shelf only out of the
      * untracked stock, and can never be a warranty return - a
      * unit nobody recorded selling was not sold to this customer.
       855-CHECK-UNTRACKED-SERIAL.
           IF SERIAL-LEAVES-SHELF
               IF UNTRACKED-QTY-WS > 0
                   SUBTRACT 1 FROM UNTRACKED-QTY-WS
               ELSE
                   DISPLAY "SERIAL " SER-SERIAL-NUMBER-OUT
                       " NOT IN STOCK AT " SERIAL-LOCATION-WS
                       " - REJECTED"
                   MOVE "N" TO TRANSACTION-OK-SW
               END-IF
           END-IF.
           IF SERIAL-CUSTOMER-RETURN AND SERIAL-REASON-WS = "Y"
               DISPLAY "SERIAL " SER-SERIAL-NUMBER-OUT
                   " WAS NOT SOLD TO " SERIAL-CUSTOMER-WS
                   " - REJECTED"
               MOVE "N" TO TRANSACTION-OK-SW
           END-IF.

      * A tracked unit must be where the transaction says it is:
      * a receipt cannot bring in a unit already on the shelf, a
      * sale, vendor return, or transfer must take one that is on
      * the shelf at this storeroom, and a customer return must
      * bring back one that is out - on a warranty claim, out with
      * the customer making the claim.
       856-CHECK-TRACKED-SERIAL.
           IF SERIAL-RECEIPT AND SER-ON-SHELF
               DISPLAY "SERIAL " SER-SERIAL-NUMBER-OUT
                   " IS ALREADY IN STOCK - REJECTED"
               MOVE "N" TO TRANSACTION-OK-SW
           END-IF.
           IF SERIAL-LEAVES-SHELF
               IF NOT SER-ON-SHELF
                   OR SER-LOCATION-OUT NOT = SERIAL-LOCATION-WS
                   DISPLAY "SERIAL " SER-SERIAL-NUMBER-OUT
                       " NOT IN STOCK AT " SERIAL-LOCATION-WS
                       " - REJECTED"
                   MOVE "N" TO TRANSACTION-OK-SW
               END-IF
           END-IF.
           IF SERIAL-CUSTOMER-RETURN
               IF NOT SER-SOLD
                   DISPLAY "SERIAL " SER-SERIAL-NUMBER-OUT
                       " IS NOT OUT WITH A CUSTOMER - REJECTED"
                   MOVE "N" TO TRANSACTION-OK-SW
               ELSE
                   IF SERIAL-REASON-WS = "Y"
                       AND SER-CUSTOMER-OUT NOT = SERIAL-CUSTOMER-WS
                       DISPLAY "SERIAL " SER-SERIAL-NUMBER-OUT
                           " WAS NOT SOLD TO " SERIAL-CUSTOMER-WS
                           " - REJECTED"
                       MOVE "N" TO TRANSACTION-OK-SW
                   END-IF
               END-IF
           END-IF.

      * A customer return keeps the customer it came back from;
      * only a receipt starts a unit's record over.
       857-APPLY-SERIAL-MOVEMENT.
           IF SERIAL-RECEIPT
               MOVE "I" TO SER-STATUS-OUT
               MOVE SERIAL-LOCATION-WS TO SER-LOCATION-OUT
               MOVE FUNCTION CURRENT-DATE(1:8)
                   TO SER-RECEIPT-DATE-OUT
               MOVE ZERO TO SER-SALE-DATE-OUT
               MOVE SPACES TO SER-CUSTOMER-OUT
               MOVE LOT-NUMBER-WS TO SER-LOT-NUMBER-OUT
           END-IF.
           IF SERIAL-SALE
               MOVE "S" TO SER-STATUS-OUT
               MOVE FUNCTION CURRENT-DATE(1:8) TO SER-SALE-DATE-OUT
               MOVE SERIAL-CUSTOMER-WS TO SER-CUSTOMER-OUT
           END-IF.
           IF SERIAL-CUSTOMER-RETURN
               MOVE "R" TO SER-STATUS-OUT
               MOVE SERIAL-LOCATION-WS TO SER-LOCATION-OUT
           END-IF.
           IF SERIAL-VENDOR-RETURN
               MOVE "V" TO SER-STATUS-OUT
           END-IF.
           IF SERIAL-TRANSFER
               MOVE SERIAL-TO-LOCATION-WS TO SER-LOCATION-OUT
           END-IF.

      * Only the counter screen can be asked - a batch line names
      * its part and is posted or refused as keyed, so the
      * replacement is only shown beside the rejection, and the
      * backorder it raises waits on the old number for
      * SupersessionConversion to move.
       858-OFFER-REPLACEMENT-PART.
           PERFORM  859-FIND-CURRENT-REPLACEMENT.
           IF REPLACEMENT-FOUND
               DISPLAY "PART " PART-NUMBER-OUT
                   " IS SUPERSEDED BY " REPLACEMENT-PART-WS
               IF NOT BATCH-ENTRY
                   DISPLAY "SELL THE REPLACEMENT INSTEAD (Y/N)->"
                   ACCEPT REPLACE-ANSWER-WS
                   IF REPLACE-ANSWER-WS = "Y"
                       PERFORM  861-SWITCH-TO-REPLACEMENT
                   END-IF
               END-IF
           END-IF.

      * Only links already in effect are followed - a replacement
      * dated ahead is not yet the part to sell.
       859-FIND-CURRENT-REPLACEMENT.
           MOVE "N" TO REPLACEMENT-FOUND-SW.
           MOVE PART-NUMBER-OUT TO REPLACEMENT-PART-WS.
           MOVE ZERO TO HOP-COUNT-WS.
           MOVE "N" TO CHAIN-END-SW.
           IF NOT SUPERSEDE-FILE-OPEN
               MOVE "Y" TO CHAIN-END-SW
           END-IF.
           PERFORM  860-FOLLOW-ONE-LINK
               UNTIL CHAIN-ENDED
               OR HOP-COUNT-WS > MAX-HOPS-WS.

       860-FOLLOW-ONE-LINK.
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

      * The replacement is sold from the same storeroom. Without a
      * record there the old part is read back and the sale is
      * refused against it as before.
       861-SWITCH-TO-REPLACEMENT.
           MOVE PART-NUMBER-OUT TO SUPERSEDED-PART-WS.
           MOVE REPLACEMENT-PART-WS TO PART-NUMBER-OUT.
           READ INVENT-FILE-OUT
               INVALID KEY
                   DISPLAY "REPLACEMENT NOT STOCKED AT THIS LOCATION"
                   MOVE SUPERSEDED-PART-WS TO PART-NUMBER-OUT
                   READ INVENT-FILE-OUT
                       INVALID KEY
                           MOVE "N" TO TRANSACTION-OK-SW
                   END-READ
               NOT INVALID KEY
                   MOVE QTY-ON-HAND-OUT TO QTY-BEFORE-WS
                   MOVE UNIT-PRICE-OUT TO OLD-PRICE-WS
                   COMPUTE AVAILABLE-QTY-WS =
                       QTY-ON-HAND-OUT - QTY-ALLOCATED-OUT
                       - QTY-ON-HOLD-OUT
           END-READ.

      * The supervisor's own master record must carry the credit
      * override permission - a disabled ID is refused, and an ID
      * without the permission is logged against the supervisor
      * who keyed it, the way every other refused function is.
       862-CHECK-OVERRIDE-AUTHORITY.
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

      * A customer-tagged sale is owed from the moment it posts
      * but is not billed until the next CustomerInvoicing.cbl
      * run, which takes it back off. Until then it rides on the
      * customer's unbilled sales so the next credit check counts
      * it. A customer since removed from the master has nothing
      * to raise.
       863-RAISE-UNBILLED-SALES.
           MOVE RELIEF-CUSTOMER-WS TO CUSTOMER-CODE-IN.
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
           MOVE "UpdateTransaction" TO SEC-PROGRAM-OUT.
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

      * Ending of Program UpdateTransaction
       END PROGRAM UpdateTransaction.
