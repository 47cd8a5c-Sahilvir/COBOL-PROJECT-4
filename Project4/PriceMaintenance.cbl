       PROGRAM-ID. PriceMaintenance as "PriceMaintenance".
       AUTHOR     PRIYANK PATEL & JASHANJOT PRUTHI & VIVEK PATEL &
                   AMARJEET SINGH & SAHILVIR SINGH DHILLON.

      * Modification History
      * ---------------------------------------------------------
      * New program maintaining the two selling-price tables that
      * sit in front of the single UNIT-PRICE-OUT on INVENT6.TXT.
      * CUSTPRIC.TXT holds a contract price per customer and part
      * with the dates it runs from and to (a zero end date runs
      * until ended here); QTYBREAK.TXT holds the quantity breaks
      * per part as a discount off list from a starting quantity
      * up - 10 at 5.00 and 50 at 12.00 gives 1-9 at list, 10-49
      * less 5% and 50 and over less 12%. SalesOrderEntry.cbl and
      * the "S" path of UpdateTransaction.cbl price a sale from
      * these - contract first, then the break, then list - so the
      * counter no longer prices from the paper binder. The
      * customer must be on CUSTMAST.TXT and the part on
      * INVENT6.TXT before either is taken.
      * Setting or ending a contract price and setting or deleting
      * a quantity break now need the price change permission on
      * the operator's OPERMAST.TXT record - anyone else is refused
      * and the attempt goes to the SECEXCPT.TXT security exception
      * log. The two lists are open to every operator.
      * CUSTMAST.TXT record layout gains the unbilled sales amount.
      * OPERMAST.TXT record layout gains the purchasing, receiving,
      * cash application, QC disposition, and master file
      * maintenance permissions.
      * ---------------------------------------------------------

      * Environment division for the price tables and the masters
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

      * Keyed by customer then part so a START on the customer
      * walks every contract that customer holds.
         SELECT CONTRACT-PRICE-FILE
         ASSIGN DYNAMIC CUSTPRIC-PATH-WS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CONTRACT-PRICE-KEY
           FILE STATUS IS CONTRACT-PRICE-STATUS-WS.

      * Keyed by part then starting quantity so a START on the
      * part walks its breaks smallest quantity first.
         SELECT QUANTITY-BREAK-FILE
         ASSIGN DYNAMIC QTYBREAK-PATH-WS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS QUANTITY-BREAK-KEY
           FILE STATUS IS QUANTITY-BREAK-STATUS-WS.

      * Keyed by part number plus storeroom location - a START on
      * the part with low-values proves the part is stocked
      * somewhere without knowing which storeroom.
         SELECT INVENT-FILE-IN
         ASSIGN DYNAMIC INVENT6-PATH-WS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PART-LOCATION-KEY-IN.

         SELECT CUSTOMER-FILE-IN
         ASSIGN DYNAMIC CUSTMAST-PATH-WS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS CUSTOMER-CODE-IN.

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

      *Describing the file, record, and field structures to be used in
      *the program
       DATA DIVISION.
       FILE SECTION.
      * One directory path per configuration line
       FD CONFIG-FILE.
       01 CONFIG-RECORD                    PIC X(60).

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

       FD INVENT-FILE-IN.
       01 INVENTORY-RECORD-IN.
           05 PART-LOCATION-KEY-IN.
               10 PART-NUMBER-IN            PIC 9(5).
               10 LOCATION-CODE-IN          PIC X(2).
           05 PART-NAME-IN                  PIC X(20).
           05 QTY-ON-HAND-IN                PIC 9(5).
           05 UNIT-PRICE-IN                 PIC 9(4)V99.
           05 SUPPLIER-COD-IN               PIC X(5).
           05 REORDER-POINT-IN              PIC 9(5).
           05 YTD-QTY-SOLD-IN               PIC 9(7).
           05 YTD-QTY-RECEIVED-IN           PIC 9(7).
           05 PART-STATUS-IN                PIC X(1).
               88 PART-ACTIVE-IN            VALUE "A".
               88 PART-DISCONTINUED-IN      VALUE "D".
           05 ABC-CLASS-IN                  PIC X(1).
           05 UNIT-COST-IN                  PIC 9(4)V99.
           05 QTY-ALLOCATED-IN              PIC 9(5).
           05 STOCK-UNIT-IN                 PIC X(4).
           05 PACK-SIZE-IN                  PIC 9(3).
           05 BARCODE-IN                    PIC X(13).
           05 INSPECT-FLAG-IN               PIC X(1).
               88 INSPECT-REQUIRED-IN       VALUE "Y".
           05 QTY-ON-HOLD-IN                PIC 9(5).
           05 SERIAL-FLAG-IN                PIC X(1).
               88 SERIALIZED-PART-IN        VALUE "Y".

      * The customers a contract may be written for
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

      * The operators allowed to maintain the price tables
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
           05 CUSTPRIC-PATH-WS              PIC X(90).
           05 QTYBREAK-PATH-WS              PIC X(90).
           05 INVENT6-PATH-WS               PIC X(90).
           05 CUSTMAST-PATH-WS              PIC X(90).
           05 OPERMAST-PATH-WS              PIC X(90).
           05 SECEXCPT-PATH-WS              PIC X(90).

       01 TEMP.
           05 CONTRACT-PRICE-STATUS-WS      PIC X(2).
           05 QUANTITY-BREAK-STATUS-WS      PIC X(2).
           05 ENTRY-CUSTOMER-WS             PIC X(5).
           05 ENTRY-PART-WS                 PIC 9(5).
           05 ENTRY-PRICE-WS                PIC 9(4)V99.
           05 ENTRY-START-DATE-WS           PIC 9(8).
           05 ENTRY-END-DATE-WS             PIC 9(8).
           05 ENTRY-FROM-QTY-WS             PIC 9(5).
           05 ENTRY-DISCOUNT-WS             PIC 9(2)V99.
           05 LIST-EOF-FLAG                 PIC X(1).
           05 LIST-COUNT-WS                 PIC 9(3).
           05 OPERATOR-ID-WS                PIC X(8).
           05 OPERATOR-OK-SW                PIC X(1).
               88 OPERATOR-OK               VALUE "Y".
           05 ENTRY-OK-SW                   PIC X(1).
               88 ENTRY-OK                  VALUE "Y".

       01 CONDITIONS.
         05 MAINTENANCE-ACTION PIC X(1).
           88 SET-CONTRACT-PRICE VALUE "C".
           88 END-CONTRACT-PRICE VALUE "X".
           88 SET-QUANTITY-BREAK VALUE "B".
           88 DELETE-QUANTITY-BREAK VALUE "D".
           88 LIST-QUANTITY-BREAKS VALUE "L".
           88 LIST-CUSTOMER-CONTRACTS VALUE "K".
           88 PRICE-CHANGING-ACTION VALUES "C" "X" "B" "D".

       01 CONTRACT-LIST-LINE-WS.
           05 FILLER                        PIC X(9) VALUE "CUSTOMER ".
           05 LST-CUSTOMER-OUT              PIC X(5).
           05 FILLER                        PIC X(7) VALUE "  PART ".
           05 LST-PART-NUMBER-OUT           PIC 9(5).
           05 FILLER                        PIC X(8) VALUE "  PRICE ".
           05 LST-PRICE-OUT                 PIC ZZZ9.99.
           05 FILLER                        PIC X(7) VALUE "  FROM ".
           05 LST-START-DATE-OUT            PIC 9(8).
           05 FILLER                        PIC X(5) VALUE "  TO ".
           05 LST-END-DATE-OUT              PIC 9(8).

       01 BREAK-LIST-LINE-WS.
           05 FILLER                        PIC X(5) VALUE "PART ".
           05 LST-BREAK-PART-OUT            PIC 9(5).
           05 FILLER                        PIC X(11) VALUE
               "  FROM QTY ".
           05 LST-FROM-QTY-OUT              PIC ZZZZ9.
           05 FILLER                        PIC X(13) VALUE
               "  LESS PCT   ".
           05 LST-DISCOUNT-OUT              PIC Z9.99.

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

      * Procedure division begins
       PROCEDURE DIVISION.
       100-MAINTAIN-PRICE-TABLES.
           PERFORM  990-LOAD-FILE-PATHS.
           PERFORM  201-INIT-OPEN-FILES.
           PERFORM  205-SIGN-ON-OPERATOR.
           PERFORM  202-PROMPT-MAINTENANCE-ACTION.
           PERFORM  207-CHECK-ACTION-AUTHORITY.
           PERFORM  203-PROCESS-MAINTENANCE-ACTION.
           PERFORM  204-TERMINATE-MAINTENANCE.
           STOP RUN.

      * A first run with no price tables yet builds them fresh
      * and then reopens them I-O, the same way
      * LocationMaintenance first builds LOCMAST.TXT.
       201-INIT-OPEN-FILES.
           OPEN I-O CONTRACT-PRICE-FILE.
           IF CONTRACT-PRICE-STATUS-WS NOT = "00"
               OPEN OUTPUT CONTRACT-PRICE-FILE
               CLOSE CONTRACT-PRICE-FILE
               OPEN I-O CONTRACT-PRICE-FILE
           END-IF.
           OPEN I-O QUANTITY-BREAK-FILE.
           IF QUANTITY-BREAK-STATUS-WS NOT = "00"
               OPEN OUTPUT QUANTITY-BREAK-FILE
               CLOSE QUANTITY-BREAK-FILE
               OPEN I-O QUANTITY-BREAK-FILE
           END-IF.
           OPEN INPUT INVENT-FILE-IN.
           OPEN INPUT CUSTOMER-FILE-IN.
           OPEN INPUT OPERATOR-FILE-IN.

       202-PROMPT-MAINTENANCE-ACTION.
           DISPLAY
           "TYPE 'C' SET CONTRACT, 'X' END CONTRACT, 'K' LIST CONTRACTS"
           DISPLAY
           "     'B' SET BREAK, 'D' DELETE BREAK, 'L' LIST BREAKS"
           ACCEPT MAINTENANCE-ACTION.

       203-PROCESS-MAINTENANCE-ACTION.
           IF SET-CONTRACT-PRICE PERFORM  801-SET-CONTRACT-PRICE.
           IF END-CONTRACT-PRICE PERFORM  802-END-CONTRACT-PRICE.
           IF LIST-CUSTOMER-CONTRACTS PERFORM  803-LIST-CONTRACTS.
           IF SET-QUANTITY-BREAK PERFORM  805-SET-QUANTITY-BREAK.
           IF DELETE-QUANTITY-BREAK PERFORM  806-DELETE-BREAK.
           IF LIST-QUANTITY-BREAKS PERFORM  807-LIST-BREAKS.

       204-TERMINATE-MAINTENANCE.
           CLOSE CONTRACT-PRICE-FILE.
           CLOSE QUANTITY-BREAK-FILE.
           CLOSE INVENT-FILE-IN.
           CLOSE CUSTOMER-FILE-IN.
           CLOSE OPERATOR-FILE-IN.

      * Sign-on repeats until an active operator master ID is
      * given - the same gate every online program takes.
       205-SIGN-ON-OPERATOR.
           MOVE "N" TO OPERATOR-OK-SW.
           PERFORM  206-PROMPT-OPERATOR-ID
               UNTIL OPERATOR-OK.

       206-PROMPT-OPERATOR-ID.
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
                           MOVE OPERATOR-PERMISSIONS-IN
                               TO OPERATOR-PERMISSIONS-WS
                       END-IF
               END-READ
           END-IF.

      * Setting or ending a contract or break changes what the
      * customer is charged, so it needs the price change permission
      * on the operator master. The two lists stay open to anyone.
       207-CHECK-ACTION-AUTHORITY.
           IF PRICE-CHANGING-ACTION AND NOT MAY-CHANGE-PRICE
               MOVE OPERATOR-ID-WS TO SECURITY-OPERATOR-WS
               MOVE "CONTRACT OR BREAK PRICE CHANGE"
                   TO SECURITY-FUNCTION-WS
               PERFORM  950-LOG-SECURITY-EXCEPTION
               MOVE SPACE TO MAINTENANCE-ACTION
           END-IF.

      * The part is proved by starting the inventory file at the
      * part's first storeroom - any record carrying the part
      * number will do.
       701-CHECK-PART-ON-FILE.
           MOVE ENTRY-PART-WS TO PART-NUMBER-IN.
           MOVE LOW-VALUES TO LOCATION-CODE-IN.
           START INVENT-FILE-IN
               KEY IS NOT LESS THAN PART-LOCATION-KEY-IN
               INVALID KEY
                   DISPLAY "PART NOT ON INVENTORY FILE"
                   MOVE "N" TO ENTRY-OK-SW
           END-START.
           IF ENTRY-OK
               READ INVENT-FILE-IN NEXT RECORD
                   AT END
                       DISPLAY "PART NOT ON INVENTORY FILE"
                       MOVE "N" TO ENTRY-OK-SW
                   NOT AT END
                       IF PART-NUMBER-IN NOT = ENTRY-PART-WS
                           DISPLAY "PART NOT ON INVENTORY FILE"
                           MOVE "N" TO ENTRY-OK-SW
                       END-IF
               END-READ
           END-IF.

       702-READ-NEXT-CONTRACT.
           READ CONTRACT-PRICE-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO LIST-EOF-FLAG
               NOT AT END
                   IF CP-CUSTOMER NOT = ENTRY-CUSTOMER-WS
                       MOVE "Y" TO LIST-EOF-FLAG
                   END-IF
           END-READ.

       703-READ-NEXT-BREAK.
           READ QUANTITY-BREAK-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO LIST-EOF-FLAG
               NOT AT END
                   IF QB-PART-NUMBER NOT = ENTRY-PART-WS
                       MOVE "Y" TO LIST-EOF-FLAG
                   END-IF
           END-READ.

      * Keying a contract that is already on file replaces its
      * price and dates - a renewed contract is a change, not a
      * second record.
       801-SET-CONTRACT-PRICE.
           MOVE "Y" TO ENTRY-OK-SW.
           DISPLAY "CUSTOMER CODE->".
           ACCEPT ENTRY-CUSTOMER-WS.
           DISPLAY "PART NUMBER->".
           ACCEPT ENTRY-PART-WS.
           DISPLAY "CONTRACT PRICE->".
           ACCEPT ENTRY-PRICE-WS.
           DISPLAY "START DATE YYYYMMDD->".
           ACCEPT ENTRY-START-DATE-WS.
           DISPLAY "END DATE YYYYMMDD (0 = OPEN-ENDED)->".
           ACCEPT ENTRY-END-DATE-WS.
           MOVE ENTRY-CUSTOMER-WS TO CUSTOMER-CODE-IN.
           READ CUSTOMER-FILE-IN
               INVALID KEY
                   DISPLAY "CUSTOMER NOT ON CUSTOMER MASTER"
                   MOVE "N" TO ENTRY-OK-SW
           END-READ.
           IF ENTRY-OK
               PERFORM  701-CHECK-PART-ON-FILE
           END-IF.
           IF ENTRY-OK AND ENTRY-PRICE-WS = 0
               DISPLAY "CONTRACT PRICE MUST BE GREATER THAN ZERO"
               MOVE "N" TO ENTRY-OK-SW
           END-IF.
           IF ENTRY-OK AND ENTRY-END-DATE-WS > 0
               AND ENTRY-END-DATE-WS < ENTRY-START-DATE-WS
               DISPLAY "END DATE IS BEFORE START DATE"
               MOVE "N" TO ENTRY-OK-SW
           END-IF.
           IF ENTRY-OK
               PERFORM  804-WRITE-CONTRACT-PRICE
           END-IF.

      * A contract that has run out is ended rather than left to
      * lapse, so the customer list stays readable.
       802-END-CONTRACT-PRICE.
           DISPLAY "CUSTOMER CODE->".
           ACCEPT ENTRY-CUSTOMER-WS.
           DISPLAY "PART NUMBER->".
           ACCEPT ENTRY-PART-WS.
           MOVE ENTRY-CUSTOMER-WS TO CP-CUSTOMER.
           MOVE ENTRY-PART-WS TO CP-PART-NUMBER.
           READ CONTRACT-PRICE-FILE
               INVALID KEY
                   DISPLAY "NO SUCH CONTRACT"
               NOT INVALID KEY
                   DELETE CONTRACT-PRICE-FILE RECORD
                   DISPLAY "CONTRACT ENDED"
           END-READ.

       803-LIST-CONTRACTS.
           DISPLAY "CUSTOMER CODE->".
           ACCEPT ENTRY-CUSTOMER-WS.
           MOVE ZERO TO LIST-COUNT-WS.
           MOVE "N" TO LIST-EOF-FLAG.
           MOVE ENTRY-CUSTOMER-WS TO CP-CUSTOMER.
           MOVE ZERO TO CP-PART-NUMBER.
           START CONTRACT-PRICE-FILE
               KEY IS NOT LESS THAN CONTRACT-PRICE-KEY
               INVALID KEY
                   MOVE "Y" TO LIST-EOF-FLAG
           END-START.
           IF LIST-EOF-FLAG NOT = "Y"
               PERFORM  702-READ-NEXT-CONTRACT
               PERFORM  808-LIST-ONE-CONTRACT
                   UNTIL LIST-EOF-FLAG = "Y"
           END-IF.
           DISPLAY "CONTRACTS ON FILE " LIST-COUNT-WS.

       804-WRITE-CONTRACT-PRICE.
           MOVE ENTRY-CUSTOMER-WS TO CP-CUSTOMER.
           MOVE ENTRY-PART-WS TO CP-PART-NUMBER.
           READ CONTRACT-PRICE-FILE
               INVALID KEY
                   MOVE ENTRY-PRICE-WS TO CP-CONTRACT-PRICE
                   MOVE ENTRY-START-DATE-WS TO CP-START-DATE
                   MOVE ENTRY-END-DATE-WS TO CP-END-DATE
                   WRITE CONTRACT-PRICE-RECORD
                       INVALID KEY
                           DISPLAY "INVALID KEY ADDING CONTRACT"
                       NOT INVALID KEY
                           DISPLAY "CONTRACT ADDED"
                   END-WRITE
               NOT INVALID KEY
                   MOVE ENTRY-PRICE-WS TO CP-CONTRACT-PRICE
                   MOVE ENTRY-START-DATE-WS TO CP-START-DATE
                   MOVE ENTRY-END-DATE-WS TO CP-END-DATE
                   REWRITE CONTRACT-PRICE-RECORD
                       INVALID KEY
                           DISPLAY "INVALID KEY CHANGING CONTRACT"
                       NOT INVALID KEY
                           DISPLAY "CONTRACT CHANGED"
                   END-REWRITE
           END-READ.

      * Quantity 1 is always list - a break starts above it, and
      * keying a break already on file replaces its discount.
       805-SET-QUANTITY-BREAK.
           MOVE "Y" TO ENTRY-OK-SW.
           DISPLAY "PART NUMBER->".
           ACCEPT ENTRY-PART-WS.
           DISPLAY "BREAK STARTS AT QUANTITY->".
           ACCEPT ENTRY-FROM-QTY-WS.
           DISPLAY "PERCENT OFF LIST (99.99)->".
           ACCEPT ENTRY-DISCOUNT-WS.
           PERFORM  701-CHECK-PART-ON-FILE.
           IF ENTRY-OK AND ENTRY-FROM-QTY-WS < 2
               DISPLAY "A BREAK MUST START ABOVE QUANTITY 1"
               MOVE "N" TO ENTRY-OK-SW
           END-IF.
           IF ENTRY-OK AND ENTRY-DISCOUNT-WS = 0
               DISPLAY "DISCOUNT MUST BE GREATER THAN ZERO"
               MOVE "N" TO ENTRY-OK-SW
           END-IF.
           IF ENTRY-OK
               MOVE ENTRY-PART-WS TO QB-PART-NUMBER
               MOVE ENTRY-FROM-QTY-WS TO QB-FROM-QTY
               READ QUANTITY-BREAK-FILE
                   INVALID KEY
                       MOVE ENTRY-DISCOUNT-WS TO QB-DISCOUNT-PCT
                       WRITE QUANTITY-BREAK-RECORD
                           INVALID KEY
                               DISPLAY "INVALID KEY ADDING BREAK"
                           NOT INVALID KEY
                               DISPLAY "BREAK ADDED"
                       END-WRITE
                   NOT INVALID KEY
                       MOVE ENTRY-DISCOUNT-WS TO QB-DISCOUNT-PCT
                       REWRITE QUANTITY-BREAK-RECORD
                           INVALID KEY
                               DISPLAY "INVALID KEY CHANGING BREAK"
                           NOT INVALID KEY
                               DISPLAY "BREAK CHANGED"
                       END-REWRITE
               END-READ
           END-IF.

       806-DELETE-BREAK.
           DISPLAY "PART NUMBER->".
           ACCEPT ENTRY-PART-WS.
           DISPLAY "BREAK STARTS AT QUANTITY->".
           ACCEPT ENTRY-FROM-QTY-WS.
           MOVE ENTRY-PART-WS TO QB-PART-NUMBER.
           MOVE ENTRY-FROM-QTY-WS TO QB-FROM-QTY.
           READ QUANTITY-BREAK-FILE
               INVALID KEY
                   DISPLAY "NO SUCH BREAK"
               NOT INVALID KEY
                   DELETE QUANTITY-BREAK-FILE RECORD
                   DISPLAY "BREAK DELETED"
           END-READ.

       807-LIST-BREAKS.
           DISPLAY "PART NUMBER->".
           ACCEPT ENTRY-PART-WS.
           MOVE ZERO TO LIST-COUNT-WS.
           MOVE "N" TO LIST-EOF-FLAG.
           MOVE ENTRY-PART-WS TO QB-PART-NUMBER.
           MOVE ZERO TO QB-FROM-QTY.
           START QUANTITY-BREAK-FILE
               KEY IS NOT LESS THAN QUANTITY-BREAK-KEY
               INVALID KEY
                   MOVE "Y" TO LIST-EOF-FLAG
           END-START.
           IF LIST-EOF-FLAG NOT = "Y"
               PERFORM  703-READ-NEXT-BREAK
               PERFORM  809-LIST-ONE-BREAK
                   UNTIL LIST-EOF-FLAG = "Y"
           END-IF.
           DISPLAY "BREAKS ON FILE " LIST-COUNT-WS.

       808-LIST-ONE-CONTRACT.
           ADD 1 TO LIST-COUNT-WS.
           MOVE CP-CUSTOMER TO LST-CUSTOMER-OUT.
           MOVE CP-PART-NUMBER TO LST-PART-NUMBER-OUT.
           MOVE CP-CONTRACT-PRICE TO LST-PRICE-OUT.
           MOVE CP-START-DATE TO LST-START-DATE-OUT.
           MOVE CP-END-DATE TO LST-END-DATE-OUT.
           DISPLAY CONTRACT-LIST-LINE-WS.
           PERFORM  702-READ-NEXT-CONTRACT.

       809-LIST-ONE-BREAK.
           ADD 1 TO LIST-COUNT-WS.
           MOVE QB-PART-NUMBER TO LST-BREAK-PART-OUT.
           MOVE QB-FROM-QTY TO LST-FROM-QTY-OUT.
           MOVE QB-DISCOUNT-PCT TO LST-DISCOUNT-OUT.
           DISPLAY BREAK-LIST-LINE-WS.
           PERFORM  703-READ-NEXT-BREAK.

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
           MOVE "PriceMaintenance" TO SEC-PROGRAM-OUT.
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
           MOVE SPACES TO INVENT6-PATH-WS.
           STRING
               FUNCTION TRIM(DATA-DIRECTORY-WS)
                   DELIMITED BY SIZE
               "INVENT6.TXT" DELIMITED BY SIZE
               INTO INVENT6-PATH-WS
           END-STRING.
           MOVE SPACES TO CUSTMAST-PATH-WS.
           STRING
               FUNCTION TRIM(DATA-DIRECTORY-WS)
                   DELIMITED BY SIZE
               "CUSTMAST.TXT" DELIMITED BY SIZE
               INTO CUSTMAST-PATH-WS
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

      * Ending of Program PriceMaintenance
       END PROGRAM PriceMaintenance.
