       PROGRAM-ID. PurchaseOrderMaintenance as
                   "PurchaseOrderMaintenance".
       AUTHOR     PRIYANK PATEL & JASHANJOT PRUTHI & VIVEK PATEL &
                   AMARJEET SINGH & SAHILVIR SINGH DHILLON.

      * Modification History
      * ---------------------------------------------------------
      * New program letting the buying desk keep OPENPO.TXT in step
      * with what was agreed on the phone. Until now a line only
      * reached the file through the nightly reorder pass and only
      * left it by being received or closed short at the dock, so
      * a changed or cancelled order went on counting as stock on
      * order in the netting. The buyer can place a one-off order
      * numbered off POCTL.TXT, add a line to an order still open,
      * change the quantity or agreed cost of an open line, cancel
      * an open line, and reprint one order in the PURCHORD.TXT
      * layout to POREPRNT.TXT for sending back to the vendor.
      * Every line written or changed goes to the POAUDIT.TXT log
      * with the operator captured at sign-on and the before and
      * after images of the order line, the same way SUPPAUDIT.TXT
      * records the vendor master.
      * A drop-ship line raised by SalesOrderEntry.cbl carries its
      * sales order reference and the customer's ship-to - its
      * quantity cannot be changed or the line cancelled here, since
      * it follows the sales order line, and no stock line can be
      * added to a drop-ship order. The audit images widen with the
      * record.
      * The operator now needs the purchasing permission on
      * OPERMAST.TXT to go past sign-on - anyone else is refused and
      * logged to SECEXCPT.TXT. The operator record layout gains the
      * new permissions.
      * ---------------------------------------------------------

      * Environment division for the open orders and their audit
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

      * Keyed by order then line so a START on the order number
      * walks every line of that one order.
         SELECT OPEN-PO-FILE-OUT
         ASSIGN DYNAMIC OPENPO-PATH-WS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS OPEN-PO-KEY-OUT
           FILE STATUS IS OPEN-PO-FILE-STATUS-WS.

      * Single-record control file carrying the last purchase order
      * number assigned - shared with the nightly reorder pass in
      * InventoryReportProgram so the two never issue one number.
         SELECT PO-CONTROL-FILE
         ASSIGN DYNAMIC POCTL-PATH-WS
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS PO-CONTROL-FILE-STATUS-WS.

         SELECT SUPPLIER-FILE-IN
         ASSIGN DYNAMIC SUPPLIERI-PATH-WS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS SUPPLIER-CODE-IN.

         SELECT INVENT-FILE-IN
         ASSIGN DYNAMIC INVENT6-PATH-WS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS PART-LOCATION-KEY-IN.

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

         SELECT PO-AUDIT-OUT
         ASSIGN DYNAMIC POAUDIT-PATH-WS
           ORGANIZATION LINE SEQUENTIAL.

      * The reprint goes to its own file - PURCHORD.TXT belongs to
      * the nightly run and is rebuilt every night.
         SELECT PURCHASE-ORDER-OUT
         ASSIGN DYNAMIC POREPRNT-PATH-WS
           ORGANIZATION LINE SEQUENTIAL.

      *Describing the file, record, and field structures to be used in
      *the program
       DATA DIVISION.
       FILE SECTION.
      * One directory path per configuration line
       FD CONFIG-FILE.
       01 CONFIG-RECORD                    PIC X(60).

      * File division for the open purchase order file
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

      * File division for the purchase order number control file
       FD PO-CONTROL-FILE.
       01 PO-CONTROL-RECORD.
           05 POCTL-LAST-PO-NUMBER         PIC 9(5).

       FD SUPPLIER-FILE-IN.
       01 SUPPLIER-RECORD-IN.
           05 SUPPLIER-CODE-IN             PIC X(5).
           05 SUPPLIER-NAME-IN             PIC X(15).
           05 SUPPLIER-ADDRESS-IN          PIC X(30).
           05 SUPPLIER-PHONE-IN            PIC X(12).
           05 SUPPLIER-CONTACT-IN          PIC X(20).
           05 SUPPLIER-STATUS-IN           PIC X(1).
               88 SUPPLIER-ACTIVE-IN       VALUE "A".
               88 SUPPLIER-INACTIVE-IN     VALUE "I".
           05 SUPPLIER-LEAD-TIME-IN        PIC 9(3).

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

      * The operators allowed to maintain purchase orders
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

      * One line per order line written or changed, with the
      * before/after images of the OPENPO.TXT record
       FD PO-AUDIT-OUT.
       01 PO-AUDIT-RECORD.
           05 AUD-DATE-OUT                  PIC 9(8).
           05 FILLER                        PIC X(1) VALUE SPACE.
           05 AUD-TIME-OUT                  PIC 9(6).
           05 FILLER                        PIC X(1) VALUE SPACE.
           05 AUD-OPERATOR-OUT              PIC X(8).
           05 FILLER                        PIC X(1) VALUE SPACE.
           05 AUD-ACTION-OUT                PIC X(1).
           05 FILLER                        PIC X(1) VALUE SPACE.
           05 AUD-PO-NUMBER-OUT             PIC 9(5).
           05 FILLER                        PIC X(1) VALUE SPACE.
           05 AUD-LINE-NUMBER-OUT           PIC 9(3).
           05 FILLER                        PIC X(1) VALUE SPACE.
           05 AUD-BEFORE-IMAGE-OUT          PIC X(101).
           05 FILLER                        PIC X(1) VALUE SPACE.
           05 AUD-AFTER-IMAGE-OUT           PIC X(101).

      * File division for the reprinted purchase order
       FD PURCHASE-ORDER-OUT.
       01 PURCHASE-ORDER-LINE              PIC X(80).

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
           05 OPENPO-PATH-WS                PIC X(90).
           05 POCTL-PATH-WS                 PIC X(90).
           05 SUPPLIERI-PATH-WS             PIC X(90).
           05 INVENT6-PATH-WS               PIC X(90).
           05 OPERMAST-PATH-WS              PIC X(90).
           05 SECEXCPT-PATH-WS              PIC X(90).
           05 POAUDIT-PATH-WS               PIC X(90).
           05 POREPRNT-PATH-WS              PIC X(90).

       01 SECURITY-VARIABLES.
           05 SECURITY-OPERATOR-WS          PIC X(8).
           05 SECURITY-FUNCTION-WS          PIC X(30).

       01 TEMP.
           05 OPEN-PO-FILE-STATUS-WS        PIC X(2).
           05 PO-CONTROL-FILE-STATUS-WS     PIC X(2).
           05 ENTRY-PO-NUMBER-WS            PIC 9(5).
           05 ENTRY-LINE-NUMBER-WS          PIC 9(3).
           05 ENTRY-SUPPLIER-WS             PIC X(5).
           05 ENTRY-PART-WS                 PIC 9(5).
           05 ENTRY-LOCATION-WS             PIC X(2).
           05 ENTRY-QTY-WS                  PIC 9(5).
           05 ENTRY-COST-WS                 PIC 9(4)V99.
           05 CURRENT-PO-NUMBER-WS          PIC 9(5).
           05 CURRENT-PO-LINE-WS            PIC 9(3).
           05 ORDER-LINE-COUNT-WS           PIC 9(3).
           05 OPEN-LINE-COUNT-WS            PIC 9(3).
           05 DROP-SHIP-LINE-COUNT-WS       PIC 9(3).
           05 LINES-ADDED-WS                PIC 9(3).
           05 PO-ORDER-DATE-WS              PIC 9(8).
           05 PO-SCAN-EOF-FLAG              PIC X(1).
           05 OPERATOR-ID-WS                PIC X(8).
           05 BEFORE-IMAGE-WS               PIC X(101).
           05 OPERATOR-OK-SW                PIC X(1).
               88 OPERATOR-OK               VALUE "Y".
           05 FUNCTION-ALLOWED-SW           PIC X(1) VALUE "N".
               88 FUNCTION-ALLOWED          VALUE "Y".
           05 ENTRY-OK-SW                   PIC X(1).
               88 ENTRY-OK                  VALUE "Y".

       01 CONDITIONS.
         05 MAINTENANCE-ACTION PIC X(1).
           88 NEW-PURCHASE-ORDER VALUE "N".
           88 ADD-ORDER-LINE VALUE "A".
           88 CHANGE-ORDER-LINE VALUE "C".
           88 CANCEL-ORDER-LINE VALUE "X".
           88 REPRINT-PURCHASE-ORDER VALUE "P".

       01 ORDER-LINE-DISPLAY-WS.
           05 FILLER                        PIC X(5) VALUE "PART ".
           05 DSP-PART-NUMBER-OUT           PIC 9(5).
           05 FILLER                        PIC X(6) VALUE "  LOC ".
           05 DSP-LOCATION-OUT              PIC X(2).
           05 FILLER                        PIC X(10) VALUE
               "  ORDERED ".
           05 DSP-QTY-ORDERED-OUT           PIC ZZZZ9.
           05 FILLER                        PIC X(11) VALUE
               "  RECEIVED ".
           05 DSP-QTY-RECEIVED-OUT          PIC ZZZZ9.
           05 FILLER                        PIC X(7) VALUE "  COST ".
           05 DSP-UNIT-COST-OUT             PIC ZZZ9.99.

       01 PO-HEADER-LINE-WS.
           05  FILLER                      PIC X(15)
                                            VALUE "PURCHASE ORDER ".
           05  PO-HDR-ORDER-NUMBER-OUT     PIC 9(5).
           05  FILLER                      PIC X(5) VALUE " FOR ".
           05  PO-HDR-SUPPLIER-CODE-OUT    PIC X(5).
           05  FILLER                      PIC X(3) VALUE SPACES.
           05  PO-HDR-SUPPLIER-NAME-OUT    PIC X(15).
           05  FILLER                      PIC X(12)
                                            VALUE "  LEAD DAYS ".
           05  PO-HDR-LEAD-TIME-OUT        PIC ZZ9.

       01 PO-DETAIL-LINE-WS.
           05  PO-PART-NUMBER-OUT          PIC 9(5).
           05  FILLER                      PIC X(7)  VALUE SPACES.
           05  PO-PART-NAME-OUT            PIC X(20).
           05  FILLER                      PIC X(3)  VALUE SPACES.
           05  PO-LOCATION-OUT             PIC X(2).
           05  FILLER                      PIC X(3)  VALUE SPACES.
           05  PO-QTY-ON-HAND-OUT          PIC 9(5).
           05  FILLER                      PIC X(10) VALUE SPACES.
           05  PO-SUGGESTED-QTY-OUT        PIC 9(5).

       01 PO-TRAILER-LINE-WS.
           05  FILLER                      PIC X(21) VALUE
               "END OF PURCHASE ORDER".

      * Procedure division begins
       PROCEDURE DIVISION.
       100-MAINTAIN-PURCHASE-ORDERS.
           PERFORM  990-LOAD-FILE-PATHS.
           PERFORM  201-INIT-OPEN-FILES.
           PERFORM  205-SIGN-ON-OPERATOR.
           IF FUNCTION-ALLOWED
               PERFORM  202-PROMPT-MAINTENANCE-ACTION
               PERFORM  203-PROCESS-MAINTENANCE-ACTION
           END-IF.
           PERFORM  204-TERMINATE-MAINTENANCE.
           STOP RUN.

      * A site that has never run the reorder pass has no open
      * order file yet - build it fresh and reopen it I-O.
       201-INIT-OPEN-FILES.
           OPEN I-O OPEN-PO-FILE-OUT.
           IF OPEN-PO-FILE-STATUS-WS NOT = "00"
               OPEN OUTPUT OPEN-PO-FILE-OUT
               CLOSE OPEN-PO-FILE-OUT
               OPEN I-O OPEN-PO-FILE-OUT
           END-IF.
           OPEN INPUT SUPPLIER-FILE-IN.
           OPEN INPUT INVENT-FILE-IN.
           OPEN INPUT OPERATOR-FILE-IN.
           OPEN EXTEND PO-AUDIT-OUT.

       202-PROMPT-MAINTENANCE-ACTION.
           DISPLAY
           "TYPE 'N' NEW ORDER, 'A' ADD LINE, 'C' CHANGE LINE,"
           DISPLAY
           "     'X' CANCEL LINE, 'P' REPRINT ORDER"
           ACCEPT MAINTENANCE-ACTION.

       203-PROCESS-MAINTENANCE-ACTION.
           IF NEW-PURCHASE-ORDER PERFORM  801-NEW-PURCHASE-ORDER.
           IF ADD-ORDER-LINE PERFORM  802-ADD-ORDER-LINE.
           IF CHANGE-ORDER-LINE PERFORM  803-CHANGE-ORDER-LINE.
           IF CANCEL-ORDER-LINE PERFORM  804-CANCEL-ORDER-LINE.
           IF REPRINT-PURCHASE-ORDER PERFORM  805-REPRINT-ORDER.

       204-TERMINATE-MAINTENANCE.
           CLOSE OPEN-PO-FILE-OUT.
           CLOSE SUPPLIER-FILE-IN.
           CLOSE INVENT-FILE-IN.
           CLOSE OPERATOR-FILE-IN.
           CLOSE PO-AUDIT-OUT.

      * The audit log is worthless without knowing who - sign-on is
      * captured before any order is touched, and the ID must be
      * on the operator master and still active - and carry the
      * purchasing permission, or be refused and logged.
       205-SIGN-ON-OPERATOR.
           MOVE "N" TO OPERATOR-OK-SW.
           PERFORM  206-PROMPT-OPERATOR-ID
               UNTIL OPERATOR-OK.
           IF MAY-PURCHASE-IN
               MOVE "Y" TO FUNCTION-ALLOWED-SW
           ELSE
               MOVE OPERATOR-ID-WS TO SECURITY-OPERATOR-WS
               MOVE "PURCHASE ORDER MAINTENANCE" TO SECURITY-FUNCTION-WS
               PERFORM  950-LOG-SECURITY-EXCEPTION
           END-IF.

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
                       END-IF
               END-READ
           END-IF.

       701-READ-ORDER-LINE.
           READ OPEN-PO-FILE-OUT NEXT RECORD
               AT END
                   MOVE "Y" TO PO-SCAN-EOF-FLAG
               NOT AT END
                   IF OPO-PO-NUMBER-OUT NOT = ENTRY-PO-NUMBER-WS
                       MOVE "Y" TO PO-SCAN-EOF-FLAG
                   END-IF
           END-READ.

       716-READ-PO-CONTROL-NUMBER.
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

       718-REWRITE-PO-CONTROL-NUMBER.
           OPEN OUTPUT PO-CONTROL-FILE.
           MOVE CURRENT-PO-NUMBER-WS TO POCTL-LAST-PO-NUMBER.
           WRITE PO-CONTROL-RECORD.
           CLOSE PO-CONTROL-FILE.

      * A manual order takes the next number off POCTL.TXT, but the
      * number is only spent once a line has actually been written
      * - keying no lines leaves the control file as it was.
       801-NEW-PURCHASE-ORDER.
           MOVE "Y" TO ENTRY-OK-SW.
           DISPLAY "SUPPLIER CODE->".
           ACCEPT ENTRY-SUPPLIER-WS.
           MOVE ENTRY-SUPPLIER-WS TO SUPPLIER-CODE-IN.
           READ SUPPLIER-FILE-IN
               INVALID KEY
                   DISPLAY "SUPPLIER NOT ON SUPPLIER FILE"
                   MOVE "N" TO ENTRY-OK-SW
           END-READ.
           IF ENTRY-OK AND SUPPLIER-INACTIVE-IN
               DISPLAY "SUPPLIER IS INACTIVE"
               MOVE "N" TO ENTRY-OK-SW
           END-IF.
           IF ENTRY-OK
               PERFORM  716-READ-PO-CONTROL-NUMBER
               ADD 1 TO CURRENT-PO-NUMBER-WS
               MOVE 0 TO CURRENT-PO-LINE-WS
               MOVE 0 TO LINES-ADDED-WS
               MOVE FUNCTION CURRENT-DATE(1:8) TO PO-ORDER-DATE-WS
               DISPLAY "ORDER NUMBER " CURRENT-PO-NUMBER-WS
               PERFORM  809-PROMPT-PART-NUMBER
               PERFORM  808-TAKE-ORDER-LINE
                   UNTIL ENTRY-PART-WS = 0
               IF LINES-ADDED-WS > 0
                   PERFORM  718-REWRITE-PO-CONTROL-NUMBER
                   DISPLAY "ORDER " CURRENT-PO-NUMBER-WS
                       " PLACED WITH " LINES-ADDED-WS " LINES"
               ELSE
                   DISPLAY "NO LINES KEYED - ORDER NOT PLACED"
               END-IF
           END-IF.

      * A line can only be added to an order the dock is still
      * receiving against - a fully closed order gets a new number.
       802-ADD-ORDER-LINE.
           MOVE "Y" TO ENTRY-OK-SW.
           DISPLAY "ORDER NUMBER->".
           ACCEPT ENTRY-PO-NUMBER-WS.
           PERFORM  806-SCAN-ORDER-LINES.
           IF ORDER-LINE-COUNT-WS = 0
               DISPLAY "NO SUCH ORDER"
               MOVE "N" TO ENTRY-OK-SW
           END-IF.
           IF ENTRY-OK AND OPEN-LINE-COUNT-WS = 0
               DISPLAY "ORDER IS CLOSED - PLACE A NEW ORDER"
               MOVE "N" TO ENTRY-OK-SW
           END-IF.
           IF ENTRY-OK AND DROP-SHIP-LINE-COUNT-WS > 0
               DISPLAY "DROP-SHIP ORDER - PLACE A NEW ORDER"
               MOVE "N" TO ENTRY-OK-SW
           END-IF.
           IF ENTRY-OK
               MOVE ENTRY-PO-NUMBER-WS TO CURRENT-PO-NUMBER-WS
               MOVE 0 TO LINES-ADDED-WS
               MOVE FUNCTION CURRENT-DATE(1:8) TO PO-ORDER-DATE-WS
               PERFORM  809-PROMPT-PART-NUMBER
               IF ENTRY-PART-WS NOT = 0
                   PERFORM  810-WRITE-ORDER-LINE
               END-IF
           END-IF.

      * Quantity and agreed cost are the two things a buyer
      * renegotiates - zero keeps what is there. The quantity may
      * come down no further than the dock has already received,
      * and bringing it down to exactly that closes the line.
       803-CHANGE-ORDER-LINE.
           PERFORM  807-READ-OPEN-ORDER-LINE.
           IF ENTRY-OK
               DISPLAY "NEW QUANTITY ORDERED (0 = NO CHANGE)->"
               ACCEPT ENTRY-QTY-WS
               DISPLAY "NEW UNIT COST (0 = NO CHANGE)->"
               ACCEPT ENTRY-COST-WS
               IF ENTRY-QTY-WS = 0 AND ENTRY-COST-WS = 0
                   DISPLAY "NOTHING CHANGED"
                   MOVE "N" TO ENTRY-OK-SW
               END-IF
           END-IF.
           IF ENTRY-OK AND ENTRY-QTY-WS > 0
               AND ENTRY-QTY-WS < OPO-QTY-RECEIVED-OUT
               DISPLAY "CANNOT ORDER FEWER THAN ALREADY RECEIVED"
               MOVE "N" TO ENTRY-OK-SW
           END-IF.
           IF ENTRY-OK AND ENTRY-QTY-WS > 0 AND NOT OPO-STOCK-LINE
               DISPLAY "DROP-SHIP LINE - QUANTITY FOLLOWS SALES ORDER "
                   OPO-SO-NUMBER-OUT
               MOVE "N" TO ENTRY-OK-SW
           END-IF.
           IF ENTRY-OK
               MOVE OPEN-PO-RECORD-OUT TO BEFORE-IMAGE-WS
               IF ENTRY-QTY-WS > 0
                   MOVE ENTRY-QTY-WS TO OPO-QTY-ORDERED-OUT
               END-IF
               IF ENTRY-COST-WS > 0
                   MOVE ENTRY-COST-WS TO OPO-UNIT-COST-OUT
               END-IF
               IF OPO-QTY-ORDERED-OUT = OPO-QTY-RECEIVED-OUT
                   MOVE "F" TO OPO-STATUS-OUT
                   DISPLAY "ALL NOW RECEIVED - LINE CLOSED"
               END-IF
               REWRITE OPEN-PO-RECORD-OUT
                   INVALID KEY
                       DISPLAY "INVALID KEY CHANGING ORDER LINE"
                   NOT INVALID KEY
                       PERFORM  900-WRITE-AUDIT-RECORD
                       DISPLAY "ORDER LINE CHANGED"
               END-REWRITE
           END-IF.

      * A cancelled line is closed the way the dock closes a short
      * line - the quantity still to come drops out of the netting
      * and the on-order figures, and what did arrive stays for
      * the invoice match. A line with nothing received keeps a
      * zero received date, so the vendor performance report does
      * not take it for a delivery.
       804-CANCEL-ORDER-LINE.
           PERFORM  807-READ-OPEN-ORDER-LINE.
           IF ENTRY-OK AND NOT OPO-STOCK-LINE
               DISPLAY "DROP-SHIP LINE - CANCEL SALES ORDER "
                   OPO-SO-NUMBER-OUT
               MOVE "N" TO ENTRY-OK-SW
           END-IF.
           IF ENTRY-OK
               MOVE OPEN-PO-RECORD-OUT TO BEFORE-IMAGE-WS
               COMPUTE ENTRY-QTY-WS = OPO-QTY-ORDERED-OUT
                   - OPO-QTY-RECEIVED-OUT
               MOVE OPO-QTY-RECEIVED-OUT TO OPO-QTY-ORDERED-OUT
               MOVE "F" TO OPO-STATUS-OUT
               REWRITE OPEN-PO-RECORD-OUT
                   INVALID KEY
                       DISPLAY "INVALID KEY CANCELLING ORDER LINE"
                   NOT INVALID KEY
                       PERFORM  900-WRITE-AUDIT-RECORD
                       DISPLAY "ORDER LINE CANCELLED - "
                           ENTRY-QTY-WS " NO LONGER ON ORDER"
               END-REWRITE
           END-IF.

      * The order prints exactly as the nightly run lays it out,
      * with the quantity now agreed. A line cancelled before
      * anything arrived has nothing left to show the vendor.
       805-REPRINT-ORDER.
           DISPLAY "ORDER NUMBER->".
           ACCEPT ENTRY-PO-NUMBER-WS.
           PERFORM  806-SCAN-ORDER-LINES.
           IF ORDER-LINE-COUNT-WS = 0
               DISPLAY "NO SUCH ORDER"
           ELSE
               OPEN OUTPUT PURCHASE-ORDER-OUT
               PERFORM  811-WRITE-PO-HEADER
               MOVE "N" TO PO-SCAN-EOF-FLAG
               MOVE ENTRY-PO-NUMBER-WS TO OPO-PO-NUMBER-OUT
               MOVE ZERO TO OPO-LINE-NUMBER-OUT
               START OPEN-PO-FILE-OUT
                   KEY IS NOT LESS THAN OPEN-PO-KEY-OUT
                   INVALID KEY
                       MOVE "Y" TO PO-SCAN-EOF-FLAG
               END-START
               IF PO-SCAN-EOF-FLAG NOT = "Y"
                   PERFORM  701-READ-ORDER-LINE
                   PERFORM  812-PRINT-ORDER-LINE
                       UNTIL PO-SCAN-EOF-FLAG = "Y"
               END-IF
               WRITE PURCHASE-ORDER-LINE FROM PO-TRAILER-LINE-WS
               AFTER ADVANCING 1 LINE
               CLOSE PURCHASE-ORDER-OUT
               DISPLAY "ORDER " ENTRY-PO-NUMBER-WS
                   " REPRINTED TO POREPRNT.TXT"
           END-IF.

      * Walks every line of the keyed order, leaving the vendor,
      * the highest line number, and how many lines are still open.
       806-SCAN-ORDER-LINES.
           MOVE 0 TO ORDER-LINE-COUNT-WS.
           MOVE 0 TO OPEN-LINE-COUNT-WS.
           MOVE 0 TO DROP-SHIP-LINE-COUNT-WS.
           MOVE 0 TO CURRENT-PO-LINE-WS.
           MOVE "N" TO PO-SCAN-EOF-FLAG.
           MOVE ENTRY-PO-NUMBER-WS TO OPO-PO-NUMBER-OUT.
           MOVE ZERO TO OPO-LINE-NUMBER-OUT.
           START OPEN-PO-FILE-OUT
               KEY IS NOT LESS THAN OPEN-PO-KEY-OUT
               INVALID KEY
                   MOVE "Y" TO PO-SCAN-EOF-FLAG
           END-START.
           IF PO-SCAN-EOF-FLAG NOT = "Y"
               PERFORM  701-READ-ORDER-LINE
               PERFORM  813-TALLY-ORDER-LINE
                   UNTIL PO-SCAN-EOF-FLAG = "Y"
           END-IF.

       807-READ-OPEN-ORDER-LINE.
           MOVE "Y" TO ENTRY-OK-SW.
           DISPLAY "ORDER NUMBER->".
           ACCEPT ENTRY-PO-NUMBER-WS.
           DISPLAY "LINE NUMBER->".
           ACCEPT ENTRY-LINE-NUMBER-WS.
           MOVE ENTRY-PO-NUMBER-WS TO OPO-PO-NUMBER-OUT.
           MOVE ENTRY-LINE-NUMBER-WS TO OPO-LINE-NUMBER-OUT.
           READ OPEN-PO-FILE-OUT
               INVALID KEY
                   DISPLAY "NO SUCH ORDER LINE"
                   MOVE "N" TO ENTRY-OK-SW
           END-READ.
           IF ENTRY-OK AND NOT OPO-LINE-OPEN
               DISPLAY "ORDER LINE IS NO LONGER OPEN"
               MOVE "N" TO ENTRY-OK-SW
           END-IF.
           IF ENTRY-OK
               MOVE OPO-PART-NUMBER-OUT TO DSP-PART-NUMBER-OUT
               MOVE OPO-LOCATION-OUT TO DSP-LOCATION-OUT
               MOVE OPO-QTY-ORDERED-OUT TO DSP-QTY-ORDERED-OUT
               MOVE OPO-QTY-RECEIVED-OUT TO DSP-QTY-RECEIVED-OUT
               MOVE OPO-UNIT-COST-OUT TO DSP-UNIT-COST-OUT
               DISPLAY ORDER-LINE-DISPLAY-WS
           END-IF.

       808-TAKE-ORDER-LINE.
           PERFORM  810-WRITE-ORDER-LINE.
           PERFORM  809-PROMPT-PART-NUMBER.

       809-PROMPT-PART-NUMBER.
           DISPLAY "PART NUMBER (0 TO END ORDER)->".
           ACCEPT ENTRY-PART-WS.

      * The part must be stocked at the storeroom it is ordered
      * into and still active. A zero cost takes the part's
      * current weighted-average cost, as the nightly run does.
       810-WRITE-ORDER-LINE.
           MOVE "Y" TO ENTRY-OK-SW.
           DISPLAY "LOCATION->".
           ACCEPT ENTRY-LOCATION-WS.
           DISPLAY "QUANTITY->".
           ACCEPT ENTRY-QTY-WS.
           DISPLAY "UNIT COST (0 = CURRENT AVERAGE COST)->".
           ACCEPT ENTRY-COST-WS.
           MOVE ENTRY-PART-WS TO PART-NUMBER-IN.
           MOVE ENTRY-LOCATION-WS TO LOCATION-CODE-IN.
           READ INVENT-FILE-IN
               INVALID KEY
                   DISPLAY "PART NOT STOCKED AT THAT LOCATION"
                   MOVE "N" TO ENTRY-OK-SW
           END-READ.
           IF ENTRY-OK AND PART-DISCONTINUED-IN
               DISPLAY "PART IS DISCONTINUED"
               MOVE "N" TO ENTRY-OK-SW
           END-IF.
           IF ENTRY-OK AND ENTRY-QTY-WS = 0
               DISPLAY "QUANTITY MUST BE GREATER THAN ZERO"
               MOVE "N" TO ENTRY-OK-SW
           END-IF.
           IF ENTRY-OK
               IF ENTRY-COST-WS = 0
                   MOVE UNIT-COST-IN TO ENTRY-COST-WS
               END-IF
               MOVE CURRENT-PO-NUMBER-WS TO OPO-PO-NUMBER-OUT
               COMPUTE OPO-LINE-NUMBER-OUT = CURRENT-PO-LINE-WS + 1
               MOVE ENTRY-SUPPLIER-WS TO OPO-SUPPLIER-CODE-OUT
               MOVE ENTRY-PART-WS TO OPO-PART-NUMBER-OUT
               MOVE ENTRY-LOCATION-WS TO OPO-LOCATION-OUT
               MOVE ENTRY-QTY-WS TO OPO-QTY-ORDERED-OUT
               MOVE ZERO TO OPO-QTY-RECEIVED-OUT
               MOVE PO-ORDER-DATE-WS TO OPO-ORDER-DATE-OUT
               MOVE ZERO TO OPO-RECEIVED-DATE-OUT
               MOVE "O" TO OPO-STATUS-OUT
               MOVE ENTRY-COST-WS TO OPO-UNIT-COST-OUT
               MOVE ZERO TO OPO-QTY-INVOICED-OUT
               MOVE ZERO TO OPO-SO-NUMBER-OUT
               MOVE ZERO TO OPO-SO-LINE-OUT
               MOVE SPACES TO OPO-SHIP-TO-CUSTOMER-OUT
               MOVE SPACES TO OPO-SHIP-TO-ADDRESS-OUT
               MOVE SPACES TO BEFORE-IMAGE-WS
               WRITE OPEN-PO-RECORD-OUT
                   INVALID KEY
                       DISPLAY "DUPLICATE OPEN PO KEY "
                           OPEN-PO-KEY-OUT
                   NOT INVALID KEY
                       ADD 1 TO CURRENT-PO-LINE-WS
                       ADD 1 TO LINES-ADDED-WS
                       PERFORM  900-WRITE-AUDIT-RECORD
                       DISPLAY "LINE " OPO-LINE-NUMBER-OUT " ADDED"
               END-WRITE
           END-IF.

      * The header names the vendor on the order's lines.
       811-WRITE-PO-HEADER.
           MOVE ENTRY-PO-NUMBER-WS TO PO-HDR-ORDER-NUMBER-OUT.
           MOVE ENTRY-SUPPLIER-WS TO SUPPLIER-CODE-IN.
           READ SUPPLIER-FILE-IN
               INVALID KEY
                   MOVE "(NOT ON FILE)" TO SUPPLIER-NAME-IN
                   MOVE ZERO TO SUPPLIER-LEAD-TIME-IN
           END-READ.
           MOVE ENTRY-SUPPLIER-WS TO PO-HDR-SUPPLIER-CODE-OUT.
           MOVE SUPPLIER-NAME-IN TO PO-HDR-SUPPLIER-NAME-OUT.
           MOVE SUPPLIER-LEAD-TIME-IN TO PO-HDR-LEAD-TIME-OUT.
           WRITE PURCHASE-ORDER-LINE FROM PO-HEADER-LINE-WS
           BEFORE ADVANCING 2 LINES.

       812-PRINT-ORDER-LINE.
           IF OPO-QTY-ORDERED-OUT > 0
               MOVE OPO-PART-NUMBER-OUT TO PART-NUMBER-IN
               MOVE OPO-LOCATION-OUT TO LOCATION-CODE-IN
               READ INVENT-FILE-IN
                   INVALID KEY
                       MOVE "(NOT ON FILE)" TO PART-NAME-IN
                       MOVE ZERO TO QTY-ON-HAND-IN
               END-READ
               MOVE OPO-PART-NUMBER-OUT TO PO-PART-NUMBER-OUT
               MOVE PART-NAME-IN TO PO-PART-NAME-OUT
               MOVE OPO-LOCATION-OUT TO PO-LOCATION-OUT
               MOVE QTY-ON-HAND-IN TO PO-QTY-ON-HAND-OUT
               MOVE OPO-QTY-ORDERED-OUT TO PO-SUGGESTED-QTY-OUT
               WRITE PURCHASE-ORDER-LINE FROM PO-DETAIL-LINE-WS
           END-IF.
           PERFORM  701-READ-ORDER-LINE.

       813-TALLY-ORDER-LINE.
           ADD 1 TO ORDER-LINE-COUNT-WS.
           MOVE OPO-SUPPLIER-CODE-OUT TO ENTRY-SUPPLIER-WS.
           MOVE OPO-LINE-NUMBER-OUT TO CURRENT-PO-LINE-WS.
           IF OPO-LINE-OPEN
               ADD 1 TO OPEN-LINE-COUNT-WS
           END-IF.
           IF NOT OPO-STOCK-LINE
               ADD 1 TO DROP-SHIP-LINE-COUNT-WS
           END-IF.
           PERFORM  701-READ-ORDER-LINE.

      * The images bracket the change - what the order line said
      * before and what it says now. A new line has no before.
       900-WRITE-AUDIT-RECORD.
           MOVE FUNCTION CURRENT-DATE(1:8) TO AUD-DATE-OUT.
           MOVE FUNCTION CURRENT-DATE(9:6) TO AUD-TIME-OUT.
           MOVE OPERATOR-ID-WS TO AUD-OPERATOR-OUT.
           MOVE MAINTENANCE-ACTION TO AUD-ACTION-OUT.
           MOVE OPO-PO-NUMBER-OUT TO AUD-PO-NUMBER-OUT.
           MOVE OPO-LINE-NUMBER-OUT TO AUD-LINE-NUMBER-OUT.
           MOVE BEFORE-IMAGE-WS TO AUD-BEFORE-IMAGE-OUT.
           MOVE OPEN-PO-RECORD-OUT TO AUD-AFTER-IMAGE-OUT.
           WRITE PO-AUDIT-RECORD.

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
           MOVE "PurchaseOrderMaintenance" TO SEC-PROGRAM-OUT.
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
           MOVE SPACES TO SUPPLIERI-PATH-WS.
           STRING
               FUNCTION TRIM(DATA-DIRECTORY-WS)
                   DELIMITED BY SIZE
               "SUPPLIERI.TXT" DELIMITED BY SIZE
               INTO SUPPLIERI-PATH-WS
           END-STRING.
           MOVE SPACES TO INVENT6-PATH-WS.
           STRING
               FUNCTION TRIM(DATA-DIRECTORY-WS)
                   DELIMITED BY SIZE
               "INVENT6.TXT" DELIMITED BY SIZE
               INTO INVENT6-PATH-WS
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
           MOVE SPACES TO POAUDIT-PATH-WS.
           STRING
               FUNCTION TRIM(DATA-DIRECTORY-WS)
                   DELIMITED BY SIZE
               "POAUDIT.TXT" DELIMITED BY SIZE
               INTO POAUDIT-PATH-WS
           END-STRING.
           MOVE SPACES TO POREPRNT-PATH-WS.
           STRING
               FUNCTION TRIM(DATA-DIRECTORY-WS)
                   DELIMITED BY SIZE
               "POREPRNT.TXT" DELIMITED BY SIZE
               INTO POREPRNT-PATH-WS
           END-STRING.

      * Ending of Program PurchaseOrderMaintenance
       END PROGRAM PurchaseOrderMaintenance.
