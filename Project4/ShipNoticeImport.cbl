       PROGRAM-ID. ShipNoticeImport as "ShipNoticeImport".
       AUTHOR     PRIYANK PATEL & JASHANJOT PRUTHI & VIVEK PATEL &
                   AMARJEET SINGH & SAHILVIR SINGH DHILLON.

      * Modification History
      * ---------------------------------------------------------
      * New import for the advance ship notices suppliers send
      * ahead of a delivery. Each ASNIN.TXT line names the
      * shipment, the purchase order and line it fills, the part,
      * the quantity shipped and the lot. It is checked against
      * OPENPO.TXT - the order line must exist and still be open,
      * belong to the supplier sending the notice, be for the same
      * part, and the quantity may not run over what is still open
      * on the line once earlier notices not yet confirmed are
      * counted. A matching line is staged on ASNSTAGE.TXT as an
      * expected receipt, for ReceivePurchaseOrder.cbl to confirm
      * or adjust a whole shipment at once when it arrives. Lines
      * that fail to match go to the ASNEXCP.TXT report with the
      * reason, and the same report lists every shipment noticed
      * more than the set number of days ago and still not
      * confirmed at the dock.
      * ---------------------------------------------------------

      * Environment division for the notice, staging and order files
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

      * Ship notice lines as sent by the supplier - one line per
      * purchase order line a shipment carries
         SELECT SHIP-NOTICE-IN
         ASSIGN DYNAMIC ASNIN-PATH-WS
           ORGANIZATION LINE SEQUENTIAL.

      * Open purchase orders kept for the receiving dock - one record
      * per generated purchase order line, keyed by order number and
      * line number, received against by ReceivePurchaseOrder.cbl.
         SELECT OPEN-PO-FILE-IN
         ASSIGN DYNAMIC OPENPO-PATH-WS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS OPEN-PO-KEY-IN
           FILE STATUS IS OPEN-PO-FILE-STATUS-WS.

      * Keyed by shipment, then order and line, so a START on the
      * shipment reads its lines together; the order-line key
      * finds every notice against one order line.
         SELECT ASN-STAGE-FILE-OUT
         ASSIGN DYNAMIC ASNSTAGE-PATH-WS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ASN-STAGE-KEY-OUT
           ALTERNATE RECORD KEY IS ASN-PO-LINE-KEY-OUT
               WITH DUPLICATES
           FILE STATUS IS ASN-STAGE-FILE-STATUS-WS.

         SELECT NOTICE-REPORT-OUT
         ASSIGN DYNAMIC ASNEXCP-PATH-WS
           ORGANIZATION LINE SEQUENTIAL.

      *Describing the file, record, and field structures to be used in
      *the program
       DATA DIVISION.
       FILE SECTION.
      * One directory path per configuration line
       FD CONFIG-FILE.
       01 CONFIG-RECORD                    PIC X(60).

      * Shipment, supplier, ship date, order line, part, quantity, lot
       FD SHIP-NOTICE-IN.
       01 SHIP-NOTICE-RECORD-IN.
           05 SN-SHIPMENT-ID-IN             PIC X(10).
           05 SN-SUPPLIER-CODE-IN           PIC X(5).
           05 SN-SHIP-DATE-IN               PIC 9(8).
           05 SN-PO-NUMBER-IN               PIC 9(5).
           05 SN-LINE-NUMBER-IN             PIC 9(3).
           05 SN-PART-NUMBER-IN             PIC 9(5).
           05 SN-QTY-SHIPPED-IN             PIC 9(5).
           05 SN-LOT-NUMBER-IN              PIC X(10).

      * File division for the open purchase order file
       FD OPEN-PO-FILE-IN.
       01 OPEN-PO-RECORD-IN.
           05 OPEN-PO-KEY-IN.
               10 OPO-PO-NUMBER-IN         PIC 9(5).
               10 OPO-LINE-NUMBER-IN       PIC 9(3).
           05 OPO-SUPPLIER-CODE-IN         PIC X(5).
           05 OPO-PART-NUMBER-IN           PIC 9(5).
           05 OPO-LOCATION-IN              PIC X(2).
           05 OPO-QTY-ORDERED-IN           PIC 9(5).
           05 OPO-QTY-RECEIVED-IN          PIC 9(5).
           05 OPO-ORDER-DATE-IN            PIC 9(8).
           05 OPO-RECEIVED-DATE-IN         PIC 9(8).
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

      * One expected receipt per order line a noticed shipment
      * carries - "E" until the dock confirms the shipment, then
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

      * File division for the notice exception and ageing report
       FD NOTICE-REPORT-OUT.
       01 NOTICE-REPORT-LINE               PIC X(100).

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
           05 ASNIN-PATH-WS                 PIC X(90).
           05 OPENPO-PATH-WS                PIC X(90).
           05 ASNSTAGE-PATH-WS              PIC X(90).
           05 ASNEXCP-PATH-WS               PIC X(90).

       01 TEMP.
           05 NOTICE-EOF-FLAG               PIC X(1) VALUE "N".
           05 STAGE-EOF-FLAG                PIC X(1).
           05 PENDING-EOF-FLAG              PIC X(1).
           05 OPEN-PO-FILE-STATUS-WS        PIC X(2).
           05 ASN-STAGE-FILE-STATUS-WS      PIC X(2).
           05 LINE-MATCHED-SW               PIC X(1).
               88 LINE-MATCHED              VALUE "Y".
           05 QTY-PENDING-WS                PIC 9(7).
           05 QTY-STILL-OPEN-WS             PIC S9(7).
           05 TODAY-INTEGER-WS              PIC 9(7).
           05 NOTICE-INTEGER-WS             PIC 9(7).
           05 DAYS-WAITING-WS               PIC 9(5).

      * A shipment noticed this many days ago and still not
      * confirmed at the dock is listed as overdue - the goods
      * are lost in transit, or arrived and were received
      * without the notice.
       01 NOTICE-AGE-LIMIT-WS               PIC 9(3) VALUE 5.

      * The shipment being totalled for the ageing list
       01 SHIPMENT-GROUP-WS.
           05 GROUP-SHIPMENT-ID-WS          PIC X(10).
           05 GROUP-SUPPLIER-CODE-WS        PIC X(5).
           05 GROUP-NOTICE-DATE-WS          PIC 9(8).
           05 GROUP-LINE-COUNT-WS           PIC 9(4).
           05 GROUP-QTY-WS                  PIC 9(7).

       01 NOTICE-COUNTERS.
           05 LINES-READ-WS                 PIC 9(5) VALUE 0.
           05 LINES-STAGED-WS               PIC 9(5) VALUE 0.
           05 LINES-EXCEPTED-WS             PIC 9(5) VALUE 0.
           05 SHIPMENTS-OVERDUE-WS          PIC 9(5) VALUE 0.

       01 NOTICE-TITLE-LINE-WS.
           05 FILLER                        PIC X(40) VALUE
               "ADVANCE SHIP NOTICE EXCEPTION LIST".

       01 NOTICE-HEADING-LINE-WS.
           05 FILLER                        PIC X(12) VALUE "SHIPMENT".
           05 FILLER                        PIC X(7) VALUE "SUPP".
           05 FILLER                        PIC X(10) VALUE "PO/LINE".
           05 FILLER                        PIC X(7) VALUE "PART".
           05 FILLER                        PIC X(8) VALUE "SHIPPED".
           05 FILLER                        PIC X(8) VALUE "OPEN".
           05 FILLER                        PIC X(6) VALUE "REASON".

       01 NOTICE-DETAIL-LINE-WS.
           05 EXC-SHIPMENT-ID-OUT           PIC X(10).
           05 FILLER                        PIC X(2) VALUE SPACES.
           05 EXC-SUPPLIER-CODE-OUT         PIC X(5).
           05 FILLER                        PIC X(2) VALUE SPACES.
           05 EXC-PO-NUMBER-OUT             PIC 9(5).
           05 FILLER                        PIC X(1) VALUE "/".
           05 EXC-LINE-NUMBER-OUT           PIC 9(3).
           05 FILLER                        PIC X(1) VALUE SPACES.
           05 EXC-PART-NUMBER-OUT           PIC 9(5).
           05 FILLER                        PIC X(1) VALUE SPACES.
           05 EXC-QTY-SHIPPED-OUT           PIC ZZ,ZZ9.
           05 FILLER                        PIC X(2) VALUE SPACES.
           05 EXC-QTY-OPEN-OUT              PIC ZZ,ZZ9.
           05 FILLER                        PIC X(2) VALUE SPACES.
           05 EXC-REASON-OUT                PIC X(38).

       01 NOTICE-TRAIL-LINE-WS.
           05 FILLER                  PIC X(5) VALUE "READ".
           05 NOTICE-TRAIL-READ-OUT   PIC ZZ,ZZ9.
           05 FILLER                  PIC X(8) VALUE "  STAGED".
           05 NOTICE-TRAIL-STAGED-OUT PIC ZZ,ZZ9.
           05 FILLER                  PIC X(12) VALUE "  EXCEPTIONS".
           05 NOTICE-TRAIL-EXCEPTED-OUT PIC ZZ,ZZ9.

       01 OVERDUE-TITLE-LINE-WS.
           05 FILLER                        PIC X(43) VALUE
               "SHIPMENTS NOTIFIED AND NOT CONFIRMED AFTER ".
           05 OVERDUE-TITLE-DAYS-OUT        PIC ZZ9.
           05 FILLER                        PIC X(5) VALUE " DAYS".

       01 OVERDUE-HEADING-LINE-WS.
           05 FILLER                        PIC X(12) VALUE "SHIPMENT".
           05 FILLER                        PIC X(7) VALUE "SUPP".
           05 FILLER                        PIC X(10) VALUE "NOTICED".
           05 FILLER                        PIC X(7) VALUE "DAYS".
           05 FILLER                        PIC X(7) VALUE "LINES".
           05 FILLER                        PIC X(8) VALUE "QTY".

       01 OVERDUE-DETAIL-LINE-WS.
           05 OVD-SHIPMENT-ID-OUT           PIC X(10).
           05 FILLER                        PIC X(2) VALUE SPACES.
           05 OVD-SUPPLIER-CODE-OUT         PIC X(5).
           05 FILLER                        PIC X(2) VALUE SPACES.
           05 OVD-NOTICE-DATE-OUT           PIC 9(8).
           05 FILLER                        PIC X(2) VALUE SPACES.
           05 OVD-DAYS-OUT                  PIC ZZZZ9.
           05 FILLER                        PIC X(2) VALUE SPACES.
           05 OVD-LINE-COUNT-OUT            PIC ZZZ9.
           05 FILLER                        PIC X(2) VALUE SPACES.
           05 OVD-QTY-OUT                   PIC Z,ZZZ,ZZ9.

       01 OVERDUE-TRAIL-LINE-WS.
           05 FILLER                        PIC X(19) VALUE
               "SHIPMENTS OVERDUE  ".
           05 OVERDUE-TRAIL-COUNT-OUT       PIC ZZ,ZZ9.

       01 NO-PO-FILE-LINE-WS.
           05 FILLER                        PIC X(50) VALUE
               "NO OPEN PURCHASE ORDER FILE - NOTHING STAGED".

      * Procedure division begins
       PROCEDURE DIVISION.
       100-IMPORT-SHIP-NOTICES.
           PERFORM  990-LOAD-FILE-PATHS.
           PERFORM  201-INIT-OPEN-FILES.
           PERFORM  202-PROCESS-NOTICE-LINES
               UNTIL NOTICE-EOF-FLAG = "Y".
           PERFORM  203-LIST-UNCONFIRMED-SHIPMENTS.
           PERFORM  204-TERMINATE-NOTICE-IMPORT.
           STOP RUN.

      * Without OPENPO.TXT there is nothing a notice could match -
      * the report says so and no line is staged.
       201-INIT-OPEN-FILES.
           OPEN INPUT SHIP-NOTICE-IN.
           OPEN OUTPUT NOTICE-REPORT-OUT.
           PERFORM  205-OPEN-ASN-STAGE-FILE.
           COMPUTE TODAY-INTEGER-WS = FUNCTION INTEGER-OF-DATE(
               FUNCTION NUMVAL(FUNCTION CURRENT-DATE(1:8))).
           WRITE NOTICE-REPORT-LINE FROM NOTICE-TITLE-LINE-WS
               BEFORE ADVANCING 2 LINES.
           WRITE NOTICE-REPORT-LINE FROM NOTICE-HEADING-LINE-WS.
           OPEN INPUT OPEN-PO-FILE-IN.
           IF OPEN-PO-FILE-STATUS-WS = "00"
               PERFORM  701-READ-NOTICE-LINE
           ELSE
               WRITE NOTICE-REPORT-LINE FROM NO-PO-FILE-LINE-WS
               MOVE "Y" TO NOTICE-EOF-FLAG
           END-IF.

       202-PROCESS-NOTICE-LINES.
           ADD 1 TO LINES-READ-WS.
           PERFORM  801-MATCH-NOTICE-LINE.
           PERFORM  701-READ-NOTICE-LINE.

      * The staging file is read in shipment order, so each
      * shipment's lines arrive together and are totalled as one
      * group; a group with lines still expected and old enough
      * is printed when the next shipment starts.
       203-LIST-UNCONFIRMED-SHIPMENTS.
           MOVE LINES-READ-WS TO NOTICE-TRAIL-READ-OUT.
           MOVE LINES-STAGED-WS TO NOTICE-TRAIL-STAGED-OUT.
           MOVE LINES-EXCEPTED-WS TO NOTICE-TRAIL-EXCEPTED-OUT.
           WRITE NOTICE-REPORT-LINE FROM NOTICE-TRAIL-LINE-WS
               AFTER ADVANCING 2 LINES.
           MOVE NOTICE-AGE-LIMIT-WS TO OVERDUE-TITLE-DAYS-OUT.
           WRITE NOTICE-REPORT-LINE FROM OVERDUE-TITLE-LINE-WS
               AFTER ADVANCING 3 LINES.
           WRITE NOTICE-REPORT-LINE FROM OVERDUE-HEADING-LINE-WS
               AFTER ADVANCING 2 LINES.
           MOVE SPACES TO GROUP-SHIPMENT-ID-WS.
           MOVE ZERO TO GROUP-LINE-COUNT-WS.
           MOVE "N" TO STAGE-EOF-FLAG.
           MOVE LOW-VALUES TO ASN-STAGE-KEY-OUT.
           START ASN-STAGE-FILE-OUT
               KEY IS NOT LESS THAN ASN-STAGE-KEY-OUT
               INVALID KEY
                   MOVE "Y" TO STAGE-EOF-FLAG
           END-START.
           IF STAGE-EOF-FLAG NOT = "Y"
               PERFORM  702-READ-NEXT-STAGED-LINE
               PERFORM  807-AGE-STAGED-LINE
                   UNTIL STAGE-EOF-FLAG = "Y"
           END-IF.
           PERFORM  808-CLOSE-SHIPMENT-GROUP.
           MOVE SHIPMENTS-OVERDUE-WS TO OVERDUE-TRAIL-COUNT-OUT.
           WRITE NOTICE-REPORT-LINE FROM OVERDUE-TRAIL-LINE-WS
               AFTER ADVANCING 2 LINES.

       204-TERMINATE-NOTICE-IMPORT.
           CLOSE SHIP-NOTICE-IN.
           CLOSE ASN-STAGE-FILE-OUT.
           CLOSE NOTICE-REPORT-OUT.
           IF OPEN-PO-FILE-STATUS-WS = "00"
               CLOSE OPEN-PO-FILE-IN
           END-IF.

      * A first run with no staging file yet builds it fresh and
      * then reopens it I-O, the same way the backorder file opens.
       205-OPEN-ASN-STAGE-FILE.
           OPEN I-O ASN-STAGE-FILE-OUT.
           IF ASN-STAGE-FILE-STATUS-WS NOT = "00"
               OPEN OUTPUT ASN-STAGE-FILE-OUT
               CLOSE ASN-STAGE-FILE-OUT
               OPEN I-O ASN-STAGE-FILE-OUT
           END-IF.

       701-READ-NOTICE-LINE.
           READ SHIP-NOTICE-IN
               AT END
               MOVE "Y" TO NOTICE-EOF-FLAG.

       702-READ-NEXT-STAGED-LINE.
           READ ASN-STAGE-FILE-OUT NEXT RECORD
               AT END
               MOVE "Y" TO STAGE-EOF-FLAG.

       703-READ-NEXT-PENDING-NOTICE.
           READ ASN-STAGE-FILE-OUT NEXT RECORD
               AT END
                   MOVE "Y" TO PENDING-EOF-FLAG
               NOT AT END
                   IF AST-ALT-PO-NUMBER-OUT NOT = SN-PO-NUMBER-IN
                       OR AST-ALT-LINE-NUMBER-OUT
                           NOT = SN-LINE-NUMBER-IN
                       MOVE "Y" TO PENDING-EOF-FLAG
                   END-IF
           END-READ.

      * The order line is read by the number the supplier quoted -
      * no line means the notice ships something never ordered.
       801-MATCH-NOTICE-LINE.
           MOVE "N" TO LINE-MATCHED-SW.
           MOVE ZERO TO QTY-STILL-OPEN-WS.
           IF SN-QTY-SHIPPED-IN NOT NUMERIC
               OR SN-PO-NUMBER-IN NOT NUMERIC
               OR SN-LINE-NUMBER-IN NOT NUMERIC
               OR SN-PART-NUMBER-IN NOT NUMERIC
               OR SN-QTY-SHIPPED-IN = ZERO
               OR SN-SHIPMENT-ID-IN = SPACES
               MOVE "NOTICE LINE NOT READABLE"
                   TO EXC-REASON-OUT
               PERFORM  806-WRITE-EXCEPTION-LINE
           ELSE
               MOVE SN-PO-NUMBER-IN TO OPO-PO-NUMBER-IN
               MOVE SN-LINE-NUMBER-IN TO OPO-LINE-NUMBER-IN
               READ OPEN-PO-FILE-IN
                   INVALID KEY
                       MOVE "PURCHASE ORDER LINE DOES NOT EXIST"
                           TO EXC-REASON-OUT
                       PERFORM  806-WRITE-EXCEPTION-LINE
                   NOT INVALID KEY
                       PERFORM  802-CHECK-ORDER-LINE
               END-READ
           END-IF.
           IF LINE-MATCHED
               PERFORM  805-STAGE-NOTICE-LINE
           END-IF.

      * Supplier, part and line status first, then the quantity
      * against what is still open on the line - the first
      * failure is the reason reported. A drop-ship line goes
      * from the supplier straight to the customer and is never
      * received at the dock, so a notice cannot stage it.
       802-CHECK-ORDER-LINE.
           IF OPO-SUPPLIER-CODE-IN NOT = SN-SUPPLIER-CODE-IN
               MOVE "ORDER WAS PLACED WITH ANOTHER SUPPLIER"
                   TO EXC-REASON-OUT
               PERFORM  806-WRITE-EXCEPTION-LINE
           ELSE
               IF OPO-PART-NUMBER-IN NOT = SN-PART-NUMBER-IN
                   MOVE "PART IS NOT THE PART ON THE ORDER LINE"
                       TO EXC-REASON-OUT
                   PERFORM  806-WRITE-EXCEPTION-LINE
               ELSE
                   IF NOT OPO-LINE-OPEN-IN
                       MOVE "ORDER LINE IS NO LONGER OPEN"
                           TO EXC-REASON-OUT
                       PERFORM  806-WRITE-EXCEPTION-LINE
                   ELSE
                       IF NOT OPO-STOCK-LINE-IN
                           MOVE "DROP-SHIP LINE - NOT RECEIVED HERE"
                               TO EXC-REASON-OUT
                           PERFORM  806-WRITE-EXCEPTION-LINE
                       ELSE
                           PERFORM  803-TOTAL-PENDING-NOTICES
                       END-IF
                   END-IF
               END-IF
           END-IF.

      * The open balance is what the order line still wants less
      * what earlier notices already have on the way - two
      * notices for the same goods would otherwise both stage.
       803-TOTAL-PENDING-NOTICES.
           MOVE ZERO TO QTY-PENDING-WS.
           MOVE "N" TO PENDING-EOF-FLAG.
           MOVE SN-PO-NUMBER-IN TO AST-ALT-PO-NUMBER-OUT.
           MOVE SN-LINE-NUMBER-IN TO AST-ALT-LINE-NUMBER-OUT.
           START ASN-STAGE-FILE-OUT
               KEY IS EQUAL TO ASN-PO-LINE-KEY-OUT
               INVALID KEY
                   MOVE "Y" TO PENDING-EOF-FLAG
           END-START.
           IF PENDING-EOF-FLAG NOT = "Y"
               PERFORM  703-READ-NEXT-PENDING-NOTICE
               PERFORM  804-ADD-PENDING-NOTICE
                   UNTIL PENDING-EOF-FLAG = "Y"
           END-IF.
           COMPUTE QTY-STILL-OPEN-WS =
               OPO-QTY-ORDERED-IN - OPO-QTY-RECEIVED-IN
               - QTY-PENDING-WS.
           IF SN-QTY-SHIPPED-IN > QTY-STILL-OPEN-WS
               IF QTY-PENDING-WS > ZERO
                   MOVE "OVER OPEN BALANCE - EARLIER NOTICE"
                       TO EXC-REASON-OUT
               ELSE
                   MOVE "SHIPPED OVER THE OPEN BALANCE"
                       TO EXC-REASON-OUT
               END-IF
               PERFORM  806-WRITE-EXCEPTION-LINE
           ELSE
               MOVE "Y" TO LINE-MATCHED-SW
           END-IF.

       804-ADD-PENDING-NOTICE.
           IF AST-LINE-EXPECTED
               ADD AST-QTY-SHIPPED-OUT TO QTY-PENDING-WS
           END-IF.
           PERFORM  703-READ-NEXT-PENDING-NOTICE.

      * The storeroom comes from the order line - the notice
      * does not carry one and the dock receives where it
      * ordered.
       805-STAGE-NOTICE-LINE.
           MOVE SN-SHIPMENT-ID-IN TO AST-SHIPMENT-ID-OUT.
           MOVE SN-PO-NUMBER-IN TO AST-PO-NUMBER-OUT.
           MOVE SN-LINE-NUMBER-IN TO AST-LINE-NUMBER-OUT.
           MOVE SN-PO-NUMBER-IN TO AST-ALT-PO-NUMBER-OUT.
           MOVE SN-LINE-NUMBER-IN TO AST-ALT-LINE-NUMBER-OUT.
           MOVE SN-SUPPLIER-CODE-IN TO AST-SUPPLIER-CODE-OUT.
           MOVE SN-PART-NUMBER-IN TO AST-PART-NUMBER-OUT.
           MOVE OPO-LOCATION-IN TO AST-LOCATION-OUT.
           MOVE SN-QTY-SHIPPED-IN TO AST-QTY-SHIPPED-OUT.
           MOVE SN-LOT-NUMBER-IN TO AST-LOT-NUMBER-OUT.
           IF SN-SHIP-DATE-IN NUMERIC
               MOVE SN-SHIP-DATE-IN TO AST-SHIP-DATE-OUT
           ELSE
               MOVE ZERO TO AST-SHIP-DATE-OUT
           END-IF.
           MOVE FUNCTION CURRENT-DATE(1:8) TO AST-NOTICE-DATE-OUT.
           MOVE "E" TO AST-STATUS-OUT.
           MOVE ZERO TO AST-QTY-RECEIVED-OUT.
           MOVE ZERO TO AST-CONFIRM-DATE-OUT.
           MOVE SPACES TO AST-OPERATOR-OUT.
           WRITE ASN-STAGE-RECORD-OUT
               INVALID KEY
                   MOVE "SHIPMENT LINE ALREADY NOTIFIED"
                       TO EXC-REASON-OUT
                   PERFORM  806-WRITE-EXCEPTION-LINE
               NOT INVALID KEY
                   ADD 1 TO LINES-STAGED-WS
           END-WRITE.

       806-WRITE-EXCEPTION-LINE.
           ADD 1 TO LINES-EXCEPTED-WS.
           MOVE SN-SHIPMENT-ID-IN TO EXC-SHIPMENT-ID-OUT.
           MOVE SN-SUPPLIER-CODE-IN TO EXC-SUPPLIER-CODE-OUT.
           MOVE SN-PO-NUMBER-IN TO EXC-PO-NUMBER-OUT.
           MOVE SN-LINE-NUMBER-IN TO EXC-LINE-NUMBER-OUT.
           MOVE SN-PART-NUMBER-IN TO EXC-PART-NUMBER-OUT.
           IF SN-QTY-SHIPPED-IN NUMERIC
               MOVE SN-QTY-SHIPPED-IN TO EXC-QTY-SHIPPED-OUT
           ELSE
               MOVE ZERO TO EXC-QTY-SHIPPED-OUT
           END-IF.
           IF QTY-STILL-OPEN-WS > ZERO
               MOVE QTY-STILL-OPEN-WS TO EXC-QTY-OPEN-OUT
           ELSE
               MOVE ZERO TO EXC-QTY-OPEN-OUT
           END-IF.
           WRITE NOTICE-REPORT-LINE FROM NOTICE-DETAIL-LINE-WS.

      * Only lines still expected count toward a shipment - a
      * confirmed shipment has nothing left to chase. The oldest
      * notice date stands for the group when its lines came in
      * on different runs.
       807-AGE-STAGED-LINE.
           IF AST-SHIPMENT-ID-OUT NOT = GROUP-SHIPMENT-ID-WS
               PERFORM  808-CLOSE-SHIPMENT-GROUP
               MOVE AST-SHIPMENT-ID-OUT TO GROUP-SHIPMENT-ID-WS
               MOVE AST-SUPPLIER-CODE-OUT TO GROUP-SUPPLIER-CODE-WS
               MOVE 99999999 TO GROUP-NOTICE-DATE-WS
               MOVE ZERO TO GROUP-LINE-COUNT-WS
               MOVE ZERO TO GROUP-QTY-WS
           END-IF.
           IF AST-LINE-EXPECTED
               ADD 1 TO GROUP-LINE-COUNT-WS
               ADD AST-QTY-SHIPPED-OUT TO GROUP-QTY-WS
               IF AST-NOTICE-DATE-OUT < GROUP-NOTICE-DATE-WS
                   MOVE AST-NOTICE-DATE-OUT TO GROUP-NOTICE-DATE-WS
               END-IF
           END-IF.
           PERFORM  702-READ-NEXT-STAGED-LINE.

       808-CLOSE-SHIPMENT-GROUP.
           IF GROUP-LINE-COUNT-WS > ZERO
               COMPUTE NOTICE-INTEGER-WS =
                   FUNCTION INTEGER-OF-DATE(GROUP-NOTICE-DATE-WS)
               END-COMPUTE
               COMPUTE DAYS-WAITING-WS =
                   TODAY-INTEGER-WS - NOTICE-INTEGER-WS
                   ON SIZE ERROR MOVE ZERO TO DAYS-WAITING-WS
               END-COMPUTE
               IF DAYS-WAITING-WS > NOTICE-AGE-LIMIT-WS
                   ADD 1 TO SHIPMENTS-OVERDUE-WS
                   MOVE GROUP-SHIPMENT-ID-WS TO OVD-SHIPMENT-ID-OUT
                   MOVE GROUP-SUPPLIER-CODE-WS
                       TO OVD-SUPPLIER-CODE-OUT
                   MOVE GROUP-NOTICE-DATE-WS TO OVD-NOTICE-DATE-OUT
                   MOVE DAYS-WAITING-WS TO OVD-DAYS-OUT
                   MOVE GROUP-LINE-COUNT-WS TO OVD-LINE-COUNT-OUT
                   MOVE GROUP-QTY-WS TO OVD-QTY-OUT
                   WRITE NOTICE-REPORT-LINE
                       FROM OVERDUE-DETAIL-LINE-WS
               END-IF
           END-IF.

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
           MOVE SPACES TO ASNIN-PATH-WS.
           STRING
               FUNCTION TRIM(DATA-DIRECTORY-WS)
                   DELIMITED BY SIZE
               "ASNIN.TXT" DELIMITED BY SIZE
               INTO ASNIN-PATH-WS
           END-STRING.
           MOVE SPACES TO OPENPO-PATH-WS.
           STRING
               FUNCTION TRIM(DATA-DIRECTORY-WS)
                   DELIMITED BY SIZE
               "OPENPO.TXT" DELIMITED BY SIZE
               INTO OPENPO-PATH-WS
           END-STRING.
           MOVE SPACES TO ASNSTAGE-PATH-WS.
           STRING
               FUNCTION TRIM(DATA-DIRECTORY-WS)
                   DELIMITED BY SIZE
               "ASNSTAGE.TXT" DELIMITED BY SIZE
               INTO ASNSTAGE-PATH-WS
           END-STRING.
           MOVE SPACES TO ASNEXCP-PATH-WS.
           STRING
               FUNCTION TRIM(DATA-DIRECTORY-WS)
                   DELIMITED BY SIZE
               "ASNEXCP.TXT" DELIMITED BY SIZE
               INTO ASNEXCP-PATH-WS
           END-STRING.

      * Ending of Program ShipNoticeImport
       END PROGRAM ShipNoticeImport.
