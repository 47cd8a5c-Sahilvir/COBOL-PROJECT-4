       PROGRAM-ID. VendorInvoiceMatch as "VendorInvoiceMatch".
       AUTHOR     PRIYANK PATEL & JASHANJOT PRUTHI & VIVEK PATEL &
                   AMARJEET SINGH & SAHILVIR SINGH DHILLON.

      * Modification History
      * ---------------------------------------------------------
      * New three-way match for supplier invoices, which accounts
      * payable was paying without checking against what was
      * ordered or what the dock took in - one pallet was paid for
      * twice. Each VENDINV.TXT line names the purchase order and
      * line it bills; it is matched to that line on OPENPO.TXT
      * and must come from the supplier the order went to, bill
      * no more than ReceivePurchaseOrder.cbl has received less
      * what earlier invoices already billed, and carry a unit
      * price within the tolerance of the cost on the order line.
      * A matching line is approved for payment onto APAPPRV.TXT
      * and its quantity is added to the line's invoiced quantity,
      * so the same receipt can never be approved twice. Every
      * other line goes to the MATCHEXC.TXT exception report with
      * the reason, for the buyer to settle with the vendor.
      * OPENPO.TXT record layout gains the drop-ship sales order
      * reference and ship-to.
      * ---------------------------------------------------------

      * Environment division for the invoice and order files
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

      * Supplier invoice lines as keyed by accounts payable or
      * sent by the vendor - one line per purchase order line billed
         SELECT VENDOR-INVOICE-IN
         ASSIGN DYNAMIC VENDINV-PATH-WS
           ORGANIZATION LINE SEQUENTIAL.

      * Open purchase orders kept for the receiving dock - one record
      * per generated purchase order line, keyed by order number and
      * line number, received against by ReceivePurchaseOrder.cbl.
         SELECT OPEN-PO-FILE-OUT
         ASSIGN DYNAMIC OPENPO-PATH-WS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS OPEN-PO-KEY-OUT
           FILE STATUS IS OPEN-PO-FILE-STATUS-WS.

      * Invoice lines cleared for payment, appended run after run
         SELECT APPROVED-FILE-OUT
         ASSIGN DYNAMIC APAPPRV-PATH-WS
           ORGANIZATION LINE SEQUENTIAL.

         SELECT EXCEPTION-REPORT-OUT
         ASSIGN DYNAMIC MATCHEXC-PATH-WS
           ORGANIZATION LINE SEQUENTIAL.

      *Describing the file, record, and field structures to be used in
      *the program
       DATA DIVISION.
       FILE SECTION.
      * One directory path per configuration line
       FD CONFIG-FILE.
       01 CONFIG-RECORD                    PIC X(60).

      * Supplier, invoice, order line billed, quantity, unit price
       FD VENDOR-INVOICE-IN.
       01 VENDOR-INVOICE-RECORD-IN.
           05 VI-SUPPLIER-CODE-IN           PIC X(5).
           05 VI-INVOICE-NUMBER-IN          PIC X(10).
           05 VI-INVOICE-DATE-IN            PIC 9(8).
           05 VI-PO-NUMBER-IN               PIC 9(5).
           05 VI-LINE-NUMBER-IN             PIC 9(3).
           05 VI-QTY-BILLED-IN              PIC 9(5).
           05 VI-UNIT-PRICE-IN              PIC 9(4)V99.

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

      * One line per invoice line approved for payment
       FD APPROVED-FILE-OUT.
       01 APPROVED-RECORD-OUT.
           05 APV-DATE-OUT                  PIC 9(8).
           05 FILLER                        PIC X(1) VALUE SPACE.
           05 APV-SUPPLIER-CODE-OUT         PIC X(5).
           05 FILLER                        PIC X(1) VALUE SPACE.
           05 APV-INVOICE-NUMBER-OUT        PIC X(10).
           05 FILLER                        PIC X(1) VALUE SPACE.
           05 APV-INVOICE-DATE-OUT          PIC 9(8).
           05 FILLER                        PIC X(1) VALUE SPACE.
           05 APV-PO-NUMBER-OUT             PIC 9(5).
           05 FILLER                        PIC X(1) VALUE SPACE.
           05 APV-LINE-NUMBER-OUT           PIC 9(3).
           05 FILLER                        PIC X(1) VALUE SPACE.
           05 APV-PART-NUMBER-OUT           PIC 9(5).
           05 FILLER                        PIC X(1) VALUE SPACE.
           05 APV-QTY-BILLED-OUT            PIC 9(5).
           05 FILLER                        PIC X(1) VALUE SPACE.
           05 APV-UNIT-PRICE-OUT            PIC 9(4)V99.
           05 FILLER                        PIC X(1) VALUE SPACE.
           05 APV-AMOUNT-OUT                PIC 9(7)V99.

      * File division for the match-exception report
       FD EXCEPTION-REPORT-OUT.
       01 EXCEPTION-REPORT-LINE            PIC X(100).

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
           05 VENDINV-PATH-WS               PIC X(90).
           05 OPENPO-PATH-WS                PIC X(90).
           05 APAPPRV-PATH-WS               PIC X(90).
           05 MATCHEXC-PATH-WS              PIC X(90).

       01 TEMP.
           05 INVOICE-EOF-FLAG              PIC X(1) VALUE "N".
           05 OPEN-PO-FILE-STATUS-WS        PIC X(2).
           05 LINE-MATCHED-SW               PIC X(1).
               88 LINE-MATCHED              VALUE "Y".
           05 QTY-STILL-UNBILLED-WS         PIC S9(6).
           05 PRICE-CEILING-WS              PIC 9(5)V99.
           05 LINE-AMOUNT-WS                PIC 9(7)V99.

      * A billed price may run this many percent over the order
      * cost - freight rounding and the odd cent - before the
      * line is held as priced above the order.
       01 PRICE-TOLERANCE-WS                PIC 9(3)V99 VALUE 1.00.

       01 MATCH-COUNTERS.
           05 LINES-READ-WS                 PIC 9(5) VALUE 0.
           05 LINES-APPROVED-WS             PIC 9(5) VALUE 0.
           05 LINES-EXCEPTED-WS             PIC 9(5) VALUE 0.
           05 AMOUNT-APPROVED-WS            PIC 9(9)V99 VALUE 0.

       01 EXCEPTION-TITLE-LINE-WS.
           05 FILLER                        PIC X(36) VALUE
               "VENDOR INVOICE MATCH EXCEPTION LIST".

       01 EXCEPTION-HEADING-LINE-WS.
           05 FILLER                        PIC X(7) VALUE "SUPP".
           05 FILLER                        PIC X(12) VALUE "INVOICE".
           05 FILLER                        PIC X(10) VALUE "PO/LINE".
           05 FILLER                        PIC X(8) VALUE "BILLED".
           05 FILLER                        PIC X(8) VALUE "RECVD".
           05 FILLER                        PIC X(10) VALUE "PRICE".
           05 FILLER                        PIC X(10) VALUE "ORDER".
           05 FILLER                        PIC X(6) VALUE "REASON".

       01 EXCEPTION-DETAIL-LINE-WS.
           05 EXC-SUPPLIER-CODE-OUT         PIC X(5).
           05 FILLER                        PIC X(2) VALUE SPACES.
           05 EXC-INVOICE-NUMBER-OUT        PIC X(10).
           05 FILLER                        PIC X(2) VALUE SPACES.
           05 EXC-PO-NUMBER-OUT             PIC 9(5).
           05 FILLER                        PIC X(1) VALUE "/".
           05 EXC-LINE-NUMBER-OUT           PIC 9(3).
           05 FILLER                        PIC X(1) VALUE SPACES.
           05 EXC-QTY-BILLED-OUT            PIC ZZ,ZZ9.
           05 FILLER                        PIC X(2) VALUE SPACES.
           05 EXC-QTY-RECEIVED-OUT          PIC ZZ,ZZ9.
           05 FILLER                        PIC X(2) VALUE SPACES.
           05 EXC-UNIT-PRICE-OUT            PIC $$$$9.99.
           05 FILLER                        PIC X(2) VALUE SPACES.
           05 EXC-ORDER-COST-OUT            PIC $$$$9.99.
           05 FILLER                        PIC X(2) VALUE SPACES.
           05 EXC-REASON-OUT                PIC X(34).

       01 MATCH-TRAIL-LINE-WS.
           05 FILLER                  PIC X(5) VALUE "READ".
           05 MATCH-TRAIL-READ-OUT    PIC ZZ,ZZ9.
           05 FILLER                  PIC X(10) VALUE "  APPROVED".
           05 MATCH-TRAIL-APPROVED-OUT PIC ZZ,ZZ9.
           05 FILLER                  PIC X(12) VALUE "  EXCEPTIONS".
           05 MATCH-TRAIL-EXCEPTED-OUT PIC ZZ,ZZ9.
           05 FILLER                  PIC X(17) VALUE
               "  VALUE APPROVED ".
           05 MATCH-TRAIL-AMOUNT-OUT  PIC $$$,$$$,$$9.99.

       01 NO-PO-FILE-LINE-WS.
           05 FILLER                        PIC X(50) VALUE
               "NO OPEN PURCHASE ORDER FILE - NOTHING MATCHED".

      * Procedure division begins
       PROCEDURE DIVISION.
       100-MATCH-VENDOR-INVOICES.
           PERFORM  990-LOAD-FILE-PATHS.
           PERFORM  201-INIT-OPEN-FILES.
           PERFORM  202-PROCESS-INVOICE-LINES
               UNTIL INVOICE-EOF-FLAG = "Y".
           PERFORM  203-TERMINATE-INVOICE-MATCH.
           STOP RUN.

      * Without OPENPO.TXT there is nothing an invoice could match -
      * the report says so and no line is approved.
       201-INIT-OPEN-FILES.
           OPEN INPUT VENDOR-INVOICE-IN.
           OPEN EXTEND APPROVED-FILE-OUT.
           OPEN OUTPUT EXCEPTION-REPORT-OUT.
           WRITE EXCEPTION-REPORT-LINE FROM EXCEPTION-TITLE-LINE-WS
               BEFORE ADVANCING 2 LINES.
           WRITE EXCEPTION-REPORT-LINE FROM EXCEPTION-HEADING-LINE-WS.
           OPEN I-O OPEN-PO-FILE-OUT.
           IF OPEN-PO-FILE-STATUS-WS = "00"
               PERFORM  701-READ-INVOICE-LINE
           ELSE
               WRITE EXCEPTION-REPORT-LINE FROM NO-PO-FILE-LINE-WS
               MOVE "Y" TO INVOICE-EOF-FLAG
           END-IF.

       202-PROCESS-INVOICE-LINES.
           ADD 1 TO LINES-READ-WS.
           PERFORM  801-MATCH-INVOICE-LINE.
           PERFORM  701-READ-INVOICE-LINE.

       203-TERMINATE-INVOICE-MATCH.
           MOVE LINES-READ-WS TO MATCH-TRAIL-READ-OUT.
           MOVE LINES-APPROVED-WS TO MATCH-TRAIL-APPROVED-OUT.
           MOVE LINES-EXCEPTED-WS TO MATCH-TRAIL-EXCEPTED-OUT.
           MOVE AMOUNT-APPROVED-WS TO MATCH-TRAIL-AMOUNT-OUT.
           WRITE EXCEPTION-REPORT-LINE FROM MATCH-TRAIL-LINE-WS
               AFTER ADVANCING 2 LINES.
           CLOSE VENDOR-INVOICE-IN.
           CLOSE APPROVED-FILE-OUT.
           CLOSE EXCEPTION-REPORT-OUT.
           IF OPEN-PO-FILE-STATUS-WS = "00"
               CLOSE OPEN-PO-FILE-OUT
           END-IF.

       701-READ-INVOICE-LINE.
           READ VENDOR-INVOICE-IN
               AT END
               MOVE "Y" TO INVOICE-EOF-FLAG.

      * The order line is read by the number the vendor quoted -
      * no line means the invoice bills something never ordered.
       801-MATCH-INVOICE-LINE.
           MOVE "N" TO LINE-MATCHED-SW.
           MOVE ZERO TO OPO-QTY-RECEIVED-OUT.
           MOVE ZERO TO OPO-UNIT-COST-OUT.
           IF VI-QTY-BILLED-IN NOT NUMERIC
               OR VI-UNIT-PRICE-IN NOT NUMERIC
               OR VI-PO-NUMBER-IN NOT NUMERIC
               OR VI-LINE-NUMBER-IN NOT NUMERIC
               OR VI-QTY-BILLED-IN = ZERO
               MOVE "INVOICE LINE NOT READABLE"
                   TO EXC-REASON-OUT
               PERFORM  804-WRITE-EXCEPTION-LINE
           ELSE
               MOVE VI-PO-NUMBER-IN TO OPO-PO-NUMBER-OUT
               MOVE VI-LINE-NUMBER-IN TO OPO-LINE-NUMBER-OUT
               READ OPEN-PO-FILE-OUT
                   INVALID KEY
                       MOVE ZERO TO OPO-QTY-RECEIVED-OUT
                       MOVE ZERO TO OPO-UNIT-COST-OUT
                       MOVE "PURCHASE ORDER LINE DOES NOT EXIST"
                           TO EXC-REASON-OUT
                       PERFORM  804-WRITE-EXCEPTION-LINE
                   NOT INVALID KEY
                       PERFORM  802-CHECK-ORDER-AND-RECEIPT
               END-READ
           END-IF.
           IF LINE-MATCHED
               PERFORM  803-APPROVE-INVOICE-LINE
           END-IF.

      * Supplier first, then quantity against what the dock took in
      * less what has been billed already, then the price against
      * the cost the order was placed at - the first failure is
      * the reason reported.
       802-CHECK-ORDER-AND-RECEIPT.
           COMPUTE QTY-STILL-UNBILLED-WS =
               OPO-QTY-RECEIVED-OUT - OPO-QTY-INVOICED-OUT.
           COMPUTE PRICE-CEILING-WS ROUNDED =
               OPO-UNIT-COST-OUT
                   + (OPO-UNIT-COST-OUT * PRICE-TOLERANCE-WS / 100).
           IF OPO-SUPPLIER-CODE-OUT NOT = VI-SUPPLIER-CODE-IN
               MOVE "ORDER WAS PLACED WITH ANOTHER SUPPLIER"
                   TO EXC-REASON-OUT
               PERFORM  804-WRITE-EXCEPTION-LINE
           ELSE
               IF VI-QTY-BILLED-IN > QTY-STILL-UNBILLED-WS
                   IF OPO-QTY-INVOICED-OUT > ZERO
                       MOVE "BILLED OVER RECEIVED - PRIOR INVOICE"
                           TO EXC-REASON-OUT
                   ELSE
                       MOVE "BILLED FOR MORE THAN RECEIVED"
                           TO EXC-REASON-OUT
                   END-IF
                   PERFORM  804-WRITE-EXCEPTION-LINE
               ELSE
                   IF OPO-UNIT-COST-OUT = ZERO
                       MOVE "ORDER LINE CARRIES NO UNIT COST"
                           TO EXC-REASON-OUT
                       PERFORM  804-WRITE-EXCEPTION-LINE
                   ELSE
                       IF VI-UNIT-PRICE-IN > PRICE-CEILING-WS
                           MOVE "PRICE ABOVE THE ORDER COST"
                               TO EXC-REASON-OUT
                           PERFORM  804-WRITE-EXCEPTION-LINE
                       ELSE
                           MOVE "Y" TO LINE-MATCHED-SW
                       END-IF
                   END-IF
               END-IF
           END-IF.

      * The billed quantity goes onto the order line before the
      * approval is written - a second invoice for the same
      * receipt then finds nothing left unbilled.
       803-APPROVE-INVOICE-LINE.
           ADD VI-QTY-BILLED-IN TO OPO-QTY-INVOICED-OUT.
           REWRITE OPEN-PO-RECORD-OUT
               INVALID KEY
                   MOVE "ORDER LINE REWRITE FAILED"
                       TO EXC-REASON-OUT
                   PERFORM  804-WRITE-EXCEPTION-LINE
               NOT INVALID KEY
                   PERFORM  805-WRITE-APPROVED-LINE
           END-REWRITE.

       804-WRITE-EXCEPTION-LINE.
           ADD 1 TO LINES-EXCEPTED-WS.
           MOVE VI-SUPPLIER-CODE-IN TO EXC-SUPPLIER-CODE-OUT.
           MOVE VI-INVOICE-NUMBER-IN TO EXC-INVOICE-NUMBER-OUT.
           MOVE VI-PO-NUMBER-IN TO EXC-PO-NUMBER-OUT.
           MOVE VI-LINE-NUMBER-IN TO EXC-LINE-NUMBER-OUT.
           IF VI-QTY-BILLED-IN NUMERIC
               MOVE VI-QTY-BILLED-IN TO EXC-QTY-BILLED-OUT
           ELSE
               MOVE ZERO TO EXC-QTY-BILLED-OUT
           END-IF.
           MOVE OPO-QTY-RECEIVED-OUT TO EXC-QTY-RECEIVED-OUT.
           IF VI-UNIT-PRICE-IN NUMERIC
               MOVE VI-UNIT-PRICE-IN TO EXC-UNIT-PRICE-OUT
           ELSE
               MOVE ZERO TO EXC-UNIT-PRICE-OUT
           END-IF.
           MOVE OPO-UNIT-COST-OUT TO EXC-ORDER-COST-OUT.
           WRITE EXCEPTION-REPORT-LINE FROM EXCEPTION-DETAIL-LINE-WS.

       805-WRITE-APPROVED-LINE.
           ADD 1 TO LINES-APPROVED-WS.
           COMPUTE LINE-AMOUNT-WS ROUNDED =
               VI-QTY-BILLED-IN * VI-UNIT-PRICE-IN.
           ADD LINE-AMOUNT-WS TO AMOUNT-APPROVED-WS.
           MOVE SPACES TO APPROVED-RECORD-OUT.
           MOVE FUNCTION CURRENT-DATE(1:8) TO APV-DATE-OUT.
           MOVE VI-SUPPLIER-CODE-IN TO APV-SUPPLIER-CODE-OUT.
           MOVE VI-INVOICE-NUMBER-IN TO APV-INVOICE-NUMBER-OUT.
           MOVE VI-INVOICE-DATE-IN TO APV-INVOICE-DATE-OUT.
           MOVE VI-PO-NUMBER-IN TO APV-PO-NUMBER-OUT.
           MOVE VI-LINE-NUMBER-IN TO APV-LINE-NUMBER-OUT.
           MOVE OPO-PART-NUMBER-OUT TO APV-PART-NUMBER-OUT.
           MOVE VI-QTY-BILLED-IN TO APV-QTY-BILLED-OUT.
           MOVE VI-UNIT-PRICE-IN TO APV-UNIT-PRICE-OUT.
           MOVE LINE-AMOUNT-WS TO APV-AMOUNT-OUT.
           WRITE APPROVED-RECORD-OUT.

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
           MOVE SPACES TO VENDINV-PATH-WS.
           STRING
               FUNCTION TRIM(DATA-DIRECTORY-WS)
                   DELIMITED BY SIZE
               "VENDINV.TXT" DELIMITED BY SIZE
               INTO VENDINV-PATH-WS
           END-STRING.
           MOVE SPACES TO OPENPO-PATH-WS.
           STRING
               FUNCTION TRIM(DATA-DIRECTORY-WS)
                   DELIMITED BY SIZE
               "OPENPO.TXT" DELIMITED BY SIZE
               INTO OPENPO-PATH-WS
           END-STRING.
           MOVE SPACES TO APAPPRV-PATH-WS.
           STRING
               FUNCTION TRIM(DATA-DIRECTORY-WS)
                   DELIMITED BY SIZE
               "APAPPRV.TXT" DELIMITED BY SIZE
               INTO APAPPRV-PATH-WS
           END-STRING.
           MOVE SPACES TO MATCHEXC-PATH-WS.
           STRING
               FUNCTION TRIM(DATA-DIRECTORY-WS)
                   DELIMITED BY SIZE
               "MATCHEXC.TXT" DELIMITED BY SIZE
               INTO MATCHEXC-PATH-WS
           END-STRING.

      * Ending of Program VendorInvoiceMatch
       END PROGRAM VendorInvoiceMatch.
