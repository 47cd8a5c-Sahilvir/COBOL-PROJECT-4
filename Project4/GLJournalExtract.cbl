      * the line count and total debits and credits the accounting
      * side can balance against, the same way TrialBalance.cbl
      * balances quantities.
      * The sales side now reaches the ledger too. Every invoice
      * CustomerInvoicing.cbl wrote to INVOICE.TXT in the posting
      * month is journaled off its "T" control-total trailer - the
      * invoice amount debits accounts receivable and credits
      * sales revenue at the price billed, alongside the cost
      * side already posted from the log. No invoice file yet
      * just means no revenue lines.
      * Called from DailyProcessingDriver.cbl on a month-end day of
      * the processing calendar - run mode "T" takes the posting
      * month from the calendar without prompting.
      * A drop-shipped "D" line now posts its cost - cost of goods
      * debited and accrued payables credited at the unit cost on
      * the purchase order line its sales order line raised, or
      * the part's average cost when that line carries none. The
      * stock never crossed our shelf, so inventory is untouched.
      * ---------------------------------------------------------

      * Environment division for the log, master, and journal
           ACCESS MODE IS RANDOM
           RECORD KEY IS PART-LOCATION-KEY-IN.

      * The invoices billed - only the control-total trailers
      * are journaled
         SELECT INVOICE-FILE-IN
         ASSIGN DYNAMIC INVOICE-PATH-WS
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS INVOICE-FILE-STATUS-WS.

      * A drop-shipped line is costed at what its purchase order
      * paid - the order line names the purchase order line
         SELECT SALES-ORDER-FILE-IN
         ASSIGN DYNAMIC SALESORD-PATH-WS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SALES-ORDER-KEY-IN
           FILE STATUS IS SALES-ORDER-STATUS-WS.

         SELECT OPEN-PO-FILE-IN
         ASSIGN DYNAMIC OPENPO-PATH-WS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS OPEN-PO-KEY-IN
           FILE STATUS IS OPEN-PO-STATUS-WS.

         SELECT JOURNAL-FILE-OUT
         ASSIGN DYNAMIC GLJOURNL-PATH-WS
           ORGANIZATION LINE SEQUENTIAL.
               88 LOG-COUNT-ADJUST          VALUE "C".
               88 LOG-CUST-RETURN           VALUE "U".
               88 LOG-VEND-RETURN           VALUE "V".
               88 LOG-DROP-SHIP             VALUE "D".
           05 FILLER                        PIC X(1).
           05 LOG-VALUE-ENTERED-IN          PIC 9(5)V99.
           05 FILLER                        PIC X(1).
           05 LOG-PACK-QTY-IN               PIC 9(5).
           05 FILLER                        PIC X(1).
           05 LOG-REASON-IN                 PIC X(1).
           05 FILLER                        PIC X(1).
           05 LOG-SO-NUMBER-IN              PIC 9(5).
           05 FILLER                        PIC X(1).
           05 LOG-NET-PRICE-IN              PIC 9(4)V99.

       FD INVENT-FILE-IN.
       01 INVENTORY-RECORD-IN.
           05 STOCK-UNIT-IN                PIC X(4).
           05 PACK-SIZE-IN                 PIC 9(3).
           05 BARCODE-IN                   PIC X(13).
           05 INSPECT-FLAG-IN              PIC X(1).
           05 QTY-ON-HOLD-IN               PIC 9(5).
           05 SERIAL-FLAG-IN               PIC X(1).

      * One "D" line per part and price, then one "T" control-total
      * trailer per invoice carrying the invoice amount
       FD INVOICE-FILE-IN.
       01 INVOICE-RECORD-IN.
           05 INV-RECORD-TYPE-IN            PIC X(1).
               88 INV-DETAIL-LINE-IN        VALUE "D".
               88 INV-TRAILER-LINE-IN       VALUE "T".
           05 FILLER                        PIC X(1).
           05 INV-NUMBER-IN                 PIC 9(5).
           05 FILLER                        PIC X(1).
           05 INV-DATE-IN                   PIC 9(8).
           05 INV-MONTH-REDEF-IN REDEFINES INV-DATE-IN.
               10 INV-YEAR-MONTH-IN         PIC 9(6).
               10 INV-DAY-IN                PIC 9(2).
           05 FILLER                        PIC X(1).
           05 INV-CUSTOMER-IN               PIC X(5).
           05 FILLER                        PIC X(1).
           05 INV-SO-NUMBER-IN              PIC 9(5).
           05 FILLER                        PIC X(1).
           05 INV-PART-NUMBER-IN            PIC 9(5).
           05 FILLER                        PIC X(1).
           05 INV-LOCATION-IN               PIC X(2).
           05 FILLER                        PIC X(1).
           05 INV-QTY-IN                    PIC 9(7).
           05 FILLER                        PIC X(1).
           05 INV-UNIT-PRICE-IN             PIC 9(4)V99.
           05 FILLER                        PIC X(1).
           05 INV-AMOUNT-IN                 PIC 9(9)V99.

       FD SALES-ORDER-FILE-IN.
       01 SALES-ORDER-RECORD-IN.
           05 SALES-ORDER-KEY-IN.
               10 SO-NUMBER-IN              PIC 9(5).
               10 SO-LINE-IN                PIC 9(3).
           05 SO-CUSTOMER-IN                PIC X(5).
           05 SO-PART-NUMBER-IN             PIC 9(5).
           05 SO-LOCATION-IN                PIC X(2).
           05 SO-QTY-ORDERED-IN             PIC 9(5).
           05 SO-QTY-OPEN-IN                PIC 9(5).
           05 SO-ORDER-DATE-IN              PIC 9(8).
           05 SO-STATUS-IN                  PIC X(1).
               88 SO-LINE-OPEN-IN           VALUE "O".
               88 SO-LINE-SHIPPED-IN        VALUE "S".
               88 SO-LINE-CANCELLED-IN      VALUE "C".
           05 SO-NET-PRICE-IN               PIC 9(4)V99.
           05 SO-DROP-SHIP-IN               PIC X(1).
               88 SO-LINE-DROP-SHIP-IN      VALUE "Y".
           05 SO-PO-NUMBER-IN               PIC 9(5).
           05 SO-PO-LINE-IN                 PIC 9(3).

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

      * One "D" line per account with activity, then one "T"
      * control-total trailer the ledger side balances against
           05 TRANSLOG-PATH-WS              PIC X(90).
           05 INVENT6-PATH-WS               PIC X(90).
           05 GLJOURNL-PATH-WS              PIC X(90).
           05 INVOICE-PATH-WS               PIC X(90).
           05 SALESORD-PATH-WS              PIC X(90).
           05 OPENPO-PATH-WS                PIC X(90).

       01 TEMP.
           05 LOG-EOF-FLAG                  PIC X(1) VALUE "N".
           05 LOG-QTY-UNITS-WS              PIC 9(5).
           05 ADJUST-DELTA-WS               PIC S9(7).
           05 ENTRY-VALUE-WS                PIC 9(9)V99.
           05 INVOICE-EOF-FLAG              PIC X(1) VALUE "N".
           05 INVOICE-FILE-STATUS-WS        PIC X(2).
           05 SALES-ORDER-STATUS-WS         PIC X(2).
           05 OPEN-PO-STATUS-WS             PIC X(2).
           05 ORDER-EOF-FLAG                PIC X(1).
           05 DROP-COST-WS                  PIC 9(4)V99.
           05 DROP-COST-FOUND-SW            PIC X(1).
               88 DROP-COST-FOUND           VALUE "Y".

      * The fixed chart of accounts this extract posts to. The
      * numbers are accounting's; a part with no cost on file yet
           05 PAYABLES-CREDIT-WS            PIC 9(11)V99 VALUE 0.
           05 SHRINKAGE-DEBIT-WS            PIC 9(11)V99 VALUE 0.
           05 SHRINKAGE-CREDIT-WS           PIC 9(11)V99 VALUE 0.
           05 RECEIVABLE-DEBIT-WS           PIC 9(11)V99 VALUE 0.
           05 RECEIVABLE-CREDIT-WS          PIC 9(11)V99 VALUE 0.
           05 REVENUE-DEBIT-WS              PIC 9(11)V99 VALUE 0.
           05 REVENUE-CREDIT-WS             PIC 9(11)V99 VALUE 0.

       01 EXTRACT-COUNTERS.
           05 ENTRIES-EXTRACTED-WS          PIC 9(7) VALUE 0.
           05 INVOICES-EXTRACTED-WS         PIC 9(7) VALUE 0.
           05 JOURNAL-LINES-WS              PIC 9(3) VALUE 0.
           05 TOTAL-DEBITS-WS               PIC 9(11)V99 VALUE 0.
           05 TOTAL-CREDITS-WS              PIC 9(11)V99 VALUE 0.

      * Linkage section - period-end parameters from the nightly
      * driver, supplied off the processing calendar
       LINKAGE SECTION.
       01 PERIOD-END-PARM-LK.
           05 PERIOD-RUN-MODE-LK            PIC X(1).
           05 PERIOD-CLOSE-MONTH-LK         PIC 9(6).
           05 PERIOD-CLOSE-YEAR-LK          PIC 9(4).
           05 PERIOD-ARCHIVE-CUTOFF-LK      PIC 9(8).
           05 PERIOD-COVER-DAYS-LK          PIC 9(3).
           05 PERIOD-HISTORY-MONTHS-LK      PIC 9(2).

      * Procedure division begins
       PROCEDURE DIVISION USING PERIOD-END-PARM-LK.
       100-EXTRACT-GL-JOURNAL.
           PERFORM  990-LOAD-FILE-PATHS.
           PERFORM  201-INIT-OPEN-FILES.
           PERFORM  202-ACCUMULATE-LOG-ENTRIES
               UNTIL LOG-EOF-FLAG = "Y".
           PERFORM  205-ACCUMULATE-INVOICES.
           PERFORM  203-WRITE-JOURNAL-LINES.
           PERFORM  204-TERMINATE-EXTRACT.
           IF ENTRIES-EXTRACTED-WS = 0 AND INVOICES-EXTRACTED-WS = 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           GOBACK.

       201-INIT-OPEN-FILES.
           IF PERIOD-RUN-MODE-LK = "T"
               MOVE PERIOD-CLOSE-MONTH-LK TO POSTING-MONTH-WS
               DISPLAY "POSTING MONTH " POSTING-MONTH-WS
           ELSE
               DISPLAY "POSTING MONTH YYYYMM->"
               ACCEPT POSTING-MONTH-WS
           END-IF.
           OPEN INPUT TRANSACTION-LOG-IN.
           OPEN INPUT INVENT-FILE-IN.
           OPEN INPUT SALES-ORDER-FILE-IN.
           OPEN INPUT OPEN-PO-FILE-IN.
           OPEN OUTPUT JOURNAL-FILE-OUT.
           PERFORM  701-READ-LOG-RECORD.

           PERFORM  701-READ-LOG-RECORD.

       203-WRITE-JOURNAL-LINES.
           IF RECEIVABLE-DEBIT-WS > 0 OR RECEIVABLE-CREDIT-WS > 0
               MOVE SPACES TO JOURNAL-RECORD-OUT
               MOVE 1100 TO JRNL-ACCOUNT-OUT
               MOVE "ACCOUNTS RECEIVABLE" TO JRNL-DESCRIPTION-OUT
               MOVE RECEIVABLE-DEBIT-WS TO JRNL-DEBIT-OUT
               MOVE RECEIVABLE-CREDIT-WS TO JRNL-CREDIT-OUT
               PERFORM  802-WRITE-DETAIL-LINE
           END-IF.
           IF INVENTORY-DEBIT-WS > 0 OR INVENTORY-CREDIT-WS > 0
               MOVE SPACES TO JOURNAL-RECORD-OUT
               MOVE 1200 TO JRNL-ACCOUNT-OUT
               MOVE PAYABLES-CREDIT-WS TO JRNL-CREDIT-OUT
               PERFORM  802-WRITE-DETAIL-LINE
           END-IF.
           IF REVENUE-DEBIT-WS > 0 OR REVENUE-CREDIT-WS > 0
               MOVE SPACES TO JOURNAL-RECORD-OUT
               MOVE 4100 TO JRNL-ACCOUNT-OUT
               MOVE "SALES REVENUE" TO JRNL-DESCRIPTION-OUT
               MOVE REVENUE-DEBIT-WS TO JRNL-DEBIT-OUT
               MOVE REVENUE-CREDIT-WS TO JRNL-CREDIT-OUT
               PERFORM  802-WRITE-DETAIL-LINE
           END-IF.
           IF COGS-DEBIT-WS > 0 OR COGS-CREDIT-WS > 0
               MOVE SPACES TO JOURNAL-RECORD-OUT
               MOVE 5100 TO JRNL-ACCOUNT-OUT

       204-TERMINATE-EXTRACT.
           DISPLAY "LOG ENTRIES EXTRACTED " ENTRIES-EXTRACTED-WS.
           DISPLAY "INVOICES EXTRACTED    " INVOICES-EXTRACTED-WS.
           DISPLAY "JOURNAL LINES WRITTEN " JOURNAL-LINES-WS.
           CLOSE TRANSACTION-LOG-IN.
           CLOSE INVENT-FILE-IN.
           IF SALES-ORDER-STATUS-WS = "00"
               CLOSE SALES-ORDER-FILE-IN
           END-IF.
           IF OPEN-PO-STATUS-WS = "00"
               CLOSE OPEN-PO-FILE-IN
           END-IF.
           CLOSE JOURNAL-FILE-OUT.

      * The billed side of the month - read once, after the log,
      * so the journal lines still come out in account order.
       205-ACCUMULATE-INVOICES.
           OPEN INPUT INVOICE-FILE-IN.
           IF INVOICE-FILE-STATUS-WS = "00"
               PERFORM  702-READ-INVOICE-RECORD
               PERFORM  206-POST-INVOICE-RECORD
                   UNTIL INVOICE-EOF-FLAG = "Y"
               CLOSE INVOICE-FILE-IN
           ELSE
               DISPLAY "NO INVOICE FILE - NO REVENUE JOURNALED"
           END-IF.

      * Each invoice's trailer carries its control total - the
      * amount billed is owed to us and earned in the same month.
       206-POST-INVOICE-RECORD.
           IF INV-TRAILER-LINE-IN
               AND INV-YEAR-MONTH-IN = POSTING-MONTH-WS
               ADD 1 TO INVOICES-EXTRACTED-WS
               ADD INV-AMOUNT-IN TO RECEIVABLE-DEBIT-WS
               ADD INV-AMOUNT-IN TO REVENUE-CREDIT-WS
           END-IF.
           PERFORM  702-READ-INVOICE-RECORD.

       701-READ-LOG-RECORD.
           READ TRANSACTION-LOG-IN
               AT END
               MOVE "Y" TO LOG-EOF-FLAG.

       702-READ-INVOICE-RECORD.
           READ INVOICE-FILE-IN
               AT END
               MOVE "Y" TO INVOICE-EOF-FLAG.

      * A sale relieves inventory into cost of goods, a receipt
      * builds inventory against accrued payables, and a count
      * adjustment moves the counted difference against shrinkage.
       801-POST-LOG-ENTRY.
           IF LOG-SELLING OR LOG-BUYING OR LOG-COUNT-ADJUST
               OR LOG-CUST-RETURN OR LOG-VEND-RETURN
               OR LOG-DROP-SHIP
               ADD 1 TO ENTRIES-EXTRACTED-WS
               PERFORM  804-VALUE-ENTRY-AT-UNIT-COST
               IF LOG-SELLING
                   ADD ENTRY-VALUE-WS TO PAYABLES-DEBIT-WS
                   ADD ENTRY-VALUE-WS TO INVENTORY-CREDIT-WS
               END-IF
      * A drop-ship never touched our shelf - the supplier's
      * charge goes straight to cost of goods against accrued
      * payables, at what the purchase order line agreed to pay.
      * Inventory is not touched.
               IF LOG-DROP-SHIP
                   MOVE "N" TO DROP-COST-FOUND-SW
                   PERFORM  805-FIND-DROP-SHIP-COST
                   IF DROP-COST-FOUND
                       COMPUTE ENTRY-VALUE-WS ROUNDED =
                           LOG-QTY-UNITS-WS * DROP-COST-WS
                           ON SIZE ERROR
                               MOVE ZERO TO ENTRY-VALUE-WS
                       END-COMPUTE
                   END-IF
                   ADD ENTRY-VALUE-WS TO COGS-DEBIT-WS
                   ADD ENTRY-VALUE-WS TO PAYABLES-CREDIT-WS
               END-IF
               IF LOG-COUNT-ADJUST
                   IF ADJUST-DELTA-WS > 0
                       ADD ENTRY-VALUE-WS TO INVENTORY-DEBIT-WS
                   MOVE ZERO TO ENTRY-VALUE-WS
           END-COMPUTE.

      * The "D" line carries its sales order but not the order
      * line, so the order's lines are read for the drop-ship
      * line of the same part and storeroom; its purchase order
      * line holds the agreed cost. A purchase order line with no
      * cost keyed leaves the sale at average cost.
       805-FIND-DROP-SHIP-COST.
           MOVE "Y" TO ORDER-EOF-FLAG.
           IF SALES-ORDER-STATUS-WS = "00"
               AND OPEN-PO-STATUS-WS = "00"
               AND LOG-SO-NUMBER-IN IS NUMERIC
               AND LOG-SO-NUMBER-IN > 0
               MOVE "N" TO ORDER-EOF-FLAG
               MOVE LOG-SO-NUMBER-IN TO SO-NUMBER-IN
               MOVE ZERO TO SO-LINE-IN
               START SALES-ORDER-FILE-IN
                   KEY IS NOT LESS THAN SALES-ORDER-KEY-IN
                   INVALID KEY
                       MOVE "Y" TO ORDER-EOF-FLAG
               END-START
           END-IF.
           PERFORM  806-CHECK-NEXT-ORDER-LINE
               UNTIL ORDER-EOF-FLAG = "Y".

       806-CHECK-NEXT-ORDER-LINE.
           READ SALES-ORDER-FILE-IN NEXT RECORD
               AT END
                   MOVE "Y" TO ORDER-EOF-FLAG
               NOT AT END
                   IF SO-NUMBER-IN NOT = LOG-SO-NUMBER-IN
                       MOVE "Y" TO ORDER-EOF-FLAG
                   ELSE
                       IF SO-LINE-DROP-SHIP-IN
                           AND SO-PART-NUMBER-IN = LOG-PART-NUMBER-IN
                           AND SO-LOCATION-IN = LOG-LOCATION-IN
                           MOVE "Y" TO ORDER-EOF-FLAG
                           PERFORM  807-READ-DROP-SHIP-PO-LINE
                       END-IF
                   END-IF
           END-READ.

       807-READ-DROP-SHIP-PO-LINE.
           MOVE SO-PO-NUMBER-IN TO OPO-PO-NUMBER-IN.
           MOVE SO-PO-LINE-IN TO OPO-LINE-NUMBER-IN.
           READ OPEN-PO-FILE-IN
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF OPO-UNIT-COST-IN > 0
                       MOVE OPO-UNIT-COST-IN TO DROP-COST-WS
                       MOVE "Y" TO DROP-COST-FOUND-SW
                   END-IF
           END-READ.

      * FILECFG.TXT in the working directory carries the data
      * directory on its first line - point it at a copy of the
      * masters and the whole run rehearses there. No config
               "GLJOURNL.TXT" DELIMITED BY SIZE
               INTO GLJOURNL-PATH-WS
           END-STRING.
           MOVE SPACES TO INVOICE-PATH-WS.
           STRING
               FUNCTION TRIM(DATA-DIRECTORY-WS)
                   DELIMITED BY SIZE
               "INVOICE.TXT" DELIMITED BY SIZE
               INTO INVOICE-PATH-WS
           END-STRING.
           MOVE SPACES TO SALESORD-PATH-WS.
           STRING
               FUNCTION TRIM(DATA-DIRECTORY-WS)
                   DELIMITED BY SIZE
               "SALESORD.TXT" DELIMITED BY SIZE
               INTO SALESORD-PATH-WS
           END-STRING.
           MOVE SPACES TO OPENPO-PATH-WS.
           STRING
               FUNCTION TRIM(DATA-DIRECTORY-WS)
                   DELIMITED BY SIZE
               "OPENPO.TXT" DELIMITED BY SIZE
               INTO OPENPO-PATH-WS
           END-STRING.

      * Ending of Program GLJournalExtract
       END PROGRAM GLJournalExtract.
