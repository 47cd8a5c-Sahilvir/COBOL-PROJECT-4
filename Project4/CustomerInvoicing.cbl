       PROGRAM-ID. CustomerInvoicing as "CustomerInvoicing".
       AUTHOR     PRIYANK PATEL & JASHANJOT PRUTHI & VIVEK PATEL &
                   AMARJEET SINGH & SAHILVIR SINGH DHILLON.

      * Modification History
      * ---------------------------------------------------------
      * New billing program - until now nothing in the system
      * billed anyone and the office typed every invoice off the
      * printed log. Every customer-tagged "S" line on TRANSLOG.TXT
      * not yet billed - shipped sales-order lines from
      * SalesOrderEntry.cbl and customer-tagged counter sales and
      * backorder fills from UpdateTransaction.cbl - is grouped by
      * customer and sales order on the INVWORK.TXT keyed work
      * file, priced at UNIT-PRICE-OUT off INVENT6.TXT, and
      * written as one numbered invoice per customer and order to
      * INVOICE.TXT: a "D" line per part and price, then a "T"
      * control-total trailer carrying the line count, units, and
      * invoice amount. Invoice numbers come off the INVCTL.TXT
      * control record the way order numbers come off SOCTL.TXT
      * and POCTL.TXT; the same record holds the date and time of
      * the last log line billed, so a second run the same day
      * bills only what posted since and never bills a line
      * twice. A customer copy of every invoice, with the name
      * off CUSTMAST.TXT, prints to INVPRINT.TXT. The invoices
      * feed the revenue and receivable lines of
      * GLJournalExtract.cbl.
      * Every invoice now also opens a receivable item on the
      * OPENAR.TXT open-items file, keyed by customer and invoice
      * number, and raises the customer's open balance on
      * CUSTMAST.TXT by the invoice total - the balance the credit
      * limit is checked against at order entry and the counter.
      * CashReceipts.cbl pays the items down and
      * AgedReceivablesReport.cbl ages what is left.
      * A sale is now billed at the net price it was charged - the
      * contract or quantity-break price carried in the trailing
      * price column of the "S" log line - and only falls back to
      * UNIT-PRICE-OUT on INVENT6.TXT for a line logged before
      * that column was written.
      * A drop-ship line confirmed in SalesOrderEntry.cbl is logged
      * as a "D" line carrying the customer, order number, and net
      * price, and is billed on the order's invoice exactly like a
      * shipped "S" line.
      * Each invoice now also takes its total off the customer's
      * unbilled sales on CUSTMAST.TXT, which the counter and order
      * desk raise as sales post, so the credit checks never count a
      * sale twice. The last log line billed is now stamped with its
      * place among the lines logged in the same second as well as
      * its date and time, so a line logged in the second of the last
      * billed line, after that run, is no longer skipped.
      * ---------------------------------------------------------

      * Environment division for the log, masters, and invoices
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

         SELECT TRANSACTION-LOG-IN
         ASSIGN DYNAMIC TRANSLOG-PATH-WS
           ORGANIZATION LINE SEQUENTIAL.

      * Keyed by part number plus storeroom location so the same part
      * number can carry a separate on-hand quantity per storeroom.
         SELECT INVENT-FILE-IN
         ASSIGN DYNAMIC INVENT6-PATH-WS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS PART-LOCATION-KEY-IN.

         SELECT CUSTOMER-FILE-OUT
         ASSIGN DYNAMIC CUSTMAST-PATH-WS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS CUSTOMER-CODE-OUT
           FILE STATUS IS CUSTOMER-FILE-STATUS-WS.

      * One open receivable item per invoice, keyed by customer
      * then invoice number so a customer's items read together
      * oldest first.
         SELECT RECEIVABLE-FILE-OUT
         ASSIGN DYNAMIC OPENAR-PATH-WS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS AR-KEY-OUT
           FILE STATUS IS RECEIVABLE-FILE-STATUS-WS.

      * The billing working set - one record per customer, order,
      * part, storeroom, and price, rebuilt from scratch every run
      * so the log can be read once in time order and billed in
      * customer and order order.
         SELECT INVOICE-WORK-FILE
         ASSIGN DYNAMIC INVWORK-PATH-WS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS INVWORK-KEY
           FILE STATUS IS INVWORK-FILE-STATUS-WS.

      * Permanent, appended-to invoice file
         SELECT INVOICE-FILE-OUT
         ASSIGN DYNAMIC INVOICE-PATH-WS
           ORGANIZATION LINE SEQUENTIAL.

         SELECT INVOICE-PRINT-OUT
         ASSIGN DYNAMIC INVPRINT-PATH-WS
           ORGANIZATION LINE SEQUENTIAL.

      * Single-record control file carrying the last invoice
      * number assigned and the last log line billed - its date,
      * time, and place among the lines logged that same second.
         SELECT INVOICE-CONTROL-FILE
         ASSIGN DYNAMIC INVCTL-PATH-WS
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS INVOICE-CONTROL-STATUS-WS.

      *Describing the file, record, and field structures to be used in
      *the program
       DATA DIVISION.
       FILE SECTION.
      * One directory path per configuration line
       FD CONFIG-FILE.
       01 CONFIG-RECORD                    PIC X(60).

       FD TRANSACTION-LOG-IN.
       01 TRANSACTION-LOG-RECORD-IN.
           05 LOG-DATE-IN                   PIC 9(8).
           05 FILLER                        PIC X(1).
           05 LOG-TIME-IN                   PIC 9(6).
           05 FILLER                        PIC X(1).
           05 LOG-PART-NUMBER-IN            PIC 9(5).
           05 FILLER                        PIC X(1).
           05 LOG-LOCATION-IN               PIC X(2).
           05 FILLER                        PIC X(1).
           05 LOG-TRANS-TYPE-IN             PIC X(1).
               88 LOG-SELLING               VALUE "S".
               88 LOG-DROP-SHIP             VALUE "D".
           05 FILLER                        PIC X(1).
           05 LOG-VALUE-ENTERED-IN          PIC 9(5)V99.
           05 FILLER                        PIC X(1).
           05 LOG-QTY-BEFORE-IN             PIC 9(5).
           05 FILLER                        PIC X(1).
           05 LOG-QTY-AFTER-IN              PIC 9(5).
           05 FILLER                        PIC X(1).
           05 LOG-TO-LOCATION-IN            PIC X(2).
           05 FILLER                        PIC X(1).
           05 LOG-CUSTOMER-IN               PIC X(5).
           05 FILLER                        PIC X(1).
           05 LOG-OPERATOR-IN               PIC X(8).
           05 FILLER                        PIC X(1).
           05 LOG-LOT-NUMBER-IN             PIC X(10).
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
           05 PART-LOCATION-KEY-IN.
               10 PART-NUMBER-IN           PIC 9(5).
               10 LOCATION-CODE-IN         PIC X(2).
           05 PART-NAME-IN                 PIC X(20).
           05 QTY-ON-HAND-IN               PIC 9(5).
           05 UNIT-PRICE-IN                PIC 9(4)V99.
           05 SUPPLIER-COD-IN              PIC X(5).
           05 REORDER-POINT-IN             PIC 9(5).
           05 YTD-QTY-SOLD-IN              PIC 9(7).
           05 YTD-QTY-RECEIVED-IN          PIC 9(7).
           05 PART-STATUS-IN               PIC X(1).
           05 ABC-CLASS-IN                 PIC X(1).
           05 UNIT-COST-IN                 PIC 9(4)V99.
           05 QTY-ALLOCATED-IN             PIC 9(5).
           05 STOCK-UNIT-IN                PIC X(4).
           05 PACK-SIZE-IN                 PIC 9(3).
           05 BARCODE-IN                   PIC X(13).
           05 INSPECT-FLAG-IN              PIC X(1).
           05 QTY-ON-HOLD-IN               PIC 9(5).
           05 SERIAL-FLAG-IN               PIC X(1).

      * The customers invoices are addressed to
       FD CUSTOMER-FILE-OUT.
       01 CUSTOMER-MASTER-RECORD.
           05 CUSTOMER-CODE-OUT               PIC X(5).
           05 CUSTOMER-NAME-OUT               PIC X(20).
           05 CUSTOMER-PHONE-OUT              PIC X(12).
           05 CUSTOMER-STATUS-OUT             PIC X(1).
               88 CUSTOMER-ACTIVE-OUT         VALUE "A".
               88 CUSTOMER-INACTIVE-OUT       VALUE "I".
           05 CUSTOMER-CREDIT-LIMIT-OUT       PIC 9(7)V99.
           05 CUSTOMER-CREDIT-HOLD-OUT        PIC X(1).
               88 CUSTOMER-ON-HOLD-OUT        VALUE "Y".
           05 CUSTOMER-OPEN-BALANCE-OUT       PIC S9(7)V99
                                             SIGN LEADING SEPARATE.
           05 CUSTOMER-UNBILLED-SALES-OUT     PIC 9(7)V99.

      * What each invoice still owes - paid down by receipts
       FD RECEIVABLE-FILE-OUT.
       01 RECEIVABLE-RECORD-OUT.
           05 AR-KEY-OUT.
               10 AR-CUSTOMER-OUT           PIC X(5).
               10 AR-INVOICE-NUMBER-OUT     PIC 9(5).
           05 AR-INVOICE-DATE-OUT           PIC 9(8).
           05 AR-SO-NUMBER-OUT              PIC 9(5).
           05 AR-INVOICE-AMOUNT-OUT         PIC 9(9)V99.
           05 AR-AMOUNT-PAID-OUT            PIC 9(9)V99.
           05 AR-STATUS-OUT                 PIC X(1).
               88 AR-ITEM-OPEN-OUT          VALUE "O".
               88 AR-ITEM-PAID-OUT          VALUE "P".

      * Billed quantity per customer, order, part, storeroom, and
      * price - the lot lines of one sale fold back together here
       FD INVOICE-WORK-FILE.
       01 INVOICE-WORK-RECORD.
           05 INVWORK-KEY.
               10 INVWORK-CUSTOMER          PIC X(5).
               10 INVWORK-SO-NUMBER         PIC 9(5).
               10 INVWORK-PART-NUMBER       PIC 9(5).
               10 INVWORK-LOCATION          PIC X(2).
               10 INVWORK-UNIT-PRICE        PIC 9(4)V99.
           05 INVWORK-QTY                   PIC 9(7).

      * One "D" line per part and price on the invoice, then one
      * "T" control-total trailer per invoice - the trailer
      * carries the line count in the part column the way the
      * journal trailer carries it in the account column
       FD INVOICE-FILE-OUT.
       01 INVOICE-RECORD-OUT.
           05 INV-RECORD-TYPE-OUT           PIC X(1).
               88 INV-DETAIL-LINE           VALUE "D".
               88 INV-TRAILER-LINE          VALUE "T".
           05 FILLER                        PIC X(1) VALUE SPACE.
           05 INV-NUMBER-OUT                PIC 9(5).
           05 FILLER                        PIC X(1) VALUE SPACE.
           05 INV-DATE-OUT                  PIC 9(8).
           05 FILLER                        PIC X(1) VALUE SPACE.
           05 INV-CUSTOMER-OUT              PIC X(5).
           05 FILLER                        PIC X(1) VALUE SPACE.
           05 INV-SO-NUMBER-OUT             PIC 9(5).
           05 FILLER                        PIC X(1) VALUE SPACE.
           05 INV-PART-NUMBER-OUT           PIC 9(5).
           05 FILLER                        PIC X(1) VALUE SPACE.
           05 INV-LOCATION-OUT              PIC X(2).
           05 FILLER                        PIC X(1) VALUE SPACE.
           05 INV-QTY-OUT                   PIC 9(7).
           05 FILLER                        PIC X(1) VALUE SPACE.
           05 INV-UNIT-PRICE-OUT            PIC 9(4)V99.
           05 FILLER                        PIC X(1) VALUE SPACE.
           05 INV-AMOUNT-OUT                PIC 9(9)V99.

      * File division for the printed customer copies
       FD INVOICE-PRINT-OUT.
       01 INVOICE-PRINT-LINE               PIC X(80).

      * File division for the invoice number control file
       FD INVOICE-CONTROL-FILE.
       01 INVOICE-CONTROL-RECORD.
           05 INVCTL-LAST-INVOICE-NUMBER   PIC 9(5).
           05 INVCTL-LAST-LOG-DATE         PIC 9(8).
           05 INVCTL-LAST-LOG-TIME         PIC 9(6).
           05 INVCTL-LAST-LOG-SEQUENCE     PIC 9(5).

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
           05 TRANSLOG-PATH-WS              PIC X(90).
           05 INVENT6-PATH-WS               PIC X(90).
           05 CUSTMAST-PATH-WS              PIC X(90).
           05 INVWORK-PATH-WS               PIC X(90).
           05 INVOICE-PATH-WS               PIC X(90).
           05 INVPRINT-PATH-WS              PIC X(90).
           05 INVCTL-PATH-WS                PIC X(90).
           05 OPENAR-PATH-WS                PIC X(90).

       01 TEMP.
           05 LOG-EOF-FLAG                  PIC X(1) VALUE "N".
           05 WORK-EOF-FLAG                 PIC X(1) VALUE "N".
           05 INVOICE-DATE-WS               PIC 9(8).
           05 CURRENT-INVOICE-NUMBER-WS     PIC 9(5) VALUE 0.
           05 CUSTOMER-FILE-STATUS-WS       PIC X(2).
           05 INVWORK-FILE-STATUS-WS        PIC X(2).
           05 INVOICE-CONTROL-STATUS-WS     PIC X(2).
           05 RECEIVABLE-FILE-STATUS-WS     PIC X(2).
           05 SAVED-INVWORK-KEY-WS          PIC X(23).
           05 LINE-PRICE-WS                 PIC 9(4)V99.
           05 LINE-AMOUNT-WS                PIC 9(9)V99.
           05 BREAK-CUSTOMER-WS             PIC X(5).
           05 BREAK-SO-NUMBER-WS            PIC 9(5).

      * The last log line billed - a log line stamped after it
      * is unbilled. Several lines can share one second, so the
      * stamp carries the line's place among the lines logged in
      * that second, and date, time, and place compare as one
      * field.
       01 BILLED-THROUGH-STAMP-WS.
           05 BILLED-THROUGH-DATE-WS        PIC 9(8).
           05 BILLED-THROUGH-TIME-WS        PIC 9(6).
           05 BILLED-THROUGH-SEQUENCE-WS    PIC 9(5).

       01 LOG-LINE-STAMP-WS.
           05 LOG-LINE-DATE-WS              PIC 9(8) VALUE ZERO.
           05 LOG-LINE-TIME-WS              PIC 9(6) VALUE ZERO.
           05 LOG-LINE-SEQUENCE-WS          PIC 9(5) VALUE ZERO.

       01 HIGHEST-STAMP-WS.
           05 HIGHEST-DATE-WS               PIC 9(8).
           05 HIGHEST-TIME-WS               PIC 9(6).
           05 HIGHEST-SEQUENCE-WS           PIC 9(5).

      * Any work-file error means part of the day was not
      * billed - the run ends hard so RUNLOG.TXT shows it.
       01 PROCESS-ERROR-SW                  PIC X(1) VALUE "N".
           88 PROCESS-ERROR                 VALUE "Y".

       01 INVOICE-ACCUMULATORS.
           05 INVOICE-LINE-COUNT-WS         PIC 9(5) VALUE 0.
           05 INVOICE-QTY-TOTAL-WS          PIC 9(7) VALUE 0.
           05 INVOICE-AMOUNT-TOTAL-WS       PIC 9(9)V99 VALUE 0.

       01 INVOICING-COUNTERS.
           05 LOG-LINES-BILLED-WS           PIC 9(7) VALUE 0.
           05 INVOICES-WRITTEN-WS           PIC 9(5) VALUE 0.
           05 UNPRICED-LINES-WS             PIC 9(5) VALUE 0.
           05 BALANCES-NOT-POSTED-WS        PIC 9(5) VALUE 0.
           05 RUN-AMOUNT-TOTAL-WS           PIC 9(11)V99 VALUE 0.

       01 PRINT-TITLE-LINE-WS.
           05 FILLER                        PIC X(8) VALUE "INVOICE ".
           05 PRT-TITLE-NUMBER-OUT          PIC 9(5).
           05 FILLER                        PIC X(8) VALUE "  DATE ".
           05 PRT-TITLE-DATE-OUT            PIC 9(8).

       01 PRINT-BILL-TO-LINE-WS.
           05 FILLER                        PIC X(9) VALUE "BILL TO ".
           05 PRT-CUSTOMER-CODE-OUT         PIC X(5).
           05 FILLER                        PIC X(2) VALUE SPACES.
           05 PRT-CUSTOMER-NAME-OUT         PIC X(20).

       01 PRINT-ORDER-LINE-WS.
           05 PRT-ORDER-LABEL-OUT           PIC X(13).
           05 PRT-ORDER-NUMBER-OUT          PIC X(5).

       01 PRINT-COLUMN-HDR.
           05 FILLER                       PIC X(10) VALUE "PARTNUMBER".
           05 FILLER                       PIC X(2)  VALUE SPACES.
           05 FILLER                       PIC X(8)  VALUE "PARTNAME".
           05 FILLER                       PIC X(14) VALUE SPACES.
           05 FILLER                       PIC X(3)  VALUE "LOC".
           05 FILLER                       PIC X(2)  VALUE SPACES.
           05 FILLER                       PIC X(7)  VALUE "QTY".
           05 FILLER                       PIC X(2)  VALUE SPACES.
           05 FILLER                       PIC X(9)  VALUE "UNITPRICE".
           05 FILLER                       PIC X(2)  VALUE SPACES.
           05 FILLER                       PIC X(6)  VALUE "AMOUNT".

       01 PRINT-DETAIL-LINE-WS.
           05 PRT-PART-NUMBER-OUT           PIC 9(5).
           05 FILLER                        PIC X(7) VALUE SPACES.
           05 PRT-PART-NAME-OUT             PIC X(20).
           05 FILLER                        PIC X(2) VALUE SPACES.
           05 PRT-LOCATION-OUT              PIC X(2).
           05 FILLER                        PIC X(2) VALUE SPACES.
           05 PRT-QTY-OUT                   PIC ZZZZZZ9.
           05 FILLER                        PIC X(2) VALUE SPACES.
           05 PRT-UNIT-PRICE-OUT            PIC $$$$9.99.
           05 FILLER                        PIC X(2) VALUE SPACES.
           05 PRT-AMOUNT-OUT                PIC $$$,$$$,$$9.99.

       01 PRINT-TOTAL-LINE-WS.
           05 FILLER                        PIC X(14) VALUE
               "INVOICE TOTAL".
           05 FILLER                        PIC X(6) VALUE "LINES".
           05 PRT-TOTAL-LINES-OUT           PIC ZZZZ9.
           05 FILLER                        PIC X(8) VALUE "  UNITS".
           05 PRT-TOTAL-QTY-OUT             PIC ZZZZZZ9.
           05 FILLER                        PIC X(9) VALUE SPACES.
           05 PRT-TOTAL-AMOUNT-OUT          PIC $$$,$$$,$$9.99.

       01 WORK-FILE-ERROR-LINE-WS.
           05 FILLER                        PIC X(55) VALUE
             "**ERROR** INVOICE WORK FILE FAILED - RUN NOT COMPLETE".

      * Procedure division begins
       PROCEDURE DIVISION.
       100-BILL-CUSTOMER-SALES.
           PERFORM  990-LOAD-FILE-PATHS.
           PERFORM  201-INIT-OPEN-FILES.
           IF NOT PROCESS-ERROR
               PERFORM  202-COLLECT-UNBILLED-SALES
                   UNTIL LOG-EOF-FLAG = "Y"
                   OR PROCESS-ERROR
           END-IF.
           IF NOT PROCESS-ERROR
               PERFORM  203-WRITE-INVOICES
           END-IF.
           PERFORM  204-TERMINATE-INVOICING.
           IF PROCESS-ERROR
               MOVE 8 TO RETURN-CODE
           ELSE
               IF UNPRICED-LINES-WS > 0
                   OR BALANCES-NOT-POSTED-WS > 0
                   MOVE 4 TO RETURN-CODE
               ELSE
                   MOVE 0 TO RETURN-CODE
               END-IF
           END-IF.
           GOBACK.

      * The work file is built OUTPUT so the last run's working
      * set is wiped, then reopened I-O so the log pass can read
      * and rewrite it by key.
       201-INIT-OPEN-FILES.
           MOVE FUNCTION CURRENT-DATE(1:8) TO INVOICE-DATE-WS.
           PERFORM  701-READ-INVOICE-CONTROL.
           MOVE BILLED-THROUGH-STAMP-WS TO HIGHEST-STAMP-WS.
           OPEN INPUT TRANSACTION-LOG-IN.
           OPEN INPUT INVENT-FILE-IN.
           OPEN I-O CUSTOMER-FILE-OUT.
           PERFORM  205-OPEN-RECEIVABLE-FILE.
           OPEN EXTEND INVOICE-FILE-OUT.
           OPEN OUTPUT INVOICE-PRINT-OUT.
           OPEN OUTPUT INVOICE-WORK-FILE.
           CLOSE INVOICE-WORK-FILE.
           OPEN I-O INVOICE-WORK-FILE.
           IF INVWORK-FILE-STATUS-WS NOT = "00"
               PERFORM  809-FLAG-WORK-FILE-ERROR
           END-IF.
           PERFORM  703-READ-LOG-RECORD.

      * Every log line is numbered within its second, billed or
      * not, so a line keeps the same place from run to run.
       202-COLLECT-UNBILLED-SALES.
           IF LOG-DATE-IN = LOG-LINE-DATE-WS
               AND LOG-TIME-IN = LOG-LINE-TIME-WS
               ADD 1 TO LOG-LINE-SEQUENCE-WS
           ELSE
               MOVE LOG-DATE-IN TO LOG-LINE-DATE-WS
               MOVE LOG-TIME-IN TO LOG-LINE-TIME-WS
               MOVE 1 TO LOG-LINE-SEQUENCE-WS
           END-IF.
           IF (LOG-SELLING OR LOG-DROP-SHIP)
               AND LOG-CUSTOMER-IN NOT = SPACES
               AND LOG-LINE-STAMP-WS > BILLED-THROUGH-STAMP-WS
               PERFORM  801-POST-SALE-TO-WORK-FILE
               IF LOG-LINE-STAMP-WS > HIGHEST-STAMP-WS
                   MOVE LOG-LINE-STAMP-WS TO HIGHEST-STAMP-WS
               END-IF
           END-IF.
           PERFORM  703-READ-LOG-RECORD.

      * The work file reads back in customer, order, part order -
      * each change of customer or order closes one invoice and
      * opens the next.
       203-WRITE-INVOICES.
           MOVE LOW-VALUES TO INVWORK-KEY.
           START INVOICE-WORK-FILE
               KEY IS NOT LESS THAN INVWORK-KEY
               INVALID KEY
                   MOVE "Y" TO WORK-EOF-FLAG
           END-START.
           IF WORK-EOF-FLAG NOT = "Y"
               PERFORM  704-READ-NEXT-WORK-RECORD
           END-IF.
           IF WORK-EOF-FLAG NOT = "Y"
               PERFORM  802-START-NEW-INVOICE
               PERFORM  803-BILL-ONE-WORK-RECORD
                   UNTIL WORK-EOF-FLAG = "Y"
               PERFORM  804-CLOSE-CURRENT-INVOICE
           END-IF.

       204-TERMINATE-INVOICING.
           IF PROCESS-ERROR
               WRITE INVOICE-PRINT-LINE
                   FROM WORK-FILE-ERROR-LINE-WS
                   AFTER ADVANCING 1 LINE
           ELSE
               PERFORM  702-REWRITE-INVOICE-CONTROL
           END-IF.
           DISPLAY "LOG LINES BILLED      " LOG-LINES-BILLED-WS.
           DISPLAY "INVOICES WRITTEN      " INVOICES-WRITTEN-WS.
           DISPLAY "LINES WITH NO PRICE   " UNPRICED-LINES-WS.
           DISPLAY "BALANCES NOT POSTED   " BALANCES-NOT-POSTED-WS.
           CLOSE TRANSACTION-LOG-IN.
           CLOSE INVENT-FILE-IN.
           CLOSE CUSTOMER-FILE-OUT.
           CLOSE RECEIVABLE-FILE-OUT.
           CLOSE INVOICE-WORK-FILE.
           CLOSE INVOICE-FILE-OUT.
           CLOSE INVOICE-PRINT-OUT.

      * A first run with no open-items file yet builds it fresh
      * and then reopens it I-O, the same way CustomerMaintenance
      * first builds CUSTMAST.TXT.
       205-OPEN-RECEIVABLE-FILE.
           OPEN I-O RECEIVABLE-FILE-OUT.
           IF RECEIVABLE-FILE-STATUS-WS NOT = "00"
               OPEN OUTPUT RECEIVABLE-FILE-OUT
               CLOSE RECEIVABLE-FILE-OUT
               OPEN I-O RECEIVABLE-FILE-OUT
           END-IF.

      * No control file means nothing has ever been billed - the
      * first run bills today's log only, not the whole history.
      * A control record written before the place within the
      * second was kept billed every line of its last second, so
      * it reads as the last place in that second.
       701-READ-INVOICE-CONTROL.
           MOVE 0 TO CURRENT-INVOICE-NUMBER-WS.
           MOVE INVOICE-DATE-WS TO BILLED-THROUGH-DATE-WS.
           MOVE ZERO TO BILLED-THROUGH-TIME-WS.
           MOVE ZERO TO BILLED-THROUGH-SEQUENCE-WS.
           OPEN INPUT INVOICE-CONTROL-FILE.
           IF INVOICE-CONTROL-STATUS-WS = "00"
               READ INVOICE-CONTROL-FILE
                   AT END CONTINUE
                   NOT AT END
                       MOVE INVCTL-LAST-INVOICE-NUMBER
                           TO CURRENT-INVOICE-NUMBER-WS
                       MOVE INVCTL-LAST-LOG-DATE
                           TO BILLED-THROUGH-DATE-WS
                       MOVE INVCTL-LAST-LOG-TIME
                           TO BILLED-THROUGH-TIME-WS
                       IF INVCTL-LAST-LOG-SEQUENCE IS NUMERIC
                           MOVE INVCTL-LAST-LOG-SEQUENCE
                               TO BILLED-THROUGH-SEQUENCE-WS
                       ELSE
                           MOVE 99999
                               TO BILLED-THROUGH-SEQUENCE-WS
                       END-IF
               END-READ
               CLOSE INVOICE-CONTROL-FILE
           END-IF.

       702-REWRITE-INVOICE-CONTROL.
           OPEN OUTPUT INVOICE-CONTROL-FILE.
           MOVE CURRENT-INVOICE-NUMBER-WS
               TO INVCTL-LAST-INVOICE-NUMBER.
           MOVE HIGHEST-DATE-WS TO INVCTL-LAST-LOG-DATE.
           MOVE HIGHEST-TIME-WS TO INVCTL-LAST-LOG-TIME.
           MOVE HIGHEST-SEQUENCE-WS TO INVCTL-LAST-LOG-SEQUENCE.
           WRITE INVOICE-CONTROL-RECORD.
           CLOSE INVOICE-CONTROL-FILE.

       703-READ-LOG-RECORD.
           READ TRANSACTION-LOG-IN
               AT END
               MOVE "Y" TO LOG-EOF-FLAG.

       704-READ-NEXT-WORK-RECORD.
           READ INVOICE-WORK-FILE NEXT RECORD
               AT END
               MOVE "Y" TO WORK-EOF-FLAG.

      * A sale is billed at the net price carried on its log line.
      * A line logged before the price was carried bills at the
      * part's selling price as it stands on INVENT6.TXT - a part
      * since deleted from the file bills at zero and is counted
      * so the office can price it by hand.
      * A log line written before the order reference was carried
      * has spaces in that column and bills as a counter sale.
       801-POST-SALE-TO-WORK-FILE.
           ADD 1 TO LOG-LINES-BILLED-WS.
           IF LOG-NET-PRICE-IN IS NUMERIC
               AND LOG-NET-PRICE-IN > 0
               MOVE LOG-NET-PRICE-IN TO LINE-PRICE-WS
           ELSE
               MOVE LOG-PART-NUMBER-IN TO PART-NUMBER-IN
               MOVE LOG-LOCATION-IN TO LOCATION-CODE-IN
               READ INVENT-FILE-IN
                   INVALID KEY
                       ADD 1 TO UNPRICED-LINES-WS
                       MOVE ZERO TO LINE-PRICE-WS
                   NOT INVALID KEY
                       MOVE UNIT-PRICE-IN TO LINE-PRICE-WS
               END-READ
           END-IF.
           MOVE LOG-CUSTOMER-IN TO INVWORK-CUSTOMER.
           IF LOG-SO-NUMBER-IN IS NUMERIC
               MOVE LOG-SO-NUMBER-IN TO INVWORK-SO-NUMBER
           ELSE
               MOVE ZERO TO INVWORK-SO-NUMBER
           END-IF.
           MOVE LOG-PART-NUMBER-IN TO INVWORK-PART-NUMBER.
           MOVE LOG-LOCATION-IN TO INVWORK-LOCATION.
           MOVE LINE-PRICE-WS TO INVWORK-UNIT-PRICE.
           MOVE INVWORK-KEY TO SAVED-INVWORK-KEY-WS.
           READ INVOICE-WORK-FILE
               INVALID KEY
                   MOVE SAVED-INVWORK-KEY-WS TO INVWORK-KEY
                   MOVE LOG-VALUE-ENTERED-IN TO INVWORK-QTY
                   WRITE INVOICE-WORK-RECORD
                       INVALID KEY
                           PERFORM  809-FLAG-WORK-FILE-ERROR
                   END-WRITE
               NOT INVALID KEY
                   ADD LOG-VALUE-ENTERED-IN TO INVWORK-QTY
                   REWRITE INVOICE-WORK-RECORD
                       INVALID KEY
                           PERFORM  809-FLAG-WORK-FILE-ERROR
                   END-REWRITE
           END-READ.

       802-START-NEW-INVOICE.
           ADD 1 TO CURRENT-INVOICE-NUMBER-WS.
           MOVE INVWORK-CUSTOMER TO BREAK-CUSTOMER-WS.
           MOVE INVWORK-SO-NUMBER TO BREAK-SO-NUMBER-WS.
           MOVE ZERO TO INVOICE-LINE-COUNT-WS.
           MOVE ZERO TO INVOICE-QTY-TOTAL-WS.
           MOVE ZERO TO INVOICE-AMOUNT-TOTAL-WS.
           PERFORM  805-PRINT-INVOICE-HEADING.

       803-BILL-ONE-WORK-RECORD.
           IF INVWORK-CUSTOMER NOT = BREAK-CUSTOMER-WS
               OR INVWORK-SO-NUMBER NOT = BREAK-SO-NUMBER-WS
               PERFORM  804-CLOSE-CURRENT-INVOICE
               PERFORM  802-START-NEW-INVOICE
           END-IF.
           PERFORM  806-WRITE-INVOICE-DETAIL.
           PERFORM  704-READ-NEXT-WORK-RECORD.

      * The trailer is the invoice's control total - its line
      * count, units, and amount must agree with the "D" lines
      * above it.
       804-CLOSE-CURRENT-INVOICE.
           MOVE SPACES TO INVOICE-RECORD-OUT.
           MOVE "T" TO INV-RECORD-TYPE-OUT.
           MOVE CURRENT-INVOICE-NUMBER-WS TO INV-NUMBER-OUT.
           MOVE INVOICE-DATE-WS TO INV-DATE-OUT.
           MOVE BREAK-CUSTOMER-WS TO INV-CUSTOMER-OUT.
           MOVE BREAK-SO-NUMBER-WS TO INV-SO-NUMBER-OUT.
           MOVE INVOICE-LINE-COUNT-WS TO INV-PART-NUMBER-OUT.
           MOVE SPACES TO INV-LOCATION-OUT.
           MOVE INVOICE-QTY-TOTAL-WS TO INV-QTY-OUT.
           MOVE ZERO TO INV-UNIT-PRICE-OUT.
           MOVE INVOICE-AMOUNT-TOTAL-WS TO INV-AMOUNT-OUT.
           WRITE INVOICE-RECORD-OUT.
           ADD 1 TO INVOICES-WRITTEN-WS.
           ADD INVOICE-AMOUNT-TOTAL-WS TO RUN-AMOUNT-TOTAL-WS.
           MOVE INVOICE-LINE-COUNT-WS TO PRT-TOTAL-LINES-OUT.
           MOVE INVOICE-QTY-TOTAL-WS TO PRT-TOTAL-QTY-OUT.
           MOVE INVOICE-AMOUNT-TOTAL-WS TO PRT-TOTAL-AMOUNT-OUT.
           WRITE INVOICE-PRINT-LINE FROM PRINT-TOTAL-LINE-WS
               AFTER ADVANCING 2 LINES.
           IF INVOICE-AMOUNT-TOTAL-WS > 0
               PERFORM  807-OPEN-RECEIVABLE-ITEM
           END-IF.

      * A customer code no longer on the master still bills - the
      * sale happened - but the copy says so instead of a name.
       805-PRINT-INVOICE-HEADING.
           MOVE CURRENT-INVOICE-NUMBER-WS TO PRT-TITLE-NUMBER-OUT.
           MOVE INVOICE-DATE-WS TO PRT-TITLE-DATE-OUT.
           WRITE INVOICE-PRINT-LINE FROM PRINT-TITLE-LINE-WS
               AFTER ADVANCING PAGE.
           MOVE BREAK-CUSTOMER-WS TO CUSTOMER-CODE-OUT.
           READ CUSTOMER-FILE-OUT
               INVALID KEY
                   MOVE "(NOT ON FILE)" TO CUSTOMER-NAME-OUT
           END-READ.
           MOVE BREAK-CUSTOMER-WS TO PRT-CUSTOMER-CODE-OUT.
           MOVE CUSTOMER-NAME-OUT TO PRT-CUSTOMER-NAME-OUT.
           WRITE INVOICE-PRINT-LINE FROM PRINT-BILL-TO-LINE-WS
               AFTER ADVANCING 2 LINES.
           IF BREAK-SO-NUMBER-WS = 0
               MOVE "COUNTER SALE" TO PRT-ORDER-LABEL-OUT
               MOVE SPACES TO PRT-ORDER-NUMBER-OUT
           ELSE
               MOVE "SALES ORDER" TO PRT-ORDER-LABEL-OUT
               MOVE BREAK-SO-NUMBER-WS TO PRT-ORDER-NUMBER-OUT
           END-IF.
           WRITE INVOICE-PRINT-LINE FROM PRINT-ORDER-LINE-WS.
           WRITE INVOICE-PRINT-LINE FROM PRINT-COLUMN-HDR
               AFTER ADVANCING 2 LINES.

       806-WRITE-INVOICE-DETAIL.
           COMPUTE LINE-AMOUNT-WS ROUNDED =
               INVWORK-QTY * INVWORK-UNIT-PRICE
               ON SIZE ERROR
                   MOVE ZERO TO LINE-AMOUNT-WS
           END-COMPUTE.
           MOVE SPACES TO INVOICE-RECORD-OUT.
           MOVE "D" TO INV-RECORD-TYPE-OUT.
           MOVE CURRENT-INVOICE-NUMBER-WS TO INV-NUMBER-OUT.
           MOVE INVOICE-DATE-WS TO INV-DATE-OUT.
           MOVE INVWORK-CUSTOMER TO INV-CUSTOMER-OUT.
           MOVE INVWORK-SO-NUMBER TO INV-SO-NUMBER-OUT.
           MOVE INVWORK-PART-NUMBER TO INV-PART-NUMBER-OUT.
           MOVE INVWORK-LOCATION TO INV-LOCATION-OUT.
           MOVE INVWORK-QTY TO INV-QTY-OUT.
           MOVE INVWORK-UNIT-PRICE TO INV-UNIT-PRICE-OUT.
           MOVE LINE-AMOUNT-WS TO INV-AMOUNT-OUT.
           WRITE INVOICE-RECORD-OUT.
           ADD 1 TO INVOICE-LINE-COUNT-WS.
           ADD INVWORK-QTY TO INVOICE-QTY-TOTAL-WS.
           ADD LINE-AMOUNT-WS TO INVOICE-AMOUNT-TOTAL-WS.
           MOVE INVWORK-PART-NUMBER TO PART-NUMBER-IN.
           MOVE INVWORK-LOCATION TO LOCATION-CODE-IN.
           READ INVENT-FILE-IN
               INVALID KEY
                   MOVE "(NOT ON FILE)" TO PART-NAME-IN
           END-READ.
           MOVE INVWORK-PART-NUMBER TO PRT-PART-NUMBER-OUT.
           MOVE PART-NAME-IN TO PRT-PART-NAME-OUT.
           MOVE INVWORK-LOCATION TO PRT-LOCATION-OUT.
           MOVE INVWORK-QTY TO PRT-QTY-OUT.
           MOVE INVWORK-UNIT-PRICE TO PRT-UNIT-PRICE-OUT.
           MOVE LINE-AMOUNT-WS TO PRT-AMOUNT-OUT.
           WRITE INVOICE-PRINT-LINE FROM PRINT-DETAIL-LINE-WS.

      * The invoice becomes an open item and the customer's open
      * balance rises by its total, while the unbilled sales the
      * counter and order desk raised come down by it - clamped at
      * zero for lines sold before unbilled sales were kept. A
      * customer since removed from the master still gets the open
      * item - the money is owed - but has no balance to raise,
      * and is counted so the office sees it.
       807-OPEN-RECEIVABLE-ITEM.
           MOVE BREAK-CUSTOMER-WS TO AR-CUSTOMER-OUT.
           MOVE CURRENT-INVOICE-NUMBER-WS TO AR-INVOICE-NUMBER-OUT.
           MOVE INVOICE-DATE-WS TO AR-INVOICE-DATE-OUT.
           MOVE BREAK-SO-NUMBER-WS TO AR-SO-NUMBER-OUT.
           MOVE INVOICE-AMOUNT-TOTAL-WS TO AR-INVOICE-AMOUNT-OUT.
           MOVE ZERO TO AR-AMOUNT-PAID-OUT.
           MOVE "O" TO AR-STATUS-OUT.
           WRITE RECEIVABLE-RECORD-OUT
               INVALID KEY
                   DISPLAY "OPEN ITEM ALREADY ON FILE - INVOICE "
                       CURRENT-INVOICE-NUMBER-WS
           END-WRITE.
           MOVE BREAK-CUSTOMER-WS TO CUSTOMER-CODE-OUT.
           READ CUSTOMER-FILE-OUT
               INVALID KEY
                   DISPLAY "CUSTOMER " BREAK-CUSTOMER-WS
                       " NOT ON FILE - BALANCE NOT POSTED"
                   ADD 1 TO BALANCES-NOT-POSTED-WS
               NOT INVALID KEY
                   ADD INVOICE-AMOUNT-TOTAL-WS
                       TO CUSTOMER-OPEN-BALANCE-OUT
                       ON SIZE ERROR
                           DISPLAY "CUSTOMER " BREAK-CUSTOMER-WS
                               " BALANCE OVERFLOW - NOT POSTED"
                           ADD 1 TO BALANCES-NOT-POSTED-WS
                   END-ADD
                   IF INVOICE-AMOUNT-TOTAL-WS
                       > CUSTOMER-UNBILLED-SALES-OUT
                       MOVE ZERO TO CUSTOMER-UNBILLED-SALES-OUT
                   ELSE
                       SUBTRACT INVOICE-AMOUNT-TOTAL-WS
                           FROM CUSTOMER-UNBILLED-SALES-OUT
                   END-IF
                   REWRITE CUSTOMER-MASTER-RECORD
                       INVALID KEY
                           ADD 1 TO BALANCES-NOT-POSTED-WS
                   END-REWRITE
           END-READ.

       809-FLAG-WORK-FILE-ERROR.
           MOVE "Y" TO PROCESS-ERROR-SW.
           DISPLAY "INVOICE WORK FILE ERROR - STATUS "
               INVWORK-FILE-STATUS-WS.

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
           MOVE SPACES TO TRANSLOG-PATH-WS.
           STRING
               FUNCTION TRIM(DATA-DIRECTORY-WS)
                   DELIMITED BY SIZE
               "TRANSLOG.TXT" DELIMITED BY SIZE
               INTO TRANSLOG-PATH-WS
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
           MOVE SPACES TO INVWORK-PATH-WS.
           STRING
               FUNCTION TRIM(DATA-DIRECTORY-WS)
                   DELIMITED BY SIZE
               "INVWORK.TXT" DELIMITED BY SIZE
               INTO INVWORK-PATH-WS
           END-STRING.
           MOVE SPACES TO INVOICE-PATH-WS.
           STRING
               FUNCTION TRIM(DATA-DIRECTORY-WS)
                   DELIMITED BY SIZE
               "INVOICE.TXT" DELIMITED BY SIZE
               INTO INVOICE-PATH-WS
           END-STRING.
           MOVE SPACES TO INVPRINT-PATH-WS.
           STRING
               FUNCTION TRIM(DATA-DIRECTORY-WS)
                   DELIMITED BY SIZE
               "INVPRINT.TXT" DELIMITED BY SIZE
               INTO INVPRINT-PATH-WS
           END-STRING.
           MOVE SPACES TO INVCTL-PATH-WS.
           STRING
               FUNCTION TRIM(DATA-DIRECTORY-WS)
                   DELIMITED BY SIZE
               "INVCTL.TXT" DELIMITED BY SIZE
               INTO INVCTL-PATH-WS
           END-STRING.
           MOVE SPACES TO OPENAR-PATH-WS.
           STRING
               FUNCTION TRIM(DATA-DIRECTORY-WS)
                   DELIMITED BY SIZE
               "OPENAR.TXT" DELIMITED BY SIZE
               INTO OPENAR-PATH-WS
           END-STRING.

      * Ending of Program CustomerInvoicing
       END PROGRAM CustomerInvoicing.
