      * margin, negative-margin parts are flagged on their line,
      * and parts with no cost on file yet are flagged too so the
      * receivers know whose packing slips still need keying.
      * The margin now comes from what the part actually sold for
      * rather than its list price. Every "S" line on TRANSLOG.TXT
      * is gathered by part and storeroom on the MARGWORK.TXT
      * keyed work file at the net price it carried - contract,
      * quantity break, or list - and the report prints the
      * average price sold at and the units sold beside list,
      * with the margin and percent worked from the sold price.
      * A log line from before the price was carried counts at
      * today's list; a part with no sales prints at list and is
      * flagged NOT SOLD. The trailer adds the period's sales,
      * cost of sales at average cost, and realized margin.
      * Drop-shipped "D" lines now count as sales at their net
      * price, costed at the unit cost on the purchase order
      * line their sales order line raised; average cost is used
      * only when that purchase order line carries no cost.
      * ---------------------------------------------------------

      * Environment division for Invent6.txt
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS PART-LOCATION-KEY-IN.

         SELECT TRANSACTION-LOG-IN
         ASSIGN DYNAMIC TRANSLOG-PATH-WS
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS TRANSLOG-FILE-STATUS-WS.

      * Units and value sold per part and storeroom, rebuilt from
      * scratch every run so the log is read once in time order
      * and looked up by key as the inventory file is read.
         SELECT MARGIN-WORK-FILE
         ASSIGN DYNAMIC MARGWORK-PATH-WS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS MARGWORK-KEY
           FILE STATUS IS MARGWORK-FILE-STATUS-WS.

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

         SELECT MARGIN-REPORT-OUT
         ASSIGN DYNAMIC MARGNRPT-PATH-WS
           ORGANIZATION LINE SEQUENTIAL.
           05 STOCK-UNIT-IN                PIC X(4).
           05 PACK-SIZE-IN                 PIC 9(3).
           05 BARCODE-IN                   PIC X(13).
           05 INSPECT-FLAG-IN              PIC X(1).
               88 INSPECT-REQUIRED-IN      VALUE "Y".
           05 QTY-ON-HOLD-IN               PIC 9(5).
           05 SERIAL-FLAG-IN               PIC X(1).
               88 SERIALIZED-PART-IN       VALUE "Y".

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

      * Sold units per part and storeroom - the units that carried
      * a net price and their value, apart from the older lines
      * that are valued at list when the report prints, and the
      * drop-shipped units whose purchase order cost is known,
      * with that cost
       FD MARGIN-WORK-FILE.
       01 MARGIN-WORK-RECORD.
           05 MARGWORK-KEY.
               10 MW-PART-NUMBER            PIC 9(5).
               10 MW-LOCATION               PIC X(2).
           05 MW-QTY-SOLD                   PIC 9(7).
           05 MW-PRICED-QTY                 PIC 9(7).
           05 MW-PRICED-VALUE               PIC 9(9)V99.
           05 MW-DROP-QTY                   PIC 9(7).
           05 MW-DROP-COST                  PIC 9(9)V99.

      * File division for the margin report
       FD MARGIN-REPORT-OUT.
       01 MARGIN-REPORT-LINE               PIC X(110).

      * Working storage section begins
       WORKING-STORAGE SECTION.
               "E:\level 3\Cobol\projects\project 4\".
           05 INVENT6-PATH-WS               PIC X(90).
           05 MARGNRPT-PATH-WS              PIC X(90).
           05 TRANSLOG-PATH-WS              PIC X(90).
           05 MARGWORK-PATH-WS              PIC X(90).
           05 SALESORD-PATH-WS              PIC X(90).
           05 OPENPO-PATH-WS                PIC X(90).

       01 TEMP.
           05 INVENT-EOF-FLAG               PIC X(1) VALUE "N".
           05 LOG-EOF-FLAG                  PIC X(1) VALUE "N".
           05 TRANSLOG-FILE-STATUS-WS       PIC X(2).
           05 MARGWORK-FILE-STATUS-WS       PIC X(2).
           05 SALES-ORDER-STATUS-WS         PIC X(2).
           05 OPEN-PO-STATUS-WS             PIC X(2).
           05 ORDER-EOF-FLAG                PIC X(1).
           05 DROP-COST-WS                  PIC 9(4)V99.
           05 DROP-COST-FOUND-SW            PIC X(1).
               88 DROP-COST-FOUND           VALUE "Y".
           05 MARGIN-EACH-WS                PIC S9(5)V99.
           05 MARGIN-PCT-WS                 PIC S9(3)V99.
           05 SELLING-PRICE-WS              PIC 9(4)V99.
           05 SOLD-QTY-WS                   PIC 9(7).
           05 SOLD-VALUE-WS                 PIC 9(9)V99.
           05 SOLD-FOUND-SW                 PIC X(1).
               88 PART-WAS-SOLD             VALUE "Y".

       01 SALES-TOTALS.
           05 TOTAL-SOLD-VALUE-WS           PIC 9(11)V99 VALUE 0.
           05 TOTAL-COST-OF-SALES-WS        PIC 9(11)V99 VALUE 0.
           05 TOTAL-MARGIN-WS               PIC S9(11)V99 VALUE 0.

       01 MARGIN-COUNTERS.
           05 PARTS-REPORTED-WS             PIC 9(5) VALUE 0.
           05 FILLER                       PIC X(2)  VALUE SPACES.
           05 FILLER                       PIC X(8)  VALUE "UNITCOST".
           05 FILLER                       PIC X(2)  VALUE SPACES.
           05 FILLER                       PIC X(8)  VALUE "LISTPRCE".
           05 FILLER                       PIC X(2)  VALUE SPACES.
           05 FILLER                       PIC X(8)  VALUE "SOLDPRCE".
           05 FILLER                       PIC X(2)  VALUE SPACES.
           05 FILLER                       PIC X(7)  VALUE "QTYSOLD".
           05 FILLER                       PIC X(2)  VALUE SPACES.
           05 FILLER                       PIC X(7)  VALUE "MARGIN".
           05 FILLER                       PIC X(2)  VALUE SPACES.
           05 FILLER                        PIC X(2) VALUE SPACES.
           05 MRG-UNIT-PRICE-OUT            PIC $$$$9.99.
           05 FILLER                        PIC X(2) VALUE SPACES.
           05 MRG-SOLD-PRICE-OUT            PIC $$$$9.99
                                            BLANK WHEN ZERO.
           05 FILLER                        PIC X(2) VALUE SPACES.
           05 MRG-QTY-SOLD-OUT              PIC ZZZZZZ9.
           05 FILLER                        PIC X(2) VALUE SPACES.
           05 MRG-MARGIN-OUT                PIC -ZZZ9.99.
           05 FILLER                        PIC X(1) VALUE SPACES.
           05 MRG-PCT-OUT                   PIC -ZZ9.99.
           05 FILLER                  PIC X(9) VALUE "  NO COST".
           05 MRG-TRAIL-NOCOST-OUT    PIC ZZ,ZZ9.

       01 MARGIN-SALES-TRAIL-LINE-WS.
           05 FILLER                  PIC X(6) VALUE "SALES ".
           05 MRG-TRAIL-SALES-OUT     PIC $$$,$$$,$$9.99.
           05 FILLER                  PIC X(17) VALUE
               "  COST OF SALES ".
           05 MRG-TRAIL-COST-OUT      PIC $$$,$$$,$$9.99.
           05 FILLER                  PIC X(10) VALUE "  MARGIN ".
           05 MRG-TRAIL-MARGIN-OUT    PIC -$$,$$$,$$9.99.

      * Procedure division begins
       PROCEDURE DIVISION.
       100-CREATE-MARGIN-REPORT.
           PERFORM  203-TERMINATE-MARGIN-REPORT.
           STOP RUN.

      * The sales are gathered off the log before the inventory
      * pass starts - the work file is wiped, filled, and then
      * read by key. No log yet just means nothing has sold. With
      * no order or purchase order file, a drop-shipped line is
      * costed at average cost like any other.
       201-INIT-OPEN-FILES.
           OPEN OUTPUT MARGIN-WORK-FILE.
           CLOSE MARGIN-WORK-FILE.
           OPEN I-O MARGIN-WORK-FILE.
           IF MARGWORK-FILE-STATUS-WS NOT = "00"
               DISPLAY "MARGIN WORK FILE ERROR - STATUS "
                   MARGWORK-FILE-STATUS-WS
           END-IF.
           OPEN INPUT SALES-ORDER-FILE-IN.
           OPEN INPUT OPEN-PO-FILE-IN.
           OPEN INPUT TRANSACTION-LOG-IN.
           IF TRANSLOG-FILE-STATUS-WS = "00"
               PERFORM  702-READ-LOG-RECORD
               PERFORM  204-COLLECT-SALES
                   UNTIL LOG-EOF-FLAG = "Y"
               CLOSE TRANSACTION-LOG-IN
           END-IF.
           IF SALES-ORDER-STATUS-WS = "00"
               CLOSE SALES-ORDER-FILE-IN
           END-IF.
           IF OPEN-PO-STATUS-WS = "00"
               CLOSE OPEN-PO-FILE-IN
           END-IF.
           OPEN INPUT INVENT-FILE-IN.
           OPEN OUTPUT MARGIN-REPORT-OUT.
           WRITE MARGIN-REPORT-LINE FROM MARGIN-TITLE-LINE-WS
           MOVE NO-COST-COUNT-WS TO MRG-TRAIL-NOCOST-OUT.
           WRITE MARGIN-REPORT-LINE FROM MARGIN-TRAIL-LINE-WS
               AFTER ADVANCING 2 LINES.
           MOVE TOTAL-SOLD-VALUE-WS TO MRG-TRAIL-SALES-OUT.
           MOVE TOTAL-COST-OF-SALES-WS TO MRG-TRAIL-COST-OUT.
           COMPUTE TOTAL-MARGIN-WS =
               TOTAL-SOLD-VALUE-WS - TOTAL-COST-OF-SALES-WS.
           MOVE TOTAL-MARGIN-WS TO MRG-TRAIL-MARGIN-OUT.
           WRITE MARGIN-REPORT-LINE FROM MARGIN-SALES-TRAIL-LINE-WS.
           CLOSE INVENT-FILE-IN.
           CLOSE MARGIN-WORK-FILE.
           CLOSE MARGIN-REPORT-OUT.

      * A drop-shipped line is a sale like a shipped one - it
      * never touched the shelf, but it was billed.
       204-COLLECT-SALES.
           IF LOG-SELLING OR LOG-DROP-SHIP
               PERFORM  802-POST-SALE-TO-WORK-FILE
           END-IF.
           PERFORM  702-READ-LOG-RECORD.

       701-READ-INVENT-RECORD.
           READ INVENT-FILE-IN NEXT RECORD
               AT END
               MOVE "Y" TO INVENT-EOF-FLAG.

       702-READ-LOG-RECORD.
           READ TRANSACTION-LOG-IN
               AT END
               MOVE "Y" TO LOG-EOF-FLAG.

      * A zero cost is not a 100 percent margin - it is a cost
      * nobody has keyed yet, and it gets its own flag instead of
      * flattering the percent column.
       801-WRITE-MARGIN-LINE.
           ADD 1 TO PARTS-REPORTED-WS.
           PERFORM  803-FIND-SELLING-PRICE.
           COMPUTE MARGIN-EACH-WS =
               SELLING-PRICE-WS - UNIT-COST-IN.
           MOVE SPACES TO MRG-FLAG-OUT.
           IF UNIT-COST-IN = ZERO
               ADD 1 TO NO-COST-COUNT-WS
               MOVE "NO COST" TO MRG-FLAG-OUT
           ELSE
               COMPUTE MARGIN-PCT-WS ROUNDED =
                   (MARGIN-EACH-WS * 100) / SELLING-PRICE-WS
                   ON SIZE ERROR
                       MOVE ZERO TO MARGIN-PCT-WS
               END-COMPUTE
                   MOVE "**NEGATIVE" TO MRG-FLAG-OUT
               END-IF
           END-IF.
           IF NOT PART-WAS-SOLD AND MRG-FLAG-OUT = SPACES
               MOVE "NOT SOLD" TO MRG-FLAG-OUT
           END-IF.
           MOVE PART-NUMBER-IN TO MRG-PART-NUMBER-OUT.
           MOVE PART-NAME-IN TO MRG-PART-NAME-OUT.
           MOVE LOCATION-CODE-IN TO MRG-LOCATION-OUT.
           MOVE MARGIN-PCT-WS TO MRG-PCT-OUT.
           WRITE MARGIN-REPORT-LINE FROM MARGIN-DETAIL-LINE-WS.

      * One work record per part and storeroom sold - the units
      * that carried their net price are kept apart from the
      * older lines that did not.
       802-POST-SALE-TO-WORK-FILE.
           MOVE "N" TO DROP-COST-FOUND-SW.
           IF LOG-DROP-SHIP
               PERFORM  805-FIND-DROP-SHIP-COST
           END-IF.
           MOVE LOG-PART-NUMBER-IN TO MW-PART-NUMBER.
           MOVE LOG-LOCATION-IN TO MW-LOCATION.
           READ MARGIN-WORK-FILE
               INVALID KEY
                   MOVE LOG-PART-NUMBER-IN TO MW-PART-NUMBER
                   MOVE LOG-LOCATION-IN TO MW-LOCATION
                   MOVE ZERO TO MW-QTY-SOLD
                   MOVE ZERO TO MW-PRICED-QTY
                   MOVE ZERO TO MW-PRICED-VALUE
                   MOVE ZERO TO MW-DROP-QTY
                   MOVE ZERO TO MW-DROP-COST
                   PERFORM  804-ADD-SALE-TO-WORK-RECORD
                   WRITE MARGIN-WORK-RECORD
                       INVALID KEY
                           DISPLAY "INVALID KEY ON MARGIN WORK FILE"
                   END-WRITE
               NOT INVALID KEY
                   PERFORM  804-ADD-SALE-TO-WORK-RECORD
                   REWRITE MARGIN-WORK-RECORD
                       INVALID KEY
                           DISPLAY "INVALID KEY ON MARGIN WORK FILE"
                   END-REWRITE
           END-READ.

      * The price sold at is the average over the period's sales -
      * the priced units at what they carried, the rest at list.
      * A part with no sales is measured at list as it always was.
      * Cost of sales is taken at today's average unit cost, bar
      * the drop-shipped units, which cost what the supplier
      * charged on their purchase order.
       803-FIND-SELLING-PRICE.
           MOVE "N" TO SOLD-FOUND-SW.
           MOVE UNIT-PRICE-IN TO SELLING-PRICE-WS.
           MOVE ZERO TO SOLD-QTY-WS.
           MOVE PART-NUMBER-IN TO MW-PART-NUMBER.
           MOVE LOCATION-CODE-IN TO MW-LOCATION.
           READ MARGIN-WORK-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF MW-QTY-SOLD > 0
                       MOVE "Y" TO SOLD-FOUND-SW
                       MOVE MW-QTY-SOLD TO SOLD-QTY-WS
                   END-IF
           END-READ.
           IF PART-WAS-SOLD
               COMPUTE SOLD-VALUE-WS = MW-PRICED-VALUE +
                   ((MW-QTY-SOLD - MW-PRICED-QTY) * UNIT-PRICE-IN)
               COMPUTE SELLING-PRICE-WS ROUNDED =
                   SOLD-VALUE-WS / MW-QTY-SOLD
                   ON SIZE ERROR
                       MOVE 9999.99 TO SELLING-PRICE-WS
               END-COMPUTE
               ADD SOLD-VALUE-WS TO TOTAL-SOLD-VALUE-WS
               COMPUTE TOTAL-COST-OF-SALES-WS =
                   TOTAL-COST-OF-SALES-WS + MW-DROP-COST +
                   ((MW-QTY-SOLD - MW-DROP-QTY) * UNIT-COST-IN)
               MOVE SELLING-PRICE-WS TO MRG-SOLD-PRICE-OUT
           ELSE
               MOVE ZERO TO MRG-SOLD-PRICE-OUT
           END-IF.
           MOVE SOLD-QTY-WS TO MRG-QTY-SOLD-OUT.

       804-ADD-SALE-TO-WORK-RECORD.
           ADD LOG-VALUE-ENTERED-IN TO MW-QTY-SOLD.
           IF LOG-NET-PRICE-IN IS NUMERIC
               AND LOG-NET-PRICE-IN > 0
               ADD LOG-VALUE-ENTERED-IN TO MW-PRICED-QTY
               COMPUTE MW-PRICED-VALUE = MW-PRICED-VALUE +
                   (LOG-VALUE-ENTERED-IN * LOG-NET-PRICE-IN)
           END-IF.
           IF DROP-COST-FOUND
               ADD LOG-VALUE-ENTERED-IN TO MW-DROP-QTY
               COMPUTE MW-DROP-COST = MW-DROP-COST +
                   (LOG-VALUE-ENTERED-IN * DROP-COST-WS)
           END-IF.

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
               "MARGNRPT.TXT" DELIMITED BY SIZE
               INTO MARGNRPT-PATH-WS
           END-STRING.
           MOVE SPACES TO TRANSLOG-PATH-WS.
           STRING
               FUNCTION TRIM(DATA-DIRECTORY-WS)
                   DELIMITED BY SIZE
               "TRANSLOG.TXT" DELIMITED BY SIZE
               INTO TRANSLOG-PATH-WS
           END-STRING.
           MOVE SPACES TO MARGWORK-PATH-WS.
           STRING
               FUNCTION TRIM(DATA-DIRECTORY-WS)
                   DELIMITED BY SIZE
               "MARGWORK.TXT" DELIMITED BY SIZE
               INTO MARGWORK-PATH-WS
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

      * Ending of Program MarginReport
       END PROGRAM MarginReport.
