       PROGRAM-ID. CustomerSalesHistory as "CustomerSalesHistory".
       AUTHOR     PRIYANK PATEL & JASHANJOT PRUTHI & VIVEK PATEL &
                   AMARJEET SINGH & SAHILVIR SINGH DHILLON.

      * Modification History
      * ---------------------------------------------------------
      * New report of what each customer on CUSTMAST.TXT has
      * bought from us. The sales manager could see every sale on
      * TRANSLOG.TXT but not who the top accounts were or which
      * of them had stopped calling. For an operator-keyed date
      * range (blank for the whole log) every customer's units
      * and sales value are totalled from the "S" lines at the
      * net price each line carried - list price for the older
      * lines that carried none - with cost of sales at the
      * part's average unit cost and the gross margin that
      * leaves. Beside them go the number of sales, the
      * backorders captured against the customer, and the "U"
      * returns by reason code. Customers print ranked by sales
      * value with each one's share of the period's sales, and
      * a separate GONE QUIET list to CUSTSALE.TXT names every
      * active customer with no purchase in the last 90 days,
      * flagging any that ranked in the top twenty.
      * BACKORD.TXT record layout gains the fill date.
      * CUSTMAST.TXT record layout gains the unbilled sales amount.
      * Drop-shipped "D" lines now count as sales at their net
      * price, costed at the unit cost on the purchase order
      * line their sales order line raised; average cost is used
      * only when that purchase order line carries no cost.
      * ---------------------------------------------------------

      * Environment division for the customer sales history
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

         SELECT CUSTOMER-FILE-IN
         ASSIGN DYNAMIC CUSTMAST-PATH-WS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS CUSTOMER-CODE-IN.

      * Keyed by part number plus storeroom location so the same part
      * number can carry a separate on-hand quantity per storeroom.
         SELECT INVENT-FILE-IN
         ASSIGN DYNAMIC INVENT6-PATH-WS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS PART-LOCATION-KEY-IN.

         SELECT TRANSACTION-LOG-IN
         ASSIGN DYNAMIC TRANSLOG-PATH-WS
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS TRANSLOG-FILE-STATUS-WS.

         SELECT BACKORDER-FILE-IN
         ASSIGN DYNAMIC BACKORD-PATH-WS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS BACKORDER-KEY-IN
           FILE STATUS IS BACKORD-FILE-STATUS-WS.

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

         SELECT CUSTOMER-SALES-REPORT-OUT
         ASSIGN DYNAMIC CUSTSALE-PATH-WS
           ORGANIZATION LINE SEQUENTIAL.

      *Describing the file, record, and field structures to be used in
      *the program
       DATA DIVISION.
       FILE SECTION.
      * One directory path per configuration line
       FD CONFIG-FILE.
       01 CONFIG-RECORD                    PIC X(60).

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
               88 PART-ACTIVE-IN           VALUE "A".
               88 PART-DISCONTINUED-IN     VALUE "D".
           05 ABC-CLASS-IN                 PIC X(1).
           05 UNIT-COST-IN                 PIC 9(4)V99.
           05 QTY-ALLOCATED-IN             PIC 9(5).
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
               88 LOG-CUST-RETURN           VALUE "U".
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
               88 LOG-REASON-DAMAGED        VALUE "D".
               88 LOG-REASON-WRONG-PART     VALUE "W".
               88 LOG-REASON-WARRANTY       VALUE "Y".
           05 FILLER                        PIC X(1).
           05 LOG-SO-NUMBER-IN              PIC 9(5).
           05 FILLER                        PIC X(1).
           05 LOG-NET-PRICE-IN              PIC 9(4)V99.

       FD BACKORDER-FILE-IN.
       01 BACKORDER-RECORD-IN.
           05 BACKORDER-KEY-IN.
               10 BO-PART-NUMBER-IN         PIC 9(5).
               10 BO-LOCATION-IN            PIC X(2).
               10 BO-DATE-IN                PIC 9(8).
               10 BO-TIME-IN                PIC 9(6).
           05 BO-QTY-WANTED-IN              PIC 9(5).
           05 BO-QTY-OPEN-IN                PIC 9(5).
           05 BO-STATUS-IN                  PIC X(1).
               88 BO-ORDER-OPEN-IN          VALUE "O".
               88 BO-ORDER-FILLED-IN        VALUE "F".
           05 BO-CUSTOMER-IN                PIC X(5).
           05 BO-FILL-DATE-IN               PIC 9(8).

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

      * File division for the customer sales history report
       FD CUSTOMER-SALES-REPORT-OUT.
       01 CUSTOMER-SALES-REPORT-LINE       PIC X(132).

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
           05 CUSTMAST-PATH-WS              PIC X(90).
           05 INVENT6-PATH-WS               PIC X(90).
           05 TRANSLOG-PATH-WS              PIC X(90).
           05 BACKORD-PATH-WS               PIC X(90).
           05 CUSTSALE-PATH-WS              PIC X(90).
           05 SALESORD-PATH-WS              PIC X(90).
           05 OPENPO-PATH-WS                PIC X(90).

       01 TEMP.
           05 CUSTOMER-EOF-FLAG             PIC X(1) VALUE "N".
           05 LOG-EOF-FLAG                  PIC X(1) VALUE "N".
           05 BACKORDER-EOF-FLAG            PIC X(1) VALUE "N".
           05 TRANSLOG-FILE-STATUS-WS       PIC X(2).
           05 BACKORD-FILE-STATUS-WS        PIC X(2).
           05 SALES-ORDER-STATUS-WS         PIC X(2).
           05 OPEN-PO-STATUS-WS             PIC X(2).
           05 ORDER-EOF-FLAG                PIC X(1).
           05 DROP-COST-WS                  PIC 9(4)V99.
           05 DROP-COST-FOUND-SW            PIC X(1).
               88 DROP-COST-FOUND           VALUE "Y".
           05 FROM-DATE-ANSWER-WS           PIC X(8).
           05 TO-DATE-ANSWER-WS             PIC X(8).
           05 FROM-DATE-WS                  PIC 9(8).
           05 TO-DATE-WS                    PIC 9(8).
           05 TODAY-INTEGER-WS              PIC 9(8).
           05 SALE-INTEGER-WS               PIC 9(8).
           05 DAYS-QUIET-WS                 PIC 9(5).
           05 LOG-QTY-UNITS-WS              PIC 9(5).
           05 LINE-VALUE-WS                 PIC 9(9)V99.
           05 LINE-COST-WS                  PIC 9(9)V99.
           05 MARGIN-WS                     PIC S9(9)V99.
           05 SHARE-PCT-WS                  PIC 9(3)V99.

      * A sale drawing from several lots logs one line per lot,
      * all stamped with the same moment, part, and storeroom -
      * consecutive lines sharing those are one sale, counted
      * once with their units and value summed.
       01 PREVIOUS-SALE.
           05 PREV-SALE-DATE-WS             PIC 9(8) VALUE 0.
           05 PREV-SALE-TIME-WS             PIC 9(6) VALUE 0.
           05 PREV-SALE-PART-WS             PIC 9(5) VALUE 0.
           05 PREV-SALE-LOCATION-WS         PIC X(2) VALUE SPACES.
       01 NEW-SALE-SW                       PIC X(1).
           88 NEW-SALE                      VALUE "Y".

      * One slot per customer on file, in customer code order,
      * plus one for any code the log carries that is no longer
      * on file and one for the counter sales keyed to nobody
       01 CUSTOMER-TABLE-WS.
           05 CUSTOMER-ENTRY-WS             OCCURS 500 TIMES
                                            INDEXED BY CUS-IDX.
               10 CST-CODE-WS               PIC X(5).
               10 CST-NAME-WS               PIC X(20).
               10 CST-STATUS-WS             PIC X(1).
               10 CST-UNITS-WS              PIC 9(7).
               10 CST-SALES-WS              PIC 9(9)V99.
               10 CST-COST-WS               PIC 9(9)V99.
               10 CST-SALE-COUNT-WS         PIC 9(5).
               10 CST-BO-COUNT-WS           PIC 9(5).
               10 CST-RET-DAMAGED-WS        PIC 9(5).
               10 CST-RET-WRONG-WS          PIC 9(5).
               10 CST-RET-WARRANTY-WS       PIC 9(5).
               10 CST-LAST-SALE-WS          PIC 9(8).
               10 CST-RANK-WS               PIC 9(3).
               10 CST-PRINTED-SW            PIC X(1).
       01 CUSTOMER-COUNT-WS                 PIC 9(3) VALUE 0.
       01 CUSTOMER-TABLE-FULL-SW            PIC X(1) VALUE "N".
           88 CUSTOMER-TABLE-FULL           VALUE "Y".

       01 SLOT-VARIABLES.
           05 FOUND-SLOT-WS                 PIC 9(3).
           05 SCAN-SLOT-WS                  PIC 9(3).
           05 WANTED-CODE-WS                PIC X(5).

       01 RANKING-VARIABLES.
           05 RANK-PRINTED-WS               PIC 9(3) VALUE 0.
           05 RANK-BEST-IDX-WS              PIC 9(3).
           05 RANK-BEST-SALES-WS            PIC 9(9)V99.
           05 RANK-SCAN-IDX-WS              PIC 9(3).
           05 RANKING-DONE-SW               PIC X(1) VALUE "N".
               88 RANKING-DONE              VALUE "Y".

       01 SALES-TOTALS.
           05 TOTAL-UNITS-WS                PIC 9(9) VALUE 0.
           05 TOTAL-SALES-WS                PIC 9(11)V99 VALUE 0.
           05 TOTAL-COST-WS                 PIC 9(11)V99 VALUE 0.
           05 TOTAL-MARGIN-WS               PIC S9(11)V99 VALUE 0.
           05 QUIET-COUNT-WS                PIC 9(5) VALUE 0.
           05 QUIET-TOP-COUNT-WS            PIC 9(5) VALUE 0.

       01 CUSTSALE-TITLE-LINE-WS.
           05 FILLER                        PIC X(40) VALUE
               "CUSTOMER SALES HISTORY AND RANKING".
           05 FILLER                        PIC X(7) VALUE "FROM ".
           05 CSH-FROM-DATE-OUT             PIC 9(8).
           05 FILLER                        PIC X(4) VALUE " TO ".
           05 CSH-TO-DATE-OUT               PIC 9(8).

       01 CUSTSALE-SECTION-LINE-WS.
           05 CSH-SECTION-NAME-OUT          PIC X(50).

       01 CUSTSALE-COLUMN-HDR.
           05 FILLER                       PIC X(4)  VALUE "RANK".
           05 FILLER                       PIC X(1)  VALUE SPACES.
           05 FILLER                       PIC X(5)  VALUE "CUST".
           05 FILLER                       PIC X(2)  VALUE SPACES.
           05 FILLER                       PIC X(20) VALUE "NAME".
           05 FILLER                       PIC X(2)  VALUE SPACES.
           05 FILLER                       PIC X(6)  VALUE " SALES".
           05 FILLER                       PIC X(2)  VALUE SPACES.
           05 FILLER                       PIC X(9)  VALUE "    UNITS".
           05 FILLER                       PIC X(2)  VALUE SPACES.
           05 FILLER                       PIC X(14) VALUE
               "         VALUE".
           05 FILLER                       PIC X(1)  VALUE SPACES.
           05 FILLER                       PIC X(14) VALUE
               "          COST".
           05 FILLER                       PIC X(1)  VALUE SPACES.
           05 FILLER                       PIC X(14) VALUE
               "       MARGIN".
           05 FILLER                       PIC X(2)  VALUE SPACES.
           05 FILLER                       PIC X(6)  VALUE "SHARE%".
           05 FILLER                       PIC X(2)  VALUE SPACES.
           05 FILLER                       PIC X(5)  VALUE "BACKO".
           05 FILLER                       PIC X(2)  VALUE SPACES.
           05 FILLER                       PIC X(14) VALUE
               "RET-D  W    Y".

       01 CUSTSALE-DETAIL-LINE-WS.
           05 CSH-RANK-OUT                  PIC ZZZ9.
           05 FILLER                        PIC X(1) VALUE SPACES.
           05 CSH-CODE-OUT                  PIC X(5).
           05 FILLER                        PIC X(2) VALUE SPACES.
           05 CSH-NAME-OUT                  PIC X(20).
           05 FILLER                        PIC X(2) VALUE SPACES.
           05 CSH-SALE-COUNT-OUT            PIC ZZ,ZZ9.
           05 FILLER                        PIC X(2) VALUE SPACES.
           05 CSH-UNITS-OUT                 PIC Z,ZZZ,ZZ9.
           05 FILLER                        PIC X(2) VALUE SPACES.
           05 CSH-SALES-OUT                 PIC $$$,$$$,$$9.99.
           05 FILLER                        PIC X(1) VALUE SPACES.
           05 CSH-COST-OUT                  PIC $$$,$$$,$$9.99.
           05 FILLER                        PIC X(1) VALUE SPACES.
           05 CSH-MARGIN-OUT                PIC -$$,$$$,$$9.99.
           05 FILLER                        PIC X(2) VALUE SPACES.
           05 CSH-SHARE-OUT                 PIC ZZ9.99.
           05 FILLER                        PIC X(2) VALUE SPACES.
           05 CSH-BO-COUNT-OUT              PIC ZZZZ9.
           05 FILLER                        PIC X(2) VALUE SPACES.
           05 CSH-RET-DAMAGED-OUT           PIC ZZZ9.
           05 FILLER                        PIC X(1) VALUE SPACES.
           05 CSH-RET-WRONG-OUT             PIC ZZZ9.
           05 FILLER                        PIC X(1) VALUE SPACES.
           05 CSH-RET-WARRANTY-OUT          PIC ZZZ9.

       01 CUSTSALE-TOTAL-LINE-WS.
           05 FILLER                        PIC X(34) VALUE
               "     PERIOD TOTAL".
           05 CSH-TOTAL-UNITS-OUT           PIC ZZZ,ZZZ,ZZ9.
           05 FILLER                        PIC X(2) VALUE SPACES.
           05 CSH-TOTAL-SALES-OUT           PIC $$$,$$$,$$9.99.
           05 FILLER                        PIC X(1) VALUE SPACES.
           05 CSH-TOTAL-COST-OUT            PIC $$$,$$$,$$9.99.
           05 FILLER                        PIC X(1) VALUE SPACES.
           05 CSH-TOTAL-MARGIN-OUT          PIC -$$,$$$,$$9.99.

       01 QUIET-COLUMN-HDR.
           05 FILLER                       PIC X(5)  VALUE "CUST".
           05 FILLER                       PIC X(2)  VALUE SPACES.
           05 FILLER                       PIC X(20) VALUE "NAME".
           05 FILLER                       PIC X(2)  VALUE SPACES.
           05 FILLER                       PIC X(8)  VALUE "LASTSALE".
           05 FILLER                       PIC X(2)  VALUE SPACES.
           05 FILLER                       PIC X(9)  VALUE "DAYSQUIET".
           05 FILLER                       PIC X(2)  VALUE SPACES.
           05 FILLER                       PIC X(4)  VALUE "RANK".
           05 FILLER                       PIC X(2)  VALUE SPACES.
           05 FILLER                       PIC X(10) VALUE "FLAG".

       01 QUIET-DETAIL-LINE-WS.
           05 QUI-CODE-OUT                  PIC X(5).
           05 FILLER                        PIC X(2) VALUE SPACES.
           05 QUI-NAME-OUT                  PIC X(20).
           05 FILLER                        PIC X(2) VALUE SPACES.
           05 QUI-LAST-SALE-OUT             PIC X(8).
           05 FILLER                        PIC X(6) VALUE SPACES.
           05 QUI-DAYS-QUIET-OUT            PIC X(5).
           05 FILLER                        PIC X(2) VALUE SPACES.
           05 QUI-RANK-OUT                  PIC ZZZ9
                                            BLANK WHEN ZERO.
           05 FILLER                        PIC X(2) VALUE SPACES.
           05 QUI-FLAG-OUT                  PIC X(10).

       01 QUIET-EDIT-FIELDS.
           05 QUI-LAST-SALE-EDIT            PIC 9(8).
           05 QUI-DAYS-QUIET-EDIT           PIC ZZZZ9.

       01 QUIET-TRAIL-LINE-WS.
           05 FILLER                        PIC X(20) VALUE
               "CUSTOMERS GONE QUIET".
           05 FILLER                        PIC X(1) VALUE SPACES.
           05 QUI-TRAIL-COUNT-OUT           PIC ZZ,ZZ9.
           05 FILLER                        PIC X(19) VALUE
               "   OF THEM TOP 20 ".
           05 QUI-TRAIL-TOP-OUT             PIC ZZ,ZZ9.

       01 TABLE-FULL-WARNING-LINE-WS.
           05 FILLER                        PIC X(55) VALUE
             "**WARNING** CUSTOMER TABLE FULL - SOME NOT SHOWN".

      * Procedure division begins
       PROCEDURE DIVISION.
       100-CREATE-CUSTOMER-SALES-HISTORY.
           PERFORM  990-LOAD-FILE-PATHS.
           PERFORM  201-INIT-OPEN-FILES.
           PERFORM  202-LOAD-CUSTOMERS
               UNTIL CUSTOMER-EOF-FLAG = "Y".
           PERFORM  203-TALLY-LOG-LINES
               UNTIL LOG-EOF-FLAG = "Y".
           PERFORM  204-TALLY-BACKORDERS
               UNTIL BACKORDER-EOF-FLAG = "Y".
           PERFORM  205-PRINT-SALES-RANKING.
           PERFORM  206-PRINT-GONE-QUIET-LIST.
           PERFORM  207-TERMINATE-CUSTOMER-SALES.
           STOP RUN.

      * No log yet, or no backorder file yet, just means nothing
      * has been sold or backordered - the report still prints.
      * With no order or purchase order file a drop-shipped line
      * is costed at average cost like any other.
       201-INIT-OPEN-FILES.
           DISPLAY "FROM DATE YYYYMMDD (BLANK FOR ALL)->".
           ACCEPT FROM-DATE-ANSWER-WS.
           DISPLAY "TO DATE YYYYMMDD (BLANK FOR ALL)->".
           ACCEPT TO-DATE-ANSWER-WS.
           IF FROM-DATE-ANSWER-WS = SPACES
               MOVE ZERO TO FROM-DATE-WS
           ELSE
               MOVE FROM-DATE-ANSWER-WS TO FROM-DATE-WS
           END-IF.
           IF TO-DATE-ANSWER-WS = SPACES
               MOVE 99999999 TO TO-DATE-WS
           ELSE
               MOVE TO-DATE-ANSWER-WS TO TO-DATE-WS
           END-IF.
           COMPUTE TODAY-INTEGER-WS = FUNCTION INTEGER-OF-DATE(
               FUNCTION NUMVAL(FUNCTION CURRENT-DATE(1:8))).
           OPEN INPUT CUSTOMER-FILE-IN.
           OPEN INPUT INVENT-FILE-IN.
           OPEN INPUT TRANSACTION-LOG-IN.
           IF TRANSLOG-FILE-STATUS-WS NOT = "00"
               MOVE "Y" TO LOG-EOF-FLAG
           END-IF.
           OPEN INPUT BACKORDER-FILE-IN.
           IF BACKORD-FILE-STATUS-WS NOT = "00"
               MOVE "Y" TO BACKORDER-EOF-FLAG
           END-IF.
           OPEN INPUT SALES-ORDER-FILE-IN.
           OPEN INPUT OPEN-PO-FILE-IN.
           OPEN OUTPUT CUSTOMER-SALES-REPORT-OUT.
           MOVE FROM-DATE-WS TO CSH-FROM-DATE-OUT.
           MOVE TO-DATE-WS TO CSH-TO-DATE-OUT.
           WRITE CUSTOMER-SALES-REPORT-LINE FROM CUSTSALE-TITLE-LINE-WS
               BEFORE ADVANCING 2 LINES.
           PERFORM  701-READ-CUSTOMER-RECORD.
           IF LOG-EOF-FLAG NOT = "Y"
               PERFORM  702-READ-LOG-RECORD
           END-IF.
           IF BACKORDER-EOF-FLAG NOT = "Y"
               PERFORM  703-READ-BACKORDER-RECORD
           END-IF.

       202-LOAD-CUSTOMERS.
           MOVE CUSTOMER-CODE-IN TO WANTED-CODE-WS.
           PERFORM  805-ADD-CUSTOMER-SLOT.
           IF FOUND-SLOT-WS > 0
               SET CUS-IDX TO FOUND-SLOT-WS
               MOVE CUSTOMER-NAME-IN TO CST-NAME-WS(CUS-IDX)
               MOVE CUSTOMER-STATUS-IN TO CST-STATUS-WS(CUS-IDX)
           END-IF.
           PERFORM  701-READ-CUSTOMER-RECORD.

      * Every sale on the log counts toward the last-sale date
      * whatever the range keyed - gone quiet is measured from
      * today, not from the end of the period asked for. A
      * drop-shipped line is a sale like a shipped one.
       203-TALLY-LOG-LINES.
           IF LOG-SELLING OR LOG-DROP-SHIP
               PERFORM  801-TALLY-ONE-SALE
           END-IF.
           IF LOG-CUST-RETURN
               AND LOG-DATE-IN NOT LESS THAN FROM-DATE-WS
               AND LOG-DATE-IN NOT GREATER THAN TO-DATE-WS
               PERFORM  802-TALLY-ONE-RETURN
           END-IF.
           PERFORM  702-READ-LOG-RECORD.

      * Open or since filled, a backorder taken in the period was
      * demand we could not meet from the shelf for that customer.
       204-TALLY-BACKORDERS.
           IF BO-DATE-IN NOT LESS THAN FROM-DATE-WS
               AND BO-DATE-IN NOT GREATER THAN TO-DATE-WS
               MOVE BO-CUSTOMER-IN TO WANTED-CODE-WS
               PERFORM  804-FIND-CUSTOMER-SLOT
               IF FOUND-SLOT-WS > 0
                   SET CUS-IDX TO FOUND-SLOT-WS
                   ADD 1 TO CST-BO-COUNT-WS(CUS-IDX)
               END-IF
           END-IF.
           PERFORM  703-READ-BACKORDER-RECORD.

      * Keyed customers rank by sales value, highest first; the
      * counter sales keyed to nobody print after them so they
      * count in the period total without taking a top-twenty
      * place from a real account.
       205-PRINT-SALES-RANKING.
           PERFORM  807-ADD-TO-PERIOD-TOTALS
               VARYING SCAN-SLOT-WS FROM 1 BY 1
               UNTIL SCAN-SLOT-WS > CUSTOMER-COUNT-WS.
           MOVE "CUSTOMERS RANKED BY SALES VALUE" TO
               CSH-SECTION-NAME-OUT.
           WRITE CUSTOMER-SALES-REPORT-LINE
               FROM CUSTSALE-SECTION-LINE-WS.
           WRITE CUSTOMER-SALES-REPORT-LINE FROM CUSTSALE-COLUMN-HDR.
           PERFORM  808-PRINT-NEXT-BEST
               UNTIL RANKING-DONE.
           MOVE SPACES TO WANTED-CODE-WS.
           MOVE 0 TO FOUND-SLOT-WS.
           PERFORM  809-SCAN-CUSTOMER-SLOT
               VARYING SCAN-SLOT-WS FROM 1 BY 1
               UNTIL SCAN-SLOT-WS > CUSTOMER-COUNT-WS
                   OR FOUND-SLOT-WS > 0.
           IF FOUND-SLOT-WS > 0
               SET CUS-IDX TO FOUND-SLOT-WS
               IF CST-SALES-WS(CUS-IDX) > 0
                   MOVE ZERO TO CSH-RANK-OUT
                   PERFORM  810-WRITE-CUSTOMER-LINE
               END-IF
           END-IF.
           MOVE TOTAL-UNITS-WS TO CSH-TOTAL-UNITS-OUT.
           MOVE TOTAL-SALES-WS TO CSH-TOTAL-SALES-OUT.
           MOVE TOTAL-COST-WS TO CSH-TOTAL-COST-OUT.
           COMPUTE TOTAL-MARGIN-WS = TOTAL-SALES-WS - TOTAL-COST-WS.
           MOVE TOTAL-MARGIN-WS TO CSH-TOTAL-MARGIN-OUT.
           WRITE CUSTOMER-SALES-REPORT-LINE FROM CUSTSALE-TOTAL-LINE-WS
               AFTER ADVANCING 2 LINES.

       206-PRINT-GONE-QUIET-LIST.
           MOVE "GONE QUIET - NO PURCHASE IN THE LAST 90 DAYS" TO
               CSH-SECTION-NAME-OUT.
           WRITE CUSTOMER-SALES-REPORT-LINE
               FROM CUSTSALE-SECTION-LINE-WS
               AFTER ADVANCING 2 LINES.
           WRITE CUSTOMER-SALES-REPORT-LINE FROM QUIET-COLUMN-HDR.
           PERFORM  811-CHECK-ONE-FOR-QUIET
               VARYING SCAN-SLOT-WS FROM 1 BY 1
               UNTIL SCAN-SLOT-WS > CUSTOMER-COUNT-WS.
           MOVE QUIET-COUNT-WS TO QUI-TRAIL-COUNT-OUT.
           MOVE QUIET-TOP-COUNT-WS TO QUI-TRAIL-TOP-OUT.
           WRITE CUSTOMER-SALES-REPORT-LINE FROM QUIET-TRAIL-LINE-WS
               AFTER ADVANCING 2 LINES.

       207-TERMINATE-CUSTOMER-SALES.
           IF CUSTOMER-TABLE-FULL
               WRITE CUSTOMER-SALES-REPORT-LINE
                   FROM TABLE-FULL-WARNING-LINE-WS
                   AFTER ADVANCING 1 LINE
           END-IF.
           CLOSE CUSTOMER-FILE-IN.
           CLOSE INVENT-FILE-IN.
           IF TRANSLOG-FILE-STATUS-WS = "00"
               CLOSE TRANSACTION-LOG-IN
           END-IF.
           IF BACKORD-FILE-STATUS-WS = "00"
               CLOSE BACKORDER-FILE-IN
           END-IF.
           IF SALES-ORDER-STATUS-WS = "00"
               CLOSE SALES-ORDER-FILE-IN
           END-IF.
           IF OPEN-PO-STATUS-WS = "00"
               CLOSE OPEN-PO-FILE-IN
           END-IF.
           CLOSE CUSTOMER-SALES-REPORT-OUT.
           DISPLAY "CUSTOMER SALES HISTORY COMPLETE - SEE CUSTSALE.TXT".

       701-READ-CUSTOMER-RECORD.
           READ CUSTOMER-FILE-IN NEXT RECORD
               AT END
               MOVE "Y" TO CUSTOMER-EOF-FLAG.

       702-READ-LOG-RECORD.
           READ TRANSACTION-LOG-IN
               AT END
               MOVE "Y" TO LOG-EOF-FLAG.

       703-READ-BACKORDER-RECORD.
           READ BACKORDER-FILE-IN NEXT RECORD
               AT END
               MOVE "Y" TO BACKORDER-EOF-FLAG.

      * The value is what the line sold for - its net price, or
      * list for an older line that carried none - and the cost
      * is taken at the part's average unit cost today, or for a
      * drop-shipped line at its purchase order's unit cost.
       801-TALLY-ONE-SALE.
           MOVE LOG-CUSTOMER-IN TO WANTED-CODE-WS.
           PERFORM  804-FIND-CUSTOMER-SLOT.
           IF FOUND-SLOT-WS > 0
               SET CUS-IDX TO FOUND-SLOT-WS
               IF LOG-DATE-IN > CST-LAST-SALE-WS(CUS-IDX)
                   MOVE LOG-DATE-IN TO CST-LAST-SALE-WS(CUS-IDX)
               END-IF
               IF LOG-DATE-IN NOT LESS THAN FROM-DATE-WS
                   AND LOG-DATE-IN NOT GREATER THAN TO-DATE-WS
                   PERFORM  803-JUDGE-NEW-SALE
                   IF NEW-SALE
                       ADD 1 TO CST-SALE-COUNT-WS(CUS-IDX)
                   END-IF
                   MOVE LOG-VALUE-ENTERED-IN TO LOG-QTY-UNITS-WS
                   PERFORM  806-PRICE-SALE-LINE
                   ADD LOG-QTY-UNITS-WS TO CST-UNITS-WS(CUS-IDX)
                   ADD LINE-VALUE-WS TO CST-SALES-WS(CUS-IDX)
                   ADD LINE-COST-WS TO CST-COST-WS(CUS-IDX)
               END-IF
           END-IF.

       802-TALLY-ONE-RETURN.
           MOVE LOG-CUSTOMER-IN TO WANTED-CODE-WS.
           PERFORM  804-FIND-CUSTOMER-SLOT.
           IF FOUND-SLOT-WS > 0
               SET CUS-IDX TO FOUND-SLOT-WS
               IF LOG-REASON-DAMAGED
                   ADD 1 TO CST-RET-DAMAGED-WS(CUS-IDX)
               END-IF
               IF LOG-REASON-WRONG-PART
                   ADD 1 TO CST-RET-WRONG-WS(CUS-IDX)
               END-IF
               IF LOG-REASON-WARRANTY
                   ADD 1 TO CST-RET-WARRANTY-WS(CUS-IDX)
               END-IF
           END-IF.

      * Only the first line of a per-lot run counts as a sale -
      * the later lots of the same moment, part, and storeroom
      * are the same goods on the same counter slip.
       803-JUDGE-NEW-SALE.
           IF LOG-DATE-IN = PREV-SALE-DATE-WS
               AND LOG-TIME-IN = PREV-SALE-TIME-WS
               AND LOG-PART-NUMBER-IN = PREV-SALE-PART-WS
               AND LOG-LOCATION-IN = PREV-SALE-LOCATION-WS
               MOVE "N" TO NEW-SALE-SW
           ELSE
               MOVE "Y" TO NEW-SALE-SW
           END-IF.
           MOVE LOG-DATE-IN TO PREV-SALE-DATE-WS.
           MOVE LOG-TIME-IN TO PREV-SALE-TIME-WS.
           MOVE LOG-PART-NUMBER-IN TO PREV-SALE-PART-WS.
           MOVE LOG-LOCATION-IN TO PREV-SALE-LOCATION-WS.

      * A code the log carries that is not on the customer master
      * gets a slot of its own so its sales are not lost.
       804-FIND-CUSTOMER-SLOT.
           MOVE 0 TO FOUND-SLOT-WS.
           PERFORM  809-SCAN-CUSTOMER-SLOT
               VARYING SCAN-SLOT-WS FROM 1 BY 1
               UNTIL SCAN-SLOT-WS > CUSTOMER-COUNT-WS
                   OR FOUND-SLOT-WS > 0.
           IF FOUND-SLOT-WS = 0
               PERFORM  805-ADD-CUSTOMER-SLOT
               IF FOUND-SLOT-WS > 0
                   SET CUS-IDX TO FOUND-SLOT-WS
                   IF WANTED-CODE-WS = SPACES
                       MOVE "(NO CUSTOMER KEYED)" TO
                           CST-NAME-WS(CUS-IDX)
                   ELSE
                       MOVE "(NOT ON FILE)" TO CST-NAME-WS(CUS-IDX)
                   END-IF
               END-IF
           END-IF.

       805-ADD-CUSTOMER-SLOT.
           IF CUSTOMER-COUNT-WS < 500
               ADD 1 TO CUSTOMER-COUNT-WS
               MOVE CUSTOMER-COUNT-WS TO FOUND-SLOT-WS
               SET CUS-IDX TO CUSTOMER-COUNT-WS
               MOVE WANTED-CODE-WS TO CST-CODE-WS(CUS-IDX)
               MOVE SPACES TO CST-NAME-WS(CUS-IDX)
               MOVE SPACE TO CST-STATUS-WS(CUS-IDX)
               MOVE ZERO TO CST-UNITS-WS(CUS-IDX)
               MOVE ZERO TO CST-SALES-WS(CUS-IDX)
               MOVE ZERO TO CST-COST-WS(CUS-IDX)
               MOVE ZERO TO CST-SALE-COUNT-WS(CUS-IDX)
               MOVE ZERO TO CST-BO-COUNT-WS(CUS-IDX)
               MOVE ZERO TO CST-RET-DAMAGED-WS(CUS-IDX)
               MOVE ZERO TO CST-RET-WRONG-WS(CUS-IDX)
               MOVE ZERO TO CST-RET-WARRANTY-WS(CUS-IDX)
               MOVE ZERO TO CST-LAST-SALE-WS(CUS-IDX)
               MOVE ZERO TO CST-RANK-WS(CUS-IDX)
               MOVE "N" TO CST-PRINTED-SW(CUS-IDX)
           ELSE
               MOVE 0 TO FOUND-SLOT-WS
               MOVE "Y" TO CUSTOMER-TABLE-FULL-SW
           END-IF.

      * A part since deleted from the master can no longer be
      * priced or costed - its units still count.
       806-PRICE-SALE-LINE.
           MOVE LOG-PART-NUMBER-IN TO PART-NUMBER-IN.
           MOVE LOG-LOCATION-IN TO LOCATION-CODE-IN.
           READ INVENT-FILE-IN
               INVALID KEY
                   MOVE ZERO TO UNIT-PRICE-IN
                   MOVE ZERO TO UNIT-COST-IN
           END-READ.
           IF LOG-NET-PRICE-IN IS NUMERIC
               AND LOG-NET-PRICE-IN > 0
               COMPUTE LINE-VALUE-WS =
                   LOG-QTY-UNITS-WS * LOG-NET-PRICE-IN
           ELSE
               COMPUTE LINE-VALUE-WS =
                   LOG-QTY-UNITS-WS * UNIT-PRICE-IN
           END-IF.
           MOVE "N" TO DROP-COST-FOUND-SW.
           IF LOG-DROP-SHIP
               PERFORM  814-FIND-DROP-SHIP-COST
           END-IF.
           IF DROP-COST-FOUND
               COMPUTE LINE-COST-WS = LOG-QTY-UNITS-WS * DROP-COST-WS
           ELSE
               COMPUTE LINE-COST-WS =
                   LOG-QTY-UNITS-WS * UNIT-COST-IN
           END-IF.

       807-ADD-TO-PERIOD-TOTALS.
           SET CUS-IDX TO SCAN-SLOT-WS.
           ADD CST-UNITS-WS(CUS-IDX) TO TOTAL-UNITS-WS.
           ADD CST-SALES-WS(CUS-IDX) TO TOTAL-SALES-WS.
           ADD CST-COST-WS(CUS-IDX) TO TOTAL-COST-WS.

      * Each pass pulls the highest remaining sales value among
      * the keyed customers who bought something in the period.
       808-PRINT-NEXT-BEST.
           MOVE 0 TO RANK-BEST-IDX-WS.
           MOVE ZERO TO RANK-BEST-SALES-WS.
           PERFORM  812-SCAN-FOR-BEST
               VARYING RANK-SCAN-IDX-WS FROM 1 BY 1
               UNTIL RANK-SCAN-IDX-WS > CUSTOMER-COUNT-WS.
           IF RANK-BEST-IDX-WS = 0
               MOVE "Y" TO RANKING-DONE-SW
           ELSE
               ADD 1 TO RANK-PRINTED-WS
               SET CUS-IDX TO RANK-BEST-IDX-WS
               MOVE "Y" TO CST-PRINTED-SW(CUS-IDX)
               MOVE RANK-PRINTED-WS TO CST-RANK-WS(CUS-IDX)
               MOVE RANK-PRINTED-WS TO CSH-RANK-OUT
               PERFORM  810-WRITE-CUSTOMER-LINE
           END-IF.

       809-SCAN-CUSTOMER-SLOT.
           SET CUS-IDX TO SCAN-SLOT-WS.
           IF CST-CODE-WS(CUS-IDX) = WANTED-CODE-WS
               MOVE SCAN-SLOT-WS TO FOUND-SLOT-WS
           END-IF.

       810-WRITE-CUSTOMER-LINE.
           MOVE CST-CODE-WS(CUS-IDX) TO CSH-CODE-OUT.
           MOVE CST-NAME-WS(CUS-IDX) TO CSH-NAME-OUT.
           MOVE CST-SALE-COUNT-WS(CUS-IDX) TO CSH-SALE-COUNT-OUT.
           MOVE CST-UNITS-WS(CUS-IDX) TO CSH-UNITS-OUT.
           MOVE CST-SALES-WS(CUS-IDX) TO CSH-SALES-OUT.
           MOVE CST-COST-WS(CUS-IDX) TO CSH-COST-OUT.
           COMPUTE MARGIN-WS =
               CST-SALES-WS(CUS-IDX) - CST-COST-WS(CUS-IDX).
           MOVE MARGIN-WS TO CSH-MARGIN-OUT.
           COMPUTE SHARE-PCT-WS ROUNDED =
               (CST-SALES-WS(CUS-IDX) * 100) / TOTAL-SALES-WS
               ON SIZE ERROR
                   MOVE ZERO TO SHARE-PCT-WS
           END-COMPUTE.
           MOVE SHARE-PCT-WS TO CSH-SHARE-OUT.
           MOVE CST-BO-COUNT-WS(CUS-IDX) TO CSH-BO-COUNT-OUT.
           MOVE CST-RET-DAMAGED-WS(CUS-IDX) TO CSH-RET-DAMAGED-OUT.
           MOVE CST-RET-WRONG-WS(CUS-IDX) TO CSH-RET-WRONG-OUT.
           MOVE CST-RET-WARRANTY-WS(CUS-IDX) TO CSH-RET-WARRANTY-OUT.
           WRITE CUSTOMER-SALES-REPORT-LINE
               FROM CUSTSALE-DETAIL-LINE-WS.

      * Only active customers on the master are chased - a
      * closed account is expected to be quiet, and a code no
      * longer on file has no one to call.
       811-CHECK-ONE-FOR-QUIET.
           SET CUS-IDX TO SCAN-SLOT-WS.
           IF CST-STATUS-WS(CUS-IDX) = "A"
               IF CST-LAST-SALE-WS(CUS-IDX) = ZERO
                   MOVE 99999 TO DAYS-QUIET-WS
               ELSE
                   COMPUTE SALE-INTEGER-WS = FUNCTION INTEGER-OF-DATE(
                       CST-LAST-SALE-WS(CUS-IDX))
                   END-COMPUTE
                   COMPUTE DAYS-QUIET-WS =
                       TODAY-INTEGER-WS - SALE-INTEGER-WS
                       ON SIZE ERROR MOVE ZERO TO DAYS-QUIET-WS
                   END-COMPUTE
               END-IF
               IF DAYS-QUIET-WS > 90
                   PERFORM  813-WRITE-QUIET-LINE
               END-IF
           END-IF.

       812-SCAN-FOR-BEST.
           SET CUS-IDX TO RANK-SCAN-IDX-WS.
           IF CST-PRINTED-SW(CUS-IDX) NOT = "Y"
               AND CST-CODE-WS(CUS-IDX) NOT = SPACES
               AND CST-SALES-WS(CUS-IDX) > RANK-BEST-SALES-WS
               MOVE RANK-SCAN-IDX-WS TO RANK-BEST-IDX-WS
               MOVE CST-SALES-WS(CUS-IDX) TO RANK-BEST-SALES-WS
           END-IF.

       813-WRITE-QUIET-LINE.
           ADD 1 TO QUIET-COUNT-WS.
           MOVE CST-CODE-WS(CUS-IDX) TO QUI-CODE-OUT.
           MOVE CST-NAME-WS(CUS-IDX) TO QUI-NAME-OUT.
           IF CST-LAST-SALE-WS(CUS-IDX) = ZERO
               MOVE "NEVER" TO QUI-LAST-SALE-OUT
               MOVE SPACES TO QUI-DAYS-QUIET-OUT
           ELSE
               MOVE CST-LAST-SALE-WS(CUS-IDX) TO QUI-LAST-SALE-EDIT
               MOVE QUI-LAST-SALE-EDIT TO QUI-LAST-SALE-OUT
               MOVE DAYS-QUIET-WS TO QUI-DAYS-QUIET-EDIT
               MOVE QUI-DAYS-QUIET-EDIT TO QUI-DAYS-QUIET-OUT
           END-IF.
           MOVE CST-RANK-WS(CUS-IDX) TO QUI-RANK-OUT.
           MOVE SPACES TO QUI-FLAG-OUT.
           IF CST-RANK-WS(CUS-IDX) > 0
               AND CST-RANK-WS(CUS-IDX) NOT GREATER THAN 20
               ADD 1 TO QUIET-TOP-COUNT-WS
               MOVE "**TOP 20" TO QUI-FLAG-OUT
           END-IF.
           WRITE CUSTOMER-SALES-REPORT-LINE FROM QUIET-DETAIL-LINE-WS.

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
           MOVE SPACES TO CUSTMAST-PATH-WS.
           STRING
               FUNCTION TRIM(DATA-DIRECTORY-WS)
                   DELIMITED BY SIZE
               "CUSTMAST.TXT" DELIMITED BY SIZE
               INTO CUSTMAST-PATH-WS
           END-STRING.
           MOVE SPACES TO INVENT6-PATH-WS.
           STRING
               FUNCTION TRIM(DATA-DIRECTORY-WS)
                   DELIMITED BY SIZE
               "INVENT6.TXT" DELIMITED BY SIZE
               INTO INVENT6-PATH-WS
           END-STRING.
           MOVE SPACES TO TRANSLOG-PATH-WS.
           STRING
               FUNCTION TRIM(DATA-DIRECTORY-WS)
                   DELIMITED BY SIZE
               "TRANSLOG.TXT" DELIMITED BY SIZE
               INTO TRANSLOG-PATH-WS
           END-STRING.
           MOVE SPACES TO BACKORD-PATH-WS.
           STRING
               FUNCTION TRIM(DATA-DIRECTORY-WS)
                   DELIMITED BY SIZE
               "BACKORD.TXT" DELIMITED BY SIZE
               INTO BACKORD-PATH-WS
           END-STRING.
           MOVE SPACES TO CUSTSALE-PATH-WS.
           STRING
               FUNCTION TRIM(DATA-DIRECTORY-WS)
                   DELIMITED BY SIZE
               "CUSTSALE.TXT" DELIMITED BY SIZE
               INTO CUSTSALE-PATH-WS
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

      * The "D" line carries its sales order but not the order
      * line, so the order's lines are read for the drop-ship
      * line of the same part and storeroom; its purchase order
      * line holds the agreed cost. A purchase order line with no
      * cost keyed leaves the sale at average cost.
       814-FIND-DROP-SHIP-COST.
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
           PERFORM  815-CHECK-NEXT-ORDER-LINE
               UNTIL ORDER-EOF-FLAG = "Y".

       815-CHECK-NEXT-ORDER-LINE.
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
                           PERFORM  816-READ-DROP-SHIP-PO-LINE
                       END-IF
                   END-IF
           END-READ.

       816-READ-DROP-SHIP-PO-LINE.
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

      * Ending of Program CustomerSalesHistory
       END PROGRAM CustomerSalesHistory.
