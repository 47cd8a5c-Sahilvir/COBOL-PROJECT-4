       PROGRAM-ID. ServiceLevelReport as "ServiceLevelReport".
       AUTHOR     PRIYANK PATEL & JASHANJOT PRUTHI & VIVEK PATEL &
                   AMARJEET SINGH & SAHILVIR SINGH DHILLON.

      * Modification History
      * ---------------------------------------------------------
      * New monthly customer service-level report. We knew what
      * we sold and what we backordered but never how often the
      * customer walked away with the goods on the first ask.
      * For an operator-keyed month every part and storeroom
      * shows its demand lines - the "S" sales off the shelf on
      * TRANSLOG.TXT plus the backorders captured on BACKORD.TXT
      * - how many were filled from the shelf on first request,
      * how many went to backorder, and the average days from
      * capture to fill for backorders whose wait ended in the
      * month. Backorder fills log with reason "B" and are not
      * counted again as fresh demand. That gives a line fill
      * rate and a unit fill rate per part, rolled up by primary
      * supplier so purchasing can see whose parts are costing
      * us sales, and by ABC class. The operator keys a general
      * fill-rate target and a higher one for A items; any part,
      * supplier, or class below its target is flagged on
      * SERVLVL.TXT.
      * ---------------------------------------------------------

      * Environment division for the service-level report
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
         SELECT INVENT-FILE-IN
         ASSIGN DYNAMIC INVENT6-PATH-WS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS PART-LOCATION-KEY-IN.

         SELECT SUPPLIER-FILE-IN
         ASSIGN DYNAMIC SUPPLIERI-PATH-WS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS SUPPLIER-CODE-IN
           FILE STATUS IS SUPPLIER-FILE-STATUS-WS.

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

         SELECT SERVICE-LEVEL-REPORT-OUT
         ASSIGN DYNAMIC SERVLVL-PATH-WS
           ORGANIZATION LINE SEQUENTIAL.

      *Describing the file, record, and field structures to be used in
      *the program
       DATA DIVISION.
       FILE SECTION.
      * One directory path per configuration line
       FD CONFIG-FILE.
       01 CONFIG-RECORD                    PIC X(60).

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
               88 LOG-REASON-BACKORDER-FILL VALUE "B".
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

      * File division for the service-level report
       FD SERVICE-LEVEL-REPORT-OUT.
       01 SERVICE-LEVEL-REPORT-LINE        PIC X(132).

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
           05 SUPPLIERI-PATH-WS             PIC X(90).
           05 TRANSLOG-PATH-WS              PIC X(90).
           05 BACKORD-PATH-WS               PIC X(90).
           05 SERVLVL-PATH-WS               PIC X(90).

       01 TEMP.
           05 INVENT-EOF-FLAG               PIC X(1) VALUE "N".
           05 LOG-EOF-FLAG                  PIC X(1) VALUE "N".
           05 BACKORDER-EOF-FLAG            PIC X(1) VALUE "N".
           05 SUPPLIER-FILE-STATUS-WS       PIC X(2).
           05 TRANSLOG-FILE-STATUS-WS       PIC X(2).
           05 BACKORD-FILE-STATUS-WS        PIC X(2).
           05 REPORT-MONTH-ANSWER-WS        PIC X(6).
           05 REPORT-MONTH-WS               PIC 9(6).
           05 TARGET-ANSWER-WS              PIC X(3).
           05 A-TARGET-ANSWER-WS            PIC X(3).
           05 TARGET-PCT-WS                 PIC 9(3) VALUE 95.
           05 A-TARGET-PCT-WS               PIC 9(3) VALUE 98.
           05 FROM-DATE-WS                  PIC 9(8).
           05 TO-DATE-WS                    PIC 9(8).
           05 CAPTURE-INTEGER-WS            PIC 9(8).
           05 FILL-INTEGER-WS               PIC 9(8).
           05 WAIT-DAYS-WS                  PIC 9(5).
           05 LOG-QTY-UNITS-WS              PIC 9(5).
           05 PARTS-BELOW-TARGET-WS         PIC 9(5) VALUE 0.

      * A sale drawing from several lots logs one line per lot,
      * all stamped with the same moment, part, and storeroom -
      * consecutive lines sharing those are one demand line,
      * counted once with their units summed.
       01 PREVIOUS-SALE.
           05 PREV-SALE-DATE-WS             PIC 9(8) VALUE 0.
           05 PREV-SALE-TIME-WS             PIC 9(6) VALUE 0.
           05 PREV-SALE-PART-WS             PIC 9(5) VALUE 0.
           05 PREV-SALE-LOCATION-WS         PIC X(2) VALUE SPACES.
       01 NEW-SALE-SW                       PIC X(1).
           88 NEW-SALE                      VALUE "Y".

      * The counters every level of the report carries - part,
      * supplier, class, and company - in one shape so a single
      * paragraph can work out the rates for any of them.
       01 SERVICE-FIGURES-WS.
           05 FIG-DEMAND-LINES-WS           PIC 9(7).
           05 FIG-SHELF-LINES-WS            PIC 9(7).
           05 FIG-BO-LINES-WS               PIC 9(7).
           05 FIG-DEMAND-UNITS-WS           PIC 9(9).
           05 FIG-SHELF-UNITS-WS            PIC 9(9).
           05 FIG-FILL-COUNT-WS             PIC 9(7).
           05 FIG-FILL-DAYS-WS              PIC 9(9).
           05 FIG-TARGET-PCT-WS             PIC 9(3).
       01 LINE-RATE-WS                      PIC 9(3)V9.
       01 UNIT-RATE-WS                      PIC 9(3)V9.
       01 AVERAGE-DAYS-WS                   PIC 9(4)V9.
       01 BELOW-TARGET-SW                   PIC X(1).
           88 BELOW-TARGET                  VALUE "Y".

      * One slot per part and storeroom on INVENT6.TXT, in key
      * order, plus one for any the log or backorder file still
      * carries that has since left the master
       01 PART-TABLE-WS.
           05 PART-ENTRY-WS                 OCCURS 500 TIMES
                                            INDEXED BY PRT-IDX.
               10 PRT-PART-WS               PIC 9(5).
               10 PRT-LOCATION-WS           PIC X(2).
               10 PRT-NAME-WS               PIC X(20).
               10 PRT-SUPPLIER-WS           PIC X(5).
               10 PRT-CLASS-WS              PIC X(1).
               10 PRT-DEMAND-LINES-WS       PIC 9(5).
               10 PRT-SHELF-LINES-WS        PIC 9(5).
               10 PRT-BO-LINES-WS           PIC 9(5).
               10 PRT-DEMAND-UNITS-WS       PIC 9(7).
               10 PRT-SHELF-UNITS-WS        PIC 9(7).
               10 PRT-FILL-COUNT-WS         PIC 9(5).
               10 PRT-FILL-DAYS-WS          PIC 9(7).
       01 PART-COUNT-WS                     PIC 9(3) VALUE 0.
       01 PART-TABLE-FULL-SW                PIC X(1) VALUE "N".
           88 PART-TABLE-FULL               VALUE "Y".

       01 SUPPLIER-TABLE-WS.
           05 SUPPLIER-ENTRY-WS             OCCURS 200 TIMES
                                            INDEXED BY SUP-IDX.
               10 SUP-CODE-WS               PIC X(5).
               10 SUP-DEMAND-LINES-WS       PIC 9(7).
               10 SUP-SHELF-LINES-WS        PIC 9(7).
               10 SUP-BO-LINES-WS           PIC 9(7).
               10 SUP-DEMAND-UNITS-WS       PIC 9(9).
               10 SUP-SHELF-UNITS-WS        PIC 9(9).
               10 SUP-FILL-COUNT-WS         PIC 9(7).
               10 SUP-FILL-DAYS-WS          PIC 9(9).
       01 SUPPLIER-COUNT-WS                 PIC 9(3) VALUE 0.
       01 SUPPLIER-TABLE-FULL-SW            PIC X(1) VALUE "N".
           88 SUPPLIER-TABLE-FULL           VALUE "Y".

      * A, B, and C, with a fourth slot for parts not yet
      * classified by AbcClassification
       01 CLASS-CODE-VALUES-WS.
           05 FILLER                        PIC X(1) VALUE "A".
           05 FILLER                        PIC X(1) VALUE "B".
           05 FILLER                        PIC X(1) VALUE "C".
           05 FILLER                        PIC X(1) VALUE SPACE.
       01 CLASS-CODE-TABLE-WS REDEFINES CLASS-CODE-VALUES-WS.
           05 CLASS-CODE-WS                 PIC X(1) OCCURS 4 TIMES.
       01 CLASS-TABLE-WS.
           05 CLASS-ENTRY-WS                OCCURS 4 TIMES
                                            INDEXED BY CLS-IDX.
               10 CLS-DEMAND-LINES-WS       PIC 9(7) VALUE 0.
               10 CLS-SHELF-LINES-WS        PIC 9(7) VALUE 0.
               10 CLS-BO-LINES-WS           PIC 9(7) VALUE 0.
               10 CLS-DEMAND-UNITS-WS       PIC 9(9) VALUE 0.
               10 CLS-SHELF-UNITS-WS        PIC 9(9) VALUE 0.
               10 CLS-FILL-COUNT-WS         PIC 9(7) VALUE 0.
               10 CLS-FILL-DAYS-WS          PIC 9(9) VALUE 0.

       01 COMPANY-TOTALS.
           05 TOT-DEMAND-LINES-WS           PIC 9(7) VALUE 0.
           05 TOT-SHELF-LINES-WS            PIC 9(7) VALUE 0.
           05 TOT-BO-LINES-WS               PIC 9(7) VALUE 0.
           05 TOT-DEMAND-UNITS-WS           PIC 9(9) VALUE 0.
           05 TOT-SHELF-UNITS-WS            PIC 9(9) VALUE 0.
           05 TOT-FILL-COUNT-WS             PIC 9(7) VALUE 0.
           05 TOT-FILL-DAYS-WS              PIC 9(9) VALUE 0.

       01 SLOT-VARIABLES.
           05 FOUND-SLOT-WS                 PIC 9(3).
           05 SCAN-SLOT-WS                  PIC 9(3).
           05 CLASS-SLOT-WS                 PIC 9(1).
           05 WANTED-PART-WS                PIC 9(5).
           05 WANTED-LOCATION-WS            PIC X(2).
           05 WANTED-SUPPLIER-WS            PIC X(5).

       01 SERVLVL-TITLE-LINE-WS.
           05 FILLER                        PIC X(36) VALUE
               "CUSTOMER SERVICE LEVEL - MONTH".
           05 SVL-MONTH-OUT                 PIC 9(6).
           05 FILLER                        PIC X(12) VALUE
               "   TARGET ".
           05 SVL-TARGET-OUT                PIC ZZ9.
           05 FILLER                        PIC X(14) VALUE
               "%   A ITEMS ".
           05 SVL-A-TARGET-OUT              PIC ZZ9.
           05 FILLER                        PIC X(1) VALUE "%".

       01 SERVLVL-SECTION-LINE-WS.
           05 SVL-SECTION-NAME-OUT          PIC X(50).

       01 SERVLVL-COLUMN-HDR.
           05 SVL-HDR-IDENTITY-OUT          PIC X(43).
           05 FILLER                       PIC X(9)  VALUE "   DEMAND".
           05 FILLER                       PIC X(1)  VALUE SPACES.
           05 FILLER                       PIC X(9)  VALUE "    SHELF".
           05 FILLER                       PIC X(1)  VALUE SPACES.
           05 FILLER                       PIC X(9)  VALUE "  BACKORD".
           05 FILLER                       PIC X(1)  VALUE SPACES.
           05 FILLER                       PIC X(11) VALUE
               "  UNITS DEM".
           05 FILLER                       PIC X(1)  VALUE SPACES.
           05 FILLER                       PIC X(11) VALUE
               "UNITS SHELF".
           05 FILLER                       PIC X(2)  VALUE SPACES.
           05 FILLER                       PIC X(5)  VALUE "LINE%".
           05 FILLER                       PIC X(1)  VALUE SPACES.
           05 FILLER                       PIC X(5)  VALUE "UNIT%".
           05 FILLER                       PIC X(2)  VALUE SPACES.
           05 FILLER                       PIC X(6)  VALUE "AVGDAY".
           05 FILLER                       PIC X(2)  VALUE SPACES.
           05 FILLER                       PIC X(4)  VALUE "FLAG".

      * The leading columns name a part and storeroom on the part
      * section and a supplier or class on the roll-ups; the
      * figures that follow line up the same on every section.
       01 SERVLVL-DETAIL-LINE-WS.
           05 SVL-IDENTITY-OUT              PIC X(43).
           05 SVL-PART-IDENTITY-OUT REDEFINES SVL-IDENTITY-OUT.
               10 SVL-PART-OUT              PIC 9(5).
               10 FILLER                    PIC X(2).
               10 SVL-LOCATION-OUT          PIC X(2).
               10 FILLER                    PIC X(2).
               10 SVL-NAME-OUT              PIC X(20).
               10 FILLER                    PIC X(2).
               10 SVL-SUPPLIER-OUT          PIC X(5).
               10 FILLER                    PIC X(2).
               10 SVL-CLASS-OUT             PIC X(1).
               10 FILLER                    PIC X(2).
           05 SVL-ROLLUP-IDENTITY-OUT REDEFINES SVL-IDENTITY-OUT.
               10 SVL-ROLLUP-CODE-OUT       PIC X(5).
               10 FILLER                    PIC X(2).
               10 SVL-ROLLUP-NAME-OUT       PIC X(20).
               10 FILLER                    PIC X(16).
           05 SVL-DEMAND-LINES-OUT          PIC Z,ZZZ,ZZ9.
           05 FILLER                        PIC X(1) VALUE SPACES.
           05 SVL-SHELF-LINES-OUT           PIC Z,ZZZ,ZZ9.
           05 FILLER                        PIC X(1) VALUE SPACES.
           05 SVL-BO-LINES-OUT              PIC Z,ZZZ,ZZ9.
           05 FILLER                        PIC X(1) VALUE SPACES.
           05 SVL-DEMAND-UNITS-OUT          PIC ZZZ,ZZZ,ZZ9.
           05 FILLER                        PIC X(1) VALUE SPACES.
           05 SVL-SHELF-UNITS-OUT           PIC ZZZ,ZZZ,ZZ9.
           05 FILLER                        PIC X(2) VALUE SPACES.
           05 SVL-LINE-RATE-OUT             PIC X(5).
           05 FILLER                        PIC X(1) VALUE SPACES.
           05 SVL-UNIT-RATE-OUT             PIC X(5).
           05 FILLER                        PIC X(2) VALUE SPACES.
           05 SVL-AVERAGE-DAYS-OUT          PIC X(6).
           05 FILLER                        PIC X(2) VALUE SPACES.
           05 SVL-FLAG-OUT                  PIC X(16).

       01 SERVLVL-EDIT-FIELDS.
           05 SVL-RATE-EDIT                 PIC ZZ9.9.
           05 SVL-DAYS-EDIT                 PIC ZZZ9.9.

       01 SERVLVL-TRAIL-LINE-WS.
           05 FILLER                        PIC X(18) VALUE
               "PARTS BELOW TARGET".
           05 FILLER                        PIC X(1) VALUE SPACES.
           05 SVL-TRAIL-COUNT-OUT           PIC ZZ,ZZ9.

       01 TABLE-FULL-WARNING-LINE-WS.
           05 SVL-WARNING-OUT               PIC X(55).

      * Procedure division begins
       PROCEDURE DIVISION.
       100-CREATE-SERVICE-LEVEL-REPORT.
           PERFORM  990-LOAD-FILE-PATHS.
           PERFORM  201-INIT-OPEN-FILES.
           PERFORM  202-LOAD-PARTS
               UNTIL INVENT-EOF-FLAG = "Y".
           PERFORM  203-TALLY-LOG-LINES
               UNTIL LOG-EOF-FLAG = "Y".
           PERFORM  204-TALLY-BACKORDERS
               UNTIL BACKORDER-EOF-FLAG = "Y".
           PERFORM  205-PRINT-PART-SECTION.
           PERFORM  206-PRINT-SUPPLIER-SECTION.
           PERFORM  207-PRINT-CLASS-SECTION.
           PERFORM  208-TERMINATE-SERVICE-REPORT.
           STOP RUN.

      * A blank month means the current one; blank targets take
      * the long-standing 95% general and 98% A-item goals.
       201-INIT-OPEN-FILES.
           DISPLAY "SERVICE MONTH YYYYMM (BLANK FOR THIS MONTH)->".
           ACCEPT REPORT-MONTH-ANSWER-WS.
           IF REPORT-MONTH-ANSWER-WS = SPACES
               MOVE FUNCTION CURRENT-DATE(1:6) TO REPORT-MONTH-WS
           ELSE
               MOVE REPORT-MONTH-ANSWER-WS TO REPORT-MONTH-WS
           END-IF.
           DISPLAY "FILL-RATE TARGET PERCENT (BLANK FOR 95)->".
           ACCEPT TARGET-ANSWER-WS.
           IF TARGET-ANSWER-WS NOT = SPACES
               MOVE FUNCTION NUMVAL(TARGET-ANSWER-WS)
                   TO TARGET-PCT-WS
           END-IF.
           DISPLAY "A-ITEM FILL-RATE TARGET PERCENT (BLANK FOR 98)->".
           ACCEPT A-TARGET-ANSWER-WS.
           IF A-TARGET-ANSWER-WS NOT = SPACES
               MOVE FUNCTION NUMVAL(A-TARGET-ANSWER-WS)
                   TO A-TARGET-PCT-WS
           END-IF.
           COMPUTE FROM-DATE-WS = REPORT-MONTH-WS * 100 + 1.
           COMPUTE TO-DATE-WS = REPORT-MONTH-WS * 100 + 31.
           OPEN INPUT INVENT-FILE-IN.
           OPEN INPUT SUPPLIER-FILE-IN.
           OPEN INPUT TRANSACTION-LOG-IN.
           IF TRANSLOG-FILE-STATUS-WS NOT = "00"
               MOVE "Y" TO LOG-EOF-FLAG
           END-IF.
           OPEN INPUT BACKORDER-FILE-IN.
           IF BACKORD-FILE-STATUS-WS NOT = "00"
               MOVE "Y" TO BACKORDER-EOF-FLAG
           END-IF.
           OPEN OUTPUT SERVICE-LEVEL-REPORT-OUT.
           MOVE REPORT-MONTH-WS TO SVL-MONTH-OUT.
           MOVE TARGET-PCT-WS TO SVL-TARGET-OUT.
           MOVE A-TARGET-PCT-WS TO SVL-A-TARGET-OUT.
           WRITE SERVICE-LEVEL-REPORT-LINE FROM SERVLVL-TITLE-LINE-WS
               BEFORE ADVANCING 2 LINES.
           PERFORM  701-READ-INVENTORY-RECORD.
           IF LOG-EOF-FLAG NOT = "Y"
               PERFORM  702-READ-LOG-RECORD
           END-IF.
           IF BACKORDER-EOF-FLAG NOT = "Y"
               PERFORM  703-READ-BACKORDER-RECORD
           END-IF.

       202-LOAD-PARTS.
           MOVE PART-NUMBER-IN TO WANTED-PART-WS.
           MOVE LOCATION-CODE-IN TO WANTED-LOCATION-WS.
           PERFORM  805-ADD-PART-SLOT.
           IF FOUND-SLOT-WS > 0
               SET PRT-IDX TO FOUND-SLOT-WS
               MOVE PART-NAME-IN TO PRT-NAME-WS(PRT-IDX)
               MOVE SUPPLIER-COD-IN TO PRT-SUPPLIER-WS(PRT-IDX)
               MOVE ABC-CLASS-IN TO PRT-CLASS-WS(PRT-IDX)
           END-IF.
           PERFORM  701-READ-INVENTORY-RECORD.

      * A backorder finally shipping logs as an "S" line with
      * reason "B" - the customer asked once, on the day the
      * backorder was captured, so it is not demand again here.
       203-TALLY-LOG-LINES.
           IF LOG-SELLING
               AND NOT LOG-REASON-BACKORDER-FILL
               AND LOG-DATE-IN NOT LESS THAN FROM-DATE-WS
               AND LOG-DATE-IN NOT GREATER THAN TO-DATE-WS
               PERFORM  801-TALLY-ONE-SALE
           END-IF.
           PERFORM  702-READ-LOG-RECORD.

       204-TALLY-BACKORDERS.
           PERFORM  802-TALLY-ONE-BACKORDER.
           PERFORM  703-READ-BACKORDER-RECORD.

      * Only a part with something to show prints - demand in
      * the month or a backorder whose wait ended in it.
       205-PRINT-PART-SECTION.
           MOVE "SERVICE BY PART AND STOREROOM" TO
               SVL-SECTION-NAME-OUT.
           WRITE SERVICE-LEVEL-REPORT-LINE
               FROM SERVLVL-SECTION-LINE-WS.
           MOVE "PART   LO  NAME                  SUPP   CL"
               TO SVL-HDR-IDENTITY-OUT.
           WRITE SERVICE-LEVEL-REPORT-LINE FROM SERVLVL-COLUMN-HDR.
           PERFORM  806-PRINT-ONE-PART
               VARYING SCAN-SLOT-WS FROM 1 BY 1
               UNTIL SCAN-SLOT-WS > PART-COUNT-WS.

      * Suppliers print in the order their parts first appeared,
      * which is part number order - the name comes off the
      * supplier master when it can be read.
       206-PRINT-SUPPLIER-SECTION.
           MOVE "SERVICE BY PRIMARY SUPPLIER" TO
               SVL-SECTION-NAME-OUT.
           WRITE SERVICE-LEVEL-REPORT-LINE
               FROM SERVLVL-SECTION-LINE-WS
               AFTER ADVANCING 2 LINES.
           MOVE "SUPP   NAME" TO SVL-HDR-IDENTITY-OUT.
           WRITE SERVICE-LEVEL-REPORT-LINE FROM SERVLVL-COLUMN-HDR.
           PERFORM  811-PRINT-ONE-SUPPLIER
               VARYING SCAN-SLOT-WS FROM 1 BY 1
               UNTIL SCAN-SLOT-WS > SUPPLIER-COUNT-WS.

      * A items are held to the higher target; B, C, and the
      * unclassified to the general one.
       207-PRINT-CLASS-SECTION.
           MOVE "SERVICE BY ABC CLASS" TO SVL-SECTION-NAME-OUT.
           WRITE SERVICE-LEVEL-REPORT-LINE
               FROM SERVLVL-SECTION-LINE-WS
               AFTER ADVANCING 2 LINES.
           MOVE "CLASS" TO SVL-HDR-IDENTITY-OUT.
           WRITE SERVICE-LEVEL-REPORT-LINE FROM SERVLVL-COLUMN-HDR.
           PERFORM  812-PRINT-ONE-CLASS
               VARYING CLASS-SLOT-WS FROM 1 BY 1
               UNTIL CLASS-SLOT-WS > 4.

       208-TERMINATE-SERVICE-REPORT.
           MOVE TOT-DEMAND-LINES-WS TO FIG-DEMAND-LINES-WS.
           MOVE TOT-SHELF-LINES-WS TO FIG-SHELF-LINES-WS.
           MOVE TOT-BO-LINES-WS TO FIG-BO-LINES-WS.
           MOVE TOT-DEMAND-UNITS-WS TO FIG-DEMAND-UNITS-WS.
           MOVE TOT-SHELF-UNITS-WS TO FIG-SHELF-UNITS-WS.
           MOVE TOT-FILL-COUNT-WS TO FIG-FILL-COUNT-WS.
           MOVE TOT-FILL-DAYS-WS TO FIG-FILL-DAYS-WS.
           MOVE TARGET-PCT-WS TO FIG-TARGET-PCT-WS.
           MOVE SPACES TO SVL-IDENTITY-OUT.
           MOVE "COMPANY TOTAL" TO SVL-ROLLUP-NAME-OUT.
           PERFORM  901-FORMAT-SERVICE-FIGURES.
           WRITE SERVICE-LEVEL-REPORT-LINE
               FROM SERVLVL-DETAIL-LINE-WS
               AFTER ADVANCING 2 LINES.
           MOVE PARTS-BELOW-TARGET-WS TO SVL-TRAIL-COUNT-OUT.
           WRITE SERVICE-LEVEL-REPORT-LINE FROM SERVLVL-TRAIL-LINE-WS
               AFTER ADVANCING 2 LINES.
           IF PART-TABLE-FULL
               MOVE "**WARNING** PART TABLE FULL - SOME NOT SHOWN"
                   TO SVL-WARNING-OUT
               WRITE SERVICE-LEVEL-REPORT-LINE
                   FROM TABLE-FULL-WARNING-LINE-WS
                   AFTER ADVANCING 1 LINE
           END-IF.
           IF SUPPLIER-TABLE-FULL
               MOVE "**WARNING** SUPPLIER TABLE FULL - SOME NOT SHOWN"
                   TO SVL-WARNING-OUT
               WRITE SERVICE-LEVEL-REPORT-LINE
                   FROM TABLE-FULL-WARNING-LINE-WS
                   AFTER ADVANCING 1 LINE
           END-IF.
           CLOSE INVENT-FILE-IN.
           IF SUPPLIER-FILE-STATUS-WS = "00"
               CLOSE SUPPLIER-FILE-IN
           END-IF.
           IF TRANSLOG-FILE-STATUS-WS = "00"
               CLOSE TRANSACTION-LOG-IN
           END-IF.
           IF BACKORD-FILE-STATUS-WS = "00"
               CLOSE BACKORDER-FILE-IN
           END-IF.
           CLOSE SERVICE-LEVEL-REPORT-OUT.
           DISPLAY "SERVICE LEVEL REPORT COMPLETE - SEE SERVLVL.TXT".

       701-READ-INVENTORY-RECORD.
           READ INVENT-FILE-IN NEXT RECORD
               AT END
               MOVE "Y" TO INVENT-EOF-FLAG.

       702-READ-LOG-RECORD.
           READ TRANSACTION-LOG-IN
               AT END
               MOVE "Y" TO LOG-EOF-FLAG.

       703-READ-BACKORDER-RECORD.
           READ BACKORDER-FILE-IN NEXT RECORD
               AT END
               MOVE "Y" TO BACKORDER-EOF-FLAG.

      * A sale that got past the counter was filled from the shelf
      * on the first request - the counter refuses a short sale
      * outright and captures it as a backorder instead.
       801-TALLY-ONE-SALE.
           MOVE LOG-PART-NUMBER-IN TO WANTED-PART-WS.
           MOVE LOG-LOCATION-IN TO WANTED-LOCATION-WS.
           PERFORM  804-FIND-PART-SLOT.
           IF FOUND-SLOT-WS > 0
               SET PRT-IDX TO FOUND-SLOT-WS
               PERFORM  803-JUDGE-NEW-SALE
               IF NEW-SALE
                   ADD 1 TO PRT-DEMAND-LINES-WS(PRT-IDX)
                   ADD 1 TO PRT-SHELF-LINES-WS(PRT-IDX)
               END-IF
               MOVE LOG-VALUE-ENTERED-IN TO LOG-QTY-UNITS-WS
               ADD LOG-QTY-UNITS-WS TO PRT-DEMAND-UNITS-WS(PRT-IDX)
               ADD LOG-QTY-UNITS-WS TO PRT-SHELF-UNITS-WS(PRT-IDX)
           END-IF.

      * A backorder captured in the month is a demand line the
      * shelf could not meet; one whose last fill fell in the
      * month times the wait from capture to fill. A backorder
      * written before fill dates were kept carries none and
      * is left out of the average.
       802-TALLY-ONE-BACKORDER.
           MOVE BO-PART-NUMBER-IN TO WANTED-PART-WS.
           MOVE BO-LOCATION-IN TO WANTED-LOCATION-WS.
           IF BO-DATE-IN NOT LESS THAN FROM-DATE-WS
               AND BO-DATE-IN NOT GREATER THAN TO-DATE-WS
               PERFORM  804-FIND-PART-SLOT
               IF FOUND-SLOT-WS > 0
                   SET PRT-IDX TO FOUND-SLOT-WS
                   ADD 1 TO PRT-DEMAND-LINES-WS(PRT-IDX)
                   ADD 1 TO PRT-BO-LINES-WS(PRT-IDX)
                   ADD BO-QTY-WANTED-IN TO PRT-DEMAND-UNITS-WS(PRT-IDX)
               END-IF
           END-IF.
           IF BO-ORDER-FILLED-IN
               AND BO-FILL-DATE-IN IS NUMERIC
               AND BO-FILL-DATE-IN NOT LESS THAN FROM-DATE-WS
               AND BO-FILL-DATE-IN NOT GREATER THAN TO-DATE-WS
               PERFORM  804-FIND-PART-SLOT
               IF FOUND-SLOT-WS > 0
                   SET PRT-IDX TO FOUND-SLOT-WS
                   COMPUTE CAPTURE-INTEGER-WS =
                       FUNCTION INTEGER-OF-DATE(BO-DATE-IN)
                   END-COMPUTE
                   COMPUTE FILL-INTEGER-WS =
                       FUNCTION INTEGER-OF-DATE(BO-FILL-DATE-IN)
                   END-COMPUTE
                   COMPUTE WAIT-DAYS-WS =
                       FILL-INTEGER-WS - CAPTURE-INTEGER-WS
                       ON SIZE ERROR MOVE ZERO TO WAIT-DAYS-WS
                   END-COMPUTE
                   ADD 1 TO PRT-FILL-COUNT-WS(PRT-IDX)
                   ADD WAIT-DAYS-WS TO PRT-FILL-DAYS-WS(PRT-IDX)
               END-IF
           END-IF.

      * Only the first line of a per-lot run counts as a demand
      * line - the later lots of the same moment, part, and
      * storeroom are the same goods on the same counter slip.
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

      * A part and storeroom since removed from the master gets a
      * slot of its own so its demand still counts.
       804-FIND-PART-SLOT.
           MOVE 0 TO FOUND-SLOT-WS.
           PERFORM  807-SCAN-PART-SLOT
               VARYING SCAN-SLOT-WS FROM 1 BY 1
               UNTIL SCAN-SLOT-WS > PART-COUNT-WS
                   OR FOUND-SLOT-WS > 0.
           IF FOUND-SLOT-WS = 0
               PERFORM  805-ADD-PART-SLOT
               IF FOUND-SLOT-WS > 0
                   SET PRT-IDX TO FOUND-SLOT-WS
                   MOVE "(NOT ON FILE)" TO PRT-NAME-WS(PRT-IDX)
               END-IF
           END-IF.

       805-ADD-PART-SLOT.
           IF PART-COUNT-WS < 500
               ADD 1 TO PART-COUNT-WS
               MOVE PART-COUNT-WS TO FOUND-SLOT-WS
               SET PRT-IDX TO PART-COUNT-WS
               MOVE WANTED-PART-WS TO PRT-PART-WS(PRT-IDX)
               MOVE WANTED-LOCATION-WS TO PRT-LOCATION-WS(PRT-IDX)
               MOVE SPACES TO PRT-NAME-WS(PRT-IDX)
               MOVE SPACES TO PRT-SUPPLIER-WS(PRT-IDX)
               MOVE SPACE TO PRT-CLASS-WS(PRT-IDX)
               MOVE ZERO TO PRT-DEMAND-LINES-WS(PRT-IDX)
               MOVE ZERO TO PRT-SHELF-LINES-WS(PRT-IDX)
               MOVE ZERO TO PRT-BO-LINES-WS(PRT-IDX)
               MOVE ZERO TO PRT-DEMAND-UNITS-WS(PRT-IDX)
               MOVE ZERO TO PRT-SHELF-UNITS-WS(PRT-IDX)
               MOVE ZERO TO PRT-FILL-COUNT-WS(PRT-IDX)
               MOVE ZERO TO PRT-FILL-DAYS-WS(PRT-IDX)
           ELSE
               MOVE 0 TO FOUND-SLOT-WS
               MOVE "Y" TO PART-TABLE-FULL-SW
           END-IF.

      * Each part printed also feeds its supplier, its class, and
      * the company total, so the roll-ups add back to the parts.
       806-PRINT-ONE-PART.
           SET PRT-IDX TO SCAN-SLOT-WS.
           IF PRT-DEMAND-LINES-WS(PRT-IDX) > 0
               OR PRT-FILL-COUNT-WS(PRT-IDX) > 0
               MOVE PRT-DEMAND-LINES-WS(PRT-IDX) TO FIG-DEMAND-LINES-WS
               MOVE PRT-SHELF-LINES-WS(PRT-IDX) TO FIG-SHELF-LINES-WS
               MOVE PRT-BO-LINES-WS(PRT-IDX) TO FIG-BO-LINES-WS
               MOVE PRT-DEMAND-UNITS-WS(PRT-IDX) TO FIG-DEMAND-UNITS-WS
               MOVE PRT-SHELF-UNITS-WS(PRT-IDX) TO FIG-SHELF-UNITS-WS
               MOVE PRT-FILL-COUNT-WS(PRT-IDX) TO FIG-FILL-COUNT-WS
               MOVE PRT-FILL-DAYS-WS(PRT-IDX) TO FIG-FILL-DAYS-WS
               IF PRT-CLASS-WS(PRT-IDX) = "A"
                   MOVE A-TARGET-PCT-WS TO FIG-TARGET-PCT-WS
               ELSE
                   MOVE TARGET-PCT-WS TO FIG-TARGET-PCT-WS
               END-IF
               MOVE SPACES TO SVL-IDENTITY-OUT
               MOVE PRT-PART-WS(PRT-IDX) TO SVL-PART-OUT
               MOVE PRT-LOCATION-WS(PRT-IDX) TO SVL-LOCATION-OUT
               MOVE PRT-NAME-WS(PRT-IDX) TO SVL-NAME-OUT
               MOVE PRT-SUPPLIER-WS(PRT-IDX) TO SVL-SUPPLIER-OUT
               MOVE PRT-CLASS-WS(PRT-IDX) TO SVL-CLASS-OUT
               PERFORM  901-FORMAT-SERVICE-FIGURES
               IF BELOW-TARGET
                   ADD 1 TO PARTS-BELOW-TARGET-WS
               END-IF
               WRITE SERVICE-LEVEL-REPORT-LINE
                   FROM SERVLVL-DETAIL-LINE-WS
               PERFORM  808-ROLL-UP-ONE-PART
           END-IF.

       807-SCAN-PART-SLOT.
           SET PRT-IDX TO SCAN-SLOT-WS.
           IF PRT-PART-WS(PRT-IDX) = WANTED-PART-WS
               AND PRT-LOCATION-WS(PRT-IDX) = WANTED-LOCATION-WS
               MOVE SCAN-SLOT-WS TO FOUND-SLOT-WS
           END-IF.

       808-ROLL-UP-ONE-PART.
           ADD FIG-DEMAND-LINES-WS TO TOT-DEMAND-LINES-WS.
           ADD FIG-SHELF-LINES-WS TO TOT-SHELF-LINES-WS.
           ADD FIG-BO-LINES-WS TO TOT-BO-LINES-WS.
           ADD FIG-DEMAND-UNITS-WS TO TOT-DEMAND-UNITS-WS.
           ADD FIG-SHELF-UNITS-WS TO TOT-SHELF-UNITS-WS.
           ADD FIG-FILL-COUNT-WS TO TOT-FILL-COUNT-WS.
           ADD FIG-FILL-DAYS-WS TO TOT-FILL-DAYS-WS.
           EVALUATE PRT-CLASS-WS(PRT-IDX)
               WHEN "A"
                   SET CLS-IDX TO 1
               WHEN "B"
                   SET CLS-IDX TO 2
               WHEN "C"
                   SET CLS-IDX TO 3
               WHEN OTHER
                   SET CLS-IDX TO 4
           END-EVALUATE.
           ADD FIG-DEMAND-LINES-WS TO CLS-DEMAND-LINES-WS(CLS-IDX).
           ADD FIG-SHELF-LINES-WS TO CLS-SHELF-LINES-WS(CLS-IDX).
           ADD FIG-BO-LINES-WS TO CLS-BO-LINES-WS(CLS-IDX).
           ADD FIG-DEMAND-UNITS-WS TO CLS-DEMAND-UNITS-WS(CLS-IDX).
           ADD FIG-SHELF-UNITS-WS TO CLS-SHELF-UNITS-WS(CLS-IDX).
           ADD FIG-FILL-COUNT-WS TO CLS-FILL-COUNT-WS(CLS-IDX).
           ADD FIG-FILL-DAYS-WS TO CLS-FILL-DAYS-WS(CLS-IDX).
           MOVE PRT-SUPPLIER-WS(PRT-IDX) TO WANTED-SUPPLIER-WS.
           PERFORM  809-FIND-SUPPLIER-SLOT.
           IF FOUND-SLOT-WS > 0
               SET SUP-IDX TO FOUND-SLOT-WS
               ADD FIG-DEMAND-LINES-WS TO SUP-DEMAND-LINES-WS(SUP-IDX)
               ADD FIG-SHELF-LINES-WS TO SUP-SHELF-LINES-WS(SUP-IDX)
               ADD FIG-BO-LINES-WS TO SUP-BO-LINES-WS(SUP-IDX)
               ADD FIG-DEMAND-UNITS-WS TO SUP-DEMAND-UNITS-WS(SUP-IDX)
               ADD FIG-SHELF-UNITS-WS TO SUP-SHELF-UNITS-WS(SUP-IDX)
               ADD FIG-FILL-COUNT-WS TO SUP-FILL-COUNT-WS(SUP-IDX)
               ADD FIG-FILL-DAYS-WS TO SUP-FILL-DAYS-WS(SUP-IDX)
           END-IF.

       809-FIND-SUPPLIER-SLOT.
           MOVE 0 TO FOUND-SLOT-WS.
           PERFORM  810-SCAN-SUPPLIER-SLOT
               VARYING SUP-IDX FROM 1 BY 1
               UNTIL SUP-IDX > SUPPLIER-COUNT-WS
                   OR FOUND-SLOT-WS > 0.
           IF FOUND-SLOT-WS = 0
               IF SUPPLIER-COUNT-WS < 200
                   ADD 1 TO SUPPLIER-COUNT-WS
                   MOVE SUPPLIER-COUNT-WS TO FOUND-SLOT-WS
                   SET SUP-IDX TO SUPPLIER-COUNT-WS
                   MOVE WANTED-SUPPLIER-WS TO SUP-CODE-WS(SUP-IDX)
                   MOVE ZERO TO SUP-DEMAND-LINES-WS(SUP-IDX)
                   MOVE ZERO TO SUP-SHELF-LINES-WS(SUP-IDX)
                   MOVE ZERO TO SUP-BO-LINES-WS(SUP-IDX)
                   MOVE ZERO TO SUP-DEMAND-UNITS-WS(SUP-IDX)
                   MOVE ZERO TO SUP-SHELF-UNITS-WS(SUP-IDX)
                   MOVE ZERO TO SUP-FILL-COUNT-WS(SUP-IDX)
                   MOVE ZERO TO SUP-FILL-DAYS-WS(SUP-IDX)
               ELSE
                   MOVE "Y" TO SUPPLIER-TABLE-FULL-SW
               END-IF
           END-IF.

       810-SCAN-SUPPLIER-SLOT.
           IF SUP-CODE-WS(SUP-IDX) = WANTED-SUPPLIER-WS
               SET FOUND-SLOT-WS TO SUP-IDX
           END-IF.

       811-PRINT-ONE-SUPPLIER.
           SET SUP-IDX TO SCAN-SLOT-WS.
           MOVE SUP-DEMAND-LINES-WS(SUP-IDX) TO FIG-DEMAND-LINES-WS.
           MOVE SUP-SHELF-LINES-WS(SUP-IDX) TO FIG-SHELF-LINES-WS.
           MOVE SUP-BO-LINES-WS(SUP-IDX) TO FIG-BO-LINES-WS.
           MOVE SUP-DEMAND-UNITS-WS(SUP-IDX) TO FIG-DEMAND-UNITS-WS.
           MOVE SUP-SHELF-UNITS-WS(SUP-IDX) TO FIG-SHELF-UNITS-WS.
           MOVE SUP-FILL-COUNT-WS(SUP-IDX) TO FIG-FILL-COUNT-WS.
           MOVE SUP-FILL-DAYS-WS(SUP-IDX) TO FIG-FILL-DAYS-WS.
           MOVE TARGET-PCT-WS TO FIG-TARGET-PCT-WS.
           MOVE SPACES TO SVL-IDENTITY-OUT.
           MOVE SUP-CODE-WS(SUP-IDX) TO SVL-ROLLUP-CODE-OUT.
           IF SUP-CODE-WS(SUP-IDX) = SPACES
               MOVE "(NO SUPPLIER)" TO SVL-ROLLUP-NAME-OUT
           ELSE
               IF SUPPLIER-FILE-STATUS-WS = "00"
                   MOVE SUP-CODE-WS(SUP-IDX) TO SUPPLIER-CODE-IN
                   READ SUPPLIER-FILE-IN
                       INVALID KEY
                           MOVE "(NOT ON FILE)" TO SVL-ROLLUP-NAME-OUT
                       NOT INVALID KEY
                           MOVE SUPPLIER-NAME-IN TO SVL-ROLLUP-NAME-OUT
                   END-READ
               END-IF
           END-IF.
           PERFORM  901-FORMAT-SERVICE-FIGURES.
           WRITE SERVICE-LEVEL-REPORT-LINE FROM SERVLVL-DETAIL-LINE-WS.

       812-PRINT-ONE-CLASS.
           SET CLS-IDX TO CLASS-SLOT-WS.
           MOVE CLS-DEMAND-LINES-WS(CLS-IDX) TO FIG-DEMAND-LINES-WS.
           MOVE CLS-SHELF-LINES-WS(CLS-IDX) TO FIG-SHELF-LINES-WS.
           MOVE CLS-BO-LINES-WS(CLS-IDX) TO FIG-BO-LINES-WS.
           MOVE CLS-DEMAND-UNITS-WS(CLS-IDX) TO FIG-DEMAND-UNITS-WS.
           MOVE CLS-SHELF-UNITS-WS(CLS-IDX) TO FIG-SHELF-UNITS-WS.
           MOVE CLS-FILL-COUNT-WS(CLS-IDX) TO FIG-FILL-COUNT-WS.
           MOVE CLS-FILL-DAYS-WS(CLS-IDX) TO FIG-FILL-DAYS-WS.
           MOVE SPACES TO SVL-IDENTITY-OUT.
           IF CLASS-SLOT-WS = 1
               MOVE A-TARGET-PCT-WS TO FIG-TARGET-PCT-WS
           ELSE
               MOVE TARGET-PCT-WS TO FIG-TARGET-PCT-WS
           END-IF.
           IF CLASS-SLOT-WS = 4
               MOVE "(NOT CLASSIFIED)" TO SVL-ROLLUP-NAME-OUT
           ELSE
               MOVE CLASS-CODE-WS(CLASS-SLOT-WS) TO SVL-ROLLUP-CODE-OUT
               MOVE "CLASS" TO SVL-ROLLUP-NAME-OUT
           END-IF.
           PERFORM  901-FORMAT-SERVICE-FIGURES.
           WRITE SERVICE-LEVEL-REPORT-LINE FROM SERVLVL-DETAIL-LINE-WS.

      * Line fill rate is demand lines met from the shelf on the
      * first ask; unit fill rate is the same by quantity. With no
      * demand there is no rate to judge, so nothing is flagged.
       901-FORMAT-SERVICE-FIGURES.
           MOVE "N" TO BELOW-TARGET-SW.
           MOVE FIG-DEMAND-LINES-WS TO SVL-DEMAND-LINES-OUT.
           MOVE FIG-SHELF-LINES-WS TO SVL-SHELF-LINES-OUT.
           MOVE FIG-BO-LINES-WS TO SVL-BO-LINES-OUT.
           MOVE FIG-DEMAND-UNITS-WS TO SVL-DEMAND-UNITS-OUT.
           MOVE FIG-SHELF-UNITS-WS TO SVL-SHELF-UNITS-OUT.
           MOVE SPACES TO SVL-LINE-RATE-OUT.
           MOVE SPACES TO SVL-UNIT-RATE-OUT.
           MOVE SPACES TO SVL-AVERAGE-DAYS-OUT.
           MOVE SPACES TO SVL-FLAG-OUT.
           IF FIG-DEMAND-LINES-WS > 0
               COMPUTE LINE-RATE-WS ROUNDED =
                   (FIG-SHELF-LINES-WS * 100) / FIG-DEMAND-LINES-WS
               MOVE LINE-RATE-WS TO SVL-RATE-EDIT
               MOVE SVL-RATE-EDIT TO SVL-LINE-RATE-OUT
               IF LINE-RATE-WS < FIG-TARGET-PCT-WS
                   MOVE "Y" TO BELOW-TARGET-SW
                   MOVE "** BELOW TARGET" TO SVL-FLAG-OUT
               END-IF
           END-IF.
           IF FIG-DEMAND-UNITS-WS > 0
               COMPUTE UNIT-RATE-WS ROUNDED =
                   (FIG-SHELF-UNITS-WS * 100) / FIG-DEMAND-UNITS-WS
               MOVE UNIT-RATE-WS TO SVL-RATE-EDIT
               MOVE SVL-RATE-EDIT TO SVL-UNIT-RATE-OUT
           END-IF.
           IF FIG-FILL-COUNT-WS > 0
               COMPUTE AVERAGE-DAYS-WS ROUNDED =
                   FIG-FILL-DAYS-WS / FIG-FILL-COUNT-WS
                   ON SIZE ERROR
                       MOVE 9999.9 TO AVERAGE-DAYS-WS
               END-COMPUTE
               MOVE AVERAGE-DAYS-WS TO SVL-DAYS-EDIT
               MOVE SVL-DAYS-EDIT TO SVL-AVERAGE-DAYS-OUT
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
           MOVE SPACES TO INVENT6-PATH-WS.
           STRING
               FUNCTION TRIM(DATA-DIRECTORY-WS)
                   DELIMITED BY SIZE
               "INVENT6.TXT" DELIMITED BY SIZE
               INTO INVENT6-PATH-WS
           END-STRING.
           MOVE SPACES TO SUPPLIERI-PATH-WS.
           STRING
               FUNCTION TRIM(DATA-DIRECTORY-WS)
                   DELIMITED BY SIZE
               "SUPPLIERI.TXT" DELIMITED BY SIZE
               INTO SUPPLIERI-PATH-WS
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
           MOVE SPACES TO SERVLVL-PATH-WS.
           STRING
               FUNCTION TRIM(DATA-DIRECTORY-WS)
                   DELIMITED BY SIZE
               "SERVLVL.TXT" DELIMITED BY SIZE
               INTO SERVLVL-PATH-WS
           END-STRING.

      * Ending of Program ServiceLevelReport
       END PROGRAM ServiceLevelReport.
