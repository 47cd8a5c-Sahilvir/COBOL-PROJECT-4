       PROGRAM-ID. SupersessionConversion as "SupersessionConversion".
       AUTHOR     PRIYANK PATEL & JASHANJOT PRUTHI & VIVEK PATEL &
                   AMARJEET SINGH & SAHILVIR SINGH DHILLON.

      * Modification History
      * ---------------------------------------------------------
      * New conversion pass over the demand still keyed against
      * part numbers SUPERSED.TXT says have been replaced. Each
      * old number is followed along its chain, through every
      * link already in effect, to the part that is current today,
      * and once the old number's own stock is gone the demand is
      * moved onto that part:
      *  - an open BACKORD.TXT backorder moves when the old part's
      *    available stock at its storeroom cannot cover it, and
      *    the replacement is stocked at that storeroom. The part
      *    is in the backorder key, so the record is deleted and
      *    written again under the replacement, date and time kept;
      *  - an open SALESORD.TXT stock line moves when the old
      *    part's unheld shelf stock at its storeroom cannot cover
      *    the line and the replacement there has enough available
      *    to take it. The reservation comes off the old record
      *    and goes onto the replacement; the net price stands.
      *    Drop-ship lines never touch the shelf and are left;
      *  - a BOMFILE.TXT kit component moves when the old part has
      *    no stock left in any storeroom. The kit's line for the
      *    old part is deleted and its quantity per kit is added
      *    to the replacement's line, written fresh if the kit had
      *    none.
      * Demand whose old stock is gone but which still cannot move
      * is listed on SUPCONV.TXT with the reason, next to
      * everything that did, and the run ends with RETURN-CODE 4
      * so someone looks. Demand the old stock can still fill is
      * left alone - SupersessionReport.cbl shows it. Run this
      * after supersessions are entered or come due; a second run
      * finds only what is left.
      * ---------------------------------------------------------

      * Environment division for the supersession and demand files
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

      * Keyed by the old part alone - following a supersession
      * chain is one random READ per link.
         SELECT SUPERSEDE-FILE
         ASSIGN DYNAMIC SUPERSED-PATH-WS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS SUP-OLD-PART
           FILE STATUS IS SUPERSEDE-FILE-STATUS-WS.

      * Keyed by part number plus storeroom location so the same part
      * number can carry a separate on-hand quantity per storeroom.
         SELECT INVENT-FILE-OUT
         ASSIGN DYNAMIC INVENT6-PATH-WS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PART-LOCATION-KEY-OUT
           FILE STATUS IS INVENT-FILE-STATUS-WS.

         SELECT BACKORDER-FILE-OUT
         ASSIGN DYNAMIC BACKORD-PATH-WS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS BACKORDER-KEY-OUT
           FILE STATUS IS BACKORD-FILE-STATUS-WS.

         SELECT SALES-ORDER-FILE-OUT
         ASSIGN DYNAMIC SALESORD-PATH-WS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SALES-ORDER-KEY-OUT
           FILE STATUS IS SALES-ORDER-FILE-STATUS-WS.

      * Keyed by kit then component - a component is only found
      * by reading the whole bill.
         SELECT BOM-FILE
         ASSIGN DYNAMIC BOMFILE-PATH-WS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS BOM-KEY
           FILE STATUS IS BOM-FILE-STATUS-WS.

         SELECT CONVERSION-REPORT-OUT
         ASSIGN DYNAMIC SUPCONV-PATH-WS
           ORGANIZATION LINE SEQUENTIAL.

      *Describing the file, record, and field structures to be used in
      *the program
       DATA DIVISION.
       FILE SECTION.
      * One directory path per configuration line
       FD CONFIG-FILE.
       01 CONFIG-RECORD                    PIC X(60).

      * One record per replaced part number
       FD SUPERSEDE-FILE.
       01 SUPERSEDE-RECORD.
           05 SUP-OLD-PART                  PIC 9(5).
           05 SUP-NEW-PART                  PIC 9(5).
           05 SUP-EFFECTIVE-DATE            PIC 9(8).
           05 SUP-ENTERED-DATE              PIC 9(8).
           05 SUP-OPERATOR                  PIC X(8).

       FD INVENT-FILE-OUT.
       01 INVENTORY-REPORT-OUT.
           05 PART-LOCATION-KEY-OUT.
               10 PART-NUMBER-OUT            PIC 9(5).
               10 LOCATION-CODE-OUT          PIC X(2).
           05 PART-NAME-OUT                 PIC X(20).
           05 QTY-ON-HAND-OUT               PIC 9(5).
           05 UNIT-PRICE-OUT                PIC 9(4)V99.
           05 SUPPLIER-COD-OUT              PIC X(5).
           05 REORDER-POINT-OUT             PIC 9(5).
           05 YTD-QTY-SOLD-OUT              PIC 9(7).
           05 YTD-QTY-RECEIVED-OUT          PIC 9(7).
           05 PART-STATUS-OUT               PIC X(1).
           05 ABC-CLASS-OUT                 PIC X(1).
           05 UNIT-COST-OUT                 PIC 9(4)V99.
           05 QTY-ALLOCATED-OUT             PIC 9(5).
           05 STOCK-UNIT-OUT                PIC X(4).
           05 PACK-SIZE-OUT                 PIC 9(3).
           05 BARCODE-OUT                   PIC X(13).
           05 INSPECT-FLAG-OUT              PIC X(1).
           05 QTY-ON-HOLD-OUT               PIC 9(5).
           05 SERIAL-FLAG-OUT               PIC X(1).

      * One record per rejected sale - the demand we used to lose
       FD BACKORDER-FILE-OUT.
       01 BACKORDER-RECORD-OUT.
           05 BACKORDER-KEY-OUT.
               10 BO-PART-NUMBER-OUT        PIC 9(5).
               10 BO-LOCATION-OUT           PIC X(2).
               10 BO-DATE-OUT               PIC 9(8).
               10 BO-TIME-OUT               PIC 9(6).
           05 BO-QTY-WANTED-OUT             PIC 9(5).
           05 BO-QTY-OPEN-OUT               PIC 9(5).
           05 BO-STATUS-OUT                 PIC X(1).
               88 BO-ORDER-OPEN             VALUE "O".
               88 BO-ORDER-FILLED           VALUE "F".
           05 BO-CUSTOMER-OUT               PIC X(5).
           05 BO-FILL-DATE-OUT              PIC 9(8).

      * One record per order line - the reservation trail
       FD SALES-ORDER-FILE-OUT.
       01 SALES-ORDER-RECORD-OUT.
           05 SALES-ORDER-KEY-OUT.
               10 SO-NUMBER-OUT             PIC 9(5).
               10 SO-LINE-OUT               PIC 9(3).
           05 SO-CUSTOMER-OUT               PIC X(5).
           05 SO-PART-NUMBER-OUT            PIC 9(5).
           05 SO-LOCATION-OUT               PIC X(2).
           05 SO-QTY-ORDERED-OUT            PIC 9(5).
           05 SO-QTY-OPEN-OUT               PIC 9(5).
           05 SO-ORDER-DATE-OUT             PIC 9(8).
           05 SO-STATUS-OUT                 PIC X(1).
               88 SO-LINE-OPEN              VALUE "O".
               88 SO-LINE-SHIPPED           VALUE "S".
               88 SO-LINE-CANCELLED         VALUE "C".
           05 SO-NET-PRICE-OUT              PIC 9(4)V99.
           05 SO-DROP-SHIP-OUT              PIC X(1).
               88 SO-LINE-DROP-SHIP         VALUE "Y".
           05 SO-PO-NUMBER-OUT              PIC 9(5).
           05 SO-PO-LINE-OUT                PIC 9(3).

      * One record per component a kit part explodes into
       FD BOM-FILE.
       01 BOM-RECORD.
           05 BOM-KEY.
               10 BOM-KIT-PART              PIC 9(5).
               10 BOM-COMPONENT-PART        PIC 9(5).
           05 BOM-QTY-PER                   PIC 9(3).

      * File division for the conversion report
       FD CONVERSION-REPORT-OUT.
       01 CONVERSION-REPORT-LINE           PIC X(80).

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
           05 SUPERSED-PATH-WS              PIC X(90).
           05 INVENT6-PATH-WS               PIC X(90).
           05 BACKORD-PATH-WS               PIC X(90).
           05 SALESORD-PATH-WS              PIC X(90).
           05 BOMFILE-PATH-WS               PIC X(90).
           05 SUPCONV-PATH-WS               PIC X(90).

       01 TEMP.
           05 SUPERSEDE-FILE-STATUS-WS      PIC X(2).
           05 INVENT-FILE-STATUS-WS         PIC X(2).
           05 BACKORD-FILE-STATUS-WS        PIC X(2).
           05 SALES-ORDER-FILE-STATUS-WS    PIC X(2).
           05 BOM-FILE-STATUS-WS            PIC X(2).
           05 BACKORDER-EOF-FLAG            PIC X(1) VALUE "N".
           05 ORDER-EOF-FLAG                PIC X(1) VALUE "N".
           05 BOM-EOF-FLAG                  PIC X(1) VALUE "N".
           05 PART-EOF-FLAG                 PIC X(1).
           05 TODAY-WS                      PIC 9(8).
           05 SHELF-QTY-WS                  PIC S9(7).
           05 AVAILABLE-QTY-WS              PIC S9(7).
           05 TOTAL-ON-HAND-WS              PIC 9(7).
           05 STOCK-GONE-SW                 PIC X(1).
               88 OLD-STOCK-GONE            VALUE "Y".
           05 TOTAL-PART-WS                 PIC 9(5).
           05 OLD-PART-WS                   PIC 9(5).
           05 NEW-QTY-PER-WS                PIC 9(3).

      * Switches for the files this pass may find missing - a
      * file not yet built has no demand on it to move
       01 FILE-SWITCHES.
           05 SUPERSEDE-FILE-SW             PIC X(1) VALUE "N".
               88 SUPERSEDE-FILE-OPEN       VALUE "Y".
           05 BACKORD-FILE-SW               PIC X(1) VALUE "N".
               88 BACKORD-FILE-OPEN         VALUE "Y".
           05 SALES-ORDER-FILE-SW           PIC X(1) VALUE "N".
               88 SALES-ORDER-FILE-OPEN     VALUE "Y".
           05 BOM-FILE-SW                   PIC X(1) VALUE "N".
               88 BOM-FILE-OPEN             VALUE "Y".

      * The part a superseded number leads to today - followed
      * through every link already in effect, capped so a damaged
      * file cannot loop.
       01 SUPERSESSION-VARIABLES.
           05 CHAIN-START-PART-WS           PIC 9(5).
           05 REPLACEMENT-PART-WS           PIC 9(5).
           05 REPLACEMENT-FOUND-SW          PIC X(1).
               88 REPLACEMENT-FOUND         VALUE "Y".
           05 CHAIN-END-SW                  PIC X(1).
               88 CHAIN-ENDED               VALUE "Y".
           05 HOP-COUNT-WS                  PIC 9(3).
           05 MAX-HOPS-WS                   PIC 9(3) VALUE 20.

      * Open backorders on a superseded part, gathered on one pass
      * of BACKORD.TXT and moved afterwards - a random READ in the
      * middle of the pass would lose its place.
       01 BACKORDER-TABLE-WS.
           05 BACKORDER-ENTRY-WS            OCCURS 500 TIMES
                                            INDEXED BY BO-IDX.
               10 BOT-PART-NUMBER-WS        PIC 9(5).
               10 BOT-LOCATION-WS           PIC X(2).
               10 BOT-DATE-WS               PIC 9(8).
               10 BOT-TIME-WS               PIC 9(6).
               10 BOT-NEW-PART-WS           PIC 9(5).
       01 BACKORDER-COUNT-WS                PIC 9(3) VALUE 0.
       01 BACKORDER-IDX-WS                  PIC 9(3).

      * Kit lines naming a superseded component, gathered the same
      * way before the bill is rewritten
       01 KIT-LINE-TABLE-WS.
           05 KIT-LINE-ENTRY-WS             OCCURS 500 TIMES
                                            INDEXED BY KIT-IDX.
               10 KLT-KIT-PART-WS           PIC 9(5).
               10 KLT-OLD-PART-WS           PIC 9(5).
               10 KLT-NEW-PART-WS           PIC 9(5).
       01 KIT-LINE-COUNT-WS                 PIC 9(3) VALUE 0.
       01 KIT-LINE-IDX-WS                   PIC 9(3).

       01 TABLE-LIMIT-SWITCHES.
           05 BACKORDER-TABLE-FULL-SW       PIC X(1) VALUE "N".
               88 BACKORDER-TABLE-FULL      VALUE "Y".
           05 KIT-LINE-TABLE-FULL-SW        PIC X(1) VALUE "N".
               88 KIT-LINE-TABLE-FULL       VALUE "Y".

       01 CONVERSION-COUNTERS.
           05 BACKORDERS-MOVED-WS           PIC 9(5) VALUE 0.
           05 ORDER-LINES-MOVED-WS          PIC 9(5) VALUE 0.
           05 KIT-LINES-MOVED-WS            PIC 9(5) VALUE 0.
           05 LINES-LEFT-WS                 PIC 9(5) VALUE 0.

       01 CONVERSION-TITLE-LINE-WS.
           05 FILLER                        PIC X(33) VALUE
               "SUPERSESSION DEMAND CONVERSION ".
           05 TTL-YEAR-OUT                  PIC 9(4).
           05 FILLER                        PIC X(1) VALUE "/".
           05 TTL-MONTH-OUT                 PIC 9(2).
           05 FILLER                        PIC X(1) VALUE "/".
           05 TTL-DAY-OUT                   PIC 9(2).

       01 CONVERSION-COLUMN-HDR-WS.
           05 FILLER                  PIC X(12) VALUE "DEMAND".
           05 FILLER                  PIC X(11) VALUE "REFERENCE".
           05 FILLER                  PIC X(7)  VALUE "OLD".
           05 FILLER                  PIC X(4)  VALUE "LOC".
           05 FILLER                  PIC X(7)  VALUE "NEW".
           05 FILLER                  PIC X(8)  VALUE "QTY".
           05 FILLER                  PIC X(28) VALUE "RESULT".

       01 CONVERSION-DETAIL-LINE-WS.
           05 CNV-DEMAND-OUT                PIC X(10).
           05 FILLER                        PIC X(2) VALUE SPACES.
           05 CNV-REFERENCE-OUT             PIC X(9).
           05 FILLER                        PIC X(2) VALUE SPACES.
           05 CNV-OLD-PART-OUT              PIC 9(5).
           05 FILLER                        PIC X(2) VALUE SPACES.
           05 CNV-LOCATION-OUT              PIC X(2).
           05 FILLER                        PIC X(2) VALUE SPACES.
           05 CNV-NEW-PART-OUT              PIC 9(5).
           05 FILLER                        PIC X(2) VALUE SPACES.
           05 CNV-QTY-OUT                   PIC ZZ,ZZ9.
           05 FILLER                        PIC X(2) VALUE SPACES.
           05 CNV-RESULT-OUT                PIC X(28).

      * An order line is referenced by order and line number
       01 ORDER-REFERENCE-WS.
           05 ORF-SO-NUMBER-WS              PIC 9(5).
           05 FILLER                        PIC X(1) VALUE "-".
           05 ORF-SO-LINE-WS                PIC 9(3).

       01 CONVERSION-TRAIL-LINE-WS.
           05 TRL-LABEL-OUT                 PIC X(30).
           05 TRL-COUNT-OUT                 PIC ZZ,ZZ9.

       01 TABLE-FULL-WARNING-LINE-WS.
           05 FILLER                        PIC X(50) VALUE
             "**WARNING** TABLE FULL - RUN AGAIN TO FINISH".

       01 NO-SUPERSESSIONS-LINE-WS.
           05 FILLER                        PIC X(50) VALUE
             "NO SUPERSESSION FILE - NOTHING TO CONVERT".

      * Procedure division begins
       PROCEDURE DIVISION.
       100-CONVERT-SUPERSEDED-DEMAND.
           PERFORM  990-LOAD-FILE-PATHS.
           PERFORM  201-INIT-OPEN-FILES.
           IF SUPERSEDE-FILE-OPEN
               PERFORM  202-COLLECT-BACKORDERS
               PERFORM  203-MOVE-BACKORDERS
               PERFORM  204-CONVERT-ORDER-LINES
               PERFORM  205-COLLECT-KIT-LINES
               PERFORM  206-CONVERT-KIT-LINES
           ELSE
               WRITE CONVERSION-REPORT-LINE
                   FROM NO-SUPERSESSIONS-LINE-WS
           END-IF.
           PERFORM  207-PRINT-CONVERSION-TOTALS.
           PERFORM  208-TERMINATE-CONVERSION.
           IF LINES-LEFT-WS > 0
               OR BACKORDER-TABLE-FULL OR KIT-LINE-TABLE-FULL
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
           GOBACK.

      * Every demand file is optional - one not yet built simply
      * has nothing on it to move.
       201-INIT-OPEN-FILES.
           OPEN OUTPUT CONVERSION-REPORT-OUT.
           MOVE FUNCTION CURRENT-DATE(1:8) TO TODAY-WS.
           MOVE TODAY-WS(1:4) TO TTL-YEAR-OUT.
           MOVE TODAY-WS(5:2) TO TTL-MONTH-OUT.
           MOVE TODAY-WS(7:2) TO TTL-DAY-OUT.
           WRITE CONVERSION-REPORT-LINE FROM CONVERSION-TITLE-LINE-WS
               BEFORE ADVANCING 2 LINES.
           WRITE CONVERSION-REPORT-LINE FROM CONVERSION-COLUMN-HDR-WS
               BEFORE ADVANCING 1 LINE.
           OPEN INPUT SUPERSEDE-FILE.
           IF SUPERSEDE-FILE-STATUS-WS = "00"
               MOVE "Y" TO SUPERSEDE-FILE-SW
           END-IF.
           OPEN I-O INVENT-FILE-OUT.
           IF INVENT-FILE-STATUS-WS NOT = "00"
               DISPLAY "INVENTORY FILE NOT AVAILABLE"
               IF SUPERSEDE-FILE-OPEN
                   CLOSE SUPERSEDE-FILE
               END-IF
               MOVE "N" TO SUPERSEDE-FILE-SW
           END-IF.
           OPEN I-O BACKORDER-FILE-OUT.
           IF BACKORD-FILE-STATUS-WS = "00"
               MOVE "Y" TO BACKORD-FILE-SW
           END-IF.
           OPEN I-O SALES-ORDER-FILE-OUT.
           IF SALES-ORDER-FILE-STATUS-WS = "00"
               MOVE "Y" TO SALES-ORDER-FILE-SW
           END-IF.
           OPEN I-O BOM-FILE.
           IF BOM-FILE-STATUS-WS = "00"
               MOVE "Y" TO BOM-FILE-SW
           END-IF.

       202-COLLECT-BACKORDERS.
           IF BACKORD-FILE-OPEN
               PERFORM  701-READ-BACKORDER
               PERFORM  803-CHECK-ONE-BACKORDER
                   UNTIL BACKORDER-EOF-FLAG = "Y"
           END-IF.

       203-MOVE-BACKORDERS.
           PERFORM  804-MOVE-ONE-BACKORDER
               VARYING BACKORDER-IDX-WS FROM 1 BY 1
               UNTIL BACKORDER-IDX-WS > BACKORDER-COUNT-WS.

      * An order line is rewritten in place, so the pass can move
      * it as it goes - only INVENT6.TXT is read at random.
       204-CONVERT-ORDER-LINES.
           IF SALES-ORDER-FILE-OPEN
               PERFORM  702-READ-ORDER-LINE
               PERFORM  805-CONVERT-ONE-ORDER-LINE
                   UNTIL ORDER-EOF-FLAG = "Y"
           END-IF.

       205-COLLECT-KIT-LINES.
           IF BOM-FILE-OPEN
               PERFORM  703-READ-BOM-LINE
               PERFORM  806-CHECK-ONE-KIT-LINE
                   UNTIL BOM-EOF-FLAG = "Y"
           END-IF.

       206-CONVERT-KIT-LINES.
           PERFORM  807-CONVERT-ONE-KIT-LINE
               VARYING KIT-LINE-IDX-WS FROM 1 BY 1
               UNTIL KIT-LINE-IDX-WS > KIT-LINE-COUNT-WS.

       207-PRINT-CONVERSION-TOTALS.
           MOVE "BACKORDERS MOVED" TO TRL-LABEL-OUT.
           MOVE BACKORDERS-MOVED-WS TO TRL-COUNT-OUT.
           WRITE CONVERSION-REPORT-LINE FROM CONVERSION-TRAIL-LINE-WS
               AFTER ADVANCING 2 LINES.
           MOVE "ORDER LINES MOVED" TO TRL-LABEL-OUT.
           MOVE ORDER-LINES-MOVED-WS TO TRL-COUNT-OUT.
           WRITE CONVERSION-REPORT-LINE FROM CONVERSION-TRAIL-LINE-WS.
           MOVE "KIT LINES MOVED" TO TRL-LABEL-OUT.
           MOVE KIT-LINES-MOVED-WS TO TRL-COUNT-OUT.
           WRITE CONVERSION-REPORT-LINE FROM CONVERSION-TRAIL-LINE-WS.
           MOVE "DEMAND LEFT ON OLD NUMBERS" TO TRL-LABEL-OUT.
           MOVE LINES-LEFT-WS TO TRL-COUNT-OUT.
           WRITE CONVERSION-REPORT-LINE FROM CONVERSION-TRAIL-LINE-WS.
           IF BACKORDER-TABLE-FULL OR KIT-LINE-TABLE-FULL
               WRITE CONVERSION-REPORT-LINE
                   FROM TABLE-FULL-WARNING-LINE-WS
                   AFTER ADVANCING 1 LINE
           END-IF.

       208-TERMINATE-CONVERSION.
           IF SUPERSEDE-FILE-OPEN
               CLOSE SUPERSEDE-FILE
           END-IF.
           IF INVENT-FILE-STATUS-WS = "00"
               CLOSE INVENT-FILE-OUT
           END-IF.
           IF BACKORD-FILE-OPEN
               CLOSE BACKORDER-FILE-OUT
           END-IF.
           IF SALES-ORDER-FILE-OPEN
               CLOSE SALES-ORDER-FILE-OUT
           END-IF.
           IF BOM-FILE-OPEN
               CLOSE BOM-FILE
           END-IF.
           CLOSE CONVERSION-REPORT-OUT.

       701-READ-BACKORDER.
           READ BACKORDER-FILE-OUT NEXT RECORD
               AT END
               MOVE "Y" TO BACKORDER-EOF-FLAG.

       702-READ-ORDER-LINE.
           READ SALES-ORDER-FILE-OUT NEXT RECORD
               AT END
               MOVE "Y" TO ORDER-EOF-FLAG.

       703-READ-BOM-LINE.
           READ BOM-FILE NEXT RECORD
               AT END
               MOVE "Y" TO BOM-EOF-FLAG.

       704-READ-NEXT-PART-RECORD.
           READ INVENT-FILE-OUT NEXT RECORD
               AT END
                   MOVE "Y" TO PART-EOF-FLAG
               NOT AT END
                   IF PART-NUMBER-OUT NOT = TOTAL-PART-WS
                       MOVE "Y" TO PART-EOF-FLAG
                   ELSE
                       ADD QTY-ON-HAND-OUT TO TOTAL-ON-HAND-WS
                   END-IF
           END-READ.

      * Only links already in effect are followed - a replacement
      * dated ahead is not yet the part to move demand onto.
       801-FIND-CURRENT-REPLACEMENT.
           MOVE "N" TO REPLACEMENT-FOUND-SW.
           MOVE CHAIN-START-PART-WS TO REPLACEMENT-PART-WS.
           MOVE ZERO TO HOP-COUNT-WS.
           MOVE "N" TO CHAIN-END-SW.
           PERFORM  802-FOLLOW-ONE-LINK
               UNTIL CHAIN-ENDED
               OR HOP-COUNT-WS > MAX-HOPS-WS.

       802-FOLLOW-ONE-LINK.
           MOVE REPLACEMENT-PART-WS TO SUP-OLD-PART.
           READ SUPERSEDE-FILE
               INVALID KEY
                   MOVE "Y" TO CHAIN-END-SW
               NOT INVALID KEY
                   IF SUP-EFFECTIVE-DATE > TODAY-WS
                       MOVE "Y" TO CHAIN-END-SW
                   ELSE
                       ADD 1 TO HOP-COUNT-WS
                       MOVE SUP-NEW-PART TO REPLACEMENT-PART-WS
                       MOVE "Y" TO REPLACEMENT-FOUND-SW
                   END-IF
           END-READ.

       803-CHECK-ONE-BACKORDER.
           IF BO-ORDER-OPEN
               MOVE BO-PART-NUMBER-OUT TO CHAIN-START-PART-WS
               PERFORM  801-FIND-CURRENT-REPLACEMENT
               IF REPLACEMENT-FOUND
                   IF BACKORDER-COUNT-WS < 500
                       ADD 1 TO BACKORDER-COUNT-WS
                       SET BO-IDX TO BACKORDER-COUNT-WS
                       MOVE BO-PART-NUMBER-OUT
                           TO BOT-PART-NUMBER-WS(BO-IDX)
                       MOVE BO-LOCATION-OUT TO BOT-LOCATION-WS(BO-IDX)
                       MOVE BO-DATE-OUT TO BOT-DATE-WS(BO-IDX)
                       MOVE BO-TIME-OUT TO BOT-TIME-WS(BO-IDX)
                       MOVE REPLACEMENT-PART-WS
                           TO BOT-NEW-PART-WS(BO-IDX)
                   ELSE
                       MOVE "Y" TO BACKORDER-TABLE-FULL-SW
                   END-IF
               END-IF
           END-IF.
           PERFORM  701-READ-BACKORDER.

      * The backorder waits on the old number while that number
      * still has stock free to fill it. Gone, it moves to the
      * replacement at the same storeroom, keeping the date and
      * time it was captured so it fills in its original turn.
       804-MOVE-ONE-BACKORDER.
           SET BO-IDX TO BACKORDER-IDX-WS.
           MOVE BOT-PART-NUMBER-WS(BO-IDX) TO BO-PART-NUMBER-OUT.
           MOVE BOT-LOCATION-WS(BO-IDX) TO BO-LOCATION-OUT.
           MOVE BOT-DATE-WS(BO-IDX) TO BO-DATE-OUT.
           MOVE BOT-TIME-WS(BO-IDX) TO BO-TIME-OUT.
           READ BACKORDER-FILE-OUT
               INVALID KEY
                   MOVE "N" TO STOCK-GONE-SW
               NOT INVALID KEY
                   MOVE BO-PART-NUMBER-OUT TO PART-NUMBER-OUT
                   MOVE BO-LOCATION-OUT TO LOCATION-CODE-OUT
                   MOVE "Y" TO STOCK-GONE-SW
                   READ INVENT-FILE-OUT
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           COMPUTE SHELF-QTY-WS =
                               QTY-ON-HAND-OUT - QTY-ALLOCATED-OUT
                               - QTY-ON-HOLD-OUT
                           IF SHELF-QTY-WS NOT < BO-QTY-OPEN-OUT
                               MOVE "N" TO STOCK-GONE-SW
                           END-IF
                   END-READ
           END-READ.
           IF OLD-STOCK-GONE
               MOVE "BACKORDER" TO CNV-DEMAND-OUT
               MOVE BO-CUSTOMER-OUT TO CNV-REFERENCE-OUT
               MOVE BO-PART-NUMBER-OUT TO CNV-OLD-PART-OUT
               MOVE BO-LOCATION-OUT TO CNV-LOCATION-OUT
               MOVE BOT-NEW-PART-WS(BO-IDX) TO CNV-NEW-PART-OUT
               MOVE BO-QTY-OPEN-OUT TO CNV-QTY-OUT
               MOVE BOT-NEW-PART-WS(BO-IDX) TO PART-NUMBER-OUT
               MOVE BO-LOCATION-OUT TO LOCATION-CODE-OUT
               READ INVENT-FILE-OUT
                   INVALID KEY
                       MOVE "LEFT - NEW PART NOT AT LOC"
                           TO CNV-RESULT-OUT
                       ADD 1 TO LINES-LEFT-WS
                   NOT INVALID KEY
                       PERFORM  808-REKEY-BACKORDER
               END-READ
               PERFORM  809-WRITE-DETAIL-LINE
           END-IF.

      * A stock line moves once the old part's unheld shelf stock
      * cannot cover it - the line's own reservation sits on that
      * stock, so the test is against on-hand, not available. The
      * replacement must have enough available to reserve the
      * whole open quantity; short, the line stays and is listed.
       805-CONVERT-ONE-ORDER-LINE.
           IF SO-LINE-OPEN AND NOT SO-LINE-DROP-SHIP
               MOVE SO-PART-NUMBER-OUT TO CHAIN-START-PART-WS
               PERFORM  801-FIND-CURRENT-REPLACEMENT
               IF REPLACEMENT-FOUND
                   PERFORM  810-CHECK-ORDER-LINE-STOCK
               END-IF
           END-IF.
           PERFORM  702-READ-ORDER-LINE.

       806-CHECK-ONE-KIT-LINE.
           MOVE BOM-COMPONENT-PART TO CHAIN-START-PART-WS.
           PERFORM  801-FIND-CURRENT-REPLACEMENT.
           IF REPLACEMENT-FOUND
               IF KIT-LINE-COUNT-WS < 500
                   ADD 1 TO KIT-LINE-COUNT-WS
                   SET KIT-IDX TO KIT-LINE-COUNT-WS
                   MOVE BOM-KIT-PART TO KLT-KIT-PART-WS(KIT-IDX)
                   MOVE BOM-COMPONENT-PART TO KLT-OLD-PART-WS(KIT-IDX)
                   MOVE REPLACEMENT-PART-WS TO KLT-NEW-PART-WS(KIT-IDX)
               ELSE
                   MOVE "Y" TO KIT-LINE-TABLE-FULL-SW
               END-IF
           END-IF.
           PERFORM  703-READ-BOM-LINE.

      * A kit relieves its components at whichever storeroom sells
      * it, so the component moves only when no storeroom has any
      * of the old part left. The replacement's quantity per kit
      * is added to any line the kit already has for it.
       807-CONVERT-ONE-KIT-LINE.
           SET KIT-IDX TO KIT-LINE-IDX-WS.
           MOVE KLT-OLD-PART-WS(KIT-IDX) TO TOTAL-PART-WS.
           PERFORM  812-TOTAL-PART-ON-HAND.
           IF TOTAL-ON-HAND-WS = ZERO
               MOVE KLT-KIT-PART-WS(KIT-IDX) TO BOM-KIT-PART
               MOVE KLT-OLD-PART-WS(KIT-IDX) TO BOM-COMPONENT-PART
               READ BOM-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE BOM-QTY-PER TO NEW-QTY-PER-WS
                       DELETE BOM-FILE RECORD
                       PERFORM  813-ADD-REPLACEMENT-COMPONENT
               END-READ
           END-IF.

      * Same date and time, new part. A key already used on the
      * replacement puts the backorder back where it was.
       808-REKEY-BACKORDER.
           DELETE BACKORDER-FILE-OUT RECORD.
           MOVE BOT-NEW-PART-WS(BO-IDX) TO BO-PART-NUMBER-OUT.
           WRITE BACKORDER-RECORD-OUT
               INVALID KEY
                   MOVE BOT-PART-NUMBER-WS(BO-IDX)
                       TO BO-PART-NUMBER-OUT
                   WRITE BACKORDER-RECORD-OUT
                   END-WRITE
                   MOVE "LEFT - KEY IN USE ON NEW PART"
                       TO CNV-RESULT-OUT
                   ADD 1 TO LINES-LEFT-WS
               NOT INVALID KEY
                   MOVE "MOVED" TO CNV-RESULT-OUT
                   ADD 1 TO BACKORDERS-MOVED-WS
           END-WRITE.

       809-WRITE-DETAIL-LINE.
           WRITE CONVERSION-REPORT-LINE
               FROM CONVERSION-DETAIL-LINE-WS.

       810-CHECK-ORDER-LINE-STOCK.
           MOVE SO-PART-NUMBER-OUT TO PART-NUMBER-OUT.
           MOVE SO-LOCATION-OUT TO LOCATION-CODE-OUT.
           MOVE "Y" TO STOCK-GONE-SW.
           READ INVENT-FILE-OUT
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   COMPUTE SHELF-QTY-WS =
                       QTY-ON-HAND-OUT - QTY-ON-HOLD-OUT
                   IF SHELF-QTY-WS NOT < SO-QTY-OPEN-OUT
                       MOVE "N" TO STOCK-GONE-SW
                   END-IF
           END-READ.
           IF OLD-STOCK-GONE
               MOVE "ORDER LINE" TO CNV-DEMAND-OUT
               MOVE SO-NUMBER-OUT TO ORF-SO-NUMBER-WS
               MOVE SO-LINE-OUT TO ORF-SO-LINE-WS
               MOVE ORDER-REFERENCE-WS TO CNV-REFERENCE-OUT
               MOVE SO-PART-NUMBER-OUT TO CNV-OLD-PART-OUT
               MOVE SO-LOCATION-OUT TO CNV-LOCATION-OUT
               MOVE REPLACEMENT-PART-WS TO CNV-NEW-PART-OUT
               MOVE SO-QTY-OPEN-OUT TO CNV-QTY-OUT
               MOVE REPLACEMENT-PART-WS TO PART-NUMBER-OUT
               MOVE SO-LOCATION-OUT TO LOCATION-CODE-OUT
               READ INVENT-FILE-OUT
                   INVALID KEY
                       MOVE "LEFT - NEW PART NOT AT LOC"
                           TO CNV-RESULT-OUT
                       ADD 1 TO LINES-LEFT-WS
                   NOT INVALID KEY
                       COMPUTE AVAILABLE-QTY-WS =
                           QTY-ON-HAND-OUT - QTY-ALLOCATED-OUT
                           - QTY-ON-HOLD-OUT
                       IF AVAILABLE-QTY-WS < SO-QTY-OPEN-OUT
                           MOVE "LEFT - NEW PART SHORT"
                               TO CNV-RESULT-OUT
                           ADD 1 TO LINES-LEFT-WS
                       ELSE
                           PERFORM  811-MOVE-ORDER-RESERVATION
                       END-IF
               END-READ
               PERFORM  809-WRITE-DETAIL-LINE
           END-IF.

      * The replacement record is in hand - its reservation goes
      * on first, then the old record gives its reservation up,
      * and the order line is rewritten onto the replacement.
       811-MOVE-ORDER-RESERVATION.
           ADD SO-QTY-OPEN-OUT TO QTY-ALLOCATED-OUT.
           REWRITE INVENTORY-REPORT-OUT
               INVALID KEY
                   DISPLAY "INVALID KEY RESERVING "
                       PART-LOCATION-KEY-OUT
           END-REWRITE.
           MOVE SO-PART-NUMBER-OUT TO PART-NUMBER-OUT.
           MOVE SO-LOCATION-OUT TO LOCATION-CODE-OUT.
           READ INVENT-FILE-OUT
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF QTY-ALLOCATED-OUT > SO-QTY-OPEN-OUT
                       SUBTRACT SO-QTY-OPEN-OUT FROM QTY-ALLOCATED-OUT
                   ELSE
                       MOVE ZERO TO QTY-ALLOCATED-OUT
                   END-IF
                   REWRITE INVENTORY-REPORT-OUT
                       INVALID KEY
                           DISPLAY "INVALID KEY RELEASING "
                               PART-LOCATION-KEY-OUT
                   END-REWRITE
           END-READ.
           MOVE REPLACEMENT-PART-WS TO SO-PART-NUMBER-OUT.
           REWRITE SALES-ORDER-RECORD-OUT
               INVALID KEY
                   DISPLAY "INVALID KEY REWRITING ORDER LINE"
           END-REWRITE.
           MOVE "MOVED" TO CNV-RESULT-OUT.
           ADD 1 TO ORDER-LINES-MOVED-WS.

      * Every storeroom record of the part, summed
       812-TOTAL-PART-ON-HAND.
           MOVE ZERO TO TOTAL-ON-HAND-WS.
           MOVE "N" TO PART-EOF-FLAG.
           MOVE TOTAL-PART-WS TO PART-NUMBER-OUT.
           MOVE LOW-VALUES TO LOCATION-CODE-OUT.
           START INVENT-FILE-OUT
               KEY IS NOT LESS THAN PART-LOCATION-KEY-OUT
               INVALID KEY
                   MOVE "Y" TO PART-EOF-FLAG
           END-START.
           PERFORM  704-READ-NEXT-PART-RECORD
               UNTIL PART-EOF-FLAG = "Y".

       813-ADD-REPLACEMENT-COMPONENT.
           MOVE "KIT LINE" TO CNV-DEMAND-OUT.
           MOVE SPACES TO CNV-REFERENCE-OUT.
           MOVE KLT-KIT-PART-WS(KIT-IDX) TO CNV-REFERENCE-OUT(1:5).
           MOVE KLT-OLD-PART-WS(KIT-IDX) TO CNV-OLD-PART-OUT.
           MOVE SPACES TO CNV-LOCATION-OUT.
           MOVE KLT-NEW-PART-WS(KIT-IDX) TO CNV-NEW-PART-OUT.
           MOVE NEW-QTY-PER-WS TO CNV-QTY-OUT.
           MOVE KLT-KIT-PART-WS(KIT-IDX) TO BOM-KIT-PART.
           MOVE KLT-NEW-PART-WS(KIT-IDX) TO BOM-COMPONENT-PART.
           READ BOM-FILE
               INVALID KEY
                   MOVE NEW-QTY-PER-WS TO BOM-QTY-PER
                   WRITE BOM-RECORD
                       INVALID KEY
                           DISPLAY "INVALID KEY WRITING KIT LINE"
                   END-WRITE
                   MOVE "MOVED" TO CNV-RESULT-OUT
               NOT INVALID KEY
                   ADD NEW-QTY-PER-WS TO BOM-QTY-PER
                       ON SIZE ERROR
                           MOVE 999 TO BOM-QTY-PER
                   END-ADD
                   REWRITE BOM-RECORD
                       INVALID KEY
                           DISPLAY "INVALID KEY REWRITING KIT LINE"
                   END-REWRITE
                   MOVE "MOVED - ADDED TO NEW PART" TO CNV-RESULT-OUT
           END-READ.
           ADD 1 TO KIT-LINES-MOVED-WS.
           PERFORM  809-WRITE-DETAIL-LINE.

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
           MOVE SPACES TO SUPERSED-PATH-WS.
           STRING
               FUNCTION TRIM(DATA-DIRECTORY-WS)
                   DELIMITED BY SIZE
               "SUPERSED.TXT" DELIMITED BY SIZE
               INTO SUPERSED-PATH-WS
           END-STRING.
           MOVE SPACES TO INVENT6-PATH-WS.
           STRING
               FUNCTION TRIM(DATA-DIRECTORY-WS)
                   DELIMITED BY SIZE
               "INVENT6.TXT" DELIMITED BY SIZE
               INTO INVENT6-PATH-WS
           END-STRING.
           MOVE SPACES TO BACKORD-PATH-WS.
           STRING
               FUNCTION TRIM(DATA-DIRECTORY-WS)
                   DELIMITED BY SIZE
               "BACKORD.TXT" DELIMITED BY SIZE
               INTO BACKORD-PATH-WS
           END-STRING.
           MOVE SPACES TO SALESORD-PATH-WS.
           STRING
               FUNCTION TRIM(DATA-DIRECTORY-WS)
                   DELIMITED BY SIZE
               "SALESORD.TXT" DELIMITED BY SIZE
               INTO SALESORD-PATH-WS
           END-STRING.
           MOVE SPACES TO BOMFILE-PATH-WS.
           STRING
               FUNCTION TRIM(DATA-DIRECTORY-WS)
                   DELIMITED BY SIZE
               "BOMFILE.TXT" DELIMITED BY SIZE
               INTO BOMFILE-PATH-WS
           END-STRING.
           MOVE SPACES TO SUPCONV-PATH-WS.
           STRING
               FUNCTION TRIM(DATA-DIRECTORY-WS)
                   DELIMITED BY SIZE
               "SUPCONV.TXT" DELIMITED BY SIZE
               INTO SUPCONV-PATH-WS
           END-STRING.

      * Ending of Program SupersessionConversion
       END PROGRAM SupersessionConversion.
