       PROGRAM-ID. RebalanceStorerooms as "RebalanceStorerooms".
       AUTHOR     PRIYANK PATEL & JASHANJOT PRUTHI & VIVEK PATEL &
                   AMARJEET SINGH & SAHILVIR SINGH DHILLON.

      * Modification History
      * ---------------------------------------------------------
      * New rebalancing pass run ahead of the nightly chain, before
      * InventoryReportProgram cuts purchase orders. The reorder
      * pass judges each storeroom record on its own, so a part
      * was being bought for one storeroom while another held
      * several times its reorder point of the same part. For
      * every part below its reorder point at one storeroom, this
      * program looks for surplus over reorder point, less the
      * quantity allocated to open sales orders, at the other
      * active LOCMAST.TXT storerooms and prints the suggested
      * moves on XFERSUGG.TXT. On the operator's confirmation the
      * moves are appended to TRANBATCH.TXT as ordinary "T"
      * transfer lines, so they pass EditBatchTransactions.cbl and
      * post the same as any keyed transfer. Transfers already
      * waiting on the batch are counted first, so a second run
      * the same day does not suggest the same move twice, and the
      * purchase order pass nets the same lines before sizing an
      * order - it only buys the shortfall no storeroom can cover.
      * Stock held for receiving inspection is not offered as
      * surplus - a transfer moves sellable stock only, so the
      * held quantity comes off with the allocated quantity.
      * A serialized part is still suggested, but its moves are not
      * batched - each unit must be transferred by its serial number -
      * and the report counts the moves left to key that way.
      * ---------------------------------------------------------

      * Environment division for the inventory and batch files
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

      * Keyed by part number plus storeroom location, so reading
      * it in key order brings every storeroom of one part
      * together ahead of the next part.
         SELECT INVENT-FILE-IN
         ASSIGN DYNAMIC INVENT6-PATH-WS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PART-LOCATION-KEY-IN
           FILE STATUS IS INVENT-FILE-STATUS-WS.

      * The named storerooms - only an active one may give or
      * take stock
         SELECT LOCATION-FILE-IN
         ASSIGN DYNAMIC LOCMAST-PATH-WS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS LOCATION-CODE-MST-IN.

      * Read first for the transfers already waiting to post, then
      * extended with the confirmed suggestions
         SELECT TRANSACTION-FILE-OUT
         ASSIGN DYNAMIC TRANBATCH-PATH-WS
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS TRANBATCH-STATUS-WS.

         SELECT TRANSFER-REPORT-OUT
         ASSIGN DYNAMIC XFERSUGG-PATH-WS
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

       FD LOCATION-FILE-IN.
       01 LOCATION-MASTER-RECORD.
           05 LOCATION-CODE-MST-IN           PIC X(2).
           05 LOCATION-NAME-IN               PIC X(20).
           05 LOCATION-STATUS-IN             PIC X(1).
               88 LOCATION-ACTIVE-IN         VALUE "A".
               88 LOCATION-RETIRED-IN        VALUE "I".

      * Transfer lines in the full TRANBATCH.TXT layout - the
      * quantity rides in the value column, everything past the
      * to-location blank
       FD TRANSACTION-FILE-OUT.
       01 BATCH-TRANSACTION-RECORD-OUT.
           05 TRANS-PART-NUMBER-OUT         PIC 9(5).
           05 TRANS-LOCATION-OUT            PIC X(2).
           05 TRANS-TYPE-OUT                PIC X(1).
           05 TRANS-VALUE-OUT               PIC 9(5)V99.
           05 TRANS-TO-LOCATION-OUT         PIC X(2).
           05 TRANS-CUSTOMER-OUT            PIC X(5).
           05 TRANS-UNIT-COST-OUT           PIC X(6).
           05 TRANS-LOT-NUMBER-OUT          PIC X(10).
           05 TRANS-UOM-OUT                 PIC X(1).
           05 TRANS-REASON-OUT              PIC X(1).
           05 TRANS-SERIAL-OUT              PIC X(15).

      * File division for the suggested-transfer report
       FD TRANSFER-REPORT-OUT.
       01 TRANSFER-REPORT-LINE             PIC X(80).

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
           05 LOCMAST-PATH-WS               PIC X(90).
           05 TRANBATCH-PATH-WS             PIC X(90).
           05 XFERSUGG-PATH-WS              PIC X(90).

       01 TEMP.
           05 INVENT-FILE-STATUS-WS         PIC X(2).
           05 TRANBATCH-STATUS-WS           PIC X(2).
           05 INVENT-EOF-FLAG               PIC X(1) VALUE "N".
           05 BATCH-EOF-FLAG                PIC X(1) VALUE "N".
           05 CURRENT-PART-WS               PIC 9(5).
           05 CURRENT-PART-NAME-WS          PIC X(20).
           05 CURRENT-PART-SERIAL-WS        PIC X(1).
           05 CONFIRM-ANSWER-WS             PIC X(1).
               88 TRANSFERS-CONFIRMED       VALUE "Y" "y".
           05 MOVE-QTY-WS                   PIC 9(5).
           05 SHORT-SLOT-WS                 PIC 9(2).
           05 TODAY-DATE-WS                 PIC 9(8).

      * Switches for the three tables below running out of room -
      * any one of them ends the run with RETURN-CODE 4
       01 TABLE-LIMIT-SWITCHES.
           05 PENDING-TABLE-FULL-SW         PIC X(1) VALUE "N".
               88 PENDING-TABLE-FULL        VALUE "Y".
           05 ROOM-TABLE-FULL-SW            PIC X(1) VALUE "N".
               88 ROOM-TABLE-FULL           VALUE "Y".
           05 SUGGESTION-TABLE-FULL-SW      PIC X(1) VALUE "N".
               88 SUGGESTION-TABLE-FULL     VALUE "Y".

      * "T" lines already sitting on TRANBATCH.TXT waiting for
      * tonight's posting - counted into each storeroom's position
      * so the same move is never suggested twice
       01 PENDING-TRANSFER-TABLE-WS.
           05 PENDING-ENTRY-WS              OCCURS 999 TIMES
                                            INDEXED BY PEND-IDX.
               10 PEND-PART-NUMBER-WS       PIC 9(5).
               10 PEND-FROM-LOCATION-WS     PIC X(2).
               10 PEND-TO-LOCATION-WS       PIC X(2).
               10 PEND-QTY-WS               PIC 9(5).
       01 PENDING-COUNT-WS                  PIC 9(3) VALUE 0.

      * Every storeroom record of the part in hand. The position
      * is on-hand plus transfers in less transfers out already on
      * the batch; a short storeroom needs up to its reorder
      * point, a long one can spare what is over reorder point and
      * not allocated to open orders.
       01 STOREROOM-TABLE-WS.
           05 ROOM-ENTRY-WS                 OCCURS 50 TIMES
                                            INDEXED BY ROOM-IDX.
               10 ROOM-LOCATION-WS          PIC X(2).
               10 ROOM-ON-HAND-WS           PIC 9(5).
               10 ROOM-REORDER-POINT-WS     PIC 9(5).
               10 ROOM-POSITION-WS          PIC S9(7).
               10 ROOM-SHORTFALL-WS         PIC 9(7).
               10 ROOM-SURPLUS-WS           PIC 9(7).
       01 ROOM-COUNT-WS                     PIC 9(2) VALUE 0.

       01 ROOM-WORK-VARIABLES.
           05 ROOM-LOCATION-OK-SW           PIC X(1).
               88 ROOM-LOCATION-OK          VALUE "Y".
           05 ROOM-SURPLUS-WORK-WS          PIC S9(7).
           05 TRANSFER-IN-QTY-WS            PIC 9(7).
           05 TRANSFER-OUT-QTY-WS           PIC 9(7).

      * The moves this run suggests, held until the operator says
      * whether they go onto the batch
       01 SUGGESTION-TABLE-WS.
           05 SUGGESTION-ENTRY-WS           OCCURS 999 TIMES
                                            INDEXED BY SUGG-IDX.
               10 SUGG-PART-NUMBER-WS       PIC 9(5).
               10 SUGG-FROM-LOCATION-WS     PIC X(2).
               10 SUGG-TO-LOCATION-WS       PIC X(2).
               10 SUGG-QTY-WS               PIC 9(5).
               10 SUGG-SERIAL-FLAG-WS       PIC X(1).
                   88 SUGG-SERIALIZED       VALUE "Y".
       01 SUGGESTION-COUNT-WS               PIC 9(3) VALUE 0.

       01 REBALANCE-COUNTERS.
           05 PARTS-READ-WS                 PIC 9(5) VALUE 0.
           05 ROOMS-SHORT-WS                PIC 9(5) VALUE 0.
           05 UNITS-SUGGESTED-WS            PIC 9(7) VALUE 0.
           05 UNITS-STILL-SHORT-WS          PIC 9(7) VALUE 0.
           05 LINES-WRITTEN-WS              PIC 9(5) VALUE 0.
           05 SERIAL-MOVES-WS               PIC 9(5) VALUE 0.

       01 TRANSFER-TITLE-LINE-WS.
           05 FILLER                        PIC X(37) VALUE
               "INTER-STOREROOM TRANSFER SUGGESTIONS ".
           05 TTL-YEAR-OUT                  PIC 9(4).
           05 FILLER                        PIC X(1) VALUE "/".
           05 TTL-MONTH-OUT                 PIC 9(2).
           05 FILLER                        PIC X(1) VALUE "/".
           05 TTL-DAY-OUT                   PIC 9(2).

       01 TRANSFER-COLUMN-HDR-WS.
           05 FILLER                  PIC X(7)  VALUE "PART".
           05 FILLER                  PIC X(21) VALUE "PART NAME".
           05 FILLER                  PIC X(6)  VALUE "FROM".
           05 FILLER                  PIC X(4)  VALUE "TO".
           05 FILLER                  PIC X(9)  VALUE "MOVE QTY".
           05 FILLER                  PIC X(9)  VALUE "TO ONHND".
           05 FILLER                  PIC X(9)  VALUE "TO ROP".

       01 TRANSFER-DETAIL-LINE-WS.
           05 XFR-PART-NUMBER-OUT           PIC 9(5).
           05 FILLER                        PIC X(2) VALUE SPACES.
           05 XFR-PART-NAME-OUT             PIC X(20).
           05 FILLER                        PIC X(1) VALUE SPACES.
           05 XFR-FROM-LOCATION-OUT         PIC X(2).
           05 FILLER                        PIC X(4) VALUE SPACES.
           05 XFR-TO-LOCATION-OUT           PIC X(2).
           05 FILLER                        PIC X(2) VALUE SPACES.
           05 XFR-MOVE-QTY-OUT              PIC ZZ,ZZ9.
           05 FILLER                        PIC X(3) VALUE SPACES.
           05 XFR-TO-ON-HAND-OUT            PIC ZZ,ZZ9.
           05 FILLER                        PIC X(3) VALUE SPACES.
           05 XFR-TO-REORDER-OUT            PIC ZZ,ZZ9.

      * A short storeroom no other storeroom could cover is listed
      * too - that is what tonight's purchase order will buy
       01 UNCOVERED-DETAIL-LINE-WS.
           05 UNC-PART-NUMBER-OUT           PIC 9(5).
           05 FILLER                        PIC X(2) VALUE SPACES.
           05 UNC-PART-NAME-OUT             PIC X(20).
           05 FILLER                        PIC X(7) VALUE
               " **BUY ".
           05 UNC-TO-LOCATION-OUT           PIC X(2).
           05 FILLER                        PIC X(2) VALUE SPACES.
           05 UNC-SHORT-QTY-OUT             PIC ZZ,ZZ9.
           05 FILLER                        PIC X(18) VALUE
               "  NO SURPLUS FOUND".

       01 TRANSFER-TRAIL-LINE-WS.
           05 FILLER                  PIC X(6) VALUE "SHORT".
           05 TRL-ROOMS-SHORT-OUT     PIC ZZ,ZZ9.
           05 FILLER                  PIC X(8) VALUE "  MOVES".
           05 TRL-MOVES-OUT           PIC ZZ,ZZ9.
           05 FILLER                  PIC X(14) VALUE "  UNITS MOVED".
           05 TRL-UNITS-MOVED-OUT     PIC Z,ZZZ,ZZ9.
           05 FILLER                  PIC X(12) VALUE "  LEFT SHORT".
           05 TRL-UNITS-SHORT-OUT     PIC Z,ZZZ,ZZ9.

       01 TRANSFER-RESULT-LINE-WS.
           05 RESULT-LINES-OUT        PIC ZZ,ZZ9.
           05 RESULT-TEXT-OUT         PIC X(50).

       01 TABLE-FULL-WARNING-LINE-WS.
           05 FILLER                        PIC X(50) VALUE
             "**WARNING** TABLE FULL - NOT EVERY PART WAS WORKED".

      * Procedure division begins
       PROCEDURE DIVISION.
       100-REBALANCE-STOREROOMS.
           PERFORM  990-LOAD-FILE-PATHS.
           PERFORM  201-INIT-OPEN-FILES.
           PERFORM  202-WORK-ONE-PART
               UNTIL INVENT-EOF-FLAG = "Y".
           PERFORM  203-CONFIRM-AND-BATCH.
           PERFORM  204-TERMINATE-REBALANCE.
           IF PENDING-TABLE-FULL OR ROOM-TABLE-FULL
               OR SUGGESTION-TABLE-FULL
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
           GOBACK.

       201-INIT-OPEN-FILES.
           PERFORM  701-LOAD-PENDING-TRANSFERS.
           OPEN INPUT LOCATION-FILE-IN.
           OPEN OUTPUT TRANSFER-REPORT-OUT.
           ACCEPT TODAY-DATE-WS FROM DATE YYYYMMDD.
           MOVE TODAY-DATE-WS(1:4) TO TTL-YEAR-OUT.
           MOVE TODAY-DATE-WS(5:2) TO TTL-MONTH-OUT.
           MOVE TODAY-DATE-WS(7:2) TO TTL-DAY-OUT.
           WRITE TRANSFER-REPORT-LINE FROM TRANSFER-TITLE-LINE-WS
               BEFORE ADVANCING 2 LINES.
           WRITE TRANSFER-REPORT-LINE FROM TRANSFER-COLUMN-HDR-WS
               BEFORE ADVANCING 1 LINE.
           OPEN INPUT INVENT-FILE-IN.
           IF INVENT-FILE-STATUS-WS NOT = "00"
               DISPLAY "INVENTORY FILE NOT AVAILABLE"
               MOVE "Y" TO INVENT-EOF-FLAG
           ELSE
               PERFORM  704-READ-INVENT-RECORD
           END-IF.

      * Every storeroom record of one part is gathered before any
      * move is worked out, since the cover for a short storeroom
      * can sit in a record either side of it in key order.
       202-WORK-ONE-PART.
           ADD 1 TO PARTS-READ-WS.
           MOVE PART-NUMBER-IN TO CURRENT-PART-WS.
           MOVE PART-NAME-IN TO CURRENT-PART-NAME-WS.
           MOVE SERIAL-FLAG-IN TO CURRENT-PART-SERIAL-WS.
           MOVE ZERO TO ROOM-COUNT-WS.
           PERFORM  801-ADD-STOREROOM-ENTRY
               UNTIL INVENT-EOF-FLAG = "Y"
               OR PART-NUMBER-IN NOT = CURRENT-PART-WS.
           PERFORM  805-COVER-SHORT-STOREROOM
               VARYING ROOM-IDX FROM 1 BY 1
               UNTIL ROOM-IDX > ROOM-COUNT-WS.

      * Nothing reaches the batch until the operator has read the
      * report and said yes - the suggestions are only that.
       203-CONFIRM-AND-BATCH.
           MOVE ROOMS-SHORT-WS TO TRL-ROOMS-SHORT-OUT.
           MOVE SUGGESTION-COUNT-WS TO TRL-MOVES-OUT.
           MOVE UNITS-SUGGESTED-WS TO TRL-UNITS-MOVED-OUT.
           MOVE UNITS-STILL-SHORT-WS TO TRL-UNITS-SHORT-OUT.
           WRITE TRANSFER-REPORT-LINE FROM TRANSFER-TRAIL-LINE-WS
               AFTER ADVANCING 2 LINES.
           IF PENDING-TABLE-FULL OR ROOM-TABLE-FULL
               OR SUGGESTION-TABLE-FULL
               WRITE TRANSFER-REPORT-LINE
                   FROM TABLE-FULL-WARNING-LINE-WS
                   AFTER ADVANCING 1 LINE
           END-IF.
           DISPLAY "TRANSFER SUGGESTIONS ON XFERSUGG.TXT "
               SUGGESTION-COUNT-WS.
           MOVE "N" TO CONFIRM-ANSWER-WS.
           IF SUGGESTION-COUNT-WS > 0
               DISPLAY "WRITE THE TRANSFERS TO TRANBATCH.TXT (Y/N)->"
               ACCEPT CONFIRM-ANSWER-WS
           END-IF.
           IF TRANSFERS-CONFIRMED
               OPEN EXTEND TRANSACTION-FILE-OUT
               PERFORM  809-WRITE-BATCH-TRANSFER
                   VARYING SUGG-IDX FROM 1 BY 1
                   UNTIL SUGG-IDX > SUGGESTION-COUNT-WS
               CLOSE TRANSACTION-FILE-OUT
               MOVE " TRANSFER LINES WRITTEN TO TRANBATCH.TXT"
                   TO RESULT-TEXT-OUT
           ELSE
               MOVE " SUGGESTIONS NOT BATCHED" TO RESULT-TEXT-OUT
           END-IF.
           MOVE LINES-WRITTEN-WS TO RESULT-LINES-OUT.
           WRITE TRANSFER-REPORT-LINE FROM TRANSFER-RESULT-LINE-WS
               AFTER ADVANCING 1 LINE.
           IF SERIAL-MOVES-WS > 0
               MOVE SERIAL-MOVES-WS TO RESULT-LINES-OUT
               MOVE " SERIALIZED MOVES LEFT TO KEY BY SERIAL"
                   TO RESULT-TEXT-OUT
               WRITE TRANSFER-REPORT-LINE
                   FROM TRANSFER-RESULT-LINE-WS
                   AFTER ADVANCING 1 LINE
               DISPLAY "SERIALIZED MOVES TO KEY BY SERIAL "
                   SERIAL-MOVES-WS
           END-IF.

       204-TERMINATE-REBALANCE.
           IF INVENT-FILE-STATUS-WS = "00"
               CLOSE INVENT-FILE-IN
           END-IF.
           CLOSE LOCATION-FILE-IN.
           CLOSE TRANSFER-REPORT-OUT.
           DISPLAY "TRANSFER LINES BATCHED " LINES-WRITTEN-WS.

      * No batch file yet just means nothing is waiting to post.
       701-LOAD-PENDING-TRANSFERS.
           OPEN INPUT TRANSACTION-FILE-OUT.
           IF TRANBATCH-STATUS-WS = "00"
               PERFORM  702-READ-BATCH-LINE
               PERFORM  703-KEEP-PENDING-TRANSFER
                   UNTIL BATCH-EOF-FLAG = "Y"
               CLOSE TRANSACTION-FILE-OUT
           END-IF.

       702-READ-BATCH-LINE.
           READ TRANSACTION-FILE-OUT
               AT END
               MOVE "Y" TO BATCH-EOF-FLAG.

      * Only a transfer line with a quantity the edit pass would
      * accept moves stock - anything else on the batch is left
      * for EditBatchTransactions.cbl to report.
       703-KEEP-PENDING-TRANSFER.
           IF TRANS-TYPE-OUT = "T"
               AND TRANS-PART-NUMBER-OUT IS NUMERIC
               AND TRANS-VALUE-OUT IS NUMERIC
               IF PENDING-COUNT-WS < 999
                   ADD 1 TO PENDING-COUNT-WS
                   SET PEND-IDX TO PENDING-COUNT-WS
                   MOVE TRANS-PART-NUMBER-OUT
                       TO PEND-PART-NUMBER-WS(PEND-IDX)
                   MOVE TRANS-LOCATION-OUT
                       TO PEND-FROM-LOCATION-WS(PEND-IDX)
                   MOVE TRANS-TO-LOCATION-OUT
                       TO PEND-TO-LOCATION-WS(PEND-IDX)
                   MOVE TRANS-VALUE-OUT TO PEND-QTY-WS(PEND-IDX)
               ELSE
                   MOVE "Y" TO PENDING-TABLE-FULL-SW
               END-IF
           END-IF.
           PERFORM  702-READ-BATCH-LINE.

       704-READ-INVENT-RECORD.
           READ INVENT-FILE-IN NEXT RECORD
               AT END
               MOVE "Y" TO INVENT-EOF-FLAG.

      * A storeroom retired or missing on LOCMAST.TXT neither gives
      * nor takes stock, and a part discontinued at a storeroom is
      * not restocked there - the same rule the reorder pass uses.
      * Its surplus may still move out to a storeroom that sells it.
       801-ADD-STOREROOM-ENTRY.
           IF ROOM-COUNT-WS < 50
               PERFORM  802-CHECK-STOREROOM-ACTIVE
               IF ROOM-LOCATION-OK
                   ADD 1 TO ROOM-COUNT-WS
                   SET ROOM-IDX TO ROOM-COUNT-WS
                   PERFORM  803-LOAD-STOREROOM-POSITION
               END-IF
           ELSE
               MOVE "Y" TO ROOM-TABLE-FULL-SW
           END-IF.
           PERFORM  704-READ-INVENT-RECORD.

       802-CHECK-STOREROOM-ACTIVE.
           MOVE "Y" TO ROOM-LOCATION-OK-SW.
           MOVE LOCATION-CODE-IN TO LOCATION-CODE-MST-IN.
           READ LOCATION-FILE-IN
               INVALID KEY
                   MOVE "N" TO ROOM-LOCATION-OK-SW
               NOT INVALID KEY
                   IF LOCATION-RETIRED-IN
                       MOVE "N" TO ROOM-LOCATION-OK-SW
                   END-IF
           END-READ.

       803-LOAD-STOREROOM-POSITION.
           MOVE LOCATION-CODE-IN TO ROOM-LOCATION-WS(ROOM-IDX).
           MOVE QTY-ON-HAND-IN TO ROOM-ON-HAND-WS(ROOM-IDX).
           MOVE REORDER-POINT-IN TO ROOM-REORDER-POINT-WS(ROOM-IDX).
           MOVE ZERO TO TRANSFER-IN-QTY-WS.
           MOVE ZERO TO TRANSFER-OUT-QTY-WS.
           PERFORM  804-TALLY-PENDING-TRANSFER
               VARYING PEND-IDX FROM 1 BY 1
               UNTIL PEND-IDX > PENDING-COUNT-WS.
           COMPUTE ROOM-POSITION-WS(ROOM-IDX) = QTY-ON-HAND-IN
               + TRANSFER-IN-QTY-WS - TRANSFER-OUT-QTY-WS.
           MOVE ZERO TO ROOM-SHORTFALL-WS(ROOM-IDX).
           MOVE ZERO TO ROOM-SURPLUS-WS(ROOM-IDX).
           IF ROOM-POSITION-WS(ROOM-IDX) < REORDER-POINT-IN
               IF NOT PART-DISCONTINUED-IN
                   COMPUTE ROOM-SHORTFALL-WS(ROOM-IDX) =
                       REORDER-POINT-IN - ROOM-POSITION-WS(ROOM-IDX)
                   ADD 1 TO ROOMS-SHORT-WS
               END-IF
           ELSE
               COMPUTE ROOM-SURPLUS-WORK-WS =
                   ROOM-POSITION-WS(ROOM-IDX) - REORDER-POINT-IN
                   - QTY-ALLOCATED-IN - QTY-ON-HOLD-IN
               IF ROOM-SURPLUS-WORK-WS > 0
                   MOVE ROOM-SURPLUS-WORK-WS
                       TO ROOM-SURPLUS-WS(ROOM-IDX)
               END-IF
           END-IF.

       804-TALLY-PENDING-TRANSFER.
           IF PEND-PART-NUMBER-WS(PEND-IDX) = PART-NUMBER-IN
               IF PEND-TO-LOCATION-WS(PEND-IDX) = LOCATION-CODE-IN
                   ADD PEND-QTY-WS(PEND-IDX) TO TRANSFER-IN-QTY-WS
               END-IF
               IF PEND-FROM-LOCATION-WS(PEND-IDX) = LOCATION-CODE-IN
                   ADD PEND-QTY-WS(PEND-IDX) TO TRANSFER-OUT-QTY-WS
               END-IF
           END-IF.

      * Surplus is taken from the other storerooms in key order
      * until the short one is back to its reorder point; what no
      * storeroom can spare is left for the purchase order.
       805-COVER-SHORT-STOREROOM.
           IF ROOM-SHORTFALL-WS(ROOM-IDX) > 0
               SET SHORT-SLOT-WS TO ROOM-IDX
               PERFORM  806-TAKE-FROM-ONE-STOREROOM
                   VARYING ROOM-IDX FROM 1 BY 1
                   UNTIL ROOM-IDX > ROOM-COUNT-WS
                   OR ROOM-SHORTFALL-WS(SHORT-SLOT-WS) = 0
               SET ROOM-IDX TO SHORT-SLOT-WS
               IF ROOM-SHORTFALL-WS(ROOM-IDX) > 0
                   PERFORM  808-PRINT-UNCOVERED-LINE
               END-IF
           END-IF.

       806-TAKE-FROM-ONE-STOREROOM.
           IF ROOM-SURPLUS-WS(ROOM-IDX) > 0
               IF ROOM-SURPLUS-WS(ROOM-IDX)
                   < ROOM-SHORTFALL-WS(SHORT-SLOT-WS)
                   MOVE ROOM-SURPLUS-WS(ROOM-IDX) TO MOVE-QTY-WS
               ELSE
                   MOVE ROOM-SHORTFALL-WS(SHORT-SLOT-WS)
                       TO MOVE-QTY-WS
               END-IF
               SUBTRACT MOVE-QTY-WS FROM ROOM-SURPLUS-WS(ROOM-IDX)
               SUBTRACT MOVE-QTY-WS
                   FROM ROOM-SHORTFALL-WS(SHORT-SLOT-WS)
               PERFORM  807-RECORD-SUGGESTION
           END-IF.

       807-RECORD-SUGGESTION.
           IF SUGGESTION-COUNT-WS < 999
               ADD 1 TO SUGGESTION-COUNT-WS
               SET SUGG-IDX TO SUGGESTION-COUNT-WS
               MOVE CURRENT-PART-WS TO SUGG-PART-NUMBER-WS(SUGG-IDX)
               MOVE ROOM-LOCATION-WS(ROOM-IDX)
                   TO SUGG-FROM-LOCATION-WS(SUGG-IDX)
               MOVE ROOM-LOCATION-WS(SHORT-SLOT-WS)
                   TO SUGG-TO-LOCATION-WS(SUGG-IDX)
               MOVE MOVE-QTY-WS TO SUGG-QTY-WS(SUGG-IDX)
               MOVE CURRENT-PART-SERIAL-WS
                   TO SUGG-SERIAL-FLAG-WS(SUGG-IDX)
               ADD MOVE-QTY-WS TO UNITS-SUGGESTED-WS
               MOVE CURRENT-PART-WS TO XFR-PART-NUMBER-OUT
               MOVE CURRENT-PART-NAME-WS TO XFR-PART-NAME-OUT
               MOVE ROOM-LOCATION-WS(ROOM-IDX)
                   TO XFR-FROM-LOCATION-OUT
               MOVE ROOM-LOCATION-WS(SHORT-SLOT-WS)
                   TO XFR-TO-LOCATION-OUT
               MOVE MOVE-QTY-WS TO XFR-MOVE-QTY-OUT
               MOVE ROOM-ON-HAND-WS(SHORT-SLOT-WS)
                   TO XFR-TO-ON-HAND-OUT
               MOVE ROOM-REORDER-POINT-WS(SHORT-SLOT-WS)
                   TO XFR-TO-REORDER-OUT
               WRITE TRANSFER-REPORT-LINE
                   FROM TRANSFER-DETAIL-LINE-WS
           ELSE
               MOVE "Y" TO SUGGESTION-TABLE-FULL-SW
           END-IF.

       808-PRINT-UNCOVERED-LINE.
           ADD ROOM-SHORTFALL-WS(ROOM-IDX) TO UNITS-STILL-SHORT-WS.
           MOVE CURRENT-PART-WS TO UNC-PART-NUMBER-OUT.
           MOVE CURRENT-PART-NAME-WS TO UNC-PART-NAME-OUT.
           MOVE ROOM-LOCATION-WS(ROOM-IDX) TO UNC-TO-LOCATION-OUT.
           MOVE ROOM-SHORTFALL-WS(ROOM-IDX) TO UNC-SHORT-QTY-OUT.
           WRITE TRANSFER-REPORT-LINE FROM UNCOVERED-DETAIL-LINE-WS.

      * The line leaves from the storeroom with the surplus and
      * lands at the short one; cost, lot and the rest stay blank
      * so posting moves the stock at its standing cost. A
      * serialized part moves one named unit at a time, so its
      * suggestion stays on the report for the storeroom to key
      * with the serials it picks.
       809-WRITE-BATCH-TRANSFER.
           IF SUGG-SERIALIZED(SUGG-IDX)
               ADD 1 TO SERIAL-MOVES-WS
           ELSE
               PERFORM  810-WRITE-ONE-TRANSFER
           END-IF.

       810-WRITE-ONE-TRANSFER.
           ADD 1 TO LINES-WRITTEN-WS.
           MOVE SUGG-PART-NUMBER-WS(SUGG-IDX)
               TO TRANS-PART-NUMBER-OUT.
           MOVE SUGG-FROM-LOCATION-WS(SUGG-IDX) TO TRANS-LOCATION-OUT.
           MOVE "T" TO TRANS-TYPE-OUT.
           MOVE SUGG-QTY-WS(SUGG-IDX) TO TRANS-VALUE-OUT.
           MOVE SUGG-TO-LOCATION-WS(SUGG-IDX)
               TO TRANS-TO-LOCATION-OUT.
           MOVE SPACES TO TRANS-CUSTOMER-OUT.
           MOVE SPACES TO TRANS-UNIT-COST-OUT.
           MOVE SPACES TO TRANS-LOT-NUMBER-OUT.
           MOVE SPACES TO TRANS-UOM-OUT.
           MOVE SPACES TO TRANS-REASON-OUT.
           MOVE SPACES TO TRANS-SERIAL-OUT.
           WRITE BATCH-TRANSACTION-RECORD-OUT.

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
           MOVE SPACES TO LOCMAST-PATH-WS.
           STRING
               FUNCTION TRIM(DATA-DIRECTORY-WS)
                   DELIMITED BY SIZE
               "LOCMAST.TXT" DELIMITED BY SIZE
               INTO LOCMAST-PATH-WS
           END-STRING.
           MOVE SPACES TO TRANBATCH-PATH-WS.
           STRING
               FUNCTION TRIM(DATA-DIRECTORY-WS)
                   DELIMITED BY SIZE
               "TRANBATCH.TXT" DELIMITED BY SIZE
               INTO TRANBATCH-PATH-WS
           END-STRING.
           MOVE SPACES TO XFERSUGG-PATH-WS.
           STRING
               FUNCTION TRIM(DATA-DIRECTORY-WS)
                   DELIMITED BY SIZE
               "XFERSUGG.TXT" DELIMITED BY SIZE
               INTO XFERSUGG-PATH-WS
           END-STRING.

      * Ending of Program RebalanceStorerooms
       END PROGRAM RebalanceStorerooms.
