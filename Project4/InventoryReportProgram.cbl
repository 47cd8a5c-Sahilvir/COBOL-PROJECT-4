           RECORD KEY IS BACKORDER-KEY-IN
           FILE STATUS IS BACKORDER-FILE-STATUS-WS.

      * Tonight's transaction batch, read only for the storeroom
      * transfers RebalanceStorerooms.cbl (or a keyed "T" line) has
      * put there - they post after this step, so the stock they
      * move is netted here before an order is sized.
           SELECT PENDING-TRANSFER-FILE-IN
           ASSIGN DYNAMIC TRANBATCH-PATH-WS
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS PENDING-TRANSFER-STATUS-WS.

      *Describing the file, record, and field structures to be used in 
      *the program
       DATA DIVISION.
           05 STOCK-UNIT-IN                PIC X(4).
           05 PACK-SIZE-IN                 PIC 9(3).
           05 BARCODE-IN                   PIC X(13).
           05 INSPECT-FLAG-IN              PIC X(1).
               88 INSPECT-REQUIRED-IN      VALUE "Y".
           05 QTY-ON-HOLD-IN               PIC 9(5).
           05 SERIAL-FLAG-IN               PIC X(1).
               88 SERIALIZED-PART-IN       VALUE "Y".
           
      * File division for supplier
       FD SUPPLIER-FILE-IN.
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
               88 BO-ORDER-OPEN-IN          VALUE "O".
               88 BO-ORDER-FILLED-IN        VALUE "F".
           05 BO-CUSTOMER-IN                PIC X(5).
           05 BO-FILL-DATE-IN               PIC 9(8).

      * A batch line in the TRANBATCH.TXT layout - only the "T"
      * transfer lines are kept
       FD PENDING-TRANSFER-FILE-IN.
       01 PENDING-TRANSFER-RECORD-IN.
           05 PT-PART-NUMBER-IN             PIC 9(5).
           05 PT-LOCATION-IN                PIC X(2).
           05 PT-TYPE-IN                    PIC X(1).
           05 PT-VALUE-IN                   PIC 9(5)V99.
           05 PT-TO-LOCATION-IN             PIC X(2).
           05 PT-CUSTOMER-IN                PIC X(5).
           05 PT-UNIT-COST-IN               PIC X(6).
           05 PT-LOT-NUMBER-IN              PIC X(10).
           05 PT-UOM-IN                     PIC X(1).
           05 PT-REASON-IN                  PIC X(1).

      * Working storage section for file variables
       WORKING-STORAGE SECTION.
           05 OPENPO-PATH-WS                PIC X(90).
           05 POCTL-PATH-WS                 PIC X(90).
           05 BACKORD-PATH-WS               PIC X(90).
           05 TRANBATCH-PATH-WS             PIC X(90).

       01  INVENT-DETAIL-LINE-WS.
           05  INVENTORY-PART-NUMBER       PIC 99,999.
       01 PO-CONTROL-FILE-STATUS-WS         PIC X(2).
       01 BACKORDER-FILE-STATUS-WS          PIC X(2).
       01 PART-SUPPLIER-STATUS-WS           PIC X(2).
       01 PENDING-TRANSFER-STATUS-WS        PIC X(2).

      * Storeroom transfers waiting on the batch. A short storeroom
      * is judged on its projected position - on-hand plus
      * transfers in less transfers out - so stock already on its
      * way from another storeroom is not bought again.
       01 PENDING-TRANSFER-VARIABLES.
           05  PENDING-TRANSFER-EOF-FLAG   PIC X(1) VALUE "N".
           05  PENDING-TABLE-FULL-SW       PIC X(1) VALUE "N".
               88  PENDING-TABLE-FULL      VALUE "Y".
           05  PENDING-COUNT-WS            PIC 9(3) VALUE 0.
           05  TRANSFER-IN-QTY-WS          PIC 9(7).
           05  TRANSFER-OUT-QTY-WS         PIC 9(7).
           05  PROJECTED-ON-HAND-WS        PIC S9(7).
       01 PENDING-TRANSFER-TABLE-WS.
           05  PENDING-ENTRY-WS            OCCURS 999 TIMES
                                           INDEXED BY PEND-IDX.
               10  PEND-PART-NUMBER-WS     PIC 9(5).
               10  PEND-FROM-LOCATION-WS   PIC X(2).
               10  PEND-TO-LOCATION-WS     PIC X(2).
               10  PEND-QTY-WS             PIC 9(5).

      * The vendor tonight's order line actually goes to - the
      * primary when active, the best active alternate when not
           PERFORM  716-READ-PO-CONTROL-NUMBER.
           PERFORM  720-OPEN-BACKORDER-FILE.
           PERFORM  730-OPEN-PART-SUPPLIER-FILE.
           PERFORM  731-LOAD-PENDING-TRANSFERS.
           MOVE LOW-VALUES TO SUPPLIER-COD-IN.
           START INVENT-FILE-IN KEY IS NOT LESS THAN SUPPLIER-COD-IN
               INVALID KEY
               MOVE "Y" TO PSUP-FILE-MISSING-SW
           END-IF.

      * No batch file yet just means no transfers are waiting.
       731-LOAD-PENDING-TRANSFERS.
           OPEN INPUT PENDING-TRANSFER-FILE-IN.
           IF PENDING-TRANSFER-STATUS-WS = "00"
               PERFORM  732-READ-PENDING-TRANSFER
               PERFORM  733-KEEP-PENDING-TRANSFER
                   UNTIL PENDING-TRANSFER-EOF-FLAG = "Y"
               CLOSE PENDING-TRANSFER-FILE-IN
               IF PENDING-TABLE-FULL
                   DISPLAY "PENDING TRANSFER TABLE FULL - REST IGNORED"
               END-IF
           END-IF.

       732-READ-PENDING-TRANSFER.
           READ PENDING-TRANSFER-FILE-IN
               AT END
               MOVE "Y" TO PENDING-TRANSFER-EOF-FLAG.

      * A line the edit pass would bounce for a bad number is not
      * counted - it will not post either.
       733-KEEP-PENDING-TRANSFER.
           IF PT-TYPE-IN = "T"
               AND PT-PART-NUMBER-IN IS NUMERIC
               AND PT-VALUE-IN IS NUMERIC
               IF PENDING-COUNT-WS < 999
                   ADD 1 TO PENDING-COUNT-WS
                   SET PEND-IDX TO PENDING-COUNT-WS
                   MOVE PT-PART-NUMBER-IN
                       TO PEND-PART-NUMBER-WS(PEND-IDX)
                   MOVE PT-LOCATION-IN
                       TO PEND-FROM-LOCATION-WS(PEND-IDX)
                   MOVE PT-TO-LOCATION-IN
                       TO PEND-TO-LOCATION-WS(PEND-IDX)
                   MOVE PT-VALUE-IN TO PEND-QTY-WS(PEND-IDX)
               ELSE
                   MOVE "Y" TO PENDING-TABLE-FULL-SW
               END-IF
           END-IF.
           PERFORM  732-READ-PENDING-TRANSFER.

       734-SUM-PENDING-TRANSFERS.
           MOVE ZERO TO TRANSFER-IN-QTY-WS.
           MOVE ZERO TO TRANSFER-OUT-QTY-WS.
           PERFORM  735-TALLY-PENDING-TRANSFER
               VARYING PEND-IDX FROM 1 BY 1
               UNTIL PEND-IDX > PENDING-COUNT-WS.

       735-TALLY-PENDING-TRANSFER.
           IF PEND-PART-NUMBER-WS(PEND-IDX) = PART-NUMBER-IN
               IF PEND-TO-LOCATION-WS(PEND-IDX) = LOCATION-CODE-IN
                   ADD PEND-QTY-WS(PEND-IDX) TO TRANSFER-IN-QTY-WS
               END-IF
               IF PEND-FROM-LOCATION-WS(PEND-IDX) = LOCATION-CODE-IN
                   ADD PEND-QTY-WS(PEND-IDX) TO TRANSFER-OUT-QTY-WS
               END-IF
           END-IF.

       716-READ-PO-CONTROL-NUMBER.
           OPEN INPUT PO-CONTROL-FILE.
           IF PO-CONTROL-FILE-STATUS-WS = "00"
      * backorder queue goes on top, so a part with customers
      * already waiting gets an order sized to clear them. A need
      * the open orders fully cover writes no line at all.
      * The gross need is taken off the projected position, so a
      * storeroom another storeroom is already restocking through
      * a batch transfer only buys what the transfer leaves short.
       807-WRITE-PURCHASE-ORDER-LINE.
           PERFORM  734-SUM-PENDING-TRANSFERS.
           COMPUTE PROJECTED-ON-HAND-WS = QTY-ON-HAND-IN
               + TRANSFER-IN-QTY-WS - TRANSFER-OUT-QTY-WS.
           IF PROJECTED-ON-HAND-WS < REORDER-POINT-IN
               COMPUTE PO-GROSS-QTY-WS ROUNDED =
                   (REORDER-POINT-IN - PROJECTED-ON-HAND-WS) +
                   (REORDER-POINT-IN * REORDER-CUSHION-RATE-WS)
               ON SIZE ERROR
                   MOVE 99999 TO PO-GROSS-QTY-WS
               END-COMPUTE
           ELSE
               MOVE ZERO TO PO-GROSS-QTY-WS
           END-IF.
           PERFORM  721-SUM-OPEN-ORDER-QUANTITY.
           PERFORM  722-SUM-OPEN-BACKORDER-QTY.
           COMPUTE NET-REQUIRED-WS =
               AT END
               MOVE "Y" TO PO-SCAN-EOF-FLAG.

      * A drop-ship line goes straight from the supplier to the
      * customer - it never reaches the shelf, so it is not stock
      * on order.
       724-TALLY-OPEN-ORDER-LINE.
           IF OPO-STATUS-OUT = "O"
               AND OPO-STOCK-LINE
               AND OPO-PART-NUMBER-OUT = PART-NUMBER-IN
               AND OPO-LOCATION-OUT = LOCATION-CODE-IN
               COMPUTE ON-ORDER-QTY-WS = ON-ORDER-QTY-WS
           WRITE PURCHASE-ORDER-LINE FROM PO-HEADER-LINE-WS
           BEFORE ADVANCING 2 LINES.

      * The line carries the part's current weighted-average cost as
      * the agreed unit price - the vendor invoice is matched
      * against it, and nothing is billed against it until the
      * dock has received.
       719-WRITE-OPEN-PO-RECORD.
           ADD 1 TO CURRENT-PO-LINE-WS.
           MOVE CURRENT-PO-NUMBER-WS TO OPO-PO-NUMBER-OUT.
           MOVE PO-ORDER-DATE-WS TO OPO-ORDER-DATE-OUT.
           MOVE ZERO TO OPO-RECEIVED-DATE-OUT.
           MOVE "O" TO OPO-STATUS-OUT.
           MOVE UNIT-COST-IN TO OPO-UNIT-COST-OUT.
           MOVE ZERO TO OPO-QTY-INVOICED-OUT.
           MOVE ZERO TO OPO-SO-NUMBER-OUT.
           MOVE ZERO TO OPO-SO-LINE-OUT.
           MOVE SPACES TO OPO-SHIP-TO-CUSTOMER-OUT.
           MOVE SPACES TO OPO-SHIP-TO-ADDRESS-OUT.
           WRITE OPEN-PO-RECORD-OUT
               INVALID KEY
                   DISPLAY "DUPLICATE OPEN PO KEY " OPEN-PO-KEY-OUT
               "POCTL.TXT" DELIMITED BY SIZE
               INTO POCTL-PATH-WS
           END-STRING.
           MOVE SPACES TO TRANBATCH-PATH-WS.
           STRING
               FUNCTION TRIM(DATA-DIRECTORY-WS)
                   DELIMITED BY SIZE
               "TRANBATCH.TXT" DELIMITED BY SIZE
               INTO TRANBATCH-PATH-WS
           END-STRING.
           MOVE SPACES TO BACKORD-PATH-WS.
           STRING
               FUNCTION TRIM(DATA-DIRECTORY-WS)
