       PROGRAM-ID. SupersessionReport as "SupersessionReport".
       AUTHOR     PRIYANK PATEL & JASHANJOT PRUTHI & VIVEK PATEL &
                   AMARJEET SINGH & SAHILVIR SINGH DHILLON.

      * Modification History
      * ---------------------------------------------------------
      * New report over SUPERSED.TXT. The first part prints every
      * supersession chain from the part that heads it - the one
      * no other part leads to - link by link with its effective
      * date, and the part each chain leads to today through the
      * links already in effect. A link that no head reaches can
      * only sit on a loop, and is listed on its own.
      * The second part lists the demand still sitting on a dead
      * number - a part replaced by a link already in effect: open
      * BACKORD.TXT backorders, open SALESORD.TXT order lines,
      * BOMFILE.TXT kit components, and the INVENT6.TXT shelf
      * stock still to be sold through, each beside the part it
      * should now be. SupersessionConversion.cbl moves what it
      * can once the old stock is gone; this shows what is left.
      * ---------------------------------------------------------

      * Environment division for the supersession report
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

         SELECT SUPERSEDE-FILE
         ASSIGN DYNAMIC SUPERSED-PATH-WS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS SUP-OLD-PART
           FILE STATUS IS SUPERSEDE-FILE-STATUS-WS.

         SELECT INVENT-FILE-IN
         ASSIGN DYNAMIC INVENT6-PATH-WS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS PART-LOCATION-KEY-IN
           FILE STATUS IS INVENT-FILE-STATUS-WS.

         SELECT BACKORDER-FILE-IN
         ASSIGN DYNAMIC BACKORD-PATH-WS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS BACKORDER-KEY-IN
           FILE STATUS IS BACKORD-FILE-STATUS-WS.

         SELECT SALES-ORDER-FILE-IN
         ASSIGN DYNAMIC SALESORD-PATH-WS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS SALES-ORDER-KEY-IN
           FILE STATUS IS SALES-ORDER-FILE-STATUS-WS.

         SELECT BOM-FILE-IN
         ASSIGN DYNAMIC BOMFILE-PATH-WS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS BOM-KEY-IN
           FILE STATUS IS BOM-FILE-STATUS-WS.

         SELECT SUPERSESSION-REPORT-OUT
         ASSIGN DYNAMIC SUPRPT-PATH-WS
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

       FD BOM-FILE-IN.
       01 BOM-RECORD-IN.
           05 BOM-KEY-IN.
               10 BOM-KIT-PART-IN           PIC 9(5).
               10 BOM-COMPONENT-PART-IN     PIC 9(5).
           05 BOM-QTY-PER-IN                PIC 9(3).

      * File division for the supersession report
       FD SUPERSESSION-REPORT-OUT.
       01 SUPERSESSION-REPORT-LINE         PIC X(80).

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
           05 SUPRPT-PATH-WS                PIC X(90).

       01 TEMP.
           05 SUPERSEDE-FILE-STATUS-WS      PIC X(2).
           05 INVENT-FILE-STATUS-WS         PIC X(2).
           05 BACKORD-FILE-STATUS-WS        PIC X(2).
           05 SALES-ORDER-FILE-STATUS-WS    PIC X(2).
           05 BOM-FILE-STATUS-WS            PIC X(2).
           05 SUPERSEDE-EOF-FLAG            PIC X(1) VALUE "N".
           05 INVENT-EOF-FLAG               PIC X(1) VALUE "N".
           05 BACKORDER-EOF-FLAG            PIC X(1) VALUE "N".
           05 ORDER-EOF-FLAG                PIC X(1) VALUE "N".
           05 BOM-EOF-FLAG                  PIC X(1) VALUE "N".
           05 TODAY-WS                      PIC 9(8).

      * Every link on SUPERSED.TXT, held so a chain can be walked
      * from its head and each dead number looked up
       01 LINK-TABLE-WS.
           05 LINK-ENTRY-WS                 OCCURS 999 TIMES
                                            INDEXED BY LNK-IDX.
               10 LNK-OLD-PART-WS           PIC 9(5).
               10 LNK-NEW-PART-WS           PIC 9(5).
               10 LNK-EFFECTIVE-DATE-WS     PIC 9(8).
               10 LNK-PRINTED-SW            PIC X(1).
                   88 LNK-PRINTED           VALUE "Y".
       01 LINK-COUNT-WS                     PIC 9(3) VALUE 0.
       01 LINK-TABLE-FULL-SW                PIC X(1) VALUE "N".
           88 LINK-TABLE-FULL               VALUE "Y".

       01 CHAIN-VARIABLES.
           05 LINK-IDX-WS                   PIC 9(3).
           05 SCAN-IDX-WS                   PIC 9(3).
           05 FOUND-IDX-WS                  PIC 9(3).
           05 SEEK-PART-WS                  PIC 9(5).
           05 CHAIN-PART-WS                 PIC 9(5).
           05 CURRENT-PART-WS               PIC 9(5).
           05 HOP-COUNT-WS                  PIC 9(3).
           05 MAX-HOPS-WS                   PIC 9(3) VALUE 20.
           05 HEAD-SW                       PIC X(1).
               88 PART-IS-HEAD              VALUE "Y".
           05 CHAIN-END-SW                  PIC X(1).
               88 CHAIN-ENDED               VALUE "Y".
           05 CURRENT-FROZEN-SW             PIC X(1).
               88 CURRENT-FROZEN            VALUE "Y".
           05 RESOLVE-PART-WS               PIC 9(5).
           05 REPLACEMENT-PART-WS           PIC 9(5).
           05 REPLACEMENT-FOUND-SW          PIC X(1).
               88 REPLACEMENT-FOUND         VALUE "Y".

       01 REPORT-COUNTERS.
           05 CHAINS-PRINTED-WS             PIC 9(5) VALUE 0.
           05 LOOPED-LINKS-WS               PIC 9(5) VALUE 0.
           05 DEMAND-LINES-WS               PIC 9(5) VALUE 0.

       01 SUPERSESSION-TITLE-LINE-WS.
           05 FILLER                        PIC X(27) VALUE
               "PART SUPERSESSION CHAINS ".
           05 TTL-YEAR-OUT                  PIC 9(4).
           05 FILLER                        PIC X(1) VALUE "/".
           05 TTL-MONTH-OUT                 PIC 9(2).
           05 FILLER                        PIC X(1) VALUE "/".
           05 TTL-DAY-OUT                   PIC 9(2).

       01 CHAIN-HEAD-LINE-WS.
           05 FILLER                        PIC X(16) VALUE
               "CHAIN FROM PART ".
           05 CHH-HEAD-PART-OUT             PIC 9(5).

       01 CHAIN-LINK-LINE-WS.
           05 FILLER                        PIC X(4) VALUE SPACES.
           05 CHL-OLD-PART-OUT              PIC 9(5).
           05 FILLER                        PIC X(13) VALUE
               " REPLACED BY ".
           05 CHL-NEW-PART-OUT              PIC 9(5).
           05 FILLER                        PIC X(11) VALUE
               " EFFECTIVE ".
           05 CHL-EFFECTIVE-DATE-OUT        PIC 9(8).
           05 FILLER                        PIC X(1) VALUE SPACES.
           05 CHL-STATUS-OUT                PIC X(9).

       01 CHAIN-CURRENT-LINE-WS.
           05 FILLER                        PIC X(4) VALUE SPACES.
           05 FILLER                        PIC X(19) VALUE
               "CURRENT PART TODAY ".
           05 CHC-CURRENT-PART-OUT          PIC 9(5).

       01 LOOP-HEADING-LINE-WS.
           05 FILLER                        PIC X(50) VALUE
               "LINKS NO CHAIN HEAD REACHES - LOOPED".

       01 DEMAND-HEADING-LINE-WS.
           05 FILLER                        PIC X(40) VALUE
               "DEMAND STILL ON SUPERSEDED PART NUMBERS".

       01 DEMAND-COLUMN-HDR-WS.
           05 FILLER                  PIC X(12) VALUE "DEMAND".
           05 FILLER                  PIC X(11) VALUE "REFERENCE".
           05 FILLER                  PIC X(7)  VALUE "OLD".
           05 FILLER                  PIC X(4)  VALUE "LOC".
           05 FILLER                  PIC X(8)  VALUE "QTY".
           05 FILLER                  PIC X(9)  VALUE "CURRENT".
           05 FILLER                  PIC X(20) VALUE "NOTE".

       01 DEMAND-DETAIL-LINE-WS.
           05 DMD-DEMAND-OUT                PIC X(10).
           05 FILLER                        PIC X(2) VALUE SPACES.
           05 DMD-REFERENCE-OUT             PIC X(9).
           05 FILLER                        PIC X(2) VALUE SPACES.
           05 DMD-OLD-PART-OUT              PIC 9(5).
           05 FILLER                        PIC X(2) VALUE SPACES.
           05 DMD-LOCATION-OUT              PIC X(2).
           05 FILLER                        PIC X(2) VALUE SPACES.
           05 DMD-QTY-OUT                   PIC ZZ,ZZ9.
           05 FILLER                        PIC X(2) VALUE SPACES.
           05 DMD-CURRENT-PART-OUT          PIC 9(5).
           05 FILLER                        PIC X(4) VALUE SPACES.
           05 DMD-NOTE-OUT                  PIC X(20).

      * An order line is referenced by order and line number
       01 ORDER-REFERENCE-WS.
           05 ORF-SO-NUMBER-WS              PIC 9(5).
           05 FILLER                        PIC X(1) VALUE "-".
           05 ORF-SO-LINE-WS                PIC 9(3).

       01 SUPERSESSION-TRAIL-LINE-WS.
           05 TRL-LABEL-OUT                 PIC X(30).
           05 TRL-COUNT-OUT                 PIC ZZ,ZZ9.

       01 TABLE-FULL-WARNING-LINE-WS.
           05 FILLER                        PIC X(55) VALUE
             "**WARNING** SUPERSESSION TABLE FULL - SOME NOT SHOWN".

      * Procedure division begins
       PROCEDURE DIVISION.
       100-CREATE-SUPERSESSION-REPORT.
           PERFORM  990-LOAD-FILE-PATHS.
           PERFORM  201-INIT-OPEN-FILES.
           PERFORM  202-PRINT-CHAINS.
           PERFORM  203-PRINT-LOOPED-LINKS.
           WRITE SUPERSESSION-REPORT-LINE FROM DEMAND-HEADING-LINE-WS
               AFTER ADVANCING 2 LINES.
           WRITE SUPERSESSION-REPORT-LINE FROM DEMAND-COLUMN-HDR-WS.
           PERFORM  204-PRINT-DEAD-BACKORDERS.
           PERFORM  205-PRINT-DEAD-ORDER-LINES.
           PERFORM  206-PRINT-DEAD-KIT-LINES.
           PERFORM  207-PRINT-DEAD-SHELF-STOCK.
           PERFORM  208-PRINT-REPORT-TOTALS.
           PERFORM  209-TERMINATE-SUPERSESSION-RPT.
           IF LINK-TABLE-FULL
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
           STOP RUN.

      * The links are read once into the table - no supersession
      * file yet just prints an empty report.
       201-INIT-OPEN-FILES.
           OPEN OUTPUT SUPERSESSION-REPORT-OUT.
           MOVE FUNCTION CURRENT-DATE(1:8) TO TODAY-WS.
           MOVE TODAY-WS(1:4) TO TTL-YEAR-OUT.
           MOVE TODAY-WS(5:2) TO TTL-MONTH-OUT.
           MOVE TODAY-WS(7:2) TO TTL-DAY-OUT.
           WRITE SUPERSESSION-REPORT-LINE
               FROM SUPERSESSION-TITLE-LINE-WS
               BEFORE ADVANCING 2 LINES.
           OPEN INPUT SUPERSEDE-FILE.
           IF SUPERSEDE-FILE-STATUS-WS = "00"
               PERFORM  701-READ-SUPERSESSION
               PERFORM  801-STORE-LINK
                   UNTIL SUPERSEDE-EOF-FLAG = "Y"
               CLOSE SUPERSEDE-FILE
           END-IF.

       202-PRINT-CHAINS.
           PERFORM  802-PRINT-CHAIN-IF-HEAD
               VARYING LINK-IDX-WS FROM 1 BY 1
               UNTIL LINK-IDX-WS > LINK-COUNT-WS.

       203-PRINT-LOOPED-LINKS.
           PERFORM  806-PRINT-LINK-IF-UNREACHED
               VARYING LINK-IDX-WS FROM 1 BY 1
               UNTIL LINK-IDX-WS > LINK-COUNT-WS.

       204-PRINT-DEAD-BACKORDERS.
           OPEN INPUT BACKORDER-FILE-IN.
           IF BACKORD-FILE-STATUS-WS = "00"
               PERFORM  702-READ-BACKORDER
               PERFORM  810-CHECK-ONE-BACKORDER
                   UNTIL BACKORDER-EOF-FLAG = "Y"
               CLOSE BACKORDER-FILE-IN
           END-IF.

       205-PRINT-DEAD-ORDER-LINES.
           OPEN INPUT SALES-ORDER-FILE-IN.
           IF SALES-ORDER-FILE-STATUS-WS = "00"
               PERFORM  703-READ-ORDER-LINE
               PERFORM  811-CHECK-ONE-ORDER-LINE
                   UNTIL ORDER-EOF-FLAG = "Y"
               CLOSE SALES-ORDER-FILE-IN
           END-IF.

       206-PRINT-DEAD-KIT-LINES.
           OPEN INPUT BOM-FILE-IN.
           IF BOM-FILE-STATUS-WS = "00"
               PERFORM  704-READ-BOM-LINE
               PERFORM  812-CHECK-ONE-KIT-LINE
                   UNTIL BOM-EOF-FLAG = "Y"
               CLOSE BOM-FILE-IN
           END-IF.

       207-PRINT-DEAD-SHELF-STOCK.
           OPEN INPUT INVENT-FILE-IN.
           IF INVENT-FILE-STATUS-WS = "00"
               PERFORM  705-READ-INVENTORY
               PERFORM  813-CHECK-ONE-STOREROOM
                   UNTIL INVENT-EOF-FLAG = "Y"
               CLOSE INVENT-FILE-IN
           END-IF.

       208-PRINT-REPORT-TOTALS.
           MOVE "CHAINS" TO TRL-LABEL-OUT.
           MOVE CHAINS-PRINTED-WS TO TRL-COUNT-OUT.
           WRITE SUPERSESSION-REPORT-LINE
               FROM SUPERSESSION-TRAIL-LINE-WS
               AFTER ADVANCING 2 LINES.
           MOVE "LOOPED LINKS" TO TRL-LABEL-OUT.
           MOVE LOOPED-LINKS-WS TO TRL-COUNT-OUT.
           WRITE SUPERSESSION-REPORT-LINE
               FROM SUPERSESSION-TRAIL-LINE-WS.
           MOVE "DEMAND LINES ON DEAD NUMBERS" TO TRL-LABEL-OUT.
           MOVE DEMAND-LINES-WS TO TRL-COUNT-OUT.
           WRITE SUPERSESSION-REPORT-LINE
               FROM SUPERSESSION-TRAIL-LINE-WS.
           IF LINK-TABLE-FULL
               WRITE SUPERSESSION-REPORT-LINE
                   FROM TABLE-FULL-WARNING-LINE-WS
                   AFTER ADVANCING 1 LINE
           END-IF.

       209-TERMINATE-SUPERSESSION-RPT.
           CLOSE SUPERSESSION-REPORT-OUT.

       701-READ-SUPERSESSION.
           READ SUPERSEDE-FILE NEXT RECORD
               AT END
               MOVE "Y" TO SUPERSEDE-EOF-FLAG.

       702-READ-BACKORDER.
           READ BACKORDER-FILE-IN NEXT RECORD
               AT END
               MOVE "Y" TO BACKORDER-EOF-FLAG.

       703-READ-ORDER-LINE.
           READ SALES-ORDER-FILE-IN NEXT RECORD
               AT END
               MOVE "Y" TO ORDER-EOF-FLAG.

       704-READ-BOM-LINE.
           READ BOM-FILE-IN NEXT RECORD
               AT END
               MOVE "Y" TO BOM-EOF-FLAG.

       705-READ-INVENTORY.
           READ INVENT-FILE-IN NEXT RECORD
               AT END
               MOVE "Y" TO INVENT-EOF-FLAG.

       801-STORE-LINK.
           IF LINK-COUNT-WS < 999
               ADD 1 TO LINK-COUNT-WS
               SET LNK-IDX TO LINK-COUNT-WS
               MOVE SUP-OLD-PART TO LNK-OLD-PART-WS(LNK-IDX)
               MOVE SUP-NEW-PART TO LNK-NEW-PART-WS(LNK-IDX)
               MOVE SUP-EFFECTIVE-DATE
                   TO LNK-EFFECTIVE-DATE-WS(LNK-IDX)
               MOVE "N" TO LNK-PRINTED-SW(LNK-IDX)
           ELSE
               MOVE "Y" TO LINK-TABLE-FULL-SW
           END-IF.
           PERFORM  701-READ-SUPERSESSION.

      * A head is an old part no link leads to. Its chain prints
      * every link onward, pending ones too, and the part it
      * leads to today stops at the first link not yet in effect.
       802-PRINT-CHAIN-IF-HEAD.
           SET LNK-IDX TO LINK-IDX-WS.
           MOVE "Y" TO HEAD-SW.
           PERFORM  803-CHECK-LEADS-TO-HEAD
               VARYING SCAN-IDX-WS FROM 1 BY 1
               UNTIL SCAN-IDX-WS > LINK-COUNT-WS
               OR NOT PART-IS-HEAD.
           IF PART-IS-HEAD
               SET LNK-IDX TO LINK-IDX-WS
               MOVE LNK-OLD-PART-WS(LNK-IDX) TO CHH-HEAD-PART-OUT
               WRITE SUPERSESSION-REPORT-LINE FROM CHAIN-HEAD-LINE-WS
                   AFTER ADVANCING 1 LINE
               MOVE LNK-OLD-PART-WS(LNK-IDX) TO CHAIN-PART-WS
               MOVE CHAIN-PART-WS TO CURRENT-PART-WS
               MOVE "N" TO CURRENT-FROZEN-SW
               MOVE "N" TO CHAIN-END-SW
               MOVE ZERO TO HOP-COUNT-WS
               PERFORM  804-PRINT-ONE-LINK
                   UNTIL CHAIN-ENDED
                   OR HOP-COUNT-WS > MAX-HOPS-WS
               MOVE CURRENT-PART-WS TO CHC-CURRENT-PART-OUT
               WRITE SUPERSESSION-REPORT-LINE
                   FROM CHAIN-CURRENT-LINE-WS
               ADD 1 TO CHAINS-PRINTED-WS
           END-IF.

       803-CHECK-LEADS-TO-HEAD.
           SET LNK-IDX TO SCAN-IDX-WS.
           MOVE LNK-NEW-PART-WS(LNK-IDX) TO SEEK-PART-WS.
           SET LNK-IDX TO LINK-IDX-WS.
           IF SEEK-PART-WS = LNK-OLD-PART-WS(LNK-IDX)
               MOVE "N" TO HEAD-SW
           END-IF.

       804-PRINT-ONE-LINK.
           MOVE CHAIN-PART-WS TO SEEK-PART-WS.
           PERFORM  805-FIND-LINK.
           IF FOUND-IDX-WS = ZERO
               MOVE "Y" TO CHAIN-END-SW
           ELSE
               ADD 1 TO HOP-COUNT-WS
               SET LNK-IDX TO FOUND-IDX-WS
               MOVE "Y" TO LNK-PRINTED-SW(LNK-IDX)
               PERFORM  807-WRITE-LINK-LINE
               IF LNK-EFFECTIVE-DATE-WS(LNK-IDX) > TODAY-WS
                   MOVE "Y" TO CURRENT-FROZEN-SW
               ELSE
                   IF NOT CURRENT-FROZEN
                       MOVE LNK-NEW-PART-WS(LNK-IDX)
                           TO CURRENT-PART-WS
                   END-IF
               END-IF
               MOVE LNK-NEW-PART-WS(LNK-IDX) TO CHAIN-PART-WS
           END-IF.

      * The link whose old part is SEEK-PART-WS, or zero - an old
      * part carries one replacement only.
       805-FIND-LINK.
           MOVE ZERO TO FOUND-IDX-WS.
           PERFORM  808-CHECK-ONE-LINK
               VARYING SCAN-IDX-WS FROM 1 BY 1
               UNTIL SCAN-IDX-WS > LINK-COUNT-WS
               OR FOUND-IDX-WS NOT = ZERO.

       806-PRINT-LINK-IF-UNREACHED.
           SET LNK-IDX TO LINK-IDX-WS.
           IF NOT LNK-PRINTED(LNK-IDX)
               IF LOOPED-LINKS-WS = ZERO
                   WRITE SUPERSESSION-REPORT-LINE
                       FROM LOOP-HEADING-LINE-WS
                       AFTER ADVANCING 2 LINES
               END-IF
               PERFORM  807-WRITE-LINK-LINE
               ADD 1 TO LOOPED-LINKS-WS
           END-IF.

       807-WRITE-LINK-LINE.
           MOVE LNK-OLD-PART-WS(LNK-IDX) TO CHL-OLD-PART-OUT.
           MOVE LNK-NEW-PART-WS(LNK-IDX) TO CHL-NEW-PART-OUT.
           MOVE LNK-EFFECTIVE-DATE-WS(LNK-IDX)
               TO CHL-EFFECTIVE-DATE-OUT.
           IF LNK-EFFECTIVE-DATE-WS(LNK-IDX) > TODAY-WS
               MOVE "PENDING" TO CHL-STATUS-OUT
           ELSE
               MOVE "IN EFFECT" TO CHL-STATUS-OUT
           END-IF.
           WRITE SUPERSESSION-REPORT-LINE FROM CHAIN-LINK-LINE-WS.

       808-CHECK-ONE-LINK.
           SET LNK-IDX TO SCAN-IDX-WS.
           IF LNK-OLD-PART-WS(LNK-IDX) = SEEK-PART-WS
               MOVE SCAN-IDX-WS TO FOUND-IDX-WS
           END-IF.

      * A dead number is one replaced by a link already in effect
      * - the part it leads to today is the one it should be.
       809-FIND-CURRENT-REPLACEMENT.
           MOVE "N" TO REPLACEMENT-FOUND-SW.
           MOVE RESOLVE-PART-WS TO REPLACEMENT-PART-WS.
           MOVE ZERO TO HOP-COUNT-WS.
           MOVE "N" TO CHAIN-END-SW.
           PERFORM  814-FOLLOW-ONE-LINK
               UNTIL CHAIN-ENDED
               OR HOP-COUNT-WS > MAX-HOPS-WS.

       810-CHECK-ONE-BACKORDER.
           IF BO-ORDER-OPEN-IN
               MOVE BO-PART-NUMBER-IN TO RESOLVE-PART-WS
               PERFORM  809-FIND-CURRENT-REPLACEMENT
               IF REPLACEMENT-FOUND
                   MOVE "BACKORDER" TO DMD-DEMAND-OUT
                   MOVE BO-CUSTOMER-IN TO DMD-REFERENCE-OUT
                   MOVE BO-PART-NUMBER-IN TO DMD-OLD-PART-OUT
                   MOVE BO-LOCATION-IN TO DMD-LOCATION-OUT
                   MOVE BO-QTY-OPEN-IN TO DMD-QTY-OUT
                   MOVE SPACES TO DMD-NOTE-OUT
                   PERFORM  815-WRITE-DEMAND-LINE
               END-IF
           END-IF.
           PERFORM  702-READ-BACKORDER.

      * A drop-ship line is listed too - the supplier may no
      * longer ship the old number either.
       811-CHECK-ONE-ORDER-LINE.
           IF SO-LINE-OPEN-IN
               MOVE SO-PART-NUMBER-IN TO RESOLVE-PART-WS
               PERFORM  809-FIND-CURRENT-REPLACEMENT
               IF REPLACEMENT-FOUND
                   MOVE "ORDER LINE" TO DMD-DEMAND-OUT
                   MOVE SO-NUMBER-IN TO ORF-SO-NUMBER-WS
                   MOVE SO-LINE-IN TO ORF-SO-LINE-WS
                   MOVE ORDER-REFERENCE-WS TO DMD-REFERENCE-OUT
                   MOVE SO-PART-NUMBER-IN TO DMD-OLD-PART-OUT
                   MOVE SO-LOCATION-IN TO DMD-LOCATION-OUT
                   MOVE SO-QTY-OPEN-IN TO DMD-QTY-OUT
                   IF SO-LINE-DROP-SHIP-IN
                       MOVE "DROP SHIP" TO DMD-NOTE-OUT
                   ELSE
                       MOVE SPACES TO DMD-NOTE-OUT
                   END-IF
                   PERFORM  815-WRITE-DEMAND-LINE
               END-IF
           END-IF.
           PERFORM  703-READ-ORDER-LINE.

       812-CHECK-ONE-KIT-LINE.
           MOVE BOM-COMPONENT-PART-IN TO RESOLVE-PART-WS.
           PERFORM  809-FIND-CURRENT-REPLACEMENT.
           IF REPLACEMENT-FOUND
               MOVE "KIT LINE" TO DMD-DEMAND-OUT
               MOVE SPACES TO DMD-REFERENCE-OUT
               MOVE BOM-KIT-PART-IN TO DMD-REFERENCE-OUT(1:5)
               MOVE BOM-COMPONENT-PART-IN TO DMD-OLD-PART-OUT
               MOVE SPACES TO DMD-LOCATION-OUT
               MOVE BOM-QTY-PER-IN TO DMD-QTY-OUT
               MOVE "QTY PER KIT" TO DMD-NOTE-OUT
               PERFORM  815-WRITE-DEMAND-LINE
           END-IF.
           PERFORM  704-READ-BOM-LINE.

      * Stock left on a dead number is what the counter must
      * still sell through before the replacement is offered.
       813-CHECK-ONE-STOREROOM.
           IF QTY-ON-HAND-IN > ZERO
               MOVE PART-NUMBER-IN TO RESOLVE-PART-WS
               PERFORM  809-FIND-CURRENT-REPLACEMENT
               IF REPLACEMENT-FOUND
                   MOVE "SHELF" TO DMD-DEMAND-OUT
                   MOVE SPACES TO DMD-REFERENCE-OUT
                   MOVE PART-NUMBER-IN TO DMD-OLD-PART-OUT
                   MOVE LOCATION-CODE-IN TO DMD-LOCATION-OUT
                   MOVE QTY-ON-HAND-IN TO DMD-QTY-OUT
                   IF QTY-ON-HOLD-IN > ZERO
                       MOVE "INCLUDES HELD STOCK" TO DMD-NOTE-OUT
                   ELSE
                       MOVE SPACES TO DMD-NOTE-OUT
                   END-IF
                   PERFORM  815-WRITE-DEMAND-LINE
               END-IF
           END-IF.
           PERFORM  705-READ-INVENTORY.

       814-FOLLOW-ONE-LINK.
           MOVE REPLACEMENT-PART-WS TO SEEK-PART-WS.
           PERFORM  805-FIND-LINK.
           IF FOUND-IDX-WS = ZERO
               MOVE "Y" TO CHAIN-END-SW
           ELSE
               SET LNK-IDX TO FOUND-IDX-WS
               IF LNK-EFFECTIVE-DATE-WS(LNK-IDX) > TODAY-WS
                   MOVE "Y" TO CHAIN-END-SW
               ELSE
                   ADD 1 TO HOP-COUNT-WS
                   MOVE LNK-NEW-PART-WS(LNK-IDX)
                       TO REPLACEMENT-PART-WS
                   MOVE "Y" TO REPLACEMENT-FOUND-SW
               END-IF
           END-IF.

       815-WRITE-DEMAND-LINE.
           MOVE REPLACEMENT-PART-WS TO DMD-CURRENT-PART-OUT.
           WRITE SUPERSESSION-REPORT-LINE FROM DEMAND-DETAIL-LINE-WS.
           ADD 1 TO DEMAND-LINES-WS.

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
           MOVE SPACES TO SUPRPT-PATH-WS.
           STRING
               FUNCTION TRIM(DATA-DIRECTORY-WS)
                   DELIMITED BY SIZE
               "SUPRPT.TXT" DELIMITED BY SIZE
               INTO SUPRPT-PATH-WS
           END-STRING.

      * Ending of Program SupersessionReport
       END PROGRAM SupersessionReport.
