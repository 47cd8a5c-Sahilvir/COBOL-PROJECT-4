       PROGRAM-ID. FileIntegrityCheck as "FileIntegrityCheck".
       AUTHOR     PRIYANK PATEL & JASHANJOT PRUTHI & VIVEK PATEL &
                   AMARJEET SINGH & SAHILVIR SINGH DHILLON.

      * Modification History
      * ---------------------------------------------------------
      * New nightly step proving the files agree with each other.
      * TrialBalance.cbl proves INVENT6.TXT against its own log,
      * but last month four cross-file breaks were found only by
      * accident - an allocation that no longer matched its open
      * orders, lots adding up to more than the shelf, a supplier
      * code pointing at nobody, and a kit component deleted from
      * the master. Every relationship below is now tested each
      * night and each break listed on INTEGRTY.TXT:
      *  - QTY-ALLOCATED against the open SALESORD.TXT lines;
      *  - the LOTMAST.TXT lots against QTY-ON-HAND;
      *  - the part's supplier against SUPPLIERI.TXT;
      *  - every BOMFILE.TXT component against INVENT6.TXT;
      *  - open OPENPO.TXT, BACKORD.TXT, and SALESORD.TXT lines
      *    against INVENT6.TXT and the LOCMAST.TXT locations;
      *  - every PARTSUPP.TXT alternate against SUPPLIERI.TXT.
      * A count per rule and a grand-total trailer close the
      * report. Any break ends the step with RETURN-CODE 4 so the
      * run log and the morning status page both show it; an
      * inventory master that cannot be read is an 8.
      * BACKORD.TXT record layout gains the fill date.
      * SALESORD.TXT and OPENPO.TXT record layouts gain the drop-ship
      * fields. A drop-ship order line reserves nothing, so it no
      * longer counts toward the allocation QTY-ALLOCATED is proved
      * against.
      * ---------------------------------------------------------

      * Environment division for the masters and open files
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
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PART-LOCATION-KEY-IN
           FILE STATUS IS INVENT-FILE-STATUS-WS.

         SELECT SUPPLIER-FILE-IN
         ASSIGN DYNAMIC SUPPLIERI-PATH-WS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS SUPPLIER-CODE-IN
           FILE STATUS IS SUPPLIER-FILE-STATUS-WS.

         SELECT LOCATION-FILE-IN
         ASSIGN DYNAMIC LOCMAST-PATH-WS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS LOCATION-CODE-IN
           FILE STATUS IS LOCATION-FILE-STATUS-WS.

         SELECT SALES-ORDER-FILE-IN
         ASSIGN DYNAMIC SALESORD-PATH-WS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS SALES-ORDER-KEY-IN
           FILE STATUS IS SALES-ORDER-STATUS-WS.

         SELECT LOT-FILE-IN
         ASSIGN DYNAMIC LOTMAST-PATH-WS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS LOT-KEY-IN
           FILE STATUS IS LOT-FILE-STATUS-WS.

         SELECT BOM-FILE-IN
         ASSIGN DYNAMIC BOMFILE-PATH-WS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS BOM-KEY-IN
           FILE STATUS IS BOM-FILE-STATUS-WS.

         SELECT OPEN-PO-FILE-IN
         ASSIGN DYNAMIC OPENPO-PATH-WS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS OPEN-PO-KEY-IN
           FILE STATUS IS OPEN-PO-STATUS-WS.

         SELECT BACKORDER-FILE-IN
         ASSIGN DYNAMIC BACKORD-PATH-WS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS BACKORDER-KEY-IN
           FILE STATUS IS BACKORD-FILE-STATUS-WS.

         SELECT PART-SUPPLIER-FILE
         ASSIGN DYNAMIC PARTSUPP-PATH-WS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS PART-SUPPLIER-KEY
           FILE STATUS IS PART-SUPPLIER-STATUS-WS.

      * Open order and lot quantities summed per part and
      * storeroom, rebuilt from scratch every run and looked up
      * by key as the inventory file is read.
         SELECT INTEGRITY-WORK-FILE
         ASSIGN DYNAMIC INTGWORK-PATH-WS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS INTGWORK-KEY
           FILE STATUS IS INTGWORK-FILE-STATUS-WS.

         SELECT INTEGRITY-REPORT-OUT
         ASSIGN DYNAMIC INTEGRTY-PATH-WS
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
               10 LOCATION-CODE-INV-IN     PIC X(2).
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

       FD LOCATION-FILE-IN.
       01 LOCATION-MASTER-RECORD.
           05 LOCATION-CODE-IN               PIC X(2).
           05 LOCATION-NAME-IN               PIC X(20).
           05 LOCATION-STATUS-IN             PIC X(1).
               88 LOCATION-ACTIVE-IN         VALUE "A".
               88 LOCATION-RETIRED-IN        VALUE "I".

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

       FD LOT-FILE-IN.
       01 LOT-MASTER-RECORD.
           05 LOT-KEY-IN.
               10 LOT-PART-NUMBER-IN        PIC 9(5).
               10 LOT-LOCATION-IN           PIC X(2).
               10 LOT-ID-IN                 PIC X(10).
           05 LOT-QTY-ON-HAND-IN            PIC 9(5).
           05 LOT-RECEIPT-DATE-IN           PIC 9(8).
           05 LOT-HOLD-FLAG-IN              PIC X(1).
               88 LOT-HELD-IN               VALUE "Y".
           05 LOT-QTY-ON-HOLD-IN            PIC 9(5).
           05 LOT-HOLD-DATE-IN              PIC 9(8).

       FD BOM-FILE-IN.
       01 BOM-RECORD-IN.
           05 BOM-KEY-IN.
               10 BOM-KIT-PART-IN           PIC 9(5).
               10 BOM-COMPONENT-PART-IN     PIC 9(5).
           05 BOM-QTY-PER-IN                PIC 9(3).

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

       FD PART-SUPPLIER-FILE.
       01 PART-SUPPLIER-RECORD.
           05 PART-SUPPLIER-KEY.
               10 PSUP-PART-NUMBER          PIC 9(5).
               10 PSUP-PRIORITY             PIC 9(1).
           05 PSUP-SUPPLIER-CODE            PIC X(5).

      * What the open orders and the lots say each part and
      * storeroom should carry
       FD INTEGRITY-WORK-FILE.
       01 INTEGRITY-WORK-RECORD.
           05 INTGWORK-KEY.
               10 IW-PART-NUMBER            PIC 9(5).
               10 IW-LOCATION               PIC X(2).
           05 IW-OPEN-ORDER-QTY             PIC 9(7).
           05 IW-LOT-QTY                    PIC 9(7).

      * File division for the integrity report
       FD INTEGRITY-REPORT-OUT.
       01 INTEGRITY-REPORT-LINE            PIC X(100).

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
           05 LOCMAST-PATH-WS               PIC X(90).
           05 SALESORD-PATH-WS              PIC X(90).
           05 LOTMAST-PATH-WS               PIC X(90).
           05 BOMFILE-PATH-WS               PIC X(90).
           05 OPENPO-PATH-WS                PIC X(90).
           05 BACKORD-PATH-WS               PIC X(90).
           05 PARTSUPP-PATH-WS              PIC X(90).
           05 INTGWORK-PATH-WS              PIC X(90).
           05 INTEGRTY-PATH-WS              PIC X(90).

       01 FILE-STATUS-VARIABLES.
           05 INVENT-FILE-STATUS-WS         PIC X(2).
           05 SUPPLIER-FILE-STATUS-WS       PIC X(2).
           05 LOCATION-FILE-STATUS-WS       PIC X(2).
           05 SALES-ORDER-STATUS-WS         PIC X(2).
           05 LOT-FILE-STATUS-WS            PIC X(2).
           05 BOM-FILE-STATUS-WS            PIC X(2).
           05 OPEN-PO-STATUS-WS             PIC X(2).
           05 BACKORD-FILE-STATUS-WS        PIC X(2).
           05 PART-SUPPLIER-STATUS-WS       PIC X(2).
           05 INTGWORK-FILE-STATUS-WS       PIC X(2).

       01 TEMP.
           05 INVENT-EOF-FLAG               PIC X(1) VALUE "N".
           05 SALES-ORDER-EOF-FLAG          PIC X(1) VALUE "N".
           05 LOT-EOF-FLAG                  PIC X(1) VALUE "N".
           05 BOM-EOF-FLAG                  PIC X(1) VALUE "N".
           05 OPEN-PO-EOF-FLAG              PIC X(1) VALUE "N".
           05 BACKORDER-EOF-FLAG            PIC X(1) VALUE "N".
           05 PART-SUPPLIER-EOF-FLAG        PIC X(1) VALUE "N".
           05 CHECK-PART-WS                 PIC 9(5).
           05 CHECK-LOCATION-WS             PIC X(2).
           05 CHECK-SUPPLIER-WS             PIC X(5).
           05 CHECK-QTY-WS                  PIC 9(5).
           05 BAD-LINE-REASON-WS            PIC X(30).

       01 CONDITIONS.
           05 PROCESS-ERROR-SW              PIC X(1) VALUE "N".
               88 PROCESS-ERROR             VALUE "Y".
           05 SUPPLIER-FILE-SW              PIC X(1) VALUE "N".
               88 SUPPLIER-FILE-OPEN        VALUE "Y".
           05 LOCATION-FILE-SW              PIC X(1) VALUE "N".
               88 LOCATION-FILE-OPEN        VALUE "Y".
           05 PART-FOUND-SW                 PIC X(1).
               88 PART-FOUND                VALUE "Y".
           05 LOCATION-USABLE-SW            PIC X(1).
               88 LOCATION-USABLE           VALUE "Y".
           05 SUPPLIER-FOUND-SW             PIC X(1).
               88 SUPPLIER-FOUND            VALUE "Y".
           05 WORK-FOUND-SW                 PIC X(1).
               88 WORK-RECORD-FOUND         VALUE "Y".

      * One counter per rule, printed in this order on the report
       01 RULE-COUNTERS.
           05 RULE-COUNT-WS                 PIC 9(5) VALUE 0
                                            OCCURS 8 TIMES.
       01 RULE-NAME-VALUES.
           05 FILLER                        PIC X(36) VALUE
               "ALLOCATED NOT EQUAL OPEN ORDERS".
           05 FILLER                        PIC X(36) VALUE
               "LOT TOTAL OVER QTY ON HAND".
           05 FILLER                        PIC X(36) VALUE
               "PART SUPPLIER NOT ON SUPPLIERI".
           05 FILLER                        PIC X(36) VALUE
               "BOM COMPONENT NOT ON INVENT6".
           05 FILLER                        PIC X(36) VALUE
               "OPEN PO LINE - BAD PART/LOCATION".
           05 FILLER                        PIC X(36) VALUE
               "BACKORDER - BAD PART/LOCATION".
           05 FILLER                        PIC X(36) VALUE
               "SALES ORDER LINE - BAD PART/LOC".
           05 FILLER                        PIC X(36) VALUE
               "ALTERNATE SUPPLIER NOT ON FILE".
       01 RULE-NAME-TABLE REDEFINES RULE-NAME-VALUES.
           05 RULE-NAME-WS                  PIC X(36) OCCURS 8 TIMES.
       01 RULE-NUMBER-WS                    PIC 9(1).
       01 TOTAL-BREAKS-WS                   PIC 9(5) VALUE 0.

       01 INTEGRITY-TITLE-LINE-WS.
           05 FILLER                        PIC X(33) VALUE
               "CROSS-FILE INTEGRITY CHECK".
           05 INT-TITLE-DATE-OUT            PIC 9(8).

       01 INTEGRITY-COLUMN-HDR.
           05 FILLER                       PIC X(4)  VALUE "RULE".
           05 FILLER                       PIC X(2)  VALUE SPACES.
           05 FILLER                       PIC X(5)  VALUE "PART".
           05 FILLER                       PIC X(2)  VALUE SPACES.
           05 FILLER                       PIC X(3)  VALUE "LOC".
           05 FILLER                       PIC X(2)  VALUE SPACES.
           05 FILLER                       PIC X(16) VALUE "REFERENCE".
           05 FILLER                       PIC X(2)  VALUE SPACES.
           05 FILLER                       PIC X(30) VALUE "BREAK".
           05 FILLER                       PIC X(2)  VALUE SPACES.
           05 FILLER                       PIC X(7)  VALUE "    HAS".
           05 FILLER                       PIC X(2)  VALUE SPACES.
           05 FILLER                       PIC X(7)  VALUE " SHOULD".

       01 INTEGRITY-DETAIL-LINE-WS.
           05 FILLER                        PIC X(1) VALUE SPACES.
           05 INT-RULE-OUT                  PIC 9(1).
           05 FILLER                        PIC X(4) VALUE SPACES.
           05 INT-PART-OUT                  PIC 9(5).
           05 FILLER                        PIC X(2) VALUE SPACES.
           05 INT-LOCATION-OUT              PIC X(2).
           05 FILLER                        PIC X(3) VALUE SPACES.
           05 INT-REFERENCE-OUT             PIC X(16).
           05 FILLER                        PIC X(2) VALUE SPACES.
           05 INT-BREAK-OUT                 PIC X(30).
           05 FILLER                        PIC X(2) VALUE SPACES.
           05 INT-FIGURES-OUT.
               10 INT-HAS-OUT               PIC ZZZZZZ9.
               10 FILLER                    PIC X(2) VALUE SPACES.
               10 INT-SHOULD-OUT            PIC ZZZZZZ9.
           05 INT-NO-FIGURES-OUT REDEFINES INT-FIGURES-OUT
                                            PIC X(16).

       01 INTEGRITY-SECTION-LINE-WS.
           05 INT-SECTION-NAME-OUT          PIC X(50).

       01 RULE-COUNT-LINE-WS.
           05 FILLER                        PIC X(2) VALUE SPACES.
           05 INT-RULE-NUMBER-OUT           PIC 9(1).
           05 FILLER                        PIC X(2) VALUE SPACES.
           05 INT-RULE-NAME-OUT             PIC X(36).
           05 INT-RULE-COUNT-OUT            PIC ZZ,ZZ9.

       01 INTEGRITY-TRAIL-LINE-WS.
           05 FILLER                        PIC X(16) VALUE
               "INTEGRITY BREAKS".
           05 FILLER                        PIC X(1) VALUE SPACES.
           05 INT-TRAIL-COUNT-OUT           PIC ZZ,ZZ9.

      * Procedure division begins
       PROCEDURE DIVISION.
       100-CHECK-FILE-INTEGRITY.
           PERFORM  990-LOAD-FILE-PATHS.
           PERFORM  201-INIT-OPEN-FILES.
           IF NOT PROCESS-ERROR
               PERFORM  202-CHECK-SALES-ORDERS
               PERFORM  203-CHECK-LOTS
               PERFORM  204-CHECK-BOM-COMPONENTS
               PERFORM  205-CHECK-OPEN-PO-LINES
               PERFORM  206-CHECK-BACKORDERS
               PERFORM  207-CHECK-ALTERNATE-SUPPLIERS
               PERFORM  208-CHECK-INVENTORY-RECORDS
               PERFORM  209-PRINT-RULE-COUNTS
           END-IF.
           PERFORM  210-TERMINATE-INTEGRITY-CHECK.
           IF PROCESS-ERROR
               MOVE 8 TO RETURN-CODE
           ELSE
               IF TOTAL-BREAKS-WS > 0
                   MOVE 4 TO RETURN-CODE
               ELSE
                   MOVE 0 TO RETURN-CODE
               END-IF
           END-IF.
           GOBACK.

      * Without the inventory master there is nothing to prove
      * the other files against. A missing supplier or location
      * master only switches off the rules that need it.
       201-INIT-OPEN-FILES.
           OPEN OUTPUT INTEGRITY-REPORT-OUT.
           MOVE FUNCTION CURRENT-DATE(1:8) TO INT-TITLE-DATE-OUT.
           WRITE INTEGRITY-REPORT-LINE FROM INTEGRITY-TITLE-LINE-WS
               BEFORE ADVANCING 2 LINES.
           WRITE INTEGRITY-REPORT-LINE FROM INTEGRITY-COLUMN-HDR.
           OPEN INPUT INVENT-FILE-IN.
           IF INVENT-FILE-STATUS-WS NOT = "00"
               MOVE "Y" TO PROCESS-ERROR-SW
               DISPLAY "INVENTORY FILE NOT AVAILABLE - STATUS "
                   INVENT-FILE-STATUS-WS
           END-IF.
           OPEN OUTPUT INTEGRITY-WORK-FILE.
           CLOSE INTEGRITY-WORK-FILE.
           OPEN I-O INTEGRITY-WORK-FILE.
           IF INTGWORK-FILE-STATUS-WS NOT = "00"
               MOVE "Y" TO PROCESS-ERROR-SW
               DISPLAY "INTEGRITY WORK FILE ERROR - STATUS "
                   INTGWORK-FILE-STATUS-WS
           END-IF.
           OPEN INPUT SUPPLIER-FILE-IN.
           IF SUPPLIER-FILE-STATUS-WS = "00"
               MOVE "Y" TO SUPPLIER-FILE-SW
           ELSE
               MOVE "SUPPLIERI.TXT NOT AVAILABLE - RULES 3, 8 SKIPPED"
                   TO INTEGRITY-REPORT-LINE
               WRITE INTEGRITY-REPORT-LINE
           END-IF.
           OPEN INPUT LOCATION-FILE-IN.
           IF LOCATION-FILE-STATUS-WS = "00"
               MOVE "Y" TO LOCATION-FILE-SW
           ELSE
               MOVE "LOCMAST.TXT NOT AVAILABLE - LOCATIONS NOT CHECKED"
                   TO INTEGRITY-REPORT-LINE
               WRITE INTEGRITY-REPORT-LINE
           END-IF.

      * Every open line's remaining quantity is reserved on its
      * part - the sum goes on the work file for the inventory
      * pass, and the line itself must point at a live record.
       202-CHECK-SALES-ORDERS.
           OPEN INPUT SALES-ORDER-FILE-IN.
           IF SALES-ORDER-STATUS-WS = "00"
               PERFORM  701-READ-SALES-ORDER
               PERFORM  801-CHECK-ONE-ORDER-LINE
                   UNTIL SALES-ORDER-EOF-FLAG = "Y"
               CLOSE SALES-ORDER-FILE-IN
           END-IF.

       203-CHECK-LOTS.
           OPEN INPUT LOT-FILE-IN.
           IF LOT-FILE-STATUS-WS = "00"
               PERFORM  702-READ-LOT
               PERFORM  802-CHECK-ONE-LOT
                   UNTIL LOT-EOF-FLAG = "Y"
               CLOSE LOT-FILE-IN
           END-IF.

       204-CHECK-BOM-COMPONENTS.
           OPEN INPUT BOM-FILE-IN.
           IF BOM-FILE-STATUS-WS = "00"
               PERFORM  703-READ-BOM
               PERFORM  803-CHECK-ONE-COMPONENT
                   UNTIL BOM-EOF-FLAG = "Y"
               CLOSE BOM-FILE-IN
           END-IF.

       205-CHECK-OPEN-PO-LINES.
           OPEN INPUT OPEN-PO-FILE-IN.
           IF OPEN-PO-STATUS-WS = "00"
               PERFORM  704-READ-OPEN-PO
               PERFORM  804-CHECK-ONE-PO-LINE
                   UNTIL OPEN-PO-EOF-FLAG = "Y"
               CLOSE OPEN-PO-FILE-IN
           END-IF.

       206-CHECK-BACKORDERS.
           OPEN INPUT BACKORDER-FILE-IN.
           IF BACKORD-FILE-STATUS-WS = "00"
               PERFORM  705-READ-BACKORDER
               PERFORM  805-CHECK-ONE-BACKORDER
                   UNTIL BACKORDER-EOF-FLAG = "Y"
               CLOSE BACKORDER-FILE-IN
           END-IF.

       207-CHECK-ALTERNATE-SUPPLIERS.
           IF SUPPLIER-FILE-OPEN
               OPEN INPUT PART-SUPPLIER-FILE
               IF PART-SUPPLIER-STATUS-WS = "00"
                   PERFORM  706-READ-PART-SUPPLIER
                   PERFORM  806-CHECK-ONE-ALTERNATE
                       UNTIL PART-SUPPLIER-EOF-FLAG = "Y"
                   CLOSE PART-SUPPLIER-FILE
               END-IF
           END-IF.

      * The inventory file is read in key order last of all, once
      * every random lookup against it is finished.
       208-CHECK-INVENTORY-RECORDS.
           MOVE ZERO TO PART-NUMBER-IN.
           MOVE LOW-VALUES TO LOCATION-CODE-INV-IN.
           START INVENT-FILE-IN
               KEY IS NOT LESS THAN PART-LOCATION-KEY-IN
               INVALID KEY
                   MOVE "Y" TO INVENT-EOF-FLAG
           END-START.
           IF INVENT-EOF-FLAG NOT = "Y"
               PERFORM  707-READ-NEXT-INVENTORY
               PERFORM  807-CHECK-ONE-INVENTORY-RECORD
                   UNTIL INVENT-EOF-FLAG = "Y"
           END-IF.

       209-PRINT-RULE-COUNTS.
           MOVE "BREAKS BY RULE" TO INT-SECTION-NAME-OUT.
           WRITE INTEGRITY-REPORT-LINE FROM INTEGRITY-SECTION-LINE-WS
               AFTER ADVANCING 2 LINES.
           PERFORM  808-PRINT-ONE-RULE-COUNT
               VARYING RULE-NUMBER-WS FROM 1 BY 1
               UNTIL RULE-NUMBER-WS > 8.

      * The trailer is written even when the check could not run,
      * so the morning status page always finds a count to show.
       210-TERMINATE-INTEGRITY-CHECK.
           MOVE TOTAL-BREAKS-WS TO INT-TRAIL-COUNT-OUT.
           WRITE INTEGRITY-REPORT-LINE FROM INTEGRITY-TRAIL-LINE-WS
               AFTER ADVANCING 2 LINES.
           IF INVENT-FILE-STATUS-WS = "00"
               CLOSE INVENT-FILE-IN
           END-IF.
           IF INTGWORK-FILE-STATUS-WS = "00"
               CLOSE INTEGRITY-WORK-FILE
           END-IF.
           IF SUPPLIER-FILE-OPEN
               CLOSE SUPPLIER-FILE-IN
           END-IF.
           IF LOCATION-FILE-OPEN
               CLOSE LOCATION-FILE-IN
           END-IF.
           CLOSE INTEGRITY-REPORT-OUT.
           DISPLAY "INTEGRITY CHECK COMPLETE - " TOTAL-BREAKS-WS
               " BREAKS - SEE INTEGRTY.TXT".

       701-READ-SALES-ORDER.
           READ SALES-ORDER-FILE-IN NEXT RECORD
               AT END
               MOVE "Y" TO SALES-ORDER-EOF-FLAG.

       702-READ-LOT.
           READ LOT-FILE-IN NEXT RECORD
               AT END
               MOVE "Y" TO LOT-EOF-FLAG.

       703-READ-BOM.
           READ BOM-FILE-IN NEXT RECORD
               AT END
               MOVE "Y" TO BOM-EOF-FLAG.

       704-READ-OPEN-PO.
           READ OPEN-PO-FILE-IN NEXT RECORD
               AT END
               MOVE "Y" TO OPEN-PO-EOF-FLAG.

       705-READ-BACKORDER.
           READ BACKORDER-FILE-IN NEXT RECORD
               AT END
               MOVE "Y" TO BACKORDER-EOF-FLAG.

       706-READ-PART-SUPPLIER.
           READ PART-SUPPLIER-FILE NEXT RECORD
               AT END
               MOVE "Y" TO PART-SUPPLIER-EOF-FLAG.

       707-READ-NEXT-INVENTORY.
           READ INVENT-FILE-IN NEXT RECORD
               AT END
               MOVE "Y" TO INVENT-EOF-FLAG.

       801-CHECK-ONE-ORDER-LINE.
           IF SO-LINE-OPEN-IN
               MOVE SO-PART-NUMBER-IN TO CHECK-PART-WS
               MOVE SO-LOCATION-IN TO CHECK-LOCATION-WS
               PERFORM  901-CHECK-PART-AND-LOCATION
               IF BAD-LINE-REASON-WS NOT = SPACES
                   MOVE 7 TO RULE-NUMBER-WS
                   MOVE SPACES TO INT-REFERENCE-OUT
                   STRING "SO " SO-NUMBER-IN "/" SO-LINE-IN
                       DELIMITED BY SIZE
                       INTO INT-REFERENCE-OUT
                   END-STRING
                   MOVE BAD-LINE-REASON-WS TO INT-BREAK-OUT
                   MOVE SPACES TO INT-NO-FIGURES-OUT
                   PERFORM  909-WRITE-BREAK-LINE
               END-IF
               IF NOT SO-LINE-DROP-SHIP-IN
                   MOVE SO-QTY-OPEN-IN TO CHECK-QTY-WS
                   PERFORM  905-ADD-ORDER-QTY-TO-WORK
               END-IF
           END-IF.
           PERFORM  701-READ-SALES-ORDER.

      * An emptied lot is history, not stock - only a lot still
      * holding units must belong to a part on the master.
       802-CHECK-ONE-LOT.
           IF LOT-QTY-ON-HAND-IN > 0
               MOVE LOT-PART-NUMBER-IN TO CHECK-PART-WS
               MOVE LOT-LOCATION-IN TO CHECK-LOCATION-WS
               PERFORM  902-FIND-PART-LOCATION
               IF NOT PART-FOUND
                   MOVE 2 TO RULE-NUMBER-WS
                   MOVE SPACES TO INT-REFERENCE-OUT
                   STRING "LOT " LOT-ID-IN
                       DELIMITED BY SIZE
                       INTO INT-REFERENCE-OUT
                   END-STRING
                   MOVE "LOT FOR PART NOT ON INVENT6"
                       TO INT-BREAK-OUT
                   MOVE LOT-QTY-ON-HAND-IN TO INT-HAS-OUT
                   MOVE ZERO TO INT-SHOULD-OUT
                   PERFORM  909-WRITE-BREAK-LINE
               END-IF
               MOVE LOT-QTY-ON-HAND-IN TO CHECK-QTY-WS
               PERFORM  906-ADD-LOT-QTY-TO-WORK
           END-IF.
           PERFORM  702-READ-LOT.

      * A component may sit in any storeroom - it only has to be
      * on the master somewhere for the kit to be buildable.
       803-CHECK-ONE-COMPONENT.
           MOVE BOM-COMPONENT-PART-IN TO CHECK-PART-WS.
           PERFORM  903-FIND-PART-ANY-LOCATION.
           IF NOT PART-FOUND
               MOVE 4 TO RULE-NUMBER-WS
               MOVE SPACES TO CHECK-LOCATION-WS
               MOVE SPACES TO INT-REFERENCE-OUT
               STRING "KIT " BOM-KIT-PART-IN
                   DELIMITED BY SIZE
                   INTO INT-REFERENCE-OUT
               END-STRING
               MOVE "COMPONENT NOT ON INVENT6" TO INT-BREAK-OUT
               MOVE SPACES TO INT-NO-FIGURES-OUT
               PERFORM  909-WRITE-BREAK-LINE
           END-IF.
           PERFORM  703-READ-BOM.

       804-CHECK-ONE-PO-LINE.
           IF OPO-LINE-OPEN-IN
               MOVE OPO-PART-NUMBER-IN TO CHECK-PART-WS
               MOVE OPO-LOCATION-IN TO CHECK-LOCATION-WS
               PERFORM  901-CHECK-PART-AND-LOCATION
               IF BAD-LINE-REASON-WS NOT = SPACES
                   MOVE 5 TO RULE-NUMBER-WS
                   MOVE SPACES TO INT-REFERENCE-OUT
                   STRING "PO " OPO-PO-NUMBER-IN "/"
                       OPO-LINE-NUMBER-IN
                       DELIMITED BY SIZE
                       INTO INT-REFERENCE-OUT
                   END-STRING
                   MOVE BAD-LINE-REASON-WS TO INT-BREAK-OUT
                   MOVE SPACES TO INT-NO-FIGURES-OUT
                   PERFORM  909-WRITE-BREAK-LINE
               END-IF
           END-IF.
           PERFORM  704-READ-OPEN-PO.

       805-CHECK-ONE-BACKORDER.
           IF BO-ORDER-OPEN-IN
               MOVE BO-PART-NUMBER-IN TO CHECK-PART-WS
               MOVE BO-LOCATION-IN TO CHECK-LOCATION-WS
               PERFORM  901-CHECK-PART-AND-LOCATION
               IF BAD-LINE-REASON-WS NOT = SPACES
                   MOVE 6 TO RULE-NUMBER-WS
                   MOVE SPACES TO INT-REFERENCE-OUT
                   STRING "BO " BO-DATE-IN " " BO-CUSTOMER-IN
                       DELIMITED BY SIZE
                       INTO INT-REFERENCE-OUT
                   END-STRING
                   MOVE BAD-LINE-REASON-WS TO INT-BREAK-OUT
                   MOVE SPACES TO INT-NO-FIGURES-OUT
                   PERFORM  909-WRITE-BREAK-LINE
               END-IF
           END-IF.
           PERFORM  705-READ-BACKORDER.

       806-CHECK-ONE-ALTERNATE.
           MOVE PSUP-SUPPLIER-CODE TO CHECK-SUPPLIER-WS.
           PERFORM  904-FIND-SUPPLIER.
           IF NOT SUPPLIER-FOUND
               MOVE 8 TO RULE-NUMBER-WS
               MOVE PSUP-PART-NUMBER TO CHECK-PART-WS
               MOVE SPACES TO CHECK-LOCATION-WS
               MOVE SPACES TO INT-REFERENCE-OUT
               STRING "ALT " PSUP-PRIORITY " SUPP " PSUP-SUPPLIER-CODE
                   DELIMITED BY SIZE
                   INTO INT-REFERENCE-OUT
               END-STRING
               MOVE "ALTERNATE SUPPLIER NOT ON FILE" TO INT-BREAK-OUT
               MOVE SPACES TO INT-NO-FIGURES-OUT
               PERFORM  909-WRITE-BREAK-LINE
           END-IF.
           PERFORM  706-READ-PART-SUPPLIER.

      * The open orders must reserve exactly what the record says
      * is allocated, and the lots cannot hold more than the shelf.
      * Stock that came in before lots were kept has no lot, so
      * a lot total under on hand is not a break.
       807-CHECK-ONE-INVENTORY-RECORD.
           MOVE PART-NUMBER-IN TO CHECK-PART-WS.
           MOVE LOCATION-CODE-INV-IN TO CHECK-LOCATION-WS.
           MOVE PART-NUMBER-IN TO IW-PART-NUMBER.
           MOVE LOCATION-CODE-INV-IN TO IW-LOCATION.
           READ INTEGRITY-WORK-FILE
               INVALID KEY
                   MOVE ZERO TO IW-OPEN-ORDER-QTY
                   MOVE ZERO TO IW-LOT-QTY
           END-READ.
           IF QTY-ALLOCATED-IN NOT = IW-OPEN-ORDER-QTY
               MOVE 1 TO RULE-NUMBER-WS
               MOVE "ALLOCATED" TO INT-REFERENCE-OUT
               MOVE "ALLOCATED NOT = OPEN ORDER QTY" TO INT-BREAK-OUT
               MOVE QTY-ALLOCATED-IN TO INT-HAS-OUT
               MOVE IW-OPEN-ORDER-QTY TO INT-SHOULD-OUT
               PERFORM  909-WRITE-BREAK-LINE
           END-IF.
           IF IW-LOT-QTY > QTY-ON-HAND-IN
               MOVE 2 TO RULE-NUMBER-WS
               MOVE "ON HAND" TO INT-REFERENCE-OUT
               MOVE "LOTS HOLD MORE THAN ON HAND" TO INT-BREAK-OUT
               MOVE QTY-ON-HAND-IN TO INT-HAS-OUT
               MOVE IW-LOT-QTY TO INT-SHOULD-OUT
               PERFORM  909-WRITE-BREAK-LINE
           END-IF.
           IF SUPPLIER-FILE-OPEN AND SUPPLIER-COD-IN NOT = SPACES
               MOVE SUPPLIER-COD-IN TO CHECK-SUPPLIER-WS
               PERFORM  904-FIND-SUPPLIER
               IF NOT SUPPLIER-FOUND
                   MOVE 3 TO RULE-NUMBER-WS
                   MOVE SPACES TO INT-REFERENCE-OUT
                   STRING "SUPP " SUPPLIER-COD-IN
                       DELIMITED BY SIZE
                       INTO INT-REFERENCE-OUT
                   END-STRING
                   MOVE "SUPPLIER NOT ON SUPPLIERI" TO INT-BREAK-OUT
                   MOVE SPACES TO INT-NO-FIGURES-OUT
                   PERFORM  909-WRITE-BREAK-LINE
               END-IF
           END-IF.
           PERFORM  707-READ-NEXT-INVENTORY.

       808-PRINT-ONE-RULE-COUNT.
           MOVE RULE-NUMBER-WS TO INT-RULE-NUMBER-OUT.
           MOVE RULE-NAME-WS(RULE-NUMBER-WS) TO INT-RULE-NAME-OUT.
           MOVE RULE-COUNT-WS(RULE-NUMBER-WS) TO INT-RULE-COUNT-OUT.
           WRITE INTEGRITY-REPORT-LINE FROM RULE-COUNT-LINE-WS.

      * An open line must name a part and storeroom on the master,
      * in a storeroom still in use - one reason per line, the
      * missing part first since it is the worse of the two.
       901-CHECK-PART-AND-LOCATION.
           MOVE SPACES TO BAD-LINE-REASON-WS.
           PERFORM  902-FIND-PART-LOCATION.
           IF NOT PART-FOUND
               MOVE "PART/LOCATION NOT ON INVENT6"
                   TO BAD-LINE-REASON-WS
           ELSE
               IF LOCATION-FILE-OPEN
                   MOVE CHECK-LOCATION-WS TO LOCATION-CODE-IN
                   READ LOCATION-FILE-IN
                       INVALID KEY
                           MOVE "LOCATION NOT ON LOCMAST"
                               TO BAD-LINE-REASON-WS
                       NOT INVALID KEY
                           IF LOCATION-RETIRED-IN
                               MOVE "LOCATION RETIRED"
                                   TO BAD-LINE-REASON-WS
                           END-IF
                   END-READ
               END-IF
           END-IF.

       902-FIND-PART-LOCATION.
           MOVE CHECK-PART-WS TO PART-NUMBER-IN.
           MOVE CHECK-LOCATION-WS TO LOCATION-CODE-INV-IN.
           READ INVENT-FILE-IN
               INVALID KEY
                   MOVE "N" TO PART-FOUND-SW
               NOT INVALID KEY
                   MOVE "Y" TO PART-FOUND-SW
           END-READ.

       903-FIND-PART-ANY-LOCATION.
           MOVE "N" TO PART-FOUND-SW.
           MOVE CHECK-PART-WS TO PART-NUMBER-IN.
           MOVE LOW-VALUES TO LOCATION-CODE-INV-IN.
           START INVENT-FILE-IN
               KEY IS NOT LESS THAN PART-LOCATION-KEY-IN
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   READ INVENT-FILE-IN NEXT RECORD
                       AT END
                           CONTINUE
                       NOT AT END
                           IF PART-NUMBER-IN = CHECK-PART-WS
                               MOVE "Y" TO PART-FOUND-SW
                           END-IF
                   END-READ
           END-START.

       904-FIND-SUPPLIER.
           MOVE CHECK-SUPPLIER-WS TO SUPPLIER-CODE-IN.
           READ SUPPLIER-FILE-IN
               INVALID KEY
                   MOVE "N" TO SUPPLIER-FOUND-SW
               NOT INVALID KEY
                   MOVE "Y" TO SUPPLIER-FOUND-SW
           END-READ.

       905-ADD-ORDER-QTY-TO-WORK.
           PERFORM  907-READ-WORK-RECORD.
           ADD CHECK-QTY-WS TO IW-OPEN-ORDER-QTY.
           PERFORM  908-SAVE-WORK-RECORD.

       906-ADD-LOT-QTY-TO-WORK.
           PERFORM  907-READ-WORK-RECORD.
           ADD CHECK-QTY-WS TO IW-LOT-QTY.
           PERFORM  908-SAVE-WORK-RECORD.

      * A first sighting of a part and storeroom starts a fresh
      * record at zero - the switch says whether to write it or
      * rewrite it.
       907-READ-WORK-RECORD.
           MOVE CHECK-PART-WS TO IW-PART-NUMBER.
           MOVE CHECK-LOCATION-WS TO IW-LOCATION.
           READ INTEGRITY-WORK-FILE
               INVALID KEY
                   MOVE CHECK-PART-WS TO IW-PART-NUMBER
                   MOVE CHECK-LOCATION-WS TO IW-LOCATION
                   MOVE ZERO TO IW-OPEN-ORDER-QTY
                   MOVE ZERO TO IW-LOT-QTY
                   MOVE "N" TO WORK-FOUND-SW
               NOT INVALID KEY
                   MOVE "Y" TO WORK-FOUND-SW
           END-READ.

       908-SAVE-WORK-RECORD.
           IF WORK-RECORD-FOUND
               REWRITE INTEGRITY-WORK-RECORD
                   INVALID KEY
                       DISPLAY "INVALID KEY ON INTEGRITY WORK FILE"
               END-REWRITE
           ELSE
               WRITE INTEGRITY-WORK-RECORD
                   INVALID KEY
                       DISPLAY "INVALID KEY ON INTEGRITY WORK FILE"
               END-WRITE
           END-IF.

       909-WRITE-BREAK-LINE.
           ADD 1 TO RULE-COUNT-WS(RULE-NUMBER-WS).
           ADD 1 TO TOTAL-BREAKS-WS.
           MOVE RULE-NUMBER-WS TO INT-RULE-OUT.
           MOVE CHECK-PART-WS TO INT-PART-OUT.
           MOVE CHECK-LOCATION-WS TO INT-LOCATION-OUT.
           WRITE INTEGRITY-REPORT-LINE FROM INTEGRITY-DETAIL-LINE-WS.

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
           MOVE SPACES TO LOCMAST-PATH-WS.
           STRING
               FUNCTION TRIM(DATA-DIRECTORY-WS)
                   DELIMITED BY SIZE
               "LOCMAST.TXT" DELIMITED BY SIZE
               INTO LOCMAST-PATH-WS
           END-STRING.
           MOVE SPACES TO SALESORD-PATH-WS.
           STRING
               FUNCTION TRIM(DATA-DIRECTORY-WS)
                   DELIMITED BY SIZE
               "SALESORD.TXT" DELIMITED BY SIZE
               INTO SALESORD-PATH-WS
           END-STRING.
           MOVE SPACES TO LOTMAST-PATH-WS.
           STRING
               FUNCTION TRIM(DATA-DIRECTORY-WS)
                   DELIMITED BY SIZE
               "LOTMAST.TXT" DELIMITED BY SIZE
               INTO LOTMAST-PATH-WS
           END-STRING.
           MOVE SPACES TO BOMFILE-PATH-WS.
           STRING
               FUNCTION TRIM(DATA-DIRECTORY-WS)
                   DELIMITED BY SIZE
               "BOMFILE.TXT" DELIMITED BY SIZE
               INTO BOMFILE-PATH-WS
           END-STRING.
           MOVE SPACES TO OPENPO-PATH-WS.
           STRING
               FUNCTION TRIM(DATA-DIRECTORY-WS)
                   DELIMITED BY SIZE
               "OPENPO.TXT" DELIMITED BY SIZE
               INTO OPENPO-PATH-WS
           END-STRING.
           MOVE SPACES TO BACKORD-PATH-WS.
           STRING
               FUNCTION TRIM(DATA-DIRECTORY-WS)
                   DELIMITED BY SIZE
               "BACKORD.TXT" DELIMITED BY SIZE
               INTO BACKORD-PATH-WS
           END-STRING.
           MOVE SPACES TO PARTSUPP-PATH-WS.
           STRING
               FUNCTION TRIM(DATA-DIRECTORY-WS)
                   DELIMITED BY SIZE
               "PARTSUPP.TXT" DELIMITED BY SIZE
               INTO PARTSUPP-PATH-WS
           END-STRING.
           MOVE SPACES TO INTGWORK-PATH-WS.
           STRING
               FUNCTION TRIM(DATA-DIRECTORY-WS)
                   DELIMITED BY SIZE
               "INTGWORK.TXT" DELIMITED BY SIZE
               INTO INTGWORK-PATH-WS
           END-STRING.
           MOVE SPACES TO INTEGRTY-PATH-WS.
           STRING
               FUNCTION TRIM(DATA-DIRECTORY-WS)
                   DELIMITED BY SIZE
               "INTEGRTY.TXT" DELIMITED BY SIZE
               INTO INTEGRTY-PATH-WS
           END-STRING.

      * Ending of Program FileIntegrityCheck
       END PROGRAM FileIntegrityCheck.
