      * the old layout is now the 82-byte packaged record, and
      * the barcode starts blank until PartMaintenance.cbl keys
      * the part's label.
      * Reworked again to carry the masters across the credit,
      * costing, order pricing, drop-ship, lot hold, operator
      * permission, and serial tracking fields in one run. The
      * operator renames each live file being converted to its old
      * name - INVENT6.TXT to INVENT6OL.TXT, CUSTMAST.TXT to
      * CUSTMAOL.TXT, OPENPO.TXT to OPENPOOL.TXT, SALESORD.TXT to
      * SALESOOL.TXT, LOTMAST.TXT to LOTMASOL.TXT, OPERMAST.TXT to
      * OPERMAOL.TXT - and each master is converted only when its
      * renamed old file is present. Each old layout is the record
      * as last released. Every part comes across from the 95-byte
      * barcode record with no inspection required, nothing in QC,
      * and not serialized. Every customer comes across with no
      * credit limit, off hold, and no open balance or unbilled
      * sales. Every purchase order line comes across from the
      * 47-byte record with no agreed cost, whatever was received
      * counted as already invoiced, and as a stock line. Every
      * sales order line comes across from the 39-byte record at
      * list price and filled from stock. Every lot comes across
      * released, nothing held, and every operator permitted every
      * guarded function until OperatorMaintenance.cbl trims it.
      * The backorder file is carried across its fill date in the
      * same run - the operator renames BACKORD.TXT to BACKOROL.TXT
      * and each 37-byte backorder comes across with no fill date
      * if still open, or the day it was taken if already filled,
      * so the period-end archive can age the filled ones out.
      * Converted operators are also granted the purchasing,
      * receiving, cash application, QC disposition, and master
      * file maintenance permissions added to OPERMAST.TXT.
      * ---------------------------------------------------------

      * Environment division for the old and new format files
         ASSIGN DYNAMIC INVENT6OL-PATH-WS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS PART-LOCATION-KEY-OL
           FILE STATUS IS INVENT-OLD-STATUS-WS.

      * Keyed by part number plus storeroom location so the same part
      * number can carry a separate on-hand quantity per storeroom.
         ASSIGN DYNAMIC SUPPLIOL-PATH-WS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS SUPPLIER-CODE-OL
           FILE STATUS IS SUPPLIER-OLD-STATUS-WS.

         SELECT SUPPLIER-FILE-OUT
         ASSIGN DYNAMIC SUPPLIERI-PATH-WS
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS SUPPLIER-CODE-OUT.

         SELECT CUSTOMER-OLD-FILE-IN
         ASSIGN DYNAMIC CUSTMAOL-PATH-WS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS CUSTOMER-CODE-OL
           FILE STATUS IS CUSTOMER-OLD-STATUS-WS.

         SELECT CUSTOMER-FILE-OUT
         ASSIGN DYNAMIC CUSTMAST-PATH-WS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS CUSTOMER-CODE-OUT.

         SELECT OPEN-PO-OLD-FILE-IN
         ASSIGN DYNAMIC OPENPOOL-PATH-WS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS OPEN-PO-KEY-OL
           FILE STATUS IS OPEN-PO-OLD-STATUS-WS.

         SELECT OPEN-PO-FILE-OUT
         ASSIGN DYNAMIC OPENPO-PATH-WS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS OPEN-PO-KEY-OUT.

         SELECT SALES-ORDER-OLD-FILE-IN
         ASSIGN DYNAMIC SALESOOL-PATH-WS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS SALES-ORDER-KEY-OL
           FILE STATUS IS SALES-ORDER-OLD-STATUS-WS.

         SELECT SALES-ORDER-FILE-OUT
         ASSIGN DYNAMIC SALESORD-PATH-WS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS SALES-ORDER-KEY-OUT.

         SELECT LOT-OLD-FILE-IN
         ASSIGN DYNAMIC LOTMASOL-PATH-WS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS LOT-KEY-OL
           FILE STATUS IS LOT-OLD-STATUS-WS.

         SELECT LOT-FILE-OUT
         ASSIGN DYNAMIC LOTMAST-PATH-WS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS LOT-KEY-OUT.

         SELECT OPERATOR-OLD-FILE-IN
         ASSIGN DYNAMIC OPERMAOL-PATH-WS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS OPERATOR-ID-OL
           FILE STATUS IS OPERATOR-OLD-STATUS-WS.

         SELECT OPERATOR-FILE-OUT
         ASSIGN DYNAMIC OPERMAST-PATH-WS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS OPERATOR-ID-OUT.

         SELECT BACKORDER-OLD-FILE-IN
         ASSIGN DYNAMIC BACKOROL-PATH-WS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS BACKORDER-KEY-OL
           FILE STATUS IS BACKORDER-OLD-STATUS-WS.

         SELECT BACKORDER-FILE-OUT
         ASSIGN DYNAMIC BACKORD-PATH-WS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS BACKORDER-KEY-OUT.

      *Describing the file, record, and field structures to be used in
      *the program
       DATA DIVISION.
       FD CONFIG-FILE.
       01 CONFIG-RECORD                    PIC X(60).

      * The 95-byte record exactly as every program wrote it
      * before this conversion - through the barcode, with no
      * inspection flag, held quantity, or serialized flag. The
      * length is a fixed attribute of the indexed file, so this
      * layout must match the live file byte for byte or the OPEN
      * fails.
       FD INVENT-OLD-FILE-IN.
       01 INVENTORY-OLD-RECORD.
           05 PART-LOCATION-KEY-OL.
           05 QTY-ALLOCATED-OL              PIC 9(5).
           05 STOCK-UNIT-OL                 PIC X(4).
           05 PACK-SIZE-OL                  PIC 9(3).
           05 BARCODE-OL                    PIC X(13).

       FD INVENT-FILE-OUT.
       01 INVENTORY-REPORT-OUT.
           05 STOCK-UNIT-OUT                PIC X(4).
           05 PACK-SIZE-OUT                 PIC 9(3).
           05 BARCODE-OUT                   PIC X(13).
           05 INSPECT-FLAG-OUT              PIC X(1).
               88 INSPECT-REQUIRED-OUT      VALUE "Y".
           05 QTY-ON-HOLD-OUT               PIC 9(5).
           05 SERIAL-FLAG-OUT               PIC X(1).
               88 SERIALIZED-PART-OUT       VALUE "Y".

      * The supplier record before the lead-time field was added
       FD SUPPLIER-OLD-FILE-IN.
               88 SUPPLIER-INACTIVE-OUT     VALUE "I".
           05 SUPPLIER-LEAD-TIME-OUT        PIC 9(3).

      * The customer record before the credit fields were added
       FD CUSTOMER-OLD-FILE-IN.
       01 CUSTOMER-OLD-RECORD.
           05 CUSTOMER-CODE-OL              PIC X(5).
           05 CUSTOMER-NAME-OL              PIC X(20).
           05 CUSTOMER-PHONE-OL             PIC X(12).
           05 CUSTOMER-STATUS-OL            PIC X(1).

       FD CUSTOMER-FILE-OUT.
       01 CUSTOMER-MASTER-RECORD.
           05 CUSTOMER-CODE-OUT              PIC X(5).
           05 CUSTOMER-NAME-OUT              PIC X(20).
           05 CUSTOMER-PHONE-OUT             PIC X(12).
           05 CUSTOMER-STATUS-OUT            PIC X(1).
               88 CUSTOMER-ACTIVE-OUT        VALUE "A".
               88 CUSTOMER-INACTIVE-OUT      VALUE "I".
           05 CUSTOMER-CREDIT-LIMIT-OUT      PIC 9(7)V99.
           05 CUSTOMER-CREDIT-HOLD-OUT       PIC X(1).
               88 CUSTOMER-ON-HOLD-OUT       VALUE "Y".
           05 CUSTOMER-OPEN-BALANCE-OUT      PIC S9(7)V99
                                             SIGN LEADING SEPARATE.
           05 CUSTOMER-UNBILLED-SALES-OUT    PIC 9(7)V99.

      * The 47-byte open purchase order line before the order
      * unit cost, invoiced quantity, drop-ship sales order
      * reference, and ship-to were added
       FD OPEN-PO-OLD-FILE-IN.
       01 OPEN-PO-OLD-RECORD.
           05 OPEN-PO-KEY-OL.
               10 OPO-PO-NUMBER-OL         PIC 9(5).
               10 OPO-LINE-NUMBER-OL       PIC 9(3).
           05 OPO-SUPPLIER-CODE-OL         PIC X(5).
           05 OPO-PART-NUMBER-OL           PIC 9(5).
           05 OPO-LOCATION-OL              PIC X(2).
           05 OPO-QTY-ORDERED-OL           PIC 9(5).
           05 OPO-QTY-RECEIVED-OL          PIC 9(5).
           05 OPO-ORDER-DATE-OL            PIC 9(8).
           05 OPO-RECEIVED-DATE-OL         PIC 9(8).
           05 OPO-STATUS-OL                PIC X(1).

       FD OPEN-PO-FILE-OUT.
       01 OPEN-PO-RECORD-OUT.
           05 OPEN-PO-KEY-OUT.
               10 OPO-PO-NUMBER-OUT        PIC 9(5).
               10 OPO-LINE-NUMBER-OUT      PIC 9(3).
           05 OPO-SUPPLIER-CODE-OUT        PIC X(5).
           05 OPO-PART-NUMBER-OUT          PIC 9(5).
           05 OPO-LOCATION-OUT             PIC X(2).
           05 OPO-QTY-ORDERED-OUT          PIC 9(5).
           05 OPO-QTY-RECEIVED-OUT         PIC 9(5).
           05 OPO-ORDER-DATE-OUT           PIC 9(8).
           05 OPO-RECEIVED-DATE-OUT        PIC 9(8).
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

      * The 39-byte sales order line before the net price, the
      * drop-ship flag, and its purchase order reference were
      * added
       FD SALES-ORDER-OLD-FILE-IN.
       01 SALES-ORDER-OLD-RECORD.
           05 SALES-ORDER-KEY-OL.
               10 SO-NUMBER-OL              PIC 9(5).
               10 SO-LINE-OL                PIC 9(3).
           05 SO-CUSTOMER-OL                PIC X(5).
           05 SO-PART-NUMBER-OL             PIC 9(5).
           05 SO-LOCATION-OL                PIC X(2).
           05 SO-QTY-ORDERED-OL             PIC 9(5).
           05 SO-QTY-OPEN-OL                PIC 9(5).
           05 SO-ORDER-DATE-OL              PIC 9(8).
           05 SO-STATUS-OL                  PIC X(1).

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

      * The lot record before the inspection hold was added
       FD LOT-OLD-FILE-IN.
       01 LOT-OLD-RECORD.
           05 LOT-KEY-OL.
               10 LOT-PART-NUMBER-OL        PIC 9(5).
               10 LOT-LOCATION-OL           PIC X(2).
               10 LOT-ID-OL                 PIC X(10).
           05 LOT-QTY-ON-HAND-OL            PIC 9(5).
           05 LOT-RECEIPT-DATE-OL           PIC 9(8).

       FD LOT-FILE-OUT.
       01 LOT-MASTER-RECORD.
           05 LOT-KEY-OUT.
               10 LOT-PART-NUMBER-OUT       PIC 9(5).
               10 LOT-LOCATION-OUT          PIC X(2).
               10 LOT-ID-OUT                PIC X(10).
           05 LOT-QTY-ON-HAND-OUT           PIC 9(5).
           05 LOT-RECEIPT-DATE-OUT          PIC 9(8).
           05 LOT-HOLD-FLAG-OUT             PIC X(1).
               88 LOT-HELD-OUT              VALUE "Y".
           05 LOT-QTY-ON-HOLD-OUT           PIC 9(5).
           05 LOT-HOLD-DATE-OUT             PIC 9(8).

      * The operator record before the permission list was added
       FD OPERATOR-OLD-FILE-IN.
       01 OPERATOR-OLD-RECORD.
           05 OPERATOR-ID-OL                 PIC X(8).
           05 OPERATOR-NAME-OL               PIC X(20).
           05 OPERATOR-STATUS-OL             PIC X(1).

       FD OPERATOR-FILE-OUT.
       01 OPERATOR-MASTER-RECORD.
           05 OPERATOR-ID-OUT                PIC X(8).
           05 OPERATOR-NAME-OUT              PIC X(20).
           05 OPERATOR-STATUS-OUT            PIC X(1).
               88 OPERATOR-ACTIVE-OUT        VALUE "A".
               88 OPERATOR-DISABLED-OUT      VALUE "I".
           05 OPERATOR-PERMISSIONS-OUT.
               10 PERMIT-PRICE-CHANGE-OUT    PIC X(1).
               10 PERMIT-COUNT-ADJUST-OUT    PIC X(1).
               10 PERMIT-DISCONTINUE-OUT     PIC X(1).
               10 PERMIT-SUPPLIER-DEACT-OUT  PIC X(1).
               10 PERMIT-RUN-OVERRIDE-OUT    PIC X(1).
               10 PERMIT-CREDIT-OVERRIDE-OUT PIC X(1).
               10 PERMIT-OPERATOR-MAINT-OUT  PIC X(1).
               10 PERMIT-PURCHASING-OUT      PIC X(1).
               10 PERMIT-RECEIVING-OUT       PIC X(1).
               10 PERMIT-CASH-APPLY-OUT      PIC X(1).
               10 PERMIT-QC-DISPOSITION-OUT  PIC X(1).
               10 PERMIT-MASTER-MAINT-OUT    PIC X(1).
               10 FILLER                     PIC X(3).

      * The backorder record before the fill date was added
       FD BACKORDER-OLD-FILE-IN.
       01 BACKORDER-OLD-RECORD.
           05 BACKORDER-KEY-OL.
               10 BO-PART-NUMBER-OL         PIC 9(5).
               10 BO-LOCATION-OL            PIC X(2).
               10 BO-DATE-OL                PIC 9(8).
               10 BO-TIME-OL                PIC 9(6).
           05 BO-QTY-WANTED-OL              PIC 9(5).
           05 BO-QTY-OPEN-OL                PIC 9(5).
           05 BO-STATUS-OL                  PIC X(1).
               88 BO-ORDER-OPEN-OL          VALUE "O".
               88 BO-ORDER-FILLED-OL        VALUE "F".
           05 BO-CUSTOMER-OL                PIC X(5).

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
           05 BO-CUSTOMER-OUT               PIC X(5).
           05 BO-FILL-DATE-OUT              PIC 9(8).

      * Working storage section begins
       WORKING-STORAGE SECTION.
      * File locations built at start-up from FILECFG.TXT so
           05 INVENT6-PATH-WS               PIC X(90).
           05 SUPPLIOL-PATH-WS              PIC X(90).
           05 SUPPLIERI-PATH-WS             PIC X(90).
           05 CUSTMAOL-PATH-WS              PIC X(90).
           05 CUSTMAST-PATH-WS              PIC X(90).
           05 OPENPOOL-PATH-WS              PIC X(90).
           05 OPENPO-PATH-WS                PIC X(90).
           05 SALESOOL-PATH-WS              PIC X(90).
           05 SALESORD-PATH-WS              PIC X(90).
           05 LOTMASOL-PATH-WS              PIC X(90).
           05 LOTMAST-PATH-WS               PIC X(90).
           05 OPERMAOL-PATH-WS              PIC X(90).
           05 OPERMAST-PATH-WS              PIC X(90).
           05 BACKOROL-PATH-WS              PIC X(90).
           05 BACKORD-PATH-WS               PIC X(90).

       01 TEMP.
           05 OLD-EOF-FLAG                  PIC X(1) VALUE "N".
           05 SUPPLIER-EOF-FLAG             PIC X(1) VALUE "N".
           05 RECORDS-CONVERTED-WS          PIC 9(5) VALUE 0.
           05 SUPPLIERS-CONVERTED-WS        PIC 9(5) VALUE 0.
           05 CUSTOMER-EOF-FLAG             PIC X(1) VALUE "N".
           05 CUSTOMERS-CONVERTED-WS        PIC 9(5) VALUE 0.
           05 INVENT-OLD-STATUS-WS          PIC X(2).
           05 SUPPLIER-OLD-STATUS-WS        PIC X(2).
           05 CUSTOMER-OLD-STATUS-WS        PIC X(2).
           05 OPEN-PO-EOF-FLAG              PIC X(1) VALUE "N".
           05 PO-LINES-CONVERTED-WS         PIC 9(5) VALUE 0.
           05 OPEN-PO-OLD-STATUS-WS         PIC X(2).
           05 SALES-ORDER-EOF-FLAG          PIC X(1) VALUE "N".
           05 ORDER-LINES-CONVERTED-WS      PIC 9(5) VALUE 0.
           05 SALES-ORDER-OLD-STATUS-WS     PIC X(2).
           05 LOT-EOF-FLAG                  PIC X(1) VALUE "N".
           05 LOTS-CONVERTED-WS             PIC 9(5) VALUE 0.
           05 LOT-OLD-STATUS-WS             PIC X(2).
           05 OPERATOR-EOF-FLAG             PIC X(1) VALUE "N".
           05 OPERATORS-CONVERTED-WS        PIC 9(5) VALUE 0.
           05 OPERATOR-OLD-STATUS-WS        PIC X(2).
           05 BACKORDER-EOF-FLAG            PIC X(1) VALUE "N".
           05 BACKORDERS-CONVERTED-WS       PIC 9(5) VALUE 0.
           05 BACKORDER-OLD-STATUS-WS       PIC X(2).

      * Procedure division begins
       PROCEDURE DIVISION.
           PERFORM  202-CONVERT-RECORDS
               UNTIL OLD-EOF-FLAG = "Y".
           PERFORM  204-CONVERT-SUPPLIER-FILE.
           PERFORM  205-CONVERT-CUSTOMER-FILE.
           PERFORM  206-CONVERT-OPEN-PO-FILE.
           PERFORM  207-CONVERT-SALES-ORDER-FILE.
           PERFORM  208-CONVERT-LOT-FILE.
           PERFORM  209-CONVERT-OPERATOR-FILE.
           PERFORM  210-CONVERT-BACKORDER-FILE.
           PERFORM  203-TERMINATE-CONVERSION.
           STOP RUN.

      * No renamed old file means that master is not being
      * converted this run - the live file is left untouched.
       201-INIT-OPEN-FILES.
           OPEN INPUT INVENT-OLD-FILE-IN.
           IF INVENT-OLD-STATUS-WS = "00"
               OPEN OUTPUT INVENT-FILE-OUT
               PERFORM  701-READ-OLD-RECORD
           ELSE
               MOVE "Y" TO OLD-EOF-FLAG
           END-IF.

       204-CONVERT-SUPPLIER-FILE.
           OPEN INPUT SUPPLIER-OLD-FILE-IN.
           IF SUPPLIER-OLD-STATUS-WS = "00"
               OPEN OUTPUT SUPPLIER-FILE-OUT
               PERFORM  702-READ-OLD-SUPPLIER
               PERFORM  802-MOVE-SUPPLIER-FIELDS
                   UNTIL SUPPLIER-EOF-FLAG = "Y"
               CLOSE SUPPLIER-OLD-FILE-IN
               CLOSE SUPPLIER-FILE-OUT
           END-IF.

       205-CONVERT-CUSTOMER-FILE.
           OPEN INPUT CUSTOMER-OLD-FILE-IN.
           IF CUSTOMER-OLD-STATUS-WS = "00"
               OPEN OUTPUT CUSTOMER-FILE-OUT
               PERFORM  703-READ-OLD-CUSTOMER
               PERFORM  803-MOVE-CUSTOMER-FIELDS
                   UNTIL CUSTOMER-EOF-FLAG = "Y"
               CLOSE CUSTOMER-OLD-FILE-IN
               CLOSE CUSTOMER-FILE-OUT
           END-IF.

       206-CONVERT-OPEN-PO-FILE.
           OPEN INPUT OPEN-PO-OLD-FILE-IN.
           IF OPEN-PO-OLD-STATUS-WS = "00"
               OPEN OUTPUT OPEN-PO-FILE-OUT
               PERFORM  704-READ-OLD-PO-LINE
               PERFORM  804-MOVE-PO-LINE-FIELDS
                   UNTIL OPEN-PO-EOF-FLAG = "Y"
               CLOSE OPEN-PO-OLD-FILE-IN
               CLOSE OPEN-PO-FILE-OUT
           END-IF.

       207-CONVERT-SALES-ORDER-FILE.
           OPEN INPUT SALES-ORDER-OLD-FILE-IN.
           IF SALES-ORDER-OLD-STATUS-WS = "00"
               OPEN OUTPUT SALES-ORDER-FILE-OUT
               PERFORM  705-READ-OLD-ORDER-LINE
               PERFORM  805-MOVE-ORDER-LINE-FIELDS
                   UNTIL SALES-ORDER-EOF-FLAG = "Y"
               CLOSE SALES-ORDER-OLD-FILE-IN
               CLOSE SALES-ORDER-FILE-OUT
           END-IF.

       208-CONVERT-LOT-FILE.
           OPEN INPUT LOT-OLD-FILE-IN.
           IF LOT-OLD-STATUS-WS = "00"
               OPEN OUTPUT LOT-FILE-OUT
               PERFORM  706-READ-OLD-LOT
               PERFORM  806-MOVE-LOT-FIELDS
                   UNTIL LOT-EOF-FLAG = "Y"
               CLOSE LOT-OLD-FILE-IN
               CLOSE LOT-FILE-OUT
           END-IF.

       209-CONVERT-OPERATOR-FILE.
           OPEN INPUT OPERATOR-OLD-FILE-IN.
           IF OPERATOR-OLD-STATUS-WS = "00"
               OPEN OUTPUT OPERATOR-FILE-OUT
               PERFORM  707-READ-OLD-OPERATOR
               PERFORM  807-MOVE-OPERATOR-FIELDS
                   UNTIL OPERATOR-EOF-FLAG = "Y"
               CLOSE OPERATOR-OLD-FILE-IN
               CLOSE OPERATOR-FILE-OUT
           END-IF.

       210-CONVERT-BACKORDER-FILE.
           OPEN INPUT BACKORDER-OLD-FILE-IN.
           IF BACKORDER-OLD-STATUS-WS = "00"
               OPEN OUTPUT BACKORDER-FILE-OUT
               PERFORM  708-READ-OLD-BACKORDER
               PERFORM  808-MOVE-BACKORDER-FIELDS
                   UNTIL BACKORDER-EOF-FLAG = "Y"
               CLOSE BACKORDER-OLD-FILE-IN
               CLOSE BACKORDER-FILE-OUT
           END-IF.

       202-CONVERT-RECORDS.
           PERFORM  801-MOVE-EXPANDED-FIELDS.
           DISPLAY "INVENTORY RECORDS CONVERTED " RECORDS-CONVERTED-WS.
           DISPLAY "SUPPLIER RECORDS CONVERTED "
               SUPPLIERS-CONVERTED-WS.
           DISPLAY "CUSTOMER RECORDS CONVERTED "
               CUSTOMERS-CONVERTED-WS.
           DISPLAY "OPEN PO LINES CONVERTED "
               PO-LINES-CONVERTED-WS.
           DISPLAY "SALES ORDER LINES CONVERTED "
               ORDER-LINES-CONVERTED-WS.
           DISPLAY "LOT RECORDS CONVERTED " LOTS-CONVERTED-WS.
           DISPLAY "OPERATOR RECORDS CONVERTED "
               OPERATORS-CONVERTED-WS.
           DISPLAY "BACKORDER RECORDS CONVERTED "
               BACKORDERS-CONVERTED-WS.
           IF INVENT-OLD-STATUS-WS = "00"
               CLOSE INVENT-OLD-FILE-IN
               CLOSE INVENT-FILE-OUT
           END-IF.

       701-READ-OLD-RECORD.
           READ INVENT-OLD-FILE-IN NEXT RECORD
               AT END
               MOVE "Y" TO SUPPLIER-EOF-FLAG.

       703-READ-OLD-CUSTOMER.
           READ CUSTOMER-OLD-FILE-IN NEXT RECORD
               AT END
               MOVE "Y" TO CUSTOMER-EOF-FLAG.

       704-READ-OLD-PO-LINE.
           READ OPEN-PO-OLD-FILE-IN NEXT RECORD
               AT END
               MOVE "Y" TO OPEN-PO-EOF-FLAG.

       705-READ-OLD-ORDER-LINE.
           READ SALES-ORDER-OLD-FILE-IN NEXT RECORD
               AT END
               MOVE "Y" TO SALES-ORDER-EOF-FLAG.

       706-READ-OLD-LOT.
           READ LOT-OLD-FILE-IN NEXT RECORD
               AT END
               MOVE "Y" TO LOT-EOF-FLAG.

       707-READ-OLD-OPERATOR.
           READ OPERATOR-OLD-FILE-IN NEXT RECORD
               AT END
               MOVE "Y" TO OPERATOR-EOF-FLAG.

       708-READ-OLD-BACKORDER.
           READ BACKORDER-OLD-FILE-IN NEXT RECORD
               AT END
               MOVE "Y" TO BACKORDER-EOF-FLAG.

       801-MOVE-EXPANDED-FIELDS.
           MOVE PART-NUMBER-OL TO PART-NUMBER-OUT.
           MOVE LOCATION-CODE-OL TO LOCATION-CODE-OUT.
           MOVE QTY-ALLOCATED-OL TO QTY-ALLOCATED-OUT.
           MOVE STOCK-UNIT-OL TO STOCK-UNIT-OUT.
           MOVE PACK-SIZE-OL TO PACK-SIZE-OUT.
           MOVE BARCODE-OL TO BARCODE-OUT.
           MOVE "N" TO INSPECT-FLAG-OUT.
           MOVE ZERO TO QTY-ON-HOLD-OUT.
           MOVE "N" TO SERIAL-FLAG-OUT.

      * Every online-keyed field carries over untouched - only the
      * new lead-time days field starts at zero.
           ADD 1 TO SUPPLIERS-CONVERTED-WS.
           PERFORM  702-READ-OLD-SUPPLIER.

      * Name, phone, and status carry over untouched - nobody has
      * credit terms or an open balance until they are keyed and
      * billed under the new record.
       803-MOVE-CUSTOMER-FIELDS.
           MOVE CUSTOMER-CODE-OL TO CUSTOMER-CODE-OUT.
           MOVE CUSTOMER-NAME-OL TO CUSTOMER-NAME-OUT.
           MOVE CUSTOMER-PHONE-OL TO CUSTOMER-PHONE-OUT.
           MOVE CUSTOMER-STATUS-OL TO CUSTOMER-STATUS-OUT.
           MOVE ZERO TO CUSTOMER-CREDIT-LIMIT-OUT.
           MOVE "N" TO CUSTOMER-CREDIT-HOLD-OUT.
           MOVE ZERO TO CUSTOMER-OPEN-BALANCE-OUT.
           MOVE ZERO TO CUSTOMER-UNBILLED-SALES-OUT.
           WRITE CUSTOMER-MASTER-RECORD
               INVALID KEY
                   DISPLAY "DUPLICATE KEY CONVERTING "
                       CUSTOMER-CODE-OL
           END-WRITE.
           ADD 1 TO CUSTOMERS-CONVERTED-WS.
           PERFORM  703-READ-OLD-CUSTOMER.

      * Every order field carries over untouched. A line written
      * before costing has no agreed price, so the cost starts at
      * zero, and whatever was already received counts as already
      * invoiced, since those invoices were paid before the match
      * existed. Every line is a stock line, so the sales order
      * reference and ship-to start empty.
       804-MOVE-PO-LINE-FIELDS.
           MOVE OPO-PO-NUMBER-OL TO OPO-PO-NUMBER-OUT.
           MOVE OPO-LINE-NUMBER-OL TO OPO-LINE-NUMBER-OUT.
           MOVE OPO-SUPPLIER-CODE-OL TO OPO-SUPPLIER-CODE-OUT.
           MOVE OPO-PART-NUMBER-OL TO OPO-PART-NUMBER-OUT.
           MOVE OPO-LOCATION-OL TO OPO-LOCATION-OUT.
           MOVE OPO-QTY-ORDERED-OL TO OPO-QTY-ORDERED-OUT.
           MOVE OPO-QTY-RECEIVED-OL TO OPO-QTY-RECEIVED-OUT.
           MOVE OPO-ORDER-DATE-OL TO OPO-ORDER-DATE-OUT.
           MOVE OPO-RECEIVED-DATE-OL TO OPO-RECEIVED-DATE-OUT.
           MOVE OPO-STATUS-OL TO OPO-STATUS-OUT.
           MOVE ZERO TO OPO-UNIT-COST-OUT.
           MOVE OPO-QTY-RECEIVED-OL TO OPO-QTY-INVOICED-OUT.
           MOVE ZERO TO OPO-SO-NUMBER-OUT.
           MOVE ZERO TO OPO-SO-LINE-OUT.
           MOVE SPACES TO OPO-SHIP-TO-CUSTOMER-OUT.
           MOVE SPACES TO OPO-SHIP-TO-ADDRESS-OUT.
           WRITE OPEN-PO-RECORD-OUT
               INVALID KEY
                   DISPLAY "DUPLICATE KEY CONVERTING "
                       OPEN-PO-KEY-OL
           END-WRITE.
           ADD 1 TO PO-LINES-CONVERTED-WS.
           PERFORM  704-READ-OLD-PO-LINE.

      * Every order field carries over untouched. A line taken
      * before pricing comes across with a zero net price, which
      * the order, invoicing, and margin programs read as list
      * price. The line was filled from stock, so it is no
      * drop-ship and has no purchase order behind it.
       805-MOVE-ORDER-LINE-FIELDS.
           MOVE SO-NUMBER-OL TO SO-NUMBER-OUT.
           MOVE SO-LINE-OL TO SO-LINE-OUT.
           MOVE SO-CUSTOMER-OL TO SO-CUSTOMER-OUT.
           MOVE SO-PART-NUMBER-OL TO SO-PART-NUMBER-OUT.
           MOVE SO-LOCATION-OL TO SO-LOCATION-OUT.
           MOVE SO-QTY-ORDERED-OL TO SO-QTY-ORDERED-OUT.
           MOVE SO-QTY-OPEN-OL TO SO-QTY-OPEN-OUT.
           MOVE SO-ORDER-DATE-OL TO SO-ORDER-DATE-OUT.
           MOVE SO-STATUS-OL TO SO-STATUS-OUT.
           MOVE ZERO TO SO-NET-PRICE-OUT.
           MOVE "N" TO SO-DROP-SHIP-OUT.
           MOVE ZERO TO SO-PO-NUMBER-OUT.
           MOVE ZERO TO SO-PO-LINE-OUT.
           WRITE SALES-ORDER-RECORD-OUT
               INVALID KEY
                   DISPLAY "DUPLICATE KEY CONVERTING "
                       SALES-ORDER-KEY-OL
           END-WRITE.
           ADD 1 TO ORDER-LINES-CONVERTED-WS.
           PERFORM  705-READ-OLD-ORDER-LINE.

      * Every lot carries over untouched - nothing was held in QC
      * before the hold fields existed.
       806-MOVE-LOT-FIELDS.
           MOVE LOT-PART-NUMBER-OL TO LOT-PART-NUMBER-OUT.
           MOVE LOT-LOCATION-OL TO LOT-LOCATION-OUT.
           MOVE LOT-ID-OL TO LOT-ID-OUT.
           MOVE LOT-QTY-ON-HAND-OL TO LOT-QTY-ON-HAND-OUT.
           MOVE LOT-RECEIPT-DATE-OL TO LOT-RECEIPT-DATE-OUT.
           MOVE "N" TO LOT-HOLD-FLAG-OUT.
           MOVE ZERO TO LOT-QTY-ON-HOLD-OUT.
           MOVE ZERO TO LOT-HOLD-DATE-OUT.
           WRITE LOT-MASTER-RECORD
               INVALID KEY
                   DISPLAY "DUPLICATE KEY CONVERTING "
                       LOT-KEY-OL
           END-WRITE.
           ADD 1 TO LOTS-CONVERTED-WS.
           PERFORM  706-READ-OLD-LOT.

      * Every operator comes across permitted everything, so the
      * day after conversion runs exactly as the day before - the
      * supervisor then trims each list in OperatorMaintenance.
       807-MOVE-OPERATOR-FIELDS.
           MOVE OPERATOR-ID-OL TO OPERATOR-ID-OUT.
           MOVE OPERATOR-NAME-OL TO OPERATOR-NAME-OUT.
           MOVE OPERATOR-STATUS-OL TO OPERATOR-STATUS-OUT.
           MOVE SPACES TO OPERATOR-PERMISSIONS-OUT.
           MOVE "Y" TO PERMIT-PRICE-CHANGE-OUT.
           MOVE "Y" TO PERMIT-COUNT-ADJUST-OUT.
           MOVE "Y" TO PERMIT-DISCONTINUE-OUT.
           MOVE "Y" TO PERMIT-SUPPLIER-DEACT-OUT.
           MOVE "Y" TO PERMIT-RUN-OVERRIDE-OUT.
           MOVE "Y" TO PERMIT-CREDIT-OVERRIDE-OUT.
           MOVE "Y" TO PERMIT-OPERATOR-MAINT-OUT.
           MOVE "Y" TO PERMIT-PURCHASING-OUT.
           MOVE "Y" TO PERMIT-RECEIVING-OUT.
           MOVE "Y" TO PERMIT-CASH-APPLY-OUT.
           MOVE "Y" TO PERMIT-QC-DISPOSITION-OUT.
           MOVE "Y" TO PERMIT-MASTER-MAINT-OUT.
           WRITE OPERATOR-MASTER-RECORD
               INVALID KEY
                   DISPLAY "DUPLICATE KEY CONVERTING "
                       OPERATOR-ID-OL
           END-WRITE.
           ADD 1 TO OPERATORS-CONVERTED-WS.
           PERFORM  707-READ-OLD-OPERATOR.

      * Every backorder field carries over untouched. The day a
      * backorder was filled was never kept, so an open one has no
      * fill date and a filled one takes the day it was taken -
      * the period-end archive keys on the fill date, and this
      * lets the old filled backorders age out with their period.
       808-MOVE-BACKORDER-FIELDS.
           MOVE BO-PART-NUMBER-OL TO BO-PART-NUMBER-OUT.
           MOVE BO-LOCATION-OL TO BO-LOCATION-OUT.
           MOVE BO-DATE-OL TO BO-DATE-OUT.
           MOVE BO-TIME-OL TO BO-TIME-OUT.
           MOVE BO-QTY-WANTED-OL TO BO-QTY-WANTED-OUT.
           MOVE BO-QTY-OPEN-OL TO BO-QTY-OPEN-OUT.
           MOVE BO-STATUS-OL TO BO-STATUS-OUT.
           MOVE BO-CUSTOMER-OL TO BO-CUSTOMER-OUT.
           IF BO-ORDER-FILLED-OL
               MOVE BO-DATE-OL TO BO-FILL-DATE-OUT
           ELSE
               MOVE ZERO TO BO-FILL-DATE-OUT
           END-IF.
           WRITE BACKORDER-RECORD-OUT
               INVALID KEY
                   DISPLAY "DUPLICATE KEY CONVERTING "
                       BACKORDER-KEY-OL
           END-WRITE.
           ADD 1 TO BACKORDERS-CONVERTED-WS.
           PERFORM  708-READ-OLD-BACKORDER.

      * FILECFG.TXT in the working directory carries the data
      * directory on its first line - point it at a copy of the
      * masters and the whole run rehearses there. No config
               "SUPPLIERI.TXT" DELIMITED BY SIZE
               INTO SUPPLIERI-PATH-WS
           END-STRING.
           MOVE SPACES TO CUSTMAOL-PATH-WS.
           STRING
               FUNCTION TRIM(DATA-DIRECTORY-WS)
                   DELIMITED BY SIZE
               "CUSTMAOL.TXT" DELIMITED BY SIZE
               INTO CUSTMAOL-PATH-WS
           END-STRING.
           MOVE SPACES TO CUSTMAST-PATH-WS.
           STRING
               FUNCTION TRIM(DATA-DIRECTORY-WS)
                   DELIMITED BY SIZE
               "CUSTMAST.TXT" DELIMITED BY SIZE
               INTO CUSTMAST-PATH-WS
           END-STRING.
           MOVE SPACES TO OPENPOOL-PATH-WS.
           STRING
               FUNCTION TRIM(DATA-DIRECTORY-WS)
                   DELIMITED BY SIZE
               "OPENPOOL.TXT" DELIMITED BY SIZE
               INTO OPENPOOL-PATH-WS
           END-STRING.
           MOVE SPACES TO OPENPO-PATH-WS.
           STRING
               FUNCTION TRIM(DATA-DIRECTORY-WS)
                   DELIMITED BY SIZE
               "OPENPO.TXT" DELIMITED BY SIZE
               INTO OPENPO-PATH-WS
           END-STRING.
           MOVE SPACES TO SALESOOL-PATH-WS.
           STRING
               FUNCTION TRIM(DATA-DIRECTORY-WS)
                   DELIMITED BY SIZE
               "SALESOOL.TXT" DELIMITED BY SIZE
               INTO SALESOOL-PATH-WS
           END-STRING.
           MOVE SPACES TO SALESORD-PATH-WS.
           STRING
               FUNCTION TRIM(DATA-DIRECTORY-WS)
                   DELIMITED BY SIZE
               "SALESORD.TXT" DELIMITED BY SIZE
               INTO SALESORD-PATH-WS
           END-STRING.
           MOVE SPACES TO LOTMASOL-PATH-WS.
           STRING
               FUNCTION TRIM(DATA-DIRECTORY-WS)
                   DELIMITED BY SIZE
               "LOTMASOL.TXT" DELIMITED BY SIZE
               INTO LOTMASOL-PATH-WS
           END-STRING.
           MOVE SPACES TO LOTMAST-PATH-WS.
           STRING
               FUNCTION TRIM(DATA-DIRECTORY-WS)
                   DELIMITED BY SIZE
               "LOTMAST.TXT" DELIMITED BY SIZE
               INTO LOTMAST-PATH-WS
           END-STRING.
           MOVE SPACES TO OPERMAOL-PATH-WS.
           STRING
               FUNCTION TRIM(DATA-DIRECTORY-WS)
                   DELIMITED BY SIZE
               "OPERMAOL.TXT" DELIMITED BY SIZE
               INTO OPERMAOL-PATH-WS
           END-STRING.
           MOVE SPACES TO OPERMAST-PATH-WS.
           STRING
               FUNCTION TRIM(DATA-DIRECTORY-WS)
                   DELIMITED BY SIZE
               "OPERMAST.TXT" DELIMITED BY SIZE
               INTO OPERMAST-PATH-WS
           END-STRING.
           MOVE SPACES TO BACKOROL-PATH-WS.
           STRING
               FUNCTION TRIM(DATA-DIRECTORY-WS)
                   DELIMITED BY SIZE
               "BACKOROL.TXT" DELIMITED BY SIZE
               INTO BACKOROL-PATH-WS
           END-STRING.
           MOVE SPACES TO BACKORD-PATH-WS.
           STRING
               FUNCTION TRIM(DATA-DIRECTORY-WS)
                   DELIMITED BY SIZE
               "BACKORD.TXT" DELIMITED BY SIZE
               INTO BACKORD-PATH-WS
           END-STRING.

      * Ending of Program ExpandInventoryRecord
       END PROGRAM ExpandInventoryRecord.
