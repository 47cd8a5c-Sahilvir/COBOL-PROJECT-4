      * its components do, and posting explodes it into them. The
      * customer check now also covers "U" customer returns, which
      * carry a customer the posting step validates.
      * The batch layout gained a trailing serial number column. A
      * line for a part flagged serialized on INVENT6.TXT - "S", "B",
      * "U", "V", or "T" - must move exactly one unit, in eaches, and
      * carry that unit's serial; posting proves the serial itself.
      * TRANACCP.TXT lines widen to carry the new column.
      * CUSTMAST.TXT record layout gains the unbilled sales amount.
      * ---------------------------------------------------------

      * Environment division for the batch and inventory files
               88 TRANS-UOM-VALID           VALUES " " "E" "P".
           05 TRANS-REASON-IN               PIC X(1).
               88 TRANS-REASON-VALID        VALUES "D" "W" "Y".
      * Serial number of the one unit a serialized part's line moves
           05 TRANS-SERIAL-IN               PIC X(15).

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

      * Accepted records, written in the same layout they came in
       FD ACCEPTED-FILE-OUT.
       01 ACCEPTED-TRANSACTION-RECORD      PIC X(55).

      * The customers an "S" or "U" line may be tagged with
       FD CUSTOMER-FILE-IN.
           05 CUSTOMER-STATUS-IN             PIC X(1).
               88 CUSTOMER-ACTIVE-IN         VALUE "A".
               88 CUSTOMER-INACTIVE-IN       VALUE "I".
           05 CUSTOMER-CREDIT-LIMIT-IN       PIC 9(7)V99.
           05 CUSTOMER-CREDIT-HOLD-IN        PIC X(1).
               88 CUSTOMER-ON-HOLD-IN        VALUE "Y".
           05 CUSTOMER-OPEN-BALANCE-IN       PIC S9(7)V99
                                             SIGN LEADING SEPARATE.
           05 CUSTOMER-UNBILLED-SALES-IN     PIC 9(7)V99.

      * One record per component a kit part explodes into
       FD BOM-FILE-IN.
           IF RECORD-OK
               PERFORM  803-CHECK-PART-LOCATION-KEY
           END-IF.
           IF RECORD-OK
               AND (TRANS-SALE OR TRANS-BUY OR TRANS-RETURN
                   OR TRANS-TRANSFER)
               PERFORM  811-CHECK-SERIAL-COLUMN
           END-IF.
           IF RECORD-OK AND TRANS-TRANSFER
               PERFORM  804-CHECK-TRANSFER-TO-KEY
           END-IF.
               PERFORM  805-WRITE-REJECT-LINE
           END-IF.

      * A serialized part's line moves exactly one unit in eaches
      * and names it - posting proves the serial itself against
      * SERMAST.TXT. A kit part has no inventory record and is
      * never serialized.
       811-CHECK-SERIAL-COLUMN.
           MOVE TRANS-PART-NUMBER-IN TO PART-NUMBER-OUT.
           MOVE TRANS-LOCATION-IN TO LOCATION-CODE-OUT.
           READ INVENT-FILE-OUT
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF SERIALIZED-PART-OUT
                       PERFORM  812-CHECK-SERIALIZED-LINE
                   END-IF
           END-READ.

       812-CHECK-SERIALIZED-LINE.
           IF TRANS-VALUE-IN NOT = 1
               MOVE "SERIALIZED PART - ONE UNIT PER LINE"
                   TO EDT-REASON-OUT
               PERFORM  805-WRITE-REJECT-LINE
           ELSE
               IF TRANS-SERIAL-IN = SPACES
                   MOVE "SERIALIZED PART - SERIAL NUMBER MISSING"
                       TO EDT-REASON-OUT
                   PERFORM  805-WRITE-REJECT-LINE
               ELSE
                   IF TRANS-BUY AND TRANS-UOM-IN = "P"
                       MOVE "SERIALIZED PART - RECEIVE IN EACHES"
                           TO EDT-REASON-OUT
                       PERFORM  805-WRITE-REJECT-LINE
                   END-IF
               END-IF
           END-IF.

       805-WRITE-REJECT-LINE.
           MOVE "N" TO RECORD-OK-SW.
           ADD 1 TO RECORDS-REJECTED-WS.
