      * log entry stamped after the backup's cut-off date and time,
      * restoring the file to its state at the moment of failure
      * instead of an afternoon of re-keying.
      * A "D" drop-ship confirmation from SalesOrderEntry.cbl is
      * passed over on replay - the supplier shipped it straight to
      * the customer and the inventory file was never touched.
      * ---------------------------------------------------------

      * Environment division for the backup, live, and log files
           05 STOCK-UNIT-BK                 PIC X(4).
           05 PACK-SIZE-BK                  PIC 9(3).
           05 BARCODE-BK                    PIC X(13).
           05 INSPECT-FLAG-BK               PIC X(1).
           05 QTY-ON-HOLD-BK                PIC 9(5).
           05 SERIAL-FLAG-BK                PIC X(1).

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

       FD TRANSACTION-LOG-IN.
       01 TRANSACTION-LOG-RECORD-IN.
               88 LOG-COUNT-ADJUST          VALUE "C".
               88 LOG-CUST-RETURN           VALUE "U".
               88 LOG-VEND-RETURN           VALUE "V".
               88 LOG-DROP-SHIP             VALUE "D".
           05 FILLER                        PIC X(1).
           05 LOG-VALUE-ENTERED-IN          PIC 9(5)V99.
           05 FILLER                        PIC X(1).

      * Only entries stamped after the backup's cut-off are applied -
      * everything at or before it is already inside the backup copy.
      * A drop-ship confirmation never touched the inventory file,
      * so it is passed over like an entry inside the backup.
       802-REPLAY-LOG-RECORD.
           IF NOT LOG-DROP-SHIP
               AND (LOG-DATE-IN > CUTOFF-DATE-WS
                   OR (LOG-DATE-IN = CUTOFF-DATE-WS
                       AND LOG-TIME-IN > CUTOFF-TIME-WS))
               PERFORM  803-APPLY-LOG-ENTRY
           ELSE
               ADD 1 TO ENTRIES-SKIPPED-WS
