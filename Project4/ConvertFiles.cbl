           05 STOCK-UNIT-OUT                PIC X(4).
           05 PACK-SIZE-OUT                 PIC 9(3).
           05 BARCODE-OUT                   PIC X(13).
           05 INSPECT-FLAG-OUT              PIC X(1).
               88 INSPECT-REQUIRED-OUT      VALUE "Y".
           05 QTY-ON-HOLD-OUT               PIC 9(5).
           05 SERIAL-FLAG-OUT               PIC X(1).
               88 SERIALIZED-PART-OUT       VALUE "Y".
           
           
       FD SUPPLIER-FILE-OUT.
           05 STOCK-UNIT-OUT-WS             PIC X(4).
           05 PACK-SIZE-OUT-WS              PIC 9(3).
           05 BARCODE-OUT-WS                PIC X(13).
           05 INSPECT-FLAG-OUT-WS           PIC X(1).
           05 QTY-ON-HOLD-OUT-WS            PIC 9(5).
           05 SERIAL-FLAG-OUT-WS            PIC X(1).

       01 SUPPLIER-OUT-REPORT-LINE-WS.
           05 SUPPLIER-CODE-OUT-WS          PIC X(5).
           MOVE "EA" TO STOCK-UNIT-OUT-WS.
           MOVE 1 TO PACK-SIZE-OUT-WS.
           MOVE SPACES TO BARCODE-OUT-WS.
      * Nothing is held in QC until PartMaintenance.cbl flags the
      * part for incoming inspection and a receipt comes in.
           MOVE "N" TO INSPECT-FLAG-OUT-WS.
           MOVE ZERO TO QTY-ON-HOLD-OUT-WS.
      * No part is serialized until PartMaintenance.cbl flags it.
           MOVE "N" TO SERIAL-FLAG-OUT-WS.
           
       802-WRITE-INVENT-RECORD.
           IF INCREMENTAL-LOAD
