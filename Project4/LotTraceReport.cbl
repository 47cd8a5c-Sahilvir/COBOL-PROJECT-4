               10 LOT-ID-IN                 PIC X(10).
           05 LOT-QTY-ON-HAND-IN            PIC 9(5).
           05 LOT-RECEIPT-DATE-IN           PIC 9(8).
           05 LOT-HOLD-FLAG-IN              PIC X(1).
               88 LOT-HELD-IN               VALUE "Y".
           05 LOT-QTY-ON-HOLD-IN            PIC 9(5).
           05 LOT-HOLD-DATE-IN              PIC 9(8).

      * File division for the lot trace report
       FD TRACE-REPORT-OUT.
