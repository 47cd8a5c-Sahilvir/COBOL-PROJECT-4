      * COUNTFILE.TXT skeleton, so PhysicalInventoryCount.cbl gets
      * fed automatically instead of someone typing the count file
      * by hand.
      * Called from DailyProcessingDriver.cbl on a month-end day of
      * the processing calendar - STOP RUN became GOBACK with a
      * return code so control comes back to the driver.
      * ---------------------------------------------------------

      * Environment division for Invent6.txt and the count outputs
           05 STOCK-UNIT-OUT                PIC X(4).
           05 PACK-SIZE-OUT                 PIC 9(3).
           05 BARCODE-OUT                   PIC X(13).
           05 INSPECT-FLAG-OUT              PIC X(1).
               88 INSPECT-REQUIRED-OUT      VALUE "Y".
           05 QTY-ON-HOLD-OUT               PIC 9(5).
           05 SERIAL-FLAG-OUT               PIC X(1).
               88 SERIALIZED-PART-OUT       VALUE "Y".

      * File division for the printable count sheet
       FD COUNT-SHEET-OUT.
           05 FILLER                        PIC X(10)
                                            VALUE "__________".

      * Linkage section - period-end parameters from the nightly
      * driver, supplied off the processing calendar
       LINKAGE SECTION.
       01 PERIOD-END-PARM-LK.
           05 PERIOD-RUN-MODE-LK            PIC X(1).
           05 PERIOD-CLOSE-MONTH-LK         PIC 9(6).
           05 PERIOD-CLOSE-YEAR-LK          PIC 9(4).
           05 PERIOD-ARCHIVE-CUTOFF-LK      PIC 9(8).
           05 PERIOD-COVER-DAYS-LK          PIC 9(3).
           05 PERIOD-HISTORY-MONTHS-LK      PIC 9(2).

      * Procedure division begins
       PROCEDURE DIVISION USING PERIOD-END-PARM-LK.
       100-CLASSIFY-AND-CUT-SHEETS.
           PERFORM  990-LOAD-FILE-PATHS.
           PERFORM  201-INIT-OPEN-FILES.
           PERFORM  202-PROCESS-INVENTORY-RECORDS
               UNTIL INVENT-EOF-FLAG = "Y".
           PERFORM  203-TERMINATE-CLASSIFICATION.
           MOVE 0 TO RETURN-CODE.
           GOBACK.

       201-INIT-OPEN-FILES.
           OPEN I-O INVENT-FILE-OUT.
