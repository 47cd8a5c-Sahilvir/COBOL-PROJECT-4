      * zero for the new year. The history file is opened EXTEND so
      * each year-end adds a year on top of the ones already kept -
      * purchasing compares a part's movement year over year from it.
      * Called from DailyProcessingDriver.cbl on the fiscal year-end
      * day of the processing calendar - run mode "T" takes the
      * closing year from the calendar with no prompt or confirm,
      * and the program ends with GOBACK and a return code.
      * ---------------------------------------------------------

      * Environment division for Invent6.txt and the history file
           05 STOCK-UNIT-OUT                PIC X(4).
           05 PACK-SIZE-OUT                 PIC 9(3).
           05 BARCODE-OUT                   PIC X(13).
           05 INSPECT-FLAG-OUT              PIC X(1).
               88 INSPECT-REQUIRED-OUT      VALUE "Y".
           05 QTY-ON-HOLD-OUT               PIC 9(5).
           05 SERIAL-FLAG-OUT               PIC X(1).
               88 SERIALIZED-PART-OUT       VALUE "Y".

      * One history line per part/location per closed year
       FD YEAR-HISTORY-OUT.
           05 RECORDS-ROLLED-WS             PIC 9(5) VALUE 0.
           05 CONFIRM-ANSWER-WS             PIC X(1).

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
       100-ROLL-YTD-ACCUMULATORS.
           PERFORM  990-LOAD-FILE-PATHS.
           PERFORM  201-INIT-OPEN-FILES.
                   UNTIL INVENT-EOF-FLAG = "Y"
           END-IF.
           PERFORM  203-TERMINATE-ROLLOVER.
           MOVE 0 TO RETURN-CODE.
           GOBACK.

      * The accumulators are zeroed in place, so the operator must
      * confirm before anything is touched - a year-end run fired by
      * mistake in July cannot be undone from the history file alone.
      * From the nightly chain the year-end date itself comes off
      * the processing calendar, which stands in for that check.
       201-INIT-OPEN-FILES.
           IF PERIOD-RUN-MODE-LK = "T"
               MOVE PERIOD-CLOSE-YEAR-LK TO CLOSING-YEAR-WS
               MOVE "Y" TO CONFIRM-ANSWER-WS
               DISPLAY "CLOSING YEAR " CLOSING-YEAR-WS
           ELSE
               PERFORM  204-PROMPT-CLOSING-YEAR
           END-IF.
           IF CONFIRM-ANSWER-WS = "Y"
               OPEN I-O INVENT-FILE-OUT
               OPEN EXTEND YEAR-HISTORY-OUT
               MOVE "Y" TO INVENT-EOF-FLAG
           END-IF.

       204-PROMPT-CLOSING-YEAR.
           DISPLAY "CLOSING YEAR YYYY (BLANK FOR CURRENT YEAR)->".
           ACCEPT CLOSING-YEAR-ANSWER-WS.
           IF CLOSING-YEAR-ANSWER-WS = SPACES
               MOVE FUNCTION CURRENT-DATE(1:4) TO CLOSING-YEAR-WS
           ELSE
               MOVE CLOSING-YEAR-ANSWER-WS TO CLOSING-YEAR-WS
           END-IF.
           DISPLAY "CLOSE YEAR " CLOSING-YEAR-WS
               " AND RESET YTD TOTALS? TYPE 'Y' TO RUN".
           ACCEPT CONFIRM-ANSWER-WS.

       202-ROLL-INVENTORY-RECORDS.
           PERFORM  801-WRITE-HISTORY-RECORD.
           PERFORM  802-RESET-YTD-ACCUMULATORS.
