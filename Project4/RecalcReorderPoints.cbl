      * reorder point follows its season instead of a flat
      * year-to-date average. A site with no monthly history on
      * file yet falls back to the old YTD arithmetic.
      * Called from DailyProcessingDriver.cbl on a month-end day of
      * the processing calendar - run mode "T" takes the days of
      * cover and months of history from the calendar and writes
      * the "R" transactions without asking; GOBACK replaces
      * STOP RUN.
      * ---------------------------------------------------------

      * Environment division for Invent6.txt and the outputs
           05 STOCK-UNIT-IN                PIC X(4).
           05 PACK-SIZE-IN                 PIC 9(3).
           05 BARCODE-IN                   PIC X(13).
           05 INSPECT-FLAG-IN              PIC X(1).
               88 INSPECT-REQUIRED-IN      VALUE "Y".
           05 QTY-ON-HOLD-IN               PIC 9(5).
           05 SERIAL-FLAG-IN               PIC X(1).
               88 SERIALIZED-PART-IN       VALUE "Y".

      * File division for the current-versus-suggested report
       FD COMPARISON-REPORT-OUT.
           05 FILLER                        PIC X(55) VALUE
             "**WARNING** SUGGESTION TABLE FULL - SOME PARTS SKIPPED".

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
       100-RECALC-REORDER-POINTS.
           PERFORM  990-LOAD-FILE-PATHS.
           PERFORM  201-INIT-OPEN-FILES.
               UNTIL INVENT-EOF-FLAG = "Y".
           PERFORM  203-CONFIRM-AND-POST.
           PERFORM  204-TERMINATE-RECALC.
           MOVE 0 TO RETURN-CODE.
           GOBACK.

      * The nightly chain supplies both answers off the processing
      * calendar instead of prompting.
       201-INIT-OPEN-FILES.
           IF PERIOD-RUN-MODE-LK = "T"
               MOVE PERIOD-COVER-DAYS-LK TO DAYS-OF-COVER-WS
           ELSE
               DISPLAY "DAYS OF COVER TARGET (BLANK FOR 14)->"
               ACCEPT COVER-ANSWER-WS
               IF COVER-ANSWER-WS = SPACES
                   MOVE 14 TO DAYS-OF-COVER-WS
               ELSE
                   MOVE COVER-ANSWER-WS TO DAYS-OF-COVER-WS
               END-IF
           END-IF.
           ACCEPT JULIAN-DATE-WS FROM DAY.
           MOVE JULIAN-DATE-WS(5:3) TO DAYS-ELAPSED-WS.
           IF DAYS-ELAPSED-WS = 0
               MOVE 1 TO DAYS-ELAPSED-WS
           END-IF.
           IF PERIOD-RUN-MODE-LK = "T"
               MOVE PERIOD-HISTORY-MONTHS-LK TO MONTHS-TO-AVERAGE-WS
           ELSE
               DISPLAY "MONTHS OF HISTORY TO AVERAGE (BLANK FOR 3)->"
               ACCEPT MONTHS-ANSWER-WS
               IF MONTHS-ANSWER-WS = SPACES
                   MOVE 3 TO MONTHS-TO-AVERAGE-WS
               ELSE
                   MOVE MONTHS-ANSWER-WS TO MONTHS-TO-AVERAGE-WS
               END-IF
           END-IF.
           PERFORM  705-SET-HISTORY-WINDOW.
           OPEN INPUT MONTH-HISTORY-IN.
               DISPLAY "SUGGESTED CHANGES " SUGGESTION-COUNT-WS
               DISPLAY "REVIEW REORDCMP.TXT - TYPE 'Y' TO WRITE 'R'"
               DISPLAY "TRANSACTIONS TO TONIGHT'S BATCH"
               IF PERIOD-RUN-MODE-LK = "T"
                   MOVE "Y" TO CONFIRM-ANSWER-WS
               ELSE
                   ACCEPT CONFIRM-ANSWER-WS
               END-IF
               IF CONFIRM-ANSWER-WS = "Y"
                   OPEN EXTEND TRANSACTION-FILE-OUT
                   PERFORM  804-WRITE-REORDER-TRANSACTION
