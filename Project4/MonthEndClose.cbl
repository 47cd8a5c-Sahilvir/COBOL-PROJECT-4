      * The file is keyed part/location/month, so any month's
      * close can be re-run - the month's records are cleared
      * first and rebuilt, never double-counted.
      * Called from DailyProcessingDriver.cbl on a month-end day of
      * the processing calendar - run mode "T" takes the closing
      * month from the calendar without prompting, and the program
      * now ends with GOBACK and a return code for the driver.
      * ---------------------------------------------------------

      * Environment division for the log and history files
           05 ENTRIES-ROLLED-WS             PIC 9(7) VALUE 0.
           05 RECORDS-CLEARED-WS            PIC 9(5) VALUE 0.

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
       100-CLOSE-MOVEMENT-MONTH.
           PERFORM  990-LOAD-FILE-PATHS.
           PERFORM  201-INIT-PROMPT-MONTH.
               PERFORM  203-ROLL-LOG-INTO-HISTORY
               PERFORM  204-TERMINATE-MONTH-CLOSE
           END-IF.
           MOVE 0 TO RETURN-CODE.
           GOBACK.

      * Run from the nightly chain the month comes off the
      * processing calendar and there is nobody to confirm.
       201-INIT-PROMPT-MONTH.
           IF PERIOD-RUN-MODE-LK = "T"
               MOVE PERIOD-CLOSE-MONTH-LK TO CLOSING-MONTH-WS
               MOVE "Y" TO CONFIRM-ANSWER-WS
               DISPLAY "CLOSING MONTH " CLOSING-MONTH-WS
           ELSE
               DISPLAY "CLOSING MONTH YYYYMM->"
               ACCEPT CLOSING-MONTH-WS
               DISPLAY "ROLL " CLOSING-MONTH-WS
                   " INTO MONTHLY HISTORY? TYPE 'Y' TO RUN"
               ACCEPT CONFIRM-ANSWER-WS
           END-IF.
           IF CONFIRM-ANSWER-WS NOT = "Y"
               DISPLAY "MONTH-END CLOSE NOT RUN"
           END-IF.
