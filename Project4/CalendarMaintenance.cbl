       PROGRAM-ID. CalendarMaintenance as "CalendarMaintenance".
       AUTHOR     PRIYANK PATEL & JASHANJOT PRUTHI & VIVEK PATEL &
                   AMARJEET SINGH & SAHILVIR SINGH DHILLON.

      * Modification History
      * ---------------------------------------------------------
      * New program maintaining the processing calendar
      * (PROCCAL.TXT) that DailyProcessingDriver.cbl reads each
      * night. One record per date says whether it is a business
      * day, a weekend, or a holiday, and whether it closes a
      * month or the fiscal year - with the parameters the
      * period-end steps used to be keyed by hand: the month to
      * close, the fiscal year to roll, the archive cut-off, and
      * the reorder-point days of cover and months of history.
      * The 'G' action generates a whole year at once - weekdays
      * are business days, the last business day of each month
      * closes it, and the last business day of the fiscal
      * year-end month closes the year. Dates already on file are
      * left as they stand. Marking a holiday that carried a
      * period-end moves the period-end back to the business day
      * before it, so a close is never lost to a day the chain
      * does not run.
      * The operator now needs the master file maintenance permission on
      * OPERMAST.TXT to go past sign-on - anyone else is refused and
      * logged to SECEXCPT.TXT. The operator record layout gains the
      * new permissions.
      * ---------------------------------------------------------

      * Environment division for the processing calendar
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

      * Keyed by date so the driver reads tonight's entry directly
         SELECT CALENDAR-FILE-OUT
         ASSIGN DYNAMIC PROCCAL-PATH-WS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS CAL-DATE-OUT
           FILE STATUS IS CALENDAR-FILE-STATUS-WS.

         SELECT OPERATOR-FILE-IN
         ASSIGN DYNAMIC OPERMAST-PATH-WS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS OPERATOR-ID-IN.

      * Refused attempts at a function the operator is not
      * permitted - the supervisor reads this each morning
         SELECT SECURITY-LOG-OUT
         ASSIGN DYNAMIC SECEXCPT-PATH-WS
           ORGANIZATION LINE SEQUENTIAL.

      *Describing the file, record, and field structures to be used in
      *the program
       DATA DIVISION.
       FILE SECTION.
      * One directory path per configuration line
       FD CONFIG-FILE.
       01 CONFIG-RECORD                    PIC X(60).

      * One record per date - the day type, any period-end it
      * closes, and the parameters the period-end steps run with
       FD CALENDAR-FILE-OUT.
       01 CALENDAR-RECORD.
           05 CAL-DATE-OUT                  PIC 9(8).
           05 CAL-DAY-TYPE-OUT              PIC X(1).
               88 CAL-BUSINESS-DAY-OUT      VALUE "B".
               88 CAL-WEEKEND-OUT           VALUE "W".
               88 CAL-HOLIDAY-OUT           VALUE "H".
           05 CAL-MONTH-END-OUT             PIC X(1).
               88 CAL-CLOSES-MONTH-OUT      VALUE "Y".
           05 CAL-YEAR-END-OUT              PIC X(1).
               88 CAL-CLOSES-YEAR-OUT       VALUE "Y".
           05 CAL-CLOSE-MONTH-OUT           PIC 9(6).
           05 CAL-CLOSE-YEAR-OUT            PIC 9(4).
           05 CAL-ARCHIVE-CUTOFF-OUT        PIC 9(8).
           05 CAL-COVER-DAYS-OUT            PIC 9(3).
           05 CAL-HISTORY-MONTHS-OUT        PIC 9(2).
           05 CAL-DESCRIPTION-OUT           PIC X(20).

      * The operators allowed to maintain the calendar
       FD OPERATOR-FILE-IN.
       01 OPERATOR-MASTER-RECORD.
           05 OPERATOR-ID-IN                 PIC X(8).
           05 OPERATOR-NAME-IN               PIC X(20).
           05 OPERATOR-STATUS-IN             PIC X(1).
               88 OPERATOR-ACTIVE-IN         VALUE "A".
               88 OPERATOR-DISABLED-IN       VALUE "I".
           05 OPERATOR-PERMISSIONS-IN.
               10 PERMIT-PRICE-CHANGE-IN     PIC X(1).
                   88 MAY-CHANGE-PRICE-IN    VALUE "Y".
               10 PERMIT-COUNT-ADJUST-IN     PIC X(1).
                   88 MAY-ADJUST-COUNT-IN    VALUE "Y".
               10 PERMIT-DISCONTINUE-IN      PIC X(1).
                   88 MAY-DISCONTINUE-IN     VALUE "Y".
               10 PERMIT-SUPPLIER-DEACT-IN   PIC X(1).
                   88 MAY-DEACT-SUPPLIER-IN  VALUE "Y".
               10 PERMIT-RUN-OVERRIDE-IN     PIC X(1).
                   88 MAY-OVERRIDE-RUN-IN    VALUE "Y".
               10 PERMIT-CREDIT-OVERRIDE-IN  PIC X(1).
                   88 MAY-OVERRIDE-CREDIT-IN VALUE "Y".
               10 PERMIT-OPERATOR-MAINT-IN   PIC X(1).
                   88 MAY-MAINT-OPERATORS-IN VALUE "Y".
               10 PERMIT-PURCHASING-IN       PIC X(1).
                   88 MAY-PURCHASE-IN        VALUE "Y".
               10 PERMIT-RECEIVING-IN        PIC X(1).
                   88 MAY-RECEIVE-IN         VALUE "Y".
               10 PERMIT-CASH-APPLY-IN       PIC X(1).
                   88 MAY-APPLY-CASH-IN      VALUE "Y".
               10 PERMIT-QC-DISPOSITION-IN   PIC X(1).
                   88 MAY-DISPOSITION-IN     VALUE "Y".
               10 PERMIT-MASTER-MAINT-IN     PIC X(1).
                   88 MAY-MAINT-MASTERS-IN   VALUE "Y".
               10 FILLER                     PIC X(3).

      * One line per refused attempt - who, when, and what
       FD SECURITY-LOG-OUT.
       01 SECURITY-EXCEPTION-RECORD.
           05 SEC-DATE-OUT                  PIC 9(8).
           05 FILLER                        PIC X(1) VALUE SPACE.
           05 SEC-TIME-OUT                  PIC 9(6).
           05 FILLER                        PIC X(1) VALUE SPACE.
           05 SEC-OPERATOR-OUT              PIC X(8).
           05 FILLER                        PIC X(1) VALUE SPACE.
           05 SEC-PROGRAM-OUT               PIC X(24).
           05 FILLER                        PIC X(1) VALUE SPACE.
           05 SEC-FUNCTION-OUT              PIC X(30).

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
           05 PROCCAL-PATH-WS               PIC X(90).
           05 OPERMAST-PATH-WS              PIC X(90).
           05 SECEXCPT-PATH-WS              PIC X(90).

       01 CONDITIONS.
         05 MAINTENANCE-ACTION PIC X(1).
           88 GENERATE-YEAR VALUE "G".
           88 MARK-HOLIDAY VALUE "H".
           88 MARK-BUSINESS-DAY VALUE "B".
           88 SET-PERIOD-END VALUE "P".

       01 CALENDAR-FILE-STATUS-WS            PIC X(2).

       01 SECURITY-VARIABLES.
           05 SECURITY-OPERATOR-WS          PIC X(8).
           05 SECURITY-FUNCTION-WS          PIC X(30).

       01 SIGN-ON-VARIABLES.
           05 OPERATOR-ID-WS                PIC X(8).
           05 OPERATOR-OK-SW                PIC X(1).
               88 OPERATOR-OK               VALUE "Y".
           05 FUNCTION-ALLOWED-SW           PIC X(1) VALUE "N".
               88 FUNCTION-ALLOWED          VALUE "Y".

      * The long-standing answers RecalcReorderPoints.cbl takes
      * when its prompts are left blank
       01 PERIOD-END-DEFAULTS.
           05 DEFAULT-COVER-DAYS-WS         PIC 9(3) VALUE 14.
           05 DEFAULT-HISTORY-MONTHS-WS     PIC 9(2) VALUE 3.

       01 GENERATE-VARIABLES.
           05 YEAR-ANSWER-WS                PIC X(4).
           05 FISCAL-MONTH-ANSWER-WS        PIC X(2).
           05 GENERATE-YEAR-WS              PIC 9(4).
           05 FISCAL-MONTH-WS               PIC 9(2) VALUE 12.
           05 FIRST-INTEGER-WS              PIC 9(8).
           05 LAST-INTEGER-WS               PIC 9(8).
           05 WORK-INTEGER-WS               PIC 9(8).
           05 WEEK-QUOTIENT-WS              PIC 9(8).
           05 WEEKDAY-WS                    PIC 9(1).
           05 DAY-COUNT-WS                  PIC 9(3).
           05 DAY-SUB-WS                    PIC 9(3).
           05 MONTH-MARKED-WS               PIC 9(2).
           05 DAYS-WRITTEN-WS               PIC 9(3) VALUE 0.
           05 DAYS-KEPT-WS                  PIC 9(3) VALUE 0.

      * Any date taken apart into year, month, and day
       01 WORK-DATE-WS                      PIC 9(8).
       01 WORK-DATE-PARTS-WS REDEFINES WORK-DATE-WS.
           05 WORK-YEAR-WS                  PIC 9(4).
           05 WORK-MONTH-WS                 PIC 9(2).
           05 WORK-DAY-WS                   PIC 9(2).

      * The year being generated, built in storage first so the
      * last business day of each month can be found before
      * anything is written
       01 DAY-TABLE-WS.
           05 DAY-ENTRY-WS                  OCCURS 366 TIMES
                                            INDEXED BY DAY-IDX.
               10 DAY-DATE-WS               PIC 9(8).
               10 DAY-TYPE-WS               PIC X(1).
               10 DAY-MONTH-END-WS          PIC X(1).
               10 DAY-YEAR-END-WS           PIC X(1).

       01 HOLIDAY-VARIABLES.
           05 HOLIDAY-NAME-WS               PIC X(20).
           05 TARGET-DATE-WS                PIC 9(8).
           05 LOOK-BACK-COUNT-WS            PIC 9(2).
      * The holiday's entry as it stood, kept while the days before
      * it are read
       01 HOLD-CALENDAR-RECORD-WS.
           05 HOLD-DATE-WS                  PIC 9(8).
           05 HOLD-DAY-TYPE-WS              PIC X(1).
           05 HOLD-MONTH-END-WS             PIC X(1).
           05 HOLD-YEAR-END-WS              PIC X(1).
           05 HOLD-CLOSE-MONTH-WS           PIC 9(6).
           05 HOLD-CLOSE-YEAR-WS            PIC 9(4).
           05 HOLD-ARCHIVE-CUTOFF-WS        PIC 9(8).
           05 HOLD-COVER-DAYS-WS            PIC 9(3).
           05 HOLD-HISTORY-MONTHS-WS        PIC 9(2).
           05 HOLD-DESCRIPTION-WS           PIC X(20).

      * Screen Section begins
       SCREEN SECTION.
       01 DATE-ONLY-SCRN.
         05 VALUE "ENTER DATE YYYYMMDD->" LINE 5 COL 10.
         05 CAL-DATE-IN TO CAL-DATE-OUT LINE 5 COL 32.

       01 HOLIDAY-SCRN.
         05 VALUE "ENTER DATE YYYYMMDD->" LINE 5 COL 10.
         05 CAL-DATE-IN TO CAL-DATE-OUT LINE 5 COL 32.
         05 VALUE "HOLIDAY NAME->" LINE 6 COL 10.
         05 HOLIDAY-NAME-IN TO HOLIDAY-NAME-WS LINE 6 COL 25.

       01 PERIOD-END-SCRN.
         05 VALUE "CLOSES MONTH (Y/N)->" LINE 7 COL 10.
         05 MONTH-END-IN TO CAL-MONTH-END-OUT LINE 7 COL 45.
         05 VALUE "CLOSES FISCAL YEAR (Y/N)->" LINE 8 COL 10.
         05 YEAR-END-IN TO CAL-YEAR-END-OUT LINE 8 COL 45.
         05 VALUE "MONTH TO CLOSE YYYYMM->" LINE 9 COL 10.
         05 CLOSE-MONTH-IN TO CAL-CLOSE-MONTH-OUT LINE 9 COL 45.
         05 VALUE "FISCAL YEAR TO CLOSE YYYY->" LINE 10 COL 10.
         05 CLOSE-YEAR-IN TO CAL-CLOSE-YEAR-OUT LINE 10 COL 45.
         05 VALUE "ARCHIVE CUT-OFF YYYYMMDD (0 NONE)->"
             LINE 11 COL 10.
         05 ARCHIVE-CUTOFF-IN TO CAL-ARCHIVE-CUTOFF-OUT
             LINE 11 COL 45.
         05 VALUE "REORDER DAYS OF COVER->" LINE 12 COL 10.
         05 COVER-DAYS-IN TO CAL-COVER-DAYS-OUT LINE 12 COL 45.
         05 VALUE "MONTHS OF HISTORY->" LINE 13 COL 10.
         05 HISTORY-MONTHS-IN TO CAL-HISTORY-MONTHS-OUT
             LINE 13 COL 45.

      * Procedure division begins
       PROCEDURE DIVISION.
       100-MAINTAIN-CALENDAR-FILE.
           PERFORM  990-LOAD-FILE-PATHS.
           PERFORM  201-INIT-OPEN-CALENDAR-FILE.
           PERFORM  205-SIGN-ON-OPERATOR.
           IF FUNCTION-ALLOWED
               PERFORM  202-PROMPT-MAINTENANCE-ACTION
               PERFORM  203-PROCESS-MAINTENANCE-ACTION
           END-IF.
           PERFORM  204-TERMINATE-CALENDAR-MAINT.
           STOP RUN.

      * A first run with no calendar yet builds it fresh, the same
      * way LocationMaintenance.cbl first builds LOCMAST.TXT, and
      * reopens it I-O so every action can READ it.
       201-INIT-OPEN-CALENDAR-FILE.
           OPEN I-O CALENDAR-FILE-OUT.
           IF CALENDAR-FILE-STATUS-WS NOT = "00"
               OPEN OUTPUT CALENDAR-FILE-OUT
               CLOSE CALENDAR-FILE-OUT
               OPEN I-O CALENDAR-FILE-OUT
           END-IF.
           OPEN INPUT OPERATOR-FILE-IN.

       202-PROMPT-MAINTENANCE-ACTION.
           DISPLAY
           "TYPE 'G' GENERATE YEAR, 'H' HOLIDAY, 'B' BUSINESS DAY"
           DISPLAY
           "     'P' PERIOD-END SETTINGS"
           ACCEPT MAINTENANCE-ACTION.

       203-PROCESS-MAINTENANCE-ACTION.
           IF GENERATE-YEAR PERFORM  801-GENERATE-YEAR.
           IF MARK-HOLIDAY PERFORM  805-MARK-HOLIDAY.
           IF MARK-BUSINESS-DAY PERFORM  808-MARK-BUSINESS-DAY.
           IF SET-PERIOD-END PERFORM  809-SET-PERIOD-END.

       204-TERMINATE-CALENDAR-MAINT.
           CLOSE CALENDAR-FILE-OUT.
           CLOSE OPERATOR-FILE-IN.

      * Sign-on repeats until an active operator master ID is
      * given - the same gate every online program takes.
      * The ID must also carry the master file maintenance
      * permission - anyone else is refused and logged.
       205-SIGN-ON-OPERATOR.
           MOVE "N" TO OPERATOR-OK-SW.
           PERFORM  206-PROMPT-OPERATOR-ID
               UNTIL OPERATOR-OK.
           IF MAY-MAINT-MASTERS-IN
               MOVE "Y" TO FUNCTION-ALLOWED-SW
           ELSE
               MOVE OPERATOR-ID-WS TO SECURITY-OPERATOR-WS
               MOVE "CALENDAR MAINTENANCE" TO SECURITY-FUNCTION-WS
               PERFORM  950-LOG-SECURITY-EXCEPTION
           END-IF.

       206-PROMPT-OPERATOR-ID.
           DISPLAY "ENTER OPERATOR ID->".
           ACCEPT OPERATOR-ID-WS.
           IF OPERATOR-ID-WS NOT = SPACES
               MOVE OPERATOR-ID-WS TO OPERATOR-ID-IN
               READ OPERATOR-FILE-IN
                   INVALID KEY
                       DISPLAY "OPERATOR NOT ON OPERATOR MASTER"
                   NOT INVALID KEY
                       IF OPERATOR-DISABLED-IN
                           DISPLAY "OPERATOR ID IS DISABLED"
                       ELSE
                           MOVE "Y" TO OPERATOR-OK-SW
                       END-IF
               END-READ
           END-IF.

      * Weekdays are business days and Saturday and Sunday are
      * not; holidays are marked one by one afterwards. A date
      * already on file keeps whatever was keyed for it.
       801-GENERATE-YEAR.
           DISPLAY "CALENDAR YEAR YYYY->".
           ACCEPT YEAR-ANSWER-WS.
           MOVE YEAR-ANSWER-WS TO GENERATE-YEAR-WS.
           DISPLAY "FISCAL YEAR-END MONTH MM (BLANK FOR 12)->".
           ACCEPT FISCAL-MONTH-ANSWER-WS.
           IF FISCAL-MONTH-ANSWER-WS NOT = SPACES
               MOVE FISCAL-MONTH-ANSWER-WS TO FISCAL-MONTH-WS
           END-IF.
           COMPUTE WORK-DATE-WS = GENERATE-YEAR-WS * 10000 + 0101.
           COMPUTE FIRST-INTEGER-WS =
               FUNCTION INTEGER-OF-DATE(WORK-DATE-WS).
           COMPUTE WORK-DATE-WS = GENERATE-YEAR-WS * 10000 + 1231.
           COMPUTE LAST-INTEGER-WS =
               FUNCTION INTEGER-OF-DATE(WORK-DATE-WS).
           COMPUTE DAY-COUNT-WS =
               LAST-INTEGER-WS - FIRST-INTEGER-WS + 1.
           PERFORM  802-BUILD-ONE-DAY
               VARYING DAY-SUB-WS FROM 1 BY 1
               UNTIL DAY-SUB-WS > DAY-COUNT-WS.
           MOVE ZERO TO MONTH-MARKED-WS.
           PERFORM  803-MARK-PERIOD-ENDS
               VARYING DAY-SUB-WS FROM DAY-COUNT-WS BY -1
               UNTIL DAY-SUB-WS < 1.
           PERFORM  804-WRITE-ONE-DAY
               VARYING DAY-SUB-WS FROM 1 BY 1
               UNTIL DAY-SUB-WS > DAY-COUNT-WS.
           DISPLAY "DATES WRITTEN " DAYS-WRITTEN-WS
               "  ALREADY ON FILE " DAYS-KEPT-WS.

      * Day 1 of the integer calendar was a Monday, so the
      * remainder over seven gives 1 Monday through 5 Friday,
      * 6 Saturday, and 0 Sunday.
       802-BUILD-ONE-DAY.
           SET DAY-IDX TO DAY-SUB-WS.
           COMPUTE WORK-INTEGER-WS = FIRST-INTEGER-WS + DAY-SUB-WS - 1.
           COMPUTE DAY-DATE-WS(DAY-IDX) =
               FUNCTION DATE-OF-INTEGER(WORK-INTEGER-WS).
           DIVIDE WORK-INTEGER-WS BY 7 GIVING WEEK-QUOTIENT-WS
               REMAINDER WEEKDAY-WS.
           IF WEEKDAY-WS = 6 OR WEEKDAY-WS = 0
               MOVE "W" TO DAY-TYPE-WS(DAY-IDX)
           ELSE
               MOVE "B" TO DAY-TYPE-WS(DAY-IDX)
           END-IF.
           MOVE "N" TO DAY-MONTH-END-WS(DAY-IDX).
           MOVE "N" TO DAY-YEAR-END-WS(DAY-IDX).

      * Walking the year backwards, the first business day met in
      * each month is that month's last.
       803-MARK-PERIOD-ENDS.
           SET DAY-IDX TO DAY-SUB-WS.
           MOVE DAY-DATE-WS(DAY-IDX) TO WORK-DATE-WS.
           IF DAY-TYPE-WS(DAY-IDX) = "B"
               AND WORK-MONTH-WS NOT = MONTH-MARKED-WS
               MOVE WORK-MONTH-WS TO MONTH-MARKED-WS
               MOVE "Y" TO DAY-MONTH-END-WS(DAY-IDX)
               IF WORK-MONTH-WS = FISCAL-MONTH-WS
                   MOVE "Y" TO DAY-YEAR-END-WS(DAY-IDX)
               END-IF
           END-IF.

      * A month-end closes its own month and archives everything
      * up to the end of the month before, so the month just
      * closed stays on the live log for its reports.
       804-WRITE-ONE-DAY.
           SET DAY-IDX TO DAY-SUB-WS.
           MOVE DAY-DATE-WS(DAY-IDX) TO CAL-DATE-OUT.
           MOVE DAY-TYPE-WS(DAY-IDX) TO CAL-DAY-TYPE-OUT.
           MOVE DAY-MONTH-END-WS(DAY-IDX) TO CAL-MONTH-END-OUT.
           MOVE DAY-YEAR-END-WS(DAY-IDX) TO CAL-YEAR-END-OUT.
           MOVE ZERO TO CAL-CLOSE-MONTH-OUT.
           MOVE ZERO TO CAL-CLOSE-YEAR-OUT.
           MOVE ZERO TO CAL-ARCHIVE-CUTOFF-OUT.
           MOVE ZERO TO CAL-COVER-DAYS-OUT.
           MOVE ZERO TO CAL-HISTORY-MONTHS-OUT.
           MOVE SPACES TO CAL-DESCRIPTION-OUT.
           IF CAL-WEEKEND-OUT
               MOVE "WEEKEND" TO CAL-DESCRIPTION-OUT
           END-IF.
           IF CAL-CLOSES-MONTH-OUT
               MOVE DAY-DATE-WS(DAY-IDX) TO WORK-DATE-WS
               COMPUTE CAL-CLOSE-MONTH-OUT =
                   WORK-YEAR-WS * 100 + WORK-MONTH-WS
               MOVE 01 TO WORK-DAY-WS
               COMPUTE WORK-INTEGER-WS =
                   FUNCTION INTEGER-OF-DATE(WORK-DATE-WS) - 1
               COMPUTE CAL-ARCHIVE-CUTOFF-OUT =
                   FUNCTION DATE-OF-INTEGER(WORK-INTEGER-WS)
               MOVE DEFAULT-COVER-DAYS-WS TO CAL-COVER-DAYS-OUT
               MOVE DEFAULT-HISTORY-MONTHS-WS
                   TO CAL-HISTORY-MONTHS-OUT
           END-IF.
           IF CAL-CLOSES-YEAR-OUT
               MOVE GENERATE-YEAR-WS TO CAL-CLOSE-YEAR-OUT
           END-IF.
           WRITE CALENDAR-RECORD
               INVALID KEY
                   ADD 1 TO DAYS-KEPT-WS
               NOT INVALID KEY
                   ADD 1 TO DAYS-WRITTEN-WS
           END-WRITE.

      * The chain does not run on a holiday, so a month-end or
      * year-end falling on one moves to the business day before
      * it. If no earlier business day is on file the holiday is
      * refused rather than lose the close.
       805-MARK-HOLIDAY.
           DISPLAY HOLIDAY-SCRN.
           ACCEPT HOLIDAY-SCRN.
           READ CALENDAR-FILE-OUT
               INVALID KEY
                   DISPLAY "DATE NOT ON CALENDAR - GENERATE THE YEAR"
               NOT INVALID KEY
                   MOVE CALENDAR-RECORD TO HOLD-CALENDAR-RECORD-WS
                   MOVE ZERO TO TARGET-DATE-WS
                   IF CAL-CLOSES-MONTH-OUT OR CAL-CLOSES-YEAR-OUT
                       PERFORM  806-MOVE-PERIOD-END-BACK
                   END-IF
                   IF TARGET-DATE-WS > 0
                       OR (NOT CAL-CLOSES-MONTH-OUT
                           AND NOT CAL-CLOSES-YEAR-OUT)
                       PERFORM  807-REWRITE-AS-HOLIDAY
                   END-IF
           END-READ.

       806-MOVE-PERIOD-END-BACK.
           COMPUTE WORK-INTEGER-WS =
               FUNCTION INTEGER-OF-DATE(CAL-DATE-OUT).
           MOVE ZERO TO LOOK-BACK-COUNT-WS.
           PERFORM  810-LOOK-BACK-ONE-DAY
               UNTIL TARGET-DATE-WS > 0
                   OR LOOK-BACK-COUNT-WS > 31.
           IF TARGET-DATE-WS = 0
               DISPLAY "NO EARLIER BUSINESS DAY ON CALENDAR"
               DISPLAY "HOLIDAY NOT MARKED - PERIOD-END KEPT"
               MOVE HOLD-CALENDAR-RECORD-WS TO CALENDAR-RECORD
           ELSE
               PERFORM  811-TAKE-OVER-PERIOD-END
               DISPLAY "PERIOD-END MOVED TO " TARGET-DATE-WS
           END-IF.

       807-REWRITE-AS-HOLIDAY.
           MOVE HOLD-CALENDAR-RECORD-WS TO CALENDAR-RECORD.
           MOVE "H" TO CAL-DAY-TYPE-OUT.
           MOVE HOLIDAY-NAME-WS TO CAL-DESCRIPTION-OUT.
           MOVE "N" TO CAL-MONTH-END-OUT.
           MOVE "N" TO CAL-YEAR-END-OUT.
           REWRITE CALENDAR-RECORD
               INVALID KEY DISPLAY "INVALID KEY"
           END-REWRITE.

      * A working Saturday, or a holiday marked in error. Any
      * period-end still has to be keyed with 'P' if it should
      * move to this day.
       808-MARK-BUSINESS-DAY.
           DISPLAY DATE-ONLY-SCRN.
           ACCEPT DATE-ONLY-SCRN.
           READ CALENDAR-FILE-OUT
               INVALID KEY
                   DISPLAY "DATE NOT ON CALENDAR - GENERATE THE YEAR"
               NOT INVALID KEY
                   MOVE "B" TO CAL-DAY-TYPE-OUT
                   MOVE SPACES TO CAL-DESCRIPTION-OUT
                   REWRITE CALENDAR-RECORD
                       INVALID KEY DISPLAY "INVALID KEY"
                   END-REWRITE
           END-READ.

      * The whole set is rekeyed - the current one is shown first
      * so an unchanged setting is typed back as it stood.
       809-SET-PERIOD-END.
           DISPLAY DATE-ONLY-SCRN.
           ACCEPT DATE-ONLY-SCRN.
           READ CALENDAR-FILE-OUT
               INVALID KEY
                   DISPLAY "DATE NOT ON CALENDAR - GENERATE THE YEAR"
               NOT INVALID KEY
                   DISPLAY "CURRENT MONTH-END " CAL-MONTH-END-OUT
                       " YEAR-END " CAL-YEAR-END-OUT
                       " MONTH " CAL-CLOSE-MONTH-OUT
                       " YEAR " CAL-CLOSE-YEAR-OUT
                   DISPLAY "CURRENT CUT-OFF " CAL-ARCHIVE-CUTOFF-OUT
                       " COVER " CAL-COVER-DAYS-OUT
                       " HISTORY " CAL-HISTORY-MONTHS-OUT
                   DISPLAY PERIOD-END-SCRN
                   ACCEPT PERIOD-END-SCRN
                   IF NOT CAL-CLOSES-MONTH-OUT
                       MOVE "N" TO CAL-MONTH-END-OUT
                   END-IF
                   IF NOT CAL-CLOSES-YEAR-OUT
                       MOVE "N" TO CAL-YEAR-END-OUT
                   END-IF
                   IF (CAL-CLOSES-MONTH-OUT OR CAL-CLOSES-YEAR-OUT)
                       AND NOT CAL-BUSINESS-DAY-OUT
                       DISPLAY "WARNING - NOT A BUSINESS DAY, THE"
                       DISPLAY "CHAIN WILL NOT RUN THIS PERIOD-END"
                   END-IF
                   REWRITE CALENDAR-RECORD
                       INVALID KEY DISPLAY "INVALID KEY"
                   END-REWRITE
           END-READ.

       810-LOOK-BACK-ONE-DAY.
           ADD 1 TO LOOK-BACK-COUNT-WS.
           SUBTRACT 1 FROM WORK-INTEGER-WS.
           COMPUTE CAL-DATE-OUT =
               FUNCTION DATE-OF-INTEGER(WORK-INTEGER-WS).
           READ CALENDAR-FILE-OUT
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF CAL-BUSINESS-DAY-OUT
                       MOVE CAL-DATE-OUT TO TARGET-DATE-WS
                   END-IF
           END-READ.

      * The business day found takes the holiday's period-end
      * flags and parameters; its own day type and name stand.
       811-TAKE-OVER-PERIOD-END.
           MOVE HOLD-MONTH-END-WS TO CAL-MONTH-END-OUT.
           MOVE HOLD-YEAR-END-WS TO CAL-YEAR-END-OUT.
           MOVE HOLD-CLOSE-MONTH-WS TO CAL-CLOSE-MONTH-OUT.
           MOVE HOLD-CLOSE-YEAR-WS TO CAL-CLOSE-YEAR-OUT.
           MOVE HOLD-ARCHIVE-CUTOFF-WS TO CAL-ARCHIVE-CUTOFF-OUT.
           MOVE HOLD-COVER-DAYS-WS TO CAL-COVER-DAYS-OUT.
           MOVE HOLD-HISTORY-MONTHS-WS TO CAL-HISTORY-MONTHS-OUT.
           REWRITE CALENDAR-RECORD
               INVALID KEY DISPLAY "INVALID KEY"
           END-REWRITE.

      * A refused function is shown to the operator and logged
      * to SECEXCPT.TXT. The log is opened only for the write, so
      * a run with no refusals never touches it.
       950-LOG-SECURITY-EXCEPTION.
           DISPLAY "NOT AUTHORIZED - " SECURITY-FUNCTION-WS.
           DISPLAY "THE ATTEMPT HAS BEEN LOGGED FOR THE SUPERVISOR".
           OPEN EXTEND SECURITY-LOG-OUT.
           MOVE SPACES TO SECURITY-EXCEPTION-RECORD.
           MOVE FUNCTION CURRENT-DATE(1:8) TO SEC-DATE-OUT.
           MOVE FUNCTION CURRENT-DATE(9:6) TO SEC-TIME-OUT.
           MOVE SECURITY-OPERATOR-WS TO SEC-OPERATOR-OUT.
           MOVE "CalendarMaintenance" TO SEC-PROGRAM-OUT.
           MOVE SECURITY-FUNCTION-WS TO SEC-FUNCTION-OUT.
           WRITE SECURITY-EXCEPTION-RECORD.
           CLOSE SECURITY-LOG-OUT.

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
           MOVE SPACES TO PROCCAL-PATH-WS.
           STRING
               FUNCTION TRIM(DATA-DIRECTORY-WS)
                   DELIMITED BY SIZE
               "PROCCAL.TXT" DELIMITED BY SIZE
               INTO PROCCAL-PATH-WS
           END-STRING.
           MOVE SPACES TO OPERMAST-PATH-WS.
           STRING
               FUNCTION TRIM(DATA-DIRECTORY-WS)
                   DELIMITED BY SIZE
               "OPERMAST.TXT" DELIMITED BY SIZE
               INTO OPERMAST-PATH-WS
           END-STRING.
           MOVE SPACES TO SECEXCPT-PATH-WS.
           STRING
               FUNCTION TRIM(DATA-DIRECTORY-WS)
                   DELIMITED BY SIZE
               "SECEXCPT.TXT" DELIMITED BY SIZE
               INTO SECEXCPT-PATH-WS
           END-STRING.

      * Ending of Program CalendarMaintenance
       END PROGRAM CalendarMaintenance.
