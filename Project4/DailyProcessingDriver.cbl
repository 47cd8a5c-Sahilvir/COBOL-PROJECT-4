      * files. Running after the log closes means its own start
      * and end are not runlogged; MORNSTAT.TXT existing is its
      * own evidence.
      * CustomerInvoicing.cbl now runs after posting and ahead of
      * the trial balance, so every customer sale on tonight's
      * log - shipped orders, counter sales, and backorder fills
      * alike - is billed to INVOICE.TXT before the office opens.
      * A RETURN-CODE of 4 (a sale billed with no price on file)
      * is reported, not fatal; an 8 means the invoicing work file
      * failed and the night stops there like any other failure.
      * The same-day rerun override now needs the run override
      * permission on the overriding operator's OPERMAST.TXT record
      * as well as an active ID - a refusal leaves the run blocked
      * and goes to the SECEXCPT.TXT security exception log.
      * FileIntegrityCheck.cbl now runs after the trial balance,
      * proving the masters and open files against each other and
      * listing every break on INTEGRTY.TXT. Breaks are reported,
      * not fatal, but the chain now ends with the check's
      * RETURN-CODE instead of always zero so the break count is
      * not lost once the morning status page has run.
      * The chain now reads tonight's entry on the PROCCAL.TXT
      * processing calendar (kept by CalendarMaintenance.cbl) before
      * anything runs. A weekend or holiday skips the whole chain
      * and logs a NON-BUSINESS DAY line instead. On a month-end day
      * MonthEndClose, GLJournalExtract, RecalcReorderPoints, and
      * AbcClassification follow the daily steps, YearEndRollover
      * follows them on the fiscal year-end, and PeriodEndArchive
      * runs last when the calendar carries an archive cut-off - each
      * called in run mode "T" with the month, year, cut-off, and
      * reorder settings off the calendar, and each logged to
      * RUNLOG.TXT like the daily steps. No calendar, or no entry for
      * tonight, runs the daily steps alone as before.
      * RUNCTL.TXT now records how far the night got - a flag for
      * each completed step, the step that stopped the chain, the
      * posting block, and the chain's return code - rewritten after
      * every step. When the last night stopped, the next start
      * offers to restart it: an 'R' plus an operator with the run
      * override permission skips every step already completed and
      * resumes at the failed one, under the stopped night's date and
      * calendar entry, still checking each RETURN-CODE. The restart
      * is logged as RUN RESTARTED and every RUNLOG.TXT line it writes
      * carries RESTART in a new trailing run-type column.
      * On a month-end day ValuationRollForward.cbl now follows the
      * year-end rollover, ahead of the archive, proving the month's
      * closing stock value against INVENT6.TXT and tonight's
      * GLJOURNL.TXT. A roll-forward that does not close is reported,
      * not fatal, and kept as the chain's code. RUNCTL.TXT carries a
      * sixteenth step flag; the archive moves to step sixteen.
      * A restart is now offered for any night RUNCTL.TXT shows as
      * incomplete, including one the machine went down under before
      * a failed step was recorded, and it resumes at the first step
      * not ticked off rather than at the recorded failed step.
      * A night the chain stops now ends with the failed step's
      * return code (8 when stopped before any step ran) instead
      * of only the integrity, journal and valuation codes.
      * OPERMAST.TXT record layout gains the purchasing, receiving,
      * cash application, QC disposition, and master file
      * maintenance permissions.
      * ---------------------------------------------------------

      * Environment division for the run log and run control files
           RECORD KEY IS OPERATOR-ID-IN
           FILE STATUS IS OPERATOR-FILE-STATUS-WS.

      * Tonight's entry on the processing calendar - whether the
      * chain runs at all, and which period-end steps follow it
         SELECT CALENDAR-FILE-IN
         ASSIGN DYNAMIC PROCCAL-PATH-WS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS CAL-DATE-IN
           FILE STATUS IS CALENDAR-FILE-STATUS-WS.

      * Refused attempts at a function the operator is not
      * permitted - the supervisor reads this each morning
         SELECT SECURITY-LOG-OUT
         ASSIGN DYNAMIC SECEXCPT-PATH-WS
           ORGANIZATION LINE SEQUENTIAL.

      *Describing the file, record, and field structures to be used in
      *the program
       DATA DIVISION.
           05 RUNLOG-RETURN-CODE-OUT        PIC 9(4).
           05 FILLER                        PIC X(1) VALUE SPACE.
           05 RUNLOG-OPERATOR-OUT           PIC X(8).
           05 FILLER                        PIC X(1) VALUE SPACE.
           05 RUNLOG-RUN-TYPE-OUT           PIC X(7).

      * Last date the chain ran - the same-day double-run guard -
      * and how far that night got, so a stopped night restarts at
      * the step that failed
       FD RUN-CONTROL-FILE.
       01 RUN-CONTROL-RECORD.
           05 RUNCTL-LAST-RUN-DATE          PIC 9(8).
           05 RUNCTL-RUN-STATUS             PIC X(1).
           05 RUNCTL-FAILED-STEP            PIC 9(2).
           05 RUNCTL-POSTING-BLOCKED        PIC X(1).
           05 RUNCTL-CHAIN-RETURN-CODE      PIC 9(4).
           05 RUNCTL-STEPS-DONE             PIC X(16).

      * The operators allowed to override the double-run guard
       FD OPERATOR-FILE-IN.
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

      * One record per date, kept by CalendarMaintenance.cbl
       FD CALENDAR-FILE-IN.
       01 CALENDAR-RECORD.
           05 CAL-DATE-IN                   PIC 9(8).
           05 CAL-DAY-TYPE-IN               PIC X(1).
               88 CAL-BUSINESS-DAY-IN       VALUE "B".
           05 CAL-MONTH-END-IN              PIC X(1).
               88 CAL-CLOSES-MONTH-IN       VALUE "Y".
           05 CAL-YEAR-END-IN               PIC X(1).
               88 CAL-CLOSES-YEAR-IN        VALUE "Y".
           05 CAL-CLOSE-MONTH-IN            PIC 9(6).
           05 CAL-CLOSE-YEAR-IN             PIC 9(4).
           05 CAL-ARCHIVE-CUTOFF-IN         PIC 9(8).
           05 CAL-COVER-DAYS-IN             PIC 9(3).
           05 CAL-HISTORY-MONTHS-IN         PIC 9(2).
           05 CAL-DESCRIPTION-IN            PIC X(20).

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
           05 RUNLOG-PATH-WS                PIC X(90).
           05 RUNCTL-PATH-WS                PIC X(90).
           05 OPERMAST-PATH-WS              PIC X(90).
           05 SECEXCPT-PATH-WS              PIC X(90).
           05 PROCCAL-PATH-WS               PIC X(90).
      * The chained programs load from here - the second config
      * line can point a rehearsal at test-built binaries too
           05 PROGRAM-DIRECTORY-WS          PIC X(60) VALUE
           05 TRIALBAL-PROGRAM-WS           PIC X(90).
           05 MORNSTAT-PROGRAM-WS           PIC X(90).
           05 APPLYPRC-PROGRAM-WS           PIC X(90).
           05 INVOICING-PROGRAM-WS          PIC X(90).
           05 INTEGRITY-PROGRAM-WS          PIC X(90).
           05 MONTHEND-PROGRAM-WS           PIC X(90).
           05 GLEXTRACT-PROGRAM-WS          PIC X(90).
           05 RECALC-PROGRAM-WS             PIC X(90).
           05 ABC-PROGRAM-WS                PIC X(90).
           05 YEAREND-PROGRAM-WS            PIC X(90).
           05 ARCHIVE-PROGRAM-WS            PIC X(90).
           05 VALUATION-PROGRAM-WS          PIC X(90).

       01 STEP-STATUS-LINE-WS               PIC X(40).
       01 RUN-STATUS-SW                     PIC X(1) VALUE "N".
       01 OVERRIDE-OPERATOR-WS              PIC X(8) VALUE SPACES.
       01 OVERRIDE-OK-SW                    PIC X(1) VALUE "N".
           88 OVERRIDE-OK                   VALUE "Y".
       01 CHAIN-RETURN-CODE-WS              PIC 9(4) VALUE 0.
      * The code of the step that stopped the chain - kept apart
      * from the chain's own code so a restart that finishes the
      * night does not carry the old failure forward
       01 ABORT-RETURN-CODE-WS              PIC 9(4) VALUE 0.

      * What tonight's calendar entry asks for. No calendar, or no
      * entry for tonight, runs the daily steps only - the same
      * night the chain always ran.
       01 CALENDAR-VARIABLES.
           05 CALENDAR-FILE-STATUS-WS       PIC X(2).
           05 CALENDAR-FOUND-SW             PIC X(1) VALUE "N".
               88 CALENDAR-FOUND            VALUE "Y".
           05 BUSINESS-DAY-SW               PIC X(1) VALUE "Y".
               88 BUSINESS-DAY              VALUE "Y".
           05 MONTH-END-DUE-SW              PIC X(1) VALUE "N".
               88 MONTH-END-DUE             VALUE "Y".
           05 YEAR-END-DUE-SW               PIC X(1) VALUE "N".
               88 YEAR-END-DUE              VALUE "Y".
           05 RUN-EVENT-WS                  PIC X(7).

      * Passed to each period-end program - mode "T" and the values
      * its prompts used to take from the keyboard
       01 PERIOD-END-PARM-WS.
           05 PERIOD-RUN-MODE-WS            PIC X(1) VALUE "T".
           05 PERIOD-CLOSE-MONTH-WS         PIC 9(6) VALUE 0.
           05 PERIOD-CLOSE-YEAR-WS          PIC 9(4) VALUE 0.
           05 PERIOD-ARCHIVE-CUTOFF-WS      PIC 9(8) VALUE 0.
           05 PERIOD-COVER-DAYS-WS          PIC 9(3) VALUE 0.
           05 PERIOD-HISTORY-MONTHS-WS      PIC 9(2) VALUE 0.

       01 SECURITY-VARIABLES.
           05 SECURITY-OPERATOR-WS          PIC X(8).
           05 SECURITY-FUNCTION-WS          PIC X(30).
           05 OVERRIDE-FUNCTION-WS          PIC X(30).

      * The run-control record as read at start-up and rewritten
      * after every step. A record written before steps were
      * tracked reads with a blank status - a finished night.
       01 RUN-CONTROL-WS.
           05 CTL-LAST-RUN-DATE-WS          PIC 9(8).
           05 CTL-RUN-STATUS-WS             PIC X(1).
               88 CTL-RUN-INCOMPLETE        VALUE "I".
               88 CTL-RUN-COMPLETE          VALUE "C".
           05 CTL-FAILED-STEP-WS            PIC 9(2).
           05 CTL-POSTING-BLOCKED-WS        PIC X(1).
           05 CTL-CHAIN-RETURN-CODE-WS      PIC 9(4).
           05 CTL-STEPS-DONE-WS.
               10 CTL-STEP-DONE-WS          PIC X(1) OCCURS 16 TIMES.
                   88 CTL-STEP-COMPLETED    VALUE "Y".

      * Restart state - the night being finished, and whether this
      * run skips the steps that night already completed
       01 RESTART-VARIABLES.
           05 RESTART-RUN-SW                PIC X(1) VALUE "N".
               88 RESTART-RUN               VALUE "Y".
           05 RESTART-ANSWER-WS             PIC X(1).
           05 RUN-DATE-WS                   PIC 9(8).
           05 RUN-TYPE-WS                   PIC X(7) VALUE SPACES.
           05 CURRENT-STEP-WS               PIC 9(2).
           05 RESUME-STEP-WS                PIC 9(2).
           05 RESUME-FOUND-SW               PIC X(1).
               88 RESUME-STEP-FOUND         VALUE "Y".

      * Chain step names in run order - the step number is the
      * position of its flag on the run-control record
       01 STEP-NAME-VALUES.
           05 FILLER PIC X(20) VALUE "MASTER BACKUP".
           05 FILLER PIC X(20) VALUE "CONVERT FILES".
           05 FILLER PIC X(20) VALUE "APPLY PRICES".
           05 FILLER PIC X(20) VALUE "INVENTORY REPORT".
           05 FILLER PIC X(20) VALUE "BATCH EDIT".
           05 FILLER PIC X(20) VALUE "TRANSACTION POSTING".
           05 FILLER PIC X(20) VALUE "CUSTOMER INVOICING".
           05 FILLER PIC X(20) VALUE "TRIAL BALANCE".
           05 FILLER PIC X(20) VALUE "INTEGRITY CHECK".
           05 FILLER PIC X(20) VALUE "MONTH-END CLOSE".
           05 FILLER PIC X(20) VALUE "GL JOURNAL EXTRACT".
           05 FILLER PIC X(20) VALUE "REORDER RECALC".
           05 FILLER PIC X(20) VALUE "ABC CLASSIFICATION".
           05 FILLER PIC X(20) VALUE "YEAR-END ROLLOVER".
           05 FILLER PIC X(20) VALUE "VALUATION ROLL-FWD".
           05 FILLER PIC X(20) VALUE "PERIOD-END ARCHIVE".
       01 STEP-NAME-TABLE REDEFINES STEP-NAME-VALUES.
           05 STEP-NAME-ENTRY               PIC X(20) OCCURS 16 TIMES.

      * Procedure division begins
       PROCEDURE DIVISION.
       100-RUN-DAILY-PROCESSING.
           PERFORM  990-LOAD-FILE-PATHS.
           PERFORM  225-READ-RUN-CONTROL.
           PERFORM  216-READ-PROCESSING-CALENDAR.
           IF BUSINESS-DAY OR RESTART-RUN
               PERFORM  218-RUN-NIGHTLY-CHAIN
           ELSE
               PERFORM  217-SKIP-NON-BUSINESS-DAY
           END-IF.
           IF RUN-ABORTED
               PERFORM  232-SET-ABORT-RETURN-CODE
           END-IF.
           MOVE CHAIN-RETURN-CODE-WS TO RETURN-CODE.
           GOBACK.

      * The daily steps run every business night; the period-end
      * steps the calendar marks for tonight follow them. Each step
      * that finishes is ticked off on RUNCTL.TXT as it goes, and a
      * restart passes over the ones already ticked.
       218-RUN-NIGHTLY-CHAIN.
           PERFORM  206-CHECK-RUN-CONTROL.
           IF NOT RUN-ABORTED AND NOT CALENDAR-FOUND
               MOVE "NO CALENDAR ENTRY" TO RUN-STEP-NAME-WS
               MOVE "NOTED" TO RUN-EVENT-WS
               PERFORM  904-LOG-STEP-NOTE
           END-IF.
           IF NOT RUN-ABORTED AND NOT CTL-STEP-COMPLETED(1)
               MOVE 1 TO CURRENT-STEP-WS
               PERFORM  205-RUN-MASTER-BACKUP
               PERFORM  228-RECORD-STEP-OUTCOME
           END-IF.
           IF NOT RUN-ABORTED AND NOT CTL-STEP-COMPLETED(2)
               MOVE 2 TO CURRENT-STEP-WS
               PERFORM  201-RUN-CONVERT-FILES
               PERFORM  228-RECORD-STEP-OUTCOME
           END-IF.
           IF NOT RUN-ABORTED AND NOT CTL-STEP-COMPLETED(3)
               MOVE 3 TO CURRENT-STEP-WS
               PERFORM  212-RUN-APPLY-PRICES
               PERFORM  228-RECORD-STEP-OUTCOME
           END-IF.
           IF NOT RUN-ABORTED AND NOT CTL-STEP-COMPLETED(4)
               MOVE 4 TO CURRENT-STEP-WS
               PERFORM  202-RUN-INVENTORY-REPORT
               PERFORM  228-RECORD-STEP-OUTCOME
           END-IF.
           IF NOT RUN-ABORTED AND NOT CTL-STEP-COMPLETED(5)
               MOVE 5 TO CURRENT-STEP-WS
               PERFORM  204-RUN-EDIT-BATCH
               PERFORM  228-RECORD-STEP-OUTCOME
           END-IF.
           IF NOT RUN-ABORTED AND NOT CTL-STEP-COMPLETED(6)
               AND NOT POSTING-BLOCKED
               MOVE 6 TO CURRENT-STEP-WS
               PERFORM  203-RUN-UPDATE-TRANSACTION
               PERFORM  228-RECORD-STEP-OUTCOME
           END-IF.
           IF NOT RUN-ABORTED AND NOT CTL-STEP-COMPLETED(7)
               MOVE 7 TO CURRENT-STEP-WS
               PERFORM  213-RUN-CUSTOMER-INVOICING
               PERFORM  228-RECORD-STEP-OUTCOME
           END-IF.
           IF NOT RUN-ABORTED AND NOT CTL-STEP-COMPLETED(8)
               MOVE 8 TO CURRENT-STEP-WS
               PERFORM  209-RUN-TRIAL-BALANCE
               PERFORM  228-RECORD-STEP-OUTCOME
           END-IF.
           IF NOT RUN-ABORTED AND NOT CTL-STEP-COMPLETED(9)
               MOVE 9 TO CURRENT-STEP-WS
               PERFORM  215-RUN-INTEGRITY-CHECK
               PERFORM  228-RECORD-STEP-OUTCOME
           END-IF.
           IF NOT RUN-ABORTED AND NOT CTL-STEP-COMPLETED(10)
               AND MONTH-END-DUE
               MOVE 10 TO CURRENT-STEP-WS
               PERFORM  219-RUN-MONTH-END-CLOSE
               PERFORM  228-RECORD-STEP-OUTCOME
           END-IF.
           IF NOT RUN-ABORTED AND NOT CTL-STEP-COMPLETED(11)
               AND MONTH-END-DUE
               MOVE 11 TO CURRENT-STEP-WS
               PERFORM  220-RUN-GL-EXTRACT
               PERFORM  228-RECORD-STEP-OUTCOME
           END-IF.
           IF NOT RUN-ABORTED AND NOT CTL-STEP-COMPLETED(12)
               AND MONTH-END-DUE
               MOVE 12 TO CURRENT-STEP-WS
               PERFORM  221-RUN-REORDER-RECALC
               PERFORM  228-RECORD-STEP-OUTCOME
           END-IF.
           IF NOT RUN-ABORTED AND NOT CTL-STEP-COMPLETED(13)
               AND MONTH-END-DUE
               MOVE 13 TO CURRENT-STEP-WS
               PERFORM  222-RUN-ABC-CLASSIFICATION
               PERFORM  228-RECORD-STEP-OUTCOME
           END-IF.
           IF NOT RUN-ABORTED AND NOT CTL-STEP-COMPLETED(14)
               AND YEAR-END-DUE
               MOVE 14 TO CURRENT-STEP-WS
               PERFORM  223-RUN-YEAR-END-ROLLOVER
               PERFORM  228-RECORD-STEP-OUTCOME
           END-IF.
           IF NOT RUN-ABORTED AND NOT CTL-STEP-COMPLETED(15)
               AND MONTH-END-DUE
               MOVE 15 TO CURRENT-STEP-WS
               PERFORM  229-RUN-VALUATION-ROLL-FORWARD
               PERFORM  228-RECORD-STEP-OUTCOME
           END-IF.
           IF NOT RUN-ABORTED AND NOT CTL-STEP-COMPLETED(16)
               AND MONTH-END-DUE
               AND PERIOD-ARCHIVE-CUTOFF-WS > 0
               MOVE 16 TO CURRENT-STEP-WS
               PERFORM  224-RUN-PERIOD-ARCHIVE
               PERFORM  228-RECORD-STEP-OUTCOME
           END-IF.
           IF NOT RUN-ABORTED
               MOVE "C" TO CTL-RUN-STATUS-WS
               PERFORM  208-REWRITE-RUN-CONTROL
           END-IF.
           PERFORM  207-CLOSE-RUN-LOG.
           PERFORM  211-RUN-MORNING-STATUS.

       201-RUN-CONVERT-FILES.
           MOVE "CONVERT FILES" TO RUN-STEP-NAME-WS.
      * A second start the same evening would re-post the whole
      * batch, so it needs a deliberate operator override - and the
      * refusal itself is logged so the morning shift can see it.
      * A restart re-posts nothing already posted, but it is still a
      * forced start and takes the same override authority.
       206-CHECK-RUN-CONTROL.
           OPEN EXTEND RUN-LOG-OUT.
           IF RESTART-RUN
               PERFORM  226-CHECK-RESTART
           ELSE
               PERFORM  227-CHECK-FRESH-RUN
           END-IF.

       227-CHECK-FRESH-RUN.
           MOVE "SAME-DAY RERUN OVERRIDE" TO OVERRIDE-FUNCTION-WS.
           IF CTL-LAST-RUN-DATE-WS = TODAYS-DATE-WS
               DISPLAY "CHAIN ALREADY RAN TODAY - RERUN POSTS THE"
               DISPLAY "BATCH AGAIN. TYPE 'Y' TO OVERRIDE."
               ACCEPT OVERRIDE-ANSWER-WS
           IF NOT RUN-ABORTED
               MOVE "RUN STARTED" TO RUN-STEP-NAME-WS
               PERFORM  902-LOG-STEP-START
               MOVE TODAYS-DATE-WS TO CTL-LAST-RUN-DATE-WS
               MOVE "I" TO CTL-RUN-STATUS-WS
               MOVE ZERO TO CTL-FAILED-STEP-WS
               MOVE "N" TO CTL-POSTING-BLOCKED-WS
               MOVE ZERO TO CTL-CHAIN-RETURN-CODE-WS
               MOVE ALL "N" TO CTL-STEPS-DONE-WS
               PERFORM  208-REWRITE-RUN-CONTROL
           END-IF.

      * The stopped night carries on under its own date - its
      * posting block and return code come back off RUNCTL.TXT,
      * and every line it logs is marked RESTART.
       226-CHECK-RESTART.
           MOVE "CHAIN RESTART" TO OVERRIDE-FUNCTION-WS.
           PERFORM  210-VALIDATE-OVERRIDE-OPERATOR.
           IF NOT OVERRIDE-OK
               MOVE "Y" TO RUN-STATUS-SW
               MOVE "RUN BLOCKED" TO RUN-STEP-NAME-WS
               PERFORM  902-LOG-STEP-START
               DISPLAY "RUN STOPPED - RESTART NOT AUTHORIZED"
           ELSE
               MOVE "RESTART" TO RUN-TYPE-WS
               MOVE CTL-POSTING-BLOCKED-WS TO POSTING-BLOCKED-SW
               MOVE CTL-CHAIN-RETURN-CODE-WS TO CHAIN-RETURN-CODE-WS
               MOVE "RUN RESTARTED" TO RUN-STEP-NAME-WS
               PERFORM  902-LOG-STEP-START
               IF RESUME-STEP-FOUND
                   DISPLAY "RESUMING AT "
                       STEP-NAME-ENTRY(RESUME-STEP-WS)
               ELSE
                   DISPLAY "RESUMING TO CLOSE THE NIGHT"
               END-IF
           END-IF.

       207-CLOSE-RUN-LOG.
           MOVE "RUN ENDED" TO RUN-STEP-NAME-WS.
           PERFORM  903-LOG-STEP-END.

       208-REWRITE-RUN-CONTROL.
           OPEN OUTPUT RUN-CONTROL-FILE.
           WRITE RUN-CONTROL-RECORD FROM RUN-CONTROL-WS.
           CLOSE RUN-CONTROL-FILE.

      * Read before the calendar, since a restart finishes the night
      * it belongs to - the calendar entry for that date still says
      * which period-end steps are due, even after midnight. Any
      * night left incomplete can be restarted - one stopped by a
      * failed step, and one the machine went down under, which
      * never got to record a failed step at all. Either way it
      * resumes at the first step not ticked off.
       225-READ-RUN-CONTROL.
           MOVE FUNCTION CURRENT-DATE(1:8) TO TODAYS-DATE-WS.
           MOVE ZERO TO CTL-LAST-RUN-DATE-WS.
           MOVE "C" TO CTL-RUN-STATUS-WS.
           OPEN INPUT RUN-CONTROL-FILE.
           IF RUN-CONTROL-STATUS-WS = "00"
               READ RUN-CONTROL-FILE INTO RUN-CONTROL-WS
                   AT END CONTINUE
               END-READ
               CLOSE RUN-CONTROL-FILE
           END-IF.
           MOVE TODAYS-DATE-WS TO RUN-DATE-WS.
           IF CTL-RUN-INCOMPLETE
               PERFORM  230-FIND-RESUME-STEP
               DISPLAY "THE NIGHT OF " CTL-LAST-RUN-DATE-WS
                   " DID NOT FINISH"
               IF RESUME-STEP-FOUND
                   DISPLAY "FIRST STEP NOT COMPLETED - "
                       STEP-NAME-ENTRY(RESUME-STEP-WS)
               ELSE
                   DISPLAY "EVERY STEP COMPLETED - NOT CLOSED"
               END-IF
               DISPLAY "TYPE 'R' TO RESTART AT THAT STEP"
               ACCEPT RESTART-ANSWER-WS
               IF RESTART-ANSWER-WS = "R"
                   MOVE "Y" TO RESTART-RUN-SW
                   MOVE CTL-LAST-RUN-DATE-WS TO RUN-DATE-WS
               END-IF
           END-IF.

      * The steps are ticked off in chain order, so the first one
      * not ticked is where the stopped night picks up.
       230-FIND-RESUME-STEP.
           MOVE 1 TO RESUME-STEP-WS.
           MOVE "N" TO RESUME-FOUND-SW.
           PERFORM  231-CHECK-ONE-STEP
               UNTIL RESUME-STEP-FOUND
               OR RESUME-STEP-WS > 16.

       231-CHECK-ONE-STEP.
           IF CTL-STEP-COMPLETED(RESUME-STEP-WS)
               ADD 1 TO RESUME-STEP-WS
           ELSE
               MOVE "Y" TO RESUME-FOUND-SW
           END-IF.

      * A step that stopped the chain is remembered as the failed
      * step; any other outcome - clean or a reported 4 - ticks the
      * step off. RUNCTL.TXT is rewritten each time so a crash
      * part-way through a step still leaves an accurate record.
       228-RECORD-STEP-OUTCOME.
           IF RUN-ABORTED
               MOVE CURRENT-STEP-WS TO CTL-FAILED-STEP-WS
               MOVE RETURN-CODE TO ABORT-RETURN-CODE-WS
           ELSE
               MOVE "Y" TO CTL-STEP-DONE-WS(CURRENT-STEP-WS)
           END-IF.
           MOVE POSTING-BLOCKED-SW TO CTL-POSTING-BLOCKED-WS.
           MOVE CHAIN-RETURN-CODE-WS TO CTL-CHAIN-RETURN-CODE-WS.
           PERFORM  208-REWRITE-RUN-CONTROL.

      * A stopped night must never end clean for the scheduler. The
      * failed step's own code is passed on; a night stopped before
      * any step ran (a blocked rerun or restart) ends with 8.
       232-SET-ABORT-RETURN-CODE.
           IF ABORT-RETURN-CODE-WS = 0
               MOVE 8 TO ABORT-RETURN-CODE-WS
           END-IF.
           IF ABORT-RETURN-CODE-WS > CHAIN-RETURN-CODE-WS
               MOVE ABORT-RETURN-CODE-WS TO CHAIN-RETURN-CODE-WS
           END-IF.

      * Re-posting the batch is exactly what the guard is for, so
      * whoever forces past it has to put their name to it - a
      * keyed ID that is not on the master, or is disabled, leaves
                       IF OPERATOR-DISABLED-IN
                           DISPLAY "OPERATOR ID IS DISABLED"
                       ELSE
                           PERFORM  214-CHECK-OVERRIDE-AUTHORITY
                       END-IF
               END-READ
               CLOSE OPERATOR-FILE-IN
               MOVE SPACES TO OVERRIDE-OPERATOR-WS
           END-IF.

      * Being on the master is not enough to force a rerun - the
      * operator must also carry the run override permission. A
      * refusal is logged to SECEXCPT.TXT as well as RUNLOG.TXT.
       214-CHECK-OVERRIDE-AUTHORITY.
           IF MAY-OVERRIDE-RUN-IN
               MOVE "Y" TO OVERRIDE-OK-SW
           ELSE
               MOVE OVERRIDE-OPERATOR-WS TO SECURITY-OPERATOR-WS
               MOVE OVERRIDE-FUNCTION-WS TO SECURITY-FUNCTION-WS
               PERFORM  950-LOG-SECURITY-EXCEPTION
           END-IF.

      * Announced prices land before the reorder pass runs, so
      * tonight's purchase orders already price at today's list.
      * A stuck change (RETURN-CODE 4) is reported, not fatal -
               DISPLAY "DUE PRICE CHANGES APPLIED"
           END-IF.

      * Billing runs once tonight's sales have all posted. A sale
      * billed at zero because its part has left the file is a
      * 4 - the office prices it by hand - but a failed work file
      * leaves the day half-billed and stops the chain.
       213-RUN-CUSTOMER-INVOICING.
           MOVE "CUSTOMER INVOICING" TO RUN-STEP-NAME-WS.
           PERFORM  902-LOG-STEP-START.
           DISPLAY "STARTING CUSTOMER INVOICING".
           CALL INVOICING-PROGRAM-WS.
           PERFORM  903-LOG-STEP-END.
           IF RETURN-CODE = 8
               MOVE "Y" TO RUN-STATUS-SW
               MOVE "CUSTOMER INVOICING FAILED - RUN STOPPED"
                   TO STEP-STATUS-LINE-WS
               DISPLAY STEP-STATUS-LINE-WS
           ELSE
               IF RETURN-CODE = 4
                   DISPLAY "INVOICES BILLED WITH NO PRICE - SEE CONSOLE"
               ELSE
                   DISPLAY "CUSTOMER INVOICING COMPLETE"
               END-IF
           END-IF.

      * The one-pager runs whether the chain finished or aborted -
      * a stopped chain is exactly what the morning needs to see.
       211-RUN-MORNING-STATUS.
           MOVE "STARTED" TO RUNLOG-EVENT-OUT.
           MOVE ZERO TO RUNLOG-RETURN-CODE-OUT.
           MOVE OVERRIDE-OPERATOR-WS TO RUNLOG-OPERATOR-OUT.
           MOVE RUN-TYPE-WS TO RUNLOG-RUN-TYPE-OUT.
           WRITE RUN-LOG-RECORD.

      * RETURN-CODE is captured into the log line before any test
           MOVE "ENDED" TO RUNLOG-EVENT-OUT.
           MOVE RETURN-CODE TO RUNLOG-RETURN-CODE-OUT.
           MOVE OVERRIDE-OPERATOR-WS TO RUNLOG-OPERATOR-OUT.
           MOVE RUN-TYPE-WS TO RUNLOG-RUN-TYPE-OUT.
           WRITE RUN-LOG-RECORD.

      * Balancing runs last so it sees everything tonight posted.
               DISPLAY "INVENTORY TRIAL BALANCE COMPLETE"
           END-IF.

      * The cross-file check runs once everything tonight has
      * posted and balanced. A break does not stop the night -
      * the files are already written - but the chain itself ends
      * with the check's code so the scheduler sees it too.
       215-RUN-INTEGRITY-CHECK.
           MOVE "INTEGRITY CHECK" TO RUN-STEP-NAME-WS.
           PERFORM  902-LOG-STEP-START.
           DISPLAY "STARTING CROSS-FILE INTEGRITY CHECK".
           CALL INTEGRITY-PROGRAM-WS.
           PERFORM  903-LOG-STEP-END.
           IF RETURN-CODE NOT = 0
               MOVE RETURN-CODE TO CHAIN-RETURN-CODE-WS
               DISPLAY "INTEGRITY BREAKS FOUND - SEE INTEGRTY.TXT"
           ELSE
               DISPLAY "CROSS-FILE INTEGRITY CHECK CLEAN"
           END-IF.

      * Tonight's calendar entry decides whether the chain runs and
      * which period-end steps follow it. A zero parameter on a
      * period-end date falls back to what the operator would have
      * answered by hand - this month, this year, 14 days of cover,
      * 3 months of history - except the archive cut-off, where
      * zero means no archive tonight.
       216-READ-PROCESSING-CALENDAR.
           OPEN INPUT CALENDAR-FILE-IN.
           IF CALENDAR-FILE-STATUS-WS = "00"
               MOVE RUN-DATE-WS TO CAL-DATE-IN
               READ CALENDAR-FILE-IN
                   INVALID KEY
                       DISPLAY "NO CALENDAR ENTRY FOR TODAY"
                   NOT INVALID KEY
                       MOVE "Y" TO CALENDAR-FOUND-SW
               END-READ
               CLOSE CALENDAR-FILE-IN
           ELSE
               DISPLAY "PROCESSING CALENDAR NOT AVAILABLE"
           END-IF.
           IF CALENDAR-FOUND
               IF NOT CAL-BUSINESS-DAY-IN
                   MOVE "N" TO BUSINESS-DAY-SW
               END-IF
               IF CAL-CLOSES-MONTH-IN
                   MOVE "Y" TO MONTH-END-DUE-SW
               END-IF
               IF CAL-CLOSES-YEAR-IN
                   MOVE "Y" TO YEAR-END-DUE-SW
               END-IF
               MOVE CAL-CLOSE-MONTH-IN TO PERIOD-CLOSE-MONTH-WS
               MOVE CAL-CLOSE-YEAR-IN TO PERIOD-CLOSE-YEAR-WS
               MOVE CAL-ARCHIVE-CUTOFF-IN TO PERIOD-ARCHIVE-CUTOFF-WS
               MOVE CAL-COVER-DAYS-IN TO PERIOD-COVER-DAYS-WS
               MOVE CAL-HISTORY-MONTHS-IN TO PERIOD-HISTORY-MONTHS-WS
           END-IF.
           IF PERIOD-CLOSE-MONTH-WS = 0
               MOVE RUN-DATE-WS(1:6) TO PERIOD-CLOSE-MONTH-WS
           END-IF.
           IF PERIOD-CLOSE-YEAR-WS = 0
               MOVE RUN-DATE-WS(1:4) TO PERIOD-CLOSE-YEAR-WS
           END-IF.
           IF PERIOD-COVER-DAYS-WS = 0
               MOVE 14 TO PERIOD-COVER-DAYS-WS
           END-IF.
           IF PERIOD-HISTORY-MONTHS-WS = 0
               MOVE 3 TO PERIOD-HISTORY-MONTHS-WS
           END-IF.

      * A weekend or holiday runs nothing at all - not the backup,
      * not the morning page - and RUNCTL.TXT is left alone. The
      * skip is still logged so a quiet night is not mistaken for
      * a chain that never started.
       217-SKIP-NON-BUSINESS-DAY.
           DISPLAY "NON-BUSINESS DAY - NIGHTLY CHAIN SKIPPED".
           OPEN EXTEND RUN-LOG-OUT.
           MOVE "NON-BUSINESS DAY" TO RUN-STEP-NAME-WS.
           MOVE "SKIPPED" TO RUN-EVENT-WS.
           PERFORM  904-LOG-STEP-NOTE.
           CLOSE RUN-LOG-OUT.

      * The period-end steps run in the order the month-end used to
      * be done by hand: the month is closed into history first,
      * journalled, and then drives the reorder points and classes.
      * A failed close stops the chain - nothing after it should
      * run on a half-built month.
       219-RUN-MONTH-END-CLOSE.
           MOVE "MONTH-END CLOSE" TO RUN-STEP-NAME-WS.
           PERFORM  902-LOG-STEP-START.
           DISPLAY "STARTING MONTH-END CLOSE " PERIOD-CLOSE-MONTH-WS.
           CALL MONTHEND-PROGRAM-WS
               USING PERIOD-END-PARM-WS.
           PERFORM  903-LOG-STEP-END.
           IF RETURN-CODE NOT = 0
               MOVE "Y" TO RUN-STATUS-SW
               MOVE "MONTH-END CLOSE FAILED - RUN STOPPED"
                   TO STEP-STATUS-LINE-WS
               DISPLAY STEP-STATUS-LINE-WS
           ELSE
               DISPLAY "MONTH-END CLOSE COMPLETE"
           END-IF.

      * An empty journal (RETURN-CODE 4) is reported, not fatal -
      * it is kept as the chain's code so the scheduler sees it.
       220-RUN-GL-EXTRACT.
           MOVE "GL JOURNAL EXTRACT" TO RUN-STEP-NAME-WS.
           PERFORM  902-LOG-STEP-START.
           DISPLAY "STARTING GL JOURNAL EXTRACT".
           CALL GLEXTRACT-PROGRAM-WS
               USING PERIOD-END-PARM-WS.
           PERFORM  903-LOG-STEP-END.
           IF RETURN-CODE NOT = 0
               IF RETURN-CODE > CHAIN-RETURN-CODE-WS
                   MOVE RETURN-CODE TO CHAIN-RETURN-CODE-WS
               END-IF
               DISPLAY "GL JOURNAL EMPTY - SEE GLJOURNL.TXT"
           ELSE
               DISPLAY "GL JOURNAL EXTRACT COMPLETE"
           END-IF.

      * The suggested changes go to TRANBATCH.TXT as "R" records
      * and post with tomorrow night's batch.
       221-RUN-REORDER-RECALC.
           MOVE "REORDER RECALC" TO RUN-STEP-NAME-WS.
           PERFORM  902-LOG-STEP-START.
           DISPLAY "STARTING REORDER POINT RECALCULATION".
           CALL RECALC-PROGRAM-WS
               USING PERIOD-END-PARM-WS.
           PERFORM  903-LOG-STEP-END.
           IF RETURN-CODE NOT = 0
               MOVE "Y" TO RUN-STATUS-SW
               MOVE "REORDER RECALC FAILED - RUN STOPPED"
                   TO STEP-STATUS-LINE-WS
               DISPLAY STEP-STATUS-LINE-WS
           ELSE
               DISPLAY "REORDER POINT RECALCULATION COMPLETE"
           END-IF.

       222-RUN-ABC-CLASSIFICATION.
           MOVE "ABC CLASSIFICATION" TO RUN-STEP-NAME-WS.
           PERFORM  902-LOG-STEP-START.
           DISPLAY "STARTING ABC CLASSIFICATION".
           CALL ABC-PROGRAM-WS
               USING PERIOD-END-PARM-WS.
           PERFORM  903-LOG-STEP-END.
           IF RETURN-CODE NOT = 0
               MOVE "Y" TO RUN-STATUS-SW
               MOVE "ABC CLASSIFICATION FAILED - RUN STOPPED"
                   TO STEP-STATUS-LINE-WS
               DISPLAY STEP-STATUS-LINE-WS
           ELSE
               DISPLAY "ABC CLASSIFICATION COMPLETE"
           END-IF.

      * The year rolls only after ABC has classified on the year
      * just ending - the rollover zeroes the year-to-date totals
      * the classes are cut from.
       223-RUN-YEAR-END-ROLLOVER.
           MOVE "YEAR-END ROLLOVER" TO RUN-STEP-NAME-WS.
           PERFORM  902-LOG-STEP-START.
           DISPLAY "STARTING YEAR-END ROLLOVER " PERIOD-CLOSE-YEAR-WS.
           CALL YEAREND-PROGRAM-WS
               USING PERIOD-END-PARM-WS.
           PERFORM  903-LOG-STEP-END.
           IF RETURN-CODE NOT = 0
               MOVE "Y" TO RUN-STATUS-SW
               MOVE "YEAR-END ROLLOVER FAILED - RUN STOPPED"
                   TO STEP-STATUS-LINE-WS
               DISPLAY STEP-STATUS-LINE-WS
           ELSE
               DISPLAY "YEAR-END ROLLOVER COMPLETE"
           END-IF.

      * The valuation proves the month's closing stock value against
      * the journal just extracted - a roll-forward that does not
      * close (RETURN-CODE 4) is reported, not fatal, and kept as
      * the chain's code. An 8 means its work file failed.
       229-RUN-VALUATION-ROLL-FORWARD.
           MOVE "VALUATION ROLL-FWD" TO RUN-STEP-NAME-WS.
           PERFORM  902-LOG-STEP-START.
           DISPLAY "STARTING INVENTORY VALUATION ROLL-FORWARD".
           CALL VALUATION-PROGRAM-WS
               USING PERIOD-END-PARM-WS.
           PERFORM  903-LOG-STEP-END.
           IF RETURN-CODE = 8
               MOVE "Y" TO RUN-STATUS-SW
               MOVE "VALUATION FAILED - RUN STOPPED"
                   TO STEP-STATUS-LINE-WS
               DISPLAY STEP-STATUS-LINE-WS
           ELSE
               IF RETURN-CODE NOT = 0
                   IF RETURN-CODE > CHAIN-RETURN-CODE-WS
                       MOVE RETURN-CODE TO CHAIN-RETURN-CODE-WS
                   END-IF
                   DISPLAY "VALUATION DOES NOT CLOSE - SEE VALROLL.TXT"
               ELSE
                   DISPLAY "VALUATION ROLL-FORWARD COMPLETE"
               END-IF
           END-IF.

      * Archiving goes last, once every period-end step has read
      * the full log.
       224-RUN-PERIOD-ARCHIVE.
           MOVE "PERIOD-END ARCHIVE" TO RUN-STEP-NAME-WS.
           PERFORM  902-LOG-STEP-START.
           DISPLAY "STARTING PERIOD-END ARCHIVE".
           CALL ARCHIVE-PROGRAM-WS
               USING PERIOD-END-PARM-WS.
           PERFORM  903-LOG-STEP-END.
           IF RETURN-CODE NOT = 0
               MOVE "Y" TO RUN-STATUS-SW
               MOVE "PERIOD-END ARCHIVE FAILED - RUN STOPPED"
                   TO STEP-STATUS-LINE-WS
               DISPLAY STEP-STATUS-LINE-WS
           ELSE
               DISPLAY "PERIOD-END ARCHIVE COMPLETE"
           END-IF.

      * A line for something that is not a step - a skipped night,
      * a missing calendar entry - with the event keyed by caller.
       904-LOG-STEP-NOTE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO RUNLOG-DATE-OUT.
           MOVE FUNCTION CURRENT-DATE(9:6) TO RUNLOG-TIME-OUT.
           MOVE RUN-STEP-NAME-WS TO RUNLOG-STEP-NAME-OUT.
           MOVE RUN-EVENT-WS TO RUNLOG-EVENT-OUT.
           MOVE ZERO TO RUNLOG-RETURN-CODE-OUT.
           MOVE OVERRIDE-OPERATOR-WS TO RUNLOG-OPERATOR-OUT.
           MOVE RUN-TYPE-WS TO RUNLOG-RUN-TYPE-OUT.
           WRITE RUN-LOG-RECORD.

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
           MOVE "DailyProcessingDriver" TO SEC-PROGRAM-OUT.
           MOVE SECURITY-FUNCTION-WS TO SEC-FUNCTION-OUT.
           WRITE SECURITY-EXCEPTION-RECORD.
           CLOSE SECURITY-LOG-OUT.

      * FILECFG.TXT in the working directory carries the data
      * directory on its first line - point it at a copy of the
      * masters and the whole run rehearses there. No config
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
           MOVE SPACES TO PROCCAL-PATH-WS.
           STRING
               FUNCTION TRIM(DATA-DIRECTORY-WS)
                   DELIMITED BY SIZE
               "PROCCAL.TXT" DELIMITED BY SIZE
               INTO PROCCAL-PATH-WS
           END-STRING.

       991-BUILD-PROGRAM-PATHS.
           MOVE SPACES TO CONVERT-PROGRAM-WS.
               "ApplyPendingPrices" DELIMITED BY SIZE
               INTO APPLYPRC-PROGRAM-WS
           END-STRING.
           MOVE SPACES TO INVOICING-PROGRAM-WS.
           STRING
               FUNCTION TRIM(PROGRAM-DIRECTORY-WS)
                   DELIMITED BY SIZE
               "CustomerInvoicing" DELIMITED BY SIZE
               INTO INVOICING-PROGRAM-WS
           END-STRING.
           MOVE SPACES TO INTEGRITY-PROGRAM-WS.
           STRING
               FUNCTION TRIM(PROGRAM-DIRECTORY-WS)
                   DELIMITED BY SIZE
               "FileIntegrityCheck" DELIMITED BY SIZE
               INTO INTEGRITY-PROGRAM-WS
           END-STRING.
           MOVE SPACES TO MONTHEND-PROGRAM-WS.
           STRING
               FUNCTION TRIM(PROGRAM-DIRECTORY-WS)
                   DELIMITED BY SIZE
               "MonthEndClose" DELIMITED BY SIZE
               INTO MONTHEND-PROGRAM-WS
           END-STRING.
           MOVE SPACES TO GLEXTRACT-PROGRAM-WS.
           STRING
               FUNCTION TRIM(PROGRAM-DIRECTORY-WS)
                   DELIMITED BY SIZE
               "GLJournalExtract" DELIMITED BY SIZE
               INTO GLEXTRACT-PROGRAM-WS
           END-STRING.
           MOVE SPACES TO RECALC-PROGRAM-WS.
           STRING
               FUNCTION TRIM(PROGRAM-DIRECTORY-WS)
                   DELIMITED BY SIZE
               "RecalcReorderPoints" DELIMITED BY SIZE
               INTO RECALC-PROGRAM-WS
           END-STRING.
           MOVE SPACES TO ABC-PROGRAM-WS.
           STRING
               FUNCTION TRIM(PROGRAM-DIRECTORY-WS)
                   DELIMITED BY SIZE
               "AbcClassification" DELIMITED BY SIZE
               INTO ABC-PROGRAM-WS
           END-STRING.
           MOVE SPACES TO YEAREND-PROGRAM-WS.
           STRING
               FUNCTION TRIM(PROGRAM-DIRECTORY-WS)
                   DELIMITED BY SIZE
               "YearEndRollover" DELIMITED BY SIZE
               INTO YEAREND-PROGRAM-WS
           END-STRING.
           MOVE SPACES TO ARCHIVE-PROGRAM-WS.
           STRING
               FUNCTION TRIM(PROGRAM-DIRECTORY-WS)
                   DELIMITED BY SIZE
               "PeriodEndArchive" DELIMITED BY SIZE
               INTO ARCHIVE-PROGRAM-WS
           END-STRING.
           MOVE SPACES TO VALUATION-PROGRAM-WS.
           STRING
               FUNCTION TRIM(PROGRAM-DIRECTORY-WS)
                   DELIMITED BY SIZE
               "ValuationRollForward" DELIMITED BY SIZE
               INTO VALUATION-PROGRAM-WS
           END-STRING.

      * Ending of Program DailyProcessingDriver
       END PROGRAM DailyProcessingDriver.
