      * A file the night did not produce prints as NOT AVAILABLE
      * instead of failing the report - a missing file is itself
      * morning news.
      * A security exceptions section now lists every SECEXCPT.TXT
      * line logged yesterday or today - operator, program, and
      * the function refused - with the count flagged for review.
      * The cross-file integrity break count is now picked off the
      * INTEGRTY.TXT trailer and shown with the other counts,
      * flagged for review when the nightly check found any.
      * RUNLOG.TXT lines now carry a run-type column. A step run on
      * a restart of a stopped night shows RESTART beside its code,
      * and a night finished on a restart is called out with the
      * step it resumed at.
      * The integrity break count is read with NUMVAL-C so a count
      * printed with a thousands comma reads correctly.
      * ---------------------------------------------------------

      * Environment division for the night's output files
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS BACKORDER-REPORT-STATUS-WS.

         SELECT INTEGRITY-REPORT-IN
         ASSIGN DYNAMIC INTEGRTY-PATH-WS
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS INTEGRITY-REPORT-STATUS-WS.

         SELECT SECURITY-LOG-IN
         ASSIGN DYNAMIC SECEXCPT-PATH-WS
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS SECURITY-LOG-STATUS-WS.

         SELECT STATUS-REPORT-OUT
         ASSIGN DYNAMIC MORNSTAT-PATH-WS
           ORGANIZATION LINE SEQUENTIAL.
           05 RUNLOG-RETURN-CODE-IN         PIC 9(4).
           05 FILLER                        PIC X(1).
           05 RUNLOG-OPERATOR-IN            PIC X(8).
           05 FILLER                        PIC X(1).
           05 RUNLOG-RUN-TYPE-IN            PIC X(7).

      * The other reports are read as plain lines and their
      * trailer columns picked out - the layouts here must track
       FD BACKORDER-REPORT-IN.
       01 BACKORDER-REPORT-LINE-IN         PIC X(80).

       FD INTEGRITY-REPORT-IN.
       01 INTEGRITY-REPORT-LINE-IN         PIC X(100).

      * One line per function an operator was refused
       FD SECURITY-LOG-IN.
       01 SECURITY-EXCEPTION-RECORD-IN.
           05 SEC-DATE-IN                   PIC 9(8).
           05 FILLER                        PIC X(1).
           05 SEC-TIME-IN                   PIC 9(6).
           05 FILLER                        PIC X(1).
           05 SEC-OPERATOR-IN               PIC X(8).
           05 FILLER                        PIC X(1).
           05 SEC-PROGRAM-IN                PIC X(24).
           05 FILLER                        PIC X(1).
           05 SEC-FUNCTION-IN               PIC X(30).

      * File division for the one-page status report
       FD STATUS-REPORT-OUT.
       01 STATUS-REPORT-LINE               PIC X(80).
           05 OUTSTOCK-PATH-WS              PIC X(90).
           05 BACKORPT-PATH-WS              PIC X(90).
           05 MORNSTAT-PATH-WS              PIC X(90).
           05 SECEXCPT-PATH-WS              PIC X(90).
           05 INTEGRTY-PATH-WS              PIC X(90).

       01 TEMP.
           05 RUNLOG-EOF-FLAG               PIC X(1) VALUE "N".
           05 BALANCE-TRAILER-SEEN-SW       PIC X(1) VALUE "N".
           05 BACKORDER-TRAILER-SEEN-SW     PIC X(1) VALUE "N".
           05 STOCKOUT-LINE-COUNT-WS        PIC 9(5) VALUE 0.
           05 SECURITY-EOF-FLAG             PIC X(1) VALUE "N".
           05 SECURITY-COUNT-WS             PIC 9(5) VALUE 0.
           05 YESTERDAYS-DATE-WS            PIC 9(8).
           05 INTEGRITY-EOF-FLAG            PIC X(1) VALUE "N".
           05 INTEGRITY-COUNT-WS            PIC 9(5) VALUE 0.
           05 INTEGRITY-TRAILER-SEEN-SW     PIC X(1) VALUE "N".
           05 RESTART-SEEN-SW               PIC X(1) VALUE "N".
               88 RESTART-SEEN              VALUE "Y".
           05 RESUME-STEP-NAME-WS           PIC X(20) VALUE SPACES.

       01 RUN-LOG-STATUS-WS                 PIC X(2).
       01 EDIT-REPORT-STATUS-WS             PIC X(2).
       01 BALANCE-REPORT-STATUS-WS          PIC X(2).
       01 STOCKOUT-REPORT-STATUS-WS         PIC X(2).
       01 BACKORDER-REPORT-STATUS-WS        PIC X(2).
       01 SECURITY-LOG-STATUS-WS            PIC X(2).
       01 INTEGRITY-REPORT-STATUS-WS        PIC X(2).

       01 STATUS-TITLE-LINE-WS.
           05 FILLER                        PIC X(25) VALUE
           05 STA-RETURN-CODE-OUT           PIC 9(4).
           05 FILLER                        PIC X(2) VALUE SPACES.
           05 STA-STEP-FLAG-OUT             PIC X(12).
           05 FILLER                        PIC X(1) VALUE SPACES.
           05 STA-STEP-RUN-TYPE-OUT         PIC X(7).

       01 RESTART-STATUS-LINE-WS.
           05 FILLER                        PIC X(2) VALUE SPACES.
           05 FILLER                        PIC X(34) VALUE
               "** NIGHT FINISHED ON A RESTART AT ".
           05 STA-RESUME-STEP-OUT           PIC X(20).

       01 COUNT-STATUS-LINE-WS.
           05 FILLER                        PIC X(2) VALUE SPACES.
           05 FILLER                        PIC X(2) VALUE SPACES.
           05 STA-COUNT-FLAG-OUT            PIC X(14).

       01 SECURITY-STATUS-LINE-WS.
           05 FILLER                        PIC X(2) VALUE SPACES.
           05 STA-SEC-DATE-OUT              PIC 9(8).
           05 FILLER                        PIC X(1) VALUE SPACES.
           05 STA-SEC-TIME-OUT              PIC 9(6).
           05 FILLER                        PIC X(1) VALUE SPACES.
           05 STA-SEC-OPERATOR-OUT          PIC X(8).
           05 FILLER                        PIC X(1) VALUE SPACES.
           05 STA-SEC-PROGRAM-OUT           PIC X(22).
           05 FILLER                        PIC X(1) VALUE SPACES.
           05 STA-SEC-FUNCTION-OUT          PIC X(30).

      * Procedure division begins
       PROCEDURE DIVISION.
       100-BUILD-MORNING-STATUS.
           PERFORM  204-REPORT-TRIAL-BALANCE.
           PERFORM  205-REPORT-STOCKOUTS.
           PERFORM  206-REPORT-BACKORDERS.
           PERFORM  209-REPORT-INTEGRITY-BREAKS.
           PERFORM  208-REPORT-SECURITY-EXCEPTIONS.
           PERFORM  207-TERMINATE-STATUS-REPORT.
           GOBACK.

               PERFORM  801-REPORT-ONE-STEP-LINE
                   UNTIL RUNLOG-EOF-FLAG = "Y"
               CLOSE RUN-LOG-IN
               IF RESTART-SEEN
                   MOVE RESUME-STEP-NAME-WS TO STA-RESUME-STEP-OUT
                   WRITE STATUS-REPORT-LINE FROM RESTART-STATUS-LINE-WS
               END-IF
           ELSE
               PERFORM  809-WRITE-NOT-AVAILABLE
           END-IF.
               PERFORM  809-WRITE-NOT-AVAILABLE
           END-IF.

      * Every refusal logged since yesterday morning prints, so
      * the supervisor sees who tried what. The log only exists
      * once something has been refused, so no file reads as none.
       208-REPORT-SECURITY-EXCEPTIONS.
           MOVE "SECURITY EXCEPTIONS" TO STA-SECTION-NAME-OUT.
           WRITE STATUS-REPORT-LINE FROM STATUS-SECTION-LINE-WS.
           COMPUTE YESTERDAYS-DATE-WS = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(TODAYS-DATE-WS) - 1).
           OPEN INPUT SECURITY-LOG-IN.
           IF SECURITY-LOG-STATUS-WS = "00"
               PERFORM  706-READ-SECURITY-LINE
               PERFORM  806-REPORT-ONE-EXCEPTION
                   UNTIL SECURITY-EOF-FLAG = "Y"
               CLOSE SECURITY-LOG-IN
           END-IF.
           MOVE "REFUSED ATTEMPTS" TO STA-COUNT-LABEL-OUT.
           MOVE SECURITY-COUNT-WS TO STA-COUNT-OUT.
           IF SECURITY-COUNT-WS > 0
               MOVE "** REVIEW" TO STA-COUNT-FLAG-OUT
           ELSE
               MOVE "NONE" TO STA-COUNT-FLAG-OUT
           END-IF.
           WRITE STATUS-REPORT-LINE FROM COUNT-STATUS-LINE-WS.

      * The break count sits on the integrity check trailer - the
      * line beginning INTEGRITY BREAKS.
       209-REPORT-INTEGRITY-BREAKS.
           OPEN INPUT INTEGRITY-REPORT-IN.
           IF INTEGRITY-REPORT-STATUS-WS = "00"
               PERFORM  707-READ-INTEGRITY-LINE
               PERFORM  807-SCAN-FOR-INTEGRITY-TRAILER
                   UNTIL INTEGRITY-EOF-FLAG = "Y"
               CLOSE INTEGRITY-REPORT-IN
               MOVE "CROSS-FILE INTEGRITY BREAKS" TO STA-COUNT-LABEL-OUT
               MOVE INTEGRITY-COUNT-WS TO STA-COUNT-OUT
               IF INTEGRITY-TRAILER-SEEN-SW NOT = "Y"
                   MOVE "NO TRAILER" TO STA-COUNT-FLAG-OUT
               ELSE
                   IF INTEGRITY-COUNT-WS > 0
                       MOVE "** REVIEW" TO STA-COUNT-FLAG-OUT
                   ELSE
                       MOVE "CLEAN" TO STA-COUNT-FLAG-OUT
                   END-IF
               END-IF
               WRITE STATUS-REPORT-LINE FROM COUNT-STATUS-LINE-WS
           ELSE
               MOVE "INTEGRITY CHECK" TO STA-SECTION-NAME-OUT
               WRITE STATUS-REPORT-LINE FROM STATUS-SECTION-LINE-WS
               PERFORM  809-WRITE-NOT-AVAILABLE
           END-IF.

       207-TERMINATE-STATUS-REPORT.
           CLOSE STATUS-REPORT-OUT.
           DISPLAY "MORNING STATUS WRITTEN - SEE MORNSTAT.TXT".
               AT END
               MOVE "Y" TO BACKORDER-EOF-FLAG.

       706-READ-SECURITY-LINE.
           READ SECURITY-LOG-IN
               AT END
               MOVE "Y" TO SECURITY-EOF-FLAG.

       707-READ-INTEGRITY-LINE.
           READ INTEGRITY-REPORT-IN
               AT END
               MOVE "Y" TO INTEGRITY-EOF-FLAG.

      * Only today's ENDED lines print - one per chain step, with
      * the code the step handed back. A restarted step's line is
      * flagged as such, and the first step started after the RUN
      * RESTARTED line is the one the night resumed at.
       801-REPORT-ONE-STEP-LINE.
           IF RUNLOG-DATE-IN = TODAYS-DATE-WS
               AND RUNLOG-STEP-NAME-IN = "RUN RESTARTED"
               MOVE "Y" TO RESTART-SEEN-SW
               MOVE SPACES TO RESUME-STEP-NAME-WS
           END-IF.
           IF RUNLOG-DATE-IN = TODAYS-DATE-WS
               AND RUNLOG-EVENT-IN = "STARTED"
               AND RUNLOG-RUN-TYPE-IN = "RESTART"
               AND RUNLOG-STEP-NAME-IN NOT = "RUN RESTARTED"
               AND RESUME-STEP-NAME-WS = SPACES
               MOVE RUNLOG-STEP-NAME-IN TO RESUME-STEP-NAME-WS
           END-IF.
           IF RUNLOG-DATE-IN = TODAYS-DATE-WS
               AND RUNLOG-EVENT-IN = "ENDED"
               MOVE RUNLOG-STEP-NAME-IN TO STA-STEP-NAME-OUT
               ELSE
                   MOVE "** CHECK" TO STA-STEP-FLAG-OUT
               END-IF
               MOVE RUNLOG-RUN-TYPE-IN TO STA-STEP-RUN-TYPE-OUT
               WRITE STATUS-REPORT-LINE FROM STEP-STATUS-LINE-WS
           END-IF.
           PERFORM  701-READ-RUN-LOG-RECORD.
           END-IF.
           PERFORM  705-READ-BACKORDER-LINE.

       806-REPORT-ONE-EXCEPTION.
           IF SEC-DATE-IN = TODAYS-DATE-WS
               OR SEC-DATE-IN = YESTERDAYS-DATE-WS
               ADD 1 TO SECURITY-COUNT-WS
               MOVE SEC-DATE-IN TO STA-SEC-DATE-OUT
               MOVE SEC-TIME-IN TO STA-SEC-TIME-OUT
               MOVE SEC-OPERATOR-IN TO STA-SEC-OPERATOR-OUT
               MOVE SEC-PROGRAM-IN TO STA-SEC-PROGRAM-OUT
               MOVE SEC-FUNCTION-IN TO STA-SEC-FUNCTION-OUT
               WRITE STATUS-REPORT-LINE FROM SECURITY-STATUS-LINE-WS
           END-IF.
           PERFORM  706-READ-SECURITY-LINE.

       807-SCAN-FOR-INTEGRITY-TRAILER.
           IF INTEGRITY-REPORT-LINE-IN(1:16) = "INTEGRITY BREAKS"
               MOVE "Y" TO INTEGRITY-TRAILER-SEEN-SW
               COMPUTE INTEGRITY-COUNT-WS =
                   FUNCTION NUMVAL-C(INTEGRITY-REPORT-LINE-IN(18:6))
           END-IF.
           PERFORM  707-READ-INTEGRITY-LINE.

       809-WRITE-NOT-AVAILABLE.
           MOVE "  (FILE NOT AVAILABLE)" TO STATUS-REPORT-LINE.
           WRITE STATUS-REPORT-LINE.
               "MORNSTAT.TXT" DELIMITED BY SIZE
               INTO MORNSTAT-PATH-WS
           END-STRING.
           MOVE SPACES TO SECEXCPT-PATH-WS.
           STRING
               FUNCTION TRIM(DATA-DIRECTORY-WS)
                   DELIMITED BY SIZE
               "SECEXCPT.TXT" DELIMITED BY SIZE
               INTO SECEXCPT-PATH-WS
           END-STRING.
           MOVE SPACES TO INTEGRTY-PATH-WS.
           STRING
               FUNCTION TRIM(DATA-DIRECTORY-WS)
                   DELIMITED BY SIZE
               "INTEGRTY.TXT" DELIMITED BY SIZE
               INTO INTEGRTY-PATH-WS
           END-STRING.

      * Ending of Program MorningStatusReport
       END PROGRAM MorningStatusReport.
