      * applies only today's entries against last night's
      * snapshot, and RecoverInventoryFile replays from a keyed
      * cut-off - so they run unchanged against the trimmed files.
      * The open purchase order record now carries the order unit
      * cost and the quantity billed by the vendor, and a filled
      * line stays on OPENPO.TXT until its invoice has matched the
      * full received quantity - archiving it sooner would send
      * the late invoice to the match-exception report as a PO
      * that does not exist.
      * The backorder record now carries its fill date, and a
      * filled backorder archives only once that fill is on or
      * before the cut-off - a late fill stays on file for the
      * month it shipped in. BOARCH.TXT widens to match.
      * Called from DailyProcessingDriver.cbl on a month-end day of
      * the processing calendar - run mode "T" takes the cut-off
      * from the calendar, copies TRANSLOG.TXT to TRANSLOGO.TXT
      * itself in place of the operator's rename, and skips the
      * confirm; GOBACK replaces STOP RUN.
      * OPENPO.TXT record layout gains the drop-ship sales order
      * reference and ship-to, and OPOARCH.TXT widens with it.
      * The log copy paragraph moved up with the other detail
      * paragraphs, ahead of the path set-up.
      * ---------------------------------------------------------

      * Environment division for the live, renamed, and archives
           05 OPO-STATUS-OUT               PIC X(1).
               88 OPO-LINE-OPEN            VALUE "O".
               88 OPO-LINE-FILLED          VALUE "F".
           05 OPO-UNIT-COST-OUT            PIC 9(4)V99.
           05 OPO-QTY-INVOICED-OUT         PIC 9(5).
           05 OPO-SO-NUMBER-OUT            PIC 9(5).
               88 OPO-STOCK-LINE           VALUE ZERO.
           05 OPO-SO-LINE-OUT              PIC 9(3).
           05 OPO-SHIP-TO-CUSTOMER-OUT     PIC X(5).
           05 OPO-SHIP-TO-ADDRESS-OUT      PIC X(30).

       FD PO-ARCHIVE-OUT.
       01 PO-ARCHIVE-RECORD                PIC X(101).

       FD BACKORDER-FILE-OUT.
       01 BACKORDER-RECORD-OUT.
               88 BO-ORDER-OPEN             VALUE "O".
               88 BO-ORDER-FILLED           VALUE "F".
           05 BO-CUSTOMER-OUT               PIC X(5).
           05 BO-FILL-DATE-OUT              PIC 9(8).

       FD BO-ARCHIVE-OUT.
       01 BO-ARCHIVE-RECORD                PIC X(45).

      * File division for the archive control-total report
       FD ARCHIVE-REPORT-OUT.
           05 LOG-EOF-FLAG                  PIC X(1) VALUE "N".
           05 PO-EOF-FLAG                   PIC X(1) VALUE "N".
           05 BO-EOF-FLAG                   PIC X(1) VALUE "N".
           05 COPY-EOF-FLAG                 PIC X(1) VALUE "N".
           05 CUTOFF-DATE-WS                PIC 9(8).
           05 CONFIRM-ANSWER-WS             PIC X(1).

           05 FILLER                        PIC X(6) VALUE "  KEPT".
           05 ARCH-KEPT-OUT                 PIC Z,ZZZ,ZZ9.

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
       100-ARCHIVE-CLOSED-PERIOD.
           PERFORM  990-LOAD-FILE-PATHS.
           PERFORM  201-INIT-PROMPT-CUTOFF.
               PERFORM  204-ARCHIVE-FILLED-BACKORDERS
               PERFORM  205-TERMINATE-ARCHIVE
           END-IF.
           MOVE 0 TO RETURN-CODE.
           GOBACK.

      * The live log is rebuilt from the renamed copy, so the
      * operator confirms the rename happened before anything
      * is written.
      * From the nightly chain nobody is there to rename the log,
      * so the live log is copied to TRANSLOGO.TXT here first and
      * the cut-off comes off the processing calendar.
       201-INIT-PROMPT-CUTOFF.
           IF PERIOD-RUN-MODE-LK = "T"
               MOVE PERIOD-ARCHIVE-CUTOFF-LK TO CUTOFF-DATE-WS
               MOVE "Y" TO CONFIRM-ANSWER-WS
               DISPLAY "ARCHIVE CUT-OFF " CUTOFF-DATE-WS
               PERFORM  206-COPY-LIVE-LOG
           ELSE
               DISPLAY "ARCHIVE CUT-OFF DATE YYYYMMDD->"
               ACCEPT CUTOFF-DATE-WS
               DISPLAY "RENAME TRANSLOG.TXT TO TRANSLOGO.TXT FIRST."
               DISPLAY "ARCHIVE EVERYTHING ON OR BEFORE "
                   CUTOFF-DATE-WS "? TYPE 'Y' TO RUN"
               ACCEPT CONFIRM-ANSWER-WS
           END-IF.
           IF CONFIRM-ANSWER-WS NOT = "Y"
               DISPLAY "PERIOD-END ARCHIVE NOT RUN"
           END-IF.
           CLOSE ARCHIVE-REPORT-OUT.
           DISPLAY "PERIOD-END ARCHIVE COMPLETE - SEE ARCHRPT.TXT".

      * The same two log descriptions, opened the other way round -
      * the live log is read and the renamed copy written.
       206-COPY-LIVE-LOG.
           OPEN INPUT TRANSACTION-LOG-OUT.
           OPEN OUTPUT LOG-OLD-FILE-IN.
           PERFORM  704-READ-LIVE-LOG-RECORD.
           PERFORM  804-COPY-ONE-LOG-RECORD
               UNTIL COPY-EOF-FLAG = "Y".
           CLOSE TRANSACTION-LOG-OUT.
           CLOSE LOG-OLD-FILE-IN.

       701-READ-OLD-LOG-RECORD.
           READ LOG-OLD-FILE-IN
               AT END
               AT END
               MOVE "Y" TO BO-EOF-FLAG.

       704-READ-LIVE-LOG-RECORD.
           READ TRANSACTION-LOG-OUT
               AT END
               MOVE "Y" TO COPY-EOF-FLAG.

       801-SPLIT-ONE-LOG-RECORD.
           IF LOGO-DATE-IN NOT GREATER THAN CUTOFF-DATE-WS
               ADD 1 TO LOG-ARCHIVED-WS

      * Only a line both filled and received by the cut-off moves -
      * an open line, or one filled since, still belongs to the
      * dock and the vendor performance report. A line not yet
      * billed in full still belongs to accounts payable.
       802-ARCHIVE-ONE-PO-LINE.
           IF OPO-LINE-FILLED
               AND OPO-RECEIVED-DATE-OUT NOT GREATER THAN
                   CUTOFF-DATE-WS
               AND OPO-QTY-INVOICED-OUT NOT LESS THAN
                   OPO-QTY-RECEIVED-OUT
               ADD 1 TO PO-ARCHIVED-WS
               WRITE PO-ARCHIVE-RECORD FROM OPEN-PO-RECORD-OUT
               DELETE OPEN-PO-FILE-OUT RECORD

       803-ARCHIVE-ONE-BACKORDER.
           IF BO-ORDER-FILLED
               AND BO-FILL-DATE-OUT NOT GREATER THAN CUTOFF-DATE-WS
               ADD 1 TO BO-ARCHIVED-WS
               WRITE BO-ARCHIVE-RECORD FROM BACKORDER-RECORD-OUT
               DELETE BACKORDER-FILE-OUT RECORD
           END-IF.
           PERFORM  703-READ-NEXT-BACKORDER.

      * Every live log line goes across to the renamed copy as it
      * stands - the split by cut-off date is done by 801.
       804-COPY-ONE-LOG-RECORD.
           MOVE TRANSACTION-LOG-RECORD TO LOG-OLD-RECORD-IN.
           WRITE LOG-OLD-RECORD-IN.
           PERFORM  704-READ-LIVE-LOG-RECORD.

      * FILECFG.TXT in the working directory carries the data
      * directory on its first line - point it at a copy of the
      * masters and the whole run rehearses there. No config
