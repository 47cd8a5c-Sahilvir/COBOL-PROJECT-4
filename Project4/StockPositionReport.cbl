       PROGRAM-ID. StockPositionReport as "StockPositionReport".
       AUTHOR     PRIYANK PATEL & JASHANJOT PRUTHI & VIVEK PATEL &
                   AMARJEET SINGH & SAHILVIR SINGH DHILLON.

      * Modification History
      * ---------------------------------------------------------
      * New point-in-time stock position report. INVENT6.TXT only
      * knows today and INVSNAP.TXT is overwritten every night, so
      * the auditors' and the insurance adjuster's question - what
      * did we hold on a given date - had no answer. For an
      * operator-keyed as-of date this program rebuilds every
      * part/location's quantity at the close of that day. It
      * starts from whichever copy of the inventory file lies
      * nearest the date - one of the BackupMasterFiles.cbl
      * generations, lined up to the second by BKPCTL.TXT, or the
      * live INVENT6.TXT - and rolls TRANARCH.TXT and TRANSLOG.TXT
      * forward from an earlier copy or backward from a later one,
      * moving stock the way RecoverInventoryFile.cbl replays it:
      * sales and vendor returns out, receipts and customer
      * returns in, transfers out of one storeroom and into the
      * other, and a cycle count as an absolute reset. The
      * position prints on STKPOS.TXT with quantity, unit cost,
      * and extended value per part and storeroom, storeroom
      * totals, and company totals, and is kept on STKPOSN.TXT so
      * the same date can be reprinted later exactly as first
      * reported.
      * ---------------------------------------------------------

      * Environment division for the base copy, logs, and report
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

      * The copy of the inventory file the position is rolled
      * from - a backup generation or the live file, chosen at
      * run time by the path it is pointed at.
         SELECT INVENT-BASE-IN
         ASSIGN DYNAMIC BASE-PATH-WS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS PART-LOCATION-KEY-IN
           FILE STATUS IS BASE-FILE-STATUS-WS.

         SELECT BACKUP-CONTROL-FILE
         ASSIGN DYNAMIC BKPCTL-PATH-WS
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS BACKUP-CONTROL-STATUS-WS.

      * Archived log lines and the open period's log share one
      * layout - the archive is read first, then the live log.
         SELECT TRANSACTION-LOG-IN
         ASSIGN DYNAMIC LOG-PATH-WS
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS LOG-FILE-STATUS-WS.

      * The rolling working set - one record per part/location,
      * rebuilt from scratch every run.
         SELECT POSITION-WORK-FILE
         ASSIGN DYNAMIC POSWORK-PATH-WS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS POSWORK-KEY
           FILE STATUS IS POSWORK-FILE-STATUS-WS.

      * Keyed by as-of date then part and storeroom so a START on
      * the date walks one kept position in report order.
         SELECT KEPT-POSITION-FILE
         ASSIGN DYNAMIC STKPOSN-PATH-WS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS KEPT-KEY
           FILE STATUS IS KEPT-FILE-STATUS-WS.

         SELECT POSITION-REPORT-OUT
         ASSIGN DYNAMIC STKPOS-PATH-WS
           ORGANIZATION LINE SEQUENTIAL.

      *Describing the file, record, and field structures to be used in
      *the program
       DATA DIVISION.
       FILE SECTION.
      * One directory path per configuration line
       FD CONFIG-FILE.
       01 CONFIG-RECORD                    PIC X(60).

       FD INVENT-BASE-IN.
       01 INVENTORY-RECORD-IN.
           05 PART-LOCATION-KEY-IN.
               10 PART-NUMBER-IN           PIC 9(5).
               10 LOCATION-CODE-IN         PIC X(2).
           05 PART-NAME-IN                 PIC X(20).
           05 QTY-ON-HAND-IN               PIC 9(5).
           05 UNIT-PRICE-IN                PIC 9(4)V99.
           05 SUPPLIER-COD-IN              PIC X(5).
           05 REORDER-POINT-IN             PIC 9(5).
           05 YTD-QTY-SOLD-IN              PIC 9(7).
           05 YTD-QTY-RECEIVED-IN          PIC 9(7).
           05 PART-STATUS-IN               PIC X(1).
           05 ABC-CLASS-IN                 PIC X(1).
           05 UNIT-COST-IN                 PIC 9(4)V99.
           05 QTY-ALLOCATED-IN             PIC 9(5).
           05 STOCK-UNIT-IN                PIC X(4).
           05 PACK-SIZE-IN                 PIC 9(3).
           05 BARCODE-IN                   PIC X(13).
           05 INSPECT-FLAG-IN              PIC X(1).
           05 QTY-ON-HOLD-IN               PIC 9(5).
           05 SERIAL-FLAG-IN               PIC X(1).

      * Which generation was written last, and when each was taken
       FD BACKUP-CONTROL-FILE.
       01 BACKUP-CONTROL-RECORD.
           05 BKP-LAST-GEN-CTL             PIC 9(1).
           05 FILLER                       PIC X(1).
           05 BKP-GEN-DATE-CTL             PIC 9(8) OCCURS 3 TIMES.
           05 FILLER                       PIC X(1).
           05 BKP-GEN-TIME-CTL             PIC 9(6) OCCURS 3 TIMES.

       FD TRANSACTION-LOG-IN.
       01 TRANSACTION-LOG-RECORD-IN.
           05 LOG-STAMP-IN.
               10 LOG-DATE-IN               PIC 9(8).
               10 FILLER                    PIC X(1).
               10 LOG-TIME-IN               PIC 9(6).
           05 FILLER                        PIC X(1).
           05 LOG-PART-NUMBER-IN            PIC 9(5).
           05 FILLER                        PIC X(1).
           05 LOG-LOCATION-IN               PIC X(2).
           05 FILLER                        PIC X(1).
           05 LOG-TRANS-TYPE-IN             PIC X(1).
               88 LOG-SELLING               VALUE "S".
               88 LOG-BUYING                VALUE "B".
               88 LOG-TRANSFERRING          VALUE "T".
               88 LOG-COUNT-ADJUST          VALUE "C".
               88 LOG-CUST-RETURN           VALUE "U".
               88 LOG-VEND-RETURN           VALUE "V".
               88 LOG-MOVES-STOCK           VALUES "S" "B" "T" "C"
                                                   "U" "V".
           05 FILLER                        PIC X(1).
           05 LOG-VALUE-ENTERED-IN          PIC 9(5)V99.
           05 FILLER                        PIC X(1).
           05 LOG-QTY-BEFORE-IN             PIC 9(5).
           05 FILLER                        PIC X(1).
           05 LOG-QTY-AFTER-IN              PIC 9(5).
           05 FILLER                        PIC X(1).
           05 LOG-TO-LOCATION-IN            PIC X(2).
           05 FILLER                        PIC X(1).
           05 LOG-CUSTOMER-IN               PIC X(5).
           05 FILLER                        PIC X(1).
           05 LOG-OPERATOR-IN               PIC X(8).
           05 FILLER                        PIC X(1).
           05 LOG-LOT-NUMBER-IN             PIC X(10).
           05 FILLER                        PIC X(1).
           05 LOG-PACK-QTY-IN               PIC 9(5).
           05 FILLER                        PIC X(1).
           05 LOG-REASON-IN                 PIC X(1).

      * Base quantity plus the movement rolled across it
       FD POSITION-WORK-FILE.
       01 POSITION-WORK-RECORD.
           05 POSWORK-KEY.
               10 POSWORK-PART-NUMBER       PIC 9(5).
               10 POSWORK-LOCATION          PIC X(2).
           05 POSWORK-PART-NAME             PIC X(20).
           05 POSWORK-BASE-QTY              PIC S9(7)
                                            SIGN LEADING SEPARATE.
           05 POSWORK-NET-CHANGE            PIC S9(7)
                                            SIGN LEADING SEPARATE.
           05 POSWORK-UNIT-COST             PIC 9(4)V99.
           05 POSWORK-RESET-SW              PIC X(1).
               88 POSWORK-COUNT-RESET       VALUE "Y".
           05 POSWORK-ON-BASE-SW            PIC X(1).
               88 POSWORK-ON-BASE           VALUE "Y".

      * One kept position line per part/location per as-of date
       FD KEPT-POSITION-FILE.
       01 KEPT-POSITION-RECORD.
           05 KEPT-KEY.
               10 KEPT-AS-OF-DATE           PIC 9(8).
               10 KEPT-PART-NUMBER          PIC 9(5).
               10 KEPT-LOCATION             PIC X(2).
           05 KEPT-PART-NAME                PIC X(20).
           05 KEPT-QTY                      PIC S9(7)
                                            SIGN LEADING SEPARATE.
           05 KEPT-UNIT-COST                PIC 9(4)V99.
           05 KEPT-VALUE                    PIC S9(9)V99
                                            SIGN LEADING SEPARATE.
           05 KEPT-BUILT-DATE               PIC 9(8).
           05 KEPT-BASE-TEXT                PIC X(50).

      * File division for the stock position report
       FD POSITION-REPORT-OUT.
       01 POSITION-REPORT-LINE             PIC X(80).

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
           05 INVENT6-PATH-WS               PIC X(90).
           05 INVBKP1-PATH-WS               PIC X(90).
           05 INVBKP2-PATH-WS               PIC X(90).
           05 INVBKP3-PATH-WS               PIC X(90).
           05 BKPCTL-PATH-WS                PIC X(90).
           05 TRANARCH-PATH-WS              PIC X(90).
           05 TRANSLOG-PATH-WS              PIC X(90).
           05 POSWORK-PATH-WS               PIC X(90).
           05 STKPOSN-PATH-WS               PIC X(90).
           05 STKPOS-PATH-WS                PIC X(90).
           05 BASE-PATH-WS                  PIC X(90).
           05 LOG-PATH-WS                   PIC X(90).

       01 TEMP.
           05 AS-OF-DATE-WS                 PIC 9(8).
           05 AS-OF-ANSWER-WS               PIC X(8).
           05 TODAY-DATE-WS                 PIC 9(8).
           05 RUN-ANSWER-WS                 PIC X(1).
               88 REPRINT-KEPT-POSITION     VALUE "P" "p".
               88 REBUILD-KEPT-POSITION     VALUE "R" "r".
           05 BASE-EOF-FLAG                 PIC X(1) VALUE "N".
           05 LOG-EOF-FLAG                  PIC X(1) VALUE "N".
           05 WORK-EOF-FLAG                 PIC X(1) VALUE "N".
           05 KEPT-EOF-FLAG                 PIC X(1) VALUE "N".
           05 KEPT-ON-FILE-SW               PIC X(1) VALUE "N".
               88 KEPT-ON-FILE              VALUE "Y".
           05 ROLL-DIRECTION-SW             PIC X(1).
               88 ROLL-FORWARD              VALUE "F".
               88 ROLL-BACKWARD             VALUE "B".
           05 BASE-GEN-WS                   PIC 9(1).
           05 GEN-IDX-WS                    PIC 9(1).
           05 GEN-TIME-WS                   PIC 9(6).
           05 AS-OF-INTEGER-WS              PIC 9(7).
           05 BEST-DISTANCE-WS              PIC 9(7).
           05 GEN-DISTANCE-WS               PIC 9(7).
           05 LOG-QTY-UNITS-WS              PIC 9(5).
           05 DELTA-QTY-WS                  PIC S9(7).
           05 POSITION-QTY-WS               PIC S9(7).
           05 POSITION-VALUE-WS             PIC S9(9)V99.
           05 POSWORK-FOUND-SW              PIC X(1).
               88 POSWORK-FOUND             VALUE "Y".
           05 BASE-TEXT-WS                  PIC X(50).
           05 BASE-NAME-WS                  PIC X(20).
           05 ROLL-TEXT-WS                  PIC X(14).

      * Base and log times compared as one date-and-time stamp
       01 BASE-STAMP-WS.
           05 BASE-DATE-WS                  PIC 9(8).
           05 FILLER                        PIC X(1) VALUE SPACE.
           05 BASE-TIME-WS                  PIC 9(6).
       01 AS-OF-STAMP-WS.
           05 AS-OF-STAMP-DATE-WS           PIC 9(8).
           05 FILLER                        PIC X(1) VALUE SPACE.
           05 AS-OF-STAMP-TIME-WS           PIC 9(6) VALUE 235959.

       01 BASE-FILE-STATUS-WS               PIC X(2).
       01 BACKUP-CONTROL-STATUS-WS          PIC X(2).
       01 LOG-FILE-STATUS-WS                PIC X(2).
       01 POSWORK-FILE-STATUS-WS            PIC X(2).
       01 KEPT-FILE-STATUS-WS               PIC X(2).
       01 SAVED-POSWORK-KEY-WS              PIC X(7).

      * Any work-file error means part of the position was not
      * rebuilt - the run ends hard and nothing is kept.
       01 PROCESS-ERROR-SW                  PIC X(1) VALUE "N".
           88 PROCESS-ERROR                 VALUE "Y".

      * Storeroom totals gathered as the lines print - the work
      * file is in part order, so each storeroom recurs per part.
       01 ROOM-TOTAL-TABLE-WS.
           05 ROOM-TOTAL-ENTRY-WS           OCCURS 50 TIMES
                                            INDEXED BY ROOM-IDX.
               10 ROOM-LOCATION-WS          PIC X(2).
               10 ROOM-QTY-WS               PIC S9(9).
               10 ROOM-VALUE-WS             PIC S9(11)V99.
       01 ROOM-COUNT-WS                     PIC 9(2) VALUE 0.
       01 ROOM-SLOT-WS                      PIC 9(2).
       01 ROOM-TABLE-FULL-SW                PIC X(1) VALUE "N".
           88 ROOM-TABLE-FULL               VALUE "Y".

       01 POSITION-COUNTERS.
           05 ENTRIES-APPLIED-WS            PIC 9(7) VALUE 0.
           05 LINES-PRINTED-WS              PIC 9(7) VALUE 0.
           05 NEGATIVE-LINES-WS             PIC 9(5) VALUE 0.
           05 NOT-ON-BASE-LINES-WS          PIC 9(5) VALUE 0.
           05 COMPANY-QTY-WS                PIC S9(9) VALUE 0.
           05 COMPANY-VALUE-WS              PIC S9(11)V99 VALUE 0.

      * The line being printed - filled from the work file on a
      * fresh build or from the kept file on a reprint.
       01 PRINT-FIELDS-WS.
           05 PRINT-PART-NUMBER-WS          PIC 9(5).
           05 PRINT-PART-NAME-WS            PIC X(20).
           05 PRINT-LOCATION-WS             PIC X(2).
           05 PRINT-QTY-WS                  PIC S9(7).
           05 PRINT-UNIT-COST-WS            PIC 9(4)V99.
           05 PRINT-VALUE-WS                PIC S9(9)V99.

       01 POSITION-TITLE-LINE-WS.
           05 FILLER                        PIC X(27) VALUE
               "STOCK POSITION AT CLOSE OF".
           05 FILLER                        PIC X(1) VALUE SPACES.
           05 POS-TITLE-DATE-OUT            PIC 9(8).
           05 FILLER                        PIC X(2) VALUE SPACES.
           05 POS-TITLE-REPRINT-OUT         PIC X(30).

       01 POSITION-BASE-LINE-WS.
           05 FILLER                        PIC X(6) VALUE "BASE: ".
           05 POS-BASE-TEXT-OUT             PIC X(50).
           05 FILLER                        PIC X(7) VALUE " BUILT ".
           05 POS-BUILT-DATE-OUT            PIC 9(8).

       01 POSITION-COLUMN-HDR.
           05 FILLER                       PIC X(5)  VALUE "PART ".
           05 FILLER                       PIC X(2)  VALUE SPACES.
           05 FILLER                       PIC X(20) VALUE "NAME".
           05 FILLER                       PIC X(2)  VALUE SPACES.
           05 FILLER                       PIC X(3)  VALUE "LOC".
           05 FILLER                       PIC X(5)  VALUE SPACES.
           05 FILLER                       PIC X(3)  VALUE "QTY".
           05 FILLER                       PIC X(2)  VALUE SPACES.
           05 FILLER                       PIC X(9)  VALUE "UNIT COST".
           05 FILLER                       PIC X(8)  VALUE SPACES.
           05 FILLER                       PIC X(5)  VALUE "VALUE".

       01 POSITION-DETAIL-LINE-WS.
           05 POS-DET-PART-NUMBER-OUT       PIC 9(5).
           05 FILLER                        PIC X(2) VALUE SPACES.
           05 POS-DET-PART-NAME-OUT         PIC X(20).
           05 FILLER                        PIC X(2) VALUE SPACES.
           05 POS-DET-LOCATION-OUT          PIC X(2).
           05 FILLER                        PIC X(2) VALUE SPACES.
           05 POS-DET-QTY-OUT               PIC -ZZZZZZ9.
           05 FILLER                        PIC X(3) VALUE SPACES.
           05 POS-DET-UNIT-COST-OUT         PIC $$$$9.99.
           05 FILLER                        PIC X(1) VALUE SPACES.
           05 POS-DET-VALUE-OUT             PIC -$$$$,$$$,$$9.99.

       01 ROOM-TOTAL-LINE-WS.
           05 FILLER                        PIC X(10) VALUE
               "STOREROOM ".
           05 ROOM-TOT-LOCATION-OUT         PIC X(2).
           05 FILLER                        PIC X(9) VALUE " TOTAL".
           05 FILLER                        PIC X(9) VALUE SPACES.
           05 ROOM-TOT-QTY-OUT              PIC -ZZZ,ZZZ,ZZ9.
           05 FILLER                        PIC X(12) VALUE SPACES.
           05 ROOM-TOT-VALUE-OUT            PIC -$$$,$$$,$$$,$$9.99.

       01 COMPANY-TOTAL-LINE-WS.
           05 FILLER                        PIC X(30) VALUE
               "COMPANY TOTAL".
           05 COMP-TOT-QTY-OUT              PIC -ZZZ,ZZZ,ZZ9.
           05 FILLER                        PIC X(12) VALUE SPACES.
           05 COMP-TOT-VALUE-OUT            PIC -$$$,$$$,$$$,$$9.99.

       01 POSITION-TRAIL-LINE-WS.
           05 FILLER                  PIC X(7) VALUE "LINES".
           05 POS-TRAIL-LINES-OUT     PIC ZZZ,ZZ9.
           05 FILLER                  PIC X(11) VALUE "  NEGATIVE".
           05 POS-TRAIL-NEGATIVE-OUT  PIC ZZ,ZZ9.
           05 FILLER                  PIC X(15) VALUE "  NOT ON BASE".
           05 POS-TRAIL-NOT-BASE-OUT  PIC ZZ,ZZ9.
           05 FILLER                  PIC X(10) VALUE "  APPLIED".
           05 POS-TRAIL-APPLIED-OUT   PIC ZZZ,ZZ9.

       01 ROOM-TABLE-FULL-LINE-WS.
           05 FILLER                        PIC X(55) VALUE
             "MORE THAN 50 STOREROOMS - STOREROOM TOTALS INCOMPLETE".

       01 WORK-FILE-ERROR-LINE-WS.
           05 FILLER                        PIC X(55) VALUE
             "**ERROR** POSITION WORK FILE FAILED - RUN NOT COMPLETE".

      * Procedure division begins
       PROCEDURE DIVISION.
       100-REPORT-STOCK-POSITION.
           PERFORM  990-LOAD-FILE-PATHS.
           PERFORM  201-PROMPT-AS-OF-DATE.
           IF AS-OF-DATE-WS NOT = ZERO
               PERFORM  202-CHECK-KEPT-POSITION
               IF KEPT-ON-FILE AND REPRINT-KEPT-POSITION
                   PERFORM  207-REPRINT-KEPT-POSITION
               ELSE
                   IF KEPT-ON-FILE AND NOT REBUILD-KEPT-POSITION
                       DISPLAY "STOCK POSITION NOT RUN"
                   ELSE
                       PERFORM  203-PICK-BASE-COPY
                       PERFORM  204-LOAD-BASE-COPY
                       PERFORM  205-ROLL-LOGS-TO-DATE
                       PERFORM  206-PRINT-AND-KEEP-POSITION
                   END-IF
               END-IF
               CLOSE KEPT-POSITION-FILE
           END-IF.
           IF PROCESS-ERROR
               MOVE 8 TO RETURN-CODE
           ELSE
               IF NEGATIVE-LINES-WS > 0 OR ROOM-TABLE-FULL
                   MOVE 4 TO RETURN-CODE
               ELSE
                   MOVE 0 TO RETURN-CODE
               END-IF
           END-IF.
           GOBACK.

      * The position is the close of the keyed day - nothing is
      * known yet about any day after today.
       201-PROMPT-AS-OF-DATE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO TODAY-DATE-WS.
           DISPLAY "STOCK POSITION AS OF DATE YYYYMMDD->".
           ACCEPT AS-OF-ANSWER-WS.
           IF AS-OF-ANSWER-WS IS NUMERIC
               MOVE AS-OF-ANSWER-WS TO AS-OF-DATE-WS
           ELSE
               MOVE ZERO TO AS-OF-DATE-WS
           END-IF.
           IF AS-OF-DATE-WS > TODAY-DATE-WS
               MOVE ZERO TO AS-OF-DATE-WS
           END-IF.
           MOVE ZERO TO AS-OF-INTEGER-WS.
           IF AS-OF-DATE-WS NOT = ZERO
               COMPUTE AS-OF-INTEGER-WS =
                   FUNCTION INTEGER-OF-DATE(AS-OF-DATE-WS)
           END-IF.
           IF AS-OF-INTEGER-WS = ZERO
               MOVE ZERO TO AS-OF-DATE-WS
               DISPLAY "AS-OF DATE MUST BE A DATE NO LATER THAN TODAY"
           ELSE
               MOVE AS-OF-DATE-WS TO AS-OF-STAMP-DATE-WS
           END-IF.

      * A position kept by an earlier run is reprinted as it was
      * first reported unless the operator asks for a rebuild -
      * say after a late correction to the log.
       202-CHECK-KEPT-POSITION.
           OPEN I-O KEPT-POSITION-FILE.
           IF KEPT-FILE-STATUS-WS NOT = "00"
               OPEN OUTPUT KEPT-POSITION-FILE
               CLOSE KEPT-POSITION-FILE
               OPEN I-O KEPT-POSITION-FILE
           END-IF.
           PERFORM  701-START-KEPT-POSITION.
           IF KEPT-EOF-FLAG NOT = "Y"
               MOVE "Y" TO KEPT-ON-FILE-SW
               DISPLAY "POSITION FOR " AS-OF-DATE-WS
                   " ALREADY KEPT - BUILT " KEPT-BUILT-DATE
               DISPLAY "TYPE 'P' TO REPRINT IT, 'R' TO REBUILD IT->"
               ACCEPT RUN-ANSWER-WS
           END-IF.

      * The nearest copy wins - a generation is only used when its
      * time was recorded, since a copy dated without a time cannot
      * be lined up against the log lines of its own day. On a tie
      * the earlier copy is taken and rolled forward.
       203-PICK-BASE-COPY.
           MOVE 0 TO BASE-GEN-WS.
           MOVE FUNCTION CURRENT-DATE(1:8) TO BASE-DATE-WS.
           MOVE FUNCTION CURRENT-DATE(9:6) TO BASE-TIME-WS.
           COMPUTE BEST-DISTANCE-WS =
               FUNCTION INTEGER-OF-DATE(BASE-DATE-WS)
                   - AS-OF-INTEGER-WS.
           OPEN INPUT BACKUP-CONTROL-FILE.
           IF BACKUP-CONTROL-STATUS-WS = "00"
               READ BACKUP-CONTROL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       PERFORM  801-WEIGH-ONE-GENERATION
                           VARYING GEN-IDX-WS FROM 1 BY 1
                           UNTIL GEN-IDX-WS > 3
               END-READ
               CLOSE BACKUP-CONTROL-FILE
           END-IF.
           IF BASE-GEN-WS = 0
               MOVE INVENT6-PATH-WS TO BASE-PATH-WS
               MOVE "LIVE INVENT6.TXT" TO BASE-NAME-WS
           ELSE
               EVALUATE BASE-GEN-WS
                   WHEN 1 MOVE INVBKP1-PATH-WS TO BASE-PATH-WS
                   WHEN 2 MOVE INVBKP2-PATH-WS TO BASE-PATH-WS
                   WHEN 3 MOVE INVBKP3-PATH-WS TO BASE-PATH-WS
               END-EVALUATE
               MOVE "BACKUP GENERATION" TO BASE-NAME-WS
               MOVE BASE-GEN-WS TO BASE-NAME-WS(19:1)
           END-IF.
           IF BASE-DATE-WS > AS-OF-DATE-WS
               MOVE "B" TO ROLL-DIRECTION-SW
               MOVE "ROLLED BACK" TO ROLL-TEXT-WS
           ELSE
               MOVE "F" TO ROLL-DIRECTION-SW
               MOVE "ROLLED FORWARD" TO ROLL-TEXT-WS
           END-IF.
           MOVE SPACES TO BASE-TEXT-WS.
           STRING BASE-NAME-WS DELIMITED BY "  "
               " " BASE-DATE-WS " " BASE-TIME-WS " " ROLL-TEXT-WS
                   DELIMITED BY SIZE
               INTO BASE-TEXT-WS
           END-STRING.
           DISPLAY "ROLLING FROM " BASE-TEXT-WS.

      * The base copy seeds the work file - built OUTPUT so the
      * last run's working set is wiped, then reopened I-O so the
      * log pass can read and rewrite it by key.
       204-LOAD-BASE-COPY.
           OPEN OUTPUT POSITION-WORK-FILE.
           IF POSWORK-FILE-STATUS-WS NOT = "00"
               PERFORM  809-FLAG-WORK-FILE-ERROR
           END-IF.
           OPEN INPUT INVENT-BASE-IN.
           IF BASE-FILE-STATUS-WS NOT = "00"
               DISPLAY "BASE COPY NOT AVAILABLE - " BASE-PATH-WS
               PERFORM  809-FLAG-WORK-FILE-ERROR
           ELSE
               PERFORM  702-READ-BASE-RECORD
               PERFORM  802-STORE-BASE-RECORD
                   UNTIL BASE-EOF-FLAG = "Y"
                   OR PROCESS-ERROR
               CLOSE INVENT-BASE-IN
           END-IF.
           CLOSE POSITION-WORK-FILE.
           OPEN I-O POSITION-WORK-FILE.
           IF POSWORK-FILE-STATUS-WS NOT = "00"
               PERFORM  809-FLAG-WORK-FILE-ERROR
           END-IF.

      * The archive holds the closed periods and the live log the
      * open one - read in that order the lines run oldest first.
       205-ROLL-LOGS-TO-DATE.
           IF NOT PROCESS-ERROR
               MOVE TRANARCH-PATH-WS TO LOG-PATH-WS
               PERFORM  703-ROLL-ONE-LOG-FILE
               MOVE TRANSLOG-PATH-WS TO LOG-PATH-WS
               PERFORM  703-ROLL-ONE-LOG-FILE
           END-IF.

       206-PRINT-AND-KEEP-POSITION.
           OPEN OUTPUT POSITION-REPORT-OUT.
           MOVE SPACES TO POS-TITLE-REPRINT-OUT.
           MOVE BASE-TEXT-WS TO POS-BASE-TEXT-OUT.
           MOVE TODAY-DATE-WS TO POS-BUILT-DATE-OUT.
           PERFORM  705-PRINT-HEADINGS.
           IF NOT PROCESS-ERROR
               IF KEPT-ON-FILE
                   PERFORM  706-DELETE-KEPT-POSITION
               END-IF
               MOVE LOW-VALUES TO POSWORK-KEY
               START POSITION-WORK-FILE
                   KEY IS NOT LESS THAN POSWORK-KEY
                   INVALID KEY
                       MOVE "Y" TO WORK-EOF-FLAG
               END-START
               IF WORK-EOF-FLAG NOT = "Y"
                   PERFORM  704-READ-NEXT-WORK-RECORD
                   PERFORM  803-PRINT-ONE-WORK-RECORD
                       UNTIL WORK-EOF-FLAG = "Y"
                       OR PROCESS-ERROR
               END-IF
           END-IF.
           IF PROCESS-ERROR
               WRITE POSITION-REPORT-LINE
                   FROM WORK-FILE-ERROR-LINE-WS
                   AFTER ADVANCING 1 LINE
           ELSE
               PERFORM  708-PRINT-TOTALS
           END-IF.
           CLOSE POSITION-WORK-FILE.
           CLOSE POSITION-REPORT-OUT.
           DISPLAY "STOCK POSITION ON STKPOS.TXT - LINES "
               LINES-PRINTED-WS.

       207-REPRINT-KEPT-POSITION.
           OPEN OUTPUT POSITION-REPORT-OUT.
           MOVE "REPRINT OF KEPT POSITION" TO POS-TITLE-REPRINT-OUT.
           MOVE KEPT-BASE-TEXT TO POS-BASE-TEXT-OUT.
           MOVE KEPT-BUILT-DATE TO POS-BUILT-DATE-OUT.
           PERFORM  705-PRINT-HEADINGS.
           PERFORM  806-PRINT-ONE-KEPT-RECORD
               UNTIL KEPT-EOF-FLAG = "Y".
           PERFORM  708-PRINT-TOTALS.
           CLOSE POSITION-REPORT-OUT.
           DISPLAY "KEPT POSITION REPRINTED ON STKPOS.TXT - LINES "
               LINES-PRINTED-WS.

      * Leaves the first kept record of the date in the record
      * area, or KEPT-EOF-FLAG set when that date was never kept.
       701-START-KEPT-POSITION.
           MOVE "N" TO KEPT-EOF-FLAG.
           MOVE AS-OF-DATE-WS TO KEPT-AS-OF-DATE.
           MOVE ZERO TO KEPT-PART-NUMBER.
           MOVE LOW-VALUES TO KEPT-LOCATION.
           START KEPT-POSITION-FILE
               KEY IS NOT LESS THAN KEPT-KEY
               INVALID KEY
                   MOVE "Y" TO KEPT-EOF-FLAG
           END-START.
           IF KEPT-EOF-FLAG NOT = "Y"
               PERFORM  707-READ-NEXT-KEPT-RECORD
           END-IF.

       702-READ-BASE-RECORD.
           READ INVENT-BASE-IN NEXT RECORD
               AT END
               MOVE "Y" TO BASE-EOF-FLAG.

       703-ROLL-ONE-LOG-FILE.
           MOVE "N" TO LOG-EOF-FLAG.
           OPEN INPUT TRANSACTION-LOG-IN.
           IF LOG-FILE-STATUS-WS = "00"
               PERFORM  709-READ-LOG-RECORD
               PERFORM  804-ROLL-ONE-LOG-ENTRY
                   UNTIL LOG-EOF-FLAG = "Y"
                   OR PROCESS-ERROR
               CLOSE TRANSACTION-LOG-IN
           END-IF.

       704-READ-NEXT-WORK-RECORD.
           READ POSITION-WORK-FILE NEXT RECORD
               AT END
               MOVE "Y" TO WORK-EOF-FLAG.

       705-PRINT-HEADINGS.
           MOVE AS-OF-DATE-WS TO POS-TITLE-DATE-OUT.
           WRITE POSITION-REPORT-LINE FROM POSITION-TITLE-LINE-WS
               BEFORE ADVANCING 1 LINE.
           WRITE POSITION-REPORT-LINE FROM POSITION-BASE-LINE-WS
               BEFORE ADVANCING 2 LINES.
           WRITE POSITION-REPORT-LINE FROM POSITION-COLUMN-HDR.

      * A rebuilt date replaces what was kept for it before.
       706-DELETE-KEPT-POSITION.
           PERFORM  701-START-KEPT-POSITION.
           PERFORM  807-DELETE-ONE-KEPT-RECORD
               UNTIL KEPT-EOF-FLAG = "Y".

       707-READ-NEXT-KEPT-RECORD.
           READ KEPT-POSITION-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO KEPT-EOF-FLAG
               NOT AT END
                   IF KEPT-AS-OF-DATE NOT = AS-OF-DATE-WS
                       MOVE "Y" TO KEPT-EOF-FLAG
                   END-IF
           END-READ.

       708-PRINT-TOTALS.
           PERFORM  811-PRINT-ONE-ROOM-TOTAL
               VARYING ROOM-IDX FROM 1 BY 1
               UNTIL ROOM-IDX > ROOM-COUNT-WS.
           IF ROOM-TABLE-FULL
               WRITE POSITION-REPORT-LINE
                   FROM ROOM-TABLE-FULL-LINE-WS
                   AFTER ADVANCING 1 LINE
           END-IF.
           MOVE COMPANY-QTY-WS TO COMP-TOT-QTY-OUT.
           MOVE COMPANY-VALUE-WS TO COMP-TOT-VALUE-OUT.
           WRITE POSITION-REPORT-LINE FROM COMPANY-TOTAL-LINE-WS
               AFTER ADVANCING 2 LINES.
           MOVE LINES-PRINTED-WS TO POS-TRAIL-LINES-OUT.
           MOVE NEGATIVE-LINES-WS TO POS-TRAIL-NEGATIVE-OUT.
           MOVE NOT-ON-BASE-LINES-WS TO POS-TRAIL-NOT-BASE-OUT.
           MOVE ENTRIES-APPLIED-WS TO POS-TRAIL-APPLIED-OUT.
           WRITE POSITION-REPORT-LINE FROM POSITION-TRAIL-LINE-WS
               AFTER ADVANCING 1 LINE.

       709-READ-LOG-RECORD.
           READ TRANSACTION-LOG-IN
               AT END
               MOVE "Y" TO LOG-EOF-FLAG.

      * A generation nearer the date than the best so far takes
      * over as the base.
       801-WEIGH-ONE-GENERATION.
           IF BKP-GEN-DATE-CTL(GEN-IDX-WS) IS NUMERIC
               AND BKP-GEN-DATE-CTL(GEN-IDX-WS) > ZERO
               AND BKP-GEN-TIME-CTL(GEN-IDX-WS) IS NUMERIC
               IF BKP-GEN-DATE-CTL(GEN-IDX-WS) > AS-OF-DATE-WS
                   COMPUTE GEN-DISTANCE-WS = FUNCTION INTEGER-OF-DATE(
                       BKP-GEN-DATE-CTL(GEN-IDX-WS))
                       - AS-OF-INTEGER-WS
               ELSE
                   COMPUTE GEN-DISTANCE-WS = AS-OF-INTEGER-WS
                       - FUNCTION INTEGER-OF-DATE(
                           BKP-GEN-DATE-CTL(GEN-IDX-WS))
               END-IF
               IF GEN-DISTANCE-WS < BEST-DISTANCE-WS
                   OR (GEN-DISTANCE-WS = BEST-DISTANCE-WS
                       AND BKP-GEN-DATE-CTL(GEN-IDX-WS)
                           NOT > AS-OF-DATE-WS)
                   MOVE GEN-IDX-WS TO BASE-GEN-WS
                   MOVE GEN-DISTANCE-WS TO BEST-DISTANCE-WS
                   MOVE BKP-GEN-DATE-CTL(GEN-IDX-WS) TO BASE-DATE-WS
                   MOVE BKP-GEN-TIME-CTL(GEN-IDX-WS) TO BASE-TIME-WS
               END-IF
           END-IF.

       802-STORE-BASE-RECORD.
           MOVE PART-NUMBER-IN TO POSWORK-PART-NUMBER.
           MOVE LOCATION-CODE-IN TO POSWORK-LOCATION.
           MOVE PART-NAME-IN TO POSWORK-PART-NAME.
           MOVE QTY-ON-HAND-IN TO POSWORK-BASE-QTY.
           MOVE ZERO TO POSWORK-NET-CHANGE.
           MOVE UNIT-COST-IN TO POSWORK-UNIT-COST.
           MOVE "N" TO POSWORK-RESET-SW.
           MOVE "Y" TO POSWORK-ON-BASE-SW.
           WRITE POSITION-WORK-RECORD
               INVALID KEY
                   PERFORM  809-FLAG-WORK-FILE-ERROR
           END-WRITE.
           PERFORM  702-READ-BASE-RECORD.

      * Part/locations holding nothing on the day are left off the
      * report - a count of zero is no part of the stock position.
       803-PRINT-ONE-WORK-RECORD.
           IF ROLL-FORWARD
               COMPUTE POSITION-QTY-WS =
                   POSWORK-BASE-QTY + POSWORK-NET-CHANGE
           ELSE
               COMPUTE POSITION-QTY-WS =
                   POSWORK-BASE-QTY - POSWORK-NET-CHANGE
           END-IF.
           IF POSITION-QTY-WS NOT = 0
               COMPUTE POSITION-VALUE-WS =
                   POSITION-QTY-WS * POSWORK-UNIT-COST
               MOVE POSWORK-PART-NUMBER TO PRINT-PART-NUMBER-WS
               IF POSWORK-ON-BASE
                   MOVE POSWORK-PART-NAME TO PRINT-PART-NAME-WS
               ELSE
                   MOVE "NOT ON BASE COPY" TO PRINT-PART-NAME-WS
                   ADD 1 TO NOT-ON-BASE-LINES-WS
               END-IF
               MOVE POSWORK-LOCATION TO PRINT-LOCATION-WS
               MOVE POSITION-QTY-WS TO PRINT-QTY-WS
               MOVE POSWORK-UNIT-COST TO PRINT-UNIT-COST-WS
               MOVE POSITION-VALUE-WS TO PRINT-VALUE-WS
               PERFORM  808-PRINT-POSITION-LINE
               PERFORM  814-KEEP-POSITION-LINE
           END-IF.
           PERFORM  704-READ-NEXT-WORK-RECORD.

      * Rolling forward takes every stock line after the base copy
      * up to the close of the as-of day; rolling back takes every
      * line after the as-of day up to the base copy and undoes it.
      * Price, reorder-point, and drop-ship lines move no stock.
       804-ROLL-ONE-LOG-ENTRY.
           IF LOG-MOVES-STOCK
               AND LOG-DATE-IN IS NUMERIC
               AND LOG-TIME-IN IS NUMERIC
               IF (ROLL-FORWARD
                       AND LOG-STAMP-IN > BASE-STAMP-WS
                       AND LOG-STAMP-IN NOT > AS-OF-STAMP-WS)
                   OR (ROLL-BACKWARD
                       AND LOG-STAMP-IN > AS-OF-STAMP-WS
                       AND LOG-STAMP-IN NOT > BASE-STAMP-WS)
                   PERFORM  805-APPLY-LOG-ENTRY
               END-IF
           END-IF.
           PERFORM  709-READ-LOG-RECORD.

      * Every entry is kept as forward movement on the work record -
      * added to the base going forward, taken off it going back.
      * A cycle count is an absolute reset: going forward the
      * quantity-after replaces the base and the movement restarts
      * from it; going back, the first count after the as-of day
      * fixes the answer as its quantity-before less the movement
      * between the day and the count, and nothing later matters.
       805-APPLY-LOG-ENTRY.
           ADD 1 TO ENTRIES-APPLIED-WS.
           MOVE LOG-VALUE-ENTERED-IN TO LOG-QTY-UNITS-WS.
           MOVE LOG-PART-NUMBER-IN TO POSWORK-PART-NUMBER.
           MOVE LOG-LOCATION-IN TO POSWORK-LOCATION.
           PERFORM  812-FETCH-WORK-RECORD.
           IF LOG-COUNT-ADJUST
               IF ROLL-FORWARD
                   MOVE LOG-QTY-AFTER-IN TO POSWORK-BASE-QTY
                   MOVE ZERO TO POSWORK-NET-CHANGE
               ELSE
                   IF NOT POSWORK-COUNT-RESET
                       COMPUTE POSWORK-BASE-QTY =
                           LOG-QTY-BEFORE-IN - POSWORK-NET-CHANGE
                       MOVE ZERO TO POSWORK-NET-CHANGE
                       MOVE "Y" TO POSWORK-RESET-SW
                   END-IF
               END-IF
           ELSE
               IF LOG-BUYING OR LOG-CUST-RETURN
                   MOVE LOG-QTY-UNITS-WS TO DELTA-QTY-WS
               ELSE
                   COMPUTE DELTA-QTY-WS = 0 - LOG-QTY-UNITS-WS
               END-IF
               PERFORM  810-ADD-MOVEMENT
           END-IF.
           PERFORM  813-STORE-WORK-RECORD.
           IF LOG-TRANSFERRING AND NOT PROCESS-ERROR
               MOVE LOG-PART-NUMBER-IN TO POSWORK-PART-NUMBER
               MOVE LOG-TO-LOCATION-IN TO POSWORK-LOCATION
               PERFORM  812-FETCH-WORK-RECORD
               MOVE LOG-QTY-UNITS-WS TO DELTA-QTY-WS
               PERFORM  810-ADD-MOVEMENT
               PERFORM  813-STORE-WORK-RECORD
           END-IF.

       806-PRINT-ONE-KEPT-RECORD.
           MOVE KEPT-PART-NUMBER TO PRINT-PART-NUMBER-WS.
           MOVE KEPT-PART-NAME TO PRINT-PART-NAME-WS.
           MOVE KEPT-LOCATION TO PRINT-LOCATION-WS.
           MOVE KEPT-QTY TO PRINT-QTY-WS.
           MOVE KEPT-UNIT-COST TO PRINT-UNIT-COST-WS.
           MOVE KEPT-VALUE TO PRINT-VALUE-WS.
           IF KEPT-PART-NAME = "NOT ON BASE COPY"
               ADD 1 TO NOT-ON-BASE-LINES-WS
           END-IF.
           PERFORM  808-PRINT-POSITION-LINE.
           PERFORM  707-READ-NEXT-KEPT-RECORD.

       807-DELETE-ONE-KEPT-RECORD.
           DELETE KEPT-POSITION-FILE RECORD
               INVALID KEY
                   DISPLAY "INVALID KEY DELETING KEPT POSITION"
           END-DELETE.
           PERFORM  707-READ-NEXT-KEPT-RECORD.

      * A negative position means the log and the base copy do not
      * agree for that part/location - it prints as found so it can
      * be chased, and the run ends with a warning.
       808-PRINT-POSITION-LINE.
           ADD 1 TO LINES-PRINTED-WS.
           IF PRINT-QTY-WS < 0
               ADD 1 TO NEGATIVE-LINES-WS
           END-IF.
           MOVE PRINT-PART-NUMBER-WS TO POS-DET-PART-NUMBER-OUT.
           MOVE PRINT-PART-NAME-WS TO POS-DET-PART-NAME-OUT.
           MOVE PRINT-LOCATION-WS TO POS-DET-LOCATION-OUT.
           MOVE PRINT-QTY-WS TO POS-DET-QTY-OUT.
           MOVE PRINT-UNIT-COST-WS TO POS-DET-UNIT-COST-OUT.
           MOVE PRINT-VALUE-WS TO POS-DET-VALUE-OUT.
           WRITE POSITION-REPORT-LINE FROM POSITION-DETAIL-LINE-WS.
           ADD PRINT-QTY-WS TO COMPANY-QTY-WS.
           ADD PRINT-VALUE-WS TO COMPANY-VALUE-WS.
           MOVE ZERO TO ROOM-SLOT-WS.
           PERFORM  815-FIND-ROOM-ENTRY
               VARYING ROOM-IDX FROM 1 BY 1
               UNTIL ROOM-IDX > ROOM-COUNT-WS.
           IF ROOM-SLOT-WS = 0
               IF ROOM-COUNT-WS < 50
                   ADD 1 TO ROOM-COUNT-WS
                   MOVE ROOM-COUNT-WS TO ROOM-SLOT-WS
                   MOVE PRINT-LOCATION-WS
                       TO ROOM-LOCATION-WS(ROOM-SLOT-WS)
                   MOVE ZERO TO ROOM-QTY-WS(ROOM-SLOT-WS)
                   MOVE ZERO TO ROOM-VALUE-WS(ROOM-SLOT-WS)
               ELSE
                   MOVE "Y" TO ROOM-TABLE-FULL-SW
               END-IF
           END-IF.
           IF ROOM-SLOT-WS > 0
               ADD PRINT-QTY-WS TO ROOM-QTY-WS(ROOM-SLOT-WS)
               ADD PRINT-VALUE-WS TO ROOM-VALUE-WS(ROOM-SLOT-WS)
           END-IF.

       809-FLAG-WORK-FILE-ERROR.
           MOVE "Y" TO PROCESS-ERROR-SW.
           DISPLAY "POSITION WORK FILE ERROR - STATUS "
               POSWORK-FILE-STATUS-WS.

       810-ADD-MOVEMENT.
           IF ROLL-FORWARD OR NOT POSWORK-COUNT-RESET
               ADD DELTA-QTY-WS TO POSWORK-NET-CHANGE
           END-IF.

       811-PRINT-ONE-ROOM-TOTAL.
           MOVE ROOM-LOCATION-WS(ROOM-IDX) TO ROOM-TOT-LOCATION-OUT.
           MOVE ROOM-QTY-WS(ROOM-IDX) TO ROOM-TOT-QTY-OUT.
           MOVE ROOM-VALUE-WS(ROOM-IDX) TO ROOM-TOT-VALUE-OUT.
           IF ROOM-IDX = 1
               WRITE POSITION-REPORT-LINE FROM ROOM-TOTAL-LINE-WS
                   AFTER ADVANCING 2 LINES
           ELSE
               WRITE POSITION-REPORT-LINE FROM ROOM-TOTAL-LINE-WS
                   AFTER ADVANCING 1 LINE
           END-IF.

      * A part/location missing from the base copy - added since
      * it, or dropped before it - gets a zero-based record so its
      * movement still counts. The key is saved and restored
      * around the READ because a miss can leave the record area
      * unpredictable.
       812-FETCH-WORK-RECORD.
           MOVE "Y" TO POSWORK-FOUND-SW.
           MOVE POSWORK-KEY TO SAVED-POSWORK-KEY-WS.
           READ POSITION-WORK-FILE
               INVALID KEY
                   MOVE "N" TO POSWORK-FOUND-SW
                   MOVE SAVED-POSWORK-KEY-WS TO POSWORK-KEY
                   MOVE SPACES TO POSWORK-PART-NAME
                   MOVE ZERO TO POSWORK-BASE-QTY
                   MOVE ZERO TO POSWORK-NET-CHANGE
                   MOVE ZERO TO POSWORK-UNIT-COST
                   MOVE "N" TO POSWORK-RESET-SW
                   MOVE "N" TO POSWORK-ON-BASE-SW
           END-READ.

       813-STORE-WORK-RECORD.
           IF POSWORK-FOUND
               REWRITE POSITION-WORK-RECORD
                   INVALID KEY
                       PERFORM  809-FLAG-WORK-FILE-ERROR
               END-REWRITE
           ELSE
               WRITE POSITION-WORK-RECORD
                   INVALID KEY
                       PERFORM  809-FLAG-WORK-FILE-ERROR
               END-WRITE
           END-IF.

       814-KEEP-POSITION-LINE.
           MOVE AS-OF-DATE-WS TO KEPT-AS-OF-DATE.
           MOVE PRINT-PART-NUMBER-WS TO KEPT-PART-NUMBER.
           MOVE PRINT-LOCATION-WS TO KEPT-LOCATION.
           MOVE PRINT-PART-NAME-WS TO KEPT-PART-NAME.
           MOVE PRINT-QTY-WS TO KEPT-QTY.
           MOVE PRINT-UNIT-COST-WS TO KEPT-UNIT-COST.
           MOVE PRINT-VALUE-WS TO KEPT-VALUE.
           MOVE TODAY-DATE-WS TO KEPT-BUILT-DATE.
           MOVE BASE-TEXT-WS TO KEPT-BASE-TEXT.
           WRITE KEPT-POSITION-RECORD
               INVALID KEY
                   DISPLAY "INVALID KEY KEEPING POSITION "
                       PRINT-PART-NUMBER-WS " " PRINT-LOCATION-WS
           END-WRITE.

       815-FIND-ROOM-ENTRY.
           IF ROOM-LOCATION-WS(ROOM-IDX) = PRINT-LOCATION-WS
               SET ROOM-SLOT-WS TO ROOM-IDX
           END-IF.

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
           MOVE SPACES TO INVENT6-PATH-WS.
           STRING
               FUNCTION TRIM(DATA-DIRECTORY-WS)
                   DELIMITED BY SIZE
               "INVENT6.TXT" DELIMITED BY SIZE
               INTO INVENT6-PATH-WS
           END-STRING.
           MOVE SPACES TO INVBKP1-PATH-WS.
           STRING
               FUNCTION TRIM(DATA-DIRECTORY-WS)
                   DELIMITED BY SIZE
               "INVBKP1.TXT" DELIMITED BY SIZE
               INTO INVBKP1-PATH-WS
           END-STRING.
           MOVE SPACES TO INVBKP2-PATH-WS.
           STRING
               FUNCTION TRIM(DATA-DIRECTORY-WS)
                   DELIMITED BY SIZE
               "INVBKP2.TXT" DELIMITED BY SIZE
               INTO INVBKP2-PATH-WS
           END-STRING.
           MOVE SPACES TO INVBKP3-PATH-WS.
           STRING
               FUNCTION TRIM(DATA-DIRECTORY-WS)
                   DELIMITED BY SIZE
               "INVBKP3.TXT" DELIMITED BY SIZE
               INTO INVBKP3-PATH-WS
           END-STRING.
           MOVE SPACES TO BKPCTL-PATH-WS.
           STRING
               FUNCTION TRIM(DATA-DIRECTORY-WS)
                   DELIMITED BY SIZE
               "BKPCTL.TXT" DELIMITED BY SIZE
               INTO BKPCTL-PATH-WS
           END-STRING.
           MOVE SPACES TO TRANARCH-PATH-WS.
           STRING
               FUNCTION TRIM(DATA-DIRECTORY-WS)
                   DELIMITED BY SIZE
               "TRANARCH.TXT" DELIMITED BY SIZE
               INTO TRANARCH-PATH-WS
           END-STRING.
           MOVE SPACES TO TRANSLOG-PATH-WS.
           STRING
               FUNCTION TRIM(DATA-DIRECTORY-WS)
                   DELIMITED BY SIZE
               "TRANSLOG.TXT" DELIMITED BY SIZE
               INTO TRANSLOG-PATH-WS
           END-STRING.
           MOVE SPACES TO POSWORK-PATH-WS.
           STRING
               FUNCTION TRIM(DATA-DIRECTORY-WS)
                   DELIMITED BY SIZE
               "POSWORK.TXT" DELIMITED BY SIZE
               INTO POSWORK-PATH-WS
           END-STRING.
           MOVE SPACES TO STKPOSN-PATH-WS.
           STRING
               FUNCTION TRIM(DATA-DIRECTORY-WS)
                   DELIMITED BY SIZE
               "STKPOSN.TXT" DELIMITED BY SIZE
               INTO STKPOSN-PATH-WS
           END-STRING.
           MOVE SPACES TO STKPOS-PATH-WS.
           STRING
               FUNCTION TRIM(DATA-DIRECTORY-WS)
                   DELIMITED BY SIZE
               "STKPOS.TXT" DELIMITED BY SIZE
               INTO STKPOS-PATH-WS
           END-STRING.

      * Ending of Program StockPositionReport
       END PROGRAM StockPositionReport.
