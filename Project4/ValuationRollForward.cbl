       PROGRAM-ID. ValuationRollForward as "ValuationRollForward".
       AUTHOR     PRIYANK PATEL & JASHANJOT PRUTHI & VIVEK PATEL &
                   AMARJEET SINGH & SAHILVIR SINGH DHILLON.

      * Modification History
      * ---------------------------------------------------------
      * New month-end inventory valuation program. GLJournalExtract
      * journals the month's receipts, cost of goods, shrinkage, and
      * returns, but nothing proved that the opening inventory value
      * plus those movements comes to the value actually sitting on
      * INVENT6.TXT, so a ledger that disagreed with the stock file
      * took accounting days to run down. For the closing month this
      * program rolls each part/location forward:
      *  - the opening value is the closing value this program kept
      *    on VALCLOSE.TXT for the month before - quantity on hand
      *    at that month's unit cost;
      *  - the month's TRANARCH.TXT and TRANSLOG.TXT lines are
      *    valued the way GLJournalExtract values them, at the
      *    part/location's unit cost on INVENT6.TXT tonight -
      *    receipts, cost of sales, count adjustments, customer and
      *    vendor returns, and transfers between storerooms, which
      *    move value from one storeroom to another but are not
      *    journaled;
      *  - the cost re-average effect is the opening quantity's
      *    change in value from last month's unit cost to tonight's;
      *  - the closing value is the sum of the above.
      * VALROLL.TXT prints the roll-forward per part/location with
      * company totals, lists every part/location whose rolled
      * quantity or value does not agree with INVENT6.TXT with the
      * difference, and reconciles the month's movement to the
      * inventory account and control-total trailer on GLJOURNL.TXT.
      * Tonight's closing values are kept on VALCLOSE.TXT under the
      * closing month as next month's opening; a rerun of the same
      * month replaces what was kept for it. The first month run
      * has no opening to prove from - it prints and keeps the
      * closing values and lists nothing out of balance.
      * Called from DailyProcessingDriver.cbl on a month-end day of
      * the processing calendar after the journal extract - run mode
      * "T" takes the closing month from the calendar without
      * prompting. RETURN-CODE 4 means something did not close or
      * could not be proved; 8 means the work file failed.
      * ---------------------------------------------------------

      * Environment division for the master, logs, kept values,
      * journal, and report
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

      * Keyed by part number plus storeroom location so the same part
      * number can carry a separate on-hand quantity per storeroom.
         SELECT INVENT-FILE-IN
         ASSIGN DYNAMIC INVENT6-PATH-WS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS PART-LOCATION-KEY-IN
           FILE STATUS IS INVENT-FILE-STATUS-WS.

      * Archived log lines and the open period's log share one
      * layout - the archive is read first, then the live log.
         SELECT TRANSACTION-LOG-IN
         ASSIGN DYNAMIC LOG-PATH-WS
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS LOG-FILE-STATUS-WS.

      * The month's working set - one record per part/location,
      * rebuilt from scratch every run.
         SELECT VALUATION-WORK-FILE
         ASSIGN DYNAMIC VALWORK-PATH-WS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS VALWORK-KEY
           FILE STATUS IS VALWORK-FILE-STATUS-WS.

      * Keyed by closing month then part and storeroom so a START
      * on a month walks one month's closing values in part order.
         SELECT CLOSING-VALUE-FILE
         ASSIGN DYNAMIC VALCLOSE-PATH-WS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS VALCL-KEY
           FILE STATUS IS VALCLOSE-FILE-STATUS-WS.

         SELECT JOURNAL-FILE-IN
         ASSIGN DYNAMIC GLJOURNL-PATH-WS
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS JOURNAL-FILE-STATUS-WS.

         SELECT VALUATION-REPORT-OUT
         ASSIGN DYNAMIC VALROLL-PATH-WS
           ORGANIZATION LINE SEQUENTIAL.

      *Describing the file, record, and field structures to be used in
      *the program
       DATA DIVISION.
       FILE SECTION.
      * One directory path per configuration line
       FD CONFIG-FILE.
       01 CONFIG-RECORD                    PIC X(60).

       FD INVENT-FILE-IN.
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

       FD TRANSACTION-LOG-IN.
       01 TRANSACTION-LOG-RECORD-IN.
           05 LOG-DATE-IN                   PIC 9(8).
           05 LOG-MONTH-REDEF-IN REDEFINES LOG-DATE-IN.
               10 LOG-YEAR-MONTH-IN         PIC 9(6).
               10 LOG-DAY-IN                PIC 9(2).
           05 FILLER                        PIC X(1).
           05 LOG-TIME-IN                   PIC 9(6).
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

      * Opening, the month's movement quantities, and closing for
      * one part/location, with what the roll-forward came to
       FD VALUATION-WORK-FILE.
       01 VALUATION-WORK-RECORD.
           05 VALWORK-KEY.
               10 VALWORK-PART-NUMBER       PIC 9(5).
               10 VALWORK-LOCATION          PIC X(2).
           05 VALWORK-PART-NAME             PIC X(20).
           05 VALWORK-OPEN-QTY              PIC S9(7)
                                            SIGN LEADING SEPARATE.
           05 VALWORK-OPEN-COST             PIC 9(4)V99.
           05 VALWORK-OPEN-VALUE            PIC S9(9)V99
                                            SIGN LEADING SEPARATE.
           05 VALWORK-RECEIPT-QTY           PIC S9(7)
                                            SIGN LEADING SEPARATE.
           05 VALWORK-SALES-QTY             PIC S9(7)
                                            SIGN LEADING SEPARATE.
           05 VALWORK-COUNT-QTY             PIC S9(7)
                                            SIGN LEADING SEPARATE.
           05 VALWORK-CUST-RETURN-QTY       PIC S9(7)
                                            SIGN LEADING SEPARATE.
           05 VALWORK-VEND-RETURN-QTY       PIC S9(7)
                                            SIGN LEADING SEPARATE.
           05 VALWORK-TRANSFER-QTY          PIC S9(7)
                                            SIGN LEADING SEPARATE.
           05 VALWORK-CLOSE-QTY             PIC S9(7)
                                            SIGN LEADING SEPARATE.
           05 VALWORK-CLOSE-COST            PIC 9(4)V99.
           05 VALWORK-ON-FILE-SW            PIC X(1).
               88 VALWORK-ON-FILE           VALUE "Y".
           05 VALWORK-ROLLED-QTY            PIC S9(7)
                                            SIGN LEADING SEPARATE.
           05 VALWORK-ROLLED-VALUE          PIC S9(9)V99
                                            SIGN LEADING SEPARATE.
           05 VALWORK-ACTUAL-VALUE          PIC S9(9)V99
                                            SIGN LEADING SEPARATE.

      * One closing value per part/location per month - next
      * month's opening
       FD CLOSING-VALUE-FILE.
       01 CLOSING-VALUE-RECORD.
           05 VALCL-KEY.
               10 VALCL-MONTH               PIC 9(6).
               10 VALCL-PART-NUMBER         PIC 9(5).
               10 VALCL-LOCATION            PIC X(2).
           05 VALCL-PART-NAME               PIC X(20).
           05 VALCL-QTY                     PIC S9(7)
                                            SIGN LEADING SEPARATE.
           05 VALCL-UNIT-COST               PIC 9(4)V99.
           05 VALCL-VALUE                   PIC S9(9)V99
                                            SIGN LEADING SEPARATE.
           05 VALCL-KEPT-DATE               PIC 9(8).

      * GLJournalExtract's posting file - "D" account lines and
      * the "T" control-total trailer
       FD JOURNAL-FILE-IN.
       01 JOURNAL-RECORD-IN.
           05 JRNL-RECORD-TYPE-IN           PIC X(1).
               88 JRNL-DETAIL-LINE-IN       VALUE "D".
               88 JRNL-TRAILER-LINE-IN      VALUE "T".
           05 FILLER                        PIC X(1).
           05 JRNL-POSTING-MONTH-IN         PIC 9(6).
           05 FILLER                        PIC X(1).
           05 JRNL-ACCOUNT-IN               PIC 9(4).
               88 JRNL-INVENTORY-ACCOUNT-IN VALUE 1200.
           05 FILLER                        PIC X(1).
           05 JRNL-DESCRIPTION-IN           PIC X(20).
           05 FILLER                        PIC X(1).
           05 JRNL-DEBIT-IN                 PIC 9(9)V99.
           05 FILLER                        PIC X(1).
           05 JRNL-CREDIT-IN                PIC 9(9)V99.

      * File division for the valuation roll-forward report
       FD VALUATION-REPORT-OUT.
       01 VALUATION-REPORT-LINE            PIC X(132).

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
           05 TRANARCH-PATH-WS              PIC X(90).
           05 TRANSLOG-PATH-WS              PIC X(90).
           05 VALWORK-PATH-WS               PIC X(90).
           05 VALCLOSE-PATH-WS              PIC X(90).
           05 GLJOURNL-PATH-WS              PIC X(90).
           05 VALROLL-PATH-WS               PIC X(90).
           05 LOG-PATH-WS                   PIC X(90).

       01 TEMP.
           05 TODAY-DATE-WS                 PIC 9(8).
           05 MONTH-ANSWER-WS               PIC X(6).
           05 INVENT-EOF-FLAG               PIC X(1) VALUE "N".
           05 LOG-EOF-FLAG                  PIC X(1) VALUE "N".
           05 WORK-EOF-FLAG                 PIC X(1) VALUE "N".
           05 KEPT-EOF-FLAG                 PIC X(1) VALUE "N".
           05 JOURNAL-EOF-FLAG              PIC X(1) VALUE "N".
           05 KEPT-SCAN-MONTH-WS            PIC 9(6).
           05 LOG-QTY-UNITS-WS              PIC 9(5).
           05 VALWORK-FOUND-SW              PIC X(1).
               88 VALWORK-FOUND             VALUE "Y".
           05 OPENING-FOUND-SW              PIC X(1) VALUE "N".
               88 OPENING-FOUND             VALUE "Y".

      * The month being closed, and the month before it whose
      * closing values are this month's opening
       01 CLOSE-MONTH-GROUP-WS.
           05 CLOSE-MONTH-WS                PIC 9(6) VALUE 0.
           05 CLOSE-MONTH-PARTS-WS REDEFINES CLOSE-MONTH-WS.
               10 CLOSE-YEAR-WS             PIC 9(4).
               10 CLOSE-MM-WS               PIC 9(2).
       01 PRIOR-MONTH-GROUP-WS.
           05 PRIOR-MONTH-WS                PIC 9(6) VALUE 0.
           05 PRIOR-MONTH-PARTS-WS REDEFINES PRIOR-MONTH-WS.
               10 PRIOR-YEAR-WS             PIC 9(4).
               10 PRIOR-MM-WS               PIC 9(2).

       01 INVENT-FILE-STATUS-WS             PIC X(2).
       01 LOG-FILE-STATUS-WS                PIC X(2).
       01 VALWORK-FILE-STATUS-WS            PIC X(2).
       01 VALCLOSE-FILE-STATUS-WS           PIC X(2).
       01 JOURNAL-FILE-STATUS-WS            PIC X(2).
       01 SAVED-VALWORK-KEY-WS              PIC X(7).

      * Any work-file error means part of the month was not
      * rolled - the run ends hard and nothing new is kept.
       01 PROCESS-ERROR-SW                  PIC X(1) VALUE "N".
           88 PROCESS-ERROR                 VALUE "Y".
       01 RECON-WARNING-SW                  PIC X(1) VALUE "N".
           88 RECON-WARNING                 VALUE "Y".

      * One part/location's roll-forward, valued at tonight's cost
       01 LINE-VALUES-WS.
           05 RECEIPT-VALUE-WS              PIC S9(9)V99.
           05 SALES-VALUE-WS                PIC S9(9)V99.
           05 COUNT-VALUE-WS                PIC S9(9)V99.
           05 RETURN-VALUE-WS               PIC S9(9)V99.
           05 TRANSFER-VALUE-WS             PIC S9(9)V99.
           05 REAVERAGE-VALUE-WS            PIC S9(9)V99.
           05 QTY-DIFFERENCE-WS             PIC S9(7).
           05 VALUE-DIFFERENCE-WS           PIC S9(9)V99.

       01 COMPANY-TOTALS-WS.
           05 TOTAL-OPEN-VALUE-WS           PIC S9(11)V99 VALUE 0.
           05 TOTAL-RECEIPT-VALUE-WS        PIC S9(11)V99 VALUE 0.
           05 TOTAL-SALES-VALUE-WS          PIC S9(11)V99 VALUE 0.
           05 TOTAL-COUNT-VALUE-WS          PIC S9(11)V99 VALUE 0.
           05 TOTAL-RETURN-VALUE-WS         PIC S9(11)V99 VALUE 0.
           05 TOTAL-TRANSFER-VALUE-WS       PIC S9(11)V99 VALUE 0.
           05 TOTAL-REAVERAGE-VALUE-WS      PIC S9(11)V99 VALUE 0.
           05 TOTAL-ROLLED-VALUE-WS         PIC S9(11)V99 VALUE 0.
           05 TOTAL-ACTUAL-VALUE-WS         PIC S9(11)V99 VALUE 0.
           05 TOTAL-JOURNALED-MOVE-WS       PIC S9(11)V99 VALUE 0.
           05 TOTAL-UNJOURNALED-WS          PIC S9(11)V99 VALUE 0.
           05 RECON-DIFFERENCE-WS           PIC S9(11)V99 VALUE 0.

      * What GLJOURNL.TXT says - the inventory account and the
      * detail lines summed, against the trailer's own totals
       01 JOURNAL-TOTALS-WS.
           05 GL-INVENTORY-DEBIT-WS         PIC 9(11)V99 VALUE 0.
           05 GL-INVENTORY-CREDIT-WS        PIC 9(11)V99 VALUE 0.
           05 GL-INVENTORY-NET-WS           PIC S9(11)V99 VALUE 0.
           05 GL-DETAIL-LINES-WS            PIC 9(4) VALUE 0.
           05 GL-DETAIL-DEBITS-WS           PIC 9(11)V99 VALUE 0.
           05 GL-DETAIL-CREDITS-WS          PIC 9(11)V99 VALUE 0.
           05 GL-TRAILER-LINES-WS           PIC 9(4) VALUE 0.
           05 GL-TRAILER-DEBITS-WS          PIC 9(11)V99 VALUE 0.
           05 GL-TRAILER-CREDITS-WS         PIC 9(11)V99 VALUE 0.
           05 GL-WRONG-MONTH-WS             PIC 9(6) VALUE 0.
           05 GL-TRAILER-FOUND-SW           PIC X(1) VALUE "N".
               88 GL-TRAILER-FOUND          VALUE "Y".

       01 VALUATION-COUNTERS.
           05 OPENING-RECORDS-WS            PIC 9(7) VALUE 0.
           05 ENTRIES-ROLLED-WS             PIC 9(7) VALUE 0.
           05 LINES-PRINTED-WS              PIC 9(7) VALUE 0.
           05 VALUES-KEPT-WS                PIC 9(7) VALUE 0.
           05 OUT-OF-BALANCE-WS             PIC 9(5) VALUE 0.

       01 VALUATION-TITLE-LINE-WS.
           05 FILLER                        PIC X(38) VALUE
               "INVENTORY VALUATION ROLL-FORWARD FOR".
           05 VAL-TITLE-MONTH-OUT           PIC 9(6).
           05 FILLER                        PIC X(12) VALUE
               "   OPENING ".
           05 VAL-TITLE-PRIOR-OUT           PIC X(20).
           05 FILLER                        PIC X(5) VALUE " RUN ".
           05 VAL-TITLE-DATE-OUT            PIC 9(8).

       01 VALUATION-COLUMN-HDR.
           05 FILLER                        PIC X(5)  VALUE "PART ".
           05 FILLER                        PIC X(1)  VALUE SPACES.
           05 FILLER                        PIC X(3)  VALUE "LOC".
           05 FILLER                        PIC X(14) VALUE
               "       OPENING".
           05 FILLER                        PIC X(14) VALUE
               "      RECEIPTS".
           05 FILLER                        PIC X(14) VALUE
               " COST OF SALES".
           05 FILLER                        PIC X(14) VALUE
               "     COUNT ADJ".
           05 FILLER                        PIC X(14) VALUE
               "   RETURNS NET".
           05 FILLER                        PIC X(14) VALUE
               "     TRANSFERS".
           05 FILLER                        PIC X(14) VALUE
               "    RE-AVERAGE".
           05 FILLER                        PIC X(14) VALUE
               "       CLOSING".

       01 VALUATION-DETAIL-LINE-WS.
           05 VAL-DET-PART-NUMBER-OUT       PIC 9(5).
           05 FILLER                        PIC X(1) VALUE SPACES.
           05 VAL-DET-LOCATION-OUT          PIC X(2).
           05 FILLER                        PIC X(2) VALUE SPACES.
           05 VAL-DET-OPEN-OUT              PIC -$$$$$$$$9.99.
           05 FILLER                        PIC X(1) VALUE SPACES.
           05 VAL-DET-RECEIPT-OUT           PIC -$$$$$$$$9.99.
           05 FILLER                        PIC X(1) VALUE SPACES.
           05 VAL-DET-SALES-OUT             PIC -$$$$$$$$9.99.
           05 FILLER                        PIC X(1) VALUE SPACES.
           05 VAL-DET-COUNT-OUT             PIC -$$$$$$$$9.99.
           05 FILLER                        PIC X(1) VALUE SPACES.
           05 VAL-DET-RETURN-OUT            PIC -$$$$$$$$9.99.
           05 FILLER                        PIC X(1) VALUE SPACES.
           05 VAL-DET-TRANSFER-OUT          PIC -$$$$$$$$9.99.
           05 FILLER                        PIC X(1) VALUE SPACES.
           05 VAL-DET-REAVERAGE-OUT         PIC -$$$$$$$$9.99.
           05 FILLER                        PIC X(1) VALUE SPACES.
           05 VAL-DET-CLOSING-OUT           PIC -$$$$$$$$9.99.

       01 VALUATION-TOTAL-LINE-WS.
           05 FILLER                        PIC X(8) VALUE "TOTAL".
           05 VAL-TOT-OPEN-OUT              PIC -$$$$$$$$$$9.99.
           05 FILLER                        PIC X(1) VALUE SPACES.
           05 VAL-TOT-RECEIPT-OUT           PIC -$$$$$$$$9.99.
           05 FILLER                        PIC X(1) VALUE SPACES.
           05 VAL-TOT-SALES-OUT             PIC -$$$$$$$$9.99.
           05 FILLER                        PIC X(1) VALUE SPACES.
           05 VAL-TOT-COUNT-OUT             PIC -$$$$$$$$9.99.
           05 FILLER                        PIC X(1) VALUE SPACES.
           05 VAL-TOT-RETURN-OUT            PIC -$$$$$$$$9.99.
           05 FILLER                        PIC X(1) VALUE SPACES.
           05 VAL-TOT-TRANSFER-OUT          PIC -$$$$$$$$9.99.
           05 FILLER                        PIC X(1) VALUE SPACES.
           05 VAL-TOT-REAVERAGE-OUT         PIC -$$$$$$$$9.99.
           05 VAL-TOT-CLOSING-OUT           PIC -$$$$$$$$$9.99.

       01 EXCEPTION-TITLE-LINE-WS.
           05 FILLER                        PIC X(60) VALUE
               "PART/LOCATIONS WHERE THE ROLL-FORWARD DOES NOT CLOSE".

       01 EXCEPTION-COLUMN-HDR.
           05 FILLER                        PIC X(5)  VALUE "PART ".
           05 FILLER                        PIC X(1)  VALUE SPACES.
           05 FILLER                        PIC X(3)  VALUE "LOC".
           05 FILLER                        PIC X(1)  VALUE SPACES.
           05 FILLER                        PIC X(20) VALUE "NAME".
           05 FILLER                        PIC X(11) VALUE
               " ROLLED QTY".
           05 FILLER                        PIC X(11) VALUE
               " ACTUAL QTY".
           05 FILLER                        PIC X(10) VALUE
               "  QTY DIFF".
           05 FILLER                        PIC X(16) VALUE
               "    ROLLED VALUE".
           05 FILLER                        PIC X(16) VALUE
               "    ACTUAL VALUE".
           05 FILLER                        PIC X(16) VALUE
               "      DIFFERENCE".

       01 EXCEPTION-DETAIL-LINE-WS.
           05 EXC-DET-PART-NUMBER-OUT       PIC 9(5).
           05 FILLER                        PIC X(1) VALUE SPACES.
           05 EXC-DET-LOCATION-OUT          PIC X(2).
           05 FILLER                        PIC X(2) VALUE SPACES.
           05 EXC-DET-PART-NAME-OUT         PIC X(20).
           05 FILLER                        PIC X(3) VALUE SPACES.
           05 EXC-DET-ROLLED-QTY-OUT        PIC -ZZZZZZ9.
           05 FILLER                        PIC X(3) VALUE SPACES.
           05 EXC-DET-ACTUAL-QTY-OUT        PIC -ZZZZZZ9.
           05 FILLER                        PIC X(2) VALUE SPACES.
           05 EXC-DET-QTY-DIFF-OUT          PIC -ZZZZZZ9.
           05 FILLER                        PIC X(3) VALUE SPACES.
           05 EXC-DET-ROLLED-VALUE-OUT      PIC -$$$$$$$$9.99.
           05 FILLER                        PIC X(3) VALUE SPACES.
           05 EXC-DET-ACTUAL-VALUE-OUT      PIC -$$$$$$$$9.99.
           05 FILLER                        PIC X(3) VALUE SPACES.
           05 EXC-DET-DIFFERENCE-OUT        PIC -$$$$$$$$9.99.

       01 RECON-AMOUNT-LINE-WS.
           05 RECON-LABEL-OUT               PIC X(45).
           05 RECON-AMOUNT-OUT              PIC -$$$,$$$,$$$,$$9.99.

       01 RECON-MESSAGE-LINE-WS.
           05 RECON-MESSAGE-OUT             PIC X(60).
           05 RECON-MESSAGE-DATA-OUT        PIC X(12).

       01 VALUATION-TRAIL-LINE-WS.
           05 FILLER                  PIC X(9) VALUE "OPENINGS".
           05 VAL-TRAIL-OPENINGS-OUT  PIC ZZZ,ZZ9.
           05 FILLER                  PIC X(13) VALUE "  LOG ENTRIES".
           05 VAL-TRAIL-ENTRIES-OUT   PIC Z,ZZZ,ZZ9.
           05 FILLER                  PIC X(8) VALUE "  LINES".
           05 VAL-TRAIL-LINES-OUT     PIC ZZZ,ZZ9.
           05 FILLER                  PIC X(7) VALUE "  KEPT".
           05 VAL-TRAIL-KEPT-OUT      PIC ZZZ,ZZ9.
           05 FILLER                  PIC X(17) VALUE
               "  OUT OF BALANCE".
           05 VAL-TRAIL-OUT-BAL-OUT   PIC ZZ,ZZ9.

       01 WORK-FILE-ERROR-LINE-WS.
           05 FILLER                        PIC X(60) VALUE
             "**ERROR** VALUATION WORK FILE FAILED - RUN NOT COMPLETE".

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
       100-ROLL-FORWARD-VALUATION.
           PERFORM  990-LOAD-FILE-PATHS.
           PERFORM  201-INIT-OPEN-FILES.
           IF CLOSE-MONTH-WS NOT = ZERO
               PERFORM  202-LOAD-OPENING-VALUES
               PERFORM  203-ROLL-MONTHS-LOGS
               PERFORM  204-LOAD-CLOSING-VALUES
               PERFORM  205-PRINT-ROLL-FORWARD
               PERFORM  206-PRINT-OUT-OF-BALANCE
               PERFORM  207-RECONCILE-GL-JOURNAL
               PERFORM  208-TERMINATE-VALUATION
           END-IF.
           IF PROCESS-ERROR
               MOVE 8 TO RETURN-CODE
           ELSE
               IF RECON-WARNING OR CLOSE-MONTH-WS = ZERO
                   MOVE 4 TO RETURN-CODE
               ELSE
                   MOVE 0 TO RETURN-CODE
               END-IF
           END-IF.
           GOBACK.

      * The work file is built OUTPUT so the last run's working set
      * is wiped, then reopened I-O so every pass can read and
      * rewrite it by key. The kept closing values are created the
      * first time the program runs.
       201-INIT-OPEN-FILES.
           MOVE FUNCTION CURRENT-DATE(1:8) TO TODAY-DATE-WS.
           IF PERIOD-RUN-MODE-LK = "T"
               MOVE PERIOD-CLOSE-MONTH-LK TO CLOSE-MONTH-WS
               DISPLAY "VALUATION MONTH " CLOSE-MONTH-WS
           ELSE
               DISPLAY "VALUATION MONTH YYYYMM->"
               ACCEPT MONTH-ANSWER-WS
               IF MONTH-ANSWER-WS IS NUMERIC
                   MOVE MONTH-ANSWER-WS TO CLOSE-MONTH-WS
               END-IF
           END-IF.
           IF CLOSE-MM-WS < 1 OR CLOSE-MM-WS > 12
               MOVE ZERO TO CLOSE-MONTH-WS
               DISPLAY "VALUATION MONTH MUST BE YYYYMM - NOT RUN"
           ELSE
               MOVE CLOSE-MONTH-WS TO PRIOR-MONTH-WS
               IF CLOSE-MM-WS = 1
                   SUBTRACT 1 FROM PRIOR-YEAR-WS
                   MOVE 12 TO PRIOR-MM-WS
               ELSE
                   SUBTRACT 1 FROM PRIOR-MM-WS
               END-IF
               OPEN I-O CLOSING-VALUE-FILE
               IF VALCLOSE-FILE-STATUS-WS NOT = "00"
                   OPEN OUTPUT CLOSING-VALUE-FILE
                   CLOSE CLOSING-VALUE-FILE
                   OPEN I-O CLOSING-VALUE-FILE
               END-IF
               OPEN OUTPUT VALUATION-WORK-FILE
               IF VALWORK-FILE-STATUS-WS NOT = "00"
                   PERFORM  809-FLAG-WORK-FILE-ERROR
               END-IF
               CLOSE VALUATION-WORK-FILE
               OPEN I-O VALUATION-WORK-FILE
               IF VALWORK-FILE-STATUS-WS NOT = "00"
                   PERFORM  809-FLAG-WORK-FILE-ERROR
               END-IF
               OPEN OUTPUT VALUATION-REPORT-OUT
           END-IF.

      * Last month's kept closing values seed the opening column.
      * None kept means this is the first month valued.
       202-LOAD-OPENING-VALUES.
           MOVE PRIOR-MONTH-WS TO KEPT-SCAN-MONTH-WS.
           PERFORM  702-START-KEPT-MONTH.
           PERFORM  801-STORE-OPENING-RECORD
               UNTIL KEPT-EOF-FLAG = "Y"
               OR PROCESS-ERROR.
           IF OPENING-RECORDS-WS > 0
               MOVE "Y" TO OPENING-FOUND-SW
           ELSE
               DISPLAY "NO CLOSING VALUES KEPT FOR " PRIOR-MONTH-WS
                   " - OPENING TAKEN AS ZERO"
           END-IF.

      * The archive holds the closed periods and the live log the
      * open one - between them they hold the whole month even
      * when the period-end archive has already run.
       203-ROLL-MONTHS-LOGS.
           IF NOT PROCESS-ERROR
               MOVE TRANARCH-PATH-WS TO LOG-PATH-WS
               PERFORM  703-ROLL-ONE-LOG-FILE
               MOVE TRANSLOG-PATH-WS TO LOG-PATH-WS
               PERFORM  703-ROLL-ONE-LOG-FILE
           END-IF.

      * Every record on INVENT6.TXT tonight is a closing quantity
      * and the unit cost the whole month is valued at.
       204-LOAD-CLOSING-VALUES.
           IF NOT PROCESS-ERROR
               OPEN INPUT INVENT-FILE-IN
               IF INVENT-FILE-STATUS-WS NOT = "00"
                   DISPLAY "INVENT6.TXT NOT AVAILABLE - STATUS "
                       INVENT-FILE-STATUS-WS
                   PERFORM  809-FLAG-WORK-FILE-ERROR
               ELSE
                   PERFORM  705-READ-INVENT-RECORD
                   PERFORM  803-STORE-CLOSING-RECORD
                       UNTIL INVENT-EOF-FLAG = "Y"
                       OR PROCESS-ERROR
                   CLOSE INVENT-FILE-IN
               END-IF
           END-IF.

      * A rerun of the month replaces what was kept for it, so a
      * part dropped since the first run leaves nothing behind.
       205-PRINT-ROLL-FORWARD.
           MOVE CLOSE-MONTH-WS TO VAL-TITLE-MONTH-OUT.
           IF OPENING-FOUND
               MOVE "KEPT FOR" TO VAL-TITLE-PRIOR-OUT
               MOVE PRIOR-MONTH-WS TO VAL-TITLE-PRIOR-OUT(10:6)
           ELSE
               MOVE "NONE KEPT - ZERO" TO VAL-TITLE-PRIOR-OUT
           END-IF.
           MOVE TODAY-DATE-WS TO VAL-TITLE-DATE-OUT.
           WRITE VALUATION-REPORT-LINE FROM VALUATION-TITLE-LINE-WS
               BEFORE ADVANCING 2 LINES.
           WRITE VALUATION-REPORT-LINE FROM VALUATION-COLUMN-HDR.
           IF NOT PROCESS-ERROR
               MOVE CLOSE-MONTH-WS TO KEPT-SCAN-MONTH-WS
               PERFORM  702-START-KEPT-MONTH
               PERFORM  807-DELETE-ONE-KEPT-RECORD
                   UNTIL KEPT-EOF-FLAG = "Y"
               PERFORM  707-START-WORK-FILE
               PERFORM  804-VALUE-ONE-WORK-RECORD
                   UNTIL WORK-EOF-FLAG = "Y"
                   OR PROCESS-ERROR
           END-IF.
           IF PROCESS-ERROR
               WRITE VALUATION-REPORT-LINE
                   FROM WORK-FILE-ERROR-LINE-WS
                   AFTER ADVANCING 1 LINE
           ELSE
               PERFORM  810-PRINT-TOTALS
           END-IF.

      * The first month has nothing to prove its closing against -
      * every part would show as its whole closing value.
       206-PRINT-OUT-OF-BALANCE.
           IF NOT PROCESS-ERROR
               WRITE VALUATION-REPORT-LINE
                   FROM EXCEPTION-TITLE-LINE-WS
                   AFTER ADVANCING 2 LINES
               IF OPENING-FOUND
                   WRITE VALUATION-REPORT-LINE
                       FROM EXCEPTION-COLUMN-HDR
                   PERFORM  707-START-WORK-FILE
                   PERFORM  805-PRINT-ONE-EXCEPTION
                       UNTIL WORK-EOF-FLAG = "Y"
                   IF OUT-OF-BALANCE-WS = 0
                       MOVE "NONE - EVERY PART/LOCATION CLOSES"
                           TO RECON-MESSAGE-OUT
                       MOVE SPACES TO RECON-MESSAGE-DATA-OUT
                       PERFORM  812-PRINT-RECON-MESSAGE
                   ELSE
                       MOVE "Y" TO RECON-WARNING-SW
                   END-IF
               ELSE
                   MOVE "Y" TO RECON-WARNING-SW
                   MOVE "NOT PROVED - NO OPENING VALUES KEPT FOR"
                       TO RECON-MESSAGE-OUT
                   MOVE PRIOR-MONTH-WS TO RECON-MESSAGE-DATA-OUT
                   PERFORM  812-PRINT-RECON-MESSAGE
               END-IF
           END-IF.

      * The roll-forward against the stock file, then the movement
      * the journal should carry against what GLJOURNL.TXT does
      * carry. Transfers and re-averaging change the stock value
      * without a journal line, so they are shown apart.
       207-RECONCILE-GL-JOURNAL.
           IF NOT PROCESS-ERROR
               MOVE "ROLL-FORWARD CLOSING VALUE" TO RECON-LABEL-OUT
               MOVE TOTAL-ROLLED-VALUE-WS TO RECON-AMOUNT-OUT
               WRITE VALUATION-REPORT-LINE FROM RECON-AMOUNT-LINE-WS
                   AFTER ADVANCING 2 LINES
               MOVE "INVENT6.TXT VALUE AT UNIT COST" TO RECON-LABEL-OUT
               MOVE TOTAL-ACTUAL-VALUE-WS TO RECON-AMOUNT-OUT
               PERFORM  811-PRINT-RECON-AMOUNT
               COMPUTE RECON-DIFFERENCE-WS =
                   TOTAL-ACTUAL-VALUE-WS - TOTAL-ROLLED-VALUE-WS
               MOVE "DIFFERENCE" TO RECON-LABEL-OUT
               MOVE RECON-DIFFERENCE-WS TO RECON-AMOUNT-OUT
               PERFORM  811-PRINT-RECON-AMOUNT
               MOVE "N" TO JOURNAL-EOF-FLAG
               OPEN INPUT JOURNAL-FILE-IN
               IF JOURNAL-FILE-STATUS-WS NOT = "00"
                   MOVE "Y" TO RECON-WARNING-SW
                   MOVE "NO GLJOURNL.TXT - NOT RECONCILED TO THE LEDGER"
                       TO RECON-MESSAGE-OUT
                   MOVE SPACES TO RECON-MESSAGE-DATA-OUT
                   WRITE VALUATION-REPORT-LINE
                       FROM RECON-MESSAGE-LINE-WS
                       AFTER ADVANCING 2 LINES
               ELSE
                   PERFORM  708-READ-JOURNAL-RECORD
                   PERFORM  806-POST-JOURNAL-RECORD
                       UNTIL JOURNAL-EOF-FLAG = "Y"
                   CLOSE JOURNAL-FILE-IN
                   PERFORM  209-PRINT-JOURNAL-CHECKS
               END-IF
           END-IF.

       208-TERMINATE-VALUATION.
           MOVE OPENING-RECORDS-WS TO VAL-TRAIL-OPENINGS-OUT.
           MOVE ENTRIES-ROLLED-WS TO VAL-TRAIL-ENTRIES-OUT.
           MOVE LINES-PRINTED-WS TO VAL-TRAIL-LINES-OUT.
           MOVE VALUES-KEPT-WS TO VAL-TRAIL-KEPT-OUT.
           MOVE OUT-OF-BALANCE-WS TO VAL-TRAIL-OUT-BAL-OUT.
           WRITE VALUATION-REPORT-LINE FROM VALUATION-TRAIL-LINE-WS
               AFTER ADVANCING 2 LINES.
           CLOSE VALUATION-WORK-FILE.
           CLOSE CLOSING-VALUE-FILE.
           CLOSE VALUATION-REPORT-OUT.
           DISPLAY "VALUATION ROLL-FORWARD ON VALROLL.TXT - LINES "
               LINES-PRINTED-WS.
           DISPLAY "PART/LOCATIONS OUT OF BALANCE " OUT-OF-BALANCE-WS.

      * The journal's inventory account should carry the receipts,
      * cost of sales, count adjustments, and returns exactly, and
      * its trailer should agree with its own detail lines.
       209-PRINT-JOURNAL-CHECKS.
           COMPUTE GL-INVENTORY-NET-WS =
               GL-INVENTORY-DEBIT-WS - GL-INVENTORY-CREDIT-WS.
           MOVE "GLJOURNL.TXT INVENTORY DEBITS (1200)"
               TO RECON-LABEL-OUT.
           MOVE GL-INVENTORY-DEBIT-WS TO RECON-AMOUNT-OUT.
           WRITE VALUATION-REPORT-LINE FROM RECON-AMOUNT-LINE-WS
               AFTER ADVANCING 2 LINES.
           MOVE "GLJOURNL.TXT INVENTORY CREDITS (1200)"
               TO RECON-LABEL-OUT.
           MOVE GL-INVENTORY-CREDIT-WS TO RECON-AMOUNT-OUT.
           PERFORM  811-PRINT-RECON-AMOUNT.
           MOVE "GLJOURNL.TXT NET INVENTORY MOVEMENT"
               TO RECON-LABEL-OUT.
           MOVE GL-INVENTORY-NET-WS TO RECON-AMOUNT-OUT.
           PERFORM  811-PRINT-RECON-AMOUNT.
           MOVE "ROLL-FORWARD JOURNALED MOVEMENT" TO RECON-LABEL-OUT.
           MOVE TOTAL-JOURNALED-MOVE-WS TO RECON-AMOUNT-OUT.
           PERFORM  811-PRINT-RECON-AMOUNT.
           COMPUTE RECON-DIFFERENCE-WS =
               GL-INVENTORY-NET-WS - TOTAL-JOURNALED-MOVE-WS.
           MOVE "DIFFERENCE" TO RECON-LABEL-OUT.
           MOVE RECON-DIFFERENCE-WS TO RECON-AMOUNT-OUT.
           PERFORM  811-PRINT-RECON-AMOUNT.
           IF RECON-DIFFERENCE-WS NOT = 0
               MOVE "Y" TO RECON-WARNING-SW
           END-IF.
           MOVE "TRANSFERS AND RE-AVERAGE - NOT JOURNALED"
               TO RECON-LABEL-OUT.
           MOVE TOTAL-UNJOURNALED-WS TO RECON-AMOUNT-OUT.
           PERFORM  811-PRINT-RECON-AMOUNT.
           MOVE SPACES TO RECON-MESSAGE-LINE-WS.
           WRITE VALUATION-REPORT-LINE FROM RECON-MESSAGE-LINE-WS.
           IF GL-WRONG-MONTH-WS NOT = 0
               MOVE "Y" TO RECON-WARNING-SW
               MOVE "GLJOURNL.TXT CARRIES LINES FOR ANOTHER MONTH"
                   TO RECON-MESSAGE-OUT
               MOVE GL-WRONG-MONTH-WS TO RECON-MESSAGE-DATA-OUT
               PERFORM  812-PRINT-RECON-MESSAGE
           END-IF.
           IF NOT GL-TRAILER-FOUND
               MOVE "Y" TO RECON-WARNING-SW
               MOVE "NO CONTROL-TOTAL TRAILER ON GLJOURNL.TXT"
                   TO RECON-MESSAGE-OUT
               MOVE SPACES TO RECON-MESSAGE-DATA-OUT
               PERFORM  812-PRINT-RECON-MESSAGE
           ELSE
               IF GL-TRAILER-LINES-WS NOT = GL-DETAIL-LINES-WS
                   MOVE "Y" TO RECON-WARNING-SW
                   MOVE "TRAILER LINE COUNT DOES NOT MATCH DETAIL LINES"
                       TO RECON-MESSAGE-OUT
                   MOVE SPACES TO RECON-MESSAGE-DATA-OUT
                   PERFORM  812-PRINT-RECON-MESSAGE
               END-IF
               IF GL-TRAILER-DEBITS-WS NOT = GL-DETAIL-DEBITS-WS
                   OR GL-TRAILER-CREDITS-WS NOT = GL-DETAIL-CREDITS-WS
                   MOVE "Y" TO RECON-WARNING-SW
                   MOVE "TRAILER TOTALS DO NOT MATCH DETAIL LINES"
                       TO RECON-MESSAGE-OUT
                   MOVE SPACES TO RECON-MESSAGE-DATA-OUT
                   PERFORM  812-PRINT-RECON-MESSAGE
               END-IF
               IF GL-TRAILER-DEBITS-WS NOT = GL-TRAILER-CREDITS-WS
                   MOVE "Y" TO RECON-WARNING-SW
                   MOVE "JOURNAL DEBITS AND CREDITS DO NOT BALANCE"
                       TO RECON-MESSAGE-OUT
                   MOVE SPACES TO RECON-MESSAGE-DATA-OUT
                   PERFORM  812-PRINT-RECON-MESSAGE
               END-IF
           END-IF.
           IF RECON-WARNING
               MOVE "ROLL-FORWARD DOES NOT CLOSE - SEE ABOVE"
                   TO RECON-MESSAGE-OUT
           ELSE
               MOVE "ROLL-FORWARD CLOSES - INVENT6.TXT AND GLJOURNL.TXT"
                   TO RECON-MESSAGE-OUT
           END-IF.
           MOVE SPACES TO RECON-MESSAGE-DATA-OUT.
           PERFORM  812-PRINT-RECON-MESSAGE.

       701-READ-NEXT-KEPT-RECORD.
           READ CLOSING-VALUE-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO KEPT-EOF-FLAG
               NOT AT END
                   IF VALCL-MONTH NOT = KEPT-SCAN-MONTH-WS
                       MOVE "Y" TO KEPT-EOF-FLAG
                   END-IF
           END-READ.

      * Leaves the first kept record of the month in the record
      * area, or KEPT-EOF-FLAG set when that month was never kept.
       702-START-KEPT-MONTH.
           MOVE "N" TO KEPT-EOF-FLAG.
           MOVE KEPT-SCAN-MONTH-WS TO VALCL-MONTH.
           MOVE ZERO TO VALCL-PART-NUMBER.
           MOVE LOW-VALUES TO VALCL-LOCATION.
           START CLOSING-VALUE-FILE
               KEY IS NOT LESS THAN VALCL-KEY
               INVALID KEY
                   MOVE "Y" TO KEPT-EOF-FLAG
           END-START.
           IF KEPT-EOF-FLAG NOT = "Y"
               PERFORM  701-READ-NEXT-KEPT-RECORD
           END-IF.

       703-ROLL-ONE-LOG-FILE.
           MOVE "N" TO LOG-EOF-FLAG.
           OPEN INPUT TRANSACTION-LOG-IN.
           IF LOG-FILE-STATUS-WS = "00"
               PERFORM  704-READ-LOG-RECORD
               PERFORM  802-ROLL-ONE-LOG-ENTRY
                   UNTIL LOG-EOF-FLAG = "Y"
                   OR PROCESS-ERROR
               CLOSE TRANSACTION-LOG-IN
           END-IF.

       704-READ-LOG-RECORD.
           READ TRANSACTION-LOG-IN
               AT END
               MOVE "Y" TO LOG-EOF-FLAG.

       705-READ-INVENT-RECORD.
           READ INVENT-FILE-IN NEXT RECORD
               AT END
               MOVE "Y" TO INVENT-EOF-FLAG.

       706-READ-NEXT-WORK-RECORD.
           READ VALUATION-WORK-FILE NEXT RECORD
               AT END
               MOVE "Y" TO WORK-EOF-FLAG.

       707-START-WORK-FILE.
           MOVE "N" TO WORK-EOF-FLAG.
           MOVE LOW-VALUES TO VALWORK-KEY.
           START VALUATION-WORK-FILE
               KEY IS NOT LESS THAN VALWORK-KEY
               INVALID KEY
                   MOVE "Y" TO WORK-EOF-FLAG
           END-START.
           IF WORK-EOF-FLAG NOT = "Y"
               PERFORM  706-READ-NEXT-WORK-RECORD
           END-IF.

       708-READ-JOURNAL-RECORD.
           READ JOURNAL-FILE-IN
               AT END
               MOVE "Y" TO JOURNAL-EOF-FLAG.

       801-STORE-OPENING-RECORD.
           ADD 1 TO OPENING-RECORDS-WS.
           MOVE VALCL-PART-NUMBER TO VALWORK-PART-NUMBER.
           MOVE VALCL-LOCATION TO VALWORK-LOCATION.
           PERFORM  813-FETCH-WORK-RECORD.
           MOVE VALCL-PART-NAME TO VALWORK-PART-NAME.
           MOVE VALCL-QTY TO VALWORK-OPEN-QTY.
           MOVE VALCL-UNIT-COST TO VALWORK-OPEN-COST.
           MOVE VALCL-VALUE TO VALWORK-OPEN-VALUE.
           PERFORM  814-STORE-WORK-RECORD.
           PERFORM  701-READ-NEXT-KEPT-RECORD.

      * Only the closing month's stock lines count - price,
      * reorder-point, and drop-ship lines move no stock. The
      * quantities are taken exactly as GLJournalExtract takes
      * them, so the two value the month the same way.
       802-ROLL-ONE-LOG-ENTRY.
           IF LOG-MOVES-STOCK
               AND LOG-DATE-IN IS NUMERIC
               AND LOG-YEAR-MONTH-IN = CLOSE-MONTH-WS
               PERFORM  815-APPLY-LOG-ENTRY
           END-IF.
           PERFORM  704-READ-LOG-RECORD.

       803-STORE-CLOSING-RECORD.
           MOVE PART-NUMBER-IN TO VALWORK-PART-NUMBER.
           MOVE LOCATION-CODE-IN TO VALWORK-LOCATION.
           PERFORM  813-FETCH-WORK-RECORD.
           MOVE PART-NAME-IN TO VALWORK-PART-NAME.
           MOVE QTY-ON-HAND-IN TO VALWORK-CLOSE-QTY.
           MOVE UNIT-COST-IN TO VALWORK-CLOSE-COST.
           MOVE "Y" TO VALWORK-ON-FILE-SW.
           PERFORM  814-STORE-WORK-RECORD.
           PERFORM  705-READ-INVENT-RECORD.

      * Every movement is valued at tonight's unit cost; the
      * re-average column is the opening quantity revalued from
      * last month's cost to tonight's. A part/location gone from
      * INVENT6.TXT keeps last month's cost and closes at nothing,
      * so whatever it still held shows as out of balance.
      * Nothing opened, moved, or held prints no line.
       804-VALUE-ONE-WORK-RECORD.
           IF NOT VALWORK-ON-FILE
               MOVE VALWORK-OPEN-COST TO VALWORK-CLOSE-COST
               MOVE ZERO TO VALWORK-CLOSE-QTY
           END-IF.
           COMPUTE RECEIPT-VALUE-WS =
               VALWORK-RECEIPT-QTY * VALWORK-CLOSE-COST.
           COMPUTE SALES-VALUE-WS =
               0 - VALWORK-SALES-QTY * VALWORK-CLOSE-COST.
           COMPUTE COUNT-VALUE-WS =
               VALWORK-COUNT-QTY * VALWORK-CLOSE-COST.
           COMPUTE RETURN-VALUE-WS =
               (VALWORK-CUST-RETURN-QTY - VALWORK-VEND-RETURN-QTY)
                   * VALWORK-CLOSE-COST.
           COMPUTE TRANSFER-VALUE-WS =
               VALWORK-TRANSFER-QTY * VALWORK-CLOSE-COST.
           COMPUTE REAVERAGE-VALUE-WS =
               VALWORK-OPEN-QTY * VALWORK-CLOSE-COST
                   - VALWORK-OPEN-VALUE.
           COMPUTE VALWORK-ROLLED-QTY =
               VALWORK-OPEN-QTY + VALWORK-RECEIPT-QTY
                   - VALWORK-SALES-QTY + VALWORK-COUNT-QTY
                   + VALWORK-CUST-RETURN-QTY - VALWORK-VEND-RETURN-QTY
                   + VALWORK-TRANSFER-QTY.
           COMPUTE VALWORK-ROLLED-VALUE =
               VALWORK-OPEN-VALUE + RECEIPT-VALUE-WS + SALES-VALUE-WS
                   + COUNT-VALUE-WS + RETURN-VALUE-WS
                   + TRANSFER-VALUE-WS + REAVERAGE-VALUE-WS.
           COMPUTE VALWORK-ACTUAL-VALUE =
               VALWORK-CLOSE-QTY * VALWORK-CLOSE-COST.
           REWRITE VALUATION-WORK-RECORD
               INVALID KEY
                   PERFORM  809-FLAG-WORK-FILE-ERROR
           END-REWRITE.
           IF VALWORK-OPEN-VALUE NOT = 0
               OR VALWORK-ROLLED-VALUE NOT = 0
               OR VALWORK-ACTUAL-VALUE NOT = 0
               OR RECEIPT-VALUE-WS NOT = 0
               OR SALES-VALUE-WS NOT = 0
               OR COUNT-VALUE-WS NOT = 0
               OR RETURN-VALUE-WS NOT = 0
               OR TRANSFER-VALUE-WS NOT = 0
               PERFORM  816-PRINT-ROLL-FORWARD-LINE
           END-IF.
           IF VALWORK-ON-FILE
               PERFORM  808-KEEP-CLOSING-VALUE
           END-IF.
           PERFORM  706-READ-NEXT-WORK-RECORD.

       805-PRINT-ONE-EXCEPTION.
           COMPUTE QTY-DIFFERENCE-WS =
               VALWORK-CLOSE-QTY - VALWORK-ROLLED-QTY.
           COMPUTE VALUE-DIFFERENCE-WS =
               VALWORK-ACTUAL-VALUE - VALWORK-ROLLED-VALUE.
           IF QTY-DIFFERENCE-WS NOT = 0
               OR VALUE-DIFFERENCE-WS NOT = 0
               ADD 1 TO OUT-OF-BALANCE-WS
               MOVE VALWORK-PART-NUMBER TO EXC-DET-PART-NUMBER-OUT
               MOVE VALWORK-LOCATION TO EXC-DET-LOCATION-OUT
               IF VALWORK-ON-FILE
                   MOVE VALWORK-PART-NAME TO EXC-DET-PART-NAME-OUT
               ELSE
                   MOVE "NOT ON INVENT6.TXT" TO EXC-DET-PART-NAME-OUT
               END-IF
               MOVE VALWORK-ROLLED-QTY TO EXC-DET-ROLLED-QTY-OUT
               MOVE VALWORK-CLOSE-QTY TO EXC-DET-ACTUAL-QTY-OUT
               MOVE QTY-DIFFERENCE-WS TO EXC-DET-QTY-DIFF-OUT
               MOVE VALWORK-ROLLED-VALUE TO EXC-DET-ROLLED-VALUE-OUT
               MOVE VALWORK-ACTUAL-VALUE TO EXC-DET-ACTUAL-VALUE-OUT
               MOVE VALUE-DIFFERENCE-WS TO EXC-DET-DIFFERENCE-OUT
               WRITE VALUATION-REPORT-LINE
                   FROM EXCEPTION-DETAIL-LINE-WS
           END-IF.
           PERFORM  706-READ-NEXT-WORK-RECORD.

      * Lines from another posting month mean the extract was not
      * run for this month - its totals prove nothing here.
       806-POST-JOURNAL-RECORD.
           IF JRNL-DETAIL-LINE-IN OR JRNL-TRAILER-LINE-IN
               IF JRNL-POSTING-MONTH-IN NOT = CLOSE-MONTH-WS
                   MOVE JRNL-POSTING-MONTH-IN TO GL-WRONG-MONTH-WS
               END-IF
           END-IF.
           IF JRNL-DETAIL-LINE-IN
               ADD 1 TO GL-DETAIL-LINES-WS
               ADD JRNL-DEBIT-IN TO GL-DETAIL-DEBITS-WS
               ADD JRNL-CREDIT-IN TO GL-DETAIL-CREDITS-WS
               IF JRNL-INVENTORY-ACCOUNT-IN
                   ADD JRNL-DEBIT-IN TO GL-INVENTORY-DEBIT-WS
                   ADD JRNL-CREDIT-IN TO GL-INVENTORY-CREDIT-WS
               END-IF
           END-IF.
           IF JRNL-TRAILER-LINE-IN
               MOVE "Y" TO GL-TRAILER-FOUND-SW
               MOVE JRNL-ACCOUNT-IN TO GL-TRAILER-LINES-WS
               MOVE JRNL-DEBIT-IN TO GL-TRAILER-DEBITS-WS
               MOVE JRNL-CREDIT-IN TO GL-TRAILER-CREDITS-WS
           END-IF.
           PERFORM  708-READ-JOURNAL-RECORD.

       807-DELETE-ONE-KEPT-RECORD.
           DELETE CLOSING-VALUE-FILE RECORD
               INVALID KEY
                   DISPLAY "INVALID KEY DELETING KEPT CLOSING VALUE"
           END-DELETE.
           PERFORM  701-READ-NEXT-KEPT-RECORD.

      * Tonight's quantity and cost are next month's opening.
       808-KEEP-CLOSING-VALUE.
           MOVE CLOSE-MONTH-WS TO VALCL-MONTH.
           MOVE VALWORK-PART-NUMBER TO VALCL-PART-NUMBER.
           MOVE VALWORK-LOCATION TO VALCL-LOCATION.
           MOVE VALWORK-PART-NAME TO VALCL-PART-NAME.
           MOVE VALWORK-CLOSE-QTY TO VALCL-QTY.
           MOVE VALWORK-CLOSE-COST TO VALCL-UNIT-COST.
           MOVE VALWORK-ACTUAL-VALUE TO VALCL-VALUE.
           MOVE TODAY-DATE-WS TO VALCL-KEPT-DATE.
           WRITE CLOSING-VALUE-RECORD
               INVALID KEY
                   DISPLAY "INVALID KEY KEEPING CLOSING VALUE "
                       VALWORK-PART-NUMBER " " VALWORK-LOCATION
               NOT INVALID KEY
                   ADD 1 TO VALUES-KEPT-WS
           END-WRITE.

       809-FLAG-WORK-FILE-ERROR.
           MOVE "Y" TO PROCESS-ERROR-SW.
           DISPLAY "VALUATION WORK FILE ERROR - STATUS "
               VALWORK-FILE-STATUS-WS.

       810-PRINT-TOTALS.
           MOVE TOTAL-OPEN-VALUE-WS TO VAL-TOT-OPEN-OUT.
           MOVE TOTAL-RECEIPT-VALUE-WS TO VAL-TOT-RECEIPT-OUT.
           MOVE TOTAL-SALES-VALUE-WS TO VAL-TOT-SALES-OUT.
           MOVE TOTAL-COUNT-VALUE-WS TO VAL-TOT-COUNT-OUT.
           MOVE TOTAL-RETURN-VALUE-WS TO VAL-TOT-RETURN-OUT.
           MOVE TOTAL-TRANSFER-VALUE-WS TO VAL-TOT-TRANSFER-OUT.
           MOVE TOTAL-REAVERAGE-VALUE-WS TO VAL-TOT-REAVERAGE-OUT.
           MOVE TOTAL-ROLLED-VALUE-WS TO VAL-TOT-CLOSING-OUT.
           WRITE VALUATION-REPORT-LINE FROM VALUATION-TOTAL-LINE-WS
               AFTER ADVANCING 2 LINES.
           COMPUTE TOTAL-JOURNALED-MOVE-WS =
               TOTAL-RECEIPT-VALUE-WS + TOTAL-SALES-VALUE-WS
                   + TOTAL-COUNT-VALUE-WS + TOTAL-RETURN-VALUE-WS.
           COMPUTE TOTAL-UNJOURNALED-WS =
               TOTAL-TRANSFER-VALUE-WS + TOTAL-REAVERAGE-VALUE-WS.

       811-PRINT-RECON-AMOUNT.
           WRITE VALUATION-REPORT-LINE FROM RECON-AMOUNT-LINE-WS
               AFTER ADVANCING 1 LINE.

       812-PRINT-RECON-MESSAGE.
           WRITE VALUATION-REPORT-LINE FROM RECON-MESSAGE-LINE-WS
               AFTER ADVANCING 1 LINE.

      * A part/location not met yet gets a zero record so whatever
      * is found for it later still counts. The key is saved and
      * restored around the READ because a miss can leave the
      * record area unpredictable.
       813-FETCH-WORK-RECORD.
           MOVE "Y" TO VALWORK-FOUND-SW.
           MOVE VALWORK-KEY TO SAVED-VALWORK-KEY-WS.
           READ VALUATION-WORK-FILE
               INVALID KEY
                   MOVE "N" TO VALWORK-FOUND-SW
                   MOVE SAVED-VALWORK-KEY-WS TO VALWORK-KEY
                   MOVE SPACES TO VALWORK-PART-NAME
                   MOVE ZERO TO VALWORK-OPEN-QTY
                   MOVE ZERO TO VALWORK-OPEN-COST
                   MOVE ZERO TO VALWORK-OPEN-VALUE
                   MOVE ZERO TO VALWORK-RECEIPT-QTY
                   MOVE ZERO TO VALWORK-SALES-QTY
                   MOVE ZERO TO VALWORK-COUNT-QTY
                   MOVE ZERO TO VALWORK-CUST-RETURN-QTY
                   MOVE ZERO TO VALWORK-VEND-RETURN-QTY
                   MOVE ZERO TO VALWORK-TRANSFER-QTY
                   MOVE ZERO TO VALWORK-CLOSE-QTY
                   MOVE ZERO TO VALWORK-CLOSE-COST
                   MOVE "N" TO VALWORK-ON-FILE-SW
                   MOVE ZERO TO VALWORK-ROLLED-QTY
                   MOVE ZERO TO VALWORK-ROLLED-VALUE
                   MOVE ZERO TO VALWORK-ACTUAL-VALUE
           END-READ.

       814-STORE-WORK-RECORD.
           IF VALWORK-FOUND
               REWRITE VALUATION-WORK-RECORD
                   INVALID KEY
                       PERFORM  809-FLAG-WORK-FILE-ERROR
               END-REWRITE
           ELSE
               WRITE VALUATION-WORK-RECORD
                   INVALID KEY
                       PERFORM  809-FLAG-WORK-FILE-ERROR
               END-WRITE
           END-IF.

      * A count adjustment's quantity is the counted difference
      * between the before and after on the log line; a transfer
      * comes off the storeroom it left and onto the one it went to.
       815-APPLY-LOG-ENTRY.
           ADD 1 TO ENTRIES-ROLLED-WS.
           MOVE LOG-VALUE-ENTERED-IN TO LOG-QTY-UNITS-WS.
           MOVE LOG-PART-NUMBER-IN TO VALWORK-PART-NUMBER.
           MOVE LOG-LOCATION-IN TO VALWORK-LOCATION.
           PERFORM  813-FETCH-WORK-RECORD.
           EVALUATE TRUE
               WHEN LOG-SELLING
                   ADD LOG-QTY-UNITS-WS TO VALWORK-SALES-QTY
               WHEN LOG-BUYING
                   ADD LOG-QTY-UNITS-WS TO VALWORK-RECEIPT-QTY
               WHEN LOG-CUST-RETURN
                   ADD LOG-QTY-UNITS-WS TO VALWORK-CUST-RETURN-QTY
               WHEN LOG-VEND-RETURN
                   ADD LOG-QTY-UNITS-WS TO VALWORK-VEND-RETURN-QTY
               WHEN LOG-COUNT-ADJUST
                   COMPUTE VALWORK-COUNT-QTY = VALWORK-COUNT-QTY
                       + LOG-QTY-AFTER-IN - LOG-QTY-BEFORE-IN
               WHEN LOG-TRANSFERRING
                   SUBTRACT LOG-QTY-UNITS-WS FROM VALWORK-TRANSFER-QTY
           END-EVALUATE.
           PERFORM  814-STORE-WORK-RECORD.
           IF LOG-TRANSFERRING AND NOT PROCESS-ERROR
               MOVE LOG-PART-NUMBER-IN TO VALWORK-PART-NUMBER
               MOVE LOG-TO-LOCATION-IN TO VALWORK-LOCATION
               PERFORM  813-FETCH-WORK-RECORD
               ADD LOG-QTY-UNITS-WS TO VALWORK-TRANSFER-QTY
               PERFORM  814-STORE-WORK-RECORD
           END-IF.

       816-PRINT-ROLL-FORWARD-LINE.
           ADD 1 TO LINES-PRINTED-WS.
           MOVE VALWORK-PART-NUMBER TO VAL-DET-PART-NUMBER-OUT.
           MOVE VALWORK-LOCATION TO VAL-DET-LOCATION-OUT.
           MOVE VALWORK-OPEN-VALUE TO VAL-DET-OPEN-OUT.
           MOVE RECEIPT-VALUE-WS TO VAL-DET-RECEIPT-OUT.
           MOVE SALES-VALUE-WS TO VAL-DET-SALES-OUT.
           MOVE COUNT-VALUE-WS TO VAL-DET-COUNT-OUT.
           MOVE RETURN-VALUE-WS TO VAL-DET-RETURN-OUT.
           MOVE TRANSFER-VALUE-WS TO VAL-DET-TRANSFER-OUT.
           MOVE REAVERAGE-VALUE-WS TO VAL-DET-REAVERAGE-OUT.
           MOVE VALWORK-ROLLED-VALUE TO VAL-DET-CLOSING-OUT.
           WRITE VALUATION-REPORT-LINE FROM VALUATION-DETAIL-LINE-WS.
           ADD VALWORK-OPEN-VALUE TO TOTAL-OPEN-VALUE-WS.
           ADD RECEIPT-VALUE-WS TO TOTAL-RECEIPT-VALUE-WS.
           ADD SALES-VALUE-WS TO TOTAL-SALES-VALUE-WS.
           ADD COUNT-VALUE-WS TO TOTAL-COUNT-VALUE-WS.
           ADD RETURN-VALUE-WS TO TOTAL-RETURN-VALUE-WS.
           ADD TRANSFER-VALUE-WS TO TOTAL-TRANSFER-VALUE-WS.
           ADD REAVERAGE-VALUE-WS TO TOTAL-REAVERAGE-VALUE-WS.
           ADD VALWORK-ROLLED-VALUE TO TOTAL-ROLLED-VALUE-WS.
           ADD VALWORK-ACTUAL-VALUE TO TOTAL-ACTUAL-VALUE-WS.

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
           MOVE SPACES TO VALWORK-PATH-WS.
           STRING
               FUNCTION TRIM(DATA-DIRECTORY-WS)
                   DELIMITED BY SIZE
               "VALWORK.TXT" DELIMITED BY SIZE
               INTO VALWORK-PATH-WS
           END-STRING.
           MOVE SPACES TO VALCLOSE-PATH-WS.
           STRING
               FUNCTION TRIM(DATA-DIRECTORY-WS)
                   DELIMITED BY SIZE
               "VALCLOSE.TXT" DELIMITED BY SIZE
               INTO VALCLOSE-PATH-WS
           END-STRING.
           MOVE SPACES TO GLJOURNL-PATH-WS.
           STRING
               FUNCTION TRIM(DATA-DIRECTORY-WS)
                   DELIMITED BY SIZE
               "GLJOURNL.TXT" DELIMITED BY SIZE
               INTO GLJOURNL-PATH-WS
           END-STRING.
           MOVE SPACES TO VALROLL-PATH-WS.
           STRING
               FUNCTION TRIM(DATA-DIRECTORY-WS)
                   DELIMITED BY SIZE
               "VALROLL.TXT" DELIMITED BY SIZE
               INTO VALROLL-PATH-WS
           END-STRING.

      * Ending of Program ValuationRollForward
       END PROGRAM ValuationRollForward.
