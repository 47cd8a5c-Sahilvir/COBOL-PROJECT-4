       PROGRAM-ID. InspectionAgingReport as "InspectionAgingReport".
       AUTHOR     PRIYANK PATEL & JASHANJOT PRUTHI & VIVEK PATEL &
                   AMARJEET SINGH & SAHILVIR SINGH DHILLON.

      * Modification History
      * ---------------------------------------------------------
      * New report over the lots LOTMAST.TXT carries on hold for
      * receiving inspection. Every lot with a held quantity
      * prints oldest hold first with the days it has sat in QC,
      * the part name, and the supplier to chase, so stock that
      * arrived weeks ago and is still not sellable is seen before
      * the customer asks for it. Written to INSPAGE.TXT.
      * ---------------------------------------------------------

      * Environment division for the lot and inventory files
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

         SELECT LOT-FILE-IN
         ASSIGN DYNAMIC LOTMAST-PATH-WS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS LOT-KEY-IN.

      * Keyed by part number plus storeroom location so the same part
      * number can carry a separate on-hand quantity per storeroom.
         SELECT INVENT-FILE-IN
         ASSIGN DYNAMIC INVENT6-PATH-WS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS PART-LOCATION-KEY-IN.

         SELECT INSPECTION-REPORT-OUT
         ASSIGN DYNAMIC INSPAGE-PATH-WS
           ORGANIZATION LINE SEQUENTIAL.

      *Describing the file, record, and field structures to be used in
      *the program
       DATA DIVISION.
       FILE SECTION.
      * One directory path per configuration line
       FD CONFIG-FILE.
       01 CONFIG-RECORD                    PIC X(60).

      * One record per lot still holding stock at a storeroom
       FD LOT-FILE-IN.
       01 LOT-MASTER-RECORD.
           05 LOT-KEY-IN.
               10 LOT-PART-NUMBER-IN        PIC 9(5).
               10 LOT-LOCATION-IN           PIC X(2).
               10 LOT-ID-IN                 PIC X(10).
           05 LOT-QTY-ON-HAND-IN            PIC 9(5).
           05 LOT-RECEIPT-DATE-IN           PIC 9(8).
           05 LOT-HOLD-FLAG-IN              PIC X(1).
               88 LOT-HELD-IN               VALUE "Y".
           05 LOT-QTY-ON-HOLD-IN            PIC 9(5).
           05 LOT-HOLD-DATE-IN              PIC 9(8).

       FD INVENT-FILE-IN.
       01 INVENTORY-RECORD-IN.
           05 PART-LOCATION-KEY-IN.
               10 PART-NUMBER-IN            PIC 9(5).
               10 LOCATION-CODE-IN          PIC X(2).
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

      * File division for the open inspections report
       FD INSPECTION-REPORT-OUT.
       01 INSPECTION-REPORT-LINE           PIC X(90).

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
           05 LOTMAST-PATH-WS               PIC X(90).
           05 INVENT6-PATH-WS               PIC X(90).
           05 INSPAGE-PATH-WS               PIC X(90).

       01 TEMP.
           05 LOT-EOF-FLAG                  PIC X(1) VALUE "N".
           05 TODAY-INTEGER-WS              PIC 9(8).
           05 HOLD-INTEGER-WS               PIC 9(8).
           05 DAYS-HELD-WS                  PIC 9(5).
           05 TOTAL-QTY-HELD-WS             PIC 9(7) VALUE 0.

      * One slot per held lot - printed oldest hold first
       01 HELD-LOT-TABLE-WS.
           05 HELD-LOT-ENTRY-WS             OCCURS 500 TIMES
                                            INDEXED BY HL-IDX.
               10 HLT-PART-NUMBER-WS        PIC 9(5).
               10 HLT-LOCATION-WS           PIC X(2).
               10 HLT-LOT-ID-WS             PIC X(10).
               10 HLT-HOLD-DATE-WS          PIC 9(8).
               10 HLT-QTY-ON-HOLD-WS        PIC 9(5).
               10 HLT-DAYS-HELD-WS          PIC 9(5).
               10 HLT-PRINTED-SW            PIC X(1).
       01 HELD-LOT-COUNT-WS                 PIC 9(3) VALUE 0.
       01 HELD-LOT-TABLE-FULL-SW            PIC X(1) VALUE "N".
           88 HELD-LOT-TABLE-FULL           VALUE "Y".

       01 AGING-VARIABLES.
           05 AGE-PRINTED-WS                PIC 9(3) VALUE 0.
           05 AGE-BEST-IDX-WS               PIC 9(3).
           05 AGE-BEST-DATE-WS              PIC 9(8).
           05 AGE-SCAN-IDX-WS               PIC 9(3).

       01 INSPECTION-TITLE-LINE-WS.
           05 FILLER                        PIC X(40) VALUE
               "OPEN INSPECTIONS - OLDEST HOLD FIRST".

       01 INSPECTION-COLUMN-HDR.
           05 FILLER                       PIC X(10) VALUE "PARTNUMBER".
           05 FILLER                       PIC X(2)  VALUE SPACES.
           05 FILLER                       PIC X(3)  VALUE "LOC".
           05 FILLER                       PIC X(2)  VALUE SPACES.
           05 FILLER                       PIC X(10) VALUE "LOT".
           05 FILLER                       PIC X(2)  VALUE SPACES.
           05 FILLER                       PIC X(8)  VALUE "HELD ON".
           05 FILLER                       PIC X(2)  VALUE SPACES.
           05 FILLER                       PIC X(7)  VALUE "QTYHELD".
           05 FILLER                       PIC X(2)  VALUE SPACES.
           05 FILLER                       PIC X(7)  VALUE "DAYS QC".
           05 FILLER                       PIC X(2)  VALUE SPACES.
           05 FILLER                       PIC X(5)  VALUE "SUPPL".
           05 FILLER                       PIC X(2)  VALUE SPACES.
           05 FILLER                       PIC X(9)  VALUE "PART NAME".

       01 INSPECTION-DETAIL-LINE-WS.
           05 INR-PART-NUMBER-OUT           PIC 9(5).
           05 FILLER                        PIC X(7) VALUE SPACES.
           05 INR-LOCATION-OUT              PIC X(2).
           05 FILLER                        PIC X(3) VALUE SPACES.
           05 INR-LOT-ID-OUT                PIC X(10).
           05 FILLER                        PIC X(2) VALUE SPACES.
           05 INR-HOLD-DATE-OUT             PIC 9(8).
           05 FILLER                        PIC X(4) VALUE SPACES.
           05 INR-QTY-ON-HOLD-OUT           PIC ZZZZ9.
           05 FILLER                        PIC X(4) VALUE SPACES.
           05 INR-DAYS-HELD-OUT             PIC ZZZZ9.
           05 FILLER                        PIC X(2) VALUE SPACES.
           05 INR-SUPPLIER-OUT              PIC X(5).
           05 FILLER                        PIC X(2) VALUE SPACES.
           05 INR-PART-NAME-OUT             PIC X(20).

       01 INSPECTION-TRAIL-LINE-WS.
           05 FILLER                        PIC X(16) VALUE
               "LOTS ON HOLD".
           05 FILLER                        PIC X(1) VALUE SPACES.
           05 INR-TRAIL-COUNT-OUT           PIC ZZ,ZZ9.
           05 FILLER                        PIC X(4) VALUE SPACES.
           05 FILLER                        PIC X(14) VALUE
               "UNITS ON HOLD".
           05 INR-TRAIL-QTY-OUT             PIC Z,ZZZ,ZZ9.

       01 TABLE-FULL-WARNING-LINE-WS.
           05 FILLER                        PIC X(55) VALUE
             "**WARNING** HELD LOT TABLE FULL - SOME NOT SHOWN".

      * Procedure division begins
       PROCEDURE DIVISION.
       100-CREATE-INSPECTION-REPORT.
           PERFORM  990-LOAD-FILE-PATHS.
           PERFORM  201-INIT-OPEN-FILES.
           PERFORM  202-COLLECT-HELD-LOTS
               UNTIL LOT-EOF-FLAG = "Y".
           PERFORM  203-PRINT-AGED-REPORT.
           PERFORM  204-TERMINATE-INSPECTION-REPORT.
           STOP RUN.

       201-INIT-OPEN-FILES.
           OPEN INPUT LOT-FILE-IN.
           OPEN INPUT INVENT-FILE-IN.
           OPEN OUTPUT INSPECTION-REPORT-OUT.
           COMPUTE TODAY-INTEGER-WS = FUNCTION INTEGER-OF-DATE(
               FUNCTION NUMVAL(FUNCTION CURRENT-DATE(1:8))).
           WRITE INSPECTION-REPORT-LINE FROM INSPECTION-TITLE-LINE-WS
               BEFORE ADVANCING 2 LINES.
           WRITE INSPECTION-REPORT-LINE FROM INSPECTION-COLUMN-HDR.
           PERFORM  701-READ-LOT-RECORD.

       202-COLLECT-HELD-LOTS.
           IF LOT-HELD-IN AND LOT-QTY-ON-HOLD-IN > 0
               PERFORM  801-STORE-HELD-LOT-ENTRY
           END-IF.
           PERFORM  701-READ-LOT-RECORD.

       203-PRINT-AGED-REPORT.
           PERFORM  802-PRINT-NEXT-OLDEST
               UNTIL AGE-PRINTED-WS NOT LESS THAN HELD-LOT-COUNT-WS.
           MOVE HELD-LOT-COUNT-WS TO INR-TRAIL-COUNT-OUT.
           MOVE TOTAL-QTY-HELD-WS TO INR-TRAIL-QTY-OUT.
           WRITE INSPECTION-REPORT-LINE FROM INSPECTION-TRAIL-LINE-WS
               AFTER ADVANCING 2 LINES.

       204-TERMINATE-INSPECTION-REPORT.
           IF HELD-LOT-TABLE-FULL
               WRITE INSPECTION-REPORT-LINE
                   FROM TABLE-FULL-WARNING-LINE-WS
                   AFTER ADVANCING 1 LINE
           END-IF.
           CLOSE LOT-FILE-IN.
           CLOSE INVENT-FILE-IN.
           CLOSE INSPECTION-REPORT-OUT.

       701-READ-LOT-RECORD.
           READ LOT-FILE-IN NEXT RECORD
               AT END
               MOVE "Y" TO LOT-EOF-FLAG.

       801-STORE-HELD-LOT-ENTRY.
           IF HELD-LOT-COUNT-WS < 500
               COMPUTE HOLD-INTEGER-WS =
                   FUNCTION INTEGER-OF-DATE(LOT-HOLD-DATE-IN)
               END-COMPUTE
               COMPUTE DAYS-HELD-WS =
                   TODAY-INTEGER-WS - HOLD-INTEGER-WS
                   ON SIZE ERROR MOVE ZERO TO DAYS-HELD-WS
               END-COMPUTE
               ADD 1 TO HELD-LOT-COUNT-WS
               SET HL-IDX TO HELD-LOT-COUNT-WS
               MOVE LOT-PART-NUMBER-IN TO HLT-PART-NUMBER-WS(HL-IDX)
               MOVE LOT-LOCATION-IN TO HLT-LOCATION-WS(HL-IDX)
               MOVE LOT-ID-IN TO HLT-LOT-ID-WS(HL-IDX)
               MOVE LOT-HOLD-DATE-IN TO HLT-HOLD-DATE-WS(HL-IDX)
               MOVE LOT-QTY-ON-HOLD-IN TO HLT-QTY-ON-HOLD-WS(HL-IDX)
               MOVE DAYS-HELD-WS TO HLT-DAYS-HELD-WS(HL-IDX)
               MOVE "N" TO HLT-PRINTED-SW(HL-IDX)
               ADD LOT-QTY-ON-HOLD-IN TO TOTAL-QTY-HELD-WS
           ELSE
               MOVE "Y" TO HELD-LOT-TABLE-FULL-SW
           END-IF.

      * Each pass pulls the earliest remaining hold date.
       802-PRINT-NEXT-OLDEST.
           MOVE 0 TO AGE-BEST-IDX-WS.
           MOVE 99999999 TO AGE-BEST-DATE-WS.
           PERFORM  803-SCAN-FOR-OLDEST
               VARYING AGE-SCAN-IDX-WS FROM 1 BY 1
               UNTIL AGE-SCAN-IDX-WS > HELD-LOT-COUNT-WS.
           IF AGE-BEST-IDX-WS = 0
               MOVE HELD-LOT-COUNT-WS TO AGE-PRINTED-WS
           ELSE
               ADD 1 TO AGE-PRINTED-WS
               SET HL-IDX TO AGE-BEST-IDX-WS
               MOVE "Y" TO HLT-PRINTED-SW(HL-IDX)
               MOVE HLT-PART-NUMBER-WS(HL-IDX) TO INR-PART-NUMBER-OUT
               MOVE HLT-LOCATION-WS(HL-IDX) TO INR-LOCATION-OUT
               MOVE HLT-LOT-ID-WS(HL-IDX) TO INR-LOT-ID-OUT
               MOVE HLT-HOLD-DATE-WS(HL-IDX) TO INR-HOLD-DATE-OUT
               MOVE HLT-QTY-ON-HOLD-WS(HL-IDX) TO INR-QTY-ON-HOLD-OUT
               MOVE HLT-DAYS-HELD-WS(HL-IDX) TO INR-DAYS-HELD-OUT
               PERFORM  804-LOOK-UP-PART
               WRITE INSPECTION-REPORT-LINE
                   FROM INSPECTION-DETAIL-LINE-WS
           END-IF.

      * Lot order is the tie-break - the scan keeps the first lot
      * found on a tied hold date.
       803-SCAN-FOR-OLDEST.
           SET HL-IDX TO AGE-SCAN-IDX-WS.
           IF HLT-PRINTED-SW(HL-IDX) NOT = "Y"
               AND HLT-HOLD-DATE-WS(HL-IDX) < AGE-BEST-DATE-WS
               MOVE AGE-SCAN-IDX-WS TO AGE-BEST-IDX-WS
               MOVE HLT-HOLD-DATE-WS(HL-IDX) TO AGE-BEST-DATE-WS
           END-IF.

       804-LOOK-UP-PART.
           MOVE HLT-PART-NUMBER-WS(HL-IDX) TO PART-NUMBER-IN.
           MOVE HLT-LOCATION-WS(HL-IDX) TO LOCATION-CODE-IN.
           READ INVENT-FILE-IN
               INVALID KEY
                   MOVE SPACES TO INR-SUPPLIER-OUT
                   MOVE "(NOT ON FILE)" TO INR-PART-NAME-OUT
               NOT INVALID KEY
                   MOVE SUPPLIER-COD-IN TO INR-SUPPLIER-OUT
                   MOVE PART-NAME-IN TO INR-PART-NAME-OUT
           END-READ.

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
           MOVE SPACES TO LOTMAST-PATH-WS.
           STRING
               FUNCTION TRIM(DATA-DIRECTORY-WS)
                   DELIMITED BY SIZE
               "LOTMAST.TXT" DELIMITED BY SIZE
               INTO LOTMAST-PATH-WS
           END-STRING.
           MOVE SPACES TO INVENT6-PATH-WS.
           STRING
               FUNCTION TRIM(DATA-DIRECTORY-WS)
                   DELIMITED BY SIZE
               "INVENT6.TXT" DELIMITED BY SIZE
               INTO INVENT6-PATH-WS
           END-STRING.
           MOVE SPACES TO INSPAGE-PATH-WS.
           STRING
               FUNCTION TRIM(DATA-DIRECTORY-WS)
                   DELIMITED BY SIZE
               "INSPAGE.TXT" DELIMITED BY SIZE
               INTO INSPAGE-PATH-WS
           END-STRING.

      * Ending of Program InspectionAgingReport
       END PROGRAM InspectionAgingReport.
