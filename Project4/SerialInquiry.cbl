       PROGRAM-ID. SerialInquiry as "SerialInquiry".
       AUTHOR     PRIYANK PATEL & JASHANJOT PRUTHI & VIVEK PATEL &
                   AMARJEET SINGH & SAHILVIR SINGH DHILLON.

      * Modification History
      * ---------------------------------------------------------
      * New counter inquiry for serialized parts. For a keyed part
      * and serial number it shows where the unit stands on
      * SERMAST.TXT - in stock, sold, returned, or back with the
      * vendor, its storeroom, lot, receipt and sale dates, and
      * the customer who has it - followed by every SERHIST.TXT
      * movement of that unit oldest first: the receipt, each
      * transfer, the sale, any customer return and the return to
      * the vendor, with the operator, reason, and the purchase or
      * sales order behind it. A blank serial lists every tracked
      * unit of the part instead, so a unit can be found when the
      * customer has only the part number to hand.
      * ---------------------------------------------------------

      * Environment division for the serial and inventory files
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
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PART-LOCATION-KEY-IN.

      * Keyed by part then serial number so a START on the part
      * walks every unit of it ever tracked.
         SELECT SERIAL-FILE-IN
         ASSIGN DYNAMIC SERMAST-PATH-WS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SERIAL-KEY-IN
           FILE STATUS IS SERIAL-FILE-STATUS-WS.

      * Every movement of a serialized unit, one line per unit
         SELECT SERIAL-HISTORY-IN
         ASSIGN DYNAMIC SERHIST-PATH-WS
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS SERHIST-STATUS-WS.

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
               88 PART-ACTIVE-IN           VALUE "A".
               88 PART-DISCONTINUED-IN     VALUE "D".
           05 ABC-CLASS-IN                 PIC X(1).
           05 UNIT-COST-IN                 PIC 9(4)V99.
           05 QTY-ALLOCATED-IN             PIC 9(5).
           05 STOCK-UNIT-IN                PIC X(4).
           05 PACK-SIZE-IN                 PIC 9(3).
           05 BARCODE-IN                   PIC X(13).
           05 INSPECT-FLAG-IN              PIC X(1).
               88 INSPECT-REQUIRED-IN      VALUE "Y".
           05 QTY-ON-HOLD-IN               PIC 9(5).
           05 SERIAL-FLAG-IN               PIC X(1).
               88 SERIALIZED-PART-IN       VALUE "Y".

      * One record per serialized unit - where it is and who has it
       FD SERIAL-FILE-IN.
       01 SERIAL-MASTER-RECORD-IN.
           05 SERIAL-KEY-IN.
               10 SER-PART-NUMBER-IN        PIC 9(5).
               10 SER-SERIAL-NUMBER-IN      PIC X(15).
           05 SER-STATUS-IN                 PIC X(1).
               88 SER-IN-STOCK-IN           VALUE "I".
               88 SER-SOLD-IN               VALUE "S".
               88 SER-RETURNED-IN           VALUE "R".
               88 SER-RETURNED-TO-VENDOR-IN VALUE "V".
           05 SER-LOCATION-IN               PIC X(2).
           05 SER-RECEIPT-DATE-IN           PIC 9(8).
           05 SER-SALE-DATE-IN              PIC 9(8).
           05 SER-CUSTOMER-IN               PIC X(5).
           05 SER-LOT-NUMBER-IN             PIC X(10).

      * Serial history - one line per unit per movement
       FD SERIAL-HISTORY-IN.
       01 SERIAL-HISTORY-RECORD-IN.
           05 SH-DATE-IN                    PIC 9(8).
           05 FILLER                        PIC X(1).
           05 SH-TIME-IN                    PIC 9(6).
           05 FILLER                        PIC X(1).
           05 SH-PART-NUMBER-IN             PIC 9(5).
           05 FILLER                        PIC X(1).
           05 SH-SERIAL-NUMBER-IN           PIC X(15).
           05 FILLER                        PIC X(1).
           05 SH-TRANS-TYPE-IN              PIC X(1).
               88 SH-RECEIPT-IN             VALUE "B".
               88 SH-SALE-IN                VALUE "S".
               88 SH-CUSTOMER-RETURN-IN     VALUE "U".
               88 SH-VENDOR-RETURN-IN       VALUE "V".
               88 SH-TRANSFER-IN            VALUE "T".
           05 FILLER                        PIC X(1).
           05 SH-LOCATION-IN                PIC X(2).
           05 FILLER                        PIC X(1).
           05 SH-TO-LOCATION-IN             PIC X(2).
           05 FILLER                        PIC X(1).
           05 SH-CUSTOMER-IN                PIC X(5).
           05 FILLER                        PIC X(1).
           05 SH-OPERATOR-IN                PIC X(8).
           05 FILLER                        PIC X(1).
           05 SH-REASON-IN                  PIC X(1).
           05 FILLER                        PIC X(1).
           05 SH-REFERENCE-IN               PIC 9(5).

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
           05 SERMAST-PATH-WS               PIC X(90).
           05 SERHIST-PATH-WS               PIC X(90).

       01 TEMP.
           05 INQUIRY-PART-WS               PIC 9(5).
           05 INQUIRY-SERIAL-WS             PIC X(15).
           05 SERIAL-FILE-STATUS-WS         PIC X(2).
           05 SERHIST-STATUS-WS             PIC X(2).
           05 SERIAL-EOF-FLAG               PIC X(1).
           05 HIST-EOF-FLAG                 PIC X(1).
           05 SECTION-HIT-COUNT-WS          PIC 9(5).

       01 INQUIRY-UNIT-LINE-WS.
           05 FILLER                        PIC X(2) VALUE SPACES.
           05 INQ-SERIAL-OUT                PIC X(15).
           05 FILLER                        PIC X(2) VALUE SPACES.
           05 INQ-STATUS-OUT                PIC X(16).
           05 FILLER                        PIC X(5) VALUE " LOC ".
           05 INQ-LOCATION-OUT              PIC X(2).
           05 FILLER                        PIC X(6) VALUE "  LOT ".
           05 INQ-LOT-OUT                   PIC X(10).

       01 INQUIRY-DATES-LINE-WS.
           05 FILLER                        PIC X(11)
                                            VALUE "  RECEIVED ".
           05 INQ-RECEIPT-DATE-OUT          PIC 9(8).
           05 FILLER                        PIC X(8) VALUE "  SOLD ".
           05 INQ-SALE-DATE-OUT             PIC 9(8).
           05 FILLER                        PIC X(7) VALUE "  CUST ".
           05 INQ-CUSTOMER-OUT              PIC X(5).

       01 INQUIRY-HISTORY-LINE-WS.
           05 FILLER                        PIC X(2) VALUE SPACES.
           05 INQ-SH-DATE-OUT               PIC 9(8).
           05 FILLER                        PIC X(1) VALUE SPACE.
           05 INQ-SH-TIME-OUT               PIC 9(6).
           05 FILLER                        PIC X(1) VALUE SPACE.
           05 INQ-SH-ACTION-OUT             PIC X(16).
           05 FILLER                        PIC X(1) VALUE SPACE.
           05 INQ-SH-LOCATION-OUT           PIC X(2).
           05 FILLER                        PIC X(1) VALUE SPACE.
           05 INQ-SH-TO-LOCATION-OUT        PIC X(2).
           05 FILLER                        PIC X(1) VALUE SPACE.
           05 INQ-SH-CUSTOMER-OUT           PIC X(5).
           05 FILLER                        PIC X(1) VALUE SPACE.
           05 INQ-SH-OPERATOR-OUT           PIC X(8).
           05 FILLER                        PIC X(1) VALUE SPACE.
           05 INQ-SH-REASON-OUT             PIC X(1).
           05 FILLER                        PIC X(1) VALUE SPACE.
           05 INQ-SH-REFERENCE-OUT          PIC ZZZZ9.

      * Procedure division begins
       PROCEDURE DIVISION.
       100-INQUIRE-ON-SERIALS.
           PERFORM  990-LOAD-FILE-PATHS.
           PERFORM  201-INIT-OPEN-FILES.
           PERFORM  202-PROMPT-PART-NUMBER.
           PERFORM  203-SHOW-ONE-INQUIRY
               UNTIL INQUIRY-PART-WS = 0.
           PERFORM  204-TERMINATE-INQUIRY.
           GOBACK.

      * A site that has never received a serialized part has no
      * serial master yet - every inquiry then reports nothing
      * tracked rather than failing.
       201-INIT-OPEN-FILES.
           OPEN INPUT INVENT-FILE-IN.
           OPEN INPUT SERIAL-FILE-IN.

       202-PROMPT-PART-NUMBER.
           DISPLAY "ENTER PART NUMBER (0 TO QUIT)->".
           ACCEPT INQUIRY-PART-WS.

       203-SHOW-ONE-INQUIRY.
           DISPLAY "ENTER SERIAL NUMBER (BLANK LISTS ALL UNITS)->".
           ACCEPT INQUIRY-SERIAL-WS.
           PERFORM  301-SHOW-PART-HEADING.
           IF INQUIRY-SERIAL-WS = SPACES
               PERFORM  302-LIST-PART-UNITS
           ELSE
               PERFORM  303-SHOW-ONE-UNIT
               PERFORM  304-SHOW-UNIT-HISTORY
           END-IF.
           PERFORM  202-PROMPT-PART-NUMBER.

       204-TERMINATE-INQUIRY.
           CLOSE INVENT-FILE-IN.
           IF SERIAL-FILE-STATUS-WS = "00"
               CLOSE SERIAL-FILE-IN
           END-IF.

      * The first storeroom record names the part and says whether
      * it is tracked by serial at all.
       301-SHOW-PART-HEADING.
           DISPLAY " ".
           MOVE INQUIRY-PART-WS TO PART-NUMBER-IN.
           MOVE LOW-VALUES TO LOCATION-CODE-IN.
           START INVENT-FILE-IN
               KEY IS NOT LESS THAN PART-LOCATION-KEY-IN
               INVALID KEY
                   MOVE ZERO TO PART-NUMBER-IN
           END-START.
           IF PART-NUMBER-IN NOT = ZERO
               READ INVENT-FILE-IN NEXT RECORD
                   AT END
                       MOVE ZERO TO PART-NUMBER-IN
               END-READ
           END-IF.
           IF PART-NUMBER-IN NOT = INQUIRY-PART-WS
               DISPLAY "  PART NOT ON INVENTORY FILE"
           ELSE
               IF SERIALIZED-PART-IN
                   DISPLAY "  " PART-NUMBER-IN " " PART-NAME-IN
                       "  SERIALIZED"
               ELSE
                   DISPLAY "  " PART-NUMBER-IN " " PART-NAME-IN
                       "  NOT SERIALIZED"
               END-IF
           END-IF.

       302-LIST-PART-UNITS.
           DISPLAY "TRACKED UNITS".
           MOVE ZERO TO SECTION-HIT-COUNT-WS.
           MOVE "Y" TO SERIAL-EOF-FLAG.
           IF SERIAL-FILE-STATUS-WS = "00"
               MOVE "N" TO SERIAL-EOF-FLAG
               MOVE INQUIRY-PART-WS TO SER-PART-NUMBER-IN
               MOVE LOW-VALUES TO SER-SERIAL-NUMBER-IN
               START SERIAL-FILE-IN
                   KEY IS NOT LESS THAN SERIAL-KEY-IN
                   INVALID KEY
                       MOVE "Y" TO SERIAL-EOF-FLAG
               END-START
           END-IF.
           IF SERIAL-EOF-FLAG NOT = "Y"
               PERFORM  701-READ-NEXT-SERIAL
               PERFORM  801-SHOW-ONE-LISTED-UNIT
                   UNTIL SERIAL-EOF-FLAG = "Y"
           END-IF.
           IF SECTION-HIT-COUNT-WS = 0
               DISPLAY "  NONE"
           END-IF.

       303-SHOW-ONE-UNIT.
           DISPLAY "UNIT STATUS".
           MOVE "N" TO SERIAL-EOF-FLAG.
           IF SERIAL-FILE-STATUS-WS = "00"
               MOVE INQUIRY-PART-WS TO SER-PART-NUMBER-IN
               MOVE INQUIRY-SERIAL-WS TO SER-SERIAL-NUMBER-IN
               READ SERIAL-FILE-IN
                   INVALID KEY
                       MOVE "Y" TO SERIAL-EOF-FLAG
               END-READ
           ELSE
               MOVE "Y" TO SERIAL-EOF-FLAG
           END-IF.
           IF SERIAL-EOF-FLAG = "Y"
               DISPLAY "  SERIAL NOT ON FILE FOR THIS PART"
           ELSE
               PERFORM  802-SHOW-UNIT-LINES
           END-IF.

      * SERHIST.TXT is in time order, so a straight pass front to
      * back shows the unit's life oldest first.
       304-SHOW-UNIT-HISTORY.
           DISPLAY "MOVEMENT HISTORY (OLDEST FIRST)".
           MOVE ZERO TO SECTION-HIT-COUNT-WS.
           MOVE "N" TO HIST-EOF-FLAG.
           OPEN INPUT SERIAL-HISTORY-IN.
           IF SERHIST-STATUS-WS = "00"
               PERFORM  702-READ-SERIAL-HISTORY
               PERFORM  803-SHOW-ONE-HISTORY-LINE
                   UNTIL HIST-EOF-FLAG = "Y"
               CLOSE SERIAL-HISTORY-IN
           END-IF.
           IF SECTION-HIT-COUNT-WS = 0
               DISPLAY "  NONE"
           END-IF.

       701-READ-NEXT-SERIAL.
           READ SERIAL-FILE-IN NEXT RECORD
               AT END
                   MOVE "Y" TO SERIAL-EOF-FLAG
               NOT AT END
                   IF SER-PART-NUMBER-IN NOT = INQUIRY-PART-WS
                       MOVE "Y" TO SERIAL-EOF-FLAG
                   END-IF
           END-READ.

       702-READ-SERIAL-HISTORY.
           READ SERIAL-HISTORY-IN
               AT END
               MOVE "Y" TO HIST-EOF-FLAG.

       801-SHOW-ONE-LISTED-UNIT.
           ADD 1 TO SECTION-HIT-COUNT-WS.
           PERFORM  804-FORMAT-UNIT-LINE.
           DISPLAY INQUIRY-UNIT-LINE-WS.
           PERFORM  701-READ-NEXT-SERIAL.

       802-SHOW-UNIT-LINES.
           PERFORM  804-FORMAT-UNIT-LINE.
           DISPLAY INQUIRY-UNIT-LINE-WS.
           MOVE SER-RECEIPT-DATE-IN TO INQ-RECEIPT-DATE-OUT.
           MOVE SER-SALE-DATE-IN TO INQ-SALE-DATE-OUT.
           MOVE SER-CUSTOMER-IN TO INQ-CUSTOMER-OUT.
           DISPLAY INQUIRY-DATES-LINE-WS.

       803-SHOW-ONE-HISTORY-LINE.
           IF SH-PART-NUMBER-IN = INQUIRY-PART-WS
               AND SH-SERIAL-NUMBER-IN = INQUIRY-SERIAL-WS
               ADD 1 TO SECTION-HIT-COUNT-WS
               MOVE SH-DATE-IN TO INQ-SH-DATE-OUT
               MOVE SH-TIME-IN TO INQ-SH-TIME-OUT
               PERFORM  805-NAME-HISTORY-ACTION
               MOVE SH-LOCATION-IN TO INQ-SH-LOCATION-OUT
               MOVE SH-TO-LOCATION-IN TO INQ-SH-TO-LOCATION-OUT
               MOVE SH-CUSTOMER-IN TO INQ-SH-CUSTOMER-OUT
               MOVE SH-OPERATOR-IN TO INQ-SH-OPERATOR-OUT
               MOVE SH-REASON-IN TO INQ-SH-REASON-OUT
               MOVE SH-REFERENCE-IN TO INQ-SH-REFERENCE-OUT
               DISPLAY INQUIRY-HISTORY-LINE-WS
           END-IF.
           PERFORM  702-READ-SERIAL-HISTORY.

       804-FORMAT-UNIT-LINE.
           MOVE SER-SERIAL-NUMBER-IN TO INQ-SERIAL-OUT.
           EVALUATE TRUE
               WHEN SER-IN-STOCK-IN
                   MOVE "IN STOCK" TO INQ-STATUS-OUT
               WHEN SER-SOLD-IN
                   MOVE "SOLD" TO INQ-STATUS-OUT
               WHEN SER-RETURNED-IN
                   MOVE "RETURNED" TO INQ-STATUS-OUT
               WHEN SER-RETURNED-TO-VENDOR-IN
                   MOVE "RETURNED TO VEND" TO INQ-STATUS-OUT
               WHEN OTHER
                   MOVE SER-STATUS-IN TO INQ-STATUS-OUT
           END-EVALUATE.
           MOVE SER-LOCATION-IN TO INQ-LOCATION-OUT.
           MOVE SER-LOT-NUMBER-IN TO INQ-LOT-OUT.

       805-NAME-HISTORY-ACTION.
           EVALUATE TRUE
               WHEN SH-RECEIPT-IN
                   MOVE "RECEIVED" TO INQ-SH-ACTION-OUT
               WHEN SH-SALE-IN
                   MOVE "SOLD" TO INQ-SH-ACTION-OUT
               WHEN SH-CUSTOMER-RETURN-IN
                   MOVE "CUSTOMER RETURN" TO INQ-SH-ACTION-OUT
               WHEN SH-VENDOR-RETURN-IN
                   MOVE "RETURN TO VENDOR" TO INQ-SH-ACTION-OUT
               WHEN SH-TRANSFER-IN
                   MOVE "TRANSFERRED" TO INQ-SH-ACTION-OUT
               WHEN OTHER
                   MOVE SH-TRANS-TYPE-IN TO INQ-SH-ACTION-OUT
           END-EVALUATE.

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
           MOVE SPACES TO SERMAST-PATH-WS.
           STRING
               FUNCTION TRIM(DATA-DIRECTORY-WS)
                   DELIMITED BY SIZE
               "SERMAST.TXT" DELIMITED BY SIZE
               INTO SERMAST-PATH-WS
           END-STRING.
           MOVE SPACES TO SERHIST-PATH-WS.
           STRING
               FUNCTION TRIM(DATA-DIRECTORY-WS)
                   DELIMITED BY SIZE
               "SERHIST.TXT" DELIMITED BY SIZE
               INTO SERHIST-PATH-WS
           END-STRING.

      * Ending of Program SerialInquiry
       END PROGRAM SerialInquiry.
