      * BarcodeImport.cbl matches the handhelds' capture files to
      * parts by it, so a label keyed here is a receipt nobody
      * retypes.
      * Both screens now key whether the part needs incoming
      * inspection - receipts of a flagged part go on hold for QC
      * instead of straight into sellable stock, and are released
      * or rejected through InspectionDisposition.cbl. Clearing the
      * flag does not release stock already held.
      * Discontinuing a part now needs the discontinue permission
      * on the operator's OPERMAST.TXT record - anyone else is
      * refused and the attempt goes to the SECEXCPT.TXT security
      * exception log with the operator, date, and time.
      * Both screens now key whether the part is serialized - every
      * unit of a flagged part is received, sold, returned and moved
      * by its own serial number on SERMAST.TXT. Stock on the shelf
      * when the flag is set carries no serials until it moves.
      * OPERMAST.TXT record layout gains the purchasing, receiving,
      * cash application, QC disposition, and master file
      * maintenance permissions.
      * ---------------------------------------------------------

      * Environment division for file Invent6.txt
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
           05 STOCK-UNIT-OUT                PIC X(4).
           05 PACK-SIZE-OUT                 PIC 9(3).
           05 BARCODE-OUT                   PIC X(13).
           05 INSPECT-FLAG-OUT              PIC X(1).
               88 INSPECT-REQUIRED-OUT      VALUE "Y".
           05 QTY-ON-HOLD-OUT               PIC 9(5).
           05 SERIAL-FLAG-OUT               PIC X(1).
               88 SERIALIZED-PART-OUT       VALUE "Y".

      * The named storerooms a part may be added at
       FD LOCATION-FILE-IN.
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
           05 INVENT6-PATH-WS               PIC X(90).
           05 LOCMAST-PATH-WS               PIC X(90).
           05 OPERMAST-PATH-WS              PIC X(90).
           05 SECEXCPT-PATH-WS              PIC X(90).

       01 CONDITIONS.
         05 MAINTENANCE-ACTION PIC X(1).
           05 OPERATOR-OK-SW                PIC X(1).
               88 OPERATOR-OK               VALUE "Y".

      * The signed-on operator's function permissions, kept apart
      * from the record area so a later operator read cannot
      * overwrite them
       01 OPERATOR-PERMISSIONS-WS.
           05 PERMIT-PRICE-CHANGE-WS        PIC X(1).
               88 MAY-CHANGE-PRICE          VALUE "Y".
           05 PERMIT-COUNT-ADJUST-WS        PIC X(1).
               88 MAY-ADJUST-COUNT          VALUE "Y".
           05 PERMIT-DISCONTINUE-WS         PIC X(1).
               88 MAY-DISCONTINUE           VALUE "Y".
           05 PERMIT-SUPPLIER-DEACT-WS      PIC X(1).
               88 MAY-DEACT-SUPPLIER        VALUE "Y".
           05 PERMIT-RUN-OVERRIDE-WS        PIC X(1).
               88 MAY-OVERRIDE-RUN          VALUE "Y".
           05 PERMIT-CREDIT-OVERRIDE-WS     PIC X(1).
               88 MAY-OVERRIDE-CREDIT       VALUE "Y".
           05 PERMIT-OPERATOR-MAINT-WS      PIC X(1).
               88 MAY-MAINT-OPERATORS       VALUE "Y".
           05 PERMIT-PURCHASING-WS          PIC X(1).
               88 MAY-PURCHASE              VALUE "Y".
           05 PERMIT-RECEIVING-WS           PIC X(1).
               88 MAY-RECEIVE               VALUE "Y".
           05 PERMIT-CASH-APPLY-WS          PIC X(1).
               88 MAY-APPLY-CASH            VALUE "Y".
           05 PERMIT-QC-DISPOSITION-WS      PIC X(1).
               88 MAY-DISPOSITION           VALUE "Y".
           05 PERMIT-MASTER-MAINT-WS        PIC X(1).
               88 MAY-MAINT-MASTERS         VALUE "Y".
           05 FILLER                        PIC X(3).

       01 SECURITY-VARIABLES.
           05 SECURITY-OPERATOR-WS          PIC X(8).
           05 SECURITY-FUNCTION-WS          PIC X(30).

      * Screen Section begins
       SCREEN SECTION.
       01 KEY-ONLY-SCRN.
         05 PACK-SIZE-IN TO PACK-SIZE-OUT LINE 14 COL 22.
         05 VALUE "BARCODE->" LINE 15 COL 10.
         05 BARCODE-SCRN-IN TO BARCODE-OUT LINE 15 COL 20.
         05 VALUE "INSPECT (Y/N)->" LINE 16 COL 10.
         05 INSPECT-SCRN-IN TO INSPECT-FLAG-OUT LINE 16 COL 26.
         05 VALUE "SERIALIZED (Y/N)->" LINE 17 COL 10.
         05 SERIAL-SCRN-IN TO SERIAL-FLAG-OUT LINE 17 COL 29.

       01 CHANGE-PART-SCRN.
         05 VALUE "PART NAME->" LINE 7 COL 10.
         05 PACK-SIZE-IN TO PACK-SIZE-OUT LINE 9 COL 22.
         05 VALUE "BARCODE->" LINE 10 COL 10.
         05 BARCODE-SCRN-IN TO BARCODE-OUT LINE 10 COL 20.
         05 VALUE "INSPECT (Y/N)->" LINE 11 COL 10.
         05 INSPECT-SCRN-IN TO INSPECT-FLAG-OUT LINE 11 COL 26.
         05 VALUE "SERIALIZED (Y/N)->" LINE 12 COL 10.
         05 SERIAL-SCRN-IN TO SERIAL-FLAG-OUT LINE 12 COL 29.

      * Procedure division begins
       PROCEDURE DIVISION.
       203-PROCESS-MAINTENANCE-ACTION.
           IF ADD-PART PERFORM  801-ADD-PART.
           IF CHANGE-PART PERFORM  802-CHANGE-PART.
           IF DISCONTINUE-PART PERFORM  807-CHECK-DISCONTINUE-AUTHORITY.
           IF REACTIVATE-PART PERFORM  804-REACTIVATE-PART.

       204-TERMINATE-PART-MAINTENANCE.
                           DISPLAY "OPERATOR ID IS DISABLED"
                       ELSE
                           MOVE "Y" TO OPERATOR-OK-SW
                           MOVE OPERATOR-PERMISSIONS-IN
                               TO OPERATOR-PERMISSIONS-WS
                       END-IF
               END-READ
           END-IF.
               MOVE "A" TO PART-STATUS-OUT
               MOVE "C" TO ABC-CLASS-OUT
               MOVE ZERO TO QTY-ALLOCATED-OUT
               MOVE ZERO TO QTY-ON-HOLD-OUT
               PERFORM  806-DEFAULT-INSPECT-FLAG
      * A part keyed without a pack size stocks as a pack of one -
      * a zero pack would zero every converted receipt.
               IF PACK-SIZE-OUT = ZERO
                   END-IF
           END-READ.

      * Anything but a Y means the part goes straight to stock,
      * and is moved by quantity alone with no serial numbers.
       806-DEFAULT-INSPECT-FLAG.
           IF NOT INSPECT-REQUIRED-OUT
               MOVE "N" TO INSPECT-FLAG-OUT
           END-IF.
           IF NOT SERIALIZED-PART-OUT
               MOVE "N" TO SERIAL-FLAG-OUT
           END-IF.

       802-CHANGE-PART.
           DISPLAY KEY-ONLY-SCRN.
           ACCEPT KEY-ONLY-SCRN.
               NOT INVALID KEY
                   DISPLAY CHANGE-PART-SCRN
                   ACCEPT CHANGE-PART-SCRN
                   PERFORM  806-DEFAULT-INSPECT-FLAG
                   REWRITE INVENTORY-REPORT-OUT
                       INVALID KEY DISPLAY "INVALID KEY"
                   END-REWRITE
                   END-REWRITE
           END-READ.

      * Discontinuing stops the part being reordered, so only an
      * operator granted it on the operator master may do it.
       807-CHECK-DISCONTINUE-AUTHORITY.
           IF MAY-DISCONTINUE
               PERFORM  803-DISCONTINUE-PART
           ELSE
               MOVE OPERATOR-ID-WS TO SECURITY-OPERATOR-WS
               MOVE "DISCONTINUE PART" TO SECURITY-FUNCTION-WS
               PERFORM  950-LOG-SECURITY-EXCEPTION
           END-IF.

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
           MOVE "PartMaintenance" TO SEC-PROGRAM-OUT.
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

      * Ending of Program PartMaintenance
       END PROGRAM PartMaintenance.
