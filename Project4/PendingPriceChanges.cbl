      * through the same path that writes PRICEHST.TXT. This
      * program adds, deletes, and lists the pending changes; the
      * part must exist on INVENT6.TXT before a change is taken.
      * Adding or deleting a scheduled change now needs the price
      * change permission on the operator's OPERMAST.TXT record -
      * anyone else is refused and the attempt goes to the
      * SECEXCPT.TXT security exception log. The list stays open.
      * OPERMAST.TXT record layout gains the purchasing, receiving,
      * cash application, QC disposition, and master file
      * maintenance permissions.
      * ---------------------------------------------------------

      * Environment division for the pending price file
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
           05 STOCK-UNIT-IN                PIC X(4).
           05 PACK-SIZE-IN                 PIC 9(3).
           05 BARCODE-IN                   PIC X(13).
           05 INSPECT-FLAG-IN              PIC X(1).
           05 QTY-ON-HOLD-IN               PIC 9(5).
           05 SERIAL-FLAG-IN               PIC X(1).

      * The operators allowed to stage price changes
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
           05 PENDPRICE-PATH-WS             PIC X(90).
           05 INVENT6-PATH-WS               PIC X(90).
           05 OPERMAST-PATH-WS              PIC X(90).
           05 SECEXCPT-PATH-WS              PIC X(90).

       01 TEMP.
           05 PENDING-PRICE-STATUS-WS       PIC X(2).
           88 ADD-PENDING VALUE "A".
           88 DELETE-PENDING VALUE "D".
           88 LIST-PENDING VALUE "L".
           88 PRICE-CHANGING-ACTION VALUES "A" "D".

       01 PENDING-LIST-LINE-WS.
           05 FILLER                        PIC X(10) VALUE
           05 FILLER                        PIC X(7) VALUE "  BY   ".
           05 LST-KEYED-BY-OUT              PIC X(8).

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

      * Procedure division begins
       PROCEDURE DIVISION.
       100-MAINTAIN-PENDING-PRICES.
           PERFORM  201-INIT-OPEN-FILES.
           PERFORM  205-SIGN-ON-OPERATOR.
           PERFORM  202-PROMPT-MAINTENANCE-ACTION.
           PERFORM  207-CHECK-ACTION-AUTHORITY.
           PERFORM  203-PROCESS-MAINTENANCE-ACTION.
           PERFORM  204-TERMINATE-PENDING-MAINT.
           STOP RUN.
                           DISPLAY "OPERATOR ID IS DISABLED"
                       ELSE
                           MOVE "Y" TO OPERATOR-OK-SW
                           MOVE OPERATOR-PERMISSIONS-IN
                               TO OPERATOR-PERMISSIONS-WS
                       END-IF
               END-READ
           END-IF.

      * A scheduled change reprices the part when it falls due, so
      * adding or deleting one needs the price change permission on
      * the operator master. The list stays open to anyone.
       207-CHECK-ACTION-AUTHORITY.
           IF PRICE-CHANGING-ACTION AND NOT MAY-CHANGE-PRICE
               MOVE OPERATOR-ID-WS TO SECURITY-OPERATOR-WS
               MOVE "SCHEDULE PRICE CHANGE" TO SECURITY-FUNCTION-WS
               PERFORM  950-LOG-SECURITY-EXCEPTION
               MOVE SPACE TO MAINTENANCE-ACTION
           END-IF.

       801-ADD-PENDING-CHANGE.
           DISPLAY "EFFECTIVE DATE YYYYMMDD->".
           ACCEPT ENTRY-DATE-WS.
           DISPLAY PENDING-LIST-LINE-WS.
           PERFORM  701-READ-NEXT-PENDING.

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
           MOVE "PendingPriceChanges" TO SEC-PROGRAM-OUT.
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

      * Ending of Program PendingPriceChanges
       END PROGRAM PendingPriceChanges.
