       PROGRAM-ID. SupersessionMaintenance as "SupersessionMaintenance".
       AUTHOR     PRIYANK PATEL & JASHANJOT PRUTHI & VIVEK PATEL &
                   AMARJEET SINGH & SAHILVIR SINGH DHILLON.

      * Modification History
      * ---------------------------------------------------------
      * New program maintaining SUPERSED.TXT - one record per
      * part number the manufacturer has replaced, naming the
      * part that replaces it and the date the replacement takes
      * effect. The replacing part may itself be superseded in
      * turn, so an old number leads along a chain (A replaced by
      * B replaced by C) to the part that is current today.
      * SalesOrderEntry.cbl and UpdateTransaction.cbl offer that
      * current part when the old number's stock cannot cover a
      * sale, SupersessionConversion.cbl moves open demand onto
      * it, and SupersessionReport.cbl prints every chain.
      * Links are added, deleted, and listed here. The replacing
      * part must exist on INVENT6.TXT, an old part carries one
      * replacement only, and a link that would lead the chain
      * back onto its own old part is refused - a loop would
      * leave no current part for anything to move to.
      * The operator now needs the master file maintenance permission on
      * OPERMAST.TXT to go past sign-on - anyone else is refused and
      * logged to SECEXCPT.TXT. The operator record layout gains the
      * new permissions.
      * ---------------------------------------------------------

      * Environment division for the supersession file
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

      * Keyed by the old part alone - following a chain is one
      * random READ per link.
         SELECT SUPERSEDE-FILE
         ASSIGN DYNAMIC SUPERSED-PATH-WS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SUP-OLD-PART
           FILE STATUS IS SUPERSEDE-FILE-STATUS-WS.

      * Keyed by part number plus storeroom location so the same part
      * number can carry a separate on-hand quantity per storeroom.
         SELECT INVENT-FILE-IN
         ASSIGN DYNAMIC INVENT6-PATH-WS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PART-LOCATION-KEY-IN.

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

      * One record per replaced part number
       FD SUPERSEDE-FILE.
       01 SUPERSEDE-RECORD.
           05 SUP-OLD-PART                  PIC 9(5).
           05 SUP-NEW-PART                  PIC 9(5).
           05 SUP-EFFECTIVE-DATE            PIC 9(8).
           05 SUP-ENTERED-DATE              PIC 9(8).
           05 SUP-OPERATOR                  PIC X(8).

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

      * The operators allowed to maintain supersessions
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
           05 SUPERSED-PATH-WS              PIC X(90).
           05 INVENT6-PATH-WS               PIC X(90).
           05 OPERMAST-PATH-WS              PIC X(90).
           05 SECEXCPT-PATH-WS              PIC X(90).

       01 SECURITY-VARIABLES.
           05 SECURITY-OPERATOR-WS          PIC X(8).
           05 SECURITY-FUNCTION-WS          PIC X(30).

       01 TEMP.
           05 SUPERSEDE-FILE-STATUS-WS      PIC X(2).
           05 ENTRY-OLD-PART-WS             PIC 9(5).
           05 ENTRY-NEW-PART-WS             PIC 9(5).
           05 ENTRY-EFFECTIVE-DATE-WS       PIC 9(8).
           05 TODAY-WS                      PIC 9(8).
           05 PART-FOUND-SW                 PIC X(1).
               88 PART-FOUND                VALUE "Y".
           05 CHAIN-PART-WS                 PIC 9(5).
           05 CURRENT-PART-WS               PIC 9(5).
           05 HOP-COUNT-WS                  PIC 9(3).
           05 MAX-HOPS-WS                   PIC 9(3) VALUE 20.
           05 CHAIN-END-SW                  PIC X(1).
               88 CHAIN-ENDED               VALUE "Y".
           05 CHAIN-LOOP-SW                 PIC X(1).
               88 CHAIN-LOOPS               VALUE "Y".
           05 CURRENT-FROZEN-SW             PIC X(1).
               88 CURRENT-FROZEN            VALUE "Y".
           05 OPERATOR-ID-WS                PIC X(8).
           05 OPERATOR-OK-SW                PIC X(1).
               88 OPERATOR-OK               VALUE "Y".
           05 FUNCTION-ALLOWED-SW           PIC X(1) VALUE "N".
               88 FUNCTION-ALLOWED          VALUE "Y".

       01 CONDITIONS.
         05 MAINTENANCE-ACTION PIC X(1).
           88 ADD-SUPERSESSION VALUE "A".
           88 DELETE-SUPERSESSION VALUE "D".
           88 LIST-CHAIN VALUE "L".

       01 CHAIN-LIST-LINE-WS.
           05 FILLER                        PIC X(5) VALUE "PART ".
           05 LST-OLD-PART-OUT              PIC 9(5).
           05 FILLER                        PIC X(13) VALUE
               " REPLACED BY ".
           05 LST-NEW-PART-OUT              PIC 9(5).
           05 FILLER                        PIC X(11) VALUE
               " EFFECTIVE ".
           05 LST-EFFECTIVE-DATE-OUT        PIC 9(8).
           05 FILLER                        PIC X(1) VALUE SPACES.
           05 LST-STATUS-OUT                PIC X(9).

      * Procedure division begins
       PROCEDURE DIVISION.
       100-MAINTAIN-SUPERSESSIONS.
           PERFORM  990-LOAD-FILE-PATHS.
           PERFORM  201-INIT-OPEN-FILES.
           PERFORM  205-SIGN-ON-OPERATOR.
           IF FUNCTION-ALLOWED
               PERFORM  202-PROMPT-MAINTENANCE-ACTION
               PERFORM  203-PROCESS-MAINTENANCE-ACTION
           END-IF.
           PERFORM  204-TERMINATE-MAINTENANCE.
           STOP RUN.

      * A first run with no supersession file yet builds it fresh
      * and then reopens it I-O, the same way KitMaintenance
      * first builds BOMFILE.TXT.
       201-INIT-OPEN-FILES.
           OPEN I-O SUPERSEDE-FILE.
           IF SUPERSEDE-FILE-STATUS-WS NOT = "00"
               OPEN OUTPUT SUPERSEDE-FILE
               CLOSE SUPERSEDE-FILE
               OPEN I-O SUPERSEDE-FILE
           END-IF.
           OPEN INPUT INVENT-FILE-IN.
           OPEN INPUT OPERATOR-FILE-IN.
           MOVE FUNCTION CURRENT-DATE(1:8) TO TODAY-WS.

       202-PROMPT-MAINTENANCE-ACTION.
           DISPLAY
           "TYPE 'A' ADD, 'D' DELETE, 'L' LIST SUPERSESSION CHAIN"
           ACCEPT MAINTENANCE-ACTION.

       203-PROCESS-MAINTENANCE-ACTION.
           IF ADD-SUPERSESSION PERFORM  801-ADD-SUPERSESSION.
           IF DELETE-SUPERSESSION PERFORM  802-DELETE-SUPERSESSION.
           IF LIST-CHAIN PERFORM  803-LIST-CHAIN.

       204-TERMINATE-MAINTENANCE.
           CLOSE SUPERSEDE-FILE.
           CLOSE INVENT-FILE-IN.
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
               MOVE "SUPERSESSION MAINTENANCE" TO SECURITY-FUNCTION-WS
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

      * The replacing part must be real stock the sales screens
      * can sell, and the chain onward from it must never come
      * back to the old part. A zero effective date means the
      * replacement takes effect today. The old part need not
      * still be on INVENT6.TXT - demand can outlive the stock.
       801-ADD-SUPERSESSION.
           DISPLAY "OLD PART NUMBER->".
           ACCEPT ENTRY-OLD-PART-WS.
           DISPLAY "REPLACED BY PART NUMBER->".
           ACCEPT ENTRY-NEW-PART-WS.
           DISPLAY "EFFECTIVE DATE YYYYMMDD (0 = TODAY)->".
           ACCEPT ENTRY-EFFECTIVE-DATE-WS.
           IF ENTRY-EFFECTIVE-DATE-WS NOT NUMERIC
               OR ENTRY-EFFECTIVE-DATE-WS = ZERO
               MOVE TODAY-WS TO ENTRY-EFFECTIVE-DATE-WS
           END-IF.
           IF ENTRY-NEW-PART-WS = ENTRY-OLD-PART-WS
               DISPLAY "A PART MAY NOT SUPERSEDE ITSELF"
           ELSE
               PERFORM  804-CHECK-NEW-PART-EXISTS
               IF NOT PART-FOUND
                   DISPLAY
                   "REPLACING PART NOT ON INVENTORY FILE - NOT TAKEN"
               ELSE
                   MOVE ENTRY-NEW-PART-WS TO CHAIN-PART-WS
                   PERFORM  806-WALK-CHAIN
                   IF CHAIN-LOOPS
                       DISPLAY
                       "CHAIN LEADS BACK TO THE OLD PART - NOT TAKEN"
                   ELSE
                       IF NOT CHAIN-ENDED
                           DISPLAY
                           "CHAIN LONGER THAN " MAX-HOPS-WS
                           " LINKS - NOT TAKEN"
                       ELSE
                           PERFORM  805-WRITE-SUPERSESSION
                       END-IF
                   END-IF
               END-IF
           END-IF.

       802-DELETE-SUPERSESSION.
           DISPLAY "OLD PART NUMBER->".
           ACCEPT ENTRY-OLD-PART-WS.
           MOVE ENTRY-OLD-PART-WS TO SUP-OLD-PART.
           READ SUPERSEDE-FILE
               INVALID KEY
                   DISPLAY "PART IS NOT SUPERSEDED"
               NOT INVALID KEY
                   DELETE SUPERSEDE-FILE RECORD
                   DISPLAY "SUPERSESSION DELETED"
           END-READ.

      * Every link from the part onward is shown, in effect or
      * not yet, and the part a sale would be offered today is
      * the last one reached through links already in effect.
       803-LIST-CHAIN.
           DISPLAY "PART NUMBER->".
           ACCEPT ENTRY-OLD-PART-WS.
           MOVE ENTRY-OLD-PART-WS TO CHAIN-PART-WS.
           MOVE ENTRY-OLD-PART-WS TO CURRENT-PART-WS.
           MOVE "N" TO CURRENT-FROZEN-SW.
           MOVE ZERO TO HOP-COUNT-WS.
           MOVE "N" TO CHAIN-END-SW.
           PERFORM  808-LIST-ONE-LINK
               UNTIL CHAIN-ENDED
               OR HOP-COUNT-WS > MAX-HOPS-WS.
           IF HOP-COUNT-WS = ZERO
               DISPLAY "PART IS NOT SUPERSEDED"
           END-IF.
           DISPLAY "CURRENT PART TODAY " CURRENT-PART-WS.

      * Any storeroom record of the replacing part will do - the
      * sales screens read it at their own location.
       804-CHECK-NEW-PART-EXISTS.
           MOVE "N" TO PART-FOUND-SW.
           MOVE ENTRY-NEW-PART-WS TO PART-NUMBER-IN.
           MOVE LOW-VALUES TO LOCATION-CODE-IN.
           START INVENT-FILE-IN
               KEY IS NOT LESS THAN PART-LOCATION-KEY-IN
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   READ INVENT-FILE-IN NEXT RECORD
                       AT END
                           CONTINUE
                       NOT AT END
                           IF PART-NUMBER-IN = ENTRY-NEW-PART-WS
                               MOVE "Y" TO PART-FOUND-SW
                           END-IF
                   END-READ
           END-START.

       805-WRITE-SUPERSESSION.
           MOVE ENTRY-OLD-PART-WS TO SUP-OLD-PART.
           MOVE ENTRY-NEW-PART-WS TO SUP-NEW-PART.
           MOVE ENTRY-EFFECTIVE-DATE-WS TO SUP-EFFECTIVE-DATE.
           MOVE TODAY-WS TO SUP-ENTERED-DATE.
           MOVE OPERATOR-ID-WS TO SUP-OPERATOR.
           WRITE SUPERSEDE-RECORD
               INVALID KEY
                   DISPLAY
                   "PART ALREADY SUPERSEDED - DELETE THAT LINK FIRST"
               NOT INVALID KEY
                   DISPLAY "SUPERSESSION ADDED"
           END-WRITE.

      * Follows the chain from the replacing part regardless of
      * effective dates - a loop through a link not yet in effect
      * is still a loop the day that link comes due.
       806-WALK-CHAIN.
           MOVE ZERO TO HOP-COUNT-WS.
           MOVE "N" TO CHAIN-END-SW.
           MOVE "N" TO CHAIN-LOOP-SW.
           PERFORM  807-FOLLOW-ONE-LINK
               UNTIL CHAIN-ENDED OR CHAIN-LOOPS
               OR HOP-COUNT-WS > MAX-HOPS-WS.

       807-FOLLOW-ONE-LINK.
           IF CHAIN-PART-WS = ENTRY-OLD-PART-WS
               MOVE "Y" TO CHAIN-LOOP-SW
           ELSE
               MOVE CHAIN-PART-WS TO SUP-OLD-PART
               READ SUPERSEDE-FILE
                   INVALID KEY
                       MOVE "Y" TO CHAIN-END-SW
                   NOT INVALID KEY
                       ADD 1 TO HOP-COUNT-WS
                       MOVE SUP-NEW-PART TO CHAIN-PART-WS
               END-READ
           END-IF.

       808-LIST-ONE-LINK.
           MOVE CHAIN-PART-WS TO SUP-OLD-PART.
           READ SUPERSEDE-FILE
               INVALID KEY
                   MOVE "Y" TO CHAIN-END-SW
               NOT INVALID KEY
                   ADD 1 TO HOP-COUNT-WS
                   MOVE SUP-OLD-PART TO LST-OLD-PART-OUT
                   MOVE SUP-NEW-PART TO LST-NEW-PART-OUT
                   MOVE SUP-EFFECTIVE-DATE TO LST-EFFECTIVE-DATE-OUT
                   IF SUP-EFFECTIVE-DATE > TODAY-WS
                       MOVE "PENDING" TO LST-STATUS-OUT
                       MOVE "Y" TO CURRENT-FROZEN-SW
                   ELSE
                       MOVE "IN EFFECT" TO LST-STATUS-OUT
                       IF NOT CURRENT-FROZEN
                           MOVE SUP-NEW-PART TO CURRENT-PART-WS
                       END-IF
                   END-IF
                   DISPLAY CHAIN-LIST-LINE-WS
                   MOVE SUP-NEW-PART TO CHAIN-PART-WS
           END-READ.

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
           MOVE "SupersessionMaintenance" TO SEC-PROGRAM-OUT.
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
           MOVE SPACES TO SUPERSED-PATH-WS.
           STRING
               FUNCTION TRIM(DATA-DIRECTORY-WS)
                   DELIMITED BY SIZE
               "SUPERSED.TXT" DELIMITED BY SIZE
               INTO SUPERSED-PATH-WS
           END-STRING.
           MOVE SPACES TO INVENT6-PATH-WS.
           STRING
               FUNCTION TRIM(DATA-DIRECTORY-WS)
                   DELIMITED BY SIZE
               "INVENT6.TXT" DELIMITED BY SIZE
               INTO INVENT6-PATH-WS
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

      * Ending of Program SupersessionMaintenance
       END PROGRAM SupersessionMaintenance.
