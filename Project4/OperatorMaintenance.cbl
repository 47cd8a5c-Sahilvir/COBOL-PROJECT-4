      * SUPPAUDIT.TXT, and VARIANCE.TXT line they write. A
      * disabled operator stays on file so old log lines still
      * name a real person; the ID just stops signing on.
      * Every operator now carries a list of the functions that ID
      * is permitted - price changes, count adjustments, part
      * discontinues, supplier deactivations, the driver's rerun
      * override, the credit hold override, and this maintenance
      * itself. The add screen keys the list and the new 'P'
      * action rekeys it. The run now opens with a sign-on, and
      * only an operator permitted operator maintenance gets
      * past it - anyone else is refused and logged to the
      * SECEXCPT.TXT security exception log. A master built fresh
      * has nobody to sign on, so that first run may only add,
      * and the operator it adds is granted every function.
      * The permission list gains purchase orders, receiving, cash
      * application, QC disposition, and master file maintenance,
      * keyed on the add and permissions screens and granted to the
      * first operator on a new master.
      * ---------------------------------------------------------

      * Environment division for the operator master
           RECORD KEY IS OPERATOR-ID-OUT
           FILE STATUS IS OPERATOR-FILE-STATUS-WS.

      * Refused attempts at a function the operator is not
      * permitted - the supervisor reads this each morning
         SELECT SECURITY-LOG-OUT
         ASSIGN DYNAMIC SECEXCPT-PATH-WS
           ORGANIZATION LINE SEQUENTIAL.

      *Describing the file, record, and field structures to be used in
      *the program
       DATA DIVISION.
       FD CONFIG-FILE.
       01 CONFIG-RECORD                    PIC X(60).

      * One Y/N byte per guarded function, three spare
       FD OPERATOR-FILE-OUT.
       01 OPERATOR-MASTER-RECORD.
           05 OPERATOR-ID-OUT                PIC X(8).
           05 OPERATOR-STATUS-OUT            PIC X(1).
               88 OPERATOR-ACTIVE-OUT        VALUE "A".
               88 OPERATOR-DISABLED-OUT      VALUE "I".
           05 OPERATOR-PERMISSIONS-OUT.
               10 PERMIT-PRICE-CHANGE-OUT    PIC X(1).
                   88 MAY-CHANGE-PRICE-OUT   VALUE "Y".
               10 PERMIT-COUNT-ADJUST-OUT    PIC X(1).
                   88 MAY-ADJUST-COUNT-OUT   VALUE "Y".
               10 PERMIT-DISCONTINUE-OUT     PIC X(1).
                   88 MAY-DISCONTINUE-OUT    VALUE "Y".
               10 PERMIT-SUPPLIER-DEACT-OUT  PIC X(1).
                   88 MAY-DEACT-SUPPLIER-OUT VALUE "Y".
               10 PERMIT-RUN-OVERRIDE-OUT    PIC X(1).
                   88 MAY-OVERRIDE-RUN-OUT   VALUE "Y".
               10 PERMIT-CREDIT-OVERRIDE-OUT PIC X(1).
                   88 MAY-OVERRIDE-CREDIT-OUT VALUE "Y".
               10 PERMIT-OPERATOR-MAINT-OUT  PIC X(1).
                   88 MAY-MAINT-OPERATORS-OUT VALUE "Y".
               10 PERMIT-PURCHASING-OUT      PIC X(1).
                   88 MAY-PURCHASE-OUT        VALUE "Y".
               10 PERMIT-RECEIVING-OUT       PIC X(1).
                   88 MAY-RECEIVE-OUT         VALUE "Y".
               10 PERMIT-CASH-APPLY-OUT      PIC X(1).
                   88 MAY-APPLY-CASH-OUT      VALUE "Y".
               10 PERMIT-QC-DISPOSITION-OUT  PIC X(1).
                   88 MAY-DISPOSITION-OUT     VALUE "Y".
               10 PERMIT-MASTER-MAINT-OUT    PIC X(1).
                   88 MAY-MAINT-MASTERS-OUT   VALUE "Y".
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
           05 DATA-DIRECTORY-WS             PIC X(60) VALUE
               "E:\level 3\Cobol\projects\project 4\".
           05 OPERMAST-PATH-WS              PIC X(90).
           05 SECEXCPT-PATH-WS              PIC X(90).

       01 CONDITIONS.
         05 MAINTENANCE-ACTION PIC X(1).
           88 CHANGE-OPERATOR VALUE "C".
           88 DISABLE-OPERATOR VALUE "D".
           88 REENABLE-OPERATOR VALUE "E".
           88 SET-PERMISSIONS VALUE "P".

       01 OPERATOR-FILE-STATUS-WS            PIC X(2).

       01 SIGN-ON-VARIABLES.
           05 OPERATOR-ID-WS                PIC X(8).
           05 OPERATOR-OK-SW                PIC X(1).
               88 OPERATOR-OK               VALUE "Y".
           05 MAINTENANCE-ALLOWED-SW        PIC X(1) VALUE "N".
               88 MAINTENANCE-ALLOWED       VALUE "Y".
           05 NEW-MASTER-SW                 PIC X(1) VALUE "N".
               88 NEW-MASTER                VALUE "Y".

       01 SECURITY-VARIABLES.
           05 SECURITY-OPERATOR-WS          PIC X(8).
           05 SECURITY-FUNCTION-WS          PIC X(30).

      * Screen Section begins
       SCREEN SECTION.
       01 ID-ONLY-SCRN.
         05 OPERATOR-ID-IN TO OPERATOR-ID-OUT LINE 5 COL 31.
         05 VALUE "OPERATOR NAME->" LINE 6 COL 10.
         05 OPERATOR-NAME-IN TO OPERATOR-NAME-OUT LINE 6 COL 26.
         05 VALUE "PERMITTED (Y/N):" LINE 8 COL 10.
         05 VALUE "PRICE CHANGE->" LINE 9 COL 12.
         05 PERMIT-PRICE-IN TO PERMIT-PRICE-CHANGE-OUT
             LINE 9 COL 40.
         05 VALUE "COUNT ADJUSTMENT->" LINE 10 COL 12.
         05 PERMIT-COUNT-IN TO PERMIT-COUNT-ADJUST-OUT
             LINE 10 COL 40.
         05 VALUE "DISCONTINUE PART->" LINE 11 COL 12.
         05 PERMIT-DISC-IN TO PERMIT-DISCONTINUE-OUT
             LINE 11 COL 40.
         05 VALUE "DEACTIVATE SUPPLIER->" LINE 12 COL 12.
         05 PERMIT-SUPP-IN TO PERMIT-SUPPLIER-DEACT-OUT
             LINE 12 COL 40.
         05 VALUE "RERUN OVERRIDE->" LINE 13 COL 12.
         05 PERMIT-RUN-IN TO PERMIT-RUN-OVERRIDE-OUT
             LINE 13 COL 40.
         05 VALUE "CREDIT OVERRIDE->" LINE 14 COL 12.
         05 PERMIT-CREDIT-IN TO PERMIT-CREDIT-OVERRIDE-OUT
             LINE 14 COL 40.
         05 VALUE "OPERATOR MAINTENANCE->" LINE 15 COL 12.
         05 PERMIT-OPER-IN TO PERMIT-OPERATOR-MAINT-OUT
             LINE 15 COL 40.
         05 VALUE "PURCHASE ORDERS->" LINE 16 COL 12.
         05 PERMIT-PURCH-IN TO PERMIT-PURCHASING-OUT
             LINE 16 COL 40.
         05 VALUE "RECEIVING->" LINE 17 COL 12.
         05 PERMIT-RECV-IN TO PERMIT-RECEIVING-OUT
             LINE 17 COL 40.
         05 VALUE "CASH APPLICATION->" LINE 18 COL 12.
         05 PERMIT-CASH-IN TO PERMIT-CASH-APPLY-OUT
             LINE 18 COL 40.
         05 VALUE "QC DISPOSITION->" LINE 19 COL 12.
         05 PERMIT-QC-IN TO PERMIT-QC-DISPOSITION-OUT
             LINE 19 COL 40.
         05 VALUE "MASTER FILE MAINTENANCE->" LINE 20 COL 12.
         05 PERMIT-MAST-IN TO PERMIT-MASTER-MAINT-OUT
             LINE 20 COL 40.

       01 CHANGE-OPERATOR-SCRN.
         05 VALUE "OPERATOR NAME->" LINE 6 COL 10.
         05 OPERATOR-NAME-IN TO OPERATOR-NAME-OUT LINE 6 COL 26.

       01 PERMISSIONS-SCRN.
         05 VALUE "PERMITTED (Y/N):" LINE 8 COL 10.
         05 VALUE "PRICE CHANGE->" LINE 9 COL 12.
         05 PERMIT-PRICE-IN TO PERMIT-PRICE-CHANGE-OUT
             LINE 9 COL 40.
         05 VALUE "COUNT ADJUSTMENT->" LINE 10 COL 12.
         05 PERMIT-COUNT-IN TO PERMIT-COUNT-ADJUST-OUT
             LINE 10 COL 40.
         05 VALUE "DISCONTINUE PART->" LINE 11 COL 12.
         05 PERMIT-DISC-IN TO PERMIT-DISCONTINUE-OUT
             LINE 11 COL 40.
         05 VALUE "DEACTIVATE SUPPLIER->" LINE 12 COL 12.
         05 PERMIT-SUPP-IN TO PERMIT-SUPPLIER-DEACT-OUT
             LINE 12 COL 40.
         05 VALUE "RERUN OVERRIDE->" LINE 13 COL 12.
         05 PERMIT-RUN-IN TO PERMIT-RUN-OVERRIDE-OUT
             LINE 13 COL 40.
         05 VALUE "CREDIT OVERRIDE->" LINE 14 COL 12.
         05 PERMIT-CREDIT-IN TO PERMIT-CREDIT-OVERRIDE-OUT
             LINE 14 COL 40.
         05 VALUE "OPERATOR MAINTENANCE->" LINE 15 COL 12.
         05 PERMIT-OPER-IN TO PERMIT-OPERATOR-MAINT-OUT
             LINE 15 COL 40.
         05 VALUE "PURCHASE ORDERS->" LINE 16 COL 12.
         05 PERMIT-PURCH-IN TO PERMIT-PURCHASING-OUT
             LINE 16 COL 40.
         05 VALUE "RECEIVING->" LINE 17 COL 12.
         05 PERMIT-RECV-IN TO PERMIT-RECEIVING-OUT
             LINE 17 COL 40.
         05 VALUE "CASH APPLICATION->" LINE 18 COL 12.
         05 PERMIT-CASH-IN TO PERMIT-CASH-APPLY-OUT
             LINE 18 COL 40.
         05 VALUE "QC DISPOSITION->" LINE 19 COL 12.
         05 PERMIT-QC-IN TO PERMIT-QC-DISPOSITION-OUT
             LINE 19 COL 40.
         05 VALUE "MASTER FILE MAINTENANCE->" LINE 20 COL 12.
         05 PERMIT-MAST-IN TO PERMIT-MASTER-MAINT-OUT
             LINE 20 COL 40.

      * Procedure division begins
       PROCEDURE DIVISION.
       100-MAINTAIN-OPERATOR-FILE.
           PERFORM  990-LOAD-FILE-PATHS.
           PERFORM  201-INIT-OPEN-OPERATOR-FILE.
           IF NEW-MASTER
               MOVE "Y" TO MAINTENANCE-ALLOWED-SW
           ELSE
               PERFORM  205-SIGN-ON-OPERATOR
           END-IF.
           IF MAINTENANCE-ALLOWED
               PERFORM  202-PROMPT-MAINTENANCE-ACTION
               PERFORM  203-PROCESS-MAINTENANCE-ACTION
           END-IF.
           PERFORM  204-TERMINATE-OPERATOR-MAINT.
           STOP RUN.

               OPEN OUTPUT OPERATOR-FILE-OUT
               CLOSE OPERATOR-FILE-OUT
               OPEN I-O OPERATOR-FILE-OUT
               MOVE "Y" TO NEW-MASTER-SW
           END-IF.

       202-PROMPT-MAINTENANCE-ACTION.
           IF NEW-MASTER
               DISPLAY "NEW OPERATOR MASTER - ADD THE FIRST OPERATOR"
               MOVE "A" TO MAINTENANCE-ACTION
           ELSE
               DISPLAY
               "TYPE 'A' ADD, 'C' CHANGE, 'D' DISABLE, 'E' RE-ENABLE"
               DISPLAY
               "     'P' SET PERMISSIONS"
               ACCEPT MAINTENANCE-ACTION
           END-IF.

       203-PROCESS-MAINTENANCE-ACTION.
           IF ADD-OPERATOR PERFORM  801-ADD-OPERATOR.
           IF CHANGE-OPERATOR PERFORM  802-CHANGE-OPERATOR.
           IF DISABLE-OPERATOR PERFORM  803-DISABLE-OPERATOR.
           IF REENABLE-OPERATOR PERFORM  804-REENABLE-OPERATOR.
           IF SET-PERMISSIONS PERFORM  805-SET-PERMISSIONS.

       204-TERMINATE-OPERATOR-MAINT.
           CLOSE OPERATOR-FILE-OUT.

      * Whoever maintains the operators decides what everyone else
      * may do, so the sign-on must be an active ID carrying the
      * operator maintenance permission. A valid ID without it is
      * refused and logged rather than asked again.
       205-SIGN-ON-OPERATOR.
           MOVE "N" TO OPERATOR-OK-SW.
           PERFORM  206-PROMPT-OPERATOR-ID
               UNTIL OPERATOR-OK.
           IF MAY-MAINT-OPERATORS-OUT
               MOVE "Y" TO MAINTENANCE-ALLOWED-SW
           ELSE
               MOVE OPERATOR-ID-WS TO SECURITY-OPERATOR-WS
               MOVE "OPERATOR MAINTENANCE" TO SECURITY-FUNCTION-WS
               PERFORM  950-LOG-SECURITY-EXCEPTION
           END-IF.

       206-PROMPT-OPERATOR-ID.
           DISPLAY "ENTER OPERATOR ID->".
           ACCEPT OPERATOR-ID-WS.
           IF OPERATOR-ID-WS NOT = SPACES
               MOVE OPERATOR-ID-WS TO OPERATOR-ID-OUT
               READ OPERATOR-FILE-OUT
                   INVALID KEY
                       DISPLAY "OPERATOR NOT ON OPERATOR MASTER"
                   NOT INVALID KEY
                       IF OPERATOR-DISABLED-OUT
                           DISPLAY "OPERATOR ID IS DISABLED"
                       ELSE
                           MOVE "Y" TO OPERATOR-OK-SW
                       END-IF
               END-READ
           END-IF.

      * The first operator on a new master is granted every
      * function - otherwise nobody could ever sign on here.
       801-ADD-OPERATOR.
           DISPLAY ADD-OPERATOR-SCRN.
           ACCEPT ADD-OPERATOR-SCRN.
           MOVE "A" TO OPERATOR-STATUS-OUT.
           IF NEW-MASTER
               PERFORM  807-GRANT-ALL-PERMISSIONS
           END-IF.
           PERFORM  806-DEFAULT-PERMISSIONS.
           WRITE OPERATOR-MASTER-RECORD
               INVALID KEY DISPLAY "OPERATOR ID ALREADY EXISTS"
           END-WRITE.
                   END-REWRITE
           END-READ.

      * The whole list is rekeyed - the current one is shown first
      * so an unchanged function is typed back as it stood.
       805-SET-PERMISSIONS.
           DISPLAY ID-ONLY-SCRN.
           ACCEPT ID-ONLY-SCRN.
           READ OPERATOR-FILE-OUT
               INVALID KEY
                   DISPLAY "INVALID OPERATOR ID"
               NOT INVALID KEY
                   DISPLAY "CURRENT PERMISSIONS "
                       OPERATOR-PERMISSIONS-OUT
                   DISPLAY PERMISSIONS-SCRN
                   ACCEPT PERMISSIONS-SCRN
                   PERFORM  806-DEFAULT-PERMISSIONS
                   REWRITE OPERATOR-MASTER-RECORD
                       INVALID KEY DISPLAY "INVALID KEY"
                   END-REWRITE
           END-READ.

      * Anything but a Y is no permission.
       806-DEFAULT-PERMISSIONS.
           IF NOT MAY-CHANGE-PRICE-OUT
               MOVE "N" TO PERMIT-PRICE-CHANGE-OUT
           END-IF.
           IF NOT MAY-ADJUST-COUNT-OUT
               MOVE "N" TO PERMIT-COUNT-ADJUST-OUT
           END-IF.
           IF NOT MAY-DISCONTINUE-OUT
               MOVE "N" TO PERMIT-DISCONTINUE-OUT
           END-IF.
           IF NOT MAY-DEACT-SUPPLIER-OUT
               MOVE "N" TO PERMIT-SUPPLIER-DEACT-OUT
           END-IF.
           IF NOT MAY-OVERRIDE-RUN-OUT
               MOVE "N" TO PERMIT-RUN-OVERRIDE-OUT
           END-IF.
           IF NOT MAY-OVERRIDE-CREDIT-OUT
               MOVE "N" TO PERMIT-CREDIT-OVERRIDE-OUT
           END-IF.
           IF NOT MAY-MAINT-OPERATORS-OUT
               MOVE "N" TO PERMIT-OPERATOR-MAINT-OUT
           END-IF.
           IF NOT MAY-PURCHASE-OUT
               MOVE "N" TO PERMIT-PURCHASING-OUT
           END-IF.
           IF NOT MAY-RECEIVE-OUT
               MOVE "N" TO PERMIT-RECEIVING-OUT
           END-IF.
           IF NOT MAY-APPLY-CASH-OUT
               MOVE "N" TO PERMIT-CASH-APPLY-OUT
           END-IF.
           IF NOT MAY-DISPOSITION-OUT
               MOVE "N" TO PERMIT-QC-DISPOSITION-OUT
           END-IF.
           IF NOT MAY-MAINT-MASTERS-OUT
               MOVE "N" TO PERMIT-MASTER-MAINT-OUT
           END-IF.

       807-GRANT-ALL-PERMISSIONS.
           MOVE "Y" TO PERMIT-PRICE-CHANGE-OUT.
           MOVE "Y" TO PERMIT-COUNT-ADJUST-OUT.
           MOVE "Y" TO PERMIT-DISCONTINUE-OUT.
           MOVE "Y" TO PERMIT-SUPPLIER-DEACT-OUT.
           MOVE "Y" TO PERMIT-RUN-OVERRIDE-OUT.
           MOVE "Y" TO PERMIT-CREDIT-OVERRIDE-OUT.
           MOVE "Y" TO PERMIT-OPERATOR-MAINT-OUT.
           MOVE "Y" TO PERMIT-PURCHASING-OUT.
           MOVE "Y" TO PERMIT-RECEIVING-OUT.
           MOVE "Y" TO PERMIT-CASH-APPLY-OUT.
           MOVE "Y" TO PERMIT-QC-DISPOSITION-OUT.
           MOVE "Y" TO PERMIT-MASTER-MAINT-OUT.

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
           MOVE "OperatorMaintenance" TO SEC-PROGRAM-OUT.
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

      * Ending of Program OperatorMaintenance
       END PROGRAM OperatorMaintenance.
