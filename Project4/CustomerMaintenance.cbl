      * name and phone so the counter can call the day the part
      * lands, and the customer code keyed on a sale follows the
      * transaction onto TRANSLOG.TXT and BACKORD.TXT.
      * The record now carries a credit limit, a credit-hold flag,
      * and the customer's open receivable balance. The limit and
      * hold are keyed here on the add and change screens; the
      * balance is never keyed - CustomerInvoicing.cbl raises it
      * by every invoice and CashReceipts.cbl lowers it by every
      * payment, and the change screen only shows it. A limit of
      * zero means no limit has been set. SalesOrderEntry.cbl and
      * UpdateTransaction.cbl refuse a held customer, or a sale
      * that carries the balance past the limit, unless a
      * supervisor overrides it.
      * The record now also carries the customer's unbilled sales -
      * what has sold or shipped since the last invoicing run. Like
      * the balance it is never keyed: UpdateTransaction.cbl and
      * SalesOrderEntry.cbl raise it as sales post, and
      * CustomerInvoicing.cbl takes it off as it bills. The credit
      * limit is checked against the balance and unbilled sales
      * together. A new customer starts with none.
      * The clerk now signs on against OPERMAST.TXT, and the credit
      * limit and hold can only be set or changed by an operator
      * holding the credit-override permission - anyone else has
      * the terms they keyed put back, with the attempt logged to
      * SECEXCPT.TXT, and a customer they add starts on hold with
      * no limit until a supervisor keys its terms.
      * The change screen shows the credit limit and hold on file,
      * so a name or phone change leaves the terms as they were.
      * OPERMAST.TXT record layout gains the purchasing, receiving,
      * cash application, QC disposition, and master file
      * maintenance permissions.
      * ---------------------------------------------------------

      * Environment division for file Custmast.txt
           RECORD KEY IS CUSTOMER-CODE-OUT
           FILE STATUS IS CUSTOMER-FILE-STATUS-WS.

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
           05 CUSTOMER-STATUS-OUT            PIC X(1).
               88 CUSTOMER-ACTIVE-OUT        VALUE "A".
               88 CUSTOMER-INACTIVE-OUT      VALUE "I".
           05 CUSTOMER-CREDIT-LIMIT-OUT      PIC 9(7)V99.
           05 CUSTOMER-CREDIT-HOLD-OUT       PIC X(1).
               88 CUSTOMER-ON-HOLD-OUT       VALUE "Y".
           05 CUSTOMER-OPEN-BALANCE-OUT      PIC S9(7)V99
                                             SIGN LEADING SEPARATE.
           05 CUSTOMER-UNBILLED-SALES-OUT    PIC 9(7)V99.

      * The operators allowed to maintain the customer master
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
           05 DATA-DIRECTORY-WS             PIC X(60) VALUE
               "E:\level 3\Cobol\projects\project 4\".
           05 CUSTMAST-PATH-WS              PIC X(90).
           05 OPERMAST-PATH-WS              PIC X(90).
           05 SECEXCPT-PATH-WS              PIC X(90).

       01 CONDITIONS.
         05 MAINTENANCE-ACTION PIC X(1).

       01 CUSTOMER-FILE-STATUS-WS            PIC X(2).

       01 SIGN-ON-VARIABLES.
           05 OPERATOR-ID-WS                PIC X(8).
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

      * The credit terms on file before the screen was keyed, so
      * terms keyed without the permission can be put back
       01 PRIOR-CREDIT-TERMS.
           05 PRIOR-CREDIT-LIMIT-WS         PIC 9(7)V99.
           05 PRIOR-CREDIT-HOLD-WS          PIC X(1).

      * Screen Section begins
       SCREEN SECTION.
       01 CODE-ONLY-SCRN.
         05 CUSTOMER-NAME-IN TO CUSTOMER-NAME-OUT LINE 6 COL 26.
         05 VALUE "PHONE NUMBER->" LINE 7 COL 10.
         05 CUSTOMER-PHONE-IN TO CUSTOMER-PHONE-OUT LINE 7 COL 25.
         05 VALUE "CREDIT LIMIT (0 NONE)->" LINE 8 COL 10.
         05 CREDIT-LIMIT-IN TO CUSTOMER-CREDIT-LIMIT-OUT
             LINE 8 COL 34.
         05 VALUE "CREDIT HOLD (Y/N)->" LINE 9 COL 10.
         05 CREDIT-HOLD-IN TO CUSTOMER-CREDIT-HOLD-OUT LINE 9 COL 30.

       01 CHANGE-CUSTOMER-SCRN.
         05 VALUE "CUSTOMER NAME->" LINE 6 COL 10.
         05 CUSTOMER-NAME-IN TO CUSTOMER-NAME-OUT LINE 6 COL 26.
         05 VALUE "PHONE NUMBER->" LINE 7 COL 10.
         05 CUSTOMER-PHONE-IN TO CUSTOMER-PHONE-OUT LINE 7 COL 25.
         05 VALUE "CREDIT LIMIT (0 NONE)->" LINE 8 COL 10.
         05 CREDIT-LIMIT-IN USING CUSTOMER-CREDIT-LIMIT-OUT
             LINE 8 COL 34.
         05 VALUE "CREDIT HOLD (Y/N)->" LINE 9 COL 10.
         05 CREDIT-HOLD-IN USING CUSTOMER-CREDIT-HOLD-OUT
             LINE 9 COL 30.
         05 VALUE "OPEN BALANCE->" LINE 10 COL 10.
         05 OPEN-BALANCE-IN FROM CUSTOMER-OPEN-BALANCE-OUT
             PIC -(7)9.99 LINE 10 COL 25.

      * Procedure division begins
       PROCEDURE DIVISION.
       100-MAINTAIN-CUSTOMER-FILE.
           PERFORM  990-LOAD-FILE-PATHS.
           PERFORM  201-INIT-OPEN-CUSTOMER-FILE.
           PERFORM  205-SIGN-ON-OPERATOR.
           PERFORM  202-PROMPT-MAINTENANCE-ACTION.
           PERFORM  203-PROCESS-MAINTENANCE-ACTION.
           PERFORM  204-TERMINATE-CUSTOMER-MAINT.
               CLOSE CUSTOMER-FILE-OUT
               OPEN I-O CUSTOMER-FILE-OUT
           END-IF.
           OPEN INPUT OPERATOR-FILE-IN.

       202-PROMPT-MAINTENANCE-ACTION.
           DISPLAY

       204-TERMINATE-CUSTOMER-MAINT.
           CLOSE CUSTOMER-FILE-OUT.
           CLOSE OPERATOR-FILE-IN.

      * Sign-on repeats until an active operator master ID is
      * given - the same gate every online program takes.
       205-SIGN-ON-OPERATOR.
           MOVE "N" TO OPERATOR-OK-SW.
           PERFORM  206-PROMPT-OPERATOR-ID
               UNTIL OPERATOR-OK.

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
                           MOVE OPERATOR-PERMISSIONS-IN
                               TO OPERATOR-PERMISSIONS-WS
                       END-IF
               END-READ
           END-IF.

      * A zero limit means no limit, so a customer added by an
      * operator who may not grant credit starts on hold with
      * none until a supervisor keys the terms.
       801-ADD-CUSTOMER.
           DISPLAY ADD-CUSTOMER-SCRN.
           ACCEPT ADD-CUSTOMER-SCRN.
           MOVE "A" TO CUSTOMER-STATUS-OUT.
           MOVE ZERO TO CUSTOMER-OPEN-BALANCE-OUT.
           MOVE ZERO TO CUSTOMER-UNBILLED-SALES-OUT.
           PERFORM  804-EDIT-CREDIT-HOLD.
           MOVE ZERO TO PRIOR-CREDIT-LIMIT-WS.
           MOVE "Y" TO PRIOR-CREDIT-HOLD-WS.
           PERFORM  805-CHECK-CREDIT-AUTHORITY.
           WRITE CUSTOMER-MASTER-RECORD
               INVALID KEY DISPLAY "CUSTOMER CODE ALREADY EXISTS"
           END-WRITE.
               INVALID KEY
                   DISPLAY "INVALID CUSTOMER CODE"
               NOT INVALID KEY
                   MOVE CUSTOMER-CREDIT-LIMIT-OUT
                       TO PRIOR-CREDIT-LIMIT-WS
                   MOVE CUSTOMER-CREDIT-HOLD-OUT
                       TO PRIOR-CREDIT-HOLD-WS
                   DISPLAY CHANGE-CUSTOMER-SCRN
                   ACCEPT CHANGE-CUSTOMER-SCRN
                   PERFORM  804-EDIT-CREDIT-HOLD
                   PERFORM  805-CHECK-CREDIT-AUTHORITY
                   REWRITE CUSTOMER-MASTER-RECORD
                       INVALID KEY DISPLAY "INVALID KEY"
                   END-REWRITE
                   END-REWRITE
           END-READ.

      * Anything but a "Y" keyed in the hold field releases the
      * hold - a stray keystroke must not stop a customer's sales.
       804-EDIT-CREDIT-HOLD.
           IF CUSTOMER-CREDIT-HOLD-OUT NOT = "Y"
               MOVE "N" TO CUSTOMER-CREDIT-HOLD-OUT
           END-IF.

      * Raising a limit or lifting a hold is the same decision as
      * overriding a hold at the counter, so it needs the same
      * credit-override permission. Terms keyed without it are put
      * back and the attempt logged; the name and phone still
      * save.
       805-CHECK-CREDIT-AUTHORITY.
           IF NOT MAY-OVERRIDE-CREDIT
               AND (CUSTOMER-CREDIT-LIMIT-OUT
                       NOT = PRIOR-CREDIT-LIMIT-WS
               OR CUSTOMER-CREDIT-HOLD-OUT NOT = PRIOR-CREDIT-HOLD-WS)
               MOVE PRIOR-CREDIT-LIMIT-WS TO CUSTOMER-CREDIT-LIMIT-OUT
               MOVE PRIOR-CREDIT-HOLD-WS TO CUSTOMER-CREDIT-HOLD-OUT
               DISPLAY "CREDIT LIMIT AND HOLD LEFT AS THEY WERE"
               MOVE OPERATOR-ID-WS TO SECURITY-OPERATOR-WS
               MOVE "CUSTOMER CREDIT TERMS" TO SECURITY-FUNCTION-WS
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
           MOVE "CustomerMaintenance" TO SEC-PROGRAM-OUT.
           MOVE SECURITY-FUNCTION-WS TO SEC-FUNCTION-OUT.
           WRITE SECURITY-EXCEPTION-RECORD.
           CLOSE SECURITY-LOG-OUT.

      * FILECFG.TXT in the working directory carries the data
      * directory on its first line - point it at a copy of the
      * masters and the whole run rehearses there. No config
               "CUSTMAST.TXT" DELIMITED BY SIZE
               INTO CUSTMAST-PATH-WS
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

      * Ending of Program CustomerMaintenance
       END PROGRAM CustomerMaintenance.
