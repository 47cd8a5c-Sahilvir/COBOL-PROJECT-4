       PROGRAM-ID. CashReceipts as "CashReceipts".
       AUTHOR     PRIYANK PATEL & JASHANJOT PRUTHI & VIVEK PATEL &
                   AMARJEET SINGH & SAHILVIR SINGH DHILLON.

      * Modification History
      * ---------------------------------------------------------
      * New cash-receipts posting screen. CustomerInvoicing.cbl
      * opens a receivable item on OPENAR.TXT for every invoice
      * and raises the customer's open balance on CUSTMAST.TXT;
      * this is where the money coming back in pays them down. A
      * receipt is keyed against one invoice, or against invoice
      * zero to pay the customer's items oldest first. Whatever a
      * named invoice does not absorb rolls onto the customer's
      * other items oldest first, and anything left after every
      * item is paid stays on the balance as a credit. Every
      * application is journaled to CASHRCPT.TXT with the
      * operator who keyed it, so a disputed payment can be
      * traced to the item it paid.
      * CUSTMAST.TXT record layout gains the unbilled sales amount.
      * The operator now needs the cash application permission on
      * OPERMAST.TXT to go past sign-on - anyone else is refused and
      * logged to SECEXCPT.TXT. The operator record layout gains the
      * new permissions.
      * ---------------------------------------------------------

      * Environment division for the customer and receivable files
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

         SELECT CUSTOMER-FILE-OUT
         ASSIGN DYNAMIC CUSTMAST-PATH-WS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS CUSTOMER-CODE-OUT.

      * Keyed by customer then invoice number so a START on the
      * customer walks that customer's items oldest first.
         SELECT RECEIVABLE-FILE-OUT
         ASSIGN DYNAMIC OPENAR-PATH-WS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS AR-KEY-OUT
           FILE STATUS IS RECEIVABLE-FILE-STATUS-WS.

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

      * Permanent, appended-to journal of every receipt applied
         SELECT CASH-RECEIPT-FILE-OUT
         ASSIGN DYNAMIC CASHRCPT-PATH-WS
           ORGANIZATION LINE SEQUENTIAL.

      *Describing the file, record, and field structures to be used in
      *the program
       DATA DIVISION.
       FILE SECTION.
      * One directory path per configuration line
       FD CONFIG-FILE.
       01 CONFIG-RECORD                    PIC X(60).

       FD CUSTOMER-FILE-OUT.
       01 CUSTOMER-MASTER-RECORD.
           05 CUSTOMER-CODE-OUT              PIC X(5).
           05 CUSTOMER-NAME-OUT              PIC X(20).
           05 CUSTOMER-PHONE-OUT             PIC X(12).
           05 CUSTOMER-STATUS-OUT            PIC X(1).
               88 CUSTOMER-ACTIVE-OUT        VALUE "A".
               88 CUSTOMER-INACTIVE-OUT      VALUE "I".
           05 CUSTOMER-CREDIT-LIMIT-OUT      PIC 9(7)V99.
           05 CUSTOMER-CREDIT-HOLD-OUT       PIC X(1).
               88 CUSTOMER-ON-HOLD-OUT       VALUE "Y".
           05 CUSTOMER-OPEN-BALANCE-OUT      PIC S9(7)V99
                                             SIGN LEADING SEPARATE.
           05 CUSTOMER-UNBILLED-SALES-OUT    PIC 9(7)V99.

      * What each invoice still owes - paid down by receipts
       FD RECEIVABLE-FILE-OUT.
       01 RECEIVABLE-RECORD-OUT.
           05 AR-KEY-OUT.
               10 AR-CUSTOMER-OUT           PIC X(5).
               10 AR-INVOICE-NUMBER-OUT     PIC 9(5).
           05 AR-INVOICE-DATE-OUT           PIC 9(8).
           05 AR-SO-NUMBER-OUT              PIC 9(5).
           05 AR-INVOICE-AMOUNT-OUT         PIC 9(9)V99.
           05 AR-AMOUNT-PAID-OUT            PIC 9(9)V99.
           05 AR-STATUS-OUT                 PIC X(1).
               88 AR-ITEM-OPEN-OUT          VALUE "O".
               88 AR-ITEM-PAID-OUT          VALUE "P".

      * The operators allowed to post receipts
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

      * One line per invoice a receipt paid - invoice zero is the
      * part of a receipt left on account as a credit
       FD CASH-RECEIPT-FILE-OUT.
       01 CASH-RECEIPT-RECORD-OUT.
           05 RCPT-DATE-OUT                 PIC 9(8).
           05 FILLER                        PIC X(1) VALUE SPACE.
           05 RCPT-TIME-OUT                 PIC 9(6).
           05 FILLER                        PIC X(1) VALUE SPACE.
           05 RCPT-CUSTOMER-OUT             PIC X(5).
           05 FILLER                        PIC X(1) VALUE SPACE.
           05 RCPT-INVOICE-NUMBER-OUT       PIC 9(5).
           05 FILLER                        PIC X(1) VALUE SPACE.
           05 RCPT-AMOUNT-OUT               PIC 9(7)V99.
           05 FILLER                        PIC X(1) VALUE SPACE.
           05 RCPT-OPERATOR-OUT             PIC X(8).

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
           05 CUSTMAST-PATH-WS              PIC X(90).
           05 OPENAR-PATH-WS                PIC X(90).
           05 OPERMAST-PATH-WS              PIC X(90).
           05 SECEXCPT-PATH-WS              PIC X(90).
           05 CASHRCPT-PATH-WS              PIC X(90).

       01 SECURITY-VARIABLES.
           05 SECURITY-OPERATOR-WS          PIC X(8).
           05 SECURITY-FUNCTION-WS          PIC X(30).

       01 TEMP.
           05 RECEIVABLE-FILE-STATUS-WS     PIC X(2).
           05 RECEIPT-CUSTOMER-WS           PIC X(5).
           05 RECEIPT-INVOICE-WS            PIC 9(5).
           05 RECEIPT-AMOUNT-WS             PIC 9(7)V99.
           05 UNAPPLIED-AMOUNT-WS           PIC 9(7)V99.
           05 ITEM-DUE-WS                   PIC 9(9)V99.
           05 APPLIED-AMOUNT-WS             PIC 9(7)V99.
           05 BALANCE-DISPLAY-WS            PIC -(7)9.99.
           05 ITEM-EOF-FLAG                 PIC X(1).
           05 RECEIPT-OK-SW                 PIC X(1).
               88 RECEIPT-OK                VALUE "Y".
           05 OPERATOR-ID-WS                PIC X(8).
           05 OPERATOR-OK-SW                PIC X(1).
               88 OPERATOR-OK               VALUE "Y".
           05 FUNCTION-ALLOWED-SW           PIC X(1) VALUE "N".
               88 FUNCTION-ALLOWED          VALUE "Y".

       01 RECEIPT-COUNTERS.
           05 RECEIPTS-POSTED-WS            PIC 9(5) VALUE 0.
           05 RECEIPTS-REJECTED-WS          PIC 9(5) VALUE 0.

      * Screen Section begins
       SCREEN SECTION.
       01 CASH-RECEIPT-SCRN.
         05 VALUE "CUSTOMER CODE (BLANK TO END)->" LINE 5 COL 10.
         05 CUSTOMER-IN TO RECEIPT-CUSTOMER-WS LINE 5 COL 41.
         05 VALUE "INVOICE NUMBER (0 OLDEST FIRST)->" LINE 6 COL 10.
         05 INVOICE-IN TO RECEIPT-INVOICE-WS LINE 6 COL 44.
         05 VALUE "Amount Received->" LINE 7 COL 10.
         05 AMOUNT-IN TO RECEIPT-AMOUNT-WS LINE 7 COL 28.

      * Procedure division begins
       PROCEDURE DIVISION.
       100-POST-CASH-RECEIPTS.
           PERFORM  990-LOAD-FILE-PATHS.
           PERFORM  201-INIT-OPEN-FILES.
           PERFORM  205-SIGN-ON-OPERATOR.
           IF FUNCTION-ALLOWED
               PERFORM  701-PROMPT-RECEIPT
               PERFORM  202-POST-ONE-RECEIPT
                   UNTIL RECEIPT-CUSTOMER-WS = SPACES
           END-IF.
           PERFORM  204-TERMINATE-CASH-RECEIPTS.
           STOP RUN.

      * A first run with no open-items file yet builds it fresh
      * and then reopens it I-O - there is nothing to pay until
      * the first invoicing run, but the screen still comes up.
       201-INIT-OPEN-FILES.
           OPEN I-O CUSTOMER-FILE-OUT.
           OPEN I-O RECEIVABLE-FILE-OUT.
           IF RECEIVABLE-FILE-STATUS-WS NOT = "00"
               OPEN OUTPUT RECEIVABLE-FILE-OUT
               CLOSE RECEIVABLE-FILE-OUT
               OPEN I-O RECEIVABLE-FILE-OUT
           END-IF.
           OPEN INPUT OPERATOR-FILE-IN.
           OPEN EXTEND CASH-RECEIPT-FILE-OUT.

       202-POST-ONE-RECEIPT.
           PERFORM  801-VALIDATE-RECEIPT.
           IF RECEIPT-OK
               MOVE RECEIPT-AMOUNT-WS TO UNAPPLIED-AMOUNT-WS
               IF RECEIPT-INVOICE-WS NOT = 0
                   PERFORM  802-APPLY-TO-OPEN-ITEM
               END-IF
               IF UNAPPLIED-AMOUNT-WS > 0
                   PERFORM  803-APPLY-OLDEST-FIRST
               END-IF
               IF UNAPPLIED-AMOUNT-WS > 0
                   PERFORM  806-POST-UNAPPLIED-CREDIT
               END-IF
               PERFORM  807-LOWER-OPEN-BALANCE
               ADD 1 TO RECEIPTS-POSTED-WS
           ELSE
               ADD 1 TO RECEIPTS-REJECTED-WS
           END-IF.
           PERFORM  701-PROMPT-RECEIPT.

       204-TERMINATE-CASH-RECEIPTS.
           DISPLAY "RECEIPTS POSTED   " RECEIPTS-POSTED-WS.
           DISPLAY "RECEIPTS REJECTED " RECEIPTS-REJECTED-WS.
           CLOSE CUSTOMER-FILE-OUT.
           CLOSE RECEIVABLE-FILE-OUT.
           CLOSE OPERATOR-FILE-IN.
           CLOSE CASH-RECEIPT-FILE-OUT.

      * Money posted against a customer's account has to carry a
      * name - sign-on repeats until an active ID is given, and
      * only an ID with the cash application permission may post.
       205-SIGN-ON-OPERATOR.
           MOVE "N" TO OPERATOR-OK-SW.
           PERFORM  206-PROMPT-OPERATOR-ID
               UNTIL OPERATOR-OK.
           IF MAY-APPLY-CASH-IN
               MOVE "Y" TO FUNCTION-ALLOWED-SW
           ELSE
               MOVE OPERATOR-ID-WS TO SECURITY-OPERATOR-WS
               MOVE "CASH APPLICATION" TO SECURITY-FUNCTION-WS
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

       701-PROMPT-RECEIPT.
           MOVE SPACES TO RECEIPT-CUSTOMER-WS.
           MOVE ZERO TO RECEIPT-INVOICE-WS.
           MOVE ZERO TO RECEIPT-AMOUNT-WS.
           DISPLAY CASH-RECEIPT-SCRN.
           ACCEPT CASH-RECEIPT-SCRN.

       702-READ-NEXT-ITEM.
           READ RECEIVABLE-FILE-OUT NEXT RECORD
               AT END
                   MOVE "Y" TO ITEM-EOF-FLAG
               NOT AT END
                   IF AR-CUSTOMER-OUT NOT = RECEIPT-CUSTOMER-WS
                       MOVE "Y" TO ITEM-EOF-FLAG
                   END-IF
           END-READ.

      * A receipt from an inactive customer still posts - a
      * closed account paying off its last invoices is exactly
      * what should happen. A named invoice must be one of this
      * customer's, and still open.
       801-VALIDATE-RECEIPT.
           MOVE "Y" TO RECEIPT-OK-SW.
           MOVE RECEIPT-CUSTOMER-WS TO CUSTOMER-CODE-OUT.
           READ CUSTOMER-FILE-OUT
               INVALID KEY
                   DISPLAY "CUSTOMER NOT ON CUSTOMER MASTER"
                   MOVE "N" TO RECEIPT-OK-SW
           END-READ.
           IF RECEIPT-OK AND RECEIPT-AMOUNT-WS = 0
               DISPLAY "RECEIPT AMOUNT MUST BE GREATER THAN ZERO"
               MOVE "N" TO RECEIPT-OK-SW
           END-IF.
           IF RECEIPT-OK AND RECEIPT-INVOICE-WS NOT = 0
               MOVE RECEIPT-CUSTOMER-WS TO AR-CUSTOMER-OUT
               MOVE RECEIPT-INVOICE-WS TO AR-INVOICE-NUMBER-OUT
               READ RECEIVABLE-FILE-OUT
                   INVALID KEY
                       DISPLAY "INVOICE NOT ON FILE FOR THIS CUSTOMER"
                       MOVE "N" TO RECEIPT-OK-SW
                   NOT INVALID KEY
                       IF AR-ITEM-PAID-OUT
                           DISPLAY "INVOICE IS ALREADY PAID"
                           MOVE "N" TO RECEIPT-OK-SW
                       END-IF
               END-READ
           END-IF.

      * Pays the item in the record area as far as the unapplied
      * money goes - an item paid in full is marked paid.
       802-APPLY-TO-OPEN-ITEM.
           COMPUTE ITEM-DUE-WS =
               AR-INVOICE-AMOUNT-OUT - AR-AMOUNT-PAID-OUT.
           IF UNAPPLIED-AMOUNT-WS < ITEM-DUE-WS
               MOVE UNAPPLIED-AMOUNT-WS TO APPLIED-AMOUNT-WS
           ELSE
               MOVE ITEM-DUE-WS TO APPLIED-AMOUNT-WS
           END-IF.
           ADD APPLIED-AMOUNT-WS TO AR-AMOUNT-PAID-OUT.
           IF AR-AMOUNT-PAID-OUT NOT LESS THAN AR-INVOICE-AMOUNT-OUT
               MOVE "P" TO AR-STATUS-OUT
           END-IF.
           REWRITE RECEIVABLE-RECORD-OUT
               INVALID KEY
                   DISPLAY "INVALID KEY PAYING INVOICE "
                       AR-INVOICE-NUMBER-OUT
           END-REWRITE.
           SUBTRACT APPLIED-AMOUNT-WS FROM UNAPPLIED-AMOUNT-WS.
           MOVE AR-INVOICE-NUMBER-OUT TO RCPT-INVOICE-NUMBER-OUT.
           PERFORM  805-WRITE-RECEIPT-LINE.
           DISPLAY "PAID " APPLIED-AMOUNT-WS " ON INVOICE "
               AR-INVOICE-NUMBER-OUT.

      * Invoice numbers climb with time, so the customer's items
      * in key order are oldest first.
       803-APPLY-OLDEST-FIRST.
           MOVE "N" TO ITEM-EOF-FLAG.
           MOVE RECEIPT-CUSTOMER-WS TO AR-CUSTOMER-OUT.
           MOVE ZERO TO AR-INVOICE-NUMBER-OUT.
           START RECEIVABLE-FILE-OUT
               KEY IS NOT LESS THAN AR-KEY-OUT
               INVALID KEY
                   MOVE "Y" TO ITEM-EOF-FLAG
           END-START.
           IF ITEM-EOF-FLAG NOT = "Y"
               PERFORM  702-READ-NEXT-ITEM
               PERFORM  804-APPLY-TO-NEXT-ITEM
                   UNTIL ITEM-EOF-FLAG = "Y"
                   OR UNAPPLIED-AMOUNT-WS = 0
           END-IF.

       804-APPLY-TO-NEXT-ITEM.
           IF AR-ITEM-OPEN-OUT
               PERFORM  802-APPLY-TO-OPEN-ITEM
           END-IF.
           IF UNAPPLIED-AMOUNT-WS > 0
               PERFORM  702-READ-NEXT-ITEM
           END-IF.

       805-WRITE-RECEIPT-LINE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO RCPT-DATE-OUT.
           MOVE FUNCTION CURRENT-DATE(9:6) TO RCPT-TIME-OUT.
           MOVE RECEIPT-CUSTOMER-WS TO RCPT-CUSTOMER-OUT.
           MOVE APPLIED-AMOUNT-WS TO RCPT-AMOUNT-OUT.
           MOVE OPERATOR-ID-WS TO RCPT-OPERATOR-OUT.
           WRITE CASH-RECEIPT-RECORD-OUT.

      * More money than the customer owes is kept, not refused -
      * it stays on the balance as a credit against the next
      * invoice and is journaled against invoice zero.
       806-POST-UNAPPLIED-CREDIT.
           MOVE UNAPPLIED-AMOUNT-WS TO APPLIED-AMOUNT-WS.
           MOVE ZERO TO RCPT-INVOICE-NUMBER-OUT.
           PERFORM  805-WRITE-RECEIPT-LINE.
           DISPLAY "LEFT ON ACCOUNT AS CREDIT " UNAPPLIED-AMOUNT-WS.

       807-LOWER-OPEN-BALANCE.
           SUBTRACT RECEIPT-AMOUNT-WS FROM CUSTOMER-OPEN-BALANCE-OUT
               ON SIZE ERROR
                   DISPLAY "OPEN BALANCE OVERFLOW - NOT LOWERED"
           END-SUBTRACT.
           REWRITE CUSTOMER-MASTER-RECORD
               INVALID KEY
                   DISPLAY "INVALID KEY UPDATING CUSTOMER BALANCE"
           END-REWRITE.
           MOVE CUSTOMER-OPEN-BALANCE-OUT TO BALANCE-DISPLAY-WS.
           DISPLAY CUSTOMER-NAME-OUT " OPEN BALANCE NOW "
               BALANCE-DISPLAY-WS.

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
           MOVE "CashReceipts" TO SEC-PROGRAM-OUT.
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
           MOVE SPACES TO CUSTMAST-PATH-WS.
           STRING
               FUNCTION TRIM(DATA-DIRECTORY-WS)
                   DELIMITED BY SIZE
               "CUSTMAST.TXT" DELIMITED BY SIZE
               INTO CUSTMAST-PATH-WS
           END-STRING.
           MOVE SPACES TO OPENAR-PATH-WS.
           STRING
               FUNCTION TRIM(DATA-DIRECTORY-WS)
                   DELIMITED BY SIZE
               "OPENAR.TXT" DELIMITED BY SIZE
               INTO OPENAR-PATH-WS
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
           MOVE SPACES TO CASHRCPT-PATH-WS.
           STRING
               FUNCTION TRIM(DATA-DIRECTORY-WS)
                   DELIMITED BY SIZE
               "CASHRCPT.TXT" DELIMITED BY SIZE
               INTO CASHRCPT-PATH-WS
           END-STRING.

      * Ending of Program CashReceipts
       END PROGRAM CashReceipts.
