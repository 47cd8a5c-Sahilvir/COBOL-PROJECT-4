       PROGRAM-ID. AgedReceivablesReport as "AgedReceivablesReport".
       AUTHOR     PRIYANK PATEL & JASHANJOT PRUTHI & VIVEK PATEL &
                   AMARJEET SINGH & SAHILVIR SINGH DHILLON.

      * Modification History
      * ---------------------------------------------------------
      * New report for the weekly collections call. Every open
      * item on OPENAR.TXT - the part of each invoice
      * CashReceipts.cbl has not yet paid - is aged from its
      * invoice date and totalled per customer into current,
      * 30, 60, and 90+ day columns, with the customer's name and
      * phone off CUSTMAST.TXT so the caller has the number in
      * front of them. A customer on credit hold, or owing more
      * than their credit limit, is flagged on the line. Company
      * totals per column print at the end.
      * CUSTMAST.TXT record layout gains the unbilled sales amount.
      * ---------------------------------------------------------

      * Environment division for the receivable and customer files
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

      * Read in key order - customer, then invoice number - so
      * each customer's items arrive together.
         SELECT RECEIVABLE-FILE-IN
         ASSIGN DYNAMIC OPENAR-PATH-WS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS AR-KEY-IN
           FILE STATUS IS RECEIVABLE-FILE-STATUS-WS.

         SELECT CUSTOMER-FILE-IN
         ASSIGN DYNAMIC CUSTMAST-PATH-WS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS CUSTOMER-CODE-IN.

         SELECT AGED-REPORT-OUT
         ASSIGN DYNAMIC AGEDAR-PATH-WS
           ORGANIZATION LINE SEQUENTIAL.

      *Describing the file, record, and field structures to be used in
      *the program
       DATA DIVISION.
       FILE SECTION.
      * One directory path per configuration line
       FD CONFIG-FILE.
       01 CONFIG-RECORD                    PIC X(60).

       FD RECEIVABLE-FILE-IN.
       01 RECEIVABLE-RECORD-IN.
           05 AR-KEY-IN.
               10 AR-CUSTOMER-IN            PIC X(5).
               10 AR-INVOICE-NUMBER-IN      PIC 9(5).
           05 AR-INVOICE-DATE-IN            PIC 9(8).
           05 AR-SO-NUMBER-IN               PIC 9(5).
           05 AR-INVOICE-AMOUNT-IN          PIC 9(9)V99.
           05 AR-AMOUNT-PAID-IN             PIC 9(9)V99.
           05 AR-STATUS-IN                  PIC X(1).
               88 AR-ITEM-OPEN-IN           VALUE "O".
               88 AR-ITEM-PAID-IN           VALUE "P".

      * The customers the collections call is made to
       FD CUSTOMER-FILE-IN.
       01 CUSTOMER-MASTER-RECORD.
           05 CUSTOMER-CODE-IN               PIC X(5).
           05 CUSTOMER-NAME-IN               PIC X(20).
           05 CUSTOMER-PHONE-IN              PIC X(12).
           05 CUSTOMER-STATUS-IN             PIC X(1).
               88 CUSTOMER-ACTIVE-IN         VALUE "A".
               88 CUSTOMER-INACTIVE-IN       VALUE "I".
           05 CUSTOMER-CREDIT-LIMIT-IN       PIC 9(7)V99.
           05 CUSTOMER-CREDIT-HOLD-IN        PIC X(1).
               88 CUSTOMER-ON-HOLD-IN        VALUE "Y".
           05 CUSTOMER-OPEN-BALANCE-IN       PIC S9(7)V99
                                             SIGN LEADING SEPARATE.
           05 CUSTOMER-UNBILLED-SALES-IN     PIC 9(7)V99.

      * File division for the aged receivables report
       FD AGED-REPORT-OUT.
       01 AGED-REPORT-LINE                 PIC X(110).

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
           05 OPENAR-PATH-WS                PIC X(90).
           05 CUSTMAST-PATH-WS              PIC X(90).
           05 AGEDAR-PATH-WS                PIC X(90).

       01 TEMP.
           05 RECEIVABLE-FILE-STATUS-WS     PIC X(2).
           05 ITEM-EOF-FLAG                 PIC X(1) VALUE "N".
           05 TODAY-INTEGER-WS              PIC 9(8).
           05 INVOICE-INTEGER-WS            PIC 9(8).
           05 DAYS-OLD-WS                   PIC 9(5).
           05 ITEM-DUE-WS                   PIC 9(9)V99.
           05 BREAK-CUSTOMER-WS             PIC X(5) VALUE SPACES.

      * One customer's open items, by age
       01 CUSTOMER-BUCKETS-WS.
           05 CUST-CURRENT-WS               PIC 9(9)V99.
           05 CUST-30-DAYS-WS               PIC 9(9)V99.
           05 CUST-60-DAYS-WS               PIC 9(9)V99.
           05 CUST-90-DAYS-WS               PIC 9(9)V99.
           05 CUST-TOTAL-WS                 PIC 9(9)V99.

       01 COMPANY-BUCKETS-WS.
           05 CO-CURRENT-WS                 PIC 9(9)V99 VALUE 0.
           05 CO-30-DAYS-WS                 PIC 9(9)V99 VALUE 0.
           05 CO-60-DAYS-WS                 PIC 9(9)V99 VALUE 0.
           05 CO-90-DAYS-WS                 PIC 9(9)V99 VALUE 0.
           05 CO-TOTAL-WS                   PIC 9(9)V99 VALUE 0.
           05 CUSTOMERS-LISTED-WS           PIC 9(5) VALUE 0.

       01 AGED-TITLE-LINE-WS.
           05 FILLER                        PIC X(29) VALUE
               "AGED RECEIVABLES BY CUSTOMER".
           05 FILLER                        PIC X(7) VALUE "AS OF ".
           05 AGED-TITLE-DATE-OUT           PIC 9(8).

       01 AGED-COLUMN-HDR.
           05 FILLER                       PIC X(6)  VALUE "CUST".
           05 FILLER                       PIC X(21) VALUE "NAME".
           05 FILLER                       PIC X(13) VALUE "PHONE".
           05 FILLER                       PIC X(12) VALUE
               "     CURRENT".
           05 FILLER                       PIC X(12) VALUE
               "     30 DAYS".
           05 FILLER                       PIC X(12) VALUE
               "     60 DAYS".
           05 FILLER                       PIC X(12) VALUE
               "    90+ DAYS".
           05 FILLER                       PIC X(12) VALUE
               "   TOTAL DUE".
           05 FILLER                       PIC X(1)  VALUE SPACES.
           05 FILLER                       PIC X(5)  VALUE "FLAGS".

       01 AGED-DETAIL-LINE-WS.
           05 AGD-CUSTOMER-OUT              PIC X(5).
           05 FILLER                        PIC X(1) VALUE SPACES.
           05 AGD-CUSTOMER-NAME-OUT         PIC X(20).
           05 FILLER                        PIC X(1) VALUE SPACES.
           05 AGD-PHONE-OUT                 PIC X(12).
           05 FILLER                        PIC X(1) VALUE SPACES.
           05 AGD-CURRENT-OUT               PIC $$$$,$$9.99.
           05 FILLER                        PIC X(1) VALUE SPACES.
           05 AGD-30-DAYS-OUT               PIC $$$$,$$9.99.
           05 FILLER                        PIC X(1) VALUE SPACES.
           05 AGD-60-DAYS-OUT               PIC $$$$,$$9.99.
           05 FILLER                        PIC X(1) VALUE SPACES.
           05 AGD-90-DAYS-OUT               PIC $$$$,$$9.99.
           05 FILLER                        PIC X(1) VALUE SPACES.
           05 AGD-TOTAL-OUT                 PIC $$$$,$$9.99.
           05 FILLER                        PIC X(2) VALUE SPACES.
           05 AGD-HOLD-FLAG-OUT             PIC X(4).
           05 FILLER                        PIC X(1) VALUE SPACES.
           05 AGD-LIMIT-FLAG-OUT            PIC X(4).

       01 AGED-TOTAL-LINE-WS.
           05 FILLER                        PIC X(14) VALUE
               "COMPANY TOTAL".
           05 FILLER                        PIC X(10) VALUE
               "CUSTOMERS".
           05 AGT-CUSTOMERS-OUT             PIC ZZ,ZZ9.
           05 FILLER                        PIC X(10) VALUE SPACES.
           05 AGT-CURRENT-OUT               PIC $$$$,$$9.99.
           05 FILLER                        PIC X(1) VALUE SPACES.
           05 AGT-30-DAYS-OUT               PIC $$$$,$$9.99.
           05 FILLER                        PIC X(1) VALUE SPACES.
           05 AGT-60-DAYS-OUT               PIC $$$$,$$9.99.
           05 FILLER                        PIC X(1) VALUE SPACES.
           05 AGT-90-DAYS-OUT               PIC $$$$,$$9.99.
           05 FILLER                        PIC X(1) VALUE SPACES.
           05 AGT-TOTAL-OUT                 PIC $$$$,$$9.99.

       01 NO-FILE-LINE-WS.
           05 FILLER                        PIC X(50) VALUE
             "NO OPEN-ITEMS FILE - NOTHING HAS BEEN INVOICED".

      * Procedure division begins
       PROCEDURE DIVISION.
       100-CREATE-AGED-RECEIVABLES.
           PERFORM  990-LOAD-FILE-PATHS.
           PERFORM  201-INIT-OPEN-FILES.
           PERFORM  202-AGE-ONE-ITEM
               UNTIL ITEM-EOF-FLAG = "Y".
           IF BREAK-CUSTOMER-WS NOT = SPACES
               PERFORM  802-PRINT-CUSTOMER-LINE
           END-IF.
           PERFORM  203-PRINT-COMPANY-TOTALS.
           PERFORM  204-TERMINATE-AGED-REPORT.
           STOP RUN.

      * No open-items file just means no invoicing run has been
      * made yet - the report says so rather than failing.
       201-INIT-OPEN-FILES.
           OPEN INPUT CUSTOMER-FILE-IN.
           OPEN OUTPUT AGED-REPORT-OUT.
           MOVE FUNCTION CURRENT-DATE(1:8) TO AGED-TITLE-DATE-OUT.
           COMPUTE TODAY-INTEGER-WS = FUNCTION INTEGER-OF-DATE(
               FUNCTION NUMVAL(FUNCTION CURRENT-DATE(1:8))).
           WRITE AGED-REPORT-LINE FROM AGED-TITLE-LINE-WS
               BEFORE ADVANCING 2 LINES.
           WRITE AGED-REPORT-LINE FROM AGED-COLUMN-HDR.
           OPEN INPUT RECEIVABLE-FILE-IN.
           IF RECEIVABLE-FILE-STATUS-WS = "00"
               PERFORM  701-READ-RECEIVABLE-RECORD
           ELSE
               WRITE AGED-REPORT-LINE FROM NO-FILE-LINE-WS
               MOVE "Y" TO ITEM-EOF-FLAG
           END-IF.

      * A change of customer prints the one just finished - paid
      * items stay on file for the history but age nothing.
       202-AGE-ONE-ITEM.
           IF AR-ITEM-OPEN-IN
               IF AR-CUSTOMER-IN NOT = BREAK-CUSTOMER-WS
                   IF BREAK-CUSTOMER-WS NOT = SPACES
                       PERFORM  802-PRINT-CUSTOMER-LINE
                   END-IF
                   MOVE AR-CUSTOMER-IN TO BREAK-CUSTOMER-WS
                   MOVE ZERO TO CUST-CURRENT-WS
                   MOVE ZERO TO CUST-30-DAYS-WS
                   MOVE ZERO TO CUST-60-DAYS-WS
                   MOVE ZERO TO CUST-90-DAYS-WS
                   MOVE ZERO TO CUST-TOTAL-WS
               END-IF
               PERFORM  801-AGE-OPEN-ITEM
           END-IF.
           PERFORM  701-READ-RECEIVABLE-RECORD.

       203-PRINT-COMPANY-TOTALS.
           MOVE CUSTOMERS-LISTED-WS TO AGT-CUSTOMERS-OUT.
           MOVE CO-CURRENT-WS TO AGT-CURRENT-OUT.
           MOVE CO-30-DAYS-WS TO AGT-30-DAYS-OUT.
           MOVE CO-60-DAYS-WS TO AGT-60-DAYS-OUT.
           MOVE CO-90-DAYS-WS TO AGT-90-DAYS-OUT.
           MOVE CO-TOTAL-WS TO AGT-TOTAL-OUT.
           WRITE AGED-REPORT-LINE FROM AGED-TOTAL-LINE-WS
               AFTER ADVANCING 2 LINES.

       204-TERMINATE-AGED-REPORT.
           IF RECEIVABLE-FILE-STATUS-WS = "00"
               CLOSE RECEIVABLE-FILE-IN
           END-IF.
           CLOSE CUSTOMER-FILE-IN.
           CLOSE AGED-REPORT-OUT.

       701-READ-RECEIVABLE-RECORD.
           READ RECEIVABLE-FILE-IN NEXT RECORD
               AT END
               MOVE "Y" TO ITEM-EOF-FLAG.

      * Only what is still owed ages - a part-paid invoice ages
      * its remainder from the original invoice date.
       801-AGE-OPEN-ITEM.
           COMPUTE ITEM-DUE-WS =
               AR-INVOICE-AMOUNT-IN - AR-AMOUNT-PAID-IN.
           COMPUTE INVOICE-INTEGER-WS =
               FUNCTION INTEGER-OF-DATE(AR-INVOICE-DATE-IN)
           END-COMPUTE.
           COMPUTE DAYS-OLD-WS =
               TODAY-INTEGER-WS - INVOICE-INTEGER-WS
               ON SIZE ERROR MOVE ZERO TO DAYS-OLD-WS
           END-COMPUTE.
           EVALUATE TRUE
               WHEN DAYS-OLD-WS < 30
                   ADD ITEM-DUE-WS TO CUST-CURRENT-WS
               WHEN DAYS-OLD-WS < 60
                   ADD ITEM-DUE-WS TO CUST-30-DAYS-WS
               WHEN DAYS-OLD-WS < 90
                   ADD ITEM-DUE-WS TO CUST-60-DAYS-WS
               WHEN OTHER
                   ADD ITEM-DUE-WS TO CUST-90-DAYS-WS
           END-EVALUATE.
           ADD ITEM-DUE-WS TO CUST-TOTAL-WS.

      * The flags are what the caller opens with - a customer
      * already on hold, or past the limit and about to be.
       802-PRINT-CUSTOMER-LINE.
           MOVE SPACES TO AGD-HOLD-FLAG-OUT.
           MOVE SPACES TO AGD-LIMIT-FLAG-OUT.
           MOVE BREAK-CUSTOMER-WS TO AGD-CUSTOMER-OUT.
           MOVE BREAK-CUSTOMER-WS TO CUSTOMER-CODE-IN.
           READ CUSTOMER-FILE-IN
               INVALID KEY
                   MOVE "(NOT ON FILE)" TO AGD-CUSTOMER-NAME-OUT
                   MOVE SPACES TO AGD-PHONE-OUT
               NOT INVALID KEY
                   MOVE CUSTOMER-NAME-IN TO AGD-CUSTOMER-NAME-OUT
                   MOVE CUSTOMER-PHONE-IN TO AGD-PHONE-OUT
                   IF CUSTOMER-ON-HOLD-IN
                       MOVE "HOLD" TO AGD-HOLD-FLAG-OUT
                   END-IF
                   IF CUSTOMER-CREDIT-LIMIT-IN > 0
                       AND CUST-TOTAL-WS > CUSTOMER-CREDIT-LIMIT-IN
                       MOVE "OVER" TO AGD-LIMIT-FLAG-OUT
                   END-IF
           END-READ.
           MOVE CUST-CURRENT-WS TO AGD-CURRENT-OUT.
           MOVE CUST-30-DAYS-WS TO AGD-30-DAYS-OUT.
           MOVE CUST-60-DAYS-WS TO AGD-60-DAYS-OUT.
           MOVE CUST-90-DAYS-WS TO AGD-90-DAYS-OUT.
           MOVE CUST-TOTAL-WS TO AGD-TOTAL-OUT.
           WRITE AGED-REPORT-LINE FROM AGED-DETAIL-LINE-WS.
           ADD 1 TO CUSTOMERS-LISTED-WS.
           ADD CUST-CURRENT-WS TO CO-CURRENT-WS.
           ADD CUST-30-DAYS-WS TO CO-30-DAYS-WS.
           ADD CUST-60-DAYS-WS TO CO-60-DAYS-WS.
           ADD CUST-90-DAYS-WS TO CO-90-DAYS-WS.
           ADD CUST-TOTAL-WS TO CO-TOTAL-WS.

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
           MOVE SPACES TO OPENAR-PATH-WS.
           STRING
               FUNCTION TRIM(DATA-DIRECTORY-WS)
                   DELIMITED BY SIZE
               "OPENAR.TXT" DELIMITED BY SIZE
               INTO OPENAR-PATH-WS
           END-STRING.
           MOVE SPACES TO CUSTMAST-PATH-WS.
           STRING
               FUNCTION TRIM(DATA-DIRECTORY-WS)
                   DELIMITED BY SIZE
               "CUSTMAST.TXT" DELIMITED BY SIZE
               INTO CUSTMAST-PATH-WS
           END-STRING.
           MOVE SPACES TO AGEDAR-PATH-WS.
           STRING
               FUNCTION TRIM(DATA-DIRECTORY-WS)
                   DELIMITED BY SIZE
               "AGEDAR.TXT" DELIMITED BY SIZE
               INTO AGEDAR-PATH-WS
           END-STRING.

      * Ending of Program AgedReceivablesReport
       END PROGRAM AgedReceivablesReport.
