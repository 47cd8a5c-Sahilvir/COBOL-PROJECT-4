      * bounced, with the name pulled from the CUSTMAST.TXT
      * customer master - "call the customer back" finally has a
      * name and not just a part number.
      * BACKORD.TXT record layout gains the fill date.
      * CUSTMAST.TXT record layout gains the unbilled sales amount.
      * ---------------------------------------------------------

      * Environment division for the backorder file
               88 BO-ORDER-OPEN-IN          VALUE "O".
               88 BO-ORDER-FILLED-IN        VALUE "F".
           05 BO-CUSTOMER-IN                PIC X(5).
           05 BO-FILL-DATE-IN               PIC 9(8).

      * File division for the aged backorder report
       FD BACKORDER-REPORT-OUT.
           05 CUSTOMER-STATUS-IN             PIC X(1).
               88 CUSTOMER-ACTIVE-IN         VALUE "A".
               88 CUSTOMER-INACTIVE-IN       VALUE "I".
           05 CUSTOMER-CREDIT-LIMIT-IN       PIC 9(7)V99.
           05 CUSTOMER-CREDIT-HOLD-IN        PIC X(1).
               88 CUSTOMER-ON-HOLD-IN        VALUE "Y".
           05 CUSTOMER-OPEN-BALANCE-IN       PIC S9(7)V99
                                             SIGN LEADING SEPARATE.
           05 CUSTOMER-UNBILLED-SALES-IN     PIC 9(7)V99.

      * Working storage section begins
       WORKING-STORAGE SECTION.
