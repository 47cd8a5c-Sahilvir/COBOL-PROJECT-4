      * generation was taken and how many records of each master
      * were restored - the clean fallback we did not have when a
      * bad batch posted twice last quarter.
      * BKPCTL.TXT record layout gains the time each generation was
      * taken.
      * ---------------------------------------------------------

      * Environment division for the masters and their generations
       FD INVENT-FILE-OUT.
       01 INVENTORY-REPORT-OUT.
           05 PART-LOCATION-KEY-OUT        PIC X(7).
           05 INVENT-RECORD-REST-OUT       PIC X(95).

       FD SUPPLIER-FILE-OUT.
       01 SUPPLIER-OUT-REPORT-LINE.
       FD INVENT-BKP1-IN.
       01 INVENT-BKP1-RECORD.
           05 BKP1-PART-LOCATION-KEY       PIC X(7).
           05 BKP1-INVENT-REST             PIC X(95).

       FD INVENT-BKP2-IN.
       01 INVENT-BKP2-RECORD.
           05 BKP2-PART-LOCATION-KEY       PIC X(7).
           05 BKP2-INVENT-REST             PIC X(95).

       FD INVENT-BKP3-IN.
       01 INVENT-BKP3-RECORD.
           05 BKP3-PART-LOCATION-KEY       PIC X(7).
           05 BKP3-INVENT-REST             PIC X(95).

       FD SUPPLIER-BKP1-IN.
       01 SUPPLIER-BKP1-RECORD.
           05 BKP-LAST-GEN-CTL             PIC 9(1).
           05 FILLER                       PIC X(1) VALUE SPACE.
           05 BKP-GEN-DATE-CTL             PIC 9(8) OCCURS 3 TIMES.
           05 FILLER                       PIC X(1) VALUE SPACE.
           05 BKP-GEN-TIME-CTL             PIC 9(6) OCCURS 3 TIMES.

      * Working storage section begins
       WORKING-STORAGE SECTION.
