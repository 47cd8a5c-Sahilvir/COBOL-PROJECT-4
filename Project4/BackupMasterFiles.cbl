      * last and the date each was taken - and the number kept is a
      * working-storage setting. RestoreMasterFiles.cbl puts a
      * chosen generation back.
      * BKPCTL.TXT now also records the time each generation was
      * taken, so a generation can be lined up against TRANSLOG.TXT to
      * the second.
      * ---------------------------------------------------------

      * Environment division for the masters and their generations
           05 PART-LOCATION-KEY-IN.
               10 PART-NUMBER-IN           PIC 9(5).
               10 LOCATION-CODE-IN         PIC X(2).
           05 INVENT-RECORD-REST-IN        PIC X(95).

       FD SUPPLIER-FILE-IN.
       01 SUPPLIER-RECORD-IN.
       FD INVENT-BKP1-OUT.
       01 INVENT-BKP1-RECORD.
           05 BKP1-PART-LOCATION-KEY       PIC X(7).
           05 BKP1-INVENT-REST             PIC X(95).

       FD INVENT-BKP2-OUT.
       01 INVENT-BKP2-RECORD.
           05 BKP2-PART-LOCATION-KEY       PIC X(7).
           05 BKP2-INVENT-REST             PIC X(95).

       FD INVENT-BKP3-OUT.
       01 INVENT-BKP3-RECORD.
           05 BKP3-PART-LOCATION-KEY       PIC X(7).
           05 BKP3-INVENT-REST             PIC X(95).

       FD SUPPLIER-BKP1-OUT.
       01 SUPPLIER-BKP1-RECORD.
           05 BKP-LAST-GEN-CTL             PIC 9(1).
           05 FILLER                       PIC X(1) VALUE SPACE.
           05 BKP-GEN-DATE-CTL             PIC 9(8) OCCURS 3 TIMES.
           05 FILLER                       PIC X(1) VALUE SPACE.
           05 BKP-GEN-TIME-CTL             PIC 9(6) OCCURS 3 TIMES.

      * Working storage section begins
       WORKING-STORAGE SECTION.
                       MOVE ZERO TO BKP-GEN-DATE-CTL(1)
                       MOVE ZERO TO BKP-GEN-DATE-CTL(2)
                       MOVE ZERO TO BKP-GEN-DATE-CTL(3)
                       MOVE ZERO TO BKP-GEN-TIME-CTL(1)
                       MOVE ZERO TO BKP-GEN-TIME-CTL(2)
                       MOVE ZERO TO BKP-GEN-TIME-CTL(3)
               END-READ
               CLOSE BACKUP-CONTROL-FILE
           ELSE
               MOVE ZERO TO BKP-GEN-DATE-CTL(1)
               MOVE ZERO TO BKP-GEN-DATE-CTL(2)
               MOVE ZERO TO BKP-GEN-DATE-CTL(3)
               MOVE ZERO TO BKP-GEN-TIME-CTL(1)
               MOVE ZERO TO BKP-GEN-TIME-CTL(2)
               MOVE ZERO TO BKP-GEN-TIME-CTL(3)
           END-IF.
           ADD 1 BKP-LAST-GEN-CTL GIVING BACKUP-GEN-WS.
           IF BACKUP-GEN-WS > GENERATIONS-KEPT-WS
           MOVE BACKUP-GEN-WS TO BKP-LAST-GEN-CTL.
           MOVE FUNCTION CURRENT-DATE(1:8)
               TO BKP-GEN-DATE-CTL(BACKUP-GEN-WS).
           MOVE FUNCTION CURRENT-DATE(9:6)
               TO BKP-GEN-TIME-CTL(BACKUP-GEN-WS).
           OPEN OUTPUT BACKUP-CONTROL-FILE.
           WRITE BACKUP-CONTROL-RECORD.
           CLOSE BACKUP-CONTROL-FILE.
