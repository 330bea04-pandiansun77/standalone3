      ******************************************************************
      *    LGCUPRH - UNEARNED PREMIUM RESERVE HISTORY RECORD (UPRHIST *
      *    KSDS, KEYED BY UPH-KEY).  LGRUPR01 WRITES ONE RECORD PER   *
      *    SUMMARY GROUP EACH MONTH-END IT VALUES, AND READS BACK THE *
      *    MONTH BEFORE'S RECORD FOR THE SAME GROUP TO SHOW THE       *
      *    MOVEMENT.  A RERUN FOR THE SAME MONTH REPLACES ITS         *
      *    RECORDS.                                                   *
      ******************************************************************
       01  UPR-HISTORY-RECORD.
           05  UPH-KEY.
      *        THE MONTH VALUED, 'YYYY-MM' - SEE LGCPERD.
               10  UPH-MONTH               PIC X(07).
               10  UPH-KIND                PIC X(01).
                   88  UPH-KIND-LINE               VALUE 'L'.
                   88  UPH-KIND-BROKER             VALUE 'B'.
                   88  UPH-KIND-EXPIRY             VALUE 'X'.
                   88  UPH-KIND-TOTAL              VALUE 'T'.
      *        LINE H/M/C/E, BROKER ID, EXPIRY MONTH 'YYYY-MM' OR
      *        'ALL', LEFT-JUSTIFIED.
               10  UPH-GROUP               PIC X(10).
           05  UPH-POLICIES                PIC 9(07).
           05  UPH-WRITTEN                 PIC S9(11)V99.
           05  UPH-EARNED                  PIC S9(11)V99.
           05  UPH-UNEARNED                PIC S9(11)V99.
           05  UPH-VALUATION-DATE          PIC X(10).
           05  UPH-RUN-DATE                PIC X(10).
           05  FILLER                      PIC X(20).
