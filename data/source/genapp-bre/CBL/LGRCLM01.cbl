       DATE-COMPILED.
      *================================================================
      * MODIFICATION HISTORY
      *   2026-10-15  PA  DETAIL LINE CARRIES THE CLAIM'S ADJUSTER
      *                   (BLANK - UNASSIGNED) SO THE AGING LIST SHOWS
      *                   WHO IS SITTING ON EACH STALLING CLAIM.
      *   2026-08-09  PA  ORIGINAL -- NIGHTLY CLAIMS AGING REPORT,
      *                   BUCKETING EVERY OPEN CLAIM BY DAYS SINCE
      *                   CLM-C-DATE SO STALLING CLAIMS SHOW UP
           05  CDL-DAYS-OPEN              PIC 9(07).
           05  FILLER                     PIC X(01) VALUE SPACE.
           05  CDL-BUCKET                 PIC X(08).
           05  FILLER                     PIC X(01) VALUE SPACE.
           05  CDL-ADJUSTER-ID            PIC X(08).
           05  FILLER                     PIC X(24) VALUE SPACE.
      *
       01  CLMAGERP-SUMMARY-LINE.
           05  CSL-LABEL                  PIC X(30).
           MOVE CLM-C-DATE               TO CDL-CLAIM-DATE
           MOVE CLM-C-VALUE              TO CDL-CLAIM-VALUE
           MOVE WS-DAYS-OPEN             TO CDL-DAYS-OPEN
           MOVE CLM-ADJUSTER-ID          TO CDL-ADJUSTER-ID
      *
           WRITE CLMAGERP-RECORD FROM CLMAGERP-DETAIL-LINE
      *
