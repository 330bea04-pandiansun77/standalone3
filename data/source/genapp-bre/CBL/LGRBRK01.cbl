       DATE-COMPILED.
      *================================================================
      * MODIFICATION HISTORY
      *   2026-10-15  PA  EACH BROKER SECTION NOW CARRIES THE BROKER'S
      *                   NAME AND ADDRESS FROM THE BROKERMS BROKER
      *                   MASTER (LGCBRKM).
      *   2026-08-22  PA  ORIGINAL -- BROKER PRODUCTION REPORT.
      *                   CA-BROKERID IS CAPTURED ON EVERY POLICY AND
      *                   WAS NEVER REPORTED; RENEWAL-COMMISSION
      *    INPUT FILES:  BRKPARM  - ONE CARD, COLS 1-3 = NEW-BUSINESS
      *                             PERIOD IN DAYS (DEFAULT 030).
      *                  HOUSEPOL, MOTORPOL, COMMPOL, CLAIMPOL.
      *                  BROKERMS - BROKER MASTER KSDS (LGCBRKM) FOR
      *                             THE NAME AND ADDRESS (OPTIONAL -
      *                             WITHOUT IT THE REPORT CARRIES THE
      *                             BROKER ID ONLY).
      *
      *    OUTPUT FILE:  BRKPRODR - BROKER PRODUCTION REPORT.
      *
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS CLM-CLAIM-NUM
              FILE STATUS IS CLAIMPOL-STATUS.
      *
           SELECT BROKERMS ASSIGN TO BROKERMS
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS BKR-BROKERID
              FILE STATUS IS BROKERMS-STATUS.
      *
           SELECT BRKPRODR ASSIGN TO BRKPRODR
              FILE STATUS IS BRKPRODR-STATUS.
       FD  CLAIMPOL
           BLOCK CONTAINS 0 RECORDS.
       COPY LGCCLAIM.
      *
       FD  BROKERMS
           BLOCK CONTAINS 0 RECORDS.
       COPY LGCBRKM.
      *
       FD  BRKPRODR
           BLOCK CONTAINS 0 RECORDS.
               88  COMMPOL-VALID-STATUS           VALUE '00' '35'.
           05  CLAIMPOL-STATUS            PIC XX VALUE '00'.
               88  CLAIMPOL-VALID-STATUS          VALUE '00' '35'.
           05  BROKERMS-STATUS            PIC XX VALUE '00'.
               88  BROKERMS-VALID-STATUS          VALUE '00'.
           05  SW-BROKERMS                PIC X(01) VALUE 'N'.
               88  BROKERMS-USABLE                VALUE 'Y'.
           05  BRKPRODR-STATUS            PIC XX VALUE '00'.
           05  SW-EOF                     PIC X(01) VALUE 'N'.
               88  END-OF-FILE                    VALUE 'Y'.
           OPEN INPUT MOTORPOL
           OPEN INPUT COMMPOL
           OPEN INPUT CLAIMPOL
      *
           OPEN INPUT BROKERMS
           IF BROKERMS-VALID-STATUS
              SET BROKERMS-USABLE        TO TRUE
           ELSE
              DISPLAY 'LGRBRK01 - NO BROKER MASTER - STATUS '
                      BROKERMS-STATUS ' - BROKER ID ONLY'
           END-IF
      *
       0100-INITIALIZATION-EXIT.
           EXIT.
           STRING 'BROKER ' BRK-BROKERID(BRK-IDX)
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE BRKPRODR-RECORD FROM WS-REPORT-LINE
           IF BROKERMS-USABLE
              PERFORM 0970-WRITE-BROKER-ADDRESS
           END-IF
      *
           MOVE BRK-HSE-COUNT(BRK-IDX)   TO WS-RPT-CNT
           MOVE BRK-HSE-PREM(BRK-IDX)    TO WS-RPT-AMT
      *
       0960-WRITE-ONE-BROKER-EXIT.
           EXIT.
      *
      *================================================================
      * 0970-WRITE-BROKER-ADDRESS - NAME AND ADDRESS OF BROKER BRK-IDX
      *     FROM BROKERMS, UNDER THE BROKER HEADING.
      *================================================================
       0970-WRITE-BROKER-ADDRESS.
      *
           MOVE BRK-BROKERID(BRK-IDX)    TO BKR-BROKERID
           READ BROKERMS
           MOVE SPACES                   TO WS-REPORT-LINE
           IF BROKERMS-VALID-STATUS
              STRING '  ' BKR-NAME
                     DELIMITED BY SIZE INTO WS-REPORT-LINE
              WRITE BRKPRODR-RECORD FROM WS-REPORT-LINE
              MOVE SPACES                TO WS-REPORT-LINE
              STRING '  ' BKR-ADDRESS-LINE-1 ' ' BKR-ADDRESS-LINE-2
                     ' ' BKR-TOWN ' ' BKR-POSTCODE
                     DELIMITED BY SIZE INTO WS-REPORT-LINE
           ELSE
              STRING '  ** NOT ON THE BROKER MASTER **'
                     DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-IF
           WRITE BRKPRODR-RECORD FROM WS-REPORT-LINE
      *
       0970-WRITE-BROKER-ADDRESS-EXIT.
           EXIT.
      *
       0900-CLOSE-FILES.
      *
           CLOSE MOTORPOL
           CLOSE COMMPOL
           CLOSE CLAIMPOL
           IF BROKERMS-USABLE
              CLOSE BROKERMS
           END-IF
           CLOSE BRKPRODR
      *
       0900-CLOSE-FILES-EXIT.
