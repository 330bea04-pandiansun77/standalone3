       IDENTIFICATION DIVISION.
       PROGRAM-ID. LGRRET01.
       AUTHOR. INSURANCE-APPLICATIONS-TEAM.
       INSTALLATION. POLICY-ADMINISTRATION.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.
      *================================================================
      * MODIFICATION HISTORY
      *   2026-10-15  PA  A SURRENDERED ENDOWMENT ENDS ON ITS SURRENDER
      *                   DATE, AS A CANCELLED ONE DOES.
      *   2026-10-15  PA  ORIGINAL -- CUSTOMER DATA RETENTION.  THE
      *                   CUSTOMER FILE KEPT EVERY CUSTOMER FOREVER,
      *                   INCLUDING PEOPLE WHOSE LAST POLICY ENDED
      *                   YEARS AGO AND THE NUMBERS LGAMRG01 RETIRED
      *                   AS TOMBSTONES.  DATA-PROTECTION RULES SAY WE
      *                   STOP HOLDING PERSONAL DATA WE NO LONGER
      *                   NEED.
      *================================================================
      *================================================================
      *    FUNCTION:
      *      FINDS CUSTOMERS WHOSE RELATIONSHIP WITH US HAS ENDED AND
      *      WHOSE RETENTION PERIOD HAS RUN OUT, AND ANONYMISES THEIR
      *      PERSONAL DATA ON THE CUSTOMER FILE.  A CUSTOMER IS A
      *      CANDIDATE WHEN THEY HAVE:
      *        - NO POLICY IN FORCE ON HOUSEPOL, MOTORPOL, COMMPOL OR
      *          ENDOWPOL (NOT CANCELLED AND NOT YET EXPIRED; AN
      *          ENDOWMENT UNTIL ITS MATURITY IS SETTLED; A COMMERCIAL
      *          SUBMISSION UNTIL IT IS REJECTED, LAPSED OR
      *          CANCELLED),
      *        - NO OPEN CLAIM ON CLAIMPOL,
      *        - NO BILLINV ROW NOT YET SETTLED (AN UNPAID INVOICE OR
      *          UNUSED CREDIT EITHER WAY ROUND), AND
      *        - NO ACTIVITY SINCE THE RETENTION CUT-OFF: THE LATEST
      *          OF THEIR POLICY END DATES, CLAIM DATES, INVOICE AND
      *          RECEIPT DATES AND, FOR A TOMBSTONE, THE MERGE DATE.
      *      A CUSTOMER WITH NO DATED ACTIVITY ANYWHERE IS LISTED BUT
      *      NEVER ACTIONED - THE FILE DOES NOT SAY WHEN THEY WERE
      *      ADDED, SO THEY MAY BE NEW.
      *
      *      THE RUN IS MADE TWICE.  A LIST RUN PRINTS THE CANDIDATES
      *      AND CHANGES NOTHING; LEGAL OR COMPLAINTS ADD ANY CUSTOMER
      *      WHO MUST BE KEPT TO THE LEGAL-HOLD FILE, AND THE APPLY
      *      RUN THEN ANONYMISES EVERY CANDIDATE NOT ON HOLD.  A
      *      HELD CUSTOMER IS LISTED ON EVERY RUN WITH THE HOLD
      *      REASON UNTIL THE HOLD IS TAKEN OFF.
      *
      *      ANONYMISING BLANKS THE DOB, ADDRESS, PHONES, EMAIL AND
      *      CUM-DUP-KEY, SETS BOTH NAMES TO 'ANONYMISED' AND STAMPS
      *      CUM-ANONYMISED-DATE.  THE CUSTOMER NUMBER, POLICY COUNT
      *      AND MERGE FIELDS STAY, SO THE CLAIM AND BILLING HISTORY
      *      STILL HANG TOGETHER AND A TOMBSTONE STILL RESOLVES.
      *      EACH ONE IS JOURNALLED TO AUDITJNL IN THE LGCAJRF SHAPE
      *      (TRANSACTION 'BTCH', REQUEST 'RETCUS').  THE BEFORE
      *      IMAGE IS LEFT BLANK ON PURPOSE - KEEPING IT WOULD KEEP
      *      THE DATA BEING REMOVED.
      *
      *      IF THE CUSTOMER TALLY FILLS UP, A CUSTOMER'S IN-FORCE
      *      POLICY OR OPEN CLAIM COULD BE MISSED, SO THE RUN DROPS
      *      BACK TO A LIST RUN AND SAYS SO.
      *
      *    INPUT FILES:  RETPARM  - OPTIONAL CARD:
      *                             COLS 1-5  'APPLY' OR 'LIST '
      *                                       (DEFAULT LIST)
      *                             COLS 7-8  RETENTION YEARS
      *                                       (DEFAULT 06)
      *                  RETHOLD  - OPTIONAL LEGAL-HOLD CARDS:
      *                             COLS 1-10  CUSTOMER NUMBER
      *                             COLS 12-51 REASON
      *                  HOUSEPOL, MOTORPOL, COMMPOL, ENDOWPOL,
      *                  CLAIMPOL, BILLINV - READ SEQUENTIALLY.
      *
      *    I-O FILES:    CUSTOMER - READ SEQUENTIALLY, REWRITTEN ON
      *                             AN APPLY RUN.
      *                  AUDITJNL - COMMON AUDIT JOURNAL.
      *
      *    OUTPUT FILES: RETRPT   - CANDIDATE / ACTION REPORT.
      *
      *    RETURN CODE:  00 - RUN COMPLETE
      *                  04 - LIST RUN WITH CANDIDATES WAITING, OR A
      *                       RUN THAT FELL BACK TO LIST
      *                  08 - FILE ERROR
      *================================================================
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *
           SELECT RETPARM ASSIGN TO RETPARM
              FILE STATUS IS RETPARM-STATUS.
      *
           SELECT RETHOLD ASSIGN TO RETHOLD
              FILE STATUS IS RETHOLD-STATUS.
      *
           SELECT CUSTOMER ASSIGN TO CUSTOMER
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS CUM-CUSTOMER-NUM
              FILE STATUS IS CUSTOMER-STATUS.
      *
           SELECT HOUSEPOL ASSIGN TO HOUSEPOL
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS HSM-POLICY-NUM
              FILE STATUS IS HOUSEPOL-STATUS.
      *
           SELECT MOTORPOL ASSIGN TO MOTORPOL
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS MTM-POLICY-NUM
              FILE STATUS IS MOTORPOL-STATUS.
      *
           SELECT COMMPOL ASSIGN TO COMMPOL
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS CML-POLICY-NUM
              FILE STATUS IS COMMPOL-STATUS.
      *
           SELECT ENDOWPOL ASSIGN TO ENDOWPOL
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS ENM-POLICY-NUM
              FILE STATUS IS ENDOWPOL-STATUS.
      *
           SELECT CLAIMPOL ASSIGN TO CLAIMPOL
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS CLM-CLAIM-NUM
              FILE STATUS IS CLAIMPOL-STATUS.
      *
           SELECT BILLINV ASSIGN TO BILLINV
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS INV-KEY
              FILE STATUS IS BILLINV-STATUS.
      *
           SELECT AUDITJNL ASSIGN TO AUDITJNL
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS AJR-KEY
              FILE STATUS IS AUDITJNL-STATUS.
      *
           SELECT RETRPT ASSIGN TO RETRPT
              FILE STATUS IS RETRPT-STATUS.
      *
       DATA DIVISION.
       FILE SECTION.
      *
       FD  RETPARM
           BLOCK CONTAINS 0 RECORDS.
       01  RETPARM-RECORD                 PIC X(80).
      *
       FD  RETHOLD
           BLOCK CONTAINS 0 RECORDS.
       01  RETHOLD-RECORD.
           05  RHD-CUSTOMER-NUM-X         PIC X(10).
           05  RHD-CUSTOMER-NUM REDEFINES RHD-CUSTOMER-NUM-X
                                          PIC 9(10).
           05  FILLER                     PIC X(01).
           05  RHD-REASON                 PIC X(40).
           05  FILLER                     PIC X(29).
      *
       FD  CUSTOMER
           BLOCK CONTAINS 0 RECORDS.
       COPY LGCCUST.
      *
       FD  HOUSEPOL
           BLOCK CONTAINS 0 RECORDS.
       COPY LGCHOUS.
      *
       FD  MOTORPOL
           BLOCK CONTAINS 0 RECORDS.
       COPY LGCMOTR.
      *
       FD  COMMPOL
           BLOCK CONTAINS 0 RECORDS.
       COPY LGCCOMM.
      *
       FD  ENDOWPOL
           BLOCK CONTAINS 0 RECORDS.
       COPY LGCENDW.
      *
       FD  CLAIMPOL
           BLOCK CONTAINS 0 RECORDS.
       COPY LGCCLAIM.
      *
       FD  BILLINV
           BLOCK CONTAINS 0 RECORDS.
       COPY LGCBILL.
      *
       FD  AUDITJNL
           BLOCK CONTAINS 0 RECORDS.
       COPY LGCAJRF.
      *
       FD  RETRPT
           BLOCK CONTAINS 0 RECORDS.
       01  RETRPT-RECORD                  PIC X(100).
      *
       WORKING-STORAGE SECTION.
      *
       77  FILLER                         PIC X(36) VALUE
                   'LGRRET01 WORKING STORAGE BEGINS HR'.
      *
       01  WS-AREA.
           05  RETPARM-STATUS             PIC XX VALUE '00'.
               88  RETPARM-VALID-STATUS           VALUE '00'.
           05  RETHOLD-STATUS             PIC XX VALUE '00'.
               88  RETHOLD-VALID-STATUS           VALUE '00'.
           05  CUSTOMER-STATUS            PIC XX VALUE '00'.
               88  CUSTOMER-OPEN-OK               VALUE '00'.
           05  HOUSEPOL-STATUS            PIC XX VALUE '00'.
               88  HOUSEPOL-VALID-STATUS          VALUE '00' '35'.
           05  MOTORPOL-STATUS            PIC XX VALUE '00'.
               88  MOTORPOL-VALID-STATUS          VALUE '00' '35'.
           05  COMMPOL-STATUS             PIC XX VALUE '00'.
               88  COMMPOL-VALID-STATUS           VALUE '00' '35'.
           05  ENDOWPOL-STATUS            PIC XX VALUE '00'.
               88  ENDOWPOL-VALID-STATUS          VALUE '00' '35'.
           05  CLAIMPOL-STATUS            PIC XX VALUE '00'.
               88  CLAIMPOL-VALID-STATUS          VALUE '00' '35'.
           05  BILLINV-STATUS             PIC XX VALUE '00'.
               88  BILLINV-VALID-STATUS           VALUE '00' '35'.
           05  AUDITJNL-STATUS            PIC XX VALUE '00'.
               88  AUDITJNL-OPEN-OK               VALUE '00'.
               88  AUDITJNL-NOT-FOUND             VALUE '35'.
               88  AUDITJNL-DUPLICATE             VALUE '22'.
           05  RETRPT-STATUS              PIC XX VALUE '00'.
           05  SW-EOF                     PIC X(01) VALUE 'N'.
               88  END-OF-FILE                    VALUE 'Y'.
           05  SW-ABORT                   PIC X(01) VALUE 'N'.
               88  ABORT-RUN                      VALUE 'Y'.
           05  SW-MODE                    PIC X(01) VALUE 'L'.
               88  MODE-LIST                      VALUE 'L'.
               88  MODE-APPLY                     VALUE 'A'.
           05  SW-TALLY-FULL              PIC X(01) VALUE 'N'.
               88  TALLY-FULL                     VALUE 'Y'.
           05  SW-MASTERS-OPENED          PIC X(01) VALUE 'N'.
               88  MASTERS-OPENED                 VALUE 'Y'.
           05  SW-AUDITJNL-OPENED         PIC X(01) VALUE 'N'.
               88  AUDITJNL-OPENED                VALUE 'Y'.
      *
       01  WS-PARM-REC.
           05  WS-PARM-MODE               PIC X(05).
           05  FILLER                     PIC X(01).
           05  WS-PARM-YEARS              PIC 9(02).
           05  FILLER                     PIC X(72).
      *
       01  WS-RETENTION-YEARS             PIC 9(02) VALUE 06.
      *
       01  WS-TODAY-DATE                  PIC 9(08).
       01  FILLER REDEFINES WS-TODAY-DATE.
           05  WS-TODAY-YYYY              PIC 9(04).
           05  WS-TODAY-MM                PIC 9(02).
           05  WS-TODAY-DD                PIC 9(02).
       01  WS-TODAY-TIME                  PIC 9(06).
       01  WS-TODAY-DATE10                PIC X(10).
      *
      *    NO ACTIVITY ON OR AFTER THIS DATE MAY BE ANONYMISED.
       01  WS-CUTOFF-DATE.
           05  WS-CUTOFF-YYYY             PIC 9(04).
           05  FILLER                     PIC X(01) VALUE '-'.
           05  WS-CUTOFF-MM               PIC 9(02).
           05  FILLER                     PIC X(01) VALUE '-'.
           05  WS-CUTOFF-DD               PIC 9(02).
      *
      *    COMMPOL KEEPS ITS STATUS DATE AS CCYYMMDD.
       01  WS-STATUS-DATE8                PIC X(08).
       01  WS-STATUS-DATE10.
           05  WS-SD10-YYYY               PIC X(04).
           05  FILLER                     PIC X(01) VALUE '-'.
           05  WS-SD10-MM                 PIC X(02).
           05  FILLER                     PIC X(01) VALUE '-'.
           05  WS-SD10-DD                 PIC X(02).
      *
      *    LEGAL HOLDS FROM RETHOLD.
       01  HLD-MAX                        PIC 9(04) COMP VALUE 2000.
       01  HLD-IDX                        PIC 9(04) COMP VALUE ZERO.
       01  HLD-END                        PIC 9(04) COMP VALUE ZERO.
       01  HLD-TABLE.
           05  HLD-ENTRY OCCURS 2000 TIMES.
               10  HLD-CUSTOMER-NUM       PIC 9(10).
               10  HLD-REASON             PIC X(40).
       01  WS-HLD-FND-SW                  PIC X(01) VALUE 'N'.
           88  HLD-FND                            VALUE 'Y'.
      *
      *    PER-CUSTOMER TALLY: LATEST DATED ACTIVITY AND WHAT, IF
      *    ANYTHING, KEEPS THE RELATIONSHIP OPEN.
       01  TLY-MAX                        PIC 9(05) COMP VALUE 20000.
       01  TLY-IDX                        PIC 9(05) COMP VALUE ZERO.
       01  TLY-END                        PIC 9(05) COMP VALUE ZERO.
       01  TLY-TABLE.
           05  TLY-ENTRY OCCURS 20000 TIMES.
               10  TLY-CUSTOMER-NUM       PIC 9(10).
               10  TLY-LAST-ACTIVITY      PIC X(10).
               10  TLY-IN-FORCE           PIC X(01).
               10  TLY-OPEN-CLAIM         PIC X(01).
               10  TLY-OPEN-BALANCE       PIC X(01).
       01  WS-TLY-FND-SW                  PIC X(01) VALUE 'N'.
           88  TLY-FND                            VALUE 'Y'.
      *
      *    WHAT ONE POLICY, CLAIM OR INVOICE ADDS TO ITS CUSTOMER.
       01  WS-WORK-CUSTOMER-NUM           PIC 9(10) VALUE ZERO.
       01  WS-WORK-DATE                   PIC X(10).
       01  WS-WORK-BLOCK                  PIC X(01).
           88  WORK-NO-BLOCK                      VALUE SPACE.
           88  WORK-IN-FORCE                      VALUE 'P'.
           88  WORK-OPEN-CLAIM                    VALUE 'C'.
           88  WORK-OPEN-BALANCE                  VALUE 'B'.
      *
       01  WS-LAST-ACTIVITY               PIC X(10).
       01  WS-ACTION                      PIC X(40).
      *
       01  WS-CUSTOMERS-READ              PIC 9(07) COMP VALUE ZERO.
       01  WS-ALREADY-COUNT               PIC 9(07) COMP VALUE ZERO.
       01  WS-IN-FORCE-COUNT              PIC 9(07) COMP VALUE ZERO.
       01  WS-OPEN-CLAIM-COUNT            PIC 9(07) COMP VALUE ZERO.
       01  WS-OPEN-BALANCE-COUNT          PIC 9(07) COMP VALUE ZERO.
       01  WS-RECENT-COUNT                PIC 9(07) COMP VALUE ZERO.
       01  WS-UNDATED-COUNT               PIC 9(07) COMP VALUE ZERO.
       01  WS-CANDIDATE-COUNT             PIC 9(07) COMP VALUE ZERO.
       01  WS-HELD-COUNT                  PIC 9(07) COMP VALUE ZERO.
       01  WS-ANONYMISED-COUNT            PIC 9(07) COMP VALUE ZERO.
      *
       01  WS-REPORT-LINE                 PIC X(100).
       01  WS-RPT-CNT                     PIC Z(6)9.
      *
       PROCEDURE DIVISION.
      *
       0000-MAINLINE.
      *
           PERFORM 0100-INITIALIZATION
              THRU 0100-INITIALIZATION-EXIT
      *
           IF NOT ABORT-RUN
              PERFORM 0150-LOAD-HOLDS
                 THRU 0150-LOAD-HOLDS-EXIT
           END-IF
      *
           IF NOT ABORT-RUN
              PERFORM 0200-TALLY-HOUSEPOL
                 THRU 0200-TALLY-HOUSEPOL-EXIT
              PERFORM 0250-TALLY-MOTORPOL
                 THRU 0250-TALLY-MOTORPOL-EXIT
              PERFORM 0300-TALLY-COMMPOL
                 THRU 0300-TALLY-COMMPOL-EXIT
              PERFORM 0350-TALLY-ENDOWPOL
                 THRU 0350-TALLY-ENDOWPOL-EXIT
              PERFORM 0400-TALLY-CLAIMPOL
                 THRU 0400-TALLY-CLAIMPOL-EXIT
              PERFORM 0450-TALLY-BILLINV
                 THRU 0450-TALLY-BILLINV-EXIT
              PERFORM 0500-CHECK-TALLY
                 THRU 0500-CHECK-TALLY-EXIT
              PERFORM 0600-REVIEW-CUSTOMERS
                 THRU 0600-REVIEW-CUSTOMERS-EXIT
              PERFORM 0950-WRITE-SUMMARY
                 THRU 0950-WRITE-SUMMARY-EXIT
           END-IF
      *
           PERFORM 0900-CLOSE-FILES
              THRU 0900-CLOSE-FILES-EXIT
      *
           IF RETURN-CODE NOT = 8
              IF TALLY-FULL
                 MOVE 4                  TO RETURN-CODE
              END-IF
              IF MODE-LIST AND WS-CANDIDATE-COUNT > ZERO
                 MOVE 4                  TO RETURN-CODE
              END-IF
           END-IF
      *
           GOBACK.
      *
       0100-INITIALIZATION.
      *
           OPEN OUTPUT RETRPT
           MOVE '-------- LGRRET01 CUSTOMER DATA RETENTION ---------'
                TO RETRPT-RECORD
           WRITE RETRPT-RECORD
      *
           OPEN INPUT RETPARM
           IF RETPARM-VALID-STATUS
              READ RETPARM INTO WS-PARM-REC
                 AT END CONTINUE
                 NOT AT END
                    IF WS-PARM-MODE = 'APPLY'
                       SET MODE-APPLY    TO TRUE
                    END-IF
                    IF WS-PARM-YEARS IS NUMERIC
                       AND WS-PARM-YEARS > ZERO
                       MOVE WS-PARM-YEARS TO WS-RETENTION-YEARS
                    END-IF
              END-READ
              CLOSE RETPARM
           END-IF
      *
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           ACCEPT WS-TODAY-TIME FROM TIME
           STRING WS-TODAY-YYYY '-' WS-TODAY-MM '-' WS-TODAY-DD
                  DELIMITED BY SIZE INTO WS-TODAY-DATE10
           COMPUTE WS-CUTOFF-YYYY = WS-TODAY-YYYY - WS-RETENTION-YEARS
           MOVE WS-TODAY-MM              TO WS-CUTOFF-MM
           MOVE WS-TODAY-DD              TO WS-CUTOFF-DD
      *
           MOVE SPACES                   TO WS-REPORT-LINE
           IF MODE-APPLY
              STRING 'APPLY RUN - CANDIDATES NOT ON HOLD ARE '
                     'ANONYMISED'
                     DELIMITED BY SIZE INTO WS-REPORT-LINE
           ELSE
              STRING 'LIST RUN - NOTHING IS CHANGED'
                     DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-IF
           WRITE RETRPT-RECORD FROM WS-REPORT-LINE
           MOVE SPACES                   TO WS-REPORT-LINE
           STRING 'RETENTION YEARS=' WS-RETENTION-YEARS
                  '  NO ACTIVITY SINCE ' WS-CUTOFF-DATE
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE RETRPT-RECORD FROM WS-REPORT-LINE
           MOVE SPACES                   TO RETRPT-RECORD
           WRITE RETRPT-RECORD
      *
           IF MODE-APPLY
              OPEN I-O CUSTOMER
           ELSE
              OPEN INPUT CUSTOMER
           END-IF
           IF NOT CUSTOMER-OPEN-OK
              DISPLAY '**LGRRET01 - CUSTOMER OPEN ERROR - STATUS '
                      CUSTOMER-STATUS
              SET ABORT-RUN              TO TRUE
              MOVE 8                     TO RETURN-CODE
              GO TO 0100-INITIALIZATION-EXIT
           END-IF
      *
           SET MASTERS-OPENED            TO TRUE
           OPEN INPUT HOUSEPOL
           OPEN INPUT MOTORPOL
           OPEN INPUT COMMPOL
           OPEN INPUT ENDOWPOL
           OPEN INPUT CLAIMPOL
           OPEN INPUT BILLINV
           IF NOT HOUSEPOL-VALID-STATUS
              OR NOT MOTORPOL-VALID-STATUS
              OR NOT COMMPOL-VALID-STATUS
              OR NOT ENDOWPOL-VALID-STATUS
              OR NOT CLAIMPOL-VALID-STATUS
              OR NOT BILLINV-VALID-STATUS
              DISPLAY '**LGRRET01 - MASTER OPEN ERROR - STATUSES '
                      HOUSEPOL-STATUS ' ' MOTORPOL-STATUS ' '
                      COMMPOL-STATUS ' ' ENDOWPOL-STATUS ' '
                      CLAIMPOL-STATUS ' ' BILLINV-STATUS
              SET ABORT-RUN              TO TRUE
              MOVE 8                     TO RETURN-CODE
              GO TO 0100-INITIALIZATION-EXIT
           END-IF
      *
           IF MODE-APPLY
              OPEN I-O AUDITJNL
              IF AUDITJNL-NOT-FOUND
                 OPEN OUTPUT AUDITJNL
                 CLOSE AUDITJNL
                 OPEN I-O AUDITJNL
              END-IF
              IF AUDITJNL-OPEN-OK
                 SET AUDITJNL-OPENED     TO TRUE
              END-IF
           END-IF
      *
       0100-INITIALIZATION-EXIT.
           EXIT.
      *
      *================================================================
      * 0150-LOAD-HOLDS - THE LEGAL-HOLD CARDS.  NO FILE MEANS NO
      *     HOLDS; A CARD WITHOUT A NUMERIC CUSTOMER NUMBER IS
      *     REPORTED AND SKIPPED.
      *================================================================
       0150-LOAD-HOLDS.
      *
           OPEN INPUT RETHOLD
           IF NOT RETHOLD-VALID-STATUS
              GO TO 0150-LOAD-HOLDS-EXIT
           END-IF
           MOVE 'N'                      TO SW-EOF
           PERFORM UNTIL END-OF-FILE
              READ RETHOLD
                 AT END SET END-OF-FILE  TO TRUE
              END-READ
              IF NOT END-OF-FILE
                 IF RHD-CUSTOMER-NUM-X NOT NUMERIC
                    MOVE SPACES          TO WS-REPORT-LINE
                    STRING '**HOLD CARD IGNORED - CUSTOMER NUMBER '
                           'NOT NUMERIC: ' RHD-CUSTOMER-NUM-X
                           DELIMITED BY SIZE INTO WS-REPORT-LINE
                    WRITE RETRPT-RECORD FROM WS-REPORT-LINE
                 ELSE
                    IF HLD-END < HLD-MAX
                       ADD 1             TO HLD-END
                       MOVE RHD-CUSTOMER-NUM
                         TO HLD-CUSTOMER-NUM(HLD-END)
                       MOVE RHD-REASON   TO HLD-REASON(HLD-END)
                    ELSE
      *                A HOLD THAT CANNOT BE LOADED MUST NOT LET THE
      *                CUSTOMER BE ANONYMISED.
                       SET ABORT-RUN     TO TRUE
                       MOVE 8            TO RETURN-CODE
                       DISPLAY '**LGRRET01 - MORE THAN 2000 HOLDS'
                    END-IF
                 END-IF
              END-IF
           END-PERFORM
           CLOSE RETHOLD
      *
       0150-LOAD-HOLDS-EXIT.
           EXIT.
      *
      *================================================================
      * 0200/0250/0300/0350 - ONE TALLY PASS PER POLICY MASTER.  THE
      *     ACTIVITY DATE IS WHEN THE POLICY ENDED (OR ENDS): THE
      *     CANCEL OR SETTLEMENT DATE WHERE IT HAS ONE, OTHERWISE
      *     THE EXPIRY DATE.  CCYY-MM-DD DATES COMPARE AS STRINGS.
      *================================================================
       0200-TALLY-HOUSEPOL.
      *
           MOVE 'N'                      TO SW-EOF
           PERFORM UNTIL END-OF-FILE
              READ HOUSEPOL NEXT RECORD
                 AT END SET END-OF-FILE  TO TRUE
              END-READ
              IF NOT END-OF-FILE
                 MOVE HSM-CUSTOMER-NUM   TO WS-WORK-CUSTOMER-NUM
                 MOVE HSM-EXPIRY-DATE    TO WS-WORK-DATE
                 MOVE SPACE              TO WS-WORK-BLOCK
                 IF HSM-POLICY-CANCELLED
                    IF HSM-CANCEL-DATE NOT = SPACES
                       MOVE HSM-CANCEL-DATE TO WS-WORK-DATE
                    END-IF
                 ELSE
                    IF HSM-EXPIRY-DATE NOT < WS-TODAY-DATE10
                       SET WORK-IN-FORCE TO TRUE
                    END-IF
                 END-IF
                 PERFORM 0800-ADD-TO-TALLY
                    THRU 0800-ADD-TO-TALLY-EXIT
              END-IF
           END-PERFORM
      *
       0200-TALLY-HOUSEPOL-EXIT.
           EXIT.
      *
       0250-TALLY-MOTORPOL.
      *
           MOVE 'N'                      TO SW-EOF
           PERFORM UNTIL END-OF-FILE
              READ MOTORPOL NEXT RECORD
                 AT END SET END-OF-FILE  TO TRUE
              END-READ
              IF NOT END-OF-FILE
                 MOVE MTM-CUSTOMER-NUM   TO WS-WORK-CUSTOMER-NUM
                 MOVE MTM-EXPIRY-DATE    TO WS-WORK-DATE
                 MOVE SPACE              TO WS-WORK-BLOCK
                 IF MTM-POLICY-CANCELLED
                    IF MTM-CANCEL-DATE NOT = SPACES
                       MOVE MTM-CANCEL-DATE TO WS-WORK-DATE
                    END-IF
                 ELSE
                    IF MTM-EXPIRY-DATE NOT < WS-TODAY-DATE10
                       SET WORK-IN-FORCE TO TRUE
                    END-IF
                 END-IF
                 PERFORM 0800-ADD-TO-TALLY
                    THRU 0800-ADD-TO-TALLY-EXIT
              END-IF
           END-PERFORM
      *
       0250-TALLY-MOTORPOL-EXIT.
           EXIT.
      *
      *    THE COMMPOL STATUS VALUES ARE LITERALS FOR THE REASON GIVEN
      *    IN LGRCNT01 - THE CBSTM VALUE FIELDS DO NOT CARRY THEIR
      *    VALUES THROUGH THE FD COPY OF LGCCOMM.  REJECTED (4000),
      *    LAPSED (5000) AND CANCELLED (6000) HAVE ENDED, ON THEIR
      *    STATUS DATE; ANY OTHER STATUS IS A LIVE SUBMISSION OR A
      *    BOUND POLICY.
       0300-TALLY-COMMPOL.
      *
           MOVE 'N'                      TO SW-EOF
           PERFORM UNTIL END-OF-FILE
              READ COMMPOL NEXT RECORD
                 AT END SET END-OF-FILE  TO TRUE
              END-READ
              IF NOT END-OF-FILE
                 MOVE CML-CUSTOMER-NUM   TO WS-WORK-CUSTOMER-NUM
                 MOVE CML-EXPIRY-DATE    TO WS-WORK-DATE
                 MOVE SPACE              TO WS-WORK-BLOCK
                 IF CML-B-STATUS = 4000 OR 5000 OR 6000
                    IF CML-B-STATUS-DATE IS NUMERIC
                       MOVE CML-B-STATUS-DATE TO WS-STATUS-DATE8
                       MOVE WS-STATUS-DATE8(1:4) TO WS-SD10-YYYY
                       MOVE WS-STATUS-DATE8(5:2) TO WS-SD10-MM
                       MOVE WS-STATUS-DATE8(7:2) TO WS-SD10-DD
                       MOVE WS-STATUS-DATE10 TO WS-WORK-DATE
                    END-IF
                 ELSE
                    IF CML-EXPIRY-DATE NOT < WS-TODAY-DATE10
                       OR CML-EXPIRY-DATE = SPACES
                       SET WORK-IN-FORCE TO TRUE
                    END-IF
                 END-IF
                 PERFORM 0800-ADD-TO-TALLY
                    THRU 0800-ADD-TO-TALLY-EXIT
              END-IF
           END-PERFORM
      *
       0300-TALLY-COMMPOL-EXIT.
           EXIT.
      *
      *    AN ACTIVE ENDOWMENT IS IN FORCE UNTIL ITS MATURITY IS
      *    SETTLED (LGRMAT01), WHATEVER ITS EXPIRY DATE SAYS.
       0350-TALLY-ENDOWPOL.
      *
           MOVE 'N'                      TO SW-EOF
           PERFORM UNTIL END-OF-FILE
              READ ENDOWPOL NEXT RECORD
                 AT END SET END-OF-FILE  TO TRUE
              END-READ
              IF NOT END-OF-FILE
                 MOVE ENM-CUSTOMER-NUM   TO WS-WORK-CUSTOMER-NUM
                 MOVE ENM-EXPIRY-DATE    TO WS-WORK-DATE
                 MOVE SPACE              TO WS-WORK-BLOCK
                 EVALUATE TRUE
                    WHEN ENM-POLICY-ACTIVE
                       SET WORK-IN-FORCE TO TRUE
                    WHEN ENM-POLICY-CANCELLED
                    WHEN ENM-POLICY-SURRENDERED
                       IF ENM-CANCEL-DATE NOT = SPACES
                          MOVE ENM-CANCEL-DATE TO WS-WORK-DATE
                       END-IF
                    WHEN ENM-POLICY-MATURED
                       IF ENM-SETTLED-DATE NOT = SPACES
                          MOVE ENM-SETTLED-DATE TO WS-WORK-DATE
                       END-IF
                 END-EVALUATE
                 PERFORM 0800-ADD-TO-TALLY
                    THRU 0800-ADD-TO-TALLY-EXIT
              END-IF
           END-PERFORM
      *
       0350-TALLY-ENDOWPOL-EXIT.
           EXIT.
      *
       0400-TALLY-CLAIMPOL.
      *
           MOVE 'N'                      TO SW-EOF
           PERFORM UNTIL END-OF-FILE
              READ CLAIMPOL NEXT RECORD
                 AT END SET END-OF-FILE  TO TRUE
              END-READ
              IF NOT END-OF-FILE
                 MOVE CLM-CUSTOMER-NUM   TO WS-WORK-CUSTOMER-NUM
                 MOVE CLM-C-DATE         TO WS-WORK-DATE
                 MOVE SPACE              TO WS-WORK-BLOCK
                 IF CLM-CLAIM-OPEN
                    SET WORK-OPEN-CLAIM  TO TRUE
                 END-IF
                 PERFORM 0800-ADD-TO-TALLY
                    THRU 0800-ADD-TO-TALLY-EXIT
              END-IF
           END-PERFORM
      *
       0400-TALLY-CLAIMPOL-EXIT.
           EXIT.
      *
      *    ANY ROW NOT SETTLED IS A BALANCE ONE WAY OR THE OTHER - AN
      *    INVOICE STILL OWED OR A CREDIT NOTE STILL OWED BACK.
       0450-TALLY-BILLINV.
      *
           MOVE 'N'                      TO SW-EOF
           PERFORM UNTIL END-OF-FILE
              READ BILLINV NEXT RECORD
                 AT END SET END-OF-FILE  TO TRUE
              END-READ
              IF NOT END-OF-FILE
                 MOVE INV-CUSTOMER-NUM   TO WS-WORK-CUSTOMER-NUM
                 MOVE INV-INVOICE-DATE   TO WS-WORK-DATE
                 IF INV-LAST-RECEIPT-DATE > WS-WORK-DATE
                    MOVE INV-LAST-RECEIPT-DATE TO WS-WORK-DATE
                 END-IF
                 MOVE SPACE              TO WS-WORK-BLOCK
                 IF NOT INV-STATUS-SETTLED
                    SET WORK-OPEN-BALANCE TO TRUE
                 END-IF
                 PERFORM 0800-ADD-TO-TALLY
                    THRU 0800-ADD-TO-TALLY-EXIT
              END-IF
           END-PERFORM
      *
       0450-TALLY-BILLINV-EXIT.
           EXIT.
      *
      *================================================================
      * 0500-CHECK-TALLY - A FULL TALLY MAY HAVE DROPPED A CUSTOMER'S
      *     POLICY OR CLAIM, SO NOTHING IS ANONYMISED ON THIS RUN.
      *================================================================
       0500-CHECK-TALLY.
      *
           IF TALLY-FULL
              SET MODE-LIST              TO TRUE
              MOVE '**CUSTOMER TALLY FULL - RUN TREATED AS A LIST RUN'
                   TO RETRPT-RECORD
              WRITE RETRPT-RECORD
              DISPLAY '**LGRRET01 - TALLY FULL, NOTHING ANONYMISED'
           END-IF
      *
       0500-CHECK-TALLY-EXIT.
           EXIT.
      *
       0800-ADD-TO-TALLY.
      *
           MOVE 'N'                      TO WS-TLY-FND-SW
           MOVE 1                        TO TLY-IDX
           PERFORM UNTIL TLY-IDX > TLY-END OR TLY-FND
              IF TLY-CUSTOMER-NUM(TLY-IDX) = WS-WORK-CUSTOMER-NUM
                 MOVE 'Y'                TO WS-TLY-FND-SW
              ELSE
                 ADD 1                   TO TLY-IDX
              END-IF
           END-PERFORM
      *
           IF NOT TLY-FND
              IF TLY-END < TLY-MAX
                 ADD 1                   TO TLY-END
                 MOVE TLY-END            TO TLY-IDX
                 MOVE WS-WORK-CUSTOMER-NUM
                   TO TLY-CUSTOMER-NUM(TLY-IDX)
                 MOVE SPACES             TO TLY-LAST-ACTIVITY(TLY-IDX)
                 MOVE 'N'                TO TLY-IN-FORCE(TLY-IDX)
                                            TLY-OPEN-CLAIM(TLY-IDX)
                                            TLY-OPEN-BALANCE(TLY-IDX)
              ELSE
                 SET TALLY-FULL          TO TRUE
                 GO TO 0800-ADD-TO-TALLY-EXIT
              END-IF
           END-IF
      *
           IF WS-WORK-DATE > TLY-LAST-ACTIVITY(TLY-IDX)
              MOVE WS-WORK-DATE          TO TLY-LAST-ACTIVITY(TLY-IDX)
           END-IF
           EVALUATE TRUE
              WHEN WORK-IN-FORCE
                 MOVE 'Y'                TO TLY-IN-FORCE(TLY-IDX)
              WHEN WORK-OPEN-CLAIM
                 MOVE 'Y'                TO TLY-OPEN-CLAIM(TLY-IDX)
              WHEN WORK-OPEN-BALANCE
                 MOVE 'Y'                TO TLY-OPEN-BALANCE(TLY-IDX)
           END-EVALUATE
      *
       0800-ADD-TO-TALLY-EXIT.
           EXIT.
      *
      *================================================================
      * 0600-REVIEW-CUSTOMERS - EVERY CUSTOMER NOT ALREADY ANONYMISED
      *     IS KEPT (SOMETHING STILL OPEN, OR RECENT ACTIVITY) OR IS A
      *     CANDIDATE.  CANDIDATES ARE LISTED; ON AN APPLY RUN THOSE
      *     NOT ON HOLD ARE ANONYMISED.
      *================================================================
       0600-REVIEW-CUSTOMERS.
      *
           MOVE SPACES                   TO WS-REPORT-LINE
           STRING 'CUSTOMER    LAST ACTIVITY  MERGED TO   ACTION'
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE RETRPT-RECORD FROM WS-REPORT-LINE
      *
           MOVE 'N'                      TO SW-EOF
           PERFORM UNTIL END-OF-FILE
              READ CUSTOMER NEXT RECORD
                 AT END SET END-OF-FILE  TO TRUE
              END-READ
              IF NOT END-OF-FILE
                 ADD 1                   TO WS-CUSTOMERS-READ
                 PERFORM 0650-REVIEW-ONE-CUSTOMER
                    THRU 0650-REVIEW-ONE-CUSTOMER-EXIT
              END-IF
           END-PERFORM
      *
       0600-REVIEW-CUSTOMERS-EXIT.
           EXIT.
      *
       0650-REVIEW-ONE-CUSTOMER.
      *
           IF CUM-ANONYMISED-DATE NOT = SPACES
              ADD 1                      TO WS-ALREADY-COUNT
              GO TO 0650-REVIEW-ONE-CUSTOMER-EXIT
           END-IF
      *
           MOVE SPACES                   TO WS-LAST-ACTIVITY
           MOVE 'N'                      TO WS-TLY-FND-SW
           MOVE 1                        TO TLY-IDX
           PERFORM UNTIL TLY-IDX > TLY-END OR TLY-FND
              IF TLY-CUSTOMER-NUM(TLY-IDX) = CUM-CUSTOMER-NUM
                 MOVE 'Y'                TO WS-TLY-FND-SW
              ELSE
                 ADD 1                   TO TLY-IDX
              END-IF
           END-PERFORM
      *
           IF TLY-FND
              IF TLY-IN-FORCE(TLY-IDX) = 'Y'
                 ADD 1                   TO WS-IN-FORCE-COUNT
                 GO TO 0650-REVIEW-ONE-CUSTOMER-EXIT
              END-IF
              IF TLY-OPEN-CLAIM(TLY-IDX) = 'Y'
                 ADD 1                   TO WS-OPEN-CLAIM-COUNT
                 GO TO 0650-REVIEW-ONE-CUSTOMER-EXIT
              END-IF
              IF TLY-OPEN-BALANCE(TLY-IDX) = 'Y'
                 ADD 1                   TO WS-OPEN-BALANCE-COUNT
                 GO TO 0650-REVIEW-ONE-CUSTOMER-EXIT
              END-IF
              MOVE TLY-LAST-ACTIVITY(TLY-IDX) TO WS-LAST-ACTIVITY
           END-IF
      *
      *    A TOMBSTONE'S POLICIES AND CLAIMS MOVED TO THE SURVIVOR;
      *    ITS OWN LAST ACTIVITY IS AT LATEST THE MERGE.
           IF CUM-MERGED-TO NOT = ZERO
              IF CUM-MERGE-DATE > WS-LAST-ACTIVITY
                 MOVE CUM-MERGE-DATE     TO WS-LAST-ACTIVITY
              END-IF
           END-IF
      *
           IF WS-LAST-ACTIVITY = SPACES
              ADD 1                      TO WS-UNDATED-COUNT
              MOVE 'NO DATED ACTIVITY - NOT ACTIONED' TO WS-ACTION
              PERFORM 0750-WRITE-CUSTOMER-LINE
                 THRU 0750-WRITE-CUSTOMER-LINE-EXIT
              GO TO 0650-REVIEW-ONE-CUSTOMER-EXIT
           END-IF
           IF WS-LAST-ACTIVITY NOT < WS-CUTOFF-DATE
              ADD 1                      TO WS-RECENT-COUNT
              GO TO 0650-REVIEW-ONE-CUSTOMER-EXIT
           END-IF
      *
           ADD 1                         TO WS-CANDIDATE-COUNT
      *
           MOVE 'N'                      TO WS-HLD-FND-SW
           MOVE 1                        TO HLD-IDX
           PERFORM UNTIL HLD-IDX > HLD-END OR HLD-FND
              IF HLD-CUSTOMER-NUM(HLD-IDX) = CUM-CUSTOMER-NUM
                 MOVE 'Y'                TO WS-HLD-FND-SW
              ELSE
                 ADD 1                   TO HLD-IDX
              END-IF
           END-PERFORM
           IF HLD-FND
              ADD 1                      TO WS-HELD-COUNT
              MOVE SPACES                TO WS-ACTION
              STRING 'HELD - ' HLD-REASON(HLD-IDX)
                     DELIMITED BY SIZE INTO WS-ACTION
              PERFORM 0750-WRITE-CUSTOMER-LINE
                 THRU 0750-WRITE-CUSTOMER-LINE-EXIT
              GO TO 0650-REVIEW-ONE-CUSTOMER-EXIT
           END-IF
      *
           IF MODE-LIST
              MOVE 'CANDIDATE'           TO WS-ACTION
              PERFORM 0750-WRITE-CUSTOMER-LINE
                 THRU 0750-WRITE-CUSTOMER-LINE-EXIT
              GO TO 0650-REVIEW-ONE-CUSTOMER-EXIT
           END-IF
      *
           PERFORM 0700-ANONYMISE-CUSTOMER
              THRU 0700-ANONYMISE-CUSTOMER-EXIT
      *
       0650-REVIEW-ONE-CUSTOMER-EXIT.
           EXIT.
      *
      *================================================================
      * 0700-ANONYMISE-CUSTOMER - BLANKS THE PERSONAL DATA, KEEPS THE
      *     KEYS, AND JOURNALS THE CHANGE.
      *================================================================
       0700-ANONYMISE-CUSTOMER.
      *
           MOVE 'ANONYMISED'             TO CUM-FIRST-NAME
                                            CUM-LAST-NAME
           MOVE SPACES                   TO CUM-DOB
                                            CUM-HOUSE-NAME
                                            CUM-HOUSE-NUM
                                            CUM-POSTCODE
                                            CUM-PHONE-MOBILE
                                            CUM-PHONE-HOME
                                            CUM-EMAIL-ADDRESS
                                            CUM-DUP-KEY
           MOVE WS-TODAY-DATE10          TO CUM-ANONYMISED-DATE
      *
           REWRITE CUSTOMER-MASTER-RECORD
           IF NOT CUSTOMER-OPEN-OK
              DISPLAY '**LGRRET01 - CUSTOMER REWRITE ERROR - STATUS '
                      CUSTOMER-STATUS ' CUSTOMER ' CUM-CUSTOMER-NUM
              MOVE 8                     TO RETURN-CODE
              MOVE 'REWRITE FAILED - NOT ANONYMISED' TO WS-ACTION
              PERFORM 0750-WRITE-CUSTOMER-LINE
                 THRU 0750-WRITE-CUSTOMER-LINE-EXIT
              MOVE '00'                  TO CUSTOMER-STATUS
              GO TO 0700-ANONYMISE-CUSTOMER-EXIT
           END-IF
      *
           ADD 1                         TO WS-ANONYMISED-COUNT
           MOVE 'ANONYMISED'             TO WS-ACTION
           PERFORM 0750-WRITE-CUSTOMER-LINE
              THRU 0750-WRITE-CUSTOMER-LINE-EXIT
      *
           MOVE SPACES                   TO AJR-BEFORE-IMAGE
           MOVE CUSTOMER-MASTER-RECORD   TO AJR-AFTER-IMAGE
           PERFORM 0850-WRITE-JOURNAL
              THRU 0850-WRITE-JOURNAL-EXIT
      *
       0700-ANONYMISE-CUSTOMER-EXIT.
           EXIT.
      *
       0750-WRITE-CUSTOMER-LINE.
      *
           MOVE SPACES                   TO WS-REPORT-LINE
           IF CUM-MERGED-TO NOT = ZERO
              STRING CUM-CUSTOMER-NUM '  ' WS-LAST-ACTIVITY
                     '     ' CUM-MERGED-TO '  ' WS-ACTION
                     DELIMITED BY SIZE INTO WS-REPORT-LINE
           ELSE
              STRING CUM-CUSTOMER-NUM '  ' WS-LAST-ACTIVITY
                     '                 ' WS-ACTION
                     DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-IF
           WRITE RETRPT-RECORD FROM WS-REPORT-LINE
      *
       0750-WRITE-CUSTOMER-LINE-EXIT.
           EXIT.
      *
      *================================================================
      * 0850-WRITE-JOURNAL - WRITES THE CHANGE TO AUDITJNL IN THE
      *     LGCAJRF SHAPE, AS LGRMAT01 DOES.  THE KEY IS DATE+TIME
      *     WITH A SEQUENCE BUMPED ON DUPLICATES; JOURNALING NEVER
      *     FAILS THE CHANGE ITSELF.
      *================================================================
       0850-WRITE-JOURNAL.
      *
           IF NOT AUDITJNL-OPEN-OK
              GO TO 0850-WRITE-JOURNAL-EXIT
           END-IF
      *
           MOVE WS-TODAY-DATE            TO AJR-TIMESTAMP(1:8)
           MOVE WS-TODAY-TIME            TO AJR-TIMESTAMP(9:6)
           MOVE ZERO                     TO AJR-SEQ
           MOVE 'BTCH'                   TO AJR-TRANSACTION
           MOVE 'RETCUS'                 TO AJR-REQUEST-ID
           MOVE 'CUSTOMER'               TO AJR-FILE-NAME
           MOVE CUM-CUSTOMER-NUM         TO AJR-RECORD-KEY
      *
           MOVE '99'                     TO AUDITJNL-STATUS
           PERFORM 0860-WRITE-JOURNAL-ONCE
              THRU 0860-WRITE-JOURNAL-ONCE-EXIT
              UNTIL AUDITJNL-OPEN-OK
                 OR AJR-SEQ > 99
      *
           MOVE '00'                     TO AUDITJNL-STATUS
      *
       0850-WRITE-JOURNAL-EXIT.
           EXIT.
      *
       0860-WRITE-JOURNAL-ONCE.
      *
           WRITE AUDIT-JOURNAL-RECORD
           IF AUDITJNL-DUPLICATE
              ADD 1                      TO AJR-SEQ
           ELSE
              IF NOT AUDITJNL-OPEN-OK
                 MOVE 100                TO AJR-SEQ
              END-IF
           END-IF
      *
       0860-WRITE-JOURNAL-ONCE-EXIT.
           EXIT.
      *
       0950-WRITE-SUMMARY.
      *
           MOVE SPACES                   TO RETRPT-RECORD
           WRITE RETRPT-RECORD
           MOVE '-------- RETENTION RUN TOTALS ---------------------'
                TO RETRPT-RECORD
           WRITE RETRPT-RECORD
           MOVE WS-CUSTOMERS-READ        TO WS-RPT-CNT
           MOVE SPACES                   TO WS-REPORT-LINE
           STRING 'CUSTOMERS READ            =' WS-RPT-CNT
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE RETRPT-RECORD FROM WS-REPORT-LINE
           MOVE WS-ALREADY-COUNT         TO WS-RPT-CNT
           MOVE SPACES                   TO WS-REPORT-LINE
           STRING 'ALREADY ANONYMISED        =' WS-RPT-CNT
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE RETRPT-RECORD FROM WS-REPORT-LINE
           MOVE WS-IN-FORCE-COUNT        TO WS-RPT-CNT
           MOVE SPACES                   TO WS-REPORT-LINE
           STRING 'KEPT - POLICY IN FORCE    =' WS-RPT-CNT
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE RETRPT-RECORD FROM WS-REPORT-LINE
           MOVE WS-OPEN-CLAIM-COUNT      TO WS-RPT-CNT
           MOVE SPACES                   TO WS-REPORT-LINE
           STRING 'KEPT - OPEN CLAIM         =' WS-RPT-CNT
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE RETRPT-RECORD FROM WS-REPORT-LINE
           MOVE WS-OPEN-BALANCE-COUNT    TO WS-RPT-CNT
           MOVE SPACES                   TO WS-REPORT-LINE
           STRING 'KEPT - OPEN BALANCE       =' WS-RPT-CNT
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE RETRPT-RECORD FROM WS-REPORT-LINE
           MOVE WS-RECENT-COUNT          TO WS-RPT-CNT
           MOVE SPACES                   TO WS-REPORT-LINE
           STRING 'KEPT - RECENT ACTIVITY    =' WS-RPT-CNT
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE RETRPT-RECORD FROM WS-REPORT-LINE
           MOVE WS-UNDATED-COUNT         TO WS-RPT-CNT
           MOVE SPACES                   TO WS-REPORT-LINE
           STRING 'KEPT - NO DATED ACTIVITY  =' WS-RPT-CNT
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE RETRPT-RECORD FROM WS-REPORT-LINE
           MOVE WS-CANDIDATE-COUNT       TO WS-RPT-CNT
           MOVE SPACES                   TO WS-REPORT-LINE
           STRING 'CANDIDATES                =' WS-RPT-CNT
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE RETRPT-RECORD FROM WS-REPORT-LINE
           MOVE WS-HELD-COUNT            TO WS-RPT-CNT
           MOVE SPACES                   TO WS-REPORT-LINE
           STRING '  ON LEGAL HOLD           =' WS-RPT-CNT
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE RETRPT-RECORD FROM WS-REPORT-LINE
           MOVE WS-ANONYMISED-COUNT      TO WS-RPT-CNT
           MOVE SPACES                   TO WS-REPORT-LINE
           STRING '  ANONYMISED              =' WS-RPT-CNT
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE RETRPT-RECORD FROM WS-REPORT-LINE
      *
           DISPLAY 'LGRRET01 - CUSTOMERS=' WS-CUSTOMERS-READ
                   ' CANDIDATES=' WS-CANDIDATE-COUNT
                   ' HELD=' WS-HELD-COUNT
                   ' ANONYMISED=' WS-ANONYMISED-COUNT
      *
       0950-WRITE-SUMMARY-EXIT.
           EXIT.
      *
       0900-CLOSE-FILES.
      *
           IF MASTERS-OPENED
              CLOSE CUSTOMER
              CLOSE HOUSEPOL
              CLOSE MOTORPOL
              CLOSE COMMPOL
              CLOSE ENDOWPOL
              CLOSE CLAIMPOL
              CLOSE BILLINV
           END-IF
           IF AUDITJNL-OPENED
              CLOSE AUDITJNL
           END-IF
           CLOSE RETRPT
      *
       0900-CLOSE-FILES-EXIT.
           EXIT.
