       DATE-COMPILED.
      *================================================================
      * MODIFICATION HISTORY
      *   2026-10-15  PA  STANDARD COMPLETION RECORD ON CMPLOG
      *                   (LGCCMPL, THROUGH LGACMP01) AT THE END
      *                   OF EVERY RUN, FOR THE MORNING
      *                   OPERATIONS DIGEST.
      *   2026-10-15  PA  THE POSTCODE PREFIX TABLE THE HOUSE RATING
      *                   ENGINE USES IS LOADED AS IN FORCE TODAY FROM
      *                   THE REFTAB REFERENCE FILE (LGARTB01) AND
      *                   PASSED TO LGAHRT01.  NO HOUSE IS PRICED IF IT
      *                   CANNOT BE LOADED.
      *   2026-10-15  PA  HOUSE RENEWALS ARE PRICED BY THE HOUSE
      *                   RATING ENGINE (LGAHRT01) ON THE RENEWING
      *                   SUM INSURED, THE SAME CODE ADDQUO, ADDHSE
      *                   AND ENDHSE USE.  THE INDEX-LINKED PREMIUM
      *                   WRITTEN TO THE MASTER IS THE RATED ONE, AND
      *                   EACH HOUSE CANDIDATE CARRIES A TRACE LINE.
      *   2026-10-15  PA  HOUSE SUMS INSURED ARE INDEX-LINKED AT
      *                   RENEWAL.  HSM-H-VALUE AND HSM-PAYMENT ARE
      *                   UPLIFTED BY THE RISE IN THE BUILDING-COST
      *                   INDEX (BCINDEX, LGCBCIX) SINCE THE VALUE
      *                   WAS LAST SET, THE HOUSE MASTER IS REWRITTEN
      *                   AND JOURNALLED TO AUDITJNL, AND THE UPLIFTED
      *                   PREMIUM IS THE PROPOSED RENEWAL PREMIUM.
      *                   PARAGRAPHS ARE NOW PERFORMED THRU THEIR
      *                   EXITS.
      *   2026-09-02  PA  THE WORKLIST IS NOW ALSO WRITTEN AS A
      *                   FIXED-FORMAT FILE (RNWWORKF, LGCRNWW) SO
      *                   LGRRNW02 CAN TURN IT INTO THE RENEWAL
      *          RECENCY-WEIGHTED ACCIDENT SURCHARGE SCALE LGMMOT01
      *          APPLIES ONLINE (MOTORACC IS PRE-TALLIED INTO A
      *          PER-POLICY SURCHARGE),
      *        - HOUSE RENEWALS ARE FIRST INDEX-LINKED: THE SUM
      *          INSURED AND THE PAYMENT ARE UPLIFTED BY THE RATIO OF
      *          THE BUILDING-COST INDEX IN FORCE AT EXPIRY TO THE
      *          INDEX THE SUM INSURED LAST STOOD AT (HSM-INDEX-BASE,
      *          OR THE INDEX AT HSM-LAST-VALUATION-DATE), ONCE PER
      *          RENEWAL, WITH THE CHANGE REWRITTEN TO HOUSEPOL AND
      *          JOURNALLED.  A FALLING INDEX NEVER REDUCES COVER.
      *          THE PROPOSED PREMIUM IS RATED BY THE HOUSE RATING
      *          ENGINE (LGAHRT01) ON THE (UPLIFTED) SUM INSURED, AND
      *          THE UPLIFTED PAYMENT WRITTEN BACK IS THAT RATED
      *          PREMIUM.  A RISK THE ENGINE CANNOT RATE KEEPS ITS
      *          CURRENT (OR INDEX-UPLIFTED) PAYMENT AND IS NOTED.
      *          THE CANDIDATE IS FLAGGED WHEN THE REBUILD/VALUATION
      *          CHECK IS DUE SO THE VALUATION IS REFRESHED AT
      *          RENEWAL,
      *        - COMMERCIAL RENEWALS PROPOSE THE SUM OF THE FOUR
      *          PERIL PREMIUMS.
      *      A SUMMARY BY BROKER CLOSES THE REPORT FOR THE AGENCY
      *
      *    INPUT FILES:  RNWPARM  - ONE CARD, COLS 1-3 = HORIZON IN
      *                             DAYS (DEFAULT 060 WHEN ABSENT).
      *                  BCINDEX  - BUILDING-COST INDEX CARDS
      *                             (LGCBCIX).  MAY BE ABSENT - NO
      *                             INDEX-LINKING.
      *                  MOTORPOL, MOTORACC, COMMPOL.
      *                  REFTAB   - REFERENCE TABLES (VIA LGARTB01).
      *    I-O FILES:    HOUSEPOL - HOUSE POLICY MASTER.
      *                  AUDITJNL - COMMON AUDIT JOURNAL.
      *
      *    OUTPUT FILES: RNWWORKR - RENEWAL WORKLIST / REPORT.
      *                  RNWWORKF - MACHINE-READABLE WORKLIST
      *                             (LGCRNWW), ONE RECORD PER
      *                             CANDIDATE, FOR LGRRNW02.
      *                  CMPLOG   - BATCH COMPLETION LOG (LGCCMPL,
      *                             THROUGH LGACMP01).
      *
      *    RETURN CODE:  00 - NO CANDIDATES IN THE HORIZON
      *                  04 - CANDIDATES WRITTEN
      *                  08 - FILE ERROR (INCLUDING A HOUSEPOL
      *                       REWRITE FAILURE, OR A POSTCODE TABLE
      *                       THAT COULD NOT BE LOADED)
      *================================================================
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      *
           SELECT RNWPARM ASSIGN TO RNWPARM
              FILE STATUS IS RNWPARM-STATUS.
      *
           SELECT BCINDEX ASSIGN TO BCINDEX
              FILE STATUS IS BCINDEX-STATUS.
      *
           SELECT HOUSEPOL ASSIGN TO HOUSEPOL
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS HSM-POLICY-NUM
              FILE STATUS IS HOUSEPOL-STATUS.
      *
           SELECT AUDITJNL ASSIGN TO AUDITJNL
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS AJR-KEY
              FILE STATUS IS AUDITJNL-STATUS.
      *
           SELECT MOTORPOL ASSIGN TO MOTORPOL
              ORGANIZATION IS INDEXED
       FD  RNWPARM
           BLOCK CONTAINS 0 RECORDS.
       01  RNWPARM-RECORD                 PIC X(80).
      *
       FD  BCINDEX
           BLOCK CONTAINS 0 RECORDS.
       01  BCINDEX-RECORD                 PIC X(80).
      *
       FD  HOUSEPOL
           BLOCK CONTAINS 0 RECORDS.
       COPY LGCHOUS.
      *
       FD  AUDITJNL
           BLOCK CONTAINS 0 RECORDS.
       COPY LGCAJRF.
      *
       FD  MOTORPOL
           BLOCK CONTAINS 0 RECORDS.
       01  WS-AREA.
           05  RNWPARM-STATUS             PIC XX VALUE '00'.
               88  RNWPARM-VALID-STATUS           VALUE '00'.
           05  BCINDEX-STATUS             PIC XX VALUE '00'.
               88  BCINDEX-OPEN-OK                VALUE '00'.
           05  HOUSEPOL-STATUS            PIC XX VALUE '00'.
               88  HOUSEPOL-VALID-STATUS          VALUE '00' '35'.
               88  HOUSEPOL-OPEN-OK               VALUE '00'.
           05  AUDITJNL-STATUS            PIC XX VALUE '00'.
               88  AUDITJNL-OPEN-OK               VALUE '00'.
               88  AUDITJNL-NOT-FOUND             VALUE '35'.
               88  AUDITJNL-DUPLICATE             VALUE '22'.
           05  MOTORPOL-STATUS            PIC XX VALUE '00'.
               88  MOTORPOL-VALID-STATUS          VALUE '00' '35'.
           05  MOTORACC-STATUS            PIC XX VALUE '00'.
       01  WS-HORIZON-DAYS                PIC 9(03) VALUE 060.
      *
       01  WS-TODAY-DATE                  PIC 9(08).
       01  WS-TODAY-TIME                  PIC 9(08) VALUE ZERO.
       01  WS-TODAY-INTDATE               PIC 9(07) VALUE ZERO.
       01  WS-EXPIRY-NUMDATE              PIC 9(08) VALUE ZERO.
       01  WS-EXPIRY-INTDATE              PIC 9(07) VALUE ZERO.
       01  WS-BRK-FND-SW                  PIC X(01) VALUE 'N'.
           88  BRK-FND                            VALUE 'Y'.
       01  WS-BRK-BROKERID                PIC 9(10) VALUE ZERO.
      *
      *    BUILDING-COST INDEX LOOKUP AND HOUSE UPLIFT WORK AREAS.
       COPY LGCBCIX.
       01  WS-INDEX-DATE                  PIC X(10).
       01  WS-INDEX-VALUE                 PIC 9(04)V9(02) VALUE ZERO.
       01  WS-INDEX-CURRENT               PIC 9(04)V9(02) VALUE ZERO.
       01  WS-INDEX-BASE                  PIC 9(04)V9(02) VALUE ZERO.
       01  WS-LAST-INDEX-DATE             PIC X(10) VALUE LOW-VALUES.
       01  WS-OLD-H-VALUE                 PIC 9(08) VALUE ZERO.
       01  WS-OLD-PAYMENT                 PIC 9(06) VALUE ZERO.
       01  WS-NEW-H-VALUE                 PIC 9(08) VALUE ZERO.
       01  WS-NEW-PAYMENT                 PIC 9(06) VALUE ZERO.
       01  WS-UPLIFT-COUNT                PIC 9(07) COMP VALUE ZERO.
       01  WS-BAD-INDEX-COUNT             PIC 9(05) COMP VALUE ZERO.
       01  WS-LC-DATE8                    PIC X(08).
       01  WS-LC-TIME8                    PIC X(08).
      *
      *    HOUSE RATING ENGINE PARAMETERS (SEE LGAHRT01).
       01  WS-RATING-LINK-AREA.
       COPY LGCHRTL REPLACING LEADING ==HR== BY ==WSHR==.
      *
      *    REFERENCE TABLE LOADER (LGARTB01) PARAMETER AREA.
       01  WS-REF-LOAD-AREA.
           COPY LGCREFL REPLACING LEADING ==RL== BY ==WSRL==.
       01  SW-REFTAB-LOAD                 PIC X(01) VALUE 'Y'.
           88  REFTAB-LOADED                      VALUE 'Y'.
       01  WS-RATE-VALUE                  PIC 9(08) VALUE ZERO.
       01  WS-NOT-RATED-COUNT             PIC 9(07) COMP VALUE ZERO.
       01  WS-RPT-RC                      PIC 9(02).
       01  WS-RPT-BASE                    PIC Z(6)9.99.
       01  WS-RPT-FACTOR1                 PIC 9.999.
       01  WS-RPT-FACTOR2                 PIC 9.999.
       01  WS-RPT-FACTOR3                 PIC 9.999.
      *
       01  WS-PROPOSED-PREMIUM            PIC 9(10)V99 VALUE ZERO.
       01  WS-CANDIDATE-COUNT             PIC 9(07) COMP VALUE ZERO.
       01  WS-POLICIES-READ               PIC 9(07) COMP VALUE ZERO.
       01  WS-TOTAL-PROPOSED              PIC 9(11)V99 VALUE ZERO.
      *
       01  WS-REPORT-LINE                 PIC X(100).
       01  WS-RPT-CNT                     PIC Z(4)9.
       01  WS-RPT-AMT                     PIC -(8)9.99.
       01  WS-RPT-DAYS                    PIC Z(3)9.
       01  WS-RPT-VALUE                   PIC Z(7)9.
       01  WS-RPT-VALUE2                  PIC Z(7)9.
       01  WS-RPT-INDEX                   PIC Z(3)9.99.
       01  WS-RPT-INDEX2                  PIC Z(3)9.99.
      *
      *    STANDARD COMPLETION RECORD - SEE 0990-WRITE-COMPLETION.
       01  WS-CMP-TIME                    PIC X(08).
       01  WS-CMP-AREA.
           COPY LGCCMPL REPLACING LEADING ==CMP== BY ==WSCM==.
      *
       PROCEDURE DIVISION.
      *
       0000-MAINLINE.
      *
           PERFORM 0100-INITIALIZATION
              THRU 0100-INITIALIZATION-EXIT
           PERFORM 0120-LOAD-BUILDING-INDEX
              THRU 0120-LOAD-BUILDING-INDEX-EXIT
           PERFORM 0150-TALLY-MOTOR-SURCHARGES
              THRU 0150-TALLY-MOTOR-SURCHARGES-EXIT
           PERFORM 0200-SCAN-HOUSEPOL
              THRU 0200-SCAN-HOUSEPOL-EXIT
           PERFORM 0300-SCAN-MOTORPOL
              THRU 0300-SCAN-MOTORPOL-EXIT
           PERFORM 0400-SCAN-COMMPOL
              THRU 0400-SCAN-COMMPOL-EXIT
           PERFORM 0950-WRITE-BROKER-SUMMARY
              THRU 0950-WRITE-BROKER-SUMMARY-EXIT
           PERFORM 0900-CLOSE-FILES
              THRU 0900-CLOSE-FILES-EXIT
      *
           IF WS-CANDIDATE-COUNT > ZERO AND RETURN-CODE < 4
              MOVE 4                     TO RETURN-CODE
           END-IF
      *
           PERFORM 0990-WRITE-COMPLETION
              THRU 0990-WRITE-COMPLETION-EXIT
           GOBACK.
      *
       0100-INITIALIZATION.
      *
           MOVE SPACES                   TO WS-CMP-AREA
           INITIALIZE WS-CMP-AREA
           ACCEPT WS-CMP-TIME FROM TIME
           MOVE WS-CMP-TIME(1:6)         TO WSCM-START-TIME
      *
           PERFORM 0170-LOAD-REFERENCE-TABLES
              THRU 0170-LOAD-REFERENCE-TABLES-EXIT
      *
           OPEN OUTPUT RNWWORKR
           MOVE '-------- LGRRNW01 RENEWAL CANDIDATE WORKLIST ----'
           WRITE RNWWORKR-RECORD FROM WS-REPORT-LINE
      *
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           ACCEPT WS-TODAY-TIME FROM TIME
           COMPUTE WS-TODAY-INTDATE =
                   FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE)
      *
           OPEN I-O HOUSEPOL
           OPEN I-O AUDITJNL
           IF AUDITJNL-NOT-FOUND
              OPEN OUTPUT AUDITJNL
              CLOSE AUDITJNL
              OPEN I-O AUDITJNL
           END-IF
           OPEN INPUT MOTORPOL
           OPEN INPUT MOTORACC
           OPEN INPUT COMMPOL
           EXIT.
      *
      *================================================================
      * 0170-LOAD-REFERENCE-TABLES - THE POSTCODE-PREFIX TO
      *     PERIL-ZONE MAPPING THE HOUSE RATING ENGINE USES, AS
      *     IN FORCE TODAY, FROM REFTAB THROUGH LGARTB01.  IT STAYS
      *     IN WS-REF-LOAD-AREA, WHICH IS PASSED ON EVERY CALL TO
      *     LGAHRT01.  LOADED BEFORE ANYTHING ELSE SETS THE RETURN
      *     CODE, WHICH EACH CALL RESETS; A TABLE THAT CANNOT BE
      *     LOADED FAILS THE RUN.
      *================================================================
       0170-LOAD-REFERENCE-TABLES.
      *
           MOVE 'ACCP'                   TO WSRL-TABLE-ID
           PERFORM 0175-LOAD-ONE-TABLE
              THRU 0175-LOAD-ONE-TABLE-EXIT
      *
           IF NOT REFTAB-LOADED
              MOVE 8                     TO RETURN-CODE
           END-IF
      *
       0170-LOAD-REFERENCE-TABLES-EXIT.
           EXIT.
      *
       0175-LOAD-ONE-TABLE.
      *
           MOVE SPACES                   TO WSRL-AS-OF-DATE
           CALL 'LGARTB01' USING WS-REF-LOAD-AREA
      *
           EVALUATE WSRL-RETURN-CODE
              WHEN 00
                 CONTINUE
              WHEN 10
                 DISPLAY 'LGRRNW01 - NO ' WSRL-TABLE-ID
                         ' ENTRY IN FORCE ON REFTAB'
              WHEN 12
                 DISPLAY 'LGRRNW01 - ' WSRL-TABLE-ID
                         ' TABLE FULL - LATER ENTRIES NOT LOADED'
              WHEN OTHER
                 DISPLAY '**LGRRNW01 - ' WSRL-TABLE-ID
                         ' NOT LOADED FROM REFTAB - RC '
                         WSRL-RETURN-CODE
                 MOVE 'N'                TO SW-REFTAB-LOAD
           END-EVALUATE
      *
       0175-LOAD-ONE-TABLE-EXIT.
           EXIT.
      *
      *================================================================
      * 0120-LOAD-BUILDING-INDEX - LOADS THE BCINDEX BUILDING-COST
      *     INDEX CARDS INTO BCT-INDEX-TABLE, USED TO INDEX-LINK HOUSE
      *     SUMS INSURED AT RENEWAL.  NO FILE MEANS NO LINKING.
      *================================================================
       0120-LOAD-BUILDING-INDEX.
      *
           OPEN INPUT BCINDEX
           IF NOT BCINDEX-OPEN-OK
              MOVE 'NO BCINDEX FILE - HOUSE SUMS INSURED NOT LINKED'
                   TO RNWWORKR-RECORD
              WRITE RNWWORKR-RECORD
              GO TO 0120-LOAD-BUILDING-INDEX-EXIT
           END-IF
      *
           MOVE 'N'                      TO SW-EOF
           PERFORM UNTIL END-OF-FILE
              READ BCINDEX INTO BUILDING-COST-INDEX-CARD
                 AT END SET END-OF-FILE  TO TRUE
              END-READ
              IF NOT END-OF-FILE
                 PERFORM 0125-EDIT-INDEX-CARD
                    THRU 0125-EDIT-INDEX-CARD-EXIT
              END-IF
           END-PERFORM
           CLOSE BCINDEX
      *
           MOVE BCT-INDEX-COUNT          TO WS-RPT-CNT
           MOVE SPACES                   TO WS-REPORT-LINE
           STRING 'BUILDING-COST INDEX CARDS LOADED=' WS-RPT-CNT
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE RNWWORKR-RECORD FROM WS-REPORT-LINE
      *
       0120-LOAD-BUILDING-INDEX-EXIT.
           EXIT.
      *
      *================================================================
      * 0125-EDIT-INDEX-CARD - A CARD WITH A BAD DATE OR INDEX, OR
      *     OUT OF EFFECTIVE-DATE ORDER, IS LISTED AND SKIPPED - THE
      *     REST OF THE INDEX STILL APPLIES.
      *================================================================
       0125-EDIT-INDEX-CARD.
      *
           IF BCX-COMMENT
              GO TO 0125-EDIT-INDEX-CARD-EXIT
           END-IF
      *
           IF NOT BCX-INDEX-CARD
              OR BCX-EFFECTIVE-DATE(1:4) NOT NUMERIC
              OR BCX-EFFECTIVE-DATE(5:1) NOT = '-'
              OR BCX-EFFECTIVE-DATE(6:2) NOT NUMERIC
              OR BCX-EFFECTIVE-DATE(8:1) NOT = '-'
              OR BCX-EFFECTIVE-DATE(9:2) NOT NUMERIC
              OR BCX-INDEX-VALUE-X NOT NUMERIC
              OR BCX-INDEX-VALUE = ZERO
              OR BCX-EFFECTIVE-DATE NOT > WS-LAST-INDEX-DATE
              OR BCT-INDEX-COUNT NOT < BCT-INDEX-MAX
              ADD 1                      TO WS-BAD-INDEX-COUNT
              MOVE SPACES                TO WS-REPORT-LINE
              STRING 'BCINDEX CARD SKIPPED - ' BCINDEX-RECORD(1:40)
                     DELIMITED BY SIZE INTO WS-REPORT-LINE
              WRITE RNWWORKR-RECORD FROM WS-REPORT-LINE
              GO TO 0125-EDIT-INDEX-CARD-EXIT
           END-IF
      *
           ADD 1                         TO BCT-INDEX-COUNT
           MOVE BCX-EFFECTIVE-DATE
             TO BCT-EFFECTIVE-DATE(BCT-INDEX-COUNT)
           MOVE BCX-INDEX-VALUE
             TO BCT-INDEX-VALUE(BCT-INDEX-COUNT)
           MOVE BCX-EFFECTIVE-DATE       TO WS-LAST-INDEX-DATE
      *
       0125-EDIT-INDEX-CARD-EXIT.
           EXIT.
      *
      *================================================================
      * 0130-FIND-INDEX - SETS WS-INDEX-VALUE TO THE INDEX IN FORCE
      *     ON WS-INDEX-DATE: THE LAST CARD WHOSE EFFECTIVE DATE IS
      *     NOT AFTER IT.  ZERO WHEN THE DATE PRECEDES EVERY CARD.
      *================================================================
       0130-FIND-INDEX.
      *
           MOVE ZERO                     TO WS-INDEX-VALUE
           PERFORM VARYING BCT-IDX FROM 1 BY 1
                   UNTIL BCT-IDX > BCT-INDEX-COUNT
                      OR BCT-EFFECTIVE-DATE(BCT-IDX) > WS-INDEX-DATE
              MOVE BCT-INDEX-VALUE(BCT-IDX) TO WS-INDEX-VALUE
           END-PERFORM
      *
       0130-FIND-INDEX-EXIT.
           EXIT.
      *
      *================================================================
      * 0150-TALLY-MOTOR-SURCHARGES - ONE PASS OVER MOTORACC BUILDS
      *     THE PER-POLICY RECENCY SURCHARGE, USING THE SAME BANDS
      *     AND CAP LGMMOT01 APPLIES WHEN AN ACCIDENT IS RECORDED.
              END-READ
              IF NOT END-OF-FILE
                 PERFORM 0160-ADD-ACCIDENT-SURCHARGE
                    THRU 0160-ADD-ACCIDENT-SURCHARGE-EXIT
              END-IF
           END-PERFORM
      *
       0200-SCAN-HOUSEPOL.
      *
           IF NOT HOUSEPOL-VALID-STATUS
              OR NOT REFTAB-LOADED
              GO TO 0200-SCAN-HOUSEPOL-EXIT
           END-IF
           MOVE 'N'                      TO SW-EOF
              READ HOUSEPOL NEXT RECORD
                 AT END SET END-OF-FILE  TO TRUE
              END-READ
              IF NOT END-OF-FILE
                 ADD 1                   TO WS-POLICIES-READ
              END-IF
              IF NOT END-OF-FILE
                 AND NOT HSM-POLICY-CANCELLED
                 MOVE HSM-EXPIRY-DATE    TO WS-EXPIRY-DATE-HOLD
                 PERFORM 0190-CHECK-EXPIRY-WINDOW
                    THRU 0190-CHECK-EXPIRY-WINDOW-EXIT
                 IF WS-DAYS-TO-EXPIRY NOT > WS-HORIZON-DAYS AND
                    WS-DAYS-TO-EXPIRY NOT < ZERO
                    PERFORM 0250-REPORT-HOUSE-CANDIDATE
                       THRU 0250-REPORT-HOUSE-CANDIDATE-EXIT
                 END-IF
              END-IF
           END-PERFORM
       0250-REPORT-HOUSE-CANDIDATE.
      *
           ADD 1                         TO WS-CANDIDATE-COUNT
           PERFORM 0260-INDEX-LINK-HOUSE
              THRU 0260-INDEX-LINK-HOUSE-EXIT
           MOVE HSM-H-VALUE              TO WS-RATE-VALUE
           PERFORM 0270-RATE-HOUSE
              THRU 0270-RATE-HOUSE-EXIT
           IF WSHR-RETURN-CODE = ZERO
              MOVE WSHR-PREMIUM          TO WS-PROPOSED-PREMIUM
           ELSE
              MOVE HSM-PAYMENT           TO WS-PROPOSED-PREMIUM
           END-IF
           MOVE WS-PROPOSED-PREMIUM      TO WS-RPT-AMT
           MOVE WS-DAYS-TO-EXPIRY        TO WS-RPT-DAYS
           MOVE SPACES                   TO WS-REPORT-LINE
                     DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-IF
           WRITE RNWWORKR-RECORD FROM WS-REPORT-LINE
           PERFORM 0280-WRITE-RATING-TRACE
              THRU 0280-WRITE-RATING-TRACE-EXIT
      *
           MOVE SPACES                   TO RENEWAL-WORKLIST-RECORD
           MOVE 'H'                      TO WKL-LINE
              MOVE 'V'                   TO WKL-VALUATION-FLAG
           END-IF
           WRITE RENEWAL-WORKLIST-RECORD
           ADD WKL-PROPOSED-PREMIUM      TO WS-TOTAL-PROPOSED
      *
           MOVE HSM-BROKERID             TO WS-BRK-BROKERID
           PERFORM 0850-ADD-TO-BROKER-SUMMARY
              THRU 0850-ADD-TO-BROKER-SUMMARY-EXIT
      *
       0250-REPORT-HOUSE-CANDIDATE-EXIT.
           EXIT.
      *
      *================================================================
      * 0260-INDEX-LINK-HOUSE - UPLIFTS HSM-H-VALUE AND HSM-PAYMENT
      *     BY THE RISE IN THE BUILDING-COST INDEX FROM THE INDEX THE
      *     SUM INSURED STANDS AT TO THE INDEX IN FORCE ON THE EXPIRY
      *     (RENEWAL) DATE.  A POLICY ALREADY LINKED FOR THIS EXPIRY
      *     IS LEFT ALONE, SO THE UPLIFT IS APPLIED ONCE PER RENEWAL;
      *     WITH NO RISE THERE IS NOTHING TO CHANGE.  THE REWRITE
      *     STAMPS HSM-LAST-CHANGED LIKE ANY ONLINE CHANGE AND THE
      *     BEFORE AND AFTER IMAGES GO TO AUDITJNL.  THE NEW PAYMENT
      *     IS THE RATING ENGINE'S PREMIUM FOR THE UPLIFTED SUM
      *     INSURED; ONLY A RISK THE ENGINE CANNOT RATE HAS ITS
      *     PAYMENT UPLIFTED IN PROPORTION TO THE INDEX.
      *================================================================
       0260-INDEX-LINK-HOUSE.
      *
           IF BCT-INDEX-COUNT = ZERO
              OR HSM-INDEXED-EXPIRY = HSM-EXPIRY-DATE
              GO TO 0260-INDEX-LINK-HOUSE-EXIT
           END-IF
      *
           MOVE HSM-EXPIRY-DATE          TO WS-INDEX-DATE
           PERFORM 0130-FIND-INDEX
              THRU 0130-FIND-INDEX-EXIT
           MOVE WS-INDEX-VALUE           TO WS-INDEX-CURRENT
           IF WS-INDEX-CURRENT = ZERO
              GO TO 0260-INDEX-LINK-HOUSE-EXIT
           END-IF
      *
           IF HSM-INDEX-BASE-X NUMERIC AND HSM-INDEX-BASE > ZERO
              MOVE HSM-INDEX-BASE        TO WS-INDEX-BASE
           ELSE
              MOVE HSM-LAST-VALUATION-DATE TO WS-INDEX-DATE
              PERFORM 0130-FIND-INDEX
                 THRU 0130-FIND-INDEX-EXIT
              MOVE WS-INDEX-VALUE        TO WS-INDEX-BASE
           END-IF
           IF WS-INDEX-BASE = ZERO
              OR WS-INDEX-CURRENT NOT > WS-INDEX-BASE
              GO TO 0260-INDEX-LINK-HOUSE-EXIT
           END-IF
      *
           COMPUTE WS-NEW-H-VALUE ROUNDED =
                   HSM-H-VALUE * WS-INDEX-CURRENT / WS-INDEX-BASE
              ON SIZE ERROR
                 MOVE ZERO               TO WS-NEW-H-VALUE
           END-COMPUTE
           MOVE WS-NEW-H-VALUE           TO WS-RATE-VALUE
           PERFORM 0270-RATE-HOUSE
              THRU 0270-RATE-HOUSE-EXIT
           IF WS-NEW-H-VALUE NOT = ZERO
              AND WSHR-RETURN-CODE = ZERO
              MOVE WSHR-PREMIUM          TO WS-NEW-PAYMENT
           ELSE
              COMPUTE WS-NEW-PAYMENT ROUNDED =
                      HSM-PAYMENT * WS-INDEX-CURRENT / WS-INDEX-BASE
                 ON SIZE ERROR
                    MOVE ZERO            TO WS-NEW-PAYMENT
              END-COMPUTE
           END-IF
           IF WS-NEW-H-VALUE = ZERO OR WS-NEW-PAYMENT = ZERO
              MOVE SPACES                TO WS-REPORT-LINE
              STRING '      INDEX-LINKING REFUSED - UPLIFTED FIGURES'
                     ' EXCEED THE MASTER FIELDS'
                     DELIMITED BY SIZE INTO WS-REPORT-LINE
              WRITE RNWWORKR-RECORD FROM WS-REPORT-LINE
              GO TO 0260-INDEX-LINK-HOUSE-EXIT
           END-IF
      *
           MOVE HOUSE-POLICY-MASTER-RECORD TO AJR-BEFORE-IMAGE
           MOVE HSM-H-VALUE              TO WS-OLD-H-VALUE
           MOVE HSM-PAYMENT              TO WS-OLD-PAYMENT
      *
           MOVE WS-NEW-H-VALUE           TO HSM-H-VALUE
           MOVE WS-NEW-PAYMENT           TO HSM-PAYMENT
           MOVE WS-INDEX-CURRENT         TO HSM-INDEX-BASE
           MOVE HSM-EXPIRY-DATE          TO HSM-INDEXED-EXPIRY
           ACCEPT WS-LC-DATE8 FROM DATE YYYYMMDD
           ACCEPT WS-LC-TIME8 FROM TIME
           MOVE SPACES                   TO HSM-LAST-CHANGED
           MOVE WS-LC-DATE8              TO HSM-LAST-CHANGED(1:8)
           MOVE WS-LC-TIME8(1:6)         TO HSM-LAST-CHANGED(9:6)
      *
           REWRITE HOUSE-POLICY-MASTER-RECORD
           IF NOT HOUSEPOL-OPEN-OK
              DISPLAY '**LGRRNW01 - HOUSEPOL REWRITE ERROR - STATUS '
                      HOUSEPOL-STATUS ' POLICY ' HSM-POLICY-NUM
              MOVE 8                     TO RETURN-CODE
              MOVE AJR-BEFORE-IMAGE      TO HOUSE-POLICY-MASTER-RECORD
              MOVE '00'                  TO HOUSEPOL-STATUS
              GO TO 0260-INDEX-LINK-HOUSE-EXIT
           END-IF
      *
           ADD 1                         TO WS-UPLIFT-COUNT
           MOVE HOUSE-POLICY-MASTER-RECORD TO AJR-AFTER-IMAGE
           PERFORM 0700-WRITE-JOURNAL
              THRU 0700-WRITE-JOURNAL-EXIT
      *
           MOVE WS-INDEX-BASE            TO WS-RPT-INDEX
           MOVE WS-INDEX-CURRENT         TO WS-RPT-INDEX2
           MOVE WS-OLD-H-VALUE           TO WS-RPT-VALUE
           MOVE WS-NEW-H-VALUE           TO WS-RPT-VALUE2
           MOVE SPACES                   TO WS-REPORT-LINE
           STRING '      INDEX ' WS-RPT-INDEX ' TO ' WS-RPT-INDEX2
                  ' SUM INSURED ' WS-RPT-VALUE ' TO ' WS-RPT-VALUE2
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE RNWWORKR-RECORD FROM WS-REPORT-LINE
           MOVE WS-OLD-PAYMENT           TO WS-RPT-VALUE
           MOVE WS-NEW-PAYMENT           TO WS-RPT-VALUE2
           MOVE SPACES                   TO WS-REPORT-LINE
           STRING '      PREMIUM ' WS-RPT-VALUE ' TO ' WS-RPT-VALUE2
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE RNWWORKR-RECORD FROM WS-REPORT-LINE
      *
       0260-INDEX-LINK-HOUSE-EXIT.
           EXIT.
      *
      *================================================================
      * 0270-RATE-HOUSE - PRICES THE HOUSE IN THE MASTER RECORD AT
      *     SUM INSURED WS-RATE-VALUE THROUGH THE SHARED HOUSE RATING
      *     ENGINE.  THE CALLER ACTS ON WSHR-RETURN-CODE.
      *================================================================
       0270-RATE-HOUSE.
      *
           MOVE HSM-H-PROPERTY-TYPE      TO WSHR-PROPERTY-TYPE
           MOVE HSM-H-BEDROOMS           TO WSHR-BEDROOMS
           MOVE WS-RATE-VALUE            TO WSHR-VALUE
           MOVE HSM-H-POSTCODE           TO WSHR-POSTCODE
      *
           CALL 'LGAHRT01' USING WS-RATING-LINK-AREA
                                 WS-REF-LOAD-AREA
      *
       0270-RATE-HOUSE-EXIT.
           EXIT.
      *
      *================================================================
      * 0280-WRITE-RATING-TRACE - ONE LINE UNDER THE CANDIDATE SHOWING
      *     HOW THE PROPOSED PREMIUM WAS RATED, OR WHY IT WAS NOT.
      *================================================================
       0280-WRITE-RATING-TRACE.
      *
           MOVE SPACES                   TO WS-REPORT-LINE
           IF WSHR-RETURN-CODE NOT = ZERO
              ADD 1                      TO WS-NOT-RATED-COUNT
              MOVE WSHR-RETURN-CODE      TO WS-RPT-RC
              STRING '      NOT RATED - RC ' WS-RPT-RC
                     ' - CURRENT PREMIUM PROPOSED'
                     DELIMITED BY SIZE INTO WS-REPORT-LINE
              WRITE RNWWORKR-RECORD FROM WS-REPORT-LINE
              GO TO 0280-WRITE-RATING-TRACE-EXIT
           END-IF
      *
           MOVE WSHR-T-BASE-PREMIUM      TO WS-RPT-BASE
           MOVE WSHR-T-TYPE-FACTOR       TO WS-RPT-FACTOR1
           MOVE WSHR-T-BEDROOM-FACTOR    TO WS-RPT-FACTOR2
           MOVE WSHR-T-ZONE-FACTOR       TO WS-RPT-FACTOR3
           IF WSHR-T-MINIMUM-APPLIED = 'Y'
              STRING '      RATED ' WSHR-T-TABLE-VERSION
                     ' BASE=' WS-RPT-BASE
                     ' TYPE=' WS-RPT-FACTOR1
                     ' BEDS=' WS-RPT-FACTOR2
                     ' ' WSHR-T-ZONE '=' WS-RPT-FACTOR3
                     ' MINIMUM'
                     DELIMITED BY SIZE INTO WS-REPORT-LINE
           ELSE
              STRING '      RATED ' WSHR-T-TABLE-VERSION
                     ' BASE=' WS-RPT-BASE
                     ' TYPE=' WS-RPT-FACTOR1
                     ' BEDS=' WS-RPT-FACTOR2
                     ' ' WSHR-T-ZONE '=' WS-RPT-FACTOR3
                     DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-IF
           WRITE RNWWORKR-RECORD FROM WS-REPORT-LINE
      *
       0280-WRITE-RATING-TRACE-EXIT.
           EXIT.
      *
       0300-SCAN-MOTORPOL.
      *
              READ MOTORPOL NEXT RECORD
                 AT END SET END-OF-FILE  TO TRUE
              END-READ
              IF NOT END-OF-FILE
                 ADD 1                   TO WS-POLICIES-READ
              END-IF
              IF NOT END-OF-FILE
                 AND NOT MTM-POLICY-CANCELLED
                 MOVE MTM-EXPIRY-DATE    TO WS-EXPIRY-DATE-HOLD
                 PERFORM 0190-CHECK-EXPIRY-WINDOW
                    THRU 0190-CHECK-EXPIRY-WINDOW-EXIT
                 IF WS-DAYS-TO-EXPIRY NOT > WS-HORIZON-DAYS AND
                    WS-DAYS-TO-EXPIRY NOT < ZERO
                    PERFORM 0350-REPORT-MOTOR-CANDIDATE
                       THRU 0350-REPORT-MOTOR-CANDIDATE-EXIT
                 END-IF
              END-IF
           END-PERFORM
           MOVE MTM-EXPIRY-DATE           TO WKL-EXPIRY-DATE
           MOVE WS-PROPOSED-PREMIUM       TO WKL-PROPOSED-PREMIUM
           WRITE RENEWAL-WORKLIST-RECORD
           ADD WKL-PROPOSED-PREMIUM      TO WS-TOTAL-PROPOSED
      *
           MOVE MTM-BROKERID             TO WS-BRK-BROKERID
           PERFORM 0850-ADD-TO-BROKER-SUMMARY
              THRU 0850-ADD-TO-BROKER-SUMMARY-EXIT
      *
       0350-REPORT-MOTOR-CANDIDATE-EXIT.
           EXIT.
              READ COMMPOL NEXT RECORD
                 AT END SET END-OF-FILE  TO TRUE
              END-READ
              IF NOT END-OF-FILE
                 ADD 1                   TO WS-POLICIES-READ
              END-IF
              IF NOT END-OF-FILE
                 AND CML-B-STATUS NOT = 6000
                 MOVE CML-EXPIRY-DATE    TO WS-EXPIRY-DATE-HOLD
                 PERFORM 0190-CHECK-EXPIRY-WINDOW
                    THRU 0190-CHECK-EXPIRY-WINDOW-EXIT
                 IF WS-DAYS-TO-EXPIRY NOT > WS-HORIZON-DAYS AND
                    WS-DAYS-TO-EXPIRY NOT < ZERO
                    PERFORM 0450-REPORT-COMM-CANDIDATE
                       THRU 0450-REPORT-COMM-CANDIDATE-EXIT
                 END-IF
              END-IF
           END-PERFORM
           MOVE CML-EXPIRY-DATE           TO WKL-EXPIRY-DATE
           MOVE WS-PROPOSED-PREMIUM       TO WKL-PROPOSED-PREMIUM
           WRITE RENEWAL-WORKLIST-RECORD
           ADD WKL-PROPOSED-PREMIUM      TO WS-TOTAL-PROPOSED
      *
           MOVE CML-BROKERID             TO WS-BRK-BROKERID
           PERFORM 0850-ADD-TO-BROKER-SUMMARY
              THRU 0850-ADD-TO-BROKER-SUMMARY-EXIT
      *
       0450-REPORT-COMM-CANDIDATE-EXIT.
           EXIT.
      *
      *================================================================
      * 0700-WRITE-JOURNAL - WRITES THE INDEX-LINKING CHANGE TO
      *     AUDITJNL IN THE LGCAJRF SHAPE, AS LGRMAT01 DOES FOR
      *     SETTLEMENTS.  THE KEY IS DATE+TIME WITH A SEQUENCE BUMPED
      *     ON DUPLICATES; JOURNALING NEVER FAILS THE UPLIFT ITSELF.
      *================================================================
       0700-WRITE-JOURNAL.
      *
           IF NOT AUDITJNL-OPEN-OK
              GO TO 0700-WRITE-JOURNAL-EXIT
           END-IF
      *
           MOVE WS-TODAY-DATE            TO AJR-TIMESTAMP(1:8)
           MOVE WS-TODAY-TIME            TO AJR-TIMESTAMP(9:6)
           MOVE ZERO                     TO AJR-SEQ
           MOVE 'BTCH'                   TO AJR-TRANSACTION
           MOVE 'IDXHSE'                 TO AJR-REQUEST-ID
           MOVE 'HOUSEPOL'               TO AJR-FILE-NAME
           MOVE HSM-POLICY-NUM           TO AJR-RECORD-KEY
      *
           MOVE '99'                     TO AUDITJNL-STATUS
           PERFORM 0750-WRITE-JOURNAL-ONCE
              THRU 0750-WRITE-JOURNAL-ONCE-EXIT
              UNTIL AUDITJNL-OPEN-OK
                 OR AJR-SEQ > 99
      *
           MOVE '00'                     TO AUDITJNL-STATUS
      *
       0700-WRITE-JOURNAL-EXIT.
           EXIT.
      *
       0750-WRITE-JOURNAL-ONCE.
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
       0750-WRITE-JOURNAL-ONCE-EXIT.
           EXIT.
      *
       0850-ADD-TO-BROKER-SUMMARY.
      *
           STRING 'TOTAL RENEWAL CANDIDATES=' WS-RPT-CNT
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE RNWWORKR-RECORD FROM WS-REPORT-LINE
           MOVE WS-UPLIFT-COUNT          TO WS-RPT-CNT
           MOVE SPACES                   TO WS-REPORT-LINE
           STRING 'HOUSE SUMS INSURED INDEX-LINKED=' WS-RPT-CNT
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE RNWWORKR-RECORD FROM WS-REPORT-LINE
           MOVE WS-NOT-RATED-COUNT       TO WS-RPT-CNT
           MOVE SPACES                   TO WS-REPORT-LINE
           STRING 'HOUSE RENEWALS NOT RATED=' WS-RPT-CNT
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE RNWWORKR-RECORD FROM WS-REPORT-LINE
      *
           DISPLAY 'LGRRNW01 - CANDIDATES=' WS-CANDIDATE-COUNT
      *
       0900-CLOSE-FILES.
      *
           CLOSE HOUSEPOL
           IF AUDITJNL-OPEN-OK
              CLOSE AUDITJNL
           END-IF
           CLOSE MOTORPOL
           CLOSE MOTORACC
           CLOSE COMMPOL
      *
       0900-CLOSE-FILES-EXIT.
           EXIT.
      *
      *================================================================
      * 0990-WRITE-COMPLETION - THE RUN'S STANDARD COMPLETION RECORD
      *     ON CMPLOG (LGCCMPL) THROUGH LGACMP01.  THE CALL RESETS
      *     RETURN-CODE, SO THE CODE GOES OUT IN THE RECORD AND IS
      *     TAKEN BACK FROM IT.
      *================================================================
       0990-WRITE-COMPLETION.
      *
           MOVE 'LGRRNW01'               TO WSCM-PROGRAM
           MOVE 'POLICIES'               TO WSCM-INPUT-DD
           MOVE WS-POLICIES-READ         TO WSCM-RECS-IN
           MOVE 'RNWWORKF'               TO WSCM-OUTPUT-DD
           MOVE WS-CANDIDATE-COUNT       TO WSCM-RECS-OUT
           MOVE 'PREMIUM'                TO WSCM-CONTROL-NAME
           MOVE WS-TOTAL-PROPOSED        TO WSCM-CONTROL-TOTAL
           MOVE RETURN-CODE              TO WSCM-RETURN-CODE
           CALL 'LGACMP01' USING WS-CMP-AREA
           MOVE WSCM-RETURN-CODE         TO RETURN-CODE
      *
       0990-WRITE-COMPLETION-EXIT.
           EXIT.
