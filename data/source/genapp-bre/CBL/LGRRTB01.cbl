       IDENTIFICATION DIVISION.
       PROGRAM-ID. LGRRTB01.
       AUTHOR. INSURANCE-APPLICATIONS-TEAM.
       INSTALLATION. POLICY-ADMINISTRATION.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.
      *================================================================
      * MODIFICATION HISTORY
      *   2026-10-15  PA  ORIGINAL -- REFERENCE TABLES IN FORCE.
      *                   WITH THE RATING AND AUTHORITY TABLES ON THE
      *                   EFFECTIVE-DATED REFTAB FILE, UNDERWRITING,
      *                   REINSURANCE AND AUDIT NEED TO SEE WHAT WAS
      *                   (OR WILL BE) IN FORCE ON A GIVEN DATE.
      *================================================================
      *================================================================
      *    FUNCTION:
      *      BATCH REPORT.  PRINTS EACH REFERENCE TABLE - PERIL
      *      ZONES, TREATIES, PAYMENT LIMITS, POSTCODE ZONES AND
      *      ACCUMULATION LIMITS - AS IN FORCE ON THE AS-OF DATE.
      *      THE TABLES ARE BUILT BY THE SAME LOADER (LGARTB01) THE
      *      BATCH PROGRAMS USE, SO THE REPORT SHOWS EXACTLY WHAT A
      *      RUN ON THAT DATE RATED AND AUTHORIZED AGAINST.  PERIL
      *      ZONES PRINT IN SEARCH ORDER - THE FIRST BOX HOLDING A
      *      RISK WINS.
      *
      *    INPUT FILES:  RTBPARM  - ONE CARD, COLS 1-10 = AS-OF DATE
      *                             CCYY-MM-DD (DEFAULT TODAY).
      *                  REFTAB   - REFERENCE TABLE KSDS (THROUGH
      *                             LGARTB01).
      *
      *    OUTPUT FILE:  RTBRPT   - REFERENCE TABLES IN FORCE.
      *
      *    RETURN CODE:  00 - REPORT COMPLETE
      *                  04 - A TABLE IS EMPTY OR FULL ON THE DATE
      *                  08 - REFTAB COULD NOT BE READ
      *================================================================
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *
           SELECT RTBPARM ASSIGN TO RTBPARM
              FILE STATUS IS RTBPARM-STATUS.
      *
           SELECT RTBRPT ASSIGN TO RTBRPT
              FILE STATUS IS RTBRPT-STATUS.
      *
       DATA DIVISION.
       FILE SECTION.
      *
       FD  RTBPARM
           BLOCK CONTAINS 0 RECORDS.
       01  RTBPARM-RECORD                 PIC X(80).
      *
       FD  RTBRPT
           BLOCK CONTAINS 0 RECORDS.
       01  RTBRPT-RECORD                  PIC X(100).
      *
       WORKING-STORAGE SECTION.
      *
       77  FILLER                         PIC X(36) VALUE
                   'LGRRTB01 WORKING STORAGE BEGINS HR'.
      *
       01  WS-AREA.
           05  RTBPARM-STATUS             PIC XX VALUE '00'.
               88  RTBPARM-VALID-STATUS           VALUE '00'.
           05  RTBRPT-STATUS              PIC XX VALUE '00'.
           05  SW-WARNING                 PIC X(01) VALUE 'N'.
               88  TABLE-WARNING                  VALUE 'Y'.
           05  SW-LOAD-FAILED             PIC X(01) VALUE 'N'.
               88  LOAD-FAILED                    VALUE 'Y'.
      *
       01  WS-PARM-REC.
           05  WS-PARM-AS-OF-DATE         PIC X(10).
           05  FILLER                     PIC X(70).
       01  WS-AS-OF-DATE                  PIC X(10) VALUE SPACES.
      *
       01  WS-REF-LOAD-AREA.
           COPY LGCREFL REPLACING LEADING ==RL== BY ==WSRL==.
      *
       COPY LGCPERZ.
      *
       COPY LGCTRTY.
      *
       COPY LGCPAYL.
      *
       COPY LGCACCZ.
      *
       01  WS-REPORT-LINE                 PIC X(100).
       01  WS-RPT-CNT                     PIC Z(4)9.
       01  WS-RPT-COORD1                  PIC -(3)9.9(4).
       01  WS-RPT-COORD2                  PIC -(3)9.9(4).
       01  WS-RPT-COORD3                  PIC -(3)9.9(4).
       01  WS-RPT-COORD4                  PIC -(3)9.9(4).
       01  WS-RPT-FACTOR1                 PIC Z(3)9.
       01  WS-RPT-FACTOR2                 PIC Z(3)9.
       01  WS-RPT-FACTOR3                 PIC Z(3)9.
       01  WS-RPT-FACTOR4                 PIC Z(3)9.
       01  WS-RPT-PCT                     PIC ZZ9.
       01  WS-RPT-AMT                     PIC Z(7)9.99.
       01  WS-RPT-BIG-AMT                 PIC Z(11)9.
      *
       PROCEDURE DIVISION.
      *
       0000-MAINLINE.
      *
           PERFORM 0100-INITIALIZATION
              THRU 0100-INITIALIZATION-EXIT
      *
           PERFORM 0200-PRINT-PERIL-ZONES
              THRU 0200-PRINT-PERIL-ZONES-EXIT
           PERFORM 0300-PRINT-TREATIES
              THRU 0300-PRINT-TREATIES-EXIT
           PERFORM 0400-PRINT-PAY-LIMITS
              THRU 0400-PRINT-PAY-LIMITS-EXIT
           PERFORM 0500-PRINT-POSTCODE-ZONES
              THRU 0500-PRINT-POSTCODE-ZONES-EXIT
           PERFORM 0600-PRINT-ACCUM-LIMITS
              THRU 0600-PRINT-ACCUM-LIMITS-EXIT
      *
           PERFORM 0900-CLOSE-FILES
              THRU 0900-CLOSE-FILES-EXIT
      *
      *    SET LAST - THE LOADER CALLS RESET THE RETURN CODE.
           EVALUATE TRUE
              WHEN LOAD-FAILED
                 MOVE 8                  TO RETURN-CODE
              WHEN TABLE-WARNING
                 MOVE 4                  TO RETURN-CODE
              WHEN OTHER
                 MOVE 0                  TO RETURN-CODE
           END-EVALUATE
      *
           GOBACK.
      *
       0100-INITIALIZATION.
      *
           OPEN OUTPUT RTBRPT
           MOVE '-------- LGRRTB01 REFERENCE TABLES IN FORCE ------'
                TO RTBRPT-RECORD
           WRITE RTBRPT-RECORD
      *
           OPEN INPUT RTBPARM
           IF RTBPARM-VALID-STATUS
              READ RTBPARM INTO WS-PARM-REC
                 AT END CONTINUE
                 NOT AT END
                    IF WS-PARM-AS-OF-DATE(1:4) NUMERIC
                       AND WS-PARM-AS-OF-DATE(5:1) = '-'
                       AND WS-PARM-AS-OF-DATE(6:2) NUMERIC
                       AND WS-PARM-AS-OF-DATE(8:1) = '-'
                       AND WS-PARM-AS-OF-DATE(9:2) NUMERIC
                       MOVE WS-PARM-AS-OF-DATE TO WS-AS-OF-DATE
                    END-IF
              END-READ
              CLOSE RTBPARM
           END-IF
      *
      *    SPACES ASK THE LOADER FOR TODAY; IT HANDS THE DATE BACK.
           MOVE 'PERZ'                   TO WSRL-TABLE-ID
           PERFORM 0800-LOAD-TABLE
              THRU 0800-LOAD-TABLE-EXIT
           MOVE WSRL-TABLE-AREA          TO PRZ-ZONE-AREA
           MOVE WSRL-AS-OF-DATE          TO WS-AS-OF-DATE
      *
           MOVE SPACES                   TO WS-REPORT-LINE
           STRING 'TABLES IN FORCE ON ' WS-AS-OF-DATE
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE RTBRPT-RECORD FROM WS-REPORT-LINE
      *
       0100-INITIALIZATION-EXIT.
           EXIT.
      *
       0200-PRINT-PERIL-ZONES.
      *
           MOVE SPACES                   TO RTBRPT-RECORD
           WRITE RTBRPT-RECORD
           MOVE '-------- PERIL ZONES (PERZ) - SEARCH ORDER ---------'
                TO RTBRPT-RECORD
           WRITE RTBRPT-RECORD
           MOVE 'ZONE      LAT-LO    LAT-HI    LON-LO    LON-HI   '
                TO WS-REPORT-LINE
           MOVE ' FIRE CRIME FLOOD WEATHER'
                TO WS-REPORT-LINE(51:25)
           WRITE RTBRPT-RECORD FROM WS-REPORT-LINE
           PERFORM 0810-WRITE-TABLE-STATUS
              THRU 0810-WRITE-TABLE-STATUS-EXIT
      *
           PERFORM 0210-PRINT-ONE-ZONE
              THRU 0210-PRINT-ONE-ZONE-EXIT
              VARYING PRZ-IDX FROM 1 BY 1
              UNTIL PRZ-IDX > PRZ-ZONE-COUNT
      *
       0200-PRINT-PERIL-ZONES-EXIT.
           EXIT.
      *
       0210-PRINT-ONE-ZONE.
      *
           MOVE PRZ-LAT-LO(PRZ-IDX)      TO WS-RPT-COORD1
           MOVE PRZ-LAT-HI(PRZ-IDX)      TO WS-RPT-COORD2
           MOVE PRZ-LON-LO(PRZ-IDX)      TO WS-RPT-COORD3
           MOVE PRZ-LON-HI(PRZ-IDX)      TO WS-RPT-COORD4
           MOVE PRZ-FIREPERIL(PRZ-IDX)   TO WS-RPT-FACTOR1
           MOVE PRZ-CRIMEPERIL(PRZ-IDX)  TO WS-RPT-FACTOR2
           MOVE PRZ-FLOODPERIL(PRZ-IDX)  TO WS-RPT-FACTOR3
           MOVE PRZ-WEATHERPERIL(PRZ-IDX) TO WS-RPT-FACTOR4
           MOVE SPACES                   TO WS-REPORT-LINE
           STRING PRZ-NAME(PRZ-IDX) ' ' WS-RPT-COORD1 ' '
                  WS-RPT-COORD2 ' ' WS-RPT-COORD3 ' '
                  WS-RPT-COORD4 '  ' WS-RPT-FACTOR1 '  '
                  WS-RPT-FACTOR2 '  ' WS-RPT-FACTOR3 '    '
                  WS-RPT-FACTOR4
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE RTBRPT-RECORD FROM WS-REPORT-LINE
      *
       0210-PRINT-ONE-ZONE-EXIT.
           EXIT.
      *
       0300-PRINT-TREATIES.
      *
           MOVE 'TRTY'                   TO WSRL-TABLE-ID
           PERFORM 0800-LOAD-TABLE
              THRU 0800-LOAD-TABLE-EXIT
           MOVE WSRL-TABLE-AREA          TO TRT-TREATY-AREA
      *
           MOVE SPACES                   TO RTBRPT-RECORD
           WRITE RTBRPT-RECORD
           MOVE '-------- REINSURANCE TREATIES (TRTY) ---------------'
                TO RTBRPT-RECORD
           WRITE RTBRPT-RECORD
           MOVE 'PERIL     REINSURER  RETENTION  CEDED %'
                TO RTBRPT-RECORD
           WRITE RTBRPT-RECORD
           PERFORM 0810-WRITE-TABLE-STATUS
              THRU 0810-WRITE-TABLE-STATUS-EXIT
      *
           PERFORM 0310-PRINT-ONE-TREATY
              THRU 0310-PRINT-ONE-TREATY-EXIT
              VARYING TRT-IDX FROM 1 BY 1
              UNTIL TRT-IDX > TRT-TREATY-COUNT
      *
       0300-PRINT-TREATIES-EXIT.
           EXIT.
      *
       0310-PRINT-ONE-TREATY.
      *
           MOVE TRT-RETENTION(TRT-IDX)   TO WS-RPT-AMT
           MOVE TRT-CEDED-PCT(TRT-IDX)   TO WS-RPT-PCT
           MOVE SPACES                   TO WS-REPORT-LINE
           STRING TRT-PERIL-NAME(TRT-IDX) '  '
                  TRT-REINSURER(TRT-IDX) '  ' WS-RPT-AMT '      '
                  WS-RPT-PCT
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE RTBRPT-RECORD FROM WS-REPORT-LINE
      *
       0310-PRINT-ONE-TREATY-EXIT.
           EXIT.
      *
       0400-PRINT-PAY-LIMITS.
      *
           MOVE 'PAYL'                   TO WSRL-TABLE-ID
           PERFORM 0800-LOAD-TABLE
              THRU 0800-LOAD-TABLE-EXIT
           MOVE WSRL-TABLE-AREA          TO PAL-LIMIT-AREA
      *
           MOVE SPACES                   TO RTBRPT-RECORD
           WRITE RTBRPT-RECORD
           MOVE '-------- PAYMENT AUTHORITY LIMITS (PAYL) -----------'
                TO RTBRPT-RECORD
           WRITE RTBRPT-RECORD
           MOVE 'USER ID   PAYS           LIMIT'
                TO RTBRPT-RECORD
           WRITE RTBRPT-RECORD
           PERFORM 0810-WRITE-TABLE-STATUS
              THRU 0810-WRITE-TABLE-STATUS-EXIT
      *
           PERFORM 0410-PRINT-ONE-LIMIT
              THRU 0410-PRINT-ONE-LIMIT-EXIT
              VARYING PAL-IDX FROM 1 BY 1
              UNTIL PAL-IDX > PAL-USER-COUNT
      *
       0400-PRINT-PAY-LIMITS-EXIT.
           EXIT.
      *
       0410-PRINT-ONE-LIMIT.
      *
           MOVE PAL-LIMIT-AMOUNT(PAL-IDX) TO WS-RPT-AMT
           MOVE SPACES                   TO WS-REPORT-LINE
           MOVE PAL-USER-ID(PAL-IDX)     TO WS-REPORT-LINE(1:8)
           EVALUATE TRUE
              WHEN PAL-CLAIM-PAYER(PAL-IDX)
                 MOVE 'CLAIMS '          TO WS-REPORT-LINE(11:7)
              WHEN PAL-REFUND-PAYER(PAL-IDX)
                 MOVE 'REFUNDS'          TO WS-REPORT-LINE(11:7)
           END-EVALUATE
           MOVE WS-RPT-AMT               TO WS-REPORT-LINE(19:11)
           WRITE RTBRPT-RECORD FROM WS-REPORT-LINE
      *
       0410-PRINT-ONE-LIMIT-EXIT.
           EXIT.
      *
       0500-PRINT-POSTCODE-ZONES.
      *
           MOVE 'ACCP'                   TO WSRL-TABLE-ID
           PERFORM 0800-LOAD-TABLE
              THRU 0800-LOAD-TABLE-EXIT
           MOVE WSRL-TABLE-AREA          TO PCZ-PREFIX-AREA
      *
           MOVE SPACES                   TO RTBRPT-RECORD
           WRITE RTBRPT-RECORD
           MOVE '-------- POSTCODE ZONES (ACCP) ---------------------'
                TO RTBRPT-RECORD
           WRITE RTBRPT-RECORD
           MOVE 'PREFIX  ZONE'           TO RTBRPT-RECORD
           WRITE RTBRPT-RECORD
           PERFORM 0810-WRITE-TABLE-STATUS
              THRU 0810-WRITE-TABLE-STATUS-EXIT
      *
           PERFORM 0510-PRINT-ONE-PREFIX
              THRU 0510-PRINT-ONE-PREFIX-EXIT
              VARYING PCZ-IDX FROM 1 BY 1
              UNTIL PCZ-IDX > PCZ-PREFIX-COUNT
      *
       0500-PRINT-POSTCODE-ZONES-EXIT.
           EXIT.
      *
       0510-PRINT-ONE-PREFIX.
      *
           MOVE SPACES                   TO WS-REPORT-LINE
           STRING PCZ-PREFIX(PCZ-IDX) '      ' PCZ-ZONE(PCZ-IDX)
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE RTBRPT-RECORD FROM WS-REPORT-LINE
      *
       0510-PRINT-ONE-PREFIX-EXIT.
           EXIT.
      *
       0600-PRINT-ACCUM-LIMITS.
      *
           MOVE 'ACCL'                   TO WSRL-TABLE-ID
           PERFORM 0800-LOAD-TABLE
              THRU 0800-LOAD-TABLE-EXIT
           MOVE WSRL-TABLE-AREA          TO ACL-LIMIT-AREA
      *
           MOVE SPACES                   TO RTBRPT-RECORD
           WRITE RTBRPT-RECORD
           MOVE '-------- ACCUMULATION LIMITS (ACCL) ----------------'
                TO RTBRPT-RECORD
           WRITE RTBRPT-RECORD
           MOVE 'ZONE      PERIL      SUMS INSURED LIMIT'
                TO RTBRPT-RECORD
           WRITE RTBRPT-RECORD
           PERFORM 0810-WRITE-TABLE-STATUS
              THRU 0810-WRITE-TABLE-STATUS-EXIT
      *
           PERFORM 0610-PRINT-ONE-ACCUM
              THRU 0610-PRINT-ONE-ACCUM-EXIT
              VARYING ACL-IDX FROM 1 BY 1
              UNTIL ACL-IDX > ACL-LIMIT-COUNT
      *
       0600-PRINT-ACCUM-LIMITS-EXIT.
           EXIT.
      *
       0610-PRINT-ONE-ACCUM.
      *
           MOVE ACL-LIMIT(ACL-IDX)       TO WS-RPT-BIG-AMT
           MOVE SPACES                   TO WS-REPORT-LINE
           STRING ACL-ZONE(ACL-IDX) '  ' ACL-PERIL(ACL-IDX) '  '
                  WS-RPT-BIG-AMT
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE RTBRPT-RECORD FROM WS-REPORT-LINE
      *
       0610-PRINT-ONE-ACCUM-EXIT.
           EXIT.
      *
      *================================================================
      * 0800-LOAD-TABLE - THE TABLE NAMED IN WSRL-TABLE-ID AS IN FORCE
      *     ON THE AS-OF DATE.  A TABLE THAT CANNOT BE READ PRINTS
      *     EMPTY AND FAILS THE RUN.
      *================================================================
       0800-LOAD-TABLE.
      *
           MOVE WS-AS-OF-DATE            TO WSRL-AS-OF-DATE
           CALL 'LGARTB01' USING WS-REF-LOAD-AREA
      *
           EVALUATE WSRL-RETURN-CODE
              WHEN 00
                 CONTINUE
              WHEN 10
              WHEN 12
                 SET TABLE-WARNING       TO TRUE
              WHEN OTHER
                 DISPLAY '**LGRRTB01 - ' WSRL-TABLE-ID
                         ' NOT LOADED - RC ' WSRL-RETURN-CODE
                 SET LOAD-FAILED         TO TRUE
           END-EVALUATE
      *
       0800-LOAD-TABLE-EXIT.
           EXIT.
      *
      *================================================================
      * 0810-WRITE-TABLE-STATUS - FLAGS A TABLE THE LOADER COULD NOT
      *     RETURN IN FULL.
      *================================================================
       0810-WRITE-TABLE-STATUS.
      *
           MOVE WSRL-ENTRY-COUNT         TO WS-RPT-CNT
           MOVE SPACES                   TO WS-REPORT-LINE
           EVALUATE WSRL-RETURN-CODE
              WHEN 00
                 STRING 'ENTRIES IN FORCE: ' WS-RPT-CNT
                        DELIMITED BY SIZE INTO WS-REPORT-LINE
              WHEN 10
                 MOVE '** NO ENTRY IN FORCE ON THIS DATE **'
                      TO WS-REPORT-LINE
              WHEN 12
                 STRING '** TABLE FULL AT ' WS-RPT-CNT
                        ' ENTRIES - LATER ENTRIES NOT LOADED **'
                        DELIMITED BY SIZE INTO WS-REPORT-LINE
              WHEN OTHER
                 MOVE '** REFTAB COULD NOT BE READ **'
                      TO WS-REPORT-LINE
           END-EVALUATE
           WRITE RTBRPT-RECORD FROM WS-REPORT-LINE
      *
       0810-WRITE-TABLE-STATUS-EXIT.
           EXIT.
      *
       0900-CLOSE-FILES.
      *
           CLOSE RTBRPT
      *
       0900-CLOSE-FILES-EXIT.
           EXIT.
