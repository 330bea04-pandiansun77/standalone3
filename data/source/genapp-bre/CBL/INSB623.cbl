       IDENTIFICATION DIVISION.
       PROGRAM-ID. INSB623.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      *
      *================================================================
      *    FUNCTION:
      *      VENDOR COST-CHANGE FEED INTAKE.  EVERY VENDOR COST
      *      INCREASE USED TO REACH T3422 BY A BUYER RE-KEYING THE
      *      VENDOR'S COST-CHANGE NOTICE, WHICH IS WHERE MOST BAD
      *      NEW-CST-AMT ROWS CAME FROM.  THIS STEP READS THE VENDOR
      *      COST-CHANGE FILE AND, FOR EACH LINE:
      *        - RESOLVES THE ITEM TO ITS T2567 CATEGORY,
      *        - RESOLVES THE LOCATION-CATEGORY ROWS (AND THE
      *          LOCATION GROUPS BEHIND THEM) THAT CARRY THE ITEM'S
      *          T3422 MAINTENANCE ON THE EFFECTIVE DATE, FALLING
      *          BACK TO THE T3377 CORPORATE ROW WHEN THE ITEM HAS NO
      *          LOCATION-GROUP MAINTENANCE,
      *        - COMPUTES A PROPOSED NEW-RTL-PRC-AMT FROM THE
      *          CATEGORY'S TARGET MARGIN (PRCF610M) AND ROUNDS IT
      *          WITH THE SAME PRCF610R PRICE-POINT RULES INSB610
      *          APPLIES,
      *        - WRITES ONE STAGED T3422 ROW IMAGE PER LOCATION
      *          CATEGORY/OWNER FOR BUYER REVIEW, CARRYING THE VENDOR
      *          AND THE PRIOR COST SO EVERY ROW IS TRACEABLE.
      *        - INSERTS EACH PROPOSAL ONTO T3422 (T3377 FOR A
      *          CORPORATE ROW) AS PENDING MAINTENANCE (MNT_STS_CD
      *          'P', ENTERED BY 'INSB623') SO A BUYER APPROVES IT IN
      *          INSO624 BEFORE INSB610 WILL EXTRACT IT.
      *      LINES THAT CANNOT BE RESOLVED - UNKNOWN ITEM, EFFECTIVE
      *      DATE NOT IN THE FUTURE, COST JUMP BEYOND THE TOLERANCE,
      *      NO TARGET MARGIN, OR A PROPOSAL UNDER A BLOCKING FLOOR -
      *      GO TO THE REJECT REPORT INSTEAD, SO INSB617'S PRE-FLIGHT
      *      AND THE NIGHTLY INSB610 RUN SEE ONLY CLEAN, TRACEABLE
      *      MAINTENANCE.
      *
      *    INPUT FILES:  VNDF623A - VENDOR COST-CHANGE LINES:
      *                     COLS  1-09  ITEM NUMBER
      *                     COLS 10-16  VENDOR ID
      *                     COLS 17-25  NEW COST 9(07)V99
      *                     COLS 26-35  EFFECTIVE DATE (CCYY-MM-DD)
      *                  PARMFILE - OPTIONAL, ONE CARD:
      *                     COLS  1-03  COST-JUMP TOLERANCE PERCENT
      *                                 (ABSENT/ZERO = 025)
      *                  PRCF610M - CATEGORY MARGIN CARDS (THE SAME
      *                             FILE INSB610 LOADS).  COLS 12-16
      *                             CARRY THE CATEGORY'S TARGET
      *                             MARGIN 9(03)V99; ZERO MEANS THE
      *                             FLOOR IN COLS 6-10 IS THE TARGET
      *                  PRCF610R - PRICE-POINT RULE CARDS (THE SAME
      *                             FILE INSB610 LOADS)
      *
      *    OUTPUT FILES: PRCF623S - STAGED T3422 MAINTENANCE ROWS
      *                  PRCR623A - STAGING AND REJECT REPORT
      *
      *    RETURN CODE:  00 - EVERY LINE STAGED
      *                  04 - ONE OR MORE LINES REJECTED
      *                  08 - NOTHING STAGED (EMPTY OR ALL REJECTED)
      *                  12 - BAD CONTROL CARD / SQL OR FILE ERROR
      *================================================================
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT PARMFILE ASSIGN TO PARMFILE
              FILE STATUS IS PARMFILE-STATUS.

           SELECT VNDF623A ASSIGN TO VNDF623A
              FILE STATUS IS VNDF623A-STATUS.

           SELECT PRCF610M ASSIGN TO PRCF610M
              FILE STATUS IS PRCF610M-STATUS.

           SELECT PRCF610R ASSIGN TO PRCF610R
              FILE STATUS IS PRCF610R-STATUS.

           SELECT PRCF623S ASSIGN TO PRCF623S
              FILE STATUS IS PRCF623S-STATUS.

           SELECT PRCR623A ASSIGN TO PRCR623A
              FILE STATUS IS PRCR623A-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  PARMFILE
           BLOCK CONTAINS 0 RECORDS.
       01  PARMFILE-RECORD                PIC X(80).

       FD  VNDF623A
           BLOCK CONTAINS 0 RECORDS.
       01  VNDF623A-RECORD                PIC X(80).

       FD  PRCF610M
           BLOCK CONTAINS 0 RECORDS.
       01  PRCF610M-RECORD                PIC X(80).

       FD  PRCF610R
           BLOCK CONTAINS 0 RECORDS.
       01  PRCF610R-RECORD                PIC X(80).

       FD  PRCF623S
           BLOCK CONTAINS 0 RECORDS.
       01  PRCF623S-RECORD                PIC X(150).

       FD  PRCR623A
           BLOCK CONTAINS 0 RECORDS.
       01  PRCR623A-RECORD                PIC X(80).

       WORKING-STORAGE SECTION.

       77  FILLER                         PIC X(36) VALUE
                   'INSB623 WORKING STORAGE BEGINS HERE'.

       01  WS-AREA.
           05  PARMFILE-STATUS            PIC XX  VALUE '00'.
               88  PARMFILE-VALID-STATUS          VALUE '00' '35'.
           05  VNDF623A-STATUS            PIC XX  VALUE '00'.
               88  VNDF623A-VALID-STATUS          VALUE '00' '10'.
           05  PRCF610M-STATUS            PIC XX  VALUE '00'.
               88  PRCF610M-VALID-STATUS          VALUE '00' '10'.
           05  PRCF610R-STATUS            PIC XX  VALUE '00'.
               88  PRCF610R-VALID-STATUS          VALUE '00' '10'.
           05  PRCF623S-STATUS            PIC XX  VALUE '00'.
               88  PRCF623S-VALID-STATUS          VALUE '00'.
           05  PRCR623A-STATUS            PIC XX  VALUE '00'.
               88  PRCR623A-VALID-STATUS          VALUE '00'.

       01  PARM-CARD-REC.
           05  PARM-TOL-PCT              PIC X(03).
           05  FILLER                    PIC X(77).

      *--  VENDOR COST-CHANGE LINE ---------------------------------*
       01  VNDF623A-REC.
           05  VND-ITM-NBR               PIC X(09).
           05  VND-ITM-NBR-N REDEFINES VND-ITM-NBR
                                         PIC 9(09).
           05  VND-VENDOR-ID             PIC X(07).
           05  VND-NEW-CST               PIC X(09).
           05  VND-NEW-CST-N REDEFINES VND-NEW-CST
                                         PIC 9(07)V99.
           05  VND-EFF-DT                PIC X(10).
           05  FILLER                    PIC X(45).

       01  WS-VNDF623A-EOF-SW            PIC X(01) VALUE 'N'.
           88  VNDF623A-EOF                      VALUE 'Y'.

      *--  STAGED T3422 ROW IMAGE ----------------------------------*
       01  PRCF623S-REC.
           05  STG-ITM-NBR               PIC 9(09).
           05  STG-LCT-CGY-CD            PIC 9(05).
           05  STG-CGY-SHT-NME           PIC X(10).
           05  STG-CGY-ONR-ID            PIC X(07).
           05  STG-NEW-CST-AMT           PIC S9(07)V99.
           05  STG-NEW-RTL-PRC-AMT       PIC S9(07)V99.
           05  STG-NEW-MRG-PCT           PIC S9(03)V99.
           05  STG-CNG-BGN-DT            PIC X(10).
           05  STG-CNG-END-DT            PIC X(10).
           05  STG-OLD-CST-AMT           PIC S9(07)V99.
           05  STG-OLD-RTL-PRC-AMT       PIC S9(07)V99.
           05  STG-VENDOR-ID             PIC X(07).
           05  STG-CGY-CD                PIC 9(05).
           05  STG-LCT-GRP-COUNT         PIC 9(04).
           05  STG-SOURCE-ID             PIC X(08).
           05  STG-STAGE-DT              PIC X(10).
           05  FILLER                    PIC X(24).

      *--  MARGIN CONTROL (INSB610 LAYOUT PLUS THE TARGET MARGIN) --*
       01  PRCF610M-REC.
           05  MRGF-CARD-CGY-CD          PIC 9(05).
           05  MRGF-CARD-MIN-PCT         PIC 9(03)V99.
           05  MRGF-CARD-SEV-FLG         PIC X(01).
           05  MRGF-CARD-TGT-PCT         PIC X(05).
           05  MRGF-CARD-TGT-PCT-N REDEFINES MRGF-CARD-TGT-PCT
                                         PIC 9(03)V99.
           05  FILLER                    PIC X(64).

       01  MRGF-MAX                      PIC 9(03) COMP VALUE 100.
       01  MRGF-IDX                      PIC 9(03) COMP VALUE ZERO.
       01  MRGF-END                      PIC 9(03) COMP VALUE ZERO.
       01  MRGF-TABLE.
           05  MRGF-ENTRY OCCURS 100 TIMES.
               10  MRGF-CGY-CD           PIC 9(05).
               10  MRGF-MIN-PCT          PIC S9(03)V99 COMP-3.
               10  MRGF-SEV-FLG          PIC X(01).
               10  MRGF-TGT-PCT          PIC S9(03)V99 COMP-3.

       01  WS-PRCF610M-EOF-SW            PIC X(01) VALUE 'N'.
           88  PRCF610M-EOF                      VALUE 'Y'.
       01  WS-MRGF-FND-SW                PIC X(01) VALUE 'N'.
           88  MRGF-FND                          VALUE 'Y'.
       01  WS-MRG-FLOOR-PCT              PIC S9(03)V99 COMP-3
                                             VALUE ZERO.
       01  WS-MRG-FLOOR-SEV              PIC X(01) VALUE SPACE.
       01  WS-MRG-TGT-PCT                PIC S9(03)V99 COMP-3
                                             VALUE ZERO.

      *--  PRICE-POINT RULES (SAME CARD LAYOUT INSB610 LOADS) ------*
       01  PRCF610R-REC.
           05  RRND-CARD-LOW             PIC 9(05)V99.
           05  RRND-CARD-HIGH            PIC 9(05)V99.
           05  RRND-CARD-CENTS           PIC 9(02).
           05  RRND-CARD-DIR             PIC X(01).
           05  RRND-CARD-EXC-CGY         PIC 9(05).
           05  FILLER                    PIC X(58).

       01  RRND-MAX                      PIC 9(03) COMP VALUE 050.
       01  RRND-IDX                      PIC 9(03) COMP VALUE ZERO.
       01  RRND-END                      PIC 9(03) COMP VALUE ZERO.
       01  RRND-TABLE.
           05  RRND-ENTRY OCCURS 50 TIMES.
               10  RRND-LOW              PIC 9(05)V99 COMP-3.
               10  RRND-HIGH             PIC 9(05)V99 COMP-3.
               10  RRND-CENTS            PIC 9(02).
               10  RRND-DIR              PIC X(01).
               10  RRND-EXC-CGY          PIC 9(05).

       01  WS-PRCF610R-EOF-SW            PIC X(01) VALUE 'N'.
           88  PRCF610R-EOF                      VALUE 'Y'.
       01  WS-RND-WORK.
           05  WS-RND-AMT                PIC 9(07)V99.
           05  WS-RND-AMT-R REDEFINES WS-RND-AMT.
               10  WS-RND-DOL            PIC 9(07).
               10  WS-RND-CTS            PIC 9(02).
       01  WS-RND-DIST-UP                PIC 9(03) COMP VALUE ZERO.
       01  WS-RND-DIST-DOWN              PIC 9(03) COMP VALUE ZERO.
       01  WS-RND-RULE-FND-SW            PIC X(01) VALUE 'N'.
           88  RND-RULE-FND                      VALUE 'Y'.
       01  WS-RND-RULE-IDX               PIC 9(03) COMP VALUE ZERO.

      *--  HOST VARIABLES ------------------------------------------*
       01  H-TODAY                       PIC X(10).
       01  H-EFF-DT                      PIC X(10).
       01  H-ITM-NBR                     PIC 9(09).
       01  H-CGY-CD                      PIC 9(05).
       01  H-LCT-CGY-CD                  PIC S9(04) COMP.
       01  H-CGY-SHT-NME                 PIC X(10).
       01  H-ONR-ID                      PIC X(07).
       01  H-CST-AMT                     PIC S9(07)V99 COMP-3.
       01  H-RTL-AMT                     PIC S9(07)V99 COMP-3.
       01  H-GRP-COUNT                   PIC S9(09) COMP.
       01  H-NEW-CST                     PIC S9(07)V99 COMP-3.
       01  H-PROP-RTL                    PIC S9(07)V99 COMP-3.
       01  H-PROP-MRG                    PIC S9(03)V99 COMP-3.

       01  T3422G-EOF-SW                 PIC X(01) VALUE 'N'.
           88  T3422G-EOF                        VALUE 'Y'.

      *--  LINE / PROPOSAL WORK FIELDS -----------------------------*
       01  WS-LINE-REJECT-SW             PIC X(01) VALUE 'N'.
           88  LINE-REJECTED                     VALUE 'Y'.
       01  WS-ROW-REJECT-SW              PIC X(01) VALUE 'N'.
           88  ROW-REJECTED                      VALUE 'Y'.
       01  WS-REJECT-REASON              PIC X(40).
       01  WS-TOL-PCT                    PIC 9(03) VALUE 025.
       01  WS-NEW-CST                    PIC S9(07)V99 COMP-3.
       01  WS-JUMP-PCT                   PIC S9(05)V99 COMP-3.
       01  WS-PROP-RTL                   PIC S9(07)V99 COMP-3.
       01  WS-PROP-MRG                   PIC S9(03)V99 COMP-3.
       01  WS-LINE-ROWS                  PIC 9(05) COMP VALUE ZERO.
       01  WS-LINE-FOUND                 PIC 9(05) COMP VALUE ZERO.

       01  WS-LINE-COUNT                 PIC 9(09) COMP VALUE ZERO.
       01  WS-STAGED-LINES               PIC 9(09) COMP VALUE ZERO.
       01  WS-STAGED-ROWS                PIC 9(09) COMP VALUE ZERO.
       01  WS-REJECT-LINES               PIC 9(09) COMP VALUE ZERO.
       01  WS-REJECT-ROWS                PIC 9(09) COMP VALUE ZERO.
       01  WS-CORP-ROWS                  PIC 9(09) COMP VALUE ZERO.

       01  WS-REPORT-LINE                PIC X(80).
       01  WS-RPT-CNT                    PIC Z(8)9.
       01  WS-RPT-AMT                    PIC -(6)9.99.
       01  WS-RPT-AMT2                   PIC -(6)9.99.

           COPY SQLCA.

      *--  LOCATION-CATEGORY ROWS CARRYING THE ITEM'S T3422
      *--  MAINTENANCE ON THE EFFECTIVE DATE, WITH THE NUMBER OF
      *--  LOCATION GROUPS EACH ONE FEEDS - THE SAME T165 MAPPING
      *--  INSB610'S T3422A CURSOR USES -----------------------------*
           EXEC SQL
              DECLARE T3422G CURSOR FOR
               SELECT T3422.T224_LCT_CGY_CD,
                      T3422.T162_CGY_SHT_NME,
                      T3422.T162_CGY_ONR_ID,
                      T3422.NEW_CST_AMT,
                      T3422.NEW_RTL_PRC_AMT,
                      COUNT(*)
                 FROM T3422_LBR_PRC_MNT         T3422,
                      T165_LCT_CGY_GRP          T165
                WHERE T3422.T224_LCT_CGY_CD   = T165.T224_LCT_CGY_CD
                  AND T3422.T162_CGY_SHT_NME  = T165.T162_CGY_SHT_NME
                  AND T3422.T162_CGY_ONR_ID   = T165.T162_CGY_ONR_ID
                  AND T3422.T024_ITM_NBR      = :H-ITM-NBR
                  AND T3422.T3422_CNG_BGN_DT <= :H-EFF-DT
                  AND T3422.CNG_END_DT       >= :H-EFF-DT
                  AND T3422.MNT_STS_CD        = 'A'
                  AND T165.T158_LCT_GRP_CD    = 10
                  AND T165.T224_LCT_CGY_CD    = 300
                  AND T165.T162_CGY_ONR_ID   IN ('LBRST','LBRPZ')
             GROUP BY T3422.T224_LCT_CGY_CD,
                      T3422.T162_CGY_SHT_NME,
                      T3422.T162_CGY_ONR_ID,
                      T3422.NEW_CST_AMT,
                      T3422.NEW_RTL_PRC_AMT
             ORDER BY T3422.T162_CGY_ONR_ID,
                      T3422.T162_CGY_SHT_NME
              WITH UR
           END-EXEC.

       PROCEDURE DIVISION.

       0000-MAINLINE.

           PERFORM 1000-INITIALIZATION
           PERFORM 2000-PROCESS-LINES
           PERFORM 9000-SUMMARY-AND-STOP.

      *================================================================
      * 1000-INITIALIZATION - TODAY, TOLERANCE, CONTROL TABLES, FILES.
      *================================================================
       1000-INITIALIZATION.

           EXEC SQL
             SET :H-TODAY = CHAR(CURRENT_DATE, ISO)
           END-EXEC
           IF NOT SQL-OK
              DISPLAY 'INSB623: SET TODAY FAILED SQLCODE=' SQLCODE
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN INPUT PARMFILE
           IF PARMFILE-STATUS = '00'
              READ PARMFILE INTO PARM-CARD-REC
                 AT END CONTINUE
                 NOT AT END
                    IF PARM-TOL-PCT NUMERIC
                       IF PARM-TOL-PCT NOT = '000'
                          MOVE PARM-TOL-PCT TO WS-TOL-PCT
                       END-IF
                    ELSE
                       IF PARM-TOL-PCT NOT = SPACES
                          DISPLAY 'INSB623: BAD TOLERANCE PERCENT '''
                                  PARM-TOL-PCT ''''
                          MOVE 12 TO RETURN-CODE
                          STOP RUN
                       END-IF
                    END-IF
              END-READ
              CLOSE PARMFILE
           END-IF

           OPEN INPUT VNDF623A
           IF VNDF623A-STATUS NOT = '00'
              DISPLAY 'INSB623: VNDF623A DID NOT OPEN - STATUS '
                      VNDF623A-STATUS
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN OUTPUT PRCF623S
           IF NOT PRCF623S-VALID-STATUS
              DISPLAY 'INSB623: PRCF623S DID NOT OPEN - STATUS '
                      PRCF623S-STATUS
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN OUTPUT PRCR623A
           IF NOT PRCR623A-VALID-STATUS
              DISPLAY 'INSB623: PRCR623A DID NOT OPEN - STATUS '
                      PRCR623A-STATUS
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF
           MOVE '----- INSB623 VENDOR COST-CHANGE INTAKE ----------'
                TO PRCR623A-RECORD
           WRITE PRCR623A-RECORD
           MOVE WS-TOL-PCT TO WS-RPT-CNT
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'RUN DATE: ' H-TODAY
                  '  COST-JUMP TOLERANCE PCT=' WS-RPT-CNT
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE PRCR623A-RECORD FROM WS-REPORT-LINE

           PERFORM 1100-LOAD-MRG-CONTROL
           PERFORM 1200-LOAD-PRICE-POINT.

      *================================================================
      * 1100-LOAD-MRG-CONTROL - CATEGORY FLOOR, SEVERITY AND TARGET
      *     MARGIN.  WITHOUT THIS FILE NO RETAIL CAN BE PROPOSED, SO
      *     ITS ABSENCE IS A CONTROL ERROR RATHER THAN A SKIP.
      *================================================================
       1100-LOAD-MRG-CONTROL.

           MOVE ZERO TO MRGF-IDX
           OPEN INPUT PRCF610M
           IF PRCF610M-STATUS NOT = '00'
              DISPLAY 'INSB623: NO MARGIN CONTROL FILE (PRCF610M) -'
                      ' NO RETAIL CAN BE PROPOSED'
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF
           PERFORM 1150-READ-PRCF610M
           PERFORM UNTIL PRCF610M-EOF OR MRGF-IDX = MRGF-MAX
              ADD 1 TO MRGF-IDX
              MOVE MRGF-CARD-CGY-CD  TO MRGF-CGY-CD(MRGF-IDX)
              MOVE MRGF-CARD-MIN-PCT TO MRGF-MIN-PCT(MRGF-IDX)
              MOVE MRGF-CARD-SEV-FLG TO MRGF-SEV-FLG(MRGF-IDX)
              IF MRGF-CARD-TGT-PCT NUMERIC AND
                 MRGF-CARD-TGT-PCT-N > ZERO
                 MOVE MRGF-CARD-TGT-PCT-N TO MRGF-TGT-PCT(MRGF-IDX)
              ELSE
                 MOVE MRGF-CARD-MIN-PCT TO MRGF-TGT-PCT(MRGF-IDX)
              END-IF
              PERFORM 1150-READ-PRCF610M
           END-PERFORM
           CLOSE PRCF610M
           MOVE MRGF-IDX TO MRGF-END.

       1150-READ-PRCF610M.

           READ PRCF610M INTO PRCF610M-REC
              AT END MOVE 'Y' TO WS-PRCF610M-EOF-SW
           END-READ.

      *================================================================
      * 1200-LOAD-PRICE-POINT - SAME CARD LAYOUT AND MEANING AS
      *     INSB610'S 0127-LOAD-PRICE-POINT.  NO FILE MEANS THE
      *     PROPOSED RETAIL IS NOT ROUNDED.
      *================================================================
       1200-LOAD-PRICE-POINT.

           MOVE ZERO TO RRND-IDX
           OPEN INPUT PRCF610R
           IF NOT PRCF610R-VALID-STATUS
              DISPLAY 'INSB623: NO PRICE-POINT RULE FILE (PRCF610R) -'
                      ' NO ROUNDING APPLIED THIS RUN'
           ELSE
              PERFORM 1250-READ-PRCF610R
              PERFORM UNTIL PRCF610R-EOF OR RRND-IDX = RRND-MAX
                 ADD 1 TO RRND-IDX
                 MOVE RRND-CARD-LOW     TO RRND-LOW(RRND-IDX)
                 MOVE RRND-CARD-HIGH    TO RRND-HIGH(RRND-IDX)
                 MOVE RRND-CARD-CENTS   TO RRND-CENTS(RRND-IDX)
                 MOVE RRND-CARD-DIR     TO RRND-DIR(RRND-IDX)
                 MOVE RRND-CARD-EXC-CGY TO RRND-EXC-CGY(RRND-IDX)
                 PERFORM 1250-READ-PRCF610R
              END-PERFORM
              CLOSE PRCF610R
           END-IF
           MOVE RRND-IDX TO RRND-END.

       1250-READ-PRCF610R.

           READ PRCF610R INTO PRCF610R-REC
              AT END MOVE 'Y' TO WS-PRCF610R-EOF-SW
           END-READ.

      *================================================================
      * 2000-PROCESS-LINES - ONE VENDOR COST-CHANGE LINE AT A TIME.
      *================================================================
       2000-PROCESS-LINES.

           PERFORM 2100-READ-VNDF623A
           PERFORM UNTIL VNDF623A-EOF
              ADD 1 TO WS-LINE-COUNT
              PERFORM 2200-PROCESS-ONE-LINE
                 THRU 2200-PROCESS-LINE-EXIT
              PERFORM 2100-READ-VNDF623A
           END-PERFORM
           CLOSE VNDF623A.

       2100-READ-VNDF623A.

           READ VNDF623A INTO VNDF623A-REC
              AT END MOVE 'Y' TO WS-VNDF623A-EOF-SW
           END-READ.

      *================================================================
      * 2200-PROCESS-ONE-LINE - EDIT THE LINE, RESOLVE THE ITEM AND
      *     ITS MAINTENANCE ROWS, AND STAGE A PROPOSAL PER ROW.
      *================================================================
       2200-PROCESS-ONE-LINE.

           MOVE 'N' TO WS-LINE-REJECT-SW
           MOVE ZERO TO WS-LINE-ROWS
                        WS-LINE-FOUND

           IF VND-ITM-NBR NOT NUMERIC OR VND-NEW-CST NOT NUMERIC
              MOVE 'BAD ITEM OR COST ON LINE' TO WS-REJECT-REASON
              PERFORM 2900-REJECT-LINE
              GO TO 2200-PROCESS-LINE-EXIT
           END-IF
           MOVE VND-ITM-NBR-N TO H-ITM-NBR
           MOVE VND-NEW-CST-N TO WS-NEW-CST

           IF WS-NEW-CST NOT > ZERO
              MOVE 'NEW COST NOT POSITIVE' TO WS-REJECT-REASON
              PERFORM 2900-REJECT-LINE
              GO TO 2200-PROCESS-LINE-EXIT
           END-IF

           IF VND-EFF-DT(1:4) NUMERIC AND
              VND-EFF-DT(5:1) = '-'   AND
              VND-EFF-DT(6:2) NUMERIC AND
              VND-EFF-DT(8:1) = '-'   AND
              VND-EFF-DT(9:2) NUMERIC
              MOVE VND-EFF-DT TO H-EFF-DT
           ELSE
              MOVE 'BAD EFFECTIVE DATE' TO WS-REJECT-REASON
              PERFORM 2900-REJECT-LINE
              GO TO 2200-PROCESS-LINE-EXIT
           END-IF

           IF H-EFF-DT NOT > H-TODAY
              MOVE 'EFFECTIVE DATE NOT IN THE FUTURE'
                   TO WS-REJECT-REASON
              PERFORM 2900-REJECT-LINE
              GO TO 2200-PROCESS-LINE-EXIT
           END-IF

           PERFORM 2300-GET-ITEM-CGY
           IF LINE-REJECTED
              GO TO 2200-PROCESS-LINE-EXIT
           END-IF

           PERFORM 2350-GET-MRG-CONTROL
           IF LINE-REJECTED
              GO TO 2200-PROCESS-LINE-EXIT
           END-IF

           PERFORM 2400-STAGE-LCT-CGY-ROWS

           IF WS-LINE-FOUND = ZERO
              PERFORM 2500-STAGE-CORP-ROW
           END-IF

           IF WS-LINE-ROWS > ZERO
              ADD 1 TO WS-STAGED-LINES
           ELSE
              IF NOT LINE-REJECTED
                 ADD 1 TO WS-REJECT-LINES
              END-IF
           END-IF.

       2200-PROCESS-LINE-EXIT.
           EXIT.

      *================================================================
      * 2300-GET-ITEM-CGY - THE ITEM'S T2567 CATEGORY.  AN ITEM NOT
      *     ON T2567 CAN NEVER EXTRACT, SO THE LINE IS REJECTED.
      *================================================================
       2300-GET-ITEM-CGY.

           EXEC SQL
             SELECT T2565_LBR_CGY_CD
               INTO :H-CGY-CD
               FROM T2567_LBR_CGY_ITM
              WHERE T024_ITM_NBR = :H-ITM-NBR
              FETCH FIRST ROW ONLY
               WITH UR
           END-EXEC

           IF SQL-OK
              CONTINUE
           ELSE
              IF SQL-NOT-FND
                 MOVE 'UNKNOWN ITEM - NOT IN T2567'
                      TO WS-REJECT-REASON
                 PERFORM 2900-REJECT-LINE
              ELSE
                 DISPLAY 'INSB623: T2567 SELECT FAILED SQLCODE='
                         SQLCODE
                 MOVE 12 TO RETURN-CODE
                 STOP RUN
              END-IF
           END-IF.

      *================================================================
      * 2350-GET-MRG-CONTROL - THE CATEGORY'S FLOOR AND TARGET.  A
      *     CATEGORY WITH NO PRCF610M CARD HAS NO TARGET MARGIN TO
      *     PRICE FROM, SO THE LINE IS REJECTED FOR A BUYER TO KEY.
      *================================================================
       2350-GET-MRG-CONTROL.

           MOVE 'N' TO WS-MRGF-FND-SW
           MOVE 1 TO MRGF-IDX
           PERFORM UNTIL MRGF-IDX > MRGF-END OR MRGF-FND
              IF MRGF-CGY-CD(MRGF-IDX) = H-CGY-CD
                 MOVE 'Y' TO WS-MRGF-FND-SW
                 MOVE MRGF-MIN-PCT(MRGF-IDX) TO WS-MRG-FLOOR-PCT
                 MOVE MRGF-SEV-FLG(MRGF-IDX) TO WS-MRG-FLOOR-SEV
                 MOVE MRGF-TGT-PCT(MRGF-IDX) TO WS-MRG-TGT-PCT
              ELSE
                 ADD 1 TO MRGF-IDX
              END-IF
           END-PERFORM

           IF NOT MRGF-FND
              MOVE 'NO TARGET MARGIN CARD FOR CATEGORY'
                   TO WS-REJECT-REASON
              PERFORM 2900-REJECT-LINE
           ELSE
              IF WS-MRG-TGT-PCT NOT < 100
                 MOVE 'TARGET MARGIN NOT UNDER 100 PCT'
                      TO WS-REJECT-REASON
                 PERFORM 2900-REJECT-LINE
              END-IF
           END-IF.

      *================================================================
      * 2400-STAGE-LCT-CGY-ROWS - ONE PROPOSAL PER LOCATION-CATEGORY
      *     ROW CARRYING THE ITEM'S MAINTENANCE ON THE EFFECTIVE DATE.
      *================================================================
       2400-STAGE-LCT-CGY-ROWS.

           MOVE 'N' TO T3422G-EOF-SW
           EXEC SQL
              OPEN T3422G
           END-EXEC
           IF NOT SQL-OK
              DISPLAY 'INSB623: T3422G OPEN FAILED SQLCODE=' SQLCODE
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF

           PERFORM 2410-FETCH-T3422G
           PERFORM UNTIL T3422G-EOF
              ADD 1 TO WS-LINE-FOUND
              MOVE H-LCT-CGY-CD  TO STG-LCT-CGY-CD
              MOVE H-CGY-SHT-NME TO STG-CGY-SHT-NME
              MOVE H-ONR-ID      TO STG-CGY-ONR-ID
              MOVE H-GRP-COUNT   TO STG-LCT-GRP-COUNT
              PERFORM 2600-BUILD-PROPOSAL
                 THRU 2600-BUILD-PROPOSAL-EXIT
              PERFORM 2410-FETCH-T3422G
           END-PERFORM

           EXEC SQL
              CLOSE T3422G
           END-EXEC.

       2410-FETCH-T3422G.

           EXEC SQL
              FETCH T3422G
               INTO :H-LCT-CGY-CD,
                    :H-CGY-SHT-NME,
                    :H-ONR-ID,
                    :H-CST-AMT,
                    :H-RTL-AMT,
                    :H-GRP-COUNT
           END-EXEC

           IF SQL-OK
              CONTINUE
           ELSE
              IF SQL-EOF
                 MOVE 'Y' TO T3422G-EOF-SW
              ELSE
                 DISPLAY 'INSB623: T3422G FETCH FAILED SQLCODE='
                         SQLCODE
                 MOVE 12 TO RETURN-CODE
                 STOP RUN
              END-IF
           END-IF.

      *================================================================
      * 2500-STAGE-CORP-ROW - AN ITEM WITH NO LOCATION-GROUP
      *     MAINTENANCE IS PRICED FROM ITS T3377 CORPORATE ROW; THE
      *     PROPOSAL IS STAGED WITH OWNER 'CORP' AND NO LOCATION
      *     CATEGORY.  NEITHER ROW MEANS THERE IS NOTHING TO RE-COST.
      *================================================================
       2500-STAGE-CORP-ROW.

           IF LINE-REJECTED
              CONTINUE
           ELSE
              EXEC SQL
                SELECT LBR_ITM_CST_AMT,
                       LBR_ITM_PRC_AMT
                  INTO :H-CST-AMT,
                       :H-RTL-AMT
                  FROM T3377_CRP_LBR_PRC
                 WHERE T024_LBR_ITM_NBR  = :H-ITM-NBR
                   AND T3377_PRC_BGN_DT <= :H-EFF-DT
                   AND PRC_END_DT       >= :H-EFF-DT
                   AND MNT_STS_CD        = 'A'
                 FETCH FIRST ROW ONLY
                  WITH UR
              END-EXEC

              IF SQL-OK
                 MOVE ZERO     TO STG-LCT-CGY-CD
                                  STG-LCT-GRP-COUNT
                 MOVE SPACES   TO STG-CGY-SHT-NME
                 MOVE 'CORP'   TO STG-CGY-ONR-ID
                 PERFORM 2600-BUILD-PROPOSAL
                    THRU 2600-BUILD-PROPOSAL-EXIT
                 IF WS-LINE-ROWS > ZERO
                    ADD 1 TO WS-CORP-ROWS
                 END-IF
              ELSE
                 IF SQL-NOT-FND
                    MOVE 'NO T3422 OR T3377 PRICE IN FORCE'
                         TO WS-REJECT-REASON
                    PERFORM 2900-REJECT-LINE
                 ELSE
                    DISPLAY 'INSB623: T3377 SELECT FAILED SQLCODE='
                            SQLCODE
                    MOVE 12 TO RETURN-CODE
                    STOP RUN
                 END-IF
              END-IF
           END-IF.

      *================================================================
      * 2600-BUILD-PROPOSAL - COST-JUMP TOLERANCE AGAINST THE COST
      *     IN FORCE, PROPOSED RETAIL FROM THE TARGET MARGIN, PRICE-
      *     POINT ROUNDING, FLOOR CHECK, THEN THE STAGED ROW.
      *================================================================
       2600-BUILD-PROPOSAL.

           MOVE 'N' TO WS-ROW-REJECT-SW

           IF H-CST-AMT > ZERO
              COMPUTE WS-JUMP-PCT ROUNDED =
                 ((WS-NEW-CST - H-CST-AMT) * 100) / H-CST-AMT
              IF WS-JUMP-PCT < ZERO
                 COMPUTE WS-JUMP-PCT = ZERO - WS-JUMP-PCT
              END-IF
              IF WS-JUMP-PCT > WS-TOL-PCT
                 MOVE 'COST JUMP BEYOND TOLERANCE'
                      TO WS-REJECT-REASON
                 PERFORM 2950-REJECT-ROW
                 GO TO 2600-BUILD-PROPOSAL-EXIT
              END-IF
           END-IF

           COMPUTE WS-PROP-RTL ROUNDED =
              (WS-NEW-CST * 100) / (100 - WS-MRG-TGT-PCT)

           PERFORM 2700-APPLY-PRICE-POINT

           COMPUTE WS-PROP-MRG ROUNDED =
              ((WS-PROP-RTL - WS-NEW-CST) * 100) / WS-PROP-RTL

           IF WS-MRG-FLOOR-SEV = 'B' AND
              WS-PROP-MRG < WS-MRG-FLOOR-PCT
              MOVE 'PROPOSED MARGIN UNDER BLOCKING FLOOR'
                   TO WS-REJECT-REASON
              PERFORM 2950-REJECT-ROW
              GO TO 2600-BUILD-PROPOSAL-EXIT
           END-IF

           MOVE H-ITM-NBR        TO STG-ITM-NBR
           MOVE WS-NEW-CST       TO STG-NEW-CST-AMT
           MOVE WS-PROP-RTL      TO STG-NEW-RTL-PRC-AMT
           MOVE WS-PROP-MRG      TO STG-NEW-MRG-PCT
           MOVE H-EFF-DT         TO STG-CNG-BGN-DT
           MOVE '9999-12-31'     TO STG-CNG-END-DT
           MOVE H-CST-AMT        TO STG-OLD-CST-AMT
           MOVE H-RTL-AMT        TO STG-OLD-RTL-PRC-AMT
           MOVE VND-VENDOR-ID    TO STG-VENDOR-ID
           MOVE H-CGY-CD         TO STG-CGY-CD
           MOVE 'INSB623'        TO STG-SOURCE-ID
           MOVE H-TODAY          TO STG-STAGE-DT

           PERFORM 2650-INSERT-PENDING
           IF ROW-REJECTED
              GO TO 2600-BUILD-PROPOSAL-EXIT
           END-IF

           WRITE PRCF623S-RECORD FROM PRCF623S-REC
           IF NOT PRCF623S-VALID-STATUS
              DISPLAY 'INSB623: PRCF623S WRITE FAILED - STATUS '
                      PRCF623S-STATUS
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF
           ADD 1 TO WS-STAGED-ROWS
                    WS-LINE-ROWS

           MOVE WS-NEW-CST  TO WS-RPT-AMT
           MOVE WS-PROP-RTL TO WS-RPT-AMT2
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'STAGED ITEM=' H-ITM-NBR
                  ' ' STG-CGY-ONR-ID
                  ' ' STG-CGY-SHT-NME
                  ' CST=' WS-RPT-AMT
                  ' RTL=' WS-RPT-AMT2
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE PRCR623A-RECORD FROM WS-REPORT-LINE.

       2600-BUILD-PROPOSAL-EXIT.
           EXIT.

      *================================================================
      * 2650-INSERT-PENDING - THE PROPOSAL GOES ONTO T3422 (OR T3377
      *     FOR A CORPORATE ROW) AS PENDING MAINTENANCE, ENTERED BY
      *     INSB623.  IT DOES NOT EXTRACT UNTIL A BUYER APPROVES IT
      *     IN INSO624.  A ROW ALREADY THERE FOR THE SAME KEY AND
      *     BEGIN DATE IS REJECTED, NOT OVERLAID.
      *================================================================
       2650-INSERT-PENDING.

           MOVE WS-PROP-RTL TO H-PROP-RTL
           MOVE WS-PROP-MRG TO H-PROP-MRG
           MOVE WS-NEW-CST  TO H-NEW-CST
           IF STG-CGY-ONR-ID = 'CORP'
              EXEC SQL
                 INSERT INTO T3377_CRP_LBR_PRC
                        (T024_LBR_ITM_NBR,
                         LBR_ITM_CST_AMT, LBR_ITM_PRC_AMT,
                         LBR_ITM_MRG_PCT,
                         T3377_PRC_BGN_DT, PRC_END_DT,
                         MNT_STS_CD, PND_ACN_CD,
                         ENT_USR_ID, ENT_DM)
                 VALUES (:H-ITM-NBR,
                         :H-NEW-CST, :H-PROP-RTL,
                         :H-PROP-MRG,
                         :H-EFF-DT, '9999-12-31',
                         'P', ' ',
                         'INSB623', CURRENT TIMESTAMP)
              END-EXEC
           ELSE
              EXEC SQL
                 INSERT INTO T3422_LBR_PRC_MNT
                        (T024_ITM_NBR, T224_LCT_CGY_CD,
                         T162_CGY_SHT_NME, T162_CGY_ONR_ID,
                         NEW_CST_AMT, NEW_RTL_PRC_AMT, NEW_MRG_PCT,
                         T3422_CNG_BGN_DT, CNG_END_DT,
                         MNT_STS_CD, PND_ACN_CD,
                         ENT_USR_ID, ENT_DM)
                 VALUES (:H-ITM-NBR, :H-LCT-CGY-CD,
                         :H-CGY-SHT-NME, :H-ONR-ID,
                         :H-NEW-CST, :H-PROP-RTL, :H-PROP-MRG,
                         :H-EFF-DT, '9999-12-31',
                         'P', ' ',
                         'INSB623', CURRENT TIMESTAMP)
              END-EXEC
           END-IF

           IF SQLCODE = -803
              MOVE 'ROW ALREADY ON FILE FOR THIS BEGIN DATE'
                   TO WS-REJECT-REASON
              PERFORM 2950-REJECT-ROW
           ELSE
              IF NOT SQL-OK
                 DISPLAY 'INSB623: PENDING INSERT FAILED SQLCODE='
                         SQLCODE
                 MOVE 12 TO RETURN-CODE
                 STOP RUN
              END-IF
           END-IF.

      *================================================================
      * 2700-APPLY-PRICE-POINT - THE FIRST PRCF610R RULE WHOSE BAND
      *     COVERS THE PROPOSED RETAIL (AND WHOSE EXCEPTION CATEGORY
      *     IS NOT THE ITEM'S) MOVES THE CENTS TO THE RULE'S ENDING
      *     DIGITS IN THE RULE'S DIRECTION - THE SAME RULE INSB610'S
      *     0590/0591 APPLY, SO THE PROPOSAL IS THE PRICE THE NIGHTLY
      *     RUN WILL ACTUALLY SEND.
      *================================================================
       2700-APPLY-PRICE-POINT.

           IF RRND-END = ZERO OR WS-PROP-RTL NOT > ZERO
              CONTINUE
           ELSE
              MOVE 'N' TO WS-RND-RULE-FND-SW
              MOVE 1 TO RRND-IDX
              PERFORM UNTIL RRND-IDX > RRND-END OR RND-RULE-FND
                 IF WS-PROP-RTL >= RRND-LOW(RRND-IDX) AND
                    WS-PROP-RTL <= RRND-HIGH(RRND-IDX) AND
                    RRND-EXC-CGY(RRND-IDX) NOT = H-CGY-CD
                    MOVE 'Y' TO WS-RND-RULE-FND-SW
                    MOVE RRND-IDX TO WS-RND-RULE-IDX
                 END-IF
                 ADD 1 TO RRND-IDX
              END-PERFORM
              IF RND-RULE-FND
                 PERFORM 2710-ROUND-TO-PRICE-POINT
              END-IF
           END-IF.

       2710-ROUND-TO-PRICE-POINT.

           MOVE WS-PROP-RTL TO WS-RND-AMT

           IF WS-RND-CTS = RRND-CENTS(WS-RND-RULE-IDX)
              CONTINUE
           ELSE
              EVALUATE RRND-DIR(WS-RND-RULE-IDX)
                 WHEN 'U'
                    IF WS-RND-CTS > RRND-CENTS(WS-RND-RULE-IDX)
                       ADD 1 TO WS-RND-DOL
                    END-IF
                    MOVE RRND-CENTS(WS-RND-RULE-IDX) TO WS-RND-CTS
                 WHEN 'D'
                    IF WS-RND-CTS < RRND-CENTS(WS-RND-RULE-IDX)
                       IF WS-RND-DOL > ZERO
                          SUBTRACT 1 FROM WS-RND-DOL
                       END-IF
                    END-IF
                    MOVE RRND-CENTS(WS-RND-RULE-IDX) TO WS-RND-CTS
                 WHEN 'N'
                    IF WS-RND-CTS < RRND-CENTS(WS-RND-RULE-IDX)
                       COMPUTE WS-RND-DIST-UP =
                          RRND-CENTS(WS-RND-RULE-IDX) - WS-RND-CTS
                       COMPUTE WS-RND-DIST-DOWN = 100 +
                          WS-RND-CTS - RRND-CENTS(WS-RND-RULE-IDX)
                       IF WS-RND-DIST-DOWN < WS-RND-DIST-UP AND
                          WS-RND-DOL > ZERO
                          SUBTRACT 1 FROM WS-RND-DOL
                       END-IF
                    ELSE
                       COMPUTE WS-RND-DIST-DOWN =
                          WS-RND-CTS - RRND-CENTS(WS-RND-RULE-IDX)
                       COMPUTE WS-RND-DIST-UP = 100 +
                          RRND-CENTS(WS-RND-RULE-IDX) - WS-RND-CTS
                       IF WS-RND-DIST-UP < WS-RND-DIST-DOWN
                          ADD 1 TO WS-RND-DOL
                       END-IF
                    END-IF
                    MOVE RRND-CENTS(WS-RND-RULE-IDX) TO WS-RND-CTS
                 WHEN OTHER
                    CONTINUE
              END-EVALUATE
           END-IF

           IF WS-RND-AMT > ZERO
              MOVE WS-RND-AMT TO WS-PROP-RTL
           END-IF.

      *================================================================
      * 2900-REJECT-LINE / 2950-REJECT-ROW - REJECT REPORT LINES.  A
      *     LINE REJECT STOPS THE WHOLE VENDOR LINE; A ROW REJECT
      *     STOPS ONE LOCATION-CATEGORY PROPOSAL AND LETS THE REST
      *     OF THE LINE'S ROWS STAGE.
      *================================================================
       2900-REJECT-LINE.

           MOVE 'Y' TO WS-LINE-REJECT-SW
           ADD 1 TO WS-REJECT-LINES
           MOVE SPACES TO WS-REPORT-LINE
           STRING '**REJECT ITEM=' VND-ITM-NBR
                  ' VND=' VND-VENDOR-ID
                  ' ' WS-REJECT-REASON
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE PRCR623A-RECORD FROM WS-REPORT-LINE.

       2950-REJECT-ROW.

           MOVE 'Y' TO WS-ROW-REJECT-SW
           ADD 1 TO WS-REJECT-ROWS
           MOVE WS-NEW-CST TO WS-RPT-AMT
           MOVE H-CST-AMT  TO WS-RPT-AMT2
           MOVE SPACES TO WS-REPORT-LINE
           STRING '**REJECT ITEM=' VND-ITM-NBR
                  ' ' STG-CGY-ONR-ID
                  ' NEW=' WS-RPT-AMT
                  ' OLD=' WS-RPT-AMT2
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE PRCR623A-RECORD FROM WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING '         ' WS-REJECT-REASON
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE PRCR623A-RECORD FROM WS-REPORT-LINE.

      *================================================================
      * 9000-SUMMARY-AND-STOP - TOTALS AND RETURN CODE.
      *================================================================
       9000-SUMMARY-AND-STOP.

           MOVE SPACES TO WS-REPORT-LINE
           WRITE PRCR623A-RECORD FROM WS-REPORT-LINE
           MOVE WS-LINE-COUNT TO WS-RPT-CNT
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'VENDOR LINES READ=' WS-RPT-CNT
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE PRCR623A-RECORD FROM WS-REPORT-LINE
           MOVE WS-STAGED-LINES TO WS-RPT-CNT
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'LINES STAGED=' WS-RPT-CNT
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE PRCR623A-RECORD FROM WS-REPORT-LINE
           MOVE WS-STAGED-ROWS TO WS-RPT-CNT
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'T3422 ROWS STAGED=' WS-RPT-CNT
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE PRCR623A-RECORD FROM WS-REPORT-LINE
           MOVE WS-CORP-ROWS TO WS-RPT-CNT
           MOVE SPACES TO WS-REPORT-LINE
           STRING '  (OF WHICH CORPORATE-LEVEL)=' WS-RPT-CNT
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE PRCR623A-RECORD FROM WS-REPORT-LINE
           MOVE WS-REJECT-LINES TO WS-RPT-CNT
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'LINES REJECTED=' WS-RPT-CNT
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE PRCR623A-RECORD FROM WS-REPORT-LINE
           MOVE WS-REJECT-ROWS TO WS-RPT-CNT
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'ROW PROPOSALS REJECTED=' WS-RPT-CNT
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE PRCR623A-RECORD FROM WS-REPORT-LINE
           EXEC SQL
              COMMIT
           END-EXEC
           CLOSE PRCF623S
           CLOSE PRCR623A

           IF WS-STAGED-ROWS = ZERO
              DISPLAY 'INSB623: NOTHING STAGED - SEE PRCR623A'
              MOVE 8 TO RETURN-CODE
           ELSE
              IF WS-REJECT-LINES > ZERO OR WS-REJECT-ROWS > ZERO
                 DISPLAY 'INSB623: REJECTS FOUND - SEE PRCR623A'
                 MOVE 4 TO RETURN-CODE
              ELSE
                 DISPLAY 'INSB623: ALL VENDOR LINES STAGED'
                 MOVE 0 TO RETURN-CODE
              END-IF
           END-IF
           STOP RUN.
