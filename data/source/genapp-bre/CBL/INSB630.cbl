       IDENTIFICATION DIVISION.
       PROGRAM-ID. INSB630.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      *
      *================================================================
      *    FUNCTION:
      *      NEW-STORE PRICE-BOOK SEEDING FROM A MODEL STORE.  A NEW
      *      STORE HAS NO T3375_LBR_PRC_HST ROWS, SO UNTIL NOW IT HAD
      *      TO WAIT FOR THE T165A/MISF999A ONBOARDING AND A
      *      PA-REBASE, AND THE REBASE ONLY SENDS WHAT T3375 ALREADY
      *      HOLDS FOR THE LOCATION - WHICH FOR A NEW STORE IS
      *      NOTHING.  THIS UTILITY TAKES THE NEW LOCATION AND A
      *      MODEL STORE AND, FOR EVERY ITEM ON THE MODEL STORE'S
      *      CURRENT REGULAR PRICE BOOK (ITS LATEST NON-AD T3375 ROW
      *      ON OR BEFORE THE EFFECTIVE DATE):
      *        - WHEN BOTH STORES SIT IN THE SAME ZONF610A PRICE
      *          ZONE (NEITHER A ZONE EXCEPTION), COPIES THE MODEL
      *          STORE'S COST, MARGIN AND RETAIL UNCHANGED - THE SAME
      *          PRICE INSB610'S ZONE DECISION WOULD GIVE IT,
      *        - OTHERWISE RE-PRICES THE ITEM FROM THE NEW STORE'S
      *          OWN LOCATION-GROUP MAINTENANCE (T3422, LBRST AHEAD
      *          OF LBRPZ, LOWEST RETAIL FIRST), FALLING BACK TO THE
      *          T3377 CORPORATE ROW, AND ROUNDS IT WITH THE SAME
      *          PRCF610R PRICE-POINT RULES INSB610 APPLIES,
      *        - INSERTS THE SEEDED ROW ON T3375 FOR THE NEW STORE,
      *          DATED THE EFFECTIVE DATE (UPD_ID 'INSB630'),
      *        - WRITES AN OPENING PRCF610B-LAYOUT DETAIL AND A
      *          LBLF610A-LAYOUT SHELF LABEL FOR IT.
      *      ITEMS THE NEW STORE ALREADY HAS A T3375 ROW FOR ARE
      *      LEFT ALONE, SO A RERUN PICKS UP ONLY WHAT IS MISSING.
      *      ITEMS THE MODEL STORE CARRIES THAT HAVE NO COST FOR THE
      *      NEW STORE'S LOCATION GROUP (NO T3422 GROUP ROW AND NO
      *      T3377 CORPORATE ROW) ARE LISTED ON NCSR630A: IN THE SAME
      *      ZONE THEY ARE STILL SEEDED AT THE MODEL PRICE, IN A
      *      DIFFERENT ZONE THEY CANNOT BE PRICED AND ARE NOT SEEDED.
      *
      *    INPUT FILES:  PARMFILE - ONE CARD, REQUIRED:
      *                     COLS  1-04  NEW STORE NUMBER
      *                     COLS  6-09  MODEL STORE NUMBER
      *                     COL  11     'T' TRIAL - REPORT AND
      *                                 EXTRACT ONLY, T3375 IS NOT
      *                                 UPDATED (BLANK = SEED)
      *                     COLS 13-22  EFFECTIVE DATE CCYY-MM-DD
      *                                 (BLANK = TOMORROW)
      *                  ZONF610A - STORE-TO-PRICE-ZONE MAP (THE SAME
      *                             FILE INSB610 LOADS); MISSING
      *                             MEANS EVERY STORE IS PRICED
      *                             INDIVIDUALLY
      *                  PRCF610R - PRICE-POINT RULE CARDS (THE SAME
      *                             FILE INSB610 LOADS); MISSING
      *                             MEANS NO ROUNDING
      *
      *    OUTPUT FILES: PRCF630B - OPENING STORE PRICE EXTRACT,
      *                             PRCF610B LAYOUT WITH HDR/TRL
      *                  LBLF630A - OPENING SHELF-LABEL FEED, LBLF610A
      *                             LAYOUT WITH HDR/TRL (COUNT AND
      *                             CONSUMER-SELL HASH)
      *                  SEDR630A - SEEDING REPORT (RE-PRICED ITEMS
      *                             WHOSE PRICE DIFFERS FROM THE
      *                             MODEL STORE'S, AND TOTALS)
      *                  NCSR630A - MODEL-STORE ITEMS WITH NO COST FOR
      *                             THE NEW STORE'S LOCATION GROUP
      *
      *    RETURN CODE:  00 - BOOK SEEDED
      *                  04 - BOOK SEEDED, NO-COST ITEMS LISTED
      *                  08 - NOTHING TO SEED (MODEL STORE HAS NO
      *                       CURRENT BOOK, OR NEW STORE ALREADY HAS
      *                       EVERY ITEM)
      *                  12 - PARAMETER, SQL OR FILE ERROR
      *================================================================
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT PARMFILE ASSIGN TO PARMFILE
              FILE STATUS IS PARMFILE-STATUS.

           SELECT ZONF610A ASSIGN TO ZONF610A
              FILE STATUS IS ZONF610A-STATUS.

           SELECT PRCF610R ASSIGN TO PRCF610R
              FILE STATUS IS PRCF610R-STATUS.

           SELECT PRCF630B ASSIGN TO PRCF630B
              FILE STATUS IS PRCF630B-STATUS.

           SELECT LBLF630A ASSIGN TO LBLF630A
              FILE STATUS IS LBLF630A-STATUS.

           SELECT SEDR630A ASSIGN TO SEDR630A
              FILE STATUS IS SEDR630A-STATUS.

           SELECT NCSR630A ASSIGN TO NCSR630A
              FILE STATUS IS NCSR630A-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  PARMFILE
           BLOCK CONTAINS 0 RECORDS.
       01  PARMFILE-RECORD                PIC X(80).

       FD  ZONF610A
           BLOCK CONTAINS 0 RECORDS.
       01  ZONF610A-RECORD                PIC X(80).

       FD  PRCF610R
           BLOCK CONTAINS 0 RECORDS.
       01  PRCF610R-RECORD                PIC X(80).

       FD  PRCF630B
           BLOCK CONTAINS 0 RECORDS.
       01  PRCF630B-RECORD                PIC X(150).

       FD  LBLF630A
           BLOCK CONTAINS 0 RECORDS.
       01  LBLF630A-RECORD                PIC X(100).

       FD  SEDR630A
           BLOCK CONTAINS 0 RECORDS.
       01  SEDR630A-RECORD                PIC X(80).

       FD  NCSR630A
           BLOCK CONTAINS 0 RECORDS.
       01  NCSR630A-RECORD                PIC X(80).

       WORKING-STORAGE SECTION.

       77  FILLER                         PIC X(36) VALUE
                   'INSB630 WORKING STORAGE BEGINS HERE'.

       01  WS-AREA.
           05  PARMFILE-STATUS            PIC XX  VALUE '00'.
               88  PARMFILE-VALID-STATUS          VALUE '00'.
           05  ZONF610A-STATUS            PIC XX  VALUE '00'.
               88  ZONF610A-VALID-STATUS          VALUE '00' '10'.
           05  PRCF610R-STATUS            PIC XX  VALUE '00'.
               88  PRCF610R-VALID-STATUS          VALUE '00' '10'.
           05  PRCF630B-STATUS            PIC XX  VALUE '00'.
               88  PRCF630B-VALID-STATUS          VALUE '00'.
           05  LBLF630A-STATUS            PIC XX  VALUE '00'.
               88  LBLF630A-VALID-STATUS          VALUE '00'.
           05  SEDR630A-STATUS            PIC XX  VALUE '00'.
               88  SEDR630A-VALID-STATUS          VALUE '00'.
           05  NCSR630A-STATUS            PIC XX  VALUE '00'.
               88  NCSR630A-VALID-STATUS          VALUE '00'.

       01  PARM-CARD-REC.
           05  PARM-NEW-LCT              PIC X(04).
           05  PARM-NEW-LCT-N REDEFINES PARM-NEW-LCT
                                         PIC 9(04).
           05  FILLER                    PIC X(01).
           05  PARM-MDL-LCT              PIC X(04).
           05  PARM-MDL-LCT-N REDEFINES PARM-MDL-LCT
                                         PIC 9(04).
           05  FILLER                    PIC X(01).
           05  PARM-MODE                 PIC X(01).
           05  FILLER                    PIC X(01).
           05  PARM-EFF-DT               PIC X(10).
           05  FILLER                    PIC X(58).

       01  WS-TRIAL-SW                   PIC X(01) VALUE 'N'.
           88  TRIAL-MODE                        VALUE 'Y'.

      *--  PRICE-ZONE MAP CARD (INSB610 ZONF610A LAYOUT) -------------*
       01  ZONF610A-REC.
           05  ZON-CARD-STORE            PIC 9(04).
           05  ZON-CARD-ZONE             PIC 9(04).
           05  ZON-CARD-EXC              PIC X(01).
           05  FILLER                    PIC X(71).

       01  WS-ZONF610A-EOF-SW            PIC X(01) VALUE 'N'.
           88  ZONF610A-EOF                      VALUE 'Y'.
       01  WS-NEW-ZONE                   PIC 9(04) VALUE ZERO.
       01  WS-NEW-ZEXC                   PIC X(01) VALUE SPACE.
       01  WS-MDL-ZONE                   PIC 9(04) VALUE ZERO.
       01  WS-MDL-ZEXC                   PIC X(01) VALUE SPACE.
       01  WS-SAME-ZONE-SW               PIC X(01) VALUE 'N'.
           88  SAME-ZONE                         VALUE 'Y'.

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
       01  H-PARM-EFF-DT                 PIC X(10).
       01  H-NEW-LCT                     PIC 9(04).
       01  H-MDL-LCT                     PIC 9(04).
       01  H-LCT-COUNT                   PIC S9(09) COMP.
       01  H-ITM-NBR                     PIC 9(09).
       01  H-MDL-CST                     PIC S9(07)V99 COMP-3.
       01  H-MDL-MRG                     PIC S9(03)V99 COMP-3.
       01  H-MDL-RTL                     PIC S9(07)V99 COMP-3.
       01  H-CGY-CD                      PIC 9(05).
       01  H-ITM-DSC                     PIC X(20).
       01  H-NEW-ROWS                    PIC S9(09) COMP.
       01  H-SRC-CST                     PIC S9(07)V99 COMP-3.
       01  H-SRC-RTL                     PIC S9(07)V99 COMP-3.
       01  H-SRC-MRG                     PIC S9(03)V99 COMP-3.
       01  H-SEED-CST                    PIC S9(07)V99 COMP-3.
       01  H-SEED-MRG                    PIC S9(03)V99 COMP-3.
       01  H-SEED-RTL                    PIC S9(07)V99 COMP-3.
       01  H-STR-NET-ADJ                 PIC S9(07)V99 COMP-3.

       01  JOB-USE-ID                    PIC X(08).

       01  T3375M-EOF-SW                 PIC X(01) VALUE 'N'.
           88  T3375M-EOF                        VALUE 'Y'.

      *--  COST SOURCE FOR THE NEW STORE: G = LOCATION GROUP
      *--  (T3422), C = CORPORATE (T3377), N = NONE ----------------*
       01  WS-COST-SRC                   PIC X(01) VALUE 'N'.
           88  COST-FROM-GROUP                   VALUE 'G'.
           88  COST-FROM-CORP                    VALUE 'C'.
           88  COST-NONE                         VALUE 'N'.

       01  WS-EFF-DATE-WORK.
           05  WS-EFF-ISO.
               10  WS-EFF-YY             PIC X(04).
               10  FILLER                PIC X(01).
               10  WS-EFF-MM             PIC X(02).
               10  FILLER                PIC X(01).
               10  WS-EFF-DD             PIC X(02).
           05  WS-EFF-DATE-X             PIC X(08).
           05  WS-EFF-DATE REDEFINES WS-EFF-DATE-X PIC 9(08).

       01  WS-COMMIT-FREQ                PIC 9(05) COMP VALUE 500.
       01  WS-COMMIT-CNT                 PIC 9(05) COMP VALUE ZERO.

       01  WS-MDL-COUNT                  PIC 9(09) COMP VALUE ZERO.
       01  WS-HAVE-COUNT                 PIC 9(09) COMP VALUE ZERO.
       01  WS-NORTL-COUNT                PIC 9(09) COMP VALUE ZERO.
       01  WS-COPY-COUNT                 PIC 9(09) COMP VALUE ZERO.
       01  WS-REPRICE-COUNT              PIC 9(09) COMP VALUE ZERO.
       01  WS-PRCDIF-COUNT               PIC 9(09) COMP VALUE ZERO.
       01  WS-NOCST-SEED-COUNT           PIC 9(09) COMP VALUE ZERO.
       01  WS-NOCST-SKIP-COUNT           PIC 9(09) COMP VALUE ZERO.
       01  WS-INSERT-COUNT               PIC 9(09) COMP VALUE ZERO.
       01  WS-SEED-COUNT                 PIC 9(09) COMP VALUE ZERO.
       01  WS-LBL-COUNT                  PIC 9(09) COMP VALUE ZERO.
       01  WS-HASH-CONSUMER-SELL         PIC S9(13)V99 COMP-3
                                             VALUE ZERO.
       01  WS-HASH-STORE-NET             PIC S9(13)V99 COMP-3
                                             VALUE ZERO.
       01  WS-HASH-LBL-SELL              PIC S9(13)V99 COMP-3
                                             VALUE ZERO.

      *--  OPENING STORE PRICE RECORD (INSB610 PRCF610B LAYOUT) -----*
       01  PRCF630B-REC.
           05  OPNB-ITEM-NUM             PIC 9(09).
           05  OPNB-STORE                PIC 9(04).
           05  OPNB-BUYER                PIC X(07).
           05  OPNB-TCODE                PIC X(01).
           05  OPNB-STATUS-CODE          PIC X(01).
           05  OPNB-STOCK-CODE           PIC X(01).
           05  OPNB-ELP-CODE             PIC X(01).
           05  OPNB-COMP-NET             PIC S9(07)V99.
           05  OPNB-STORE-NET            PIC S9(07)V99.
           05  OPNB-CONSUMER-SELL        PIC S9(07)V99.
           05  OPNB-EFF-DATE             PIC 9(08).
           05  OPNB-PRIORITY-SEQ         PIC 9(02).
           05  OPNB-LMP-AMT              PIC S9(03)V99.
           05  OPNB-LMP-EXP-DT           PIC 9(08).
           05  OPNB-NLP-EXP-DT           PIC X(08).
           05  OPNB-NLP-EFC-DT           PIC X(08).
           05  OPNB-NLP-AMT              PIC S9(07)V99.
           05  OPNB-DEAL-QTY             PIC 9(02).
           05  OPNB-DEAL-AMT             PIC S9(07)V99.
           05  OPNB-ITEM-DESC            PIC X(20).
           05  OPNB-DEPT                 PIC 9(05).
           05  OPNB-UNIT-PRC             PIC S9(05)V999.
           05  OPNB-UNIT-UOM             PIC X(03).
           05  FILLER                    PIC X(04) VALUE SPACES.

       01  PRCF630B-HDR-REC.
           05  OPNH-REC-ID               PIC X(03) VALUE 'HDR'.
           05  OPNH-RUN-DATE             PIC X(10).
           05  OPNH-EFF-DATE             PIC 9(08).
           05  OPNH-JOB-ID               PIC X(08).
           05  FILLER                    PIC X(121) VALUE SPACES.

       01  PRCF630B-TRL-REC.
           05  OPNT-REC-ID               PIC X(03) VALUE 'TRL'.
           05  OPNT-DETAIL-COUNT         PIC 9(09).
           05  OPNT-HASH-CONSUMER-SELL   PIC S9(13)V99.
           05  OPNT-HASH-STORE-NET       PIC S9(13)V99.
           05  FILLER                    PIC X(108) VALUE SPACES.

      *--  OPENING SHELF-LABEL RECORD (INSB610 LBLF610A LAYOUT) -----*
       01  LBLF630A-REC.
           05  LBL-STORE                 PIC 9(04).
           05  LBL-TYPE-CODE             PIC X(01).
           05  LBL-ITEM-NUM              PIC 9(09).
           05  LBL-DEPT                  PIC 9(05).
           05  LBL-ITEM-DESC             PIC X(20).
           05  LBL-CONSUMER-SELL         PIC S9(07)V99.
           05  LBL-SALE-FLG              PIC X(01).
           05  LBL-LMP-AMT               PIC S9(03)V99.
           05  LBL-LMP-EXP-DT            PIC 9(08).
           05  LBL-NLP-EFC-DT            PIC X(08).
           05  LBL-NLP-AMT               PIC S9(07)V99.
           05  LBL-EFF-DATE              PIC 9(08).
           05  LBL-UNIT-PRC              PIC S9(05)V999.
           05  LBL-UNIT-UOM              PIC X(03).
           05  FILLER                    PIC X(02) VALUE SPACES.

       01  LBLF630A-HDR-REC.
           05  LBLH-REC-ID               PIC X(03) VALUE 'HDR'.
           05  LBLH-RUN-DATE             PIC X(10).
           05  LBLH-EFF-DATE             PIC 9(08).
           05  LBLH-JOB-ID               PIC X(08).
           05  FILLER                    PIC X(71) VALUE SPACES.

       01  LBLF630A-TRL-REC.
           05  LBLT-REC-ID               PIC X(03) VALUE 'TRL'.
           05  LBLT-DETAIL-COUNT         PIC 9(09).
           05  LBLT-HASH-CONSUMER-SELL   PIC S9(13)V99.
           05  FILLER                    PIC X(73) VALUE SPACES.

      *--  RE-PRICED ITEM LINE (SEDR630A) ---------------------------*
       01  WS-RPR-LINE.
           05  RPR-DEPT                  PIC 9(05).
           05  FILLER                    PIC X(01) VALUE SPACE.
           05  RPR-ITEM                  PIC 9(09).
           05  FILLER                    PIC X(01) VALUE SPACE.
           05  RPR-DESC                  PIC X(20).
           05  FILLER                    PIC X(01) VALUE SPACE.
           05  RPR-MDL-RTL               PIC -(5)9.99.
           05  FILLER                    PIC X(01) VALUE SPACE.
           05  RPR-NEW-RTL               PIC -(5)9.99.
           05  FILLER                    PIC X(01) VALUE SPACE.
           05  RPR-NEW-CST               PIC -(5)9.99.
           05  FILLER                    PIC X(01) VALUE SPACE.
           05  RPR-SRC                   PIC X(05).
           05  FILLER                    PIC X(08) VALUE SPACES.

      *--  NO-COST ITEM LINE (NCSR630A) -----------------------------*
       01  WS-NCS-LINE.
           05  NCS-DEPT                  PIC 9(05).
           05  FILLER                    PIC X(01) VALUE SPACE.
           05  NCS-ITEM                  PIC 9(09).
           05  FILLER                    PIC X(01) VALUE SPACE.
           05  NCS-DESC                  PIC X(20).
           05  FILLER                    PIC X(01) VALUE SPACE.
           05  NCS-MDL-RTL               PIC -(5)9.99.
           05  FILLER                    PIC X(01) VALUE SPACE.
           05  NCS-MDL-CST               PIC -(5)9.99.
           05  FILLER                    PIC X(01) VALUE SPACE.
           05  NCS-ACTION                PIC X(20).
           05  FILLER                    PIC X(01) VALUE SPACES.

       01  WS-REPORT-LINE                PIC X(80).
       01  WS-RPT-CNT                    PIC Z(8)9.

           COPY SQLCA.

      *--  THE MODEL STORE'S CURRENT REGULAR BOOK: THE LATEST ROW PER
      *--  ITEM WITHOUT AN AD WINDOW, ON OR BEFORE THE EFFECTIVE
      *--  DATE, FOR THE ITEMS INSB610'S T2567A CURSOR PRICES, WITH
      *--  A COUNT OF THE NEW STORE'S EXISTING ROWS FOR THE ITEM ----*
           EXEC SQL
              DECLARE T3375M CURSOR WITH HOLD FOR
               SELECT M.T024_ITM_NBR,
                      M.CST_AMT,
                      M.MRG_PCT,
                      M.RTL_PRC_AMT,
                      T2567.T2565_LBR_CGY_CD,
                      SUBSTR(T024.ITM_DSC_TXT, 1, 20),
                      (SELECT COUNT(*)
                         FROM T3375_LBR_PRC_HST N
                        WHERE N.T024_ITM_NBR = M.T024_ITM_NBR
                          AND N.T063_LCT_NBR = :H-NEW-LCT)
                 FROM T3375_LBR_PRC_HST M,
                      T2567_LBR_CGY_ITM T2567,
                      T024_ITM          T024
                WHERE M.T063_LCT_NBR      = :H-MDL-LCT
                  AND M.PME_BGN_EFC_DT IS NULL
                  AND M.T3375_PRC_DT =
                      (SELECT MAX(X.T3375_PRC_DT)
                         FROM T3375_LBR_PRC_HST X
                        WHERE X.T024_ITM_NBR = M.T024_ITM_NBR
                          AND X.T063_LCT_NBR = M.T063_LCT_NBR
                          AND X.PME_BGN_EFC_DT IS NULL
                          AND X.T3375_PRC_DT <= :H-EFF-DT)
                  AND T2567.T024_ITM_NBR     = M.T024_ITM_NBR
                  AND T2567.T2565_LBR_CGY_CD NOT IN (0,54)
                  AND T024.T024_ITM_NBR      = M.T024_ITM_NBR
             ORDER BY M.T024_ITM_NBR
              WITH UR
           END-EXEC.

       PROCEDURE DIVISION.

       0000-MAINLINE.

           PERFORM 1000-INITIALIZATION
           PERFORM 2000-SEED-PRICE-BOOK
           PERFORM 9000-SUMMARY-AND-STOP.

      *================================================================
      * 1000-INITIALIZATION - PARAMETER CARD, EFFECTIVE DATE, STORE
      *     CHECKS, ZONES, ROUNDING RULES AND OUTPUT FILES.
      *================================================================
       1000-INITIALIZATION.

           EXEC SQL
             SET :H-TODAY = CHAR(CURRENT_DATE, ISO)
           END-EXEC
           IF NOT SQL-OK
              DISPLAY 'INSB630: SET TODAY FAILED SQLCODE=' SQLCODE
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN INPUT PARMFILE
           IF NOT PARMFILE-VALID-STATUS
              DISPLAY 'INSB630: PARMFILE DID NOT OPEN - STATUS '
                      PARMFILE-STATUS
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF
           MOVE SPACES TO PARM-CARD-REC
           READ PARMFILE INTO PARM-CARD-REC
              AT END
                 DISPLAY 'INSB630: PARMFILE IS EMPTY'
                 MOVE 12 TO RETURN-CODE
                 STOP RUN
           END-READ
           CLOSE PARMFILE

           PERFORM 1050-EDIT-PARM-CARD

           PERFORM 1100-LOAD-ZONES
           PERFORM 1200-LOAD-PRICE-POINT
           PERFORM 1300-OPEN-OUTPUTS.

      *================================================================
      * 1050-EDIT-PARM-CARD - BOTH STORES NUMERIC, DIFFERENT AND ON
      *     T063A_LCT; EFFECTIVE DATE A REAL DATE AFTER TODAY.
      *================================================================
       1050-EDIT-PARM-CARD.

           IF PARM-NEW-LCT NOT NUMERIC OR PARM-MDL-LCT NOT NUMERIC
              DISPLAY 'INSB630: BAD STORE NUMBER ON PARMFILE '''
                      PARM-CARD-REC(1:9) ''''
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF
           IF PARM-NEW-LCT-N = ZERO OR PARM-MDL-LCT-N = ZERO OR
              PARM-NEW-LCT-N = PARM-MDL-LCT-N
              DISPLAY 'INSB630: NEW AND MODEL STORE MUST BE TWO'
                      ' DIFFERENT NON-ZERO STORES'
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF
           MOVE PARM-NEW-LCT-N TO H-NEW-LCT
           MOVE PARM-MDL-LCT-N TO H-MDL-LCT

           EVALUATE PARM-MODE
              WHEN 'T'
                 MOVE 'Y' TO WS-TRIAL-SW
              WHEN SPACE
                 CONTINUE
              WHEN OTHER
                 DISPLAY 'INSB630: BAD MODE ''' PARM-MODE ''''
                 MOVE 12 TO RETURN-CODE
                 STOP RUN
           END-EVALUATE

           IF PARM-EFF-DT = SPACES
              EXEC SQL
                SET :H-EFF-DT = CHAR(CURRENT_DATE + 1 DAY, ISO)
              END-EXEC
           ELSE
              MOVE PARM-EFF-DT TO H-PARM-EFF-DT
              EXEC SQL
                SET :H-EFF-DT = CHAR(DATE(:H-PARM-EFF-DT), ISO)
              END-EXEC
           END-IF
           IF NOT SQL-OK
              DISPLAY 'INSB630: BAD EFFECTIVE DATE ''' PARM-EFF-DT
                      ''' SQLCODE=' SQLCODE
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF
           IF H-EFF-DT NOT > H-TODAY
              DISPLAY 'INSB630: EFFECTIVE DATE ' H-EFF-DT
                      ' IS NOT AFTER TODAY'
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF
           MOVE H-EFF-DT TO WS-EFF-ISO
           STRING WS-EFF-YY WS-EFF-MM WS-EFF-DD
              DELIMITED BY SIZE INTO WS-EFF-DATE-X

           EXEC SQL
              SELECT COUNT(*)
                INTO :H-LCT-COUNT
                FROM T063A_LCT
               WHERE T063_LCT_NBR = :H-NEW-LCT
               WITH UR
           END-EXEC
           IF NOT SQL-OK OR H-LCT-COUNT = ZERO
              DISPLAY 'INSB630: NEW STORE ' H-NEW-LCT
                      ' NOT ON T063A_LCT SQLCODE=' SQLCODE
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF
           EXEC SQL
              SELECT COUNT(*)
                INTO :H-LCT-COUNT
                FROM T063A_LCT
               WHERE T063_LCT_NBR = :H-MDL-LCT
               WITH UR
           END-EXEC
           IF NOT SQL-OK OR H-LCT-COUNT = ZERO
              DISPLAY 'INSB630: MODEL STORE ' H-MDL-LCT
                      ' NOT ON T063A_LCT SQLCODE=' SQLCODE
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF

           CALL 'GETJOB3'  USING JOB-USE-ID.

      *================================================================
      * 1100-LOAD-ZONES - PICKS THE TWO STORES' ZONES OFF ZONF610A.
      *     THEY SHARE A PRICE ONLY WHEN BOTH ARE MAPPED TO THE SAME
      *     ZONE AND NEITHER IS A ZONE EXCEPTION ('E') - THE SAME
      *     TEST INSB610 MAKES BEFORE REUSING A ZONE DECISION.
      *================================================================
       1100-LOAD-ZONES.

           OPEN INPUT ZONF610A
           IF NOT ZONF610A-VALID-STATUS
              DISPLAY 'INSB630: NO PRICE-ZONE MAP (ZONF610A) -'
                      ' NEW STORE WILL BE RE-PRICED'
           ELSE
              PERFORM 1150-READ-ZONF610A
              PERFORM UNTIL ZONF610A-EOF
                 IF ZON-CARD-STORE = H-NEW-LCT
                    MOVE ZON-CARD-ZONE TO WS-NEW-ZONE
                    MOVE ZON-CARD-EXC  TO WS-NEW-ZEXC
                 END-IF
                 IF ZON-CARD-STORE = H-MDL-LCT
                    MOVE ZON-CARD-ZONE TO WS-MDL-ZONE
                    MOVE ZON-CARD-EXC  TO WS-MDL-ZEXC
                 END-IF
                 PERFORM 1150-READ-ZONF610A
              END-PERFORM
              CLOSE ZONF610A
           END-IF

           IF WS-NEW-ZONE > ZERO AND
              WS-NEW-ZONE = WS-MDL-ZONE AND
              WS-NEW-ZEXC NOT = 'E' AND
              WS-MDL-ZEXC NOT = 'E'
              MOVE 'Y' TO WS-SAME-ZONE-SW
           END-IF.

       1150-READ-ZONF610A.

           READ ZONF610A INTO ZONF610A-REC
              AT END MOVE 'Y' TO WS-ZONF610A-EOF-SW
           END-READ.

      *================================================================
      * 1200-LOAD-PRICE-POINT - SAME CARD LAYOUT AND MEANING AS
      *     INSB610'S 0127-LOAD-PRICE-POINT.  NO FILE MEANS A
      *     RE-PRICED RETAIL IS NOT ROUNDED.
      *================================================================
       1200-LOAD-PRICE-POINT.

           MOVE ZERO TO RRND-IDX
           OPEN INPUT PRCF610R
           IF NOT PRCF610R-VALID-STATUS
              DISPLAY 'INSB630: NO PRICE-POINT RULE FILE (PRCF610R) -'
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
      * 1300-OPEN-OUTPUTS - EXTRACT AND LABEL FILES WITH THEIR HDR
      *     RECORDS, AND THE TWO REPORTS WITH THEIR HEADINGS.
      *================================================================
       1300-OPEN-OUTPUTS.

           OPEN OUTPUT PRCF630B
           IF NOT PRCF630B-VALID-STATUS
              DISPLAY 'INSB630: PRCF630B DID NOT OPEN - STATUS '
                      PRCF630B-STATUS
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF
           OPEN OUTPUT LBLF630A
           IF NOT LBLF630A-VALID-STATUS
              DISPLAY 'INSB630: LBLF630A DID NOT OPEN - STATUS '
                      LBLF630A-STATUS
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF
           OPEN OUTPUT SEDR630A
           IF NOT SEDR630A-VALID-STATUS
              DISPLAY 'INSB630: SEDR630A DID NOT OPEN - STATUS '
                      SEDR630A-STATUS
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF
           OPEN OUTPUT NCSR630A
           IF NOT NCSR630A-VALID-STATUS
              DISPLAY 'INSB630: NCSR630A DID NOT OPEN - STATUS '
                      NCSR630A-STATUS
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF

           MOVE H-TODAY     TO OPNH-RUN-DATE
                               LBLH-RUN-DATE
           MOVE WS-EFF-DATE TO OPNH-EFF-DATE
                               LBLH-EFF-DATE
           MOVE JOB-USE-ID  TO OPNH-JOB-ID
                               LBLH-JOB-ID
           WRITE PRCF630B-RECORD FROM PRCF630B-HDR-REC
           WRITE LBLF630A-RECORD FROM LBLF630A-HDR-REC

           MOVE '------ INSB630 NEW-STORE PRICE-BOOK SEEDING ------'
                TO SEDR630A-RECORD
           WRITE SEDR630A-RECORD
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'NEW STORE=' H-NEW-LCT
                  '  MODEL STORE=' H-MDL-LCT
                  '  EFFECTIVE=' H-EFF-DT
                  '  RUN=' H-TODAY
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE SEDR630A-RECORD FROM WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           IF SAME-ZONE
              STRING 'ZONE ' WS-NEW-ZONE
                     ' - SAME ZONE, MODEL PRICES COPIED'
                     DELIMITED BY SIZE INTO WS-REPORT-LINE
           ELSE
              STRING 'ZONES NEW=' WS-NEW-ZONE WS-NEW-ZEXC
                     ' MODEL=' WS-MDL-ZONE WS-MDL-ZEXC
                     ' - RE-PRICED FROM NEW STORE COSTS'
                     DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-IF
           WRITE SEDR630A-RECORD FROM WS-REPORT-LINE
           IF TRIAL-MODE
              MOVE 'MODE: TRIAL - T3375 NOT UPDATED' TO SEDR630A-RECORD
           ELSE
              MOVE 'MODE: SEED'                      TO SEDR630A-RECORD
           END-IF
           WRITE SEDR630A-RECORD
           IF NOT SAME-ZONE
              MOVE SPACES TO SEDR630A-RECORD
              WRITE SEDR630A-RECORD
              MOVE 'RE-PRICED ITEMS WHOSE PRICE DIFFERS FROM THE MODEL'
                   TO SEDR630A-RECORD
              WRITE SEDR630A-RECORD
              MOVE ' DEPT      ITEM DESCRIPTION         MODEL RTL'
                   TO SEDR630A-RECORD
              MOVE '   NEW RTL   NEW CST SRC' TO SEDR630A-RECORD(46:24)
              WRITE SEDR630A-RECORD
           END-IF

           MOVE '------ INSB630 MODEL ITEMS WITH NO NEW-STORE COST ----'
                TO NCSR630A-RECORD
           WRITE NCSR630A-RECORD
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'NEW STORE=' H-NEW-LCT
                  '  MODEL STORE=' H-MDL-LCT
                  '  EFFECTIVE=' H-EFF-DT
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE NCSR630A-RECORD FROM WS-REPORT-LINE
           MOVE ' DEPT      ITEM DESCRIPTION         MODEL RTL'
                TO NCSR630A-RECORD
           MOVE '   MDL CST ACTION' TO NCSR630A-RECORD(46:17)
           WRITE NCSR630A-RECORD.

      *================================================================
      * 2000-SEED-PRICE-BOOK - ONE MODEL-STORE ITEM AT A TIME.
      *================================================================
       2000-SEED-PRICE-BOOK.

           EXEC SQL
              OPEN T3375M
           END-EXEC
           IF NOT SQL-OK
              DISPLAY 'INSB630: T3375M OPEN FAILED SQLCODE=' SQLCODE
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF

           PERFORM 2100-FETCH-T3375M
           PERFORM UNTIL T3375M-EOF
              ADD 1 TO WS-MDL-COUNT
              PERFORM 2200-SEED-ONE-ITEM
                 THRU 2200-SEED-ONE-ITEM-EXIT
              PERFORM 2100-FETCH-T3375M
           END-PERFORM

           EXEC SQL
              CLOSE T3375M
           END-EXEC

           IF NOT TRIAL-MODE
              EXEC SQL COMMIT END-EXEC
           END-IF.

       2100-FETCH-T3375M.

           EXEC SQL
              FETCH T3375M
               INTO :H-ITM-NBR,
                    :H-MDL-CST,
                    :H-MDL-MRG,
                    :H-MDL-RTL,
                    :H-CGY-CD,
                    :H-ITM-DSC,
                    :H-NEW-ROWS
           END-EXEC

           IF NOT SQL-OK
              IF SQL-EOF
                 MOVE 'Y' TO T3375M-EOF-SW
              ELSE
                 DISPLAY 'INSB630: T3375M FETCH FAILED SQLCODE='
                         SQLCODE
                 MOVE 12 TO RETURN-CODE
                 STOP RUN
              END-IF
           END-IF.

      *================================================================
      * 2200-SEED-ONE-ITEM - SKIPS WHAT THE NEW STORE ALREADY HAS,
      *     PRICES THE ITEM (COPY OR RE-PRICE), LISTS A MISSING COST
      *     AND SEEDS THE ROW, EXTRACT DETAIL AND LABEL.
      *================================================================
       2200-SEED-ONE-ITEM.

           IF H-NEW-ROWS > ZERO
              ADD 1 TO WS-HAVE-COUNT
              GO TO 2200-SEED-ONE-ITEM-EXIT
           END-IF
           IF H-MDL-RTL NOT > ZERO
              ADD 1 TO WS-NORTL-COUNT
              GO TO 2200-SEED-ONE-ITEM-EXIT
           END-IF

           PERFORM 2300-GET-NEW-LCT-COST

           IF COST-NONE
              IF SAME-ZONE
                 ADD 1 TO WS-NOCST-SEED-COUNT
                 MOVE 'SEEDED AT MODEL RTL' TO NCS-ACTION
                 PERFORM 2800-WRITE-NO-COST
              ELSE
                 ADD 1 TO WS-NOCST-SKIP-COUNT
                 MOVE 'NOT SEEDED'          TO NCS-ACTION
                 PERFORM 2800-WRITE-NO-COST
                 GO TO 2200-SEED-ONE-ITEM-EXIT
              END-IF
           END-IF

           IF SAME-ZONE
              ADD 1 TO WS-COPY-COUNT
              MOVE H-MDL-CST TO H-SEED-CST
              MOVE H-MDL-MRG TO H-SEED-MRG
              MOVE H-MDL-RTL TO H-SEED-RTL
           ELSE
              ADD 1 TO WS-REPRICE-COUNT
              PERFORM 2400-REPRICE-ITEM
           END-IF

           IF NOT TRIAL-MODE
              PERFORM 2500-INSERT-T3375
           END-IF
           PERFORM 2600-WRITE-EXTRACT.

       2200-SEED-ONE-ITEM-EXIT.
           EXIT.

      *================================================================
      * 2300-GET-NEW-LCT-COST - THE COST INSB610 WOULD PRICE THE NEW
      *     STORE FROM: ITS LOCATION GROUP'S APPROVED T3422 ROW IN
      *     FORCE ON THE EFFECTIVE DATE (LBRST AHEAD OF LBRPZ, THE
      *     LOWEST RETAIL FIRST, AS THE T3422A CURSOR ORDERS THEM),
      *     ELSE THE APPROVED T3377 CORPORATE ROW (LOWEST RETAIL).
      *================================================================
       2300-GET-NEW-LCT-COST.

           MOVE 'N' TO WS-COST-SRC

           EXEC SQL
              SELECT T3422.NEW_CST_AMT,
                     T3422.NEW_RTL_PRC_AMT,
                     T3422.NEW_MRG_PCT
                INTO :H-SRC-CST,
                     :H-SRC-RTL,
                     :H-SRC-MRG
                FROM T3422_LBR_PRC_MNT         T3422,
                     T165_LCT_CGY_GRP          T165
               WHERE T3422.T224_LCT_CGY_CD   = T165.T224_LCT_CGY_CD
                 AND T3422.T162_CGY_SHT_NME  = T165.T162_CGY_SHT_NME
                 AND T3422.T162_CGY_ONR_ID   = T165.T162_CGY_ONR_ID
                 AND T3422.T024_ITM_NBR      = :H-ITM-NBR
                 AND T3422.T3422_CNG_BGN_DT <= :H-EFF-DT
                 AND T3422.CNG_END_DT       >= :H-EFF-DT
                 AND T3422.MNT_STS_CD        = 'A'
                 AND T165.T164_LCT_GRP_NBR   = :H-NEW-LCT
                 AND T165.T158_LCT_GRP_CD    = 10
                 AND T165.T224_LCT_CGY_CD    = 300
                 AND T165.T162_CGY_ONR_ID   IN ('LBRST','LBRPZ')
            ORDER BY T165.T162_CGY_ONR_ID DESC,
                     T3422.NEW_RTL_PRC_AMT
               FETCH FIRST 1 ROW ONLY
               WITH UR
           END-EXEC

           IF SQL-OK
              MOVE 'G' TO WS-COST-SRC
           ELSE
              IF NOT SQL-NOT-FND
                 DISPLAY 'INSB630: T3422 SELECT FAILED SQLCODE='
                         SQLCODE ' ITEM=' H-ITM-NBR
                 MOVE 12 TO RETURN-CODE
                 STOP RUN
              END-IF
              EXEC SQL
                 SELECT LBR_ITM_CST_AMT,
                        LBR_ITM_PRC_AMT,
                        LBR_ITM_MRG_PCT
                   INTO :H-SRC-CST,
                        :H-SRC-RTL,
                        :H-SRC-MRG
                   FROM T3377_CRP_LBR_PRC
                  WHERE T024_LBR_ITM_NBR  = :H-ITM-NBR
                    AND T3377_PRC_BGN_DT <= :H-EFF-DT
                    AND PRC_END_DT       >= :H-EFF-DT
                    AND MNT_STS_CD        = 'A'
               ORDER BY LBR_ITM_PRC_AMT
                  FETCH FIRST 1 ROW ONLY
                  WITH UR
              END-EXEC
              IF SQL-OK
                 MOVE 'C' TO WS-COST-SRC
              ELSE
                 IF NOT SQL-NOT-FND
                    DISPLAY 'INSB630: T3377 SELECT FAILED SQLCODE='
                            SQLCODE ' ITEM=' H-ITM-NBR
                    MOVE 12 TO RETURN-CODE
                    STOP RUN
                 END-IF
              END-IF
           END-IF.

      *================================================================
      * 2400-REPRICE-ITEM - NEW STORE'S OWN COST AND RETAIL, A ZERO
      *     MARGIN DEFAULTED AS INSB610 DOES, THEN THE PRICE-POINT
      *     RULE.  A PRICE THAT COMES OUT DIFFERENT FROM THE MODEL
      *     STORE'S IS LISTED.
      *================================================================
       2400-REPRICE-ITEM.

           MOVE H-SRC-CST TO H-SEED-CST
           MOVE H-SRC-RTL TO H-SEED-RTL
           MOVE H-SRC-MRG TO H-SEED-MRG
           IF H-SEED-MRG = ZERO
              MOVE 1 TO H-SEED-MRG
           END-IF

           PERFORM 2700-APPLY-PRICE-POINT

           IF H-SEED-RTL NOT = H-MDL-RTL
              ADD 1 TO WS-PRCDIF-COUNT
              MOVE H-CGY-CD   TO RPR-DEPT
              MOVE H-ITM-NBR  TO RPR-ITEM
              MOVE H-ITM-DSC  TO RPR-DESC
              MOVE H-MDL-RTL  TO RPR-MDL-RTL
              MOVE H-SEED-RTL TO RPR-NEW-RTL
              MOVE H-SEED-CST TO RPR-NEW-CST
              IF COST-FROM-GROUP
                 MOVE 'GROUP' TO RPR-SRC
              ELSE
                 MOVE 'CORP ' TO RPR-SRC
              END-IF
              WRITE SEDR630A-RECORD FROM WS-RPR-LINE
           END-IF.

      *================================================================
      * 2500-INSERT-T3375 - THE SEEDED ROW, DATED THE EFFECTIVE DATE
      *     WITH NO AD WINDOW, COMMITTED EVERY WS-COMMIT-FREQ ROWS.
      *================================================================
       2500-INSERT-T3375.

           EXEC SQL
              INSERT INTO T3375_LBR_PRC_HST
                     (T024_ITM_NBR, T063_LCT_NBR,
                      T3375_PRC_DT, CST_AMT,
                      MRG_PCT,      RTL_PRC_AMT,
                      ADD_DT, UPD_DM, UPD_ID)
              VALUES (:H-ITM-NBR,
                      :H-NEW-LCT,
                      :H-EFF-DT,
                      :H-SEED-CST,
                      :H-SEED-MRG,
                      :H-SEED-RTL,
                       CURRENT_DATE,
                       CURRENT_TIMESTAMP,
                      'INSB630')
           END-EXEC

           IF NOT SQL-OK
              DISPLAY 'INSB630: T3375 INSERT FAILED SQLCODE='
                      SQLCODE ' ITEM=' H-ITM-NBR
                      ' LCT=' H-NEW-LCT
              EXEC SQL ROLLBACK END-EXEC
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF

           ADD 1 TO WS-INSERT-COUNT
           ADD 1 TO WS-COMMIT-CNT
           IF WS-COMMIT-CNT NOT < WS-COMMIT-FREQ
              EXEC SQL COMMIT END-EXEC
              MOVE ZERO TO WS-COMMIT-CNT
           END-IF.

      *================================================================
      * 2600-WRITE-EXTRACT - OPENING REGULAR-PRICE DETAIL IN THE
      *     PRCF610B LAYOUT (SENT LIKE A REBASE: ELP '9', PRIORITY
      *     65, NO LMP/NLP/DEAL) AND ITS SHELF LABEL.  STORE-NET
      *     CARRIES THE NEW STORE'S T165_STR_NET_ADJ AS INSB610
      *     DOES.  UNIT PRICE IS LEFT FOR THE NIGHTLY RUN, WHICH
      *     HAS THE SIZE FEED.
      *================================================================
       2600-WRITE-EXTRACT.

           MOVE ZERO TO H-STR-NET-ADJ
           EXEC SQL
              SELECT STR_NET_ADJ_AMT
                INTO :H-STR-NET-ADJ
                FROM T165_STR_NET_ADJ
               WHERE T164_LCT_GRP_NBR = :H-NEW-LCT
                 AND T024_ITM_NBR     = :H-ITM-NBR
              FETCH FIRST ROW ONLY
               WITH UR
           END-EXEC
           IF NOT SQL-OK AND NOT SQL-NOT-FND
              DISPLAY 'INSB630: STORE NET SELECT FAILED SQLCODE='
                      SQLCODE ' ITEM=' H-ITM-NBR
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF
           IF SQL-NOT-FND
              MOVE ZERO TO H-STR-NET-ADJ
           END-IF

           MOVE H-ITM-NBR       TO OPNB-ITEM-NUM
           MOVE H-NEW-LCT       TO OPNB-STORE
           MOVE 'INSB630'       TO OPNB-BUYER
           MOVE 'M'             TO OPNB-TCODE
           MOVE 'R'             TO OPNB-STATUS-CODE
           MOVE ' '             TO OPNB-STOCK-CODE
           MOVE '9'             TO OPNB-ELP-CODE
           MOVE H-SEED-CST      TO OPNB-COMP-NET
           COMPUTE OPNB-STORE-NET = H-SEED-CST + H-STR-NET-ADJ
           MOVE H-SEED-RTL      TO OPNB-CONSUMER-SELL
           MOVE WS-EFF-DATE     TO OPNB-EFF-DATE
           MOVE 65              TO OPNB-PRIORITY-SEQ
           MOVE -0.01           TO OPNB-LMP-AMT
           MOVE 00000000        TO OPNB-LMP-EXP-DT
           MOVE '00000000'      TO OPNB-NLP-EXP-DT
                                   OPNB-NLP-EFC-DT
           MOVE ZERO            TO OPNB-NLP-AMT
                                   OPNB-DEAL-QTY
                                   OPNB-DEAL-AMT
                                   OPNB-UNIT-PRC
           MOVE H-ITM-DSC       TO OPNB-ITEM-DESC
           MOVE H-CGY-CD        TO OPNB-DEPT
           MOVE SPACES          TO OPNB-UNIT-UOM
           WRITE PRCF630B-RECORD FROM PRCF630B-REC
           IF NOT PRCF630B-VALID-STATUS
              DISPLAY 'INSB630: PRCF630B WRITE FAILED - STATUS '
                      PRCF630B-STATUS
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF
           ADD 1 TO WS-SEED-COUNT
           ADD OPNB-CONSUMER-SELL TO WS-HASH-CONSUMER-SELL
           ADD OPNB-STORE-NET     TO WS-HASH-STORE-NET

           MOVE OPNB-STORE         TO LBL-STORE
           MOVE 'R'                TO LBL-TYPE-CODE
           MOVE OPNB-ITEM-NUM      TO LBL-ITEM-NUM
           MOVE OPNB-DEPT          TO LBL-DEPT
           MOVE OPNB-ITEM-DESC     TO LBL-ITEM-DESC
           MOVE OPNB-CONSUMER-SELL TO LBL-CONSUMER-SELL
           MOVE 'N'                TO LBL-SALE-FLG
           MOVE OPNB-LMP-AMT       TO LBL-LMP-AMT
           MOVE OPNB-LMP-EXP-DT    TO LBL-LMP-EXP-DT
           MOVE OPNB-NLP-EFC-DT    TO LBL-NLP-EFC-DT
           MOVE OPNB-NLP-AMT       TO LBL-NLP-AMT
           MOVE OPNB-EFF-DATE      TO LBL-EFF-DATE
           MOVE OPNB-UNIT-PRC      TO LBL-UNIT-PRC
           MOVE OPNB-UNIT-UOM      TO LBL-UNIT-UOM
           WRITE LBLF630A-RECORD FROM LBLF630A-REC
           IF NOT LBLF630A-VALID-STATUS
              DISPLAY 'INSB630: LBLF630A WRITE FAILED - STATUS '
                      LBLF630A-STATUS
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF
           ADD 1 TO WS-LBL-COUNT
           ADD LBL-CONSUMER-SELL TO WS-HASH-LBL-SELL.

      *================================================================
      * 2700-APPLY-PRICE-POINT - THE FIRST PRCF610R RULE WHOSE BAND
      *     COVERS THE RE-PRICED RETAIL (AND WHOSE EXCEPTION CATEGORY
      *     IS NOT THE ITEM'S) MOVES THE CENTS TO THE RULE'S ENDING
      *     DIGITS IN THE RULE'S DIRECTION, AS INSB610'S 0590/0591
      *     DO, AND THE MARGIN IS RECOMPUTED.
      *================================================================
       2700-APPLY-PRICE-POINT.

           IF RRND-END = ZERO OR H-SEED-RTL NOT > ZERO
              CONTINUE
           ELSE
              MOVE 'N' TO WS-RND-RULE-FND-SW
              MOVE 1 TO RRND-IDX
              PERFORM UNTIL RRND-IDX > RRND-END OR RND-RULE-FND
                 IF H-SEED-RTL >= RRND-LOW(RRND-IDX) AND
                    H-SEED-RTL <= RRND-HIGH(RRND-IDX) AND
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

           MOVE H-SEED-RTL TO WS-RND-AMT

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

           IF WS-RND-AMT > ZERO AND WS-RND-AMT NOT = H-SEED-RTL
              MOVE WS-RND-AMT TO H-SEED-RTL
              COMPUTE H-SEED-MRG =
                 ((H-SEED-RTL - H-SEED-CST) * 100) / H-SEED-RTL
                 ON SIZE ERROR
                    MOVE 1 TO H-SEED-MRG
              END-COMPUTE
              IF H-SEED-MRG = ZERO
                 MOVE 1 TO H-SEED-MRG
              END-IF
           END-IF.

      *================================================================
      * 2800-WRITE-NO-COST - ONE LINE PER MODEL-STORE ITEM WITH NO
      *     COST FOR THE NEW STORE'S LOCATION GROUP.
      *================================================================
       2800-WRITE-NO-COST.

           MOVE H-CGY-CD   TO NCS-DEPT
           MOVE H-ITM-NBR  TO NCS-ITEM
           MOVE H-ITM-DSC  TO NCS-DESC
           MOVE H-MDL-RTL  TO NCS-MDL-RTL
           MOVE H-MDL-CST  TO NCS-MDL-CST
           WRITE NCSR630A-RECORD FROM WS-NCS-LINE.

      *================================================================
      * 9000-SUMMARY-AND-STOP - TRAILERS, TOTALS AND RETURN CODE.
      *================================================================
       9000-SUMMARY-AND-STOP.

           MOVE WS-SEED-COUNT         TO OPNT-DETAIL-COUNT
           MOVE WS-HASH-CONSUMER-SELL TO OPNT-HASH-CONSUMER-SELL
           MOVE WS-HASH-STORE-NET     TO OPNT-HASH-STORE-NET
           WRITE PRCF630B-RECORD FROM PRCF630B-TRL-REC
           MOVE WS-LBL-COUNT          TO LBLT-DETAIL-COUNT
           MOVE WS-HASH-LBL-SELL      TO LBLT-HASH-CONSUMER-SELL
           WRITE LBLF630A-RECORD FROM LBLF630A-TRL-REC
           CLOSE PRCF630B
           CLOSE LBLF630A

           MOVE SPACES TO WS-REPORT-LINE
           WRITE SEDR630A-RECORD FROM WS-REPORT-LINE
           MOVE WS-MDL-COUNT TO WS-RPT-CNT
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'MODEL STORE ITEMS READ=' WS-RPT-CNT
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE SEDR630A-RECORD FROM WS-REPORT-LINE
           MOVE WS-HAVE-COUNT TO WS-RPT-CNT
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'ALREADY PRICED AT NEW STORE=' WS-RPT-CNT
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE SEDR630A-RECORD FROM WS-REPORT-LINE
           MOVE WS-NORTL-COUNT TO WS-RPT-CNT
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'MODEL ROWS WITH NO RETAIL=' WS-RPT-CNT
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE SEDR630A-RECORD FROM WS-REPORT-LINE
           MOVE WS-COPY-COUNT TO WS-RPT-CNT
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'COPIED AT MODEL PRICE=' WS-RPT-CNT
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE SEDR630A-RECORD FROM WS-REPORT-LINE
           MOVE WS-REPRICE-COUNT TO WS-RPT-CNT
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'RE-PRICED FOR NEW STORE=' WS-RPT-CNT
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE SEDR630A-RECORD FROM WS-REPORT-LINE
           MOVE WS-PRCDIF-COUNT TO WS-RPT-CNT
           MOVE SPACES TO WS-REPORT-LINE
           STRING '  (OF WHICH DIFFERENT FROM MODEL)=' WS-RPT-CNT
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE SEDR630A-RECORD FROM WS-REPORT-LINE
           MOVE WS-NOCST-SEED-COUNT TO WS-RPT-CNT
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'NO COST - SEEDED AT MODEL RETAIL=' WS-RPT-CNT
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE SEDR630A-RECORD FROM WS-REPORT-LINE
           MOVE WS-NOCST-SKIP-COUNT TO WS-RPT-CNT
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'NO COST - NOT SEEDED=' WS-RPT-CNT
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE SEDR630A-RECORD FROM WS-REPORT-LINE
           MOVE WS-INSERT-COUNT TO WS-RPT-CNT
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'T3375 ROWS SEEDED=' WS-RPT-CNT
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE SEDR630A-RECORD FROM WS-REPORT-LINE
           MOVE WS-SEED-COUNT TO WS-RPT-CNT
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'OPENING PRICE RECORDS WRITTEN=' WS-RPT-CNT
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE SEDR630A-RECORD FROM WS-REPORT-LINE
           CLOSE SEDR630A

           COMPUTE WS-RPT-CNT = WS-NOCST-SEED-COUNT
                              + WS-NOCST-SKIP-COUNT
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'ITEMS LISTED=' WS-RPT-CNT
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE NCSR630A-RECORD FROM WS-REPORT-LINE
           CLOSE NCSR630A

           IF WS-SEED-COUNT = ZERO
              DISPLAY 'INSB630: NOTHING SEEDED FOR STORE ' H-NEW-LCT
                      ' - SEE SEDR630A'
              MOVE 8 TO RETURN-CODE
           ELSE
              IF WS-NOCST-SEED-COUNT > ZERO OR
                 WS-NOCST-SKIP-COUNT > ZERO
                 DISPLAY 'INSB630: STORE ' H-NEW-LCT ' SEEDED -'
                         ' NO-COST ITEMS LISTED ON NCSR630A'
                 MOVE 4 TO RETURN-CODE
              ELSE
                 DISPLAY 'INSB630: STORE ' H-NEW-LCT ' SEEDED FROM '
                         H-MDL-LCT
                 MOVE 0 TO RETURN-CODE
              END-IF
           END-IF
           STOP RUN.
