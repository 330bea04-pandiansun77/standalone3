       IDENTIFICATION DIVISION.
       PROGRAM-ID. INSB629.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      *
      *================================================================
      *    FUNCTION:
      *      WEEKLY POST-PRICE-CHANGE SALES LIFT ANALYSIS.  TAKES
      *      EVERY RETAIL CHANGE ON T3375_LBR_PRC_HST WHOSE PRICE DATE
      *      FALLS IN THE WEEK N WEEKS AGO (A ROW WHOSE RTL_PRC_AMT
      *      DIFFERS FROM THE LOCATION'S PREVIOUS ROW FOR THE ITEM)
      *      AND, FROM THE WEEKLY POS MOVEMENT FEED, COMPARES THE
      *      ITEM/STORE'S UNITS AND SALES DOLLARS IN THE FOUR WHOLE
      *      WEEKS BEFORE THE CHANGE WITH THE FOUR WHOLE WEEKS AFTER
      *      IT (THE WEEK THE CHANGE FELL IN BELONGS TO NEITHER).
      *
      *      EACH CHANGE IS TYPED FROM THE PRCF610B RECORD INSB610
      *      SENT FOR IT - THE ELP-CODE / PRIORITY-SEQ CODING:
      *        ELP '9' CORPORATE (T3377) RETAIL      - COST-DRIVEN
      *        ELP '2' / '3' STORE OR PRICE-ZONE
      *                  MAINTENANCE (LBRST/LBRPZ)   - COMPETITIVE
      *        ELP '1' AD MARKDOWN, PRIORITY 20
      *                  CLEARANCE STEP              - PROMOTIONAL
      *      A CHANGE WITH NO PRCF610B RECORD IN THE EXTRACTS GIVEN
      *      IS REPORTED AS UNCODED.
      *
      *      THE REPORT GIVES, BY DEPARTMENT AND CHANGE TYPE AND IN
      *      TOTAL BY CHANGE TYPE, THE UNIT AND SALES-DOLLAR LIFT,
      *      THE AVERAGE PRICE CHANGE AND THE IMPLIED PRICE
      *      ELASTICITY (UNIT LIFT % / PRICE CHANGE %), AND LISTS
      *      EVERY CHANGE THAT LOST BOTH UNITS AND DOLLARS.
      *
      *    INPUT FILES:  PARMFILE - OPTIONAL, ONE CARD:
      *                     COLS  1-02  WEEKS BACK (06-52) - THE
      *                                 CHANGE WEEK BEGINS THAT MANY
      *                                 WEEKS BEFORE TODAY; ABSENT OR
      *                                 BLANK = 06, THE MOST RECENT
      *                                 WEEK WITH FOUR WHOLE WEEKS OF
      *                                 MOVEMENT AFTER IT
      *                  PRCF629C - THE CHANGE WEEK'S PRCF610B
      *                             EXTRACTS (HDR/TRL SKIPPED),
      *                             CONCATENATED.  OPTIONAL - WITHOUT
      *                             IT EVERY CHANGE IS UNCODED
      *                  POSF629A - WEEKLY POS MOVEMENT:
      *                     COLS  1-09  ITEM NUMBER
      *                     COLS 10-13  STORE NUMBER
      *                     COLS 14-23  WEEK-ENDING DATE (CCYY-MM-DD)
      *                     COLS 24-30  UNITS SOLD 9(07)
      *                     COLS 31-41  SALES DOLLARS 9(09)V99
      *                     (SORTED BY ITEM, STORE AND WEEK)
      *
      *    OUTPUT FILE:  LFTR629A - SALES LIFT REPORT
      *
      *    RETURN CODE:  00 - ANALYSIS COMPLETE
      *                  04 - ANALYSIS COMPLETE, SOME CHANGES HAD NO
      *                       PRCF610B RECORD AND ARE UNCODED
      *                  08 - NO PRICE CHANGES IN THE WEEK, OR POS
      *                       FEED OUT OF SEQUENCE
      *                  12 - BAD CONTROL CARD / SQL OR FILE ERROR
      *================================================================
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT PARMFILE ASSIGN TO PARMFILE
              FILE STATUS IS PARMFILE-STATUS.

           SELECT PRCF629C ASSIGN TO PRCF629C
              FILE STATUS IS PRCF629C-STATUS.

           SELECT POSF629A ASSIGN TO POSF629A
              FILE STATUS IS POSF629A-STATUS.

           SELECT TYPF629W ASSIGN TO TYPF629W
              FILE STATUS IS TYPF629W-STATUS.

           SELECT LFTR629A ASSIGN TO LFTR629A
              FILE STATUS IS LFTR629A-STATUS.

           SELECT SRTF629T ASSIGN TO SRTF629T.

           SELECT SRTF629L ASSIGN TO SRTF629L.

       DATA DIVISION.
       FILE SECTION.

       FD  PARMFILE
           BLOCK CONTAINS 0 RECORDS.
       01  PARMFILE-RECORD                PIC X(80).

       FD  PRCF629C
           BLOCK CONTAINS 0 RECORDS.
       01  PRCF629C-RECORD                PIC X(150).

       FD  POSF629A
           BLOCK CONTAINS 0 RECORDS.
       01  POSF629A-RECORD                PIC X(80).

      *--  CHANGE-TYPE WORK FILE - THE PRCF610B CODING, SORTED ------*
       FD  TYPF629W
           BLOCK CONTAINS 0 RECORDS.
       01  TYPF629W-RECORD                PIC X(24).

       FD  LFTR629A
           BLOCK CONTAINS 0 RECORDS.
       01  LFTR629A-RECORD                PIC X(80).

       SD  SRTF629T.
       01  SRT-TYPE-REC.
           05  SRT-T-ITEM                PIC 9(09).
           05  SRT-T-STORE               PIC 9(04).
           05  SRT-T-EFF-DATE            PIC 9(08).
           05  SRT-T-PRIORITY-SEQ        PIC 9(02).
           05  SRT-T-ELP-CODE            PIC X(01).

      *--  ONE MEASURED CHANGE.  SRT-CHG-TYP: 'C' COST-DRIVEN,
      *--  'M' COMPETITIVE, 'P' PROMOTIONAL, 'U' UNCODED ----------*
       SD  SRTF629L.
       01  SRT-LIFT-REC.
           05  SRT-DEPT                  PIC 9(05).
           05  SRT-CHG-TYP               PIC X(01).
           05  SRT-ITEM                  PIC 9(09).
           05  SRT-STORE                 PIC 9(04).
           05  SRT-CHG-DT                PIC X(10).
           05  SRT-OLD-RTL               PIC S9(07)V99.
           05  SRT-NEW-RTL               PIC S9(07)V99.
           05  SRT-PRC-PCT               PIC S9(05)V9.
           05  SRT-PRE-UNITS             PIC S9(09).
           05  SRT-POST-UNITS            PIC S9(09).
           05  SRT-PRE-SALES             PIC S9(11)V99.
           05  SRT-POST-SALES            PIC S9(11)V99.

       WORKING-STORAGE SECTION.

       77  FILLER                         PIC X(36) VALUE
                   'INSB629 WORKING STORAGE BEGINS HERE'.

       01  WS-AREA.
           05  PARMFILE-STATUS            PIC XX  VALUE '00'.
           05  PRCF629C-STATUS            PIC XX  VALUE '00'.
               88  PRCF629C-OPEN-OK               VALUE '00' '97'.
           05  POSF629A-STATUS            PIC XX  VALUE '00'.
               88  POSF629A-OPEN-OK               VALUE '00' '97'.
           05  TYPF629W-STATUS            PIC XX  VALUE '00'.
               88  TYPF629W-OPEN-OK               VALUE '00' '97'.
           05  LFTR629A-STATUS            PIC XX  VALUE '00'.
               88  LFTR629A-VALID-STATUS          VALUE '00'.

       01  PARM-CARD-REC.
           05  PARM-WEEKS-BACK           PIC 9(02).
           05  PARM-WEEKS-BACK-X REDEFINES PARM-WEEKS-BACK
                                         PIC X(02).
           05  FILLER                    PIC X(78).

       01  WS-WEEKS-BACK                 PIC 9(02) VALUE 06.

      *--  PRCF610B DETAIL VIEW - ONLY THE KEY AND CODING ARE USED --*
       01  WS-PRC-INPUT-REC.
           05  WS-PRC-ITEM-NUM           PIC 9(09).
           05  WS-PRC-STORE              PIC 9(04).
           05  FILLER                    PIC X(07).
           05  WS-PRC-TCODE              PIC X(01).
           05  FILLER                    PIC X(02).
           05  WS-PRC-ELP-CODE           PIC X(01).
           05  FILLER                    PIC X(27).
           05  WS-PRC-EFF-DATE           PIC 9(08).
           05  WS-PRC-PRIORITY-SEQ       PIC 9(02).
           05  FILLER                    PIC X(89).
       01  WS-PRCF629C-EOF-SW            PIC X(01) VALUE 'N'.
           88  PRCF629C-EOF                      VALUE 'Y'.

      *--  SORTED CHANGE-TYPE FILE, READ FORWARD IN STEP WITH THE
      *--  T3375W CURSOR --------------------------------------------*
       01  TYPF629W-REC.
           05  TYP-KEY.
               10  TYP-ITEM              PIC 9(09).
               10  TYP-STORE             PIC 9(04).
               10  TYP-EFF-DATE          PIC 9(08).
           05  TYP-PRIORITY-SEQ          PIC 9(02).
           05  TYP-ELP-CODE              PIC X(01).
       01  WS-TYPF629W-EOF-SW            PIC X(01) VALUE 'N'.
           88  TYPF629W-EOF                      VALUE 'Y'.
       01  WS-CHG-KEY.
           05  WS-CHG-KEY-ITEM           PIC 9(09).
           05  WS-CHG-KEY-STORE          PIC 9(04).
           05  WS-CHG-KEY-DATE           PIC 9(08).
       01  WS-CHG-DATE-X                 PIC X(08).
       01  WS-CHG-TYP                    PIC X(01).

      *--  POS MOVEMENT FEED AND THE CURRENT ITEM/STORE'S WEEKS ----*
       01  POSF629A-REC.
           05  POS-KEY.
               10  POS-ITEM              PIC 9(09).
               10  POS-STORE             PIC 9(04).
           05  POS-WEEK-DT               PIC X(10).
           05  POS-UNITS                 PIC 9(07).
           05  POS-SALES                 PIC 9(09)V99.
           05  FILLER                    PIC X(39).

       01  WS-POSF629A-EOF-SW            PIC X(01) VALUE 'N'.
           88  POSF629A-EOF                      VALUE 'Y'.
       01  WS-PREV-POS-KEY               PIC X(23) VALUE LOW-VALUES.
       01  WS-POS-SEQ-KEY                PIC X(23).
       01  WS-POS-GRP-KEY                PIC X(13) VALUE LOW-VALUES.
       01  WS-ROW-KEY.
           05  WS-ROW-ITEM               PIC 9(09).
           05  WS-ROW-STORE              PIC 9(04).
       01  POSD-MAX                      PIC 9(03) COMP VALUE 120.
       01  POSD-IDX                      PIC 9(03) COMP VALUE ZERO.
       01  POSD-END                      PIC 9(03) COMP VALUE ZERO.
       01  POSD-TABLE.
           05  POSD-ENTRY OCCURS 120 TIMES.
               10  POSD-WEEK-DT          PIC X(10).
               10  POSD-UNITS            PIC 9(07).
               10  POSD-SALES            PIC 9(09)V99.

       01  WS-SRT-EOF-SW                 PIC X(01) VALUE 'N'.
           88  SRT-EOF                           VALUE 'Y'.
       01  WS-SEQ-ERR-SW                 PIC X(01) VALUE 'N'.
           88  POS-SEQ-BROKEN                    VALUE 'Y'.
       01  WS-GRP-OPEN-SW                PIC X(01) VALUE 'N'.
           88  GRP-OPEN                          VALUE 'Y'.

      *--  DEPARTMENT / CHANGE-TYPE GROUP BEING ACCUMULATED, AND THE
      *--  RUN TOTALS BY CHANGE TYPE (1 COST, 2 COMPETITIVE,
      *--  3 PROMOTIONAL, 4 UNCODED) --------------------------------*
       01  WS-GRP-DEPT                   PIC 9(05) VALUE ZERO.
       01  WS-GRP-TYP                    PIC X(01) VALUE SPACE.
       01  LFT-ACCUM.
           05  LFT-CHG-CNT               PIC 9(07) COMP.
           05  LFT-LOST-CNT              PIC 9(07) COMP.
           05  LFT-PRE-UNITS             PIC S9(11) COMP-3.
           05  LFT-POST-UNITS            PIC S9(11) COMP-3.
           05  LFT-PRE-SALES             PIC S9(13)V99 COMP-3.
           05  LFT-POST-SALES            PIC S9(13)V99 COMP-3.
           05  LFT-PRC-PCT-SUM           PIC S9(11)V9 COMP-3.
       01  TYP-IDX                       PIC 9(01) COMP VALUE ZERO.
       01  TYP-TOTALS.
           05  TYP-TOT-ENTRY OCCURS 4 TIMES.
               10  TYP-TOT-CHG-CNT       PIC 9(07) COMP.
               10  TYP-TOT-LOST-CNT      PIC 9(07) COMP.
               10  TYP-TOT-PRE-UNITS     PIC S9(11) COMP-3.
               10  TYP-TOT-POST-UNITS    PIC S9(11) COMP-3.
               10  TYP-TOT-PRE-SALES     PIC S9(13)V99 COMP-3.
               10  TYP-TOT-POST-SALES    PIC S9(13)V99 COMP-3.
               10  TYP-TOT-PRC-PCT-SUM   PIC S9(11)V9 COMP-3.
       01  TYP-NAME-VALUES.
           05  FILLER                    PIC X(12) VALUE 'CCOST-DRIVEN'.
           05  FILLER                    PIC X(12) VALUE 'MCOMPETITIVE'.
           05  FILLER                    PIC X(12) VALUE 'PPROMOTIONAL'.
           05  FILLER                    PIC X(12) VALUE 'UUNCODED    '.
       01  TYP-NAME-TABLE REDEFINES TYP-NAME-VALUES.
           05  TYP-NAME-ENTRY OCCURS 4 TIMES.
               10  TYP-NAME-CD           PIC X(01).
               10  TYP-NAME              PIC X(11).

      *--  WORK FIELDS AND COUNTS ----------------------------------*
       01  WS-PRE-UNITS                  PIC S9(09) COMP-3.
       01  WS-POST-UNITS                 PIC S9(09) COMP-3.
       01  WS-PRE-SALES                  PIC S9(11)V99 COMP-3.
       01  WS-POST-SALES                 PIC S9(11)V99 COMP-3.
       01  WS-PRC-PCT                    PIC S9(05)V9 COMP-3.
       01  WS-UNIT-PCT                   PIC S9(06)V9 COMP-3.
       01  WS-SALE-PCT                   PIC S9(06)V9 COMP-3.
       01  WS-AVG-PRC-PCT                PIC S9(05)V9 COMP-3.
       01  WS-ELAST                      PIC S9(04)V99 COMP-3.

       01  WS-CHANGE-ROWS                PIC 9(09) COMP VALUE ZERO.
       01  WS-MEASURED-COUNT             PIC 9(09) COMP VALUE ZERO.
       01  WS-NO-MOVE-COUNT              PIC 9(09) COMP VALUE ZERO.
       01  WS-NO-BASE-COUNT              PIC 9(09) COMP VALUE ZERO.
       01  WS-UNCODED-COUNT              PIC 9(09) COMP VALUE ZERO.
       01  WS-LOST-COUNT                 PIC 9(09) COMP VALUE ZERO.
       01  WS-TYPE-REC-COUNT             PIC 9(09) COMP VALUE ZERO.

      *--  HOST VARIABLES ------------------------------------------*
       01  H-TODAY                       PIC X(10).
       01  H-WEEKS-DAYS                  PIC S9(04) COMP.
       01  H-WEEK-BGN                    PIC X(10).
       01  H-WEEK-END                    PIC X(10).
       01  H-ITM-NBR                     PIC 9(09).
       01  H-LCT-NBR                     PIC 9(04).
       01  H-DEPT                        PIC 9(05).
       01  H-CHG-DT                      PIC X(10).
       01  H-CHG-DT-R REDEFINES H-CHG-DT.
           05  H-CHG-YY                  PIC X(04).
           05  FILLER                    PIC X(01).
           05  H-CHG-MM                  PIC X(02).
           05  FILLER                    PIC X(01).
           05  H-CHG-DD                  PIC X(02).
       01  H-PRE-BGN                     PIC X(10).
       01  H-POST-BGN                    PIC X(10).
       01  H-POST-END                    PIC X(10).
       01  H-OLD-RTL                     PIC S9(07)V99 COMP-3.
       01  H-NEW-RTL                     PIC S9(07)V99 COMP-3.

       01  T3375W-EOF-SW                 PIC X(01) VALUE 'N'.
           88  T3375W-EOF                        VALUE 'Y'.

      *--  REPORT LINES --------------------------------------------*
       01  LFT-RPT-LINE.
           05  LFTR-DEPT                 PIC X(05).
           05  FILLER                    PIC X(01) VALUE SPACE.
           05  LFTR-TYPE                 PIC X(11).
           05  FILLER                    PIC X(01) VALUE SPACE.
           05  LFTR-CHG-CNT              PIC Z(5)9.
           05  FILLER                    PIC X(01) VALUE SPACE.
           05  LFTR-UNIT-PCT             PIC X(09).
           05  FILLER                    PIC X(01) VALUE SPACE.
           05  LFTR-SALE-PCT             PIC X(09).
           05  FILLER                    PIC X(01) VALUE SPACE.
           05  LFTR-PRC-PCT              PIC -(4)9.9.
           05  FILLER                    PIC X(01) VALUE SPACE.
           05  LFTR-ELAST                PIC X(08).
           05  FILLER                    PIC X(01) VALUE SPACE.
           05  LFTR-LOST-CNT             PIC Z(4)9.
           05  FILLER                    PIC X(13) VALUE SPACES.
       01  WS-EDIT-PCT                   PIC -(6)9.9.
       01  WS-EDIT-ELAST                 PIC -(4)9.99.

       01  WS-REPORT-LINE                PIC X(80).
       01  WS-RPT-CNT                    PIC Z(8)9.
       01  WS-RPT-AMT                    PIC -(4)9.99.
       01  WS-RPT-AMT2                   PIC -(4)9.99.

           COPY SQLCA.

      *--  EVERY RETAIL CHANGE DATED IN THE CHANGE WEEK: THE ROW AND
      *--  THE LOCATION'S PREVIOUS ROW FOR THE ITEM, WHERE THE RETAIL
      *--  MOVED, WITH THE WINDOW BOUNDARIES AND THE ITEM'S
      *--  DEPARTMENT.  ORDERED BY ITEM AND STORE SO THE POS FEED
      *--  AND THE CHANGE-TYPE FILE ARE MATCHED IN ONE PASS --------*
           EXEC SQL
              DECLARE T3375W CURSOR WITH HOLD FOR
               SELECT N.T024_ITM_NBR,
                      N.T063_LCT_NBR,
                      T2567.T2565_LBR_CGY_CD,
                      CHAR(N.T3375_PRC_DT, ISO),
                      CHAR(N.T3375_PRC_DT - 28 DAYS, ISO),
                      CHAR(N.T3375_PRC_DT + 6 DAYS, ISO),
                      CHAR(N.T3375_PRC_DT + 33 DAYS, ISO),
                      O.RTL_PRC_AMT,
                      N.RTL_PRC_AMT
                 FROM T3375_LBR_PRC_HST N,
                      T3375_LBR_PRC_HST O,
                      T2567_LBR_CGY_ITM T2567
                WHERE N.T3375_PRC_DT BETWEEN :H-WEEK-BGN
                                         AND :H-WEEK-END
                  AND O.T024_ITM_NBR = N.T024_ITM_NBR
                  AND O.T063_LCT_NBR = N.T063_LCT_NBR
                  AND O.T3375_PRC_DT =
                      (SELECT MAX(P.T3375_PRC_DT)
                         FROM T3375_LBR_PRC_HST P
                        WHERE P.T024_ITM_NBR = N.T024_ITM_NBR
                          AND P.T063_LCT_NBR = N.T063_LCT_NBR
                          AND P.T3375_PRC_DT < N.T3375_PRC_DT)
                  AND O.RTL_PRC_AMT <> N.RTL_PRC_AMT
                  AND T2567.T024_ITM_NBR = N.T024_ITM_NBR
             ORDER BY N.T024_ITM_NBR,
                      N.T063_LCT_NBR,
                      N.T3375_PRC_DT
              WITH UR
           END-EXEC.

       PROCEDURE DIVISION.

       0000-MAINLINE.

           PERFORM 1000-INITIALIZATION

           SORT SRTF629T
               ON ASCENDING KEY SRT-T-ITEM
                                SRT-T-STORE
                                SRT-T-EFF-DATE
                                SRT-T-PRIORITY-SEQ
               INPUT PROCEDURE IS 1500-RELEASE-CHG-TYPES
               GIVING TYPF629W

           SORT SRTF629L
               ON ASCENDING KEY SRT-DEPT
                                SRT-CHG-TYP
                                SRT-ITEM
                                SRT-STORE
                                SRT-CHG-DT
               INPUT PROCEDURE IS 2000-MEASURE-CHANGES
               OUTPUT PROCEDURE IS 3000-WRITE-LIFT-RPT

           PERFORM 9000-SUMMARY-AND-STOP.

      *================================================================
      * 1000-INITIALIZATION - CHANGE WEEK, FILES, REPORT HEADINGS.
      *================================================================
       1000-INITIALIZATION.

           EXEC SQL
             SET :H-TODAY = CHAR(CURRENT_DATE, ISO)
           END-EXEC
           IF NOT SQL-OK
              DISPLAY 'INSB629: SET TODAY FAILED SQLCODE=' SQLCODE
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN INPUT PARMFILE
           IF PARMFILE-STATUS = '00'
              READ PARMFILE INTO PARM-CARD-REC
                 AT END CONTINUE
                 NOT AT END
                    IF PARM-WEEKS-BACK-X NOT = SPACES
                       IF PARM-WEEKS-BACK-X NUMERIC AND
                          PARM-WEEKS-BACK NOT < 06 AND
                          PARM-WEEKS-BACK NOT > 52
                          MOVE PARM-WEEKS-BACK TO WS-WEEKS-BACK
                       ELSE
                          DISPLAY 'INSB629: BAD WEEKS-BACK '''
                                  PARM-WEEKS-BACK-X ''' - MUST BE'
                                  ' 06 THRU 52'
                          MOVE 12 TO RETURN-CODE
                          STOP RUN
                       END-IF
                    END-IF
              END-READ
              CLOSE PARMFILE
           END-IF

           COMPUTE H-WEEKS-DAYS = WS-WEEKS-BACK * 7
           EXEC SQL
             SET :H-WEEK-BGN =
                 CHAR(CURRENT_DATE - :H-WEEKS-DAYS DAYS, ISO)
           END-EXEC
           EXEC SQL
             SET :H-WEEK-END =
                 CHAR(DATE(:H-WEEK-BGN) + 6 DAYS, ISO)
           END-EXEC
           IF NOT SQL-OK
              DISPLAY 'INSB629: SET CHANGE WEEK FAILED SQLCODE='
                      SQLCODE
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN INPUT POSF629A
           IF NOT POSF629A-OPEN-OK
              DISPLAY 'INSB629: POSF629A DID NOT OPEN - STATUS '
                      POSF629A-STATUS
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN OUTPUT LFTR629A
           IF NOT LFTR629A-VALID-STATUS
              DISPLAY 'INSB629: LFTR629A DID NOT OPEN - STATUS '
                      LFTR629A-STATUS
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF
           MOVE '------ INSB629 PRICE-CHANGE SALES LIFT ANALYSIS ------'
                TO LFTR629A-RECORD
           WRITE LFTR629A-RECORD
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'RUN DATE: ' H-TODAY
                  '  CHANGES DATED ' H-WEEK-BGN
                  ' THRU ' H-WEEK-END
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE LFTR629A-RECORD FROM WS-REPORT-LINE
           MOVE '4 WEEKS BEFORE VS 4 WEEKS AFTER; ELASTICITY = UNIT'
                TO WS-REPORT-LINE
           MOVE ' LIFT % / PRICE CHANGE %' TO WS-REPORT-LINE(51:24)
           WRITE LFTR629A-RECORD FROM WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           WRITE LFTR629A-RECORD FROM WS-REPORT-LINE
           MOVE 'DEPT  CHANGE TYPE   CHGS   UNITS %   SALES %  PRICE%'
                TO WS-REPORT-LINE
           MOVE '    ELAST  LOST' TO WS-REPORT-LINE(53:15)
           WRITE LFTR629A-RECORD FROM WS-REPORT-LINE

           INITIALIZE TYP-TOTALS
           MOVE HIGH-VALUES TO POS-KEY
           PERFORM 2150-READ-POSF629A.

      *================================================================
      * 1500-RELEASE-CHG-TYPES - SORT INPUT PROCEDURE.  THE CODING OF
      *     EVERY PRCF610B MAINTENANCE RECORD IN THE CHANGE WEEK'S
      *     EXTRACTS; CONTROL RECORDS AND DELETES ARE SKIPPED.
      *================================================================
       1500-RELEASE-CHG-TYPES.

           OPEN INPUT PRCF629C
           IF NOT PRCF629C-OPEN-OK
              DISPLAY 'INSB629: NO PRCF610B EXTRACTS (PRCF629C) -'
                      ' EVERY CHANGE WILL BE UNCODED'
           ELSE
              PERFORM 1550-READ-PRCF629C
              PERFORM UNTIL PRCF629C-EOF
                 IF WS-PRC-INPUT-REC(1:3) NOT = 'HDR' AND
                    WS-PRC-INPUT-REC(1:3) NOT = 'TRL' AND
                    WS-PRC-TCODE NOT = 'D'
                    MOVE WS-PRC-ITEM-NUM     TO SRT-T-ITEM
                    MOVE WS-PRC-STORE        TO SRT-T-STORE
                    MOVE WS-PRC-EFF-DATE     TO SRT-T-EFF-DATE
                    MOVE WS-PRC-PRIORITY-SEQ TO SRT-T-PRIORITY-SEQ
                    MOVE WS-PRC-ELP-CODE     TO SRT-T-ELP-CODE
                    RELEASE SRT-TYPE-REC
                    ADD 1 TO WS-TYPE-REC-COUNT
                 END-IF
                 PERFORM 1550-READ-PRCF629C
              END-PERFORM
              CLOSE PRCF629C
           END-IF.

       1550-READ-PRCF629C.

           READ PRCF629C INTO WS-PRC-INPUT-REC
              AT END MOVE 'Y' TO WS-PRCF629C-EOF-SW
           END-READ.

      *================================================================
      * 2000-MEASURE-CHANGES - SORT INPUT PROCEDURE.  EVERY CHANGE IS
      *     TYPED, ITS BEFORE/AFTER MOVEMENT TOTALLED, AND RELEASED.
      *================================================================
       2000-MEASURE-CHANGES.

           OPEN INPUT TYPF629W
           IF NOT TYPF629W-OPEN-OK
              DISPLAY 'INSB629: TYPF629W DID NOT OPEN - STATUS '
                      TYPF629W-STATUS
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF
           MOVE LOW-VALUES TO TYP-KEY
           PERFORM 2050-READ-TYPF629W

           EXEC SQL
              OPEN T3375W
           END-EXEC
           IF NOT SQL-OK
              DISPLAY 'INSB629: T3375W OPEN FAILED SQLCODE=' SQLCODE
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF

           PERFORM 2100-FETCH-T3375W
           PERFORM UNTIL T3375W-EOF OR POS-SEQ-BROKEN
              ADD 1 TO WS-CHANGE-ROWS
              PERFORM 2200-MEASURE-ONE-CHANGE
                 THRU 2200-MEASURE-EXIT
              PERFORM 2100-FETCH-T3375W
           END-PERFORM

           EXEC SQL
              CLOSE T3375W
           END-EXEC
           CLOSE TYPF629W
           CLOSE POSF629A.

       2050-READ-TYPF629W.

           READ TYPF629W INTO TYPF629W-REC
              AT END
                 MOVE 'Y' TO WS-TYPF629W-EOF-SW
                 MOVE HIGH-VALUES TO TYP-KEY
           END-READ.

       2100-FETCH-T3375W.

           EXEC SQL
              FETCH T3375W
               INTO :H-ITM-NBR,
                    :H-LCT-NBR,
                    :H-DEPT,
                    :H-CHG-DT,
                    :H-PRE-BGN,
                    :H-POST-BGN,
                    :H-POST-END,
                    :H-OLD-RTL,
                    :H-NEW-RTL
           END-EXEC

           IF NOT SQL-OK
              IF SQL-EOF
                 MOVE 'Y' TO T3375W-EOF-SW
              ELSE
                 DISPLAY 'INSB629: T3375W FETCH FAILED SQLCODE='
                         SQLCODE
                 MOVE 12 TO RETURN-CODE
                 STOP RUN
              END-IF
           END-IF.

       2150-READ-POSF629A.

           READ POSF629A INTO POSF629A-REC
              AT END
                 MOVE 'Y' TO WS-POSF629A-EOF-SW
                 MOVE HIGH-VALUES TO POS-KEY
           END-READ

           IF NOT POSF629A-EOF
              MOVE POS-KEY     TO WS-POS-SEQ-KEY(1:13)
              MOVE POS-WEEK-DT TO WS-POS-SEQ-KEY(14:10)
              IF WS-POS-SEQ-KEY < WS-PREV-POS-KEY
                 MOVE 'Y' TO WS-SEQ-ERR-SW
                 DISPLAY 'INSB629: POSF629A NOT IN ITEM/STORE/WEEK '
                         'SEQUENCE AT ' WS-POS-SEQ-KEY
              END-IF
              MOVE WS-POS-SEQ-KEY TO WS-PREV-POS-KEY
           END-IF.

      *================================================================
      * 2200-MEASURE-ONE-CHANGE - TYPE, BEFORE/AFTER TOTALS, RELEASE.
      *     A CHANGE FROM A ZERO RETAIL HAS NO PRICE-CHANGE BASE, AND
      *     ONE WITH NO MOVEMENT IN EITHER WINDOW HAS NOTHING TO
      *     MEASURE; BOTH ARE COUNTED AND LEFT OUT.
      *================================================================
       2200-MEASURE-ONE-CHANGE.

           PERFORM 2300-FIND-CHG-TYPE

           IF H-OLD-RTL NOT > ZERO
              ADD 1 TO WS-NO-BASE-COUNT
              GO TO 2200-MEASURE-EXIT
           END-IF

           PERFORM 2400-LOAD-POS-GROUP
           MOVE ZERO TO WS-PRE-UNITS
                        WS-POST-UNITS
                        WS-PRE-SALES
                        WS-POST-SALES
           MOVE 1 TO POSD-IDX
           PERFORM UNTIL POSD-IDX > POSD-END
              IF POSD-WEEK-DT(POSD-IDX) NOT < H-PRE-BGN AND
                 POSD-WEEK-DT(POSD-IDX) < H-CHG-DT
                 ADD POSD-UNITS(POSD-IDX) TO WS-PRE-UNITS
                 ADD POSD-SALES(POSD-IDX) TO WS-PRE-SALES
              END-IF
              IF POSD-WEEK-DT(POSD-IDX) NOT < H-POST-BGN AND
                 POSD-WEEK-DT(POSD-IDX) NOT > H-POST-END
                 ADD POSD-UNITS(POSD-IDX) TO WS-POST-UNITS
                 ADD POSD-SALES(POSD-IDX) TO WS-POST-SALES
              END-IF
              ADD 1 TO POSD-IDX
           END-PERFORM
           IF WS-PRE-UNITS = ZERO AND WS-POST-UNITS = ZERO
              ADD 1 TO WS-NO-MOVE-COUNT
              GO TO 2200-MEASURE-EXIT
           END-IF

           COMPUTE WS-PRC-PCT ROUNDED =
              ((H-NEW-RTL - H-OLD-RTL) * 100) / H-OLD-RTL
              ON SIZE ERROR MOVE 99999.9 TO WS-PRC-PCT
           END-COMPUTE

           MOVE H-DEPT         TO SRT-DEPT
           MOVE WS-CHG-TYP     TO SRT-CHG-TYP
           MOVE H-ITM-NBR      TO SRT-ITEM
           MOVE H-LCT-NBR      TO SRT-STORE
           MOVE H-CHG-DT       TO SRT-CHG-DT
           MOVE H-OLD-RTL      TO SRT-OLD-RTL
           MOVE H-NEW-RTL      TO SRT-NEW-RTL
           MOVE WS-PRC-PCT     TO SRT-PRC-PCT
           MOVE WS-PRE-UNITS   TO SRT-PRE-UNITS
           MOVE WS-POST-UNITS  TO SRT-POST-UNITS
           MOVE WS-PRE-SALES   TO SRT-PRE-SALES
           MOVE WS-POST-SALES  TO SRT-POST-SALES
           RELEASE SRT-LIFT-REC
           ADD 1 TO WS-MEASURED-COUNT.

       2200-MEASURE-EXIT.
           EXIT.

      *================================================================
      * 2300-FIND-CHG-TYPE - THE PRCF610B RECORD SENT FOR THE CHANGE
      *     (SAME ITEM, STORE AND EFFECTIVE DATE).  WHERE THE STORE
      *     WAS SENT MORE THAN ONE, THE LOWEST PRIORITY-SEQ (THE ONE
      *     THE STORE APPLIED) DECIDES.
      *================================================================
       2300-FIND-CHG-TYPE.

           STRING H-CHG-YY H-CHG-MM H-CHG-DD
              DELIMITED BY SIZE INTO WS-CHG-DATE-X
           MOVE H-ITM-NBR     TO WS-CHG-KEY-ITEM
           MOVE H-LCT-NBR     TO WS-CHG-KEY-STORE
           MOVE WS-CHG-DATE-X TO WS-CHG-KEY-DATE

           PERFORM 2050-READ-TYPF629W
              UNTIL TYP-KEY NOT < WS-CHG-KEY

           IF TYP-KEY = WS-CHG-KEY
              EVALUATE TRUE
                 WHEN TYP-ELP-CODE = '1'
                 WHEN TYP-PRIORITY-SEQ = 20
                    MOVE 'P' TO WS-CHG-TYP
                 WHEN TYP-ELP-CODE = '2'
                 WHEN TYP-ELP-CODE = '3'
                    MOVE 'M' TO WS-CHG-TYP
                 WHEN OTHER
                    MOVE 'C' TO WS-CHG-TYP
              END-EVALUATE
           ELSE
              MOVE 'U' TO WS-CHG-TYP
              ADD 1 TO WS-UNCODED-COUNT
           END-IF.

      *================================================================
      * 2400-LOAD-POS-GROUP - BUFFERS THE POS WEEKS FOR THE CHANGE'S
      *     ITEM/STORE.  CHANGES ARRIVE IN ITEM/STORE ORDER, SO THE
      *     FEED ONLY EVER MOVES FORWARD; SEVERAL CHANGES FOR THE
      *     SAME ITEM/STORE SHARE ONE BUFFER.
      *================================================================
       2400-LOAD-POS-GROUP.

           MOVE H-ITM-NBR TO WS-ROW-ITEM
           MOVE H-LCT-NBR TO WS-ROW-STORE
           IF WS-ROW-KEY = WS-POS-GRP-KEY
              CONTINUE
           ELSE
              MOVE WS-ROW-KEY TO WS-POS-GRP-KEY
              MOVE ZERO TO POSD-END
              PERFORM 2150-READ-POSF629A
                 UNTIL POS-KEY NOT < WS-ROW-KEY
              PERFORM UNTIL POS-KEY NOT = WS-ROW-KEY
                 IF POSD-END < POSD-MAX
                    ADD 1 TO POSD-END
                    MOVE POS-WEEK-DT TO POSD-WEEK-DT(POSD-END)
                    MOVE POS-UNITS   TO POSD-UNITS(POSD-END)
                    MOVE POS-SALES   TO POSD-SALES(POSD-END)
                 END-IF
                 PERFORM 2150-READ-POSF629A
              END-PERFORM
           END-IF.

      *================================================================
      * 3000-WRITE-LIFT-RPT - SORT OUTPUT PROCEDURE.  ONE LINE PER
      *     DEPARTMENT AND CHANGE TYPE, PRECEDED BY THAT GROUP'S
      *     CHANGES THAT LOST BOTH UNITS AND DOLLARS.
      *================================================================
       3000-WRITE-LIFT-RPT.

           PERFORM 3100-RETURN-SRTF629L
           PERFORM UNTIL SRT-EOF
              IF GRP-OPEN
                 IF SRT-DEPT    NOT = WS-GRP-DEPT OR
                    SRT-CHG-TYP NOT = WS-GRP-TYP
                    PERFORM 3300-CLOSE-GROUP
                    PERFORM 3200-OPEN-GROUP
                 END-IF
              ELSE
                 PERFORM 3200-OPEN-GROUP
              END-IF

              ADD 1              TO LFT-CHG-CNT
              ADD SRT-PRE-UNITS  TO LFT-PRE-UNITS
              ADD SRT-POST-UNITS TO LFT-POST-UNITS
              ADD SRT-PRE-SALES  TO LFT-PRE-SALES
              ADD SRT-POST-SALES TO LFT-POST-SALES
              ADD SRT-PRC-PCT    TO LFT-PRC-PCT-SUM
              IF SRT-POST-UNITS < SRT-PRE-UNITS AND
                 SRT-POST-SALES < SRT-PRE-SALES
                 ADD 1 TO LFT-LOST-CNT
                 PERFORM 3150-LIST-LOST-CHANGE
              END-IF

              PERFORM 3100-RETURN-SRTF629L
           END-PERFORM

           IF GRP-OPEN
              PERFORM 3300-CLOSE-GROUP
           END-IF.

       3100-RETURN-SRTF629L.

           RETURN SRTF629L
              AT END MOVE 'Y' TO WS-SRT-EOF-SW
           END-RETURN.

       3150-LIST-LOST-CHANGE.

           ADD 1 TO WS-LOST-COUNT
           MOVE SRT-OLD-RTL TO WS-RPT-AMT
           MOVE SRT-NEW-RTL TO WS-RPT-AMT2
           MOVE SPACES TO WS-REPORT-LINE
           STRING '  **LOST UNITS AND $ ITEM=' SRT-ITEM
                  ' STR=' SRT-STORE
                  ' ' SRT-CHG-DT
                  WS-RPT-AMT ' >' WS-RPT-AMT2
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE LFTR629A-RECORD FROM WS-REPORT-LINE.

       3200-OPEN-GROUP.

           MOVE 'Y' TO WS-GRP-OPEN-SW
           MOVE SRT-DEPT    TO WS-GRP-DEPT
           MOVE SRT-CHG-TYP TO WS-GRP-TYP
           INITIALIZE LFT-ACCUM.

      *================================================================
      * 3300-CLOSE-GROUP - PRINTS THE DEPARTMENT / TYPE LINE AND ADDS
      *     THE GROUP INTO ITS CHANGE TYPE'S RUN TOTALS.
      *================================================================
       3300-CLOSE-GROUP.

           MOVE 'N' TO WS-GRP-OPEN-SW
           MOVE 1 TO TYP-IDX
           PERFORM UNTIL TYP-IDX = 4
                      OR TYP-NAME-CD(TYP-IDX) = WS-GRP-TYP
              ADD 1 TO TYP-IDX
           END-PERFORM

           MOVE WS-GRP-DEPT TO LFTR-DEPT
           PERFORM 3400-FORMAT-LIFT-LINE
           WRITE LFTR629A-RECORD FROM LFT-RPT-LINE

           ADD LFT-CHG-CNT     TO TYP-TOT-CHG-CNT(TYP-IDX)
           ADD LFT-LOST-CNT    TO TYP-TOT-LOST-CNT(TYP-IDX)
           ADD LFT-PRE-UNITS   TO TYP-TOT-PRE-UNITS(TYP-IDX)
           ADD LFT-POST-UNITS  TO TYP-TOT-POST-UNITS(TYP-IDX)
           ADD LFT-PRE-SALES   TO TYP-TOT-PRE-SALES(TYP-IDX)
           ADD LFT-POST-SALES  TO TYP-TOT-POST-SALES(TYP-IDX)
           ADD LFT-PRC-PCT-SUM TO TYP-TOT-PRC-PCT-SUM(TYP-IDX).

      *================================================================
      * 3400-FORMAT-LIFT-LINE - LIFT PERCENTAGES, AVERAGE PRICE
      *     CHANGE AND IMPLIED ELASTICITY FROM THE TOTALS IN LFT-ACCUM
      *     FOR THE TYPE AT TYP-IDX.  A GROUP WITH NO BEFORE-WINDOW
      *     SALES HAS NO LIFT BASE, AND ONE WHOSE PRICES ON AVERAGE
      *     DID NOT MOVE HAS NO ELASTICITY - BOTH SHOW N/A.
      *================================================================
       3400-FORMAT-LIFT-LINE.

           MOVE TYP-NAME(TYP-IDX) TO LFTR-TYPE
           MOVE LFT-CHG-CNT       TO LFTR-CHG-CNT
           MOVE LFT-LOST-CNT      TO LFTR-LOST-CNT
           MOVE ZERO TO WS-UNIT-PCT
                        WS-SALE-PCT
           IF LFT-PRE-UNITS > ZERO
              COMPUTE WS-UNIT-PCT ROUNDED =
                 ((LFT-POST-UNITS - LFT-PRE-UNITS) * 100)
                    / LFT-PRE-UNITS
                 ON SIZE ERROR MOVE 999999.9 TO WS-UNIT-PCT
              END-COMPUTE
           END-IF
           IF LFT-PRE-SALES > ZERO
              COMPUTE WS-SALE-PCT ROUNDED =
                 ((LFT-POST-SALES - LFT-PRE-SALES) * 100)
                    / LFT-PRE-SALES
                 ON SIZE ERROR MOVE 999999.9 TO WS-SALE-PCT
              END-COMPUTE
           END-IF
           IF LFT-PRE-UNITS > ZERO
              MOVE WS-UNIT-PCT TO WS-EDIT-PCT
              MOVE WS-EDIT-PCT TO LFTR-UNIT-PCT
           ELSE
              MOVE '      N/A' TO LFTR-UNIT-PCT
           END-IF
           IF LFT-PRE-SALES > ZERO
              MOVE WS-SALE-PCT TO WS-EDIT-PCT
              MOVE WS-EDIT-PCT TO LFTR-SALE-PCT
           ELSE
              MOVE '      N/A' TO LFTR-SALE-PCT
           END-IF
           COMPUTE WS-AVG-PRC-PCT ROUNDED =
              LFT-PRC-PCT-SUM / LFT-CHG-CNT
           MOVE WS-AVG-PRC-PCT TO LFTR-PRC-PCT

           IF LFT-PRE-UNITS > ZERO AND WS-AVG-PRC-PCT NOT = ZERO
              COMPUTE WS-ELAST ROUNDED =
                 WS-UNIT-PCT / WS-AVG-PRC-PCT
                 ON SIZE ERROR MOVE 9999.99 TO WS-ELAST
              END-COMPUTE
              MOVE WS-ELAST      TO WS-EDIT-ELAST
              MOVE WS-EDIT-ELAST TO LFTR-ELAST
           ELSE
              MOVE '     N/A' TO LFTR-ELAST
           END-IF.

      *================================================================
      * 9000-SUMMARY-AND-STOP - TOTALS BY CHANGE TYPE, COUNTS AND
      *     RETURN CODE.
      *================================================================
       9000-SUMMARY-AND-STOP.

           MOVE SPACES TO WS-REPORT-LINE
           WRITE LFTR629A-RECORD FROM WS-REPORT-LINE
           MOVE 'ALL DEPARTMENTS BY CHANGE TYPE' TO WS-REPORT-LINE
           WRITE LFTR629A-RECORD FROM WS-REPORT-LINE
           MOVE 1 TO TYP-IDX
           PERFORM UNTIL TYP-IDX > 4
              IF TYP-TOT-CHG-CNT(TYP-IDX) > ZERO
                 MOVE TYP-TOT-CHG-CNT(TYP-IDX)     TO LFT-CHG-CNT
                 MOVE TYP-TOT-LOST-CNT(TYP-IDX)    TO LFT-LOST-CNT
                 MOVE TYP-TOT-PRE-UNITS(TYP-IDX)   TO LFT-PRE-UNITS
                 MOVE TYP-TOT-POST-UNITS(TYP-IDX)  TO LFT-POST-UNITS
                 MOVE TYP-TOT-PRE-SALES(TYP-IDX)   TO LFT-PRE-SALES
                 MOVE TYP-TOT-POST-SALES(TYP-IDX)  TO LFT-POST-SALES
                 MOVE TYP-TOT-PRC-PCT-SUM(TYP-IDX) TO LFT-PRC-PCT-SUM
                 MOVE 'ALL' TO LFTR-DEPT
                 PERFORM 3400-FORMAT-LIFT-LINE
                 WRITE LFTR629A-RECORD FROM LFT-RPT-LINE
              END-IF
              ADD 1 TO TYP-IDX
           END-PERFORM

           MOVE SPACES TO WS-REPORT-LINE
           WRITE LFTR629A-RECORD FROM WS-REPORT-LINE
           MOVE WS-CHANGE-ROWS TO WS-RPT-CNT
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'PRICE CHANGES IN THE WEEK=' WS-RPT-CNT
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE LFTR629A-RECORD FROM WS-REPORT-LINE
           MOVE WS-MEASURED-COUNT TO WS-RPT-CNT
           MOVE SPACES TO WS-REPORT-LINE
           STRING '  MEASURED=' WS-RPT-CNT
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE LFTR629A-RECORD FROM WS-REPORT-LINE
           MOVE WS-LOST-COUNT TO WS-RPT-CNT
           MOVE SPACES TO WS-REPORT-LINE
           STRING '  LOST BOTH UNITS AND DOLLARS=' WS-RPT-CNT
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE LFTR629A-RECORD FROM WS-REPORT-LINE
           MOVE WS-NO-MOVE-COUNT TO WS-RPT-CNT
           MOVE SPACES TO WS-REPORT-LINE
           STRING '  NO POS MOVEMENT EITHER SIDE=' WS-RPT-CNT
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE LFTR629A-RECORD FROM WS-REPORT-LINE
           MOVE WS-NO-BASE-COUNT TO WS-RPT-CNT
           MOVE SPACES TO WS-REPORT-LINE
           STRING '  FROM A ZERO RETAIL (NOT MEASURED)=' WS-RPT-CNT
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE LFTR629A-RECORD FROM WS-REPORT-LINE
           MOVE WS-UNCODED-COUNT TO WS-RPT-CNT
           MOVE SPACES TO WS-REPORT-LINE
           STRING '  NO PRCF610B RECORD (UNCODED)=' WS-RPT-CNT
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE LFTR629A-RECORD FROM WS-REPORT-LINE
           MOVE WS-TYPE-REC-COUNT TO WS-RPT-CNT
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'PRCF610B RECORDS READ FOR CODING=' WS-RPT-CNT
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE LFTR629A-RECORD FROM WS-REPORT-LINE
           CLOSE LFTR629A

           EVALUATE TRUE
              WHEN POS-SEQ-BROKEN
                 DISPLAY 'INSB629: POSF629A OUT OF SEQUENCE - SORT BY'
                         ' ITEM, STORE AND WEEK AND RERUN'
                 MOVE 8 TO RETURN-CODE
              WHEN WS-CHANGE-ROWS = ZERO
                 DISPLAY 'INSB629: NO PRICE CHANGES DATED '
                         H-WEEK-BGN ' THRU ' H-WEEK-END
                 MOVE 8 TO RETURN-CODE
              WHEN WS-UNCODED-COUNT > ZERO
                 DISPLAY 'INSB629: ANALYSIS COMPLETE - CHANGES WITH NO'
                         ' PRCF610B RECORD REPORTED AS UNCODED'
                 MOVE 4 TO RETURN-CODE
              WHEN OTHER
                 DISPLAY 'INSB629: ANALYSIS COMPLETE'
                 MOVE 0 TO RETURN-CODE
           END-EVALUATE
           STOP RUN.
