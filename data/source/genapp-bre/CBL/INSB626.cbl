       IDENTIFICATION DIVISION.
       PROGRAM-ID. INSB626.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      *
      *================================================================
      *    FUNCTION:
      *      VENDOR-FUNDED PROMOTION BILL-BACK CLAIMS.  MANY ADV107
      *      SALE PRICES ARE FUNDED BY THE VENDOR PER UNIT SOLD, BUT
      *      THE MONEY WAS CLAIMED BY HAND AND UNDER-CLAIMED.  RUN
      *      AFTER AN AD EVENT HAS ENDED, THIS STEP TAKES EVERY
      *      ADV107 SALE ITEM / ADV102 LOCATION OF THE EVENTS WHOSE
      *      ADV101 GOODTHRU-DATE IS THE CLAIM DATE (THE SAME
      *      EVENT/AREA JOIN INSB610'S ADV107A CURSOR USES) AND:
      *        - FINDS THE VENDOR DEAL AGREEMENT FOR THE ITEM WHOSE
      *          DEAL PERIOD ENDS ON THE EVENT'S GOODTHRU-DATE,
      *        - TOTALS THE STORE'S POS UNITS SOLD FOR THE ITEM FROM
      *          THE LOCATION'S DROP DATE THROUGH GOODTHRU-DATE,
      *        - PRICES THE CLAIM LINE AT THE DEAL'S FUNDING - A
      *          FLAT AMOUNT PER UNIT, OR A PERCENT OF THE PRICE
      *          REDUCTION (THE REGULAR PRICE IS THE LOCATION'S
      *          LATEST T3375 PRICE BEFORE THE DROP DATE; A MULTI-
      *          QUANTITY SALE PRICE IS TAKEN PER UNIT).
      *      CLAIM LINES ARE SORTED BY VENDOR AND EVENT AND WRITTEN
      *      AS ONE CLAIM PER VENDOR PER EVENT - A 'CLH' HEADER, THE
      *      ITEM/STORE 'CLD' DETAIL AND A 'CLT' TRAILER CARRYING
      *      THE LINE COUNT, UNITS AND CLAIM AMOUNT - FOR ACCOUNTS
      *      RECEIVABLE.  SALE ITEMS WITH NO FUNDING AGREEMENT ON
      *      FILE ARE LISTED ONCE PER EVENT ON THE EXCEPTION REPORT.
      *
      *    INPUT FILES:  PARMFILE - OPTIONAL, ONE CARD:
      *                     COLS  1-10  CLAIM DATE (CCYY-MM-DD) - THE
      *                                 GOODTHRU-DATE OF THE EVENTS
      *                                 TO CLAIM; ABSENT/EMPTY =
      *                                 YESTERDAY
      *                  DEALF626 - VENDOR DEAL AGREEMENTS:
      *                     COLS  1-07  VENDOR ID
      *                     COLS  8-16  ITEM NUMBER
      *                     COLS 17-26  DEAL BEGIN DATE (CCYY-MM-DD)
      *                     COLS 27-36  DEAL END DATE - MATCHES THE
      *                                 EVENT'S ADV101 GOODTHRU-DATE
      *                     COL  37     'U' AMOUNT PER UNIT SOLD /
      *                                 'P' PERCENT OF THE REDUCTION
      *                     COLS 38-44  FUNDING 9(05)V99 (DOLLARS PER
      *                                 UNIT, OR PERCENT)
      *                  POSF626A - POS UNITS SOLD:
      *                     COLS  1-09  ITEM NUMBER
      *                     COLS 10-13  STORE NUMBER
      *                     COLS 14-23  SALE DATE (CCYY-MM-DD)
      *                     COLS 24-30  UNITS SOLD 9(07)
      *                     (SORTED BY ITEM, STORE AND SALE DATE)
      *
      *    OUTPUT FILES: CLMF626A - BILL-BACK CLAIMS (CLH/CLD/CLT)
      *                  CLMR626A - CLAIM SUMMARY AND EXCEPTION REPORT
      *
      *    RETURN CODE:  00 - CLAIMS BUILT, EVERY SALE ITEM FUNDED
      *                  04 - CLAIMS BUILT, SALE ITEMS WITHOUT A
      *                       FUNDING AGREEMENT LISTED
      *                  08 - NOTHING TO CLAIM FOR THE DATE, OR POS
      *                       FEED OUT OF SEQUENCE
      *                  12 - BAD CONTROL CARD / SQL OR FILE ERROR
      *================================================================
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT PARMFILE ASSIGN TO PARMFILE
              FILE STATUS IS PARMFILE-STATUS.

           SELECT DEALF626 ASSIGN TO DEALF626
              FILE STATUS IS DEALF626-STATUS.

           SELECT POSF626A ASSIGN TO POSF626A
              FILE STATUS IS POSF626A-STATUS.

           SELECT CLMF626A ASSIGN TO CLMF626A
              FILE STATUS IS CLMF626A-STATUS.

           SELECT CLMR626A ASSIGN TO CLMR626A
              FILE STATUS IS CLMR626A-STATUS.

           SELECT SRTF626W ASSIGN TO SRTF626W.

       DATA DIVISION.
       FILE SECTION.

       FD  PARMFILE
           BLOCK CONTAINS 0 RECORDS.
       01  PARMFILE-RECORD                PIC X(80).

       FD  DEALF626
           BLOCK CONTAINS 0 RECORDS.
       01  DEALF626-RECORD                PIC X(80).

       FD  POSF626A
           BLOCK CONTAINS 0 RECORDS.
       01  POSF626A-RECORD                PIC X(80).

       FD  CLMF626A
           BLOCK CONTAINS 0 RECORDS.
       01  CLMF626A-RECORD                PIC X(100).

       FD  CLMR626A
           BLOCK CONTAINS 0 RECORDS.
       01  CLMR626A-RECORD                PIC X(80).

       SD  SRTF626W.
       01  SRT-CLAIM-LINE.
           05  SRT-VENDOR-ID             PIC X(07).
           05  SRT-EVENT-ID              PIC X(10).
           05  SRT-ITEM                  PIC 9(09).
           05  SRT-STORE                 PIC 9(04).
           05  SRT-GOODTHRU-DATE         PIC X(10).
           05  SRT-FUND-TYPE             PIC X(01).
           05  SRT-FUND-RATE             PIC 9(05)V99.
           05  SRT-UNITS                 PIC 9(07).
           05  SRT-REG-PRICE             PIC S9(07)V99.
           05  SRT-SALE-PRICE            PIC S9(07)V99.
           05  SRT-CLAIM-AMT             PIC S9(09)V99.

       WORKING-STORAGE SECTION.

       77  FILLER                         PIC X(36) VALUE
                   'INSB626 WORKING STORAGE BEGINS HERE'.

       01  WS-AREA.
           05  PARMFILE-STATUS            PIC XX  VALUE '00'.
           05  DEALF626-STATUS            PIC XX  VALUE '00'.
           05  POSF626A-STATUS            PIC XX  VALUE '00'.
               88  POSF626A-OPEN-OK               VALUE '00' '97'.
           05  CLMF626A-STATUS            PIC XX  VALUE '00'.
               88  CLMF626A-VALID-STATUS          VALUE '00'.
           05  CLMR626A-STATUS            PIC XX  VALUE '00'.
               88  CLMR626A-VALID-STATUS          VALUE '00'.

       01  PARM-CARD-REC.
           05  PARM-CLAIM-DT             PIC X(10).
           05  FILLER                    PIC X(70).

      *--  VENDOR DEAL AGREEMENTS ----------------------------------*
       01  DEALF626-REC.
           05  DEAL-CARD-VENDOR-ID       PIC X(07).
           05  DEAL-CARD-ITEM            PIC 9(09).
           05  DEAL-CARD-BGN-DT          PIC X(10).
           05  DEAL-CARD-END-DT          PIC X(10).
           05  DEAL-CARD-TYPE            PIC X(01).
           05  DEAL-CARD-RATE            PIC 9(05)V99.
           05  FILLER                    PIC X(36).

       01  DEAL-MAX                      PIC 9(05) COMP VALUE 5000.
       01  DEAL-IDX                      PIC 9(05) COMP VALUE ZERO.
       01  DEAL-END                      PIC 9(05) COMP VALUE ZERO.
       01  DEAL-TABLE.
           05  DEAL-ENTRY OCCURS 5000 TIMES.
               10  DEAL-VENDOR-ID        PIC X(07).
               10  DEAL-ITEM             PIC 9(09).
               10  DEAL-BGN-DT           PIC X(10).
               10  DEAL-END-DT           PIC X(10).
               10  DEAL-TYPE             PIC X(01).
               10  DEAL-RATE             PIC 9(05)V99.

       01  WS-DEALF626-EOF-SW            PIC X(01) VALUE 'N'.
           88  DEALF626-EOF                      VALUE 'Y'.
       01  WS-DEAL-FND-SW                PIC X(01) VALUE 'N'.
           88  DEAL-FND                          VALUE 'Y'.

      *--  POS UNITS FEED AND THE CURRENT ITEM/STORE'S DAYS ---------*
       01  POSF626A-REC.
           05  POS-KEY.
               10  POS-ITEM              PIC 9(09).
               10  POS-STORE             PIC 9(04).
           05  POS-SALE-DT               PIC X(10).
           05  POS-UNITS                 PIC 9(07).
           05  FILLER                    PIC X(50).

       01  WS-POSF626A-EOF-SW            PIC X(01) VALUE 'N'.
           88  POSF626A-EOF                      VALUE 'Y'.
       01  WS-PREV-POS-KEY               PIC X(23) VALUE LOW-VALUES.
       01  WS-POS-SEQ-KEY                PIC X(23).
       01  WS-POS-GRP-KEY                PIC X(13) VALUE LOW-VALUES.
       01  WS-ROW-KEY.
           05  WS-ROW-ITEM               PIC 9(09).
           05  WS-ROW-STORE              PIC 9(04).
       01  POSD-MAX                      PIC 9(03) COMP VALUE 400.
       01  POSD-IDX                      PIC 9(03) COMP VALUE ZERO.
       01  POSD-END                      PIC 9(03) COMP VALUE ZERO.
       01  POSD-TABLE.
           05  POSD-ENTRY OCCURS 400 TIMES.
               10  POSD-SALE-DT          PIC X(10).
               10  POSD-UNITS            PIC 9(07).

      *--  EVENTS ALREADY LISTED AS UNFUNDED FOR THE CURRENT ITEM ---*
       01  UNF-MAX                       PIC 9(03) COMP VALUE 100.
       01  UNF-IDX                       PIC 9(03) COMP VALUE ZERO.
       01  UNF-END                       PIC 9(03) COMP VALUE ZERO.
       01  UNF-ITEM                      PIC 9(09) VALUE ZERO.
       01  UNF-TABLE.
           05  UNF-EVENT-ID OCCURS 100 TIMES PIC X(10).

      *--  CLAIM FILE RECORDS --------------------------------------*
       01  CLM-CLH-REC.
           05  CLH-REC-ID                PIC X(03) VALUE 'CLH'.
           05  CLH-VENDOR-ID             PIC X(07).
           05  CLH-EVENT-ID              PIC X(10).
           05  CLH-GOODTHRU-DATE         PIC X(10).
           05  CLH-RUN-DATE              PIC X(10).
           05  FILLER                    PIC X(60) VALUE SPACES.

       01  CLM-CLD-REC.
           05  CLD-REC-ID                PIC X(03) VALUE 'CLD'.
           05  CLD-VENDOR-ID             PIC X(07).
           05  CLD-EVENT-ID              PIC X(10).
           05  CLD-ITEM                  PIC 9(09).
           05  CLD-STORE                 PIC 9(04).
           05  CLD-FUND-TYPE             PIC X(01).
           05  CLD-FUND-RATE             PIC 9(05)V99.
           05  CLD-UNITS                 PIC 9(07).
           05  CLD-REG-PRICE             PIC S9(07)V99.
           05  CLD-SALE-PRICE            PIC S9(07)V99.
           05  CLD-CLAIM-AMT             PIC S9(09)V99.
           05  FILLER                    PIC X(23) VALUE SPACES.

       01  CLM-CLT-REC.
           05  CLT-REC-ID                PIC X(03) VALUE 'CLT'.
           05  CLT-VENDOR-ID             PIC X(07).
           05  CLT-EVENT-ID              PIC X(10).
           05  CLT-LINE-COUNT            PIC 9(07).
           05  CLT-UNITS                 PIC 9(11).
           05  CLT-CLAIM-AMT             PIC S9(11)V99.
           05  FILLER                    PIC X(49) VALUE SPACES.

       01  WS-SRT-EOF-SW                 PIC X(01) VALUE 'N'.
           88  SRT-EOF                           VALUE 'Y'.
       01  WS-CLAIM-OPEN-SW              PIC X(01) VALUE 'N'.
           88  CLAIM-OPEN                        VALUE 'Y'.
       01  WS-SEQ-ERR-SW                 PIC X(01) VALUE 'N'.
           88  POS-SEQ-BROKEN                    VALUE 'Y'.

      *--  WORK FIELDS AND COUNTS ----------------------------------*
       01  WS-UNITS                      PIC 9(09) COMP VALUE ZERO.
       01  WS-UNIT-SALE-PRC              PIC S9(07)V99 COMP-3.
       01  WS-REDUCTION                  PIC S9(07)V99 COMP-3.
       01  WS-CLAIM-AMT                  PIC S9(09)V99 COMP-3.
       01  WS-CLM-LINES                  PIC 9(07) COMP VALUE ZERO.
       01  WS-CLM-UNITS                  PIC 9(11) COMP VALUE ZERO.
       01  WS-CLM-AMT                    PIC S9(11)V99 COMP-3
                                             VALUE ZERO.

       01  WS-SALE-ROWS                  PIC 9(09) COMP VALUE ZERO.
       01  WS-FUNDED-LINES               PIC 9(09) COMP VALUE ZERO.
       01  WS-NOSALE-ROWS                PIC 9(09) COMP VALUE ZERO.
       01  WS-NOREDUCE-ROWS              PIC 9(09) COMP VALUE ZERO.
       01  WS-UNFUNDED-ROWS              PIC 9(09) COMP VALUE ZERO.
       01  WS-UNFUNDED-LISTED            PIC 9(09) COMP VALUE ZERO.
       01  WS-CLAIM-COUNT                PIC 9(09) COMP VALUE ZERO.
       01  WS-TOT-CLAIM-AMT              PIC S9(13)V99 COMP-3
                                             VALUE ZERO.

      *--  HOST VARIABLES ------------------------------------------*
       01  H-TODAY                       PIC X(10).
       01  H-CLAIM-DT                    PIC X(10).
       01  H-ITM-NBR                     PIC 9(09).
       01  H-LCT-NBR                     PIC 9(04).
       01  H-EVENT-ID                    PIC X(10).
       01  H-DROP-DT                     PIC X(10).
       01  H-GOODTHRU-DT                 PIC X(10).
       01  H-SALE-PRICE                  PIC S9(07)V99 COMP-3.
       01  H-SALE-QTY                    PIC S9(03)    COMP-3.
       01  H-REG-RTL-AMT                 PIC S9(07)V99 COMP-3.

       01  ADV107B-EOF-SW                PIC X(01) VALUE 'N'.
           88  ADV107B-EOF                       VALUE 'Y'.

       01  WS-REPORT-LINE                PIC X(80).
       01  WS-RPT-CNT                    PIC Z(8)9.
       01  WS-RPT-CNT2                   PIC Z(8)9.
       01  WS-RPT-AMT                    PIC -(10)9.99.

           COPY SQLCA.

      *--  EVERY SALE ITEM / LOCATION OF THE EVENTS ENDING ON THE
      *--  CLAIM DATE - THE SAME EVENT / AREA / IN-SCOPE ITEM JOIN
      *--  AS INSB610'S ADV107A CURSOR, ORDERED BY ITEM AND STORE SO
      *--  THE POS FEED CAN BE MATCHED IN ONE PASS -----------------*
           EXEC SQL
              DECLARE ADV107B CURSOR WITH HOLD FOR
               SELECT ADV107.ITEM_NUMBER,
                      ADV102.LOCATION,
                      ADV101.EVENT_ID,
                      ADV102.DROP_DATE,
                      ADV101.GOODTHRU_DATE,
                      ADV107.SALE_PRICE,
                      ADV107.SALE_QTY
                 FROM ADV101 ADV101,
                      ADV102 ADV102,
                      ADV107 ADV107,
                      (SELECT T024_ITM_NBR
                         FROM T2567_LBR_CGY_ITM A,
                              T2565_LBR_CGY_TYP B
                        WHERE A.T2565_LBR_CGY_CD = B.T2565_LBR_CGY_CD
                          AND B.T2565_LBR_CGY_CD NOT IN (0,54)) T2567
                WHERE ADV101.EVENT_ID        = ADV102.EVENT_ID
                  AND ADV102.EVENT_ID        = ADV107.EVENT_ID
                  AND ADV101.GOODTHRU_DATE   = :H-CLAIM-DT
                  AND ADV102.ADV_AREA_NUMBER = ADV107.ADV_AREA_NUMBER
                  AND ADV107.ITEM_NUMBER     = T2567.T024_ITM_NBR
             ORDER BY ADV107.ITEM_NUMBER,
                      ADV102.LOCATION,
                      ADV101.EVENT_ID
              WITH UR
           END-EXEC.

       PROCEDURE DIVISION.

       0000-MAINLINE.

           PERFORM 1000-INITIALIZATION

           SORT SRTF626W
               ON ASCENDING KEY SRT-VENDOR-ID
                                SRT-EVENT-ID
                                SRT-ITEM
                                SRT-STORE
               INPUT PROCEDURE IS 2000-BUILD-CLAIM-LINES
               OUTPUT PROCEDURE IS 3000-WRITE-CLAIMS

           PERFORM 9000-SUMMARY-AND-STOP.

      *================================================================
      * 1000-INITIALIZATION - CLAIM DATE, DEAL TABLE, FILES.
      *================================================================
       1000-INITIALIZATION.

           EXEC SQL
             SET :H-TODAY = CHAR(CURRENT_DATE, ISO)
           END-EXEC
           IF NOT SQL-OK
              DISPLAY 'INSB626: SET TODAY FAILED SQLCODE=' SQLCODE
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF
           EXEC SQL
             SET :H-CLAIM-DT = CHAR(CURRENT_DATE - 1 DAY, ISO)
           END-EXEC

           OPEN INPUT PARMFILE
           IF PARMFILE-STATUS = '00'
              READ PARMFILE INTO PARM-CARD-REC
                 AT END CONTINUE
                 NOT AT END
                    IF PARM-CLAIM-DT NOT = SPACES
                       IF PARM-CLAIM-DT(5:1) = '-' AND
                          PARM-CLAIM-DT(8:1) = '-' AND
                          PARM-CLAIM-DT(1:4) NUMERIC AND
                          PARM-CLAIM-DT(6:2) NUMERIC AND
                          PARM-CLAIM-DT(9:2) NUMERIC
                          MOVE PARM-CLAIM-DT TO H-CLAIM-DT
                       ELSE
                          DISPLAY 'INSB626: BAD CLAIM DATE '''
                                  PARM-CLAIM-DT ''''
                          MOVE 12 TO RETURN-CODE
                          STOP RUN
                       END-IF
                    END-IF
              END-READ
              CLOSE PARMFILE
           END-IF

           PERFORM 1100-LOAD-DEALS

           OPEN INPUT POSF626A
           IF NOT POSF626A-OPEN-OK
              DISPLAY 'INSB626: POSF626A DID NOT OPEN - STATUS '
                      POSF626A-STATUS
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN OUTPUT CLMF626A
           IF NOT CLMF626A-VALID-STATUS
              DISPLAY 'INSB626: CLMF626A DID NOT OPEN - STATUS '
                      CLMF626A-STATUS
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN OUTPUT CLMR626A
           IF NOT CLMR626A-VALID-STATUS
              DISPLAY 'INSB626: CLMR626A DID NOT OPEN - STATUS '
                      CLMR626A-STATUS
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF
           MOVE '----- INSB626 VENDOR PROMOTION BILL-BACK CLAIMS -----'
                TO CLMR626A-RECORD
           WRITE CLMR626A-RECORD
           MOVE DEAL-END TO WS-RPT-CNT
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'RUN DATE: ' H-TODAY
                  '  EVENTS ENDING ' H-CLAIM-DT
                  '  DEALS=' WS-RPT-CNT
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE CLMR626A-RECORD FROM WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           WRITE CLMR626A-RECORD FROM WS-REPORT-LINE

           MOVE HIGH-VALUES TO POS-KEY
           PERFORM 2150-READ-POSF626A.

      *================================================================
      * 1100-LOAD-DEALS - THE VENDOR DEAL AGREEMENTS.  NO FILE MEANS
      *     NOTHING CAN BE CLAIMED, SO ITS ABSENCE IS A CONTROL ERROR.
      *================================================================
       1100-LOAD-DEALS.

           MOVE ZERO TO DEAL-IDX
           OPEN INPUT DEALF626
           IF DEALF626-STATUS NOT = '00'
              DISPLAY 'INSB626: NO DEAL AGREEMENT FILE (DEALF626) -'
                      ' NOTHING CAN BE CLAIMED'
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF
           PERFORM 1150-READ-DEALF626
           PERFORM UNTIL DEALF626-EOF
              IF DEAL-IDX = DEAL-MAX
                 DISPLAY 'INSB626: MORE THAN ' DEAL-MAX
                         ' DEAL AGREEMENTS - RAISE DEAL-MAX'
                 MOVE 12 TO RETURN-CODE
                 STOP RUN
              END-IF
              IF (DEAL-CARD-TYPE NOT = 'U' AND
                  DEAL-CARD-TYPE NOT = 'P') OR
                 DEAL-CARD-RATE NOT NUMERIC OR
                 DEAL-CARD-ITEM NOT NUMERIC
                 DISPLAY 'INSB626: BAD DEAL CARD FOR VENDOR '
                         DEAL-CARD-VENDOR-ID ' ITEM ' DEAL-CARD-ITEM
                 MOVE 12 TO RETURN-CODE
                 STOP RUN
              END-IF
              ADD 1 TO DEAL-IDX
              MOVE DEAL-CARD-VENDOR-ID TO DEAL-VENDOR-ID(DEAL-IDX)
              MOVE DEAL-CARD-ITEM      TO DEAL-ITEM(DEAL-IDX)
              MOVE DEAL-CARD-BGN-DT    TO DEAL-BGN-DT(DEAL-IDX)
              MOVE DEAL-CARD-END-DT    TO DEAL-END-DT(DEAL-IDX)
              MOVE DEAL-CARD-TYPE      TO DEAL-TYPE(DEAL-IDX)
              MOVE DEAL-CARD-RATE      TO DEAL-RATE(DEAL-IDX)
              PERFORM 1150-READ-DEALF626
           END-PERFORM
           CLOSE DEALF626
           MOVE DEAL-IDX TO DEAL-END.

       1150-READ-DEALF626.

           READ DEALF626 INTO DEALF626-REC
              AT END MOVE 'Y' TO WS-DEALF626-EOF-SW
           END-READ.

      *================================================================
      * 2000-BUILD-CLAIM-LINES - SORT INPUT PROCEDURE.  EVERY FUNDED
      *     SALE ITEM / STORE WITH UNITS SOLD IS PRICED AND RELEASED.
      *================================================================
       2000-BUILD-CLAIM-LINES.

           EXEC SQL
              OPEN ADV107B
           END-EXEC
           IF NOT SQL-OK
              DISPLAY 'INSB626: ADV107B OPEN FAILED SQLCODE=' SQLCODE
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF

           PERFORM 2100-FETCH-ADV107B
           PERFORM UNTIL ADV107B-EOF OR POS-SEQ-BROKEN
              ADD 1 TO WS-SALE-ROWS
              PERFORM 2200-PRICE-ONE-SALE-ROW
                 THRU 2200-PRICE-ROW-EXIT
              PERFORM 2100-FETCH-ADV107B
           END-PERFORM

           EXEC SQL
              CLOSE ADV107B
           END-EXEC
           CLOSE POSF626A.

       2100-FETCH-ADV107B.

           EXEC SQL
              FETCH ADV107B
               INTO :H-ITM-NBR,
                    :H-LCT-NBR,
                    :H-EVENT-ID,
                    :H-DROP-DT,
                    :H-GOODTHRU-DT,
                    :H-SALE-PRICE,
                    :H-SALE-QTY
           END-EXEC

           IF NOT SQL-OK
              IF SQL-EOF
                 MOVE 'Y' TO ADV107B-EOF-SW
              ELSE
                 DISPLAY 'INSB626: ADV107B FETCH FAILED SQLCODE='
                         SQLCODE
                 MOVE 12 TO RETURN-CODE
                 STOP RUN
              END-IF
           END-IF.

       2150-READ-POSF626A.

           READ POSF626A INTO POSF626A-REC
              AT END
                 MOVE 'Y' TO WS-POSF626A-EOF-SW
                 MOVE HIGH-VALUES TO POS-KEY
           END-READ

           IF NOT POSF626A-EOF
              MOVE POS-KEY     TO WS-POS-SEQ-KEY(1:13)
              MOVE POS-SALE-DT TO WS-POS-SEQ-KEY(14:10)
              IF WS-POS-SEQ-KEY < WS-PREV-POS-KEY
                 MOVE 'Y' TO WS-SEQ-ERR-SW
                 DISPLAY 'INSB626: POSF626A NOT IN ITEM/STORE/DATE '
                         'SEQUENCE AT ' WS-POS-SEQ-KEY
              END-IF
              MOVE WS-POS-SEQ-KEY TO WS-PREV-POS-KEY
           END-IF.

      *================================================================
      * 2200-PRICE-ONE-SALE-ROW - DEAL, UNITS SOLD IN THE WINDOW,
      *     FUNDING, RELEASE.
      *================================================================
       2200-PRICE-ONE-SALE-ROW.

           PERFORM 2300-FIND-DEAL
           IF NOT DEAL-FND
              ADD 1 TO WS-UNFUNDED-ROWS
              PERFORM 2350-LIST-UNFUNDED
              GO TO 2200-PRICE-ROW-EXIT
           END-IF

           PERFORM 2400-LOAD-POS-GROUP
           MOVE ZERO TO WS-UNITS
           MOVE 1 TO POSD-IDX
           PERFORM UNTIL POSD-IDX > POSD-END
              IF POSD-SALE-DT(POSD-IDX) NOT < H-DROP-DT AND
                 POSD-SALE-DT(POSD-IDX) NOT > H-GOODTHRU-DT
                 ADD POSD-UNITS(POSD-IDX) TO WS-UNITS
              END-IF
              ADD 1 TO POSD-IDX
           END-PERFORM
           IF WS-UNITS = ZERO
              ADD 1 TO WS-NOSALE-ROWS
              GO TO 2200-PRICE-ROW-EXIT
           END-IF

           IF H-SALE-QTY > 1
              COMPUTE WS-UNIT-SALE-PRC ROUNDED =
                 H-SALE-PRICE / H-SALE-QTY
           ELSE
              MOVE H-SALE-PRICE TO WS-UNIT-SALE-PRC
           END-IF

           PERFORM 2500-GET-REGULAR-PRICE
           IF DEAL-TYPE(DEAL-IDX) = 'U'
              COMPUTE WS-CLAIM-AMT ROUNDED =
                 WS-UNITS * DEAL-RATE(DEAL-IDX)
           ELSE
              COMPUTE WS-REDUCTION = H-REG-RTL-AMT - WS-UNIT-SALE-PRC
              IF WS-REDUCTION NOT > ZERO
                 ADD 1 TO WS-NOREDUCE-ROWS
                 MOVE H-REG-RTL-AMT    TO WS-RPT-AMT
                 MOVE SPACES TO WS-REPORT-LINE
                 STRING '**NO PRICE REDUCTION ITEM=' H-ITM-NBR
                        ' STORE=' H-LCT-NBR
                        ' EVENT=' H-EVENT-ID
                        ' REG=' WS-RPT-AMT
                        DELIMITED BY SIZE INTO WS-REPORT-LINE
                 WRITE CLMR626A-RECORD FROM WS-REPORT-LINE
                 GO TO 2200-PRICE-ROW-EXIT
              END-IF
              COMPUTE WS-CLAIM-AMT ROUNDED =
                 (WS-UNITS * WS-REDUCTION * DEAL-RATE(DEAL-IDX)) / 100
           END-IF

           MOVE DEAL-VENDOR-ID(DEAL-IDX) TO SRT-VENDOR-ID
           MOVE H-EVENT-ID               TO SRT-EVENT-ID
           MOVE H-ITM-NBR                TO SRT-ITEM
           MOVE H-LCT-NBR                TO SRT-STORE
           MOVE H-GOODTHRU-DT            TO SRT-GOODTHRU-DATE
           MOVE DEAL-TYPE(DEAL-IDX)      TO SRT-FUND-TYPE
           MOVE DEAL-RATE(DEAL-IDX)      TO SRT-FUND-RATE
           MOVE WS-UNITS                 TO SRT-UNITS
           MOVE H-REG-RTL-AMT            TO SRT-REG-PRICE
           MOVE WS-UNIT-SALE-PRC         TO SRT-SALE-PRICE
           MOVE WS-CLAIM-AMT             TO SRT-CLAIM-AMT
           RELEASE SRT-CLAIM-LINE
           ADD 1 TO WS-FUNDED-LINES.

       2200-PRICE-ROW-EXIT.
           EXIT.

      *================================================================
      * 2300-FIND-DEAL - THE ITEM'S AGREEMENT WHOSE PERIOD ENDS ON THE
      *     EVENT'S GOODTHRU-DATE AND HAD BEGUN BY THE DROP DATE.
      *================================================================
       2300-FIND-DEAL.

           MOVE 'N' TO WS-DEAL-FND-SW
           MOVE 1 TO DEAL-IDX
           PERFORM UNTIL DEAL-IDX > DEAL-END OR DEAL-FND
              IF DEAL-ITEM(DEAL-IDX)   = H-ITM-NBR     AND
                 DEAL-END-DT(DEAL-IDX) = H-GOODTHRU-DT AND
                 DEAL-BGN-DT(DEAL-IDX) NOT > H-DROP-DT
                 MOVE 'Y' TO WS-DEAL-FND-SW
              ELSE
                 ADD 1 TO DEAL-IDX
              END-IF
           END-PERFORM.

      *================================================================
      * 2350-LIST-UNFUNDED - ONE EXCEPTION LINE PER ITEM PER EVENT,
      *     HOWEVER MANY LOCATIONS CARRIED IT.
      *================================================================
       2350-LIST-UNFUNDED.

           IF H-ITM-NBR NOT = UNF-ITEM
              MOVE H-ITM-NBR TO UNF-ITEM
              MOVE ZERO TO UNF-END
           END-IF
           MOVE 1 TO UNF-IDX
           PERFORM UNTIL UNF-IDX > UNF-END
                      OR UNF-EVENT-ID(UNF-IDX) = H-EVENT-ID
              ADD 1 TO UNF-IDX
           END-PERFORM
           IF UNF-IDX > UNF-END
              IF UNF-END < UNF-MAX
                 ADD 1 TO UNF-END
                 MOVE H-EVENT-ID TO UNF-EVENT-ID(UNF-END)
              END-IF
              ADD 1 TO WS-UNFUNDED-LISTED
              MOVE H-SALE-PRICE TO WS-RPT-AMT
              MOVE SPACES TO WS-REPORT-LINE
              STRING '**NO FUNDING AGREEMENT ITEM=' H-ITM-NBR
                     ' EVENT=' H-EVENT-ID
                     ' SALE=' WS-RPT-AMT
                     DELIMITED BY SIZE INTO WS-REPORT-LINE
              WRITE CLMR626A-RECORD FROM WS-REPORT-LINE
           END-IF.

      *================================================================
      * 2400-LOAD-POS-GROUP - BUFFERS THE POS DAYS FOR THE ROW'S
      *     ITEM/STORE.  ROWS ARRIVE IN ITEM/STORE ORDER, SO THE FEED
      *     ONLY EVER MOVES FORWARD; SEVERAL EVENTS FOR THE SAME
      *     ITEM/STORE SHARE ONE BUFFER.
      *================================================================
       2400-LOAD-POS-GROUP.

           MOVE H-ITM-NBR TO WS-ROW-ITEM
           MOVE H-LCT-NBR TO WS-ROW-STORE
           IF WS-ROW-KEY = WS-POS-GRP-KEY
              CONTINUE
           ELSE
              MOVE WS-ROW-KEY TO WS-POS-GRP-KEY
              MOVE ZERO TO POSD-END
              PERFORM 2150-READ-POSF626A
                 UNTIL POS-KEY NOT < WS-ROW-KEY
              PERFORM UNTIL POS-KEY NOT = WS-ROW-KEY
                 IF POSD-END < POSD-MAX
                    ADD 1 TO POSD-END
                    MOVE POS-SALE-DT TO POSD-SALE-DT(POSD-END)
                    MOVE POS-UNITS   TO POSD-UNITS(POSD-END)
                 END-IF
                 PERFORM 2150-READ-POSF626A
              END-PERFORM
           END-IF.

      *================================================================
      * 2500-GET-REGULAR-PRICE - THE LOCATION'S LATEST T3375 PRICE
      *     BEFORE THE DROP DATE.  NO HISTORY LEAVES IT ZERO.
      *================================================================
       2500-GET-REGULAR-PRICE.

           MOVE ZERO TO H-REG-RTL-AMT
           EXEC SQL
             SELECT RTL_PRC_AMT
               INTO :H-REG-RTL-AMT
               FROM T3375_LBR_PRC_HST
              WHERE T024_ITM_NBR = :H-ITM-NBR
                AND T063_LCT_NBR = :H-LCT-NBR
                AND T3375_PRC_DT =
                    (SELECT MAX(T3375_PRC_DT)
                       FROM T3375_LBR_PRC_HST
                      WHERE T024_ITM_NBR = :H-ITM-NBR
                        AND T063_LCT_NBR = :H-LCT-NBR
                        AND T3375_PRC_DT < :H-DROP-DT)
               WITH UR
           END-EXEC

           IF NOT SQL-OK
              IF SQL-NOT-FND
                 MOVE ZERO TO H-REG-RTL-AMT
              ELSE
                 DISPLAY 'INSB626: T3375 REGULAR PRICE SELECT FAILED '
                         'SQLCODE=' SQLCODE
                 MOVE 12 TO RETURN-CODE
                 STOP RUN
              END-IF
           END-IF.

      *================================================================
      * 3000-WRITE-CLAIMS - SORT OUTPUT PROCEDURE.  ONE CLAIM PER
      *     VENDOR PER EVENT: CLH, THE CLD LINES, CLT TOTALS.
      *================================================================
       3000-WRITE-CLAIMS.

           PERFORM 3100-RETURN-SRTF626W
           PERFORM UNTIL SRT-EOF
              IF CLAIM-OPEN
                 IF SRT-VENDOR-ID NOT = CLH-VENDOR-ID OR
                    SRT-EVENT-ID  NOT = CLH-EVENT-ID
                    PERFORM 3300-CLOSE-CLAIM
                    PERFORM 3200-OPEN-CLAIM
                 END-IF
              ELSE
                 PERFORM 3200-OPEN-CLAIM
              END-IF

              MOVE SRT-VENDOR-ID  TO CLD-VENDOR-ID
              MOVE SRT-EVENT-ID   TO CLD-EVENT-ID
              MOVE SRT-ITEM       TO CLD-ITEM
              MOVE SRT-STORE      TO CLD-STORE
              MOVE SRT-FUND-TYPE  TO CLD-FUND-TYPE
              MOVE SRT-FUND-RATE  TO CLD-FUND-RATE
              MOVE SRT-UNITS      TO CLD-UNITS
              MOVE SRT-REG-PRICE  TO CLD-REG-PRICE
              MOVE SRT-SALE-PRICE TO CLD-SALE-PRICE
              MOVE SRT-CLAIM-AMT  TO CLD-CLAIM-AMT
              WRITE CLMF626A-RECORD FROM CLM-CLD-REC
              PERFORM 3900-CHECK-CLMF626A
              ADD 1             TO WS-CLM-LINES
              ADD SRT-UNITS     TO WS-CLM-UNITS
              ADD SRT-CLAIM-AMT TO WS-CLM-AMT

              PERFORM 3100-RETURN-SRTF626W
           END-PERFORM

           IF CLAIM-OPEN
              PERFORM 3300-CLOSE-CLAIM
           END-IF
           CLOSE CLMF626A.

       3100-RETURN-SRTF626W.

           RETURN SRTF626W
              AT END MOVE 'Y' TO WS-SRT-EOF-SW
           END-RETURN.

       3200-OPEN-CLAIM.

           MOVE 'Y' TO WS-CLAIM-OPEN-SW
           MOVE ZERO TO WS-CLM-LINES
                        WS-CLM-UNITS
                        WS-CLM-AMT
           MOVE SRT-VENDOR-ID     TO CLH-VENDOR-ID
           MOVE SRT-EVENT-ID      TO CLH-EVENT-ID
           MOVE SRT-GOODTHRU-DATE TO CLH-GOODTHRU-DATE
           MOVE H-TODAY           TO CLH-RUN-DATE
           WRITE CLMF626A-RECORD FROM CLM-CLH-REC
           PERFORM 3900-CHECK-CLMF626A
           ADD 1 TO WS-CLAIM-COUNT.

       3300-CLOSE-CLAIM.

           MOVE 'N' TO WS-CLAIM-OPEN-SW
           MOVE CLH-VENDOR-ID TO CLT-VENDOR-ID
           MOVE CLH-EVENT-ID  TO CLT-EVENT-ID
           MOVE WS-CLM-LINES  TO CLT-LINE-COUNT
           MOVE WS-CLM-UNITS  TO CLT-UNITS
           MOVE WS-CLM-AMT    TO CLT-CLAIM-AMT
           WRITE CLMF626A-RECORD FROM CLM-CLT-REC
           PERFORM 3900-CHECK-CLMF626A
           ADD WS-CLM-AMT TO WS-TOT-CLAIM-AMT

           MOVE WS-CLM-LINES TO WS-RPT-CNT
           MOVE WS-CLM-AMT   TO WS-RPT-AMT
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'CLAIM VENDOR=' CLT-VENDOR-ID
                  ' EVENT=' CLT-EVENT-ID
                  ' LINES=' WS-RPT-CNT
                  ' AMT=' WS-RPT-AMT
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE CLMR626A-RECORD FROM WS-REPORT-LINE.

       3900-CHECK-CLMF626A.

           IF NOT CLMF626A-VALID-STATUS
              DISPLAY 'INSB626: CLMF626A WRITE FAILED - STATUS '
                      CLMF626A-STATUS
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.

      *================================================================
      * 9000-SUMMARY-AND-STOP - TOTALS AND RETURN CODE.
      *================================================================
       9000-SUMMARY-AND-STOP.

           MOVE SPACES TO WS-REPORT-LINE
           WRITE CLMR626A-RECORD FROM WS-REPORT-LINE
           MOVE WS-SALE-ROWS TO WS-RPT-CNT
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'SALE ITEM/STORE ROWS=' WS-RPT-CNT
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE CLMR626A-RECORD FROM WS-REPORT-LINE
           MOVE WS-FUNDED-LINES TO WS-RPT-CNT
           MOVE SPACES TO WS-REPORT-LINE
           STRING '  CLAIM LINES=' WS-RPT-CNT
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE CLMR626A-RECORD FROM WS-REPORT-LINE
           MOVE WS-NOSALE-ROWS TO WS-RPT-CNT
           MOVE SPACES TO WS-REPORT-LINE
           STRING '  FUNDED, NO UNITS SOLD=' WS-RPT-CNT
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE CLMR626A-RECORD FROM WS-REPORT-LINE
           MOVE WS-NOREDUCE-ROWS TO WS-RPT-CNT
           MOVE SPACES TO WS-REPORT-LINE
           STRING '  FUNDED, NO PRICE REDUCTION=' WS-RPT-CNT
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE CLMR626A-RECORD FROM WS-REPORT-LINE
           MOVE WS-UNFUNDED-ROWS   TO WS-RPT-CNT
           MOVE WS-UNFUNDED-LISTED TO WS-RPT-CNT2
           MOVE SPACES TO WS-REPORT-LINE
           STRING '  NO FUNDING AGREEMENT=' WS-RPT-CNT
                  ' (ITEM/EVENTS LISTED=' WS-RPT-CNT2 ')'
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE CLMR626A-RECORD FROM WS-REPORT-LINE
           MOVE WS-CLAIM-COUNT   TO WS-RPT-CNT
           MOVE WS-TOT-CLAIM-AMT TO WS-RPT-AMT
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'CLAIMS WRITTEN=' WS-RPT-CNT
                  '  TOTAL CLAIMED=' WS-RPT-AMT
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE CLMR626A-RECORD FROM WS-REPORT-LINE
           CLOSE CLMR626A

           EVALUATE TRUE
              WHEN POS-SEQ-BROKEN
                 DISPLAY 'INSB626: POSF626A OUT OF SEQUENCE - SORT BY'
                         ' ITEM, STORE AND DATE AND RERUN'
                 MOVE 8 TO RETURN-CODE
              WHEN WS-CLAIM-COUNT = ZERO
                 DISPLAY 'INSB626: NOTHING TO CLAIM FOR EVENTS ENDING '
                         H-CLAIM-DT
                 MOVE 8 TO RETURN-CODE
              WHEN WS-UNFUNDED-ROWS > ZERO
                 DISPLAY 'INSB626: CLAIMS BUILT - UNFUNDED SALE ITEMS'
                         ' LISTED ON CLMR626A'
                 MOVE 4 TO RETURN-CODE
              WHEN OTHER
                 DISPLAY 'INSB626: CLAIMS BUILT'
                 MOVE 0 TO RETURN-CODE
           END-EVALUATE
           STOP RUN.
