       IDENTIFICATION DIVISION.
       PROGRAM-ID. INSB632.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      *
      *================================================================
      *    FUNCTION:
      *      STORE CLOSE-OUT FOR THE PRICE BOOK.  WHEN A STORE CLOSES
      *      IT DROPS OUT OF T165A/MISF999A AND INSB610 SIMPLY STOPS
      *      SENDING IT ANYTHING - ITS T3375_LBR_PRC_HST ROWS STAY
      *      OPEN-ENDED, INSB622 KEEPS FLAGGING THEM, INSB619 STILL
      *      EXPECTS A PRICE BOOK FOR IT AND NOBODY PRICES THE
      *      CLOSING SALE.  DRIVEN BY A CLOSURE CARD, THIS UTILITY:
      *        - PRICES THE CLOSING SALE: FOR EVERY ITEM ON THE
      *          STORE'S CURRENT REGULAR PRICE BOOK (ITS LATEST
      *          NON-AD T3375 ROW ON OR BEFORE THE SALE START) IN A
      *          DEPARTMENT WITH A CLOSING-SALE PERCENT, TAKES THE
      *          PERCENT OFF THE RETAIL AS INSB610'S CLEARANCE STEP
      *          DOES (NO MARGIN FLOOR), INSERTS THE T3375 ROW DATED
      *          THE SALE START (UPD_ID 'INSB632S') AND WRITES A
      *          PRCF610B-LAYOUT MARKDOWN AND A LBLF610A-LAYOUT
      *          CLEARANCE SHELF LABEL FOR IT,
      *        - END-DATES THE STORE'S PRICE HISTORY: EVERY T3375 ROW
      *          FOR THE LOCATION THAT IS OPEN-ENDED OR RUNS PAST THE
      *          CLOSING DAY GETS PME_END_EFC_DT = THE CLOSING DAY
      *          AND, UNLESS IT IS A SALE ROW, UPD_ID 'INSB632E'.
      *          ROWS DATED AFTER THE CLOSING DAY, AND AD WINDOWS
      *          THAT DO NOT BEGIN UNTIL AFTER IT, ARE LISTED AND
      *          LEFT FOR THE BUYER,
      *        - APPENDS AN 'X' EXCLUDE CARD FOR THE STORE TO
      *          INSB615'S OVERRIDE CARDS (OVRF615A), SO THE NEXT
      *          INSB615 RUN DROPS IT FROM MISF999A.
      *      THE CLOSE-OUT REPORT LISTS EVERY MARKDOWN, THE ROWS LEFT
      *      ALONE OR WHOSE AD WINDOW WAS CUT SHORT, AND THE ITEMS
      *      MARKED DOWN AND ROWS END-DATED BY DEPARTMENT.
      *
      *      FROM THE CLOSE-OUT ON, INSB610 FINDS THE STORE BY THOSE
      *      UPD_ID STAMPS AND BYPASSES IT - NO PRICE CHANGE,
      *      CLEARANCE, DELETE, LABEL OR T3375 ROW - SO THE CLOSING
      *      SALE STANDS AND NOTHING IS WRITTEN PAST THE CLOSING DAY;
      *      INSB619 STOPS AUDITING THE STORE ONCE THE CLOSING DAY
      *      HAS GONE.  A RERUN MARKS DOWN FROM THE SAME REGULAR
      *      RETAIL, REWRITES THE SAME SALE ROWS AND FINDS NOTHING
      *      LEFT TO END-DATE.
      *
      *      RUN ORDER: AFTER THAT NIGHT'S INSB610 AND BEFORE
      *      INSB615, NO LATER THAN THE NIGHT BEFORE THE LAST TRADING
      *      DAY.  INSB610'S LAST ROWS FOR THE STORE ARE THEN DATED
      *      NO LATER THAN THE CLOSING DAY AND ARE END-DATED WITH THE
      *      REST, A SALE STARTING TOMORROW REWRITES INSB610'S ROWS
      *      FOR TOMORROW, AND PRCF632B GOES TO THE STORE AFTER
      *      PRCF610B.  A STORE CLOSED OUT ONLY AFTER IT HAS CLOSED
      *      HAS ITS ROWS DATED PAST THE CLOSING DAY LISTED FOR THE
      *      BUYER.
      *
      *    INPUT FILES:  PARMFILE - THE CLOSURE CARD, REQUIRED:
      *                     COLS  1-04  STORE NUMBER
      *                     COLS  6-15  LAST TRADING DAY CCYY-MM-DD
      *                     COL  17     'T' TRIAL - REPORT AND
      *                                 EXTRACT ONLY, T3375 AND
      *                                 OVRF615A ARE NOT UPDATED
      *                                 (BLANK = CLOSE OUT)
      *                     COLS 19-28  CLOSING-SALE START CCYY-MM-DD
      *                                 (BLANK = TOMORROW)
      *                  FOLLOWED BY ONE CARD PER DEPARTMENT:
      *                     COLS  1-05  DEPARTMENT (LABOR CATEGORY,
      *                                 00000 = ANY DEPARTMENT
      *                                 WITHOUT ITS OWN CARD)
      *                     COLS  7-08  PERCENT OFF, 01-99
      *                  A DEPARTMENT CARD THAT FAILS IS LISTED ON
      *                  CLSR632A AND IGNORED.  NO DEPARTMENT CARDS
      *                  MEANS NO CLOSING SALE - THE BOOK IS ONLY
      *                  END-DATED AND THE STORE EXCLUDED.
      *                  OVRF615A - INSB615 OVERRIDE CARDS, READ TO
      *                             SEE WHETHER THE STORE IS ALREADY
      *                             EXCLUDED OR IS FORCED IN
      *
      *    OUTPUT FILES: PRCF632B - CLOSING-SALE MARKDOWN EXTRACT,
      *                             PRCF610B LAYOUT WITH HDR/TRL
      *                  LBLF632A - CLOSING-SALE SHELF LABELS,
      *                             LBLF610A LAYOUT
      *                  OVRF615A - EXTENDED WITH THE STORE'S 'X'
      *                             EXCLUDE CARD
      *                  CLSR632A - CLOSE-OUT REPORT
      *
      *    RETURN CODE:  00 - STORE CLOSED OUT
      *                  04 - STORE CLOSED OUT, EXCEPTIONS LISTED
      *                       (ROWS LEFT PAST THE CLOSING DAY, AN 'I'
      *                       INCLUDE CARD FOR THE STORE, OR A
      *                       REJECTED DEPARTMENT CARD)
      *                  08 - NOTHING TO MARK DOWN OR END-DATE
      *                  12 - PARAMETER, SQL OR FILE ERROR
      *================================================================
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT PARMFILE ASSIGN TO PARMFILE
              FILE STATUS IS PARMFILE-STATUS.

           SELECT OVRF615A ASSIGN TO OVRF615A
              FILE STATUS IS OVRF615A-STATUS.

           SELECT PRCF632B ASSIGN TO PRCF632B
              FILE STATUS IS PRCF632B-STATUS.

           SELECT LBLF632A ASSIGN TO LBLF632A
              FILE STATUS IS LBLF632A-STATUS.

           SELECT CLSR632A ASSIGN TO CLSR632A
              FILE STATUS IS CLSR632A-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  PARMFILE
           BLOCK CONTAINS 0 RECORDS.
       01  PARMFILE-RECORD                PIC X(80).

       FD  OVRF615A
           BLOCK CONTAINS 0 RECORDS.
       01  OVRF615A-RECORD                PIC X(80).

       FD  PRCF632B
           BLOCK CONTAINS 0 RECORDS.
       01  PRCF632B-RECORD                PIC X(150).

       FD  LBLF632A
           BLOCK CONTAINS 0 RECORDS.
       01  LBLF632A-RECORD                PIC X(100).

       FD  CLSR632A
           BLOCK CONTAINS 0 RECORDS.
       01  CLSR632A-RECORD                PIC X(80).

       WORKING-STORAGE SECTION.

       77  FILLER                         PIC X(36) VALUE
                   'INSB632 WORKING STORAGE BEGINS HERE'.

       01  WS-AREA.
           05  PARMFILE-STATUS            PIC XX  VALUE '00'.
               88  PARMFILE-VALID-STATUS          VALUE '00'.
           05  OVRF615A-STATUS            PIC XX  VALUE '00'.
               88  OVRF615A-OPEN-OK               VALUE '00' '97'.
               88  OVRF615A-VALID-STATUS          VALUE '00'.
           05  PRCF632B-STATUS            PIC XX  VALUE '00'.
               88  PRCF632B-VALID-STATUS          VALUE '00'.
           05  LBLF632A-STATUS            PIC XX  VALUE '00'.
               88  LBLF632A-VALID-STATUS          VALUE '00'.
           05  CLSR632A-STATUS            PIC XX  VALUE '00'.
               88  CLSR632A-VALID-STATUS          VALUE '00'.

      *--  CLOSURE CARD (FIRST PARMFILE CARD) -----------------------*
       01  PARM-CARD-REC.
           05  PARM-LCT                  PIC X(04).
           05  PARM-LCT-N REDEFINES PARM-LCT
                                         PIC 9(04).
           05  FILLER                    PIC X(01).
           05  PARM-CLS-DT               PIC X(10).
           05  FILLER                    PIC X(01).
           05  PARM-MODE                 PIC X(01).
           05  FILLER                    PIC X(01).
           05  PARM-SALE-DT              PIC X(10).
           05  FILLER                    PIC X(52).

      *--  CLOSING-SALE DEPARTMENT CARD (FOLLOWING PARMFILE CARDS) --*
       01  DPTC-CARD-REC.
           05  DPTC-DEPT                 PIC X(05).
           05  DPTC-DEPT-N REDEFINES DPTC-DEPT
                                         PIC 9(05).
           05  FILLER                    PIC X(01).
           05  DPTC-PCT                  PIC X(02).
           05  DPTC-PCT-N REDEFINES DPTC-PCT
                                         PIC 9(02).
           05  FILLER                    PIC X(72).

       01  WS-PARMFILE-EOF-SW            PIC X(01) VALUE 'N'.
           88  PARMFILE-EOF                      VALUE 'Y'.
       01  WS-TRIAL-SW                   PIC X(01) VALUE 'N'.
           88  TRIAL-MODE                        VALUE 'Y'.
       01  WS-DPTC-CARD-OK-SW            PIC X(01) VALUE 'Y'.
           88  DPTC-CARD-OK                      VALUE 'Y'.

      *--  CLOSING-SALE PERCENTS, ONE PER DEPARTMENT CARD; THE 00000
      *--  CARD'S PERCENT IS KEPT APART AS THE DEFAULT -------------*
       01  PCTS-MAX                      PIC 9(03) COMP VALUE 100.
       01  PCTS-IDX                      PIC 9(03) COMP VALUE ZERO.
       01  PCTS-END                      PIC 9(03) COMP VALUE ZERO.
       01  PCTS-TABLE.
           05  PCTS-ENTRY OCCURS 100 TIMES.
               10  PCTS-DEPT             PIC 9(05).
               10  PCTS-PCT              PIC 9(02).
       01  WS-PCTS-DFT-PCT               PIC 9(02) VALUE ZERO.
       01  WS-PCTS-FND-SW                PIC X(01) VALUE 'N'.
           88  PCTS-FND                          VALUE 'Y'.
       01  WS-ITM-PCT                    PIC 9(02) VALUE ZERO.
       01  WS-REJ-CARD-COUNT             PIC 9(05) COMP VALUE ZERO.

      *--  INSB615 OVERRIDE CARD (OVRF615A LAYOUT) ------------------*
       01  OVRF615A-REC.
           05  OVR-ACTION                PIC X(01).
               88  OVR-INCLUDE                   VALUE 'I'.
               88  OVR-EXCLUDE                   VALUE 'X'.
           05  OVR-STORE-NBR             PIC 9(04).
           05  OVR-DEAL-RDY-FLG          PIC X(01).
           05  FILLER                    PIC X(01).
           05  OVR-NOTE                  PIC X(40).
           05  FILLER                    PIC X(33).
       01  OVRF615A-REC-X REDEFINES OVRF615A-REC.
           05  FILLER                    PIC X(01).
           05  OVR-STORE-NBR-X           PIC X(04).
           05  FILLER                    PIC X(75).

       01  WS-OVRF615A-EOF-SW            PIC X(01) VALUE 'N'.
           88  OVRF615A-EOF                      VALUE 'Y'.
       01  WS-OVR-EXCL-SW                PIC X(01) VALUE 'N'.
           88  OVR-ALREADY-EXCLUDED              VALUE 'Y'.
       01  WS-OVR-INCL-SW                PIC X(01) VALUE 'N'.
           88  OVR-INCLUDE-FOUND                 VALUE 'Y'.
       01  WS-OVR-WRITTEN-SW             PIC X(01) VALUE 'N'.
           88  OVR-WRITTEN                       VALUE 'Y'.

      *--  HOST VARIABLES ------------------------------------------*
       01  H-TODAY                       PIC X(10).
       01  H-CLS-DT                      PIC X(10).
       01  H-SALE-DT                     PIC X(10).
       01  H-PARM-CLS-DT                 PIC X(10).
       01  H-PARM-SALE-DT                PIC X(10).
       01  H-LCT-NBR                     PIC 9(04).
       01  H-LCT-COUNT                   PIC S9(09) COMP.
       01  H-ITM-NBR                     PIC 9(09).
       01  H-REG-CST                     PIC S9(07)V99 COMP-3.
       01  H-REG-MRG                     PIC S9(03)V99 COMP-3.
       01  H-REG-RTL                     PIC S9(07)V99 COMP-3.
       01  H-SALE-MRG                    PIC S9(03)V99 COMP-3.
       01  H-SALE-RTL                    PIC S9(07)V99 COMP-3.
       01  H-CGY-CD                      PIC 9(05).
       01  H-CGY-IND                     PIC S9(04) COMP.
       01  H-ITM-DSC                     PIC X(20).
       01  H-PRC-DT                      PIC X(10).
       01  H-BGN-DT                      PIC X(10).
       01  H-BGN-IND                     PIC S9(04) COMP.
       01  H-END-DT                      PIC X(10).
       01  H-END-IND                     PIC S9(04) COMP.

       01  JOB-USE-ID                    PIC X(08).

       01  T3375K-EOF-SW                 PIC X(01) VALUE 'N'.
           88  T3375K-EOF                        VALUE 'Y'.
       01  T3375E-EOF-SW                 PIC X(01) VALUE 'N'.
           88  T3375E-EOF                        VALUE 'Y'.

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

      *--  MARKDOWNS AND END-DATED ROWS BY DEPARTMENT ---------------*
       01  DPT-MAX                       PIC 9(03) COMP VALUE 200.
       01  DPT-IDX                       PIC 9(03) COMP VALUE ZERO.
       01  DPT-END                       PIC 9(03) COMP VALUE ZERO.
       01  DPT-TABLE.
           05  DPT-ENTRY OCCURS 200 TIMES.
               10  DPT-CGY-CD            PIC 9(05).
               10  DPT-MKD-COUNT         PIC 9(09) COMP.
               10  DPT-MKD-AMT           PIC S9(11)V99 COMP-3.
               10  DPT-ENDDT-COUNT       PIC 9(09) COMP.
       01  WS-DPT-FND-SW                 PIC X(01) VALUE 'N'.
           88  DPT-FND                           VALUE 'Y'.
       01  WS-TLY-CGY-CD                 PIC 9(05) VALUE ZERO.

       01  WS-BOOK-COUNT                 PIC 9(09) COMP VALUE ZERO.
       01  WS-NOPCT-COUNT                PIC 9(09) COMP VALUE ZERO.
       01  WS-NORTL-COUNT                PIC 9(09) COMP VALUE ZERO.
       01  WS-MKD-COUNT                  PIC 9(09) COMP VALUE ZERO.
       01  WS-INSERT-COUNT               PIC 9(09) COMP VALUE ZERO.
       01  WS-REWRITE-COUNT              PIC 9(09) COMP VALUE ZERO.
       01  WS-LBL-COUNT                  PIC 9(09) COMP VALUE ZERO.
       01  WS-ROW-COUNT                  PIC 9(09) COMP VALUE ZERO.
       01  WS-ENDDT-COUNT                PIC 9(09) COMP VALUE ZERO.
       01  WS-CUT-COUNT                  PIC 9(09) COMP VALUE ZERO.
       01  WS-AFTER-COUNT                PIC 9(09) COMP VALUE ZERO.
       01  WS-MKD-AMT                    PIC S9(11)V99 COMP-3
                                             VALUE ZERO.
       01  WS-HASH-CONSUMER-SELL         PIC S9(13)V99 COMP-3
                                             VALUE ZERO.
       01  WS-HASH-STORE-NET             PIC S9(13)V99 COMP-3
                                             VALUE ZERO.

      *--  CLOSING-SALE MARKDOWN RECORD (INSB610 PRCF610B LAYOUT) ---*
       01  PRCF632B-REC.
           05  CLSB-ITEM-NUM             PIC 9(09).
           05  CLSB-STORE                PIC 9(04).
           05  CLSB-BUYER                PIC X(07).
           05  CLSB-TCODE                PIC X(01).
           05  CLSB-STATUS-CODE          PIC X(01).
           05  CLSB-STOCK-CODE           PIC X(01).
           05  CLSB-ELP-CODE             PIC X(01).
           05  CLSB-COMP-NET             PIC S9(07)V99.
           05  CLSB-STORE-NET            PIC S9(07)V99.
           05  CLSB-CONSUMER-SELL        PIC S9(07)V99.
           05  CLSB-EFF-DATE             PIC 9(08).
           05  CLSB-PRIORITY-SEQ         PIC 9(02).
           05  CLSB-LMP-AMT              PIC S9(03)V99.
           05  CLSB-LMP-EXP-DT           PIC 9(08).
           05  CLSB-NLP-EXP-DT           PIC X(08).
           05  CLSB-NLP-EFC-DT           PIC X(08).
           05  CLSB-NLP-AMT              PIC S9(07)V99.
           05  CLSB-DEAL-QTY             PIC 9(02).
           05  CLSB-DEAL-AMT             PIC S9(07)V99.
           05  CLSB-ITEM-DESC            PIC X(20).
           05  CLSB-DEPT                 PIC 9(05).
           05  CLSB-UNIT-PRC             PIC S9(05)V999.
           05  CLSB-UNIT-UOM             PIC X(03).
           05  FILLER                    PIC X(04) VALUE SPACES.

       01  PRCF632B-HDR-REC.
           05  CLSH-REC-ID               PIC X(03) VALUE 'HDR'.
           05  CLSH-RUN-DATE             PIC X(10).
           05  CLSH-EFF-DATE             PIC 9(08).
           05  CLSH-JOB-ID               PIC X(08).
           05  FILLER                    PIC X(121) VALUE SPACES.

       01  PRCF632B-TRL-REC.
           05  CLST-REC-ID               PIC X(03) VALUE 'TRL'.
           05  CLST-DETAIL-COUNT         PIC 9(09).
           05  CLST-HASH-CONSUMER-SELL   PIC S9(13)V99.
           05  CLST-HASH-STORE-NET       PIC S9(13)V99.
           05  FILLER                    PIC X(108) VALUE SPACES.

      *--  CLOSING-SALE SHELF-LABEL RECORD (INSB610 LBLF610A LAYOUT) *
       01  LBLF632A-REC.
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

      *--  MARKDOWN LINE (CLSR632A) ---------------------------------*
       01  WS-MKD-LINE.
           05  MKD-DEPT                  PIC 9(05).
           05  FILLER                    PIC X(01) VALUE SPACE.
           05  MKD-ITEM                  PIC 9(09).
           05  FILLER                    PIC X(01) VALUE SPACE.
           05  MKD-DESC                  PIC X(20).
           05  FILLER                    PIC X(01) VALUE SPACE.
           05  MKD-REG-RTL               PIC -(5)9.99.
           05  FILLER                    PIC X(01) VALUE SPACE.
           05  MKD-PCT                   PIC Z9.
           05  FILLER                    PIC X(01) VALUE '%'.
           05  FILLER                    PIC X(01) VALUE SPACE.
           05  MKD-SALE-RTL              PIC -(5)9.99.
           05  FILLER                    PIC X(01) VALUE SPACE.
           05  MKD-SALE-MRG              PIC -(3)9.99.
           05  FILLER                    PIC X(05) VALUE SPACES.

      *--  DEPARTMENT SUMMARY LINE (CLSR632A) -----------------------*
       01  WS-DPT-LINE.
           05  FILLER                    PIC X(05) VALUE 'DEPT '.
           05  DPL-DEPT                  PIC 9(05).
           05  FILLER                    PIC X(01) VALUE SPACE.
           05  DPL-PCT                   PIC Z9.
           05  FILLER                    PIC X(01) VALUE '%'.
           05  FILLER                    PIC X(01) VALUE SPACE.
           05  DPL-MKD-COUNT             PIC Z(8)9.
           05  FILLER                    PIC X(01) VALUE SPACE.
           05  DPL-MKD-AMT               PIC -(9)9.99.
           05  FILLER                    PIC X(01) VALUE SPACE.
           05  DPL-ENDDT-COUNT           PIC Z(8)9.
           05  FILLER                    PIC X(32) VALUE SPACES.

       01  WS-REPORT-LINE                PIC X(80).
       01  WS-RPT-CNT                    PIC Z(8)9.
       01  WS-RPT-AMT                    PIC -(9)9.99.
       01  WS-RPT-PCT                    PIC Z9.

           COPY SQLCA.

      *--  THE STORE'S CURRENT REGULAR BOOK: THE LATEST ROW PER ITEM
      *--  WITHOUT AN AD WINDOW, ON OR BEFORE THE SALE START, FOR THE
      *--  ITEMS INSB610'S T2567A CURSOR PRICES.  CLOSING-SALE ROWS
      *--  ('INSB632S') ARE PASSED OVER SO A RERUN MARKS DOWN FROM
      *--  THE REGULAR RETAIL AGAIN, NOT FROM THE SALE PRICE; ROWS
      *--  ONLY END-DATED ('INSB632E') ARE STILL THE REGULAR BOOK --*
           EXEC SQL
              DECLARE T3375K CURSOR WITH HOLD FOR
               SELECT M.T024_ITM_NBR,
                      M.CST_AMT,
                      M.MRG_PCT,
                      M.RTL_PRC_AMT,
                      T2567.T2565_LBR_CGY_CD,
                      SUBSTR(T024.ITM_DSC_TXT, 1, 20)
                 FROM T3375_LBR_PRC_HST M,
                      T2567_LBR_CGY_ITM T2567,
                      T024_ITM          T024
                WHERE M.T063_LCT_NBR      = :H-LCT-NBR
                  AND M.PME_BGN_EFC_DT IS NULL
                  AND M.UPD_ID           <> 'INSB632S'
                  AND M.T3375_PRC_DT =
                      (SELECT MAX(X.T3375_PRC_DT)
                         FROM T3375_LBR_PRC_HST X
                        WHERE X.T024_ITM_NBR = M.T024_ITM_NBR
                          AND X.T063_LCT_NBR = M.T063_LCT_NBR
                          AND X.PME_BGN_EFC_DT IS NULL
                          AND X.UPD_ID      <> 'INSB632S'
                          AND X.T3375_PRC_DT <= :H-SALE-DT)
                  AND T2567.T024_ITM_NBR     = M.T024_ITM_NBR
                  AND T2567.T2565_LBR_CGY_CD NOT IN (0,54)
                  AND T024.T024_ITM_NBR      = M.T024_ITM_NBR
             ORDER BY M.T024_ITM_NBR
              WITH UR
           END-EXEC.

      *--  EVERY ROW FOR THE STORE STILL OPEN-ENDED OR RUNNING PAST
      *--  THE CLOSING DAY; THE DEPARTMENT RIDES ALONG FOR THE
      *--  REPORT -----------------------------------------------------*
           EXEC SQL
              DECLARE T3375E CURSOR WITH HOLD FOR
               SELECT T3375.T024_ITM_NBR,
                      CHAR(T3375.T3375_PRC_DT, ISO),
                      T3375.PME_BGN_EFC_DT,
                      T3375.PME_END_EFC_DT,
                      T2567.T2565_LBR_CGY_CD
                 FROM T3375_LBR_PRC_HST T3375
                 LEFT OUTER JOIN T2567_LBR_CGY_ITM T2567
                   ON T2567.T024_ITM_NBR = T3375.T024_ITM_NBR
                WHERE T3375.T063_LCT_NBR = :H-LCT-NBR
                  AND (T3375.PME_END_EFC_DT IS NULL OR
                       T3375.PME_END_EFC_DT > :H-CLS-DT)
             ORDER BY T3375.T024_ITM_NBR,
                      T3375.T3375_PRC_DT
              WITH UR
           END-EXEC.

       PROCEDURE DIVISION.

       0000-MAINLINE.

           PERFORM 1000-INITIALIZATION
           PERFORM 2000-CLOSING-SALE
           PERFORM 3000-END-DATE-BOOK
           PERFORM 4000-EXCLUDE-STORE
              THRU 4000-EXCLUDE-STORE-EXIT
           PERFORM 9000-SUMMARY-AND-STOP.

      *================================================================
      * 1000-INITIALIZATION - CLOSURE CARD, DEPARTMENT CARDS, DATES,
      *     STORE CHECK, OVERRIDE CARDS AND OUTPUT FILES.
      *================================================================
       1000-INITIALIZATION.

           EXEC SQL
             SET :H-TODAY = CHAR(CURRENT_DATE, ISO)
           END-EXEC
           IF NOT SQL-OK
              DISPLAY 'INSB632: SET TODAY FAILED SQLCODE=' SQLCODE
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN OUTPUT CLSR632A
           IF NOT CLSR632A-VALID-STATUS
              DISPLAY 'INSB632: CLSR632A DID NOT OPEN - STATUS '
                      CLSR632A-STATUS
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF
           MOVE '------ INSB632 STORE CLOSE-OUT ------' TO
                CLSR632A-RECORD
           WRITE CLSR632A-RECORD

           OPEN INPUT PARMFILE
           IF NOT PARMFILE-VALID-STATUS
              DISPLAY 'INSB632: PARMFILE DID NOT OPEN - STATUS '
                      PARMFILE-STATUS
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF
           MOVE SPACES TO PARM-CARD-REC
           READ PARMFILE INTO PARM-CARD-REC
              AT END
                 DISPLAY 'INSB632: PARMFILE IS EMPTY'
                 MOVE 12 TO RETURN-CODE
                 STOP RUN
           END-READ

           PERFORM 1050-EDIT-PARM-CARD
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'STORE=' H-LCT-NBR
                  '  LAST TRADING DAY=' H-CLS-DT
                  '  RUN=' H-TODAY
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE CLSR632A-RECORD FROM WS-REPORT-LINE
           IF TRIAL-MODE
              MOVE 'MODE: TRIAL - T3375 AND OVRF615A NOT UPDATED'
                   TO CLSR632A-RECORD
           ELSE
              MOVE 'MODE: CLOSE OUT' TO CLSR632A-RECORD
           END-IF
           WRITE CLSR632A-RECORD

           PERFORM 1100-LOAD-DEPT-CARDS
           CLOSE PARMFILE

           PERFORM 1150-EDIT-SALE-DATE
           PERFORM 1200-CHECK-OVERRIDES
           PERFORM 1300-OPEN-OUTPUTS.

      *================================================================
      * 1050-EDIT-PARM-CARD - STORE NUMERIC, NON-ZERO AND ON
      *     T063A_LCT; LAST TRADING DAY A REAL DATE.
      *================================================================
       1050-EDIT-PARM-CARD.

           IF PARM-LCT NOT NUMERIC
              DISPLAY 'INSB632: BAD STORE NUMBER ON PARMFILE '''
                      PARM-LCT ''''
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF
           IF PARM-LCT-N = ZERO
              DISPLAY 'INSB632: STORE NUMBER MUST NOT BE ZERO'
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF
           MOVE PARM-LCT-N TO H-LCT-NBR

           EVALUATE PARM-MODE
              WHEN 'T'
                 MOVE 'Y' TO WS-TRIAL-SW
              WHEN SPACE
                 CONTINUE
              WHEN OTHER
                 DISPLAY 'INSB632: BAD MODE ''' PARM-MODE ''''
                 MOVE 12 TO RETURN-CODE
                 STOP RUN
           END-EVALUATE

           IF PARM-CLS-DT = SPACES
              DISPLAY 'INSB632: LAST TRADING DAY IS REQUIRED'
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF
           MOVE PARM-CLS-DT TO H-PARM-CLS-DT
           EXEC SQL
             SET :H-CLS-DT = CHAR(DATE(:H-PARM-CLS-DT), ISO)
           END-EXEC
           IF NOT SQL-OK
              DISPLAY 'INSB632: BAD LAST TRADING DAY ''' PARM-CLS-DT
                      ''' SQLCODE=' SQLCODE
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF

           EXEC SQL
              SELECT COUNT(*)
                INTO :H-LCT-COUNT
                FROM T063A_LCT
               WHERE T063_LCT_NBR = :H-LCT-NBR
               WITH UR
           END-EXEC
           IF NOT SQL-OK OR H-LCT-COUNT = ZERO
              DISPLAY 'INSB632: STORE ' H-LCT-NBR
                      ' NOT ON T063A_LCT SQLCODE=' SQLCODE
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF

           CALL 'GETJOB3'  USING JOB-USE-ID.

      *================================================================
      * 1100-LOAD-DEPT-CARDS - THE CLOSING-SALE PERCENT CARDS AFTER
      *     THE CLOSURE CARD.  THE DEPARTMENT AND PERCENT MUST BE
      *     NUMERIC, THE PERCENT 01-99, AND A DEPARTMENT MAY HAVE
      *     ONLY ONE CARD; A CARD THAT FAILS IS LISTED AND IGNORED,
      *     AS INSB610 DOES WITH ITS CLEARANCE SCHEDULE.
      *================================================================
       1100-LOAD-DEPT-CARDS.

           MOVE ZERO TO PCTS-IDX
           PERFORM 1110-READ-DEPT-CARD
           PERFORM UNTIL PARMFILE-EOF
              MOVE 'Y' TO WS-DPTC-CARD-OK-SW
              IF DPTC-DEPT NOT NUMERIC OR DPTC-PCT NOT NUMERIC
                 MOVE 'N' TO WS-DPTC-CARD-OK-SW
              ELSE
                 IF DPTC-PCT-N = ZERO
                    MOVE 'N' TO WS-DPTC-CARD-OK-SW
                 END-IF
                 IF DPTC-DEPT-N = ZERO AND WS-PCTS-DFT-PCT > ZERO
                    MOVE 'N' TO WS-DPTC-CARD-OK-SW
                 END-IF
                 MOVE 1 TO PCTS-IDX
                 PERFORM UNTIL PCTS-IDX > PCTS-END
                    IF PCTS-DEPT(PCTS-IDX) = DPTC-DEPT-N
                       MOVE 'N' TO WS-DPTC-CARD-OK-SW
                    END-IF
                    ADD 1 TO PCTS-IDX
                 END-PERFORM
                 IF DPTC-DEPT-N > ZERO AND PCTS-END = PCTS-MAX
                    MOVE 'N' TO WS-DPTC-CARD-OK-SW
                 END-IF
              END-IF
              IF DPTC-CARD-OK
                 IF DPTC-DEPT-N = ZERO
                    MOVE DPTC-PCT-N TO WS-PCTS-DFT-PCT
                 ELSE
                    ADD 1 TO PCTS-END
                    MOVE DPTC-DEPT-N TO PCTS-DEPT(PCTS-END)
                    MOVE DPTC-PCT-N  TO PCTS-PCT(PCTS-END)
                 END-IF
              ELSE
                 ADD 1 TO WS-REJ-CARD-COUNT
                 MOVE SPACES TO WS-REPORT-LINE
                 STRING '**DEPARTMENT CARD REJECTED - '
                        DPTC-CARD-REC(1:8)
                        DELIMITED BY SIZE INTO WS-REPORT-LINE
                 WRITE CLSR632A-RECORD FROM WS-REPORT-LINE
              END-IF
              PERFORM 1110-READ-DEPT-CARD
           END-PERFORM.

       1110-READ-DEPT-CARD.

           MOVE SPACES TO DPTC-CARD-REC
           READ PARMFILE INTO DPTC-CARD-REC
              AT END MOVE 'Y' TO WS-PARMFILE-EOF-SW
           END-READ.

      *================================================================
      * 1150-EDIT-SALE-DATE - WITH A CLOSING SALE TO PRICE, THE SALE
      *     STARTS AFTER TODAY (TOMORROW WHEN NOT GIVEN) AND NOT
      *     AFTER THE LAST TRADING DAY.  WITHOUT ONE THE STORE MAY
      *     ALREADY HAVE CLOSED.
      *================================================================
       1150-EDIT-SALE-DATE.

           IF PARM-SALE-DT = SPACES
              EXEC SQL
                SET :H-SALE-DT = CHAR(CURRENT_DATE + 1 DAY, ISO)
              END-EXEC
           ELSE
              MOVE PARM-SALE-DT TO H-PARM-SALE-DT
              EXEC SQL
                SET :H-SALE-DT = CHAR(DATE(:H-PARM-SALE-DT), ISO)
              END-EXEC
           END-IF
           IF NOT SQL-OK
              DISPLAY 'INSB632: BAD SALE START DATE ''' PARM-SALE-DT
                      ''' SQLCODE=' SQLCODE
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF

           IF PCTS-END > ZERO OR WS-PCTS-DFT-PCT > ZERO
              IF H-SALE-DT NOT > H-TODAY
                 DISPLAY 'INSB632: SALE START ' H-SALE-DT
                         ' IS NOT AFTER TODAY'
                 MOVE 12 TO RETURN-CODE
                 STOP RUN
              END-IF
              IF H-SALE-DT > H-CLS-DT
                 DISPLAY 'INSB632: SALE START ' H-SALE-DT
                         ' IS AFTER THE LAST TRADING DAY ' H-CLS-DT
                 MOVE 12 TO RETURN-CODE
                 STOP RUN
              END-IF
           END-IF
           MOVE H-SALE-DT TO WS-EFF-ISO
           STRING WS-EFF-YY WS-EFF-MM WS-EFF-DD
              DELIMITED BY SIZE INTO WS-EFF-DATE-X.

      *================================================================
      * 1200-CHECK-OVERRIDES - LOOKS FOR THE STORE ON INSB615'S
      *     OVERRIDE CARDS.  AN 'X' CARD ALREADY THERE IS NOT
      *     REPEATED; AN 'I' CARD IS REPORTED - INSB615 APPLIES THE
      *     CARDS IN ORDER, SO THE 'X' APPENDED BELOW STILL WINS,
      *     BUT THE 'I' SHOULD BE TAKEN OFF.
      *================================================================
       1200-CHECK-OVERRIDES.

           OPEN INPUT OVRF615A
           IF NOT OVRF615A-OPEN-OK
              DISPLAY 'INSB632: NO OVERRIDE CARDS YET - STATUS '
                      OVRF615A-STATUS
           ELSE
              PERFORM 1250-READ-OVRF615A
              PERFORM UNTIL OVRF615A-EOF
                 IF OVR-STORE-NBR-X NUMERIC
                    IF OVR-STORE-NBR = H-LCT-NBR
                       IF OVR-EXCLUDE
                          MOVE 'Y' TO WS-OVR-EXCL-SW
                       END-IF
                       IF OVR-INCLUDE
                          MOVE 'Y' TO WS-OVR-INCL-SW
                       END-IF
                    END-IF
                 END-IF
                 PERFORM 1250-READ-OVRF615A
              END-PERFORM
              CLOSE OVRF615A
           END-IF.

       1250-READ-OVRF615A.

           READ OVRF615A INTO OVRF615A-REC
              AT END MOVE 'Y' TO WS-OVRF615A-EOF-SW
           END-READ.

      *================================================================
      * 1300-OPEN-OUTPUTS - EXTRACT WITH ITS HDR, LABEL FILE, AND THE
      *     REPORT'S PERCENT TABLE AND MARKDOWN HEADING.
      *================================================================
       1300-OPEN-OUTPUTS.

           OPEN OUTPUT PRCF632B
           IF NOT PRCF632B-VALID-STATUS
              DISPLAY 'INSB632: PRCF632B DID NOT OPEN - STATUS '
                      PRCF632B-STATUS
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF
           OPEN OUTPUT LBLF632A
           IF NOT LBLF632A-VALID-STATUS
              DISPLAY 'INSB632: LBLF632A DID NOT OPEN - STATUS '
                      LBLF632A-STATUS
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF

           MOVE H-TODAY     TO CLSH-RUN-DATE
           MOVE WS-EFF-DATE TO CLSH-EFF-DATE
           MOVE JOB-USE-ID  TO CLSH-JOB-ID
           WRITE PRCF632B-RECORD FROM PRCF632B-HDR-REC

           MOVE SPACES TO CLSR632A-RECORD
           WRITE CLSR632A-RECORD
           IF PCTS-END = ZERO AND WS-PCTS-DFT-PCT = ZERO
              MOVE 'NO CLOSING SALE - NO DEPARTMENT PERCENT CARDS'
                   TO CLSR632A-RECORD
              WRITE CLSR632A-RECORD
           ELSE
              MOVE SPACES TO WS-REPORT-LINE
              STRING 'CLOSING SALE ' H-SALE-DT ' TO ' H-CLS-DT
                     ' - PERCENT OFF BY DEPARTMENT:'
                     DELIMITED BY SIZE INTO WS-REPORT-LINE
              WRITE CLSR632A-RECORD FROM WS-REPORT-LINE
              MOVE 1 TO PCTS-IDX
              PERFORM UNTIL PCTS-IDX > PCTS-END
                 MOVE PCTS-PCT(PCTS-IDX) TO WS-RPT-PCT
                 MOVE SPACES TO WS-REPORT-LINE
                 STRING '  DEPT ' PCTS-DEPT(PCTS-IDX)
                        ' ' WS-RPT-PCT '%'
                        DELIMITED BY SIZE INTO WS-REPORT-LINE
                 WRITE CLSR632A-RECORD FROM WS-REPORT-LINE
                 ADD 1 TO PCTS-IDX
              END-PERFORM
              MOVE SPACES TO WS-REPORT-LINE
              IF WS-PCTS-DFT-PCT > ZERO
                 MOVE WS-PCTS-DFT-PCT TO WS-RPT-PCT
                 STRING '  ALL OTHER DEPTS ' WS-RPT-PCT '%'
                        DELIMITED BY SIZE INTO WS-REPORT-LINE
              ELSE
                 MOVE '  ALL OTHER DEPTS NOT MARKED DOWN'
                      TO WS-REPORT-LINE
              END-IF
              WRITE CLSR632A-RECORD FROM WS-REPORT-LINE
              MOVE SPACES TO CLSR632A-RECORD
              WRITE CLSR632A-RECORD
              MOVE 'CLOSING-SALE MARKDOWNS' TO CLSR632A-RECORD
              WRITE CLSR632A-RECORD
              MOVE ' DEPT      ITEM DESCRIPTION            REG RTL'
                   TO CLSR632A-RECORD
              MOVE ' OFF  SALE RTL  MARGIN' TO CLSR632A-RECORD(47:22)
              WRITE CLSR632A-RECORD
           END-IF.

      *================================================================
      * 2000-CLOSING-SALE - ONE ITEM OF THE STORE'S CURRENT BOOK AT A
      *     TIME.  NOTHING TO DO WITHOUT A DEPARTMENT PERCENT CARD.
      *================================================================
       2000-CLOSING-SALE.

           IF PCTS-END = ZERO AND WS-PCTS-DFT-PCT = ZERO
              CONTINUE
           ELSE
              EXEC SQL
                 OPEN T3375K
              END-EXEC
              IF NOT SQL-OK
                 DISPLAY 'INSB632: T3375K OPEN FAILED SQLCODE='
                         SQLCODE
                 MOVE 12 TO RETURN-CODE
                 STOP RUN
              END-IF

              PERFORM 2100-FETCH-T3375K
              PERFORM UNTIL T3375K-EOF
                 ADD 1 TO WS-BOOK-COUNT
                 PERFORM 2200-MARK-DOWN-ONE-ITEM
                    THRU 2200-MARK-DOWN-ONE-ITEM-EXIT
                 PERFORM 2100-FETCH-T3375K
              END-PERFORM

              EXEC SQL
                 CLOSE T3375K
              END-EXEC

              IF NOT TRIAL-MODE
                 EXEC SQL COMMIT END-EXEC
                 MOVE ZERO TO WS-COMMIT-CNT
              END-IF
           END-IF.

       2100-FETCH-T3375K.

           EXEC SQL
              FETCH T3375K
               INTO :H-ITM-NBR,
                    :H-REG-CST,
                    :H-REG-MRG,
                    :H-REG-RTL,
                    :H-CGY-CD,
                    :H-ITM-DSC
           END-EXEC

           IF NOT SQL-OK
              IF SQL-EOF
                 MOVE 'Y' TO T3375K-EOF-SW
              ELSE
                 DISPLAY 'INSB632: T3375K FETCH FAILED SQLCODE='
                         SQLCODE
                 MOVE 12 TO RETURN-CODE
                 STOP RUN
              END-IF
           END-IF.

      *================================================================
      * 2200-MARK-DOWN-ONE-ITEM - THE DEPARTMENT'S PERCENT (ELSE THE
      *     DEFAULT) OFF THE REGULAR RETAIL, THEN THE T3375 ROW,
      *     EXTRACT DETAIL, LABEL AND REPORT LINE.
      *================================================================
       2200-MARK-DOWN-ONE-ITEM.

           IF H-REG-RTL NOT > ZERO
              ADD 1 TO WS-NORTL-COUNT
              GO TO 2200-MARK-DOWN-ONE-ITEM-EXIT
           END-IF

           MOVE 'N' TO WS-PCTS-FND-SW
           MOVE WS-PCTS-DFT-PCT TO WS-ITM-PCT
           MOVE 1 TO PCTS-IDX
           PERFORM UNTIL PCTS-IDX > PCTS-END OR PCTS-FND
              IF PCTS-DEPT(PCTS-IDX) = H-CGY-CD
                 MOVE 'Y' TO WS-PCTS-FND-SW
                 MOVE PCTS-PCT(PCTS-IDX) TO WS-ITM-PCT
              END-IF
              ADD 1 TO PCTS-IDX
           END-PERFORM
           IF WS-ITM-PCT = ZERO
              ADD 1 TO WS-NOPCT-COUNT
              GO TO 2200-MARK-DOWN-ONE-ITEM-EXIT
           END-IF

           PERFORM 2300-PRICE-CLOSING-SALE

           IF NOT TRIAL-MODE
              PERFORM 2500-INSERT-T3375
           END-IF
           PERFORM 2600-WRITE-EXTRACT

           ADD 1 TO WS-MKD-COUNT
           COMPUTE WS-MKD-AMT = WS-MKD-AMT + H-REG-RTL - H-SALE-RTL
           MOVE H-CGY-CD TO WS-TLY-CGY-CD
           PERFORM 2800-FIND-DEPT
           IF DPT-FND
              ADD 1 TO DPT-MKD-COUNT(DPT-IDX)
              COMPUTE DPT-MKD-AMT(DPT-IDX) =
                 DPT-MKD-AMT(DPT-IDX) + H-REG-RTL - H-SALE-RTL
           END-IF

           MOVE H-CGY-CD   TO MKD-DEPT
           MOVE H-ITM-NBR  TO MKD-ITEM
           MOVE H-ITM-DSC  TO MKD-DESC
           MOVE H-REG-RTL  TO MKD-REG-RTL
           MOVE WS-ITM-PCT TO MKD-PCT
           MOVE H-SALE-RTL TO MKD-SALE-RTL
           MOVE H-SALE-MRG TO MKD-SALE-MRG
           WRITE CLSR632A-RECORD FROM WS-MKD-LINE.

       2200-MARK-DOWN-ONE-ITEM-EXIT.
           EXIT.

      *================================================================
      * 2300-PRICE-CLOSING-SALE - THE REGULAR RETAIL LESS THE
      *     PERCENT, ROUNDED TO THE CENT, AS INSB610'S 0235 PRICES A
      *     CLEARANCE STEP.  A CLOSING SALE SELLS THROUGH BELOW COST
      *     TOO, SO NO MARGIN FLOOR; THE MARGIN IS STILL CARRIED.
      *================================================================
       2300-PRICE-CLOSING-SALE.

           COMPUTE H-SALE-RTL ROUNDED =
              H-REG-RTL * (100 - WS-ITM-PCT) / 100
           IF H-SALE-RTL > ZERO
              COMPUTE H-SALE-MRG ROUNDED =
                 ((H-SALE-RTL - H-REG-CST) * 100) / H-SALE-RTL
                 ON SIZE ERROR
                    MOVE -999.99 TO H-SALE-MRG
              END-COMPUTE
           ELSE
              MOVE ZERO TO H-SALE-MRG
           END-IF.

      *================================================================
      * 2500-INSERT-T3375 - THE SALE ROW, DATED THE SALE START WITH
      *     NO AD WINDOW, STAMPED 'INSB632S'; 3000 END-DATES IT WITH
      *     THE REST OF THE BOOK.  A RERUN, OR INSB610'S ROW FOR THE
      *     SAME DAY, IS FOUND THERE AND REWRITTEN, AS INSB610'S 0237
      *     DOES.
      *================================================================
       2500-INSERT-T3375.

           EXEC SQL
              INSERT INTO T3375_LBR_PRC_HST
                     (T024_ITM_NBR, T063_LCT_NBR,
                      T3375_PRC_DT, CST_AMT,
                      MRG_PCT,      RTL_PRC_AMT,
                      ADD_DT, UPD_DM, UPD_ID)
              VALUES (:H-ITM-NBR,
                      :H-LCT-NBR,
                      :H-SALE-DT,
                      :H-REG-CST,
                      :H-SALE-MRG,
                      :H-SALE-RTL,
                       CURRENT_DATE,
                       CURRENT_TIMESTAMP,
                      'INSB632S')
           END-EXEC

           IF SQLCODE = -803
              EXEC SQL
                 UPDATE T3375_LBR_PRC_HST
                    SET CST_AMT     = :H-REG-CST,
                        MRG_PCT     = :H-SALE-MRG,
                        RTL_PRC_AMT = :H-SALE-RTL,
                        UPD_DM      = CURRENT_TIMESTAMP,
                        UPD_ID      = 'INSB632S'
                  WHERE T024_ITM_NBR = :H-ITM-NBR
                    AND T063_LCT_NBR = :H-LCT-NBR
                    AND T3375_PRC_DT = :H-SALE-DT
              END-EXEC
              IF SQL-OK
                 ADD 1 TO WS-REWRITE-COUNT
              END-IF
           ELSE
              IF SQL-OK
                 ADD 1 TO WS-INSERT-COUNT
              END-IF
           END-IF

           IF NOT SQL-OK
              DISPLAY 'INSB632: T3375 INSERT FAILED SQLCODE='
                      SQLCODE ' ITEM=' H-ITM-NBR
                      ' LCT=' H-LCT-NBR
              EXEC SQL ROLLBACK END-EXEC
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF

           ADD 1 TO WS-COMMIT-CNT
           IF WS-COMMIT-CNT NOT < WS-COMMIT-FREQ
              EXEC SQL COMMIT END-EXEC
              MOVE ZERO TO WS-COMMIT-CNT
           END-IF.

      *================================================================
      * 2600-WRITE-EXTRACT - THE CLOSING-SALE MARKDOWN IN THE
      *     PRCF610B LAYOUT, SENT THE WAY INSB610'S 0862 SENDS A
      *     CLEARANCE MARKDOWN (ELP '9', PRIORITY 20, NO LMP/NLP/
      *     DEAL, COST IN BOTH NETS), AND ITS CLEARANCE LABEL.
      *================================================================
       2600-WRITE-EXTRACT.

           MOVE H-ITM-NBR       TO CLSB-ITEM-NUM
           MOVE H-LCT-NBR       TO CLSB-STORE
           MOVE 'INSB632'       TO CLSB-BUYER
           MOVE 'M'             TO CLSB-TCODE
           MOVE 'R'             TO CLSB-STATUS-CODE
           MOVE ' '             TO CLSB-STOCK-CODE
           MOVE '9'             TO CLSB-ELP-CODE
           MOVE H-REG-CST       TO CLSB-COMP-NET
                                   CLSB-STORE-NET
           MOVE H-SALE-RTL      TO CLSB-CONSUMER-SELL
           MOVE WS-EFF-DATE     TO CLSB-EFF-DATE
           MOVE 20              TO CLSB-PRIORITY-SEQ
           MOVE -0.01           TO CLSB-LMP-AMT
           MOVE 00000000        TO CLSB-LMP-EXP-DT
           MOVE '00000000'      TO CLSB-NLP-EXP-DT
                                   CLSB-NLP-EFC-DT
           MOVE ZERO            TO CLSB-NLP-AMT
                                   CLSB-DEAL-QTY
                                   CLSB-DEAL-AMT
                                   CLSB-UNIT-PRC
           MOVE H-ITM-DSC       TO CLSB-ITEM-DESC
           MOVE H-CGY-CD        TO CLSB-DEPT
           MOVE SPACES          TO CLSB-UNIT-UOM
           WRITE PRCF632B-RECORD FROM PRCF632B-REC
           IF NOT PRCF632B-VALID-STATUS
              DISPLAY 'INSB632: PRCF632B WRITE FAILED - STATUS '
                      PRCF632B-STATUS
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF
           ADD CLSB-CONSUMER-SELL TO WS-HASH-CONSUMER-SELL
           ADD CLSB-STORE-NET     TO WS-HASH-STORE-NET

           MOVE CLSB-STORE         TO LBL-STORE
           MOVE 'C'                TO LBL-TYPE-CODE
           MOVE CLSB-ITEM-NUM      TO LBL-ITEM-NUM
           MOVE CLSB-DEPT          TO LBL-DEPT
           MOVE CLSB-ITEM-DESC     TO LBL-ITEM-DESC
           MOVE CLSB-CONSUMER-SELL TO LBL-CONSUMER-SELL
           MOVE 'Y'                TO LBL-SALE-FLG
           MOVE CLSB-LMP-AMT       TO LBL-LMP-AMT
           MOVE CLSB-LMP-EXP-DT    TO LBL-LMP-EXP-DT
           MOVE CLSB-NLP-EFC-DT    TO LBL-NLP-EFC-DT
           MOVE CLSB-NLP-AMT       TO LBL-NLP-AMT
           MOVE CLSB-EFF-DATE      TO LBL-EFF-DATE
           MOVE CLSB-UNIT-PRC      TO LBL-UNIT-PRC
           MOVE CLSB-UNIT-UOM      TO LBL-UNIT-UOM
           WRITE LBLF632A-RECORD FROM LBLF632A-REC
           IF NOT LBLF632A-VALID-STATUS
              DISPLAY 'INSB632: LBLF632A WRITE FAILED - STATUS '
                      LBLF632A-STATUS
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF
           ADD 1 TO WS-LBL-COUNT.

      *================================================================
      * 2800-FIND-DEPT - POINTS DPT-IDX AT WS-TLY-CGY-CD'S ENTRY,
      *     ADDING IT WHEN NEW.  A FULL TABLE LEAVES DPT-FND OFF AND
      *     THE DEPARTMENT OUT OF THE SUMMARY (THE TOTALS STILL
      *     COUNT IT).
      *================================================================
       2800-FIND-DEPT.

           MOVE 'N' TO WS-DPT-FND-SW
           MOVE 1 TO DPT-IDX
           PERFORM UNTIL DPT-IDX > DPT-END OR DPT-FND
              IF DPT-CGY-CD(DPT-IDX) = WS-TLY-CGY-CD
                 MOVE 'Y' TO WS-DPT-FND-SW
              ELSE
                 ADD 1 TO DPT-IDX
              END-IF
           END-PERFORM
           IF NOT DPT-FND
              IF DPT-END < DPT-MAX
                 ADD 1 TO DPT-END
                 MOVE DPT-END       TO DPT-IDX
                 MOVE WS-TLY-CGY-CD TO DPT-CGY-CD(DPT-IDX)
                 MOVE ZERO          TO DPT-MKD-COUNT(DPT-IDX)
                                       DPT-MKD-AMT(DPT-IDX)
                                       DPT-ENDDT-COUNT(DPT-IDX)
                 MOVE 'Y' TO WS-DPT-FND-SW
              END-IF
           END-IF.

      *================================================================
      * 3000-END-DATE-BOOK - EVERY ROW FOR THE STORE STILL OPEN, OR
      *     RUNNING PAST THE CLOSING DAY, IS CLOSED ON IT.
      *================================================================
       3000-END-DATE-BOOK.

           MOVE SPACES TO CLSR632A-RECORD
           WRITE CLSR632A-RECORD
           MOVE 'PRICE HISTORY END-DATED - ROWS CUT SHORT OR LEFT OPEN'
                TO CLSR632A-RECORD
           WRITE CLSR632A-RECORD

           EXEC SQL
              OPEN T3375E
           END-EXEC
           IF NOT SQL-OK
              DISPLAY 'INSB632: T3375E OPEN FAILED SQLCODE=' SQLCODE
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF

           PERFORM 3100-FETCH-T3375E
           PERFORM UNTIL T3375E-EOF
              ADD 1 TO WS-ROW-COUNT
              PERFORM 3200-END-DATE-ONE-ROW
                 THRU 3200-END-DATE-ONE-ROW-EXIT
              PERFORM 3100-FETCH-T3375E
           END-PERFORM

           EXEC SQL
              CLOSE T3375E
           END-EXEC

           IF NOT TRIAL-MODE
              EXEC SQL COMMIT END-EXEC
           END-IF.

       3100-FETCH-T3375E.

           MOVE ZERO TO H-BGN-IND
                        H-END-IND
           EXEC SQL
              FETCH T3375E
               INTO :H-ITM-NBR,
                    :H-PRC-DT,
                    :H-BGN-DT :H-BGN-IND,
                    :H-END-DT :H-END-IND,
                    :H-CGY-CD :H-CGY-IND
           END-EXEC

           IF SQL-OK
              IF H-CGY-IND < ZERO
                 MOVE ZERO TO H-CGY-CD
              END-IF
           ELSE
              IF SQL-EOF
                 MOVE 'Y' TO T3375E-EOF-SW
              ELSE
                 DISPLAY 'INSB632: T3375E FETCH FAILED SQLCODE='
                         SQLCODE
                 MOVE 12 TO RETURN-CODE
                 STOP RUN
              END-IF
           END-IF.

      *================================================================
      * 3200-END-DATE-ONE-ROW - A ROW DATED AFTER THE CLOSING DAY, OR
      *     AN AD WINDOW THAT ONLY BEGINS AFTER IT, CANNOT BE CLOSED
      *     ON IT AND IS LISTED FOR THE BUYER.  AN AD WINDOW THAT
      *     RAN PAST THE CLOSING DAY IS LISTED AS IT IS CUT SHORT.
      *     A REGULAR ROW IS STAMPED 'INSB632E', WHICH T3375K STILL
      *     READS AS REGULAR BOOK; A SALE ROW KEEPS 'INSB632S'.
      *================================================================
       3200-END-DATE-ONE-ROW.

           IF H-PRC-DT > H-CLS-DT
              ADD 1 TO WS-AFTER-COUNT
              MOVE SPACES TO WS-REPORT-LINE
              STRING '**DATED AFTER CLOSE - DEPT=' H-CGY-CD
                     ' ITEM=' H-ITM-NBR
                     ' PRC-DT=' H-PRC-DT
                     ' - LEFT OPEN'
                     DELIMITED BY SIZE INTO WS-REPORT-LINE
              WRITE CLSR632A-RECORD FROM WS-REPORT-LINE
              GO TO 3200-END-DATE-ONE-ROW-EXIT
           END-IF
           IF H-BGN-IND NOT < ZERO
              IF H-BGN-DT > H-CLS-DT
                 ADD 1 TO WS-AFTER-COUNT
                 MOVE SPACES TO WS-REPORT-LINE
                 STRING '**AD BEGINS AFTER CLOSE - DEPT=' H-CGY-CD
                        ' ITEM=' H-ITM-NBR
                        ' BGN=' H-BGN-DT
                        ' - LEFT OPEN'
                        DELIMITED BY SIZE INTO WS-REPORT-LINE
                 WRITE CLSR632A-RECORD FROM WS-REPORT-LINE
                 GO TO 3200-END-DATE-ONE-ROW-EXIT
              END-IF
           END-IF

           IF NOT TRIAL-MODE
              EXEC SQL
                 UPDATE T3375_LBR_PRC_HST
                    SET PME_END_EFC_DT = :H-CLS-DT,
                        UPD_DM         = CURRENT_TIMESTAMP,
                        UPD_ID         =
                        CASE WHEN UPD_ID = 'INSB632S'
                             THEN UPD_ID
                             ELSE 'INSB632E' END
                  WHERE T024_ITM_NBR = :H-ITM-NBR
                    AND T063_LCT_NBR = :H-LCT-NBR
                    AND T3375_PRC_DT = :H-PRC-DT
              END-EXEC
              IF NOT SQL-OK
                 DISPLAY 'INSB632: END-DATE UPDATE FAILED SQLCODE='
                         SQLCODE ' ITEM=' H-ITM-NBR
                         ' PRC-DT=' H-PRC-DT
                 EXEC SQL ROLLBACK END-EXEC
                 MOVE 12 TO RETURN-CODE
                 STOP RUN
              END-IF
              ADD 1 TO WS-COMMIT-CNT
              IF WS-COMMIT-CNT NOT < WS-COMMIT-FREQ
                 EXEC SQL COMMIT END-EXEC
                 MOVE ZERO TO WS-COMMIT-CNT
              END-IF
           END-IF

           ADD 1 TO WS-ENDDT-COUNT
           MOVE H-CGY-CD TO WS-TLY-CGY-CD
           PERFORM 2800-FIND-DEPT
           IF DPT-FND
              ADD 1 TO DPT-ENDDT-COUNT(DPT-IDX)
           END-IF

           IF H-END-IND NOT < ZERO
              ADD 1 TO WS-CUT-COUNT
              MOVE SPACES TO WS-REPORT-LINE
              STRING '  AD CUT SHORT - DEPT=' H-CGY-CD
                     ' ITEM=' H-ITM-NBR
                     ' END WAS ' H-END-DT
                     ', NOW ' H-CLS-DT
                     DELIMITED BY SIZE INTO WS-REPORT-LINE
              WRITE CLSR632A-RECORD FROM WS-REPORT-LINE
           END-IF.

       3200-END-DATE-ONE-ROW-EXIT.
           EXIT.

      *================================================================
      * 4000-EXCLUDE-STORE - APPENDS 'X' + STORE TO INSB615'S
      *     OVERRIDE CARDS (STARTING THE FILE IF THERE IS NONE) UNLESS
      *     ONE IS ALREADY THERE.  THE NOTE IN COLS 8-47 IS IGNORED
      *     BY INSB615.
      *================================================================
       4000-EXCLUDE-STORE.

           IF OVR-ALREADY-EXCLUDED OR TRIAL-MODE
              GO TO 4000-EXCLUDE-STORE-EXIT
           END-IF

           OPEN EXTEND OVRF615A
           IF NOT OVRF615A-VALID-STATUS
              OPEN OUTPUT OVRF615A
           END-IF
           IF NOT OVRF615A-VALID-STATUS
              DISPLAY 'INSB632: OVRF615A DID NOT OPEN - STATUS '
                      OVRF615A-STATUS
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF

           MOVE SPACES    TO OVRF615A-REC
           MOVE 'X'       TO OVR-ACTION
           MOVE H-LCT-NBR TO OVR-STORE-NBR
           STRING 'CLOSED ' H-CLS-DT ' INSB632 ' H-TODAY
                  DELIMITED BY SIZE INTO OVR-NOTE
           WRITE OVRF615A-RECORD FROM OVRF615A-REC
           IF NOT OVRF615A-VALID-STATUS
              DISPLAY 'INSB632: OVRF615A WRITE FAILED - STATUS '
                      OVRF615A-STATUS
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF
           CLOSE OVRF615A
           MOVE 'Y' TO WS-OVR-WRITTEN-SW.

       4000-EXCLUDE-STORE-EXIT.
           EXIT.

      *================================================================
      * 9000-SUMMARY-AND-STOP - TRAILER, TOTALS BY DEPARTMENT AND IN
      *     ALL, AND RETURN CODE.
      *================================================================
       9000-SUMMARY-AND-STOP.

           MOVE WS-MKD-COUNT          TO CLST-DETAIL-COUNT
           MOVE WS-HASH-CONSUMER-SELL TO CLST-HASH-CONSUMER-SELL
           MOVE WS-HASH-STORE-NET     TO CLST-HASH-STORE-NET
           WRITE PRCF632B-RECORD FROM PRCF632B-TRL-REC
           CLOSE PRCF632B
           CLOSE LBLF632A

           MOVE SPACES TO CLSR632A-RECORD
           WRITE CLSR632A-RECORD
           MOVE 'BY DEPARTMENT     MARKED    MKDN VALUE END-DATED'
                TO CLSR632A-RECORD
           WRITE CLSR632A-RECORD
           MOVE 1 TO DPT-IDX
           PERFORM UNTIL DPT-IDX > DPT-END
              MOVE DPT-CGY-CD(DPT-IDX)      TO DPL-DEPT
              MOVE WS-PCTS-DFT-PCT          TO DPL-PCT
              MOVE 1 TO PCTS-IDX
              PERFORM UNTIL PCTS-IDX > PCTS-END
                 IF PCTS-DEPT(PCTS-IDX) = DPT-CGY-CD(DPT-IDX)
                    MOVE PCTS-PCT(PCTS-IDX) TO DPL-PCT
                 END-IF
                 ADD 1 TO PCTS-IDX
              END-PERFORM
              MOVE DPT-MKD-COUNT(DPT-IDX)   TO DPL-MKD-COUNT
              MOVE DPT-MKD-AMT(DPT-IDX)     TO DPL-MKD-AMT
              MOVE DPT-ENDDT-COUNT(DPT-IDX) TO DPL-ENDDT-COUNT
              WRITE CLSR632A-RECORD FROM WS-DPT-LINE
              ADD 1 TO DPT-IDX
           END-PERFORM

           MOVE SPACES TO CLSR632A-RECORD
           WRITE CLSR632A-RECORD
           MOVE WS-BOOK-COUNT TO WS-RPT-CNT
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'ITEMS ON CURRENT BOOK=' WS-RPT-CNT
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE CLSR632A-RECORD FROM WS-REPORT-LINE
           MOVE WS-NORTL-COUNT TO WS-RPT-CNT
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'BOOK ROWS WITH NO RETAIL=' WS-RPT-CNT
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE CLSR632A-RECORD FROM WS-REPORT-LINE
           MOVE WS-NOPCT-COUNT TO WS-RPT-CNT
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'NO DEPARTMENT PERCENT - NOT MARKED DOWN='
                  WS-RPT-CNT
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE CLSR632A-RECORD FROM WS-REPORT-LINE
           MOVE WS-MKD-COUNT TO WS-RPT-CNT
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'CLOSING-SALE MARKDOWNS WRITTEN=' WS-RPT-CNT
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE CLSR632A-RECORD FROM WS-REPORT-LINE
           MOVE WS-MKD-AMT TO WS-RPT-AMT
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'MARKDOWN VALUE (PER UNIT)=' WS-RPT-AMT
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE CLSR632A-RECORD FROM WS-REPORT-LINE
           MOVE WS-LBL-COUNT TO WS-RPT-CNT
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'CLEARANCE LABELS WRITTEN=' WS-RPT-CNT
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE CLSR632A-RECORD FROM WS-REPORT-LINE
           MOVE WS-INSERT-COUNT TO WS-RPT-CNT
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'T3375 SALE ROWS ADDED=' WS-RPT-CNT
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE CLSR632A-RECORD FROM WS-REPORT-LINE
           MOVE WS-REWRITE-COUNT TO WS-RPT-CNT
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'T3375 SALE ROWS REWRITTEN=' WS-RPT-CNT
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE CLSR632A-RECORD FROM WS-REPORT-LINE
           MOVE WS-ROW-COUNT TO WS-RPT-CNT
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'OPEN T3375 ROWS READ=' WS-RPT-CNT
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE CLSR632A-RECORD FROM WS-REPORT-LINE
           MOVE WS-ENDDT-COUNT TO WS-RPT-CNT
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'T3375 ROWS END-DATED ' H-CLS-DT '=' WS-RPT-CNT
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE CLSR632A-RECORD FROM WS-REPORT-LINE
           MOVE WS-CUT-COUNT TO WS-RPT-CNT
           MOVE SPACES TO WS-REPORT-LINE
           STRING '  (OF WHICH AD WINDOWS CUT SHORT)=' WS-RPT-CNT
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE CLSR632A-RECORD FROM WS-REPORT-LINE
           MOVE WS-AFTER-COUNT TO WS-RPT-CNT
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'ROWS LEFT OPEN PAST CLOSE=' WS-RPT-CNT
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE CLSR632A-RECORD FROM WS-REPORT-LINE
           MOVE WS-REJ-CARD-COUNT TO WS-RPT-CNT
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'DEPARTMENT CARDS REJECTED=' WS-RPT-CNT
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE CLSR632A-RECORD FROM WS-REPORT-LINE

           MOVE SPACES TO WS-REPORT-LINE
           EVALUATE TRUE
              WHEN OVR-WRITTEN
                 STRING 'OVRF615A: EXCLUDE CARD X' H-LCT-NBR
                        ' ADDED - RUN INSB615 TO DROP THE STORE'
                        DELIMITED BY SIZE INTO WS-REPORT-LINE
              WHEN OVR-ALREADY-EXCLUDED
                 STRING 'OVRF615A: STORE ' H-LCT-NBR
                        ' ALREADY HAS AN EXCLUDE CARD'
                        DELIMITED BY SIZE INTO WS-REPORT-LINE
              WHEN OTHER
                 STRING 'OVRF615A: TRIAL - EXCLUDE CARD X' H-LCT-NBR
                        ' NOT ADDED'
                        DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-EVALUATE
           WRITE CLSR632A-RECORD FROM WS-REPORT-LINE
           IF OVR-INCLUDE-FOUND
              MOVE SPACES TO WS-REPORT-LINE
              STRING '**OVRF615A ALSO HAS AN INCLUDE CARD I' H-LCT-NBR
                     ' - TAKE IT OFF'
                     DELIMITED BY SIZE INTO WS-REPORT-LINE
              WRITE CLSR632A-RECORD FROM WS-REPORT-LINE
           END-IF
           CLOSE CLSR632A

           IF WS-MKD-COUNT = ZERO AND WS-ENDDT-COUNT = ZERO
              DISPLAY 'INSB632: NOTHING TO MARK DOWN OR END-DATE FOR'
                      ' STORE ' H-LCT-NBR ' - SEE CLSR632A'
              MOVE 8 TO RETURN-CODE
           ELSE
              IF WS-AFTER-COUNT > ZERO OR
                 WS-REJ-CARD-COUNT > ZERO OR
                 OVR-INCLUDE-FOUND
                 DISPLAY 'INSB632: STORE ' H-LCT-NBR ' CLOSED OUT -'
                         ' EXCEPTIONS LISTED ON CLSR632A'
                 MOVE 4 TO RETURN-CODE
              ELSE
                 DISPLAY 'INSB632: STORE ' H-LCT-NBR ' CLOSED OUT'
                         ' AS OF ' H-CLS-DT
                 MOVE 0 TO RETURN-CODE
              END-IF
           END-IF
           STOP RUN.
