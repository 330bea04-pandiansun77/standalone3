       IDENTIFICATION DIVISION.
       PROGRAM-ID. LGRGLC01.
       AUTHOR. INSURANCE-APPLICATIONS-TEAM.
       INSTALLATION. POLICY-ADMINISTRATION.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.
      *================================================================
      * MODIFICATION HISTORY
      *   2026-10-15  PA  SURRENDER VALUES PAID (SURP) ADDED TO THE
      *                   CHART OF ACCOUNTS FOR ENDOWMENT SURRENDERS
      *                   LGRDSB01 NOW PAYS.
      *   2026-10-15  PA  IPT PAYABLE (IPTP) ADDED TO THE CHART OF
      *                   ACCOUNTS FOR THE INSURANCE PREMIUM TAX THE
      *                   BILLING RUNS NOW POST.
      *   2026-10-15  PA  ORIGINAL -- MONTH-END CLOSE.  FINANCE USED TO
      *                   RE-KEY THE BILLING, RECEIPT, DISBURSEMENT,
      *                   COMMISSION AND CESSION TOTALS INTO THE
      *                   LEDGER BY HAND, AND NOTHING STOPPED A
      *                   LATE-DATED ITEM GOING INTO A MONTH ALREADY
      *                   REPORTED.
      *================================================================
      *================================================================
      *    FUNCTION:
      *      CLOSES ONE ACCOUNTING MONTH.  EVERY POSTING PROGRAM HAS
      *      ADDED ITS MONEY MOVEMENTS, BOTH SIDES, TO THE GENERAL
      *      LEDGER INTERFACE (GLPOST, LGCGLPT) AS THEY HAPPENED.
      *      THIS RUN:
      *        - TOTALS THE MONTH'S POSTINGS BY LINE OF BUSINESS AND
      *          ACCOUNT, ACROSS THE PROGRAMS THAT POSTED THEM,
      *        - PRINTS THE TRIAL BALANCE, WITH EACH POSTING
      *          PROGRAM'S SHARE, AND CHECKS THAT DEBITS EQUAL
      *          CREDITS FOR EVERY LINE AND IN TOTAL,
      *        - WHEN IT BALANCES, WRITES THE CLOSING JOURNAL - ONE
      *          NET DEBIT OR CREDIT PER LINE AND ACCOUNT - CLOSES
      *          THE MONTH ON PERIODS (LGCPERD) AND OPENS THE NEXT.
      *          FROM THEN ON EVERY POSTING PROGRAM REFUSES TO POST
      *          INTO THE MONTH,
      *        - WHEN IT DOES NOT BALANCE, WRITES NO JOURNAL, LEAVES
      *          THE MONTH OPEN AND RECORDS THE FAILED ATTEMPT.
      *      A MONTH NOT YET ENDED, OR ALREADY CLOSED, IS NOT TOUCHED.
      *
      *    INPUT FILES:  GLCPARM  - OPTIONAL CARD, COLS 1-7 THE MONTH
      *                             'YYYY-MM'.  DEFAULT IS THE MONTH
      *                             BEFORE THE RUN DATE.
      *                  GLPOST   - GENERAL LEDGER INTERFACE KSDS
      *                             (MAY NOT EXIST YET).
      *                  PERIODS  - ACCOUNTING PERIOD CONTROL KSDS
      *                             (I-O, CREATED ON FIRST USE).
      *
      *    OUTPUT FILES: GLCRPT   - TRIAL BALANCE AND CLOSE REPORT.
      *                  GLJRNL   - CLOSING JOURNAL, ONE RECORD PER
      *                             LINE AND ACCOUNT WITH A NET:
      *                             COLS  1-7   MONTH YYYY-MM
      *                             COL   8     LINE H/M/C/E, SPACE
      *                                         FOR NO ONE LINE
      *                             COLS  9-12  ACCOUNT (LGCGLPT)
      *                             COLS 13-38  ACCOUNT NAME
      *                             COLS 39-51  DEBIT  9(11)V99
      *                             COLS 52-64  CREDIT 9(11)V99
      *                             COLS 65-74  CLOSE DATE
      *
      *    RETURN CODE:  00 - MONTH CLOSED
      *                  08 - NOT CLOSED: OUT OF BALANCE, NOT YET
      *                       ENDED, ALREADY CLOSED, OR FILE ERROR
      *================================================================
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *
           SELECT GLCPARM ASSIGN TO GLCPARM
              FILE STATUS IS GLCPARM-STATUS.
      *
           SELECT GLPOST ASSIGN TO GLPOST
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS GLP-KEY
              FILE STATUS IS GLPOST-STATUS.
      *
           SELECT PERIODS ASSIGN TO PERIODS
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS PRD-PERIOD
              FILE STATUS IS PERIODS-STATUS.
      *
           SELECT GLCRPT ASSIGN TO GLCRPT
              FILE STATUS IS GLCRPT-STATUS.
      *
           SELECT GLJRNL ASSIGN TO GLJRNL
              FILE STATUS IS GLJRNL-STATUS.
      *
       DATA DIVISION.
       FILE SECTION.
      *
       FD  GLCPARM
           BLOCK CONTAINS 0 RECORDS.
       01  GLCPARM-RECORD                 PIC X(80).
      *
       FD  GLPOST
           BLOCK CONTAINS 0 RECORDS.
       COPY LGCGLPT.
      *
       FD  PERIODS
           BLOCK CONTAINS 0 RECORDS.
       COPY LGCPERD.
      *
       FD  GLCRPT
           BLOCK CONTAINS 0 RECORDS.
       01  GLCRPT-RECORD                  PIC X(120).
      *
       FD  GLJRNL
           BLOCK CONTAINS 0 RECORDS.
       01  GLJRNL-RECORD                  PIC X(80).
      *
       WORKING-STORAGE SECTION.
      *
       77  FILLER                         PIC X(36) VALUE
                   'LGRGLC01 WORKING STORAGE BEGINS HR'.
      *
       01  WS-AREA.
           05  GLCPARM-STATUS             PIC XX VALUE '00'.
               88  GLCPARM-VALID-STATUS           VALUE '00'.
           05  GLPOST-STATUS              PIC XX VALUE '00'.
               88  GLPOST-OPEN-OK                 VALUE '00'.
               88  GLPOST-NOT-FOUND               VALUE '35'.
           05  PERIODS-STATUS             PIC XX VALUE '00'.
               88  PERIODS-OPEN-OK                VALUE '00'.
               88  PERIODS-NOT-FOUND              VALUE '35'.
               88  PERIODS-NO-RECORD              VALUE '23'.
           05  GLCRPT-STATUS              PIC XX VALUE '00'.
           05  GLJRNL-STATUS              PIC XX VALUE '00'.
           05  SW-EOF                     PIC X(01) VALUE 'N'.
               88  END-OF-FILE                    VALUE 'Y'.
           05  SW-GLPOST                  PIC X(01) VALUE 'N'.
               88  GLPOST-USABLE                  VALUE 'Y'.
           05  SW-PERIODS                 PIC X(01) VALUE 'N'.
               88  PERIODS-USABLE                 VALUE 'Y'.
           05  SW-GLJRNL                  PIC X(01) VALUE 'N'.
               88  GLJRNL-OPENED                  VALUE 'Y'.
           05  SW-NEW-PERIOD              PIC X(01) VALUE 'N'.
               88  NEW-PERIOD-RECORD              VALUE 'Y'.
           05  SW-BALANCED                PIC X(01) VALUE 'Y'.
               88  TRIAL-BALANCE-BALANCED         VALUE 'Y'.
      *
       01  WS-PARM-REC.
           05  WS-PARM-PERIOD.
               10  WS-PARM-YYYY           PIC 9(04).
               10  WS-PARM-SEP            PIC X(01).
               10  WS-PARM-MM             PIC 9(02).
           05  FILLER                     PIC X(73).
      *
       01  WS-TODAY-DATE                  PIC 9(08).
       01  FILLER REDEFINES WS-TODAY-DATE.
           05  WS-TODAY-YYYY              PIC 9(04).
           05  WS-TODAY-MM                PIC 9(02).
           05  WS-TODAY-DD                PIC 9(02).
       01  WS-TODAY-DATE10                PIC X(10).
      *
      *    THE MONTH BEING CLOSED, AND THE ONE OPENED AFTER IT.
       01  WS-CLOSE-PERIOD.
           05  WS-CLOSE-YYYY              PIC 9(04).
           05  WS-CLOSE-SEP               PIC X(01) VALUE '-'.
           05  WS-CLOSE-MM                PIC 9(02).
       01  WS-NEXT-PERIOD.
           05  WS-NEXT-YYYY               PIC 9(04).
           05  WS-NEXT-SEP                PIC X(01) VALUE '-'.
           05  WS-NEXT-MM                 PIC 9(02).
      *
      *    THE CHART OF ACCOUNTS THE POSTING PROGRAMS USE (LGCGLPT).
       01  WS-ACCOUNT-NAMES.
           05  FILLER                     PIC X(30) VALUE
               'WPRMWRITTEN PREMIUM           '.
           05  FILLER                     PIC X(30) VALUE
               'RECVPREMIUM RECEIVABLES       '.
           05  FILLER                     PIC X(30) VALUE
               'CASHCASH AT BANK              '.
           05  FILLER                     PIC X(30) VALUE
               'SUSPUNALLOCATED CASH          '.
           05  FILLER                     PIC X(30) VALUE
               'CLMPCLAIMS PAID               '.
           05  FILLER                     PIC X(30) VALUE
               'RCVYCLAIM RECOVERIES          '.
           05  FILLER                     PIC X(30) VALUE
               'COMMCOMMISSION                '.
           05  FILLER                     PIC X(30) VALUE
               'BRKPCOMMISSION PAYABLE        '.
           05  FILLER                     PIC X(30) VALUE
               'CEDPCEDED PREMIUM             '.
           05  FILLER                     PIC X(30) VALUE
               'RIACREINSURER ACCOUNTS        '.
           05  FILLER                     PIC X(30) VALUE
               'RIRCREINSURANCE RECOVERIES    '.
           05  FILLER                     PIC X(30) VALUE
               'IPTPINSURANCE PREMIUM TAX     '.
           05  FILLER                     PIC X(30) VALUE
               'SURPSURRENDER VALUES PAID     '.
       01  WS-ACCOUNT-TABLE REDEFINES WS-ACCOUNT-NAMES.
           05  ACN-ENTRY OCCURS 13 TIMES.
               10  ACN-ACCOUNT            PIC X(04).
               10  ACN-NAME               PIC X(26).
       01  ACN-IDX                        PIC 9(02) COMP VALUE ZERO.
       01  WS-ACCOUNT-NAME                PIC X(26).
      *
      *    THE MONTH'S TOTALS BY LINE AND ACCOUNT, IN GLPOST KEY
      *    ORDER.
       01  GLT-MAX                        PIC 9(03) COMP VALUE 100.
       01  GLT-IDX                        PIC 9(03) COMP VALUE ZERO.
       01  GLT-END                        PIC 9(03) COMP VALUE ZERO.
       01  GLT-TABLE.
           05  GLT-ENTRY OCCURS 100 TIMES.
               10  GLT-LINE               PIC X(01).
               10  GLT-ACCOUNT            PIC X(04).
               10  GLT-DEBIT              PIC S9(11)V99 COMP-3.
               10  GLT-CREDIT             PIC S9(11)V99 COMP-3.
      *
      *    THE MONTH'S TOTALS BY LINE: SLOTS H, M, C, E, NO LINE.
       01  WS-LINE-CODES                  PIC X(05) VALUE 'HMCE '.
       01  WS-LINE-NAMES.
           05  FILLER                     PIC X(10) VALUE 'HOUSE'.
           05  FILLER                     PIC X(10) VALUE 'MOTOR'.
           05  FILLER                     PIC X(10) VALUE 'COMMERCIAL'.
           05  FILLER                     PIC X(10) VALUE 'ENDOWMENT'.
           05  FILLER                     PIC X(10) VALUE 'NO LINE'.
       01  WS-LINE-NAME-TABLE REDEFINES WS-LINE-NAMES.
           05  LNN-NAME OCCURS 5 TIMES    PIC X(10).
       01  LNT-TABLE.
           05  LNT-ENTRY OCCURS 5 TIMES.
               10  LNT-DEBIT              PIC S9(11)V99 COMP-3.
               10  LNT-CREDIT             PIC S9(11)V99 COMP-3.
       01  LNT-IDX                        PIC 9(01) VALUE ZERO.
      *
       01  WS-POSTING-COUNT               PIC 9(07) COMP VALUE ZERO.
       01  WS-TOTAL-DEBITS                PIC S9(11)V99 VALUE ZERO.
       01  WS-TOTAL-CREDITS               PIC S9(11)V99 VALUE ZERO.
       01  WS-NET                         PIC S9(11)V99 VALUE ZERO.
       01  WS-JOURNAL-LINES               PIC 9(05) VALUE ZERO.
       01  WS-JOURNAL-DEBITS              PIC S9(11)V99 VALUE ZERO.
       01  WS-JOURNAL-CREDITS             PIC S9(11)V99 VALUE ZERO.
      *
      *    ONE LINE OF THE CLOSING JOURNAL.
       01  WS-JNL-REC.
           05  JNL-PERIOD                 PIC X(07).
           05  JNL-LINE                   PIC X(01).
           05  JNL-ACCOUNT                PIC X(04).
           05  JNL-ACCOUNT-NAME           PIC X(26).
           05  JNL-DEBIT                  PIC 9(11)V99.
           05  JNL-CREDIT                 PIC 9(11)V99.
           05  JNL-CLOSE-DATE             PIC X(10).
           05  FILLER                     PIC X(06).
      *
       01  WS-REPORT-LINE                 PIC X(120).
       01  WS-BALANCE-TEXT                PIC X(16).
       01  WS-RPT-CNT                     PIC Z(6)9.
       01  WS-RPT-DR                      PIC -(11)9.99.
       01  WS-RPT-CR                      PIC -(11)9.99.
      *
       PROCEDURE DIVISION.
      *
       0000-MAINLINE.
      *
           PERFORM 0100-INITIALIZATION
              THRU 0100-INITIALIZATION-EXIT
           IF RETURN-CODE = 8
              PERFORM 0900-CLOSE-FILES
                 THRU 0900-CLOSE-FILES-EXIT
              GOBACK
           END-IF
      *
           PERFORM 0200-GATHER-POSTINGS
              THRU 0200-GATHER-POSTINGS-EXIT
           IF RETURN-CODE NOT = 8
              PERFORM 0400-TRIAL-BALANCE
                 THRU 0400-TRIAL-BALANCE-EXIT
              IF TRIAL-BALANCE-BALANCED
                 PERFORM 0500-WRITE-JOURNAL
                    THRU 0500-WRITE-JOURNAL-EXIT
                 PERFORM 0600-CLOSE-PERIOD
                    THRU 0600-CLOSE-PERIOD-EXIT
              ELSE
                 PERFORM 0650-RECORD-FAILED-CLOSE
                    THRU 0650-RECORD-FAILED-CLOSE-EXIT
                 MOVE 8                  TO RETURN-CODE
              END-IF
           END-IF
      *
           PERFORM 0900-CLOSE-FILES
              THRU 0900-CLOSE-FILES-EXIT
      *
           GOBACK.
      *
      *================================================================
      * 0100-INITIALIZATION - WORKS OUT THE MONTH TO CLOSE AND MAKES
      *     SURE IT CAN BE: ENDED, AND NOT CLOSED ALREADY.
      *================================================================
       0100-INITIALIZATION.
      *
           OPEN OUTPUT GLCRPT
           MOVE '-------- LGRGLC01 MONTH-END CLOSE -----------------'
                TO GLCRPT-RECORD
           WRITE GLCRPT-RECORD
      *
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           MOVE WS-TODAY-DATE(1:4)       TO WS-TODAY-DATE10(1:4)
           MOVE '-'                      TO WS-TODAY-DATE10(5:1)
           MOVE WS-TODAY-DATE(5:2)       TO WS-TODAY-DATE10(6:2)
           MOVE '-'                      TO WS-TODAY-DATE10(8:1)
           MOVE WS-TODAY-DATE(7:2)       TO WS-TODAY-DATE10(9:2)
      *
      *    THE MONTH BEFORE THE ONE THE RUN FALLS IN, UNLESS THE
      *    CARD NAMES ONE.
           MOVE WS-TODAY-YYYY            TO WS-CLOSE-YYYY
           IF WS-TODAY-MM = 1
              MOVE 12                    TO WS-CLOSE-MM
              SUBTRACT 1                 FROM WS-CLOSE-YYYY
           ELSE
              COMPUTE WS-CLOSE-MM = WS-TODAY-MM - 1
           END-IF
      *
           OPEN INPUT GLCPARM
           IF GLCPARM-VALID-STATUS
              READ GLCPARM INTO WS-PARM-REC
                 AT END CONTINUE
                 NOT AT END
                    IF WS-PARM-YYYY IS NUMERIC
                       AND WS-PARM-SEP = '-'
                       AND WS-PARM-MM IS NUMERIC
                       AND WS-PARM-MM > ZERO
                       AND WS-PARM-MM < 13
                       MOVE WS-PARM-YYYY TO WS-CLOSE-YYYY
                       MOVE WS-PARM-MM   TO WS-CLOSE-MM
                    ELSE
                       MOVE 'MONTH CARD NOT YYYY-MM - IGNORED'
                            TO GLCRPT-RECORD
                       WRITE GLCRPT-RECORD
                    END-IF
              END-READ
              CLOSE GLCPARM
           END-IF
      *
           MOVE WS-CLOSE-YYYY            TO WS-NEXT-YYYY
           IF WS-CLOSE-MM = 12
              MOVE 1                     TO WS-NEXT-MM
              ADD 1                      TO WS-NEXT-YYYY
           ELSE
              COMPUTE WS-NEXT-MM = WS-CLOSE-MM + 1
           END-IF
      *
           MOVE SPACES                   TO WS-REPORT-LINE
           STRING 'CLOSING PERIOD ' WS-CLOSE-PERIOD
                  ' RUN DATE ' WS-TODAY-DATE10
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE GLCRPT-RECORD FROM WS-REPORT-LINE
      *
      *    THE MONTH IN PROGRESS MAY STILL TAKE POSTINGS.
           IF WS-CLOSE-PERIOD NOT < WS-TODAY-DATE10(1:7)
              MOVE SPACES                TO WS-REPORT-LINE
              STRING 'PERIOD ' WS-CLOSE-PERIOD
                     ' HAS NOT ENDED - NOT CLOSED'
                     DELIMITED BY SIZE INTO WS-REPORT-LINE
              WRITE GLCRPT-RECORD FROM WS-REPORT-LINE
              DISPLAY '**LGRGLC01 - PERIOD ' WS-CLOSE-PERIOD
                      ' HAS NOT ENDED - NOT CLOSED'
              MOVE 8                     TO RETURN-CODE
              GO TO 0100-INITIALIZATION-EXIT
           END-IF
      *
      *    THE FIRST CLOSE FINDS NO PERIODS FILE AND STARTS ONE.
           OPEN I-O PERIODS
           IF PERIODS-NOT-FOUND
              OPEN OUTPUT PERIODS
              CLOSE PERIODS
              OPEN I-O PERIODS
           END-IF
           IF NOT PERIODS-OPEN-OK
              DISPLAY '**LGRGLC01 - PERIODS OPEN ERROR - STATUS '
                      PERIODS-STATUS
              MOVE 8                     TO RETURN-CODE
              GO TO 0100-INITIALIZATION-EXIT
           END-IF
           SET PERIODS-USABLE            TO TRUE
      *
           MOVE WS-CLOSE-PERIOD          TO PRD-PERIOD
           READ PERIODS
           IF PERIODS-OPEN-OK
              AND PRD-STATUS-CLOSED
              MOVE SPACES                TO WS-REPORT-LINE
              STRING 'PERIOD ' WS-CLOSE-PERIOD
                     ' WAS CLOSED ON ' PRD-CLOSED-DATE
                     ' - NOT CLOSED AGAIN'
                     DELIMITED BY SIZE INTO WS-REPORT-LINE
              WRITE GLCRPT-RECORD FROM WS-REPORT-LINE
              DISPLAY '**LGRGLC01 - PERIOD ' WS-CLOSE-PERIOD
                      ' IS ALREADY CLOSED'
              MOVE 8                     TO RETURN-CODE
              GO TO 0100-INITIALIZATION-EXIT
           END-IF
           IF NOT PERIODS-OPEN-OK
              AND NOT PERIODS-NO-RECORD
              DISPLAY '**LGRGLC01 - PERIODS READ ERROR - STATUS '
                      PERIODS-STATUS
              MOVE 8                     TO RETURN-CODE
              GO TO 0100-INITIALIZATION-EXIT
           END-IF
      *
      *    NO GLPOST YET MEANS NOTHING HAS EVER BEEN POSTED.
           OPEN INPUT GLPOST
           IF GLPOST-OPEN-OK
              SET GLPOST-USABLE          TO TRUE
           ELSE
              IF NOT GLPOST-NOT-FOUND
                 DISPLAY '**LGRGLC01 - GLPOST OPEN ERROR - STATUS '
                         GLPOST-STATUS
                 MOVE 8                  TO RETURN-CODE
                 GO TO 0100-INITIALIZATION-EXIT
              END-IF
           END-IF
      *
           OPEN OUTPUT GLJRNL
           SET GLJRNL-OPENED             TO TRUE
      *
       0100-INITIALIZATION-EXIT.
           EXIT.
      *
      *================================================================
      * 0200-GATHER-POSTINGS - THE MONTH'S GLPOST RECORDS, IN KEY
      *     ORDER, SO EACH LINE/ACCOUNT'S POSTING PROGRAMS COME
      *     TOGETHER AND ARE TOTALLED INTO ONE TABLE ENTRY.  EACH
      *     PROGRAM'S SHARE IS LISTED AS IT IS READ.
      *================================================================
       0200-GATHER-POSTINGS.
      *
           MOVE '-------- POSTINGS BY LINE, ACCOUNT AND PROGRAM -----'
                TO GLCRPT-RECORD
           WRITE GLCRPT-RECORD
           PERFORM VARYING LNT-IDX FROM 1 BY 1
                   UNTIL LNT-IDX > 5
              MOVE ZERO TO LNT-DEBIT(LNT-IDX)
                           LNT-CREDIT(LNT-IDX)
           END-PERFORM
      *
           IF NOT GLPOST-USABLE
              MOVE 'NO GENERAL LEDGER POSTINGS FILE - NOTHING POSTED'
                   TO GLCRPT-RECORD
              WRITE GLCRPT-RECORD
              GO TO 0200-GATHER-POSTINGS-EXIT
           END-IF
      *
           MOVE 'N'                      TO SW-EOF
           MOVE LOW-VALUES               TO GLP-KEY
           MOVE WS-CLOSE-PERIOD          TO GLP-PERIOD
           START GLPOST KEY NOT < GLP-KEY
              INVALID KEY SET END-OF-FILE TO TRUE
           END-START
           PERFORM UNTIL END-OF-FILE
              READ GLPOST NEXT RECORD
                 AT END SET END-OF-FILE  TO TRUE
              END-READ
              IF NOT END-OF-FILE
                 IF GLP-PERIOD NOT = WS-CLOSE-PERIOD
                    SET END-OF-FILE      TO TRUE
                 ELSE
                    PERFORM 0250-ADD-ONE-POSTING
                       THRU 0250-ADD-ONE-POSTING-EXIT
                    IF RETURN-CODE = 8
                       SET END-OF-FILE   TO TRUE
                    END-IF
                 END-IF
              END-IF
           END-PERFORM
      *
           IF WS-POSTING-COUNT = ZERO
              MOVE 'NOTHING POSTED IN THE PERIOD'
                   TO GLCRPT-RECORD
              WRITE GLCRPT-RECORD
           END-IF
      *
       0200-GATHER-POSTINGS-EXIT.
           EXIT.
      *
      *================================================================
      * 0250-ADD-ONE-POSTING - ADDS ONE PROGRAM'S TOTAL FOR A LINE
      *     AND ACCOUNT TO THE TABLE, THE LINE AND THE MONTH.
      *================================================================
       0250-ADD-ONE-POSTING.
      *
           IF GLT-END = ZERO
              OR GLP-LINE NOT = GLT-LINE(GLT-END)
              OR GLP-ACCOUNT NOT = GLT-ACCOUNT(GLT-END)
              IF GLT-END NOT < GLT-MAX
                 DISPLAY '**LGRGLC01 - MORE THAN ' GLT-MAX
                         ' LINE/ACCOUNT TOTALS - NOT CLOSED'
                 MOVE 8                  TO RETURN-CODE
                 GO TO 0250-ADD-ONE-POSTING-EXIT
              END-IF
              ADD 1                      TO GLT-END
              MOVE GLP-LINE              TO GLT-LINE(GLT-END)
              MOVE GLP-ACCOUNT           TO GLT-ACCOUNT(GLT-END)
              MOVE ZERO                  TO GLT-DEBIT(GLT-END)
                                            GLT-CREDIT(GLT-END)
           END-IF
      *
           ADD GLP-DEBIT                 TO GLT-DEBIT(GLT-END)
           ADD GLP-CREDIT                TO GLT-CREDIT(GLT-END)
           ADD GLP-DEBIT                 TO WS-TOTAL-DEBITS
           ADD GLP-CREDIT                TO WS-TOTAL-CREDITS
           ADD 1                         TO WS-POSTING-COUNT
      *
      *    ANY LINE BUT H, M, C OR E FALLS TO SLOT 5, NO LINE.
           PERFORM VARYING LNT-IDX FROM 1 BY 1
                   UNTIL LNT-IDX > 4
                      OR WS-LINE-CODES(LNT-IDX:1) = GLP-LINE
              CONTINUE
           END-PERFORM
           ADD GLP-DEBIT                 TO LNT-DEBIT(LNT-IDX)
           ADD GLP-CREDIT                TO LNT-CREDIT(LNT-IDX)
      *
           MOVE GLP-DEBIT                TO WS-RPT-DR
           MOVE GLP-CREDIT               TO WS-RPT-CR
           MOVE SPACES                   TO WS-REPORT-LINE
           STRING 'LINE ' GLP-LINE
                  ' ACCOUNT ' GLP-ACCOUNT
                  ' FROM ' GLP-SOURCE
                  ' POSTINGS=' GLP-POSTING-COUNT
                  ' DR=' WS-RPT-DR
                  ' CR=' WS-RPT-CR
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE GLCRPT-RECORD FROM WS-REPORT-LINE
      *
       0250-ADD-ONE-POSTING-EXIT.
           EXIT.
      *
      *================================================================
      * 0400-TRIAL-BALANCE - PRINTS EACH LINE/ACCOUNT'S DEBITS AND
      *     CREDITS, THEN EACH LINE'S AND THE MONTH'S.  EVERY LINE
      *     AND THE MONTH AS A WHOLE MUST BALANCE.
      *================================================================
       0400-TRIAL-BALANCE.
      *
           MOVE '-------- TRIAL BALANCE -----------------------------'
                TO GLCRPT-RECORD
           WRITE GLCRPT-RECORD
           PERFORM 0420-PRINT-ACCOUNT
              THRU 0420-PRINT-ACCOUNT-EXIT
              VARYING GLT-IDX FROM 1 BY 1
              UNTIL GLT-IDX > GLT-END
      *
           MOVE '-------- BY LINE OF BUSINESS -----------------------'
                TO GLCRPT-RECORD
           WRITE GLCRPT-RECORD
           PERFORM 0440-PRINT-LINE
              THRU 0440-PRINT-LINE-EXIT
              VARYING LNT-IDX FROM 1 BY 1
              UNTIL LNT-IDX > 5
      *
           MOVE 'BALANCED'               TO WS-BALANCE-TEXT
           IF WS-TOTAL-DEBITS NOT = WS-TOTAL-CREDITS
              MOVE 'N'                   TO SW-BALANCED
              MOVE 'OUT OF BALANCE'      TO WS-BALANCE-TEXT
           END-IF
           MOVE WS-POSTING-COUNT         TO WS-RPT-CNT
           MOVE WS-TOTAL-DEBITS          TO WS-RPT-DR
           MOVE WS-TOTAL-CREDITS         TO WS-RPT-CR
           MOVE SPACES                   TO WS-REPORT-LINE
           STRING 'PERIOD TOTAL  POSTING TOTALS=' WS-RPT-CNT
                  ' DR=' WS-RPT-DR
                  ' CR=' WS-RPT-CR
                  ' ' WS-BALANCE-TEXT
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE GLCRPT-RECORD FROM WS-REPORT-LINE
      *
       0400-TRIAL-BALANCE-EXIT.
           EXIT.
      *
       0420-PRINT-ACCOUNT.
      *
           MOVE GLT-ACCOUNT(GLT-IDX)     TO JNL-ACCOUNT
           PERFORM 0460-FIND-ACCOUNT-NAME
              THRU 0460-FIND-ACCOUNT-NAME-EXIT
           MOVE GLT-DEBIT(GLT-IDX)       TO WS-RPT-DR
           MOVE GLT-CREDIT(GLT-IDX)      TO WS-RPT-CR
           MOVE SPACES                   TO WS-REPORT-LINE
           STRING 'LINE ' GLT-LINE(GLT-IDX)
                  ' ' GLT-ACCOUNT(GLT-IDX)
                  ' ' WS-ACCOUNT-NAME
                  ' DR=' WS-RPT-DR
                  ' CR=' WS-RPT-CR
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE GLCRPT-RECORD FROM WS-REPORT-LINE
      *
       0420-PRINT-ACCOUNT-EXIT.
           EXIT.
      *
       0440-PRINT-LINE.
      *
           MOVE 'BALANCED'               TO WS-BALANCE-TEXT
           IF LNT-DEBIT(LNT-IDX) NOT = LNT-CREDIT(LNT-IDX)
              MOVE 'N'                   TO SW-BALANCED
              MOVE 'OUT OF BALANCE'      TO WS-BALANCE-TEXT
           END-IF
           MOVE LNT-DEBIT(LNT-IDX)       TO WS-RPT-DR
           MOVE LNT-CREDIT(LNT-IDX)      TO WS-RPT-CR
           MOVE SPACES                   TO WS-REPORT-LINE
           STRING 'LINE ' WS-LINE-CODES(LNT-IDX:1)
                  ' ' LNN-NAME(LNT-IDX)
                  ' DR=' WS-RPT-DR
                  ' CR=' WS-RPT-CR
                  ' ' WS-BALANCE-TEXT
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE GLCRPT-RECORD FROM WS-REPORT-LINE
      *
       0440-PRINT-LINE-EXIT.
           EXIT.
      *
      *================================================================
      * 0460-FIND-ACCOUNT-NAME - THE NAME OF ACCOUNT JNL-ACCOUNT.
      *================================================================
       0460-FIND-ACCOUNT-NAME.
      *
           MOVE '** UNKNOWN ACCOUNT **'  TO WS-ACCOUNT-NAME
           PERFORM VARYING ACN-IDX FROM 1 BY 1
                   UNTIL ACN-IDX > 13
              IF ACN-ACCOUNT(ACN-IDX) = JNL-ACCOUNT
                 MOVE ACN-NAME(ACN-IDX)  TO WS-ACCOUNT-NAME
              END-IF
           END-PERFORM
      *
       0460-FIND-ACCOUNT-NAME-EXIT.
           EXIT.
      *
      *================================================================
      * 0500-WRITE-JOURNAL - ONE JOURNAL LINE PER LINE/ACCOUNT WITH A
      *     NET: ITS DEBITS LESS ITS CREDITS, ON WHICHEVER SIDE IS
      *     LARGER.
      *================================================================
       0500-WRITE-JOURNAL.
      *
           PERFORM 0520-WRITE-JOURNAL-LINE
              THRU 0520-WRITE-JOURNAL-LINE-EXIT
              VARYING GLT-IDX FROM 1 BY 1
              UNTIL GLT-IDX > GLT-END
      *
           MOVE '-------- CLOSING JOURNAL ---------------------------'
                TO GLCRPT-RECORD
           WRITE GLCRPT-RECORD
           MOVE WS-JOURNAL-LINES         TO WS-RPT-CNT
           MOVE WS-JOURNAL-DEBITS        TO WS-RPT-DR
           MOVE WS-JOURNAL-CREDITS       TO WS-RPT-CR
           MOVE SPACES                   TO WS-REPORT-LINE
           STRING 'JOURNAL LINES=' WS-RPT-CNT
                  ' DR=' WS-RPT-DR
                  ' CR=' WS-RPT-CR
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE GLCRPT-RECORD FROM WS-REPORT-LINE
      *
       0500-WRITE-JOURNAL-EXIT.
           EXIT.
      *
       0520-WRITE-JOURNAL-LINE.
      *
           COMPUTE WS-NET = GLT-DEBIT(GLT-IDX) - GLT-CREDIT(GLT-IDX)
           IF WS-NET = ZERO
              GO TO 0520-WRITE-JOURNAL-LINE-EXIT
           END-IF
      *
           MOVE SPACES                   TO WS-JNL-REC
           MOVE WS-CLOSE-PERIOD          TO JNL-PERIOD
           MOVE GLT-LINE(GLT-IDX)        TO JNL-LINE
           MOVE GLT-ACCOUNT(GLT-IDX)     TO JNL-ACCOUNT
           PERFORM 0460-FIND-ACCOUNT-NAME
              THRU 0460-FIND-ACCOUNT-NAME-EXIT
           MOVE WS-ACCOUNT-NAME          TO JNL-ACCOUNT-NAME
           MOVE ZERO                     TO JNL-DEBIT
                                            JNL-CREDIT
           IF WS-NET > ZERO
              MOVE WS-NET                TO JNL-DEBIT
              ADD WS-NET                 TO WS-JOURNAL-DEBITS
           ELSE
              COMPUTE JNL-CREDIT = 0 - WS-NET
              SUBTRACT WS-NET            FROM WS-JOURNAL-CREDITS
           END-IF
           MOVE WS-TODAY-DATE10          TO JNL-CLOSE-DATE
           WRITE GLJRNL-RECORD FROM WS-JNL-REC
           ADD 1                         TO WS-JOURNAL-LINES
      *
       0520-WRITE-JOURNAL-LINE-EXIT.
           EXIT.
      *
      *================================================================
      * 0600-CLOSE-PERIOD - MARKS THE MONTH CLOSED WITH ITS JOURNAL
      *     TOTALS, THEN OPENS THE NEXT MONTH IF IT IS NOT ON FILE.
      *================================================================
       0600-CLOSE-PERIOD.
      *
           PERFORM 0680-READ-CLOSE-PERIOD
              THRU 0680-READ-CLOSE-PERIOD-EXIT
           IF RETURN-CODE = 8
              GO TO 0600-CLOSE-PERIOD-EXIT
           END-IF
      *
           SET PRD-STATUS-CLOSED         TO TRUE
           MOVE WS-TODAY-DATE10          TO PRD-CLOSED-DATE
           MOVE WS-JOURNAL-LINES         TO PRD-JOURNAL-LINES
           MOVE WS-JOURNAL-DEBITS        TO PRD-TOTAL-DEBITS
           MOVE WS-JOURNAL-CREDITS       TO PRD-TOTAL-CREDITS
           MOVE WS-TODAY-DATE10          TO PRD-LAST-ATTEMPT-DATE
           SET PRD-ATTEMPT-BALANCED      TO TRUE
           IF NEW-PERIOD-RECORD
              WRITE PERIOD-CONTROL-RECORD
           ELSE
              REWRITE PERIOD-CONTROL-RECORD
           END-IF
           IF NOT PERIODS-OPEN-OK
              GO TO 0600-CLOSE-PERIOD-ERROR
           END-IF
      *
           MOVE SPACES                   TO WS-REPORT-LINE
           STRING 'PERIOD ' WS-CLOSE-PERIOD ' CLOSED'
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE GLCRPT-RECORD FROM WS-REPORT-LINE
           DISPLAY 'LGRGLC01 - PERIOD ' WS-CLOSE-PERIOD
                   ' CLOSED - JOURNAL LINES=' WS-JOURNAL-LINES
      *
           MOVE WS-NEXT-PERIOD           TO PRD-PERIOD
           READ PERIODS
           IF PERIODS-OPEN-OK
              GO TO 0600-CLOSE-PERIOD-EXIT
           END-IF
           IF NOT PERIODS-NO-RECORD
              GO TO 0600-CLOSE-PERIOD-ERROR
           END-IF
           MOVE SPACES                   TO PERIOD-CONTROL-RECORD
           MOVE WS-NEXT-PERIOD           TO PRD-PERIOD
           SET PRD-STATUS-OPEN           TO TRUE
           MOVE WS-TODAY-DATE10          TO PRD-OPENED-DATE
           MOVE ZERO                     TO PRD-JOURNAL-LINES
                                            PRD-TOTAL-DEBITS
                                            PRD-TOTAL-CREDITS
           WRITE PERIOD-CONTROL-RECORD
           IF NOT PERIODS-OPEN-OK
              GO TO 0600-CLOSE-PERIOD-ERROR
           END-IF
           MOVE SPACES                   TO WS-REPORT-LINE
           STRING 'PERIOD ' WS-NEXT-PERIOD ' OPENED'
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE GLCRPT-RECORD FROM WS-REPORT-LINE
           GO TO 0600-CLOSE-PERIOD-EXIT.
      *
       0600-CLOSE-PERIOD-ERROR.
           DISPLAY '**LGRGLC01 - PERIODS UPDATE ERROR - STATUS '
                   PERIODS-STATUS ' PERIOD ' PRD-PERIOD
           MOVE 8                        TO RETURN-CODE.
      *
       0600-CLOSE-PERIOD-EXIT.
           EXIT.
      *
      *================================================================
      * 0650-RECORD-FAILED-CLOSE - THE MONTH STAYS OPEN; ITS RECORD
      *     SHOWS WHEN THE CLOSE WAS TRIED AND THAT IT DID NOT
      *     BALANCE.
      *================================================================
       0650-RECORD-FAILED-CLOSE.
      *
           MOVE SPACES                   TO WS-REPORT-LINE
           STRING 'PERIOD ' WS-CLOSE-PERIOD
                  ' IS OUT OF BALANCE - NO JOURNAL, NOT CLOSED'
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE GLCRPT-RECORD FROM WS-REPORT-LINE
           DISPLAY '**LGRGLC01 - PERIOD ' WS-CLOSE-PERIOD
                   ' IS OUT OF BALANCE - NOT CLOSED'
      *
           PERFORM 0680-READ-CLOSE-PERIOD
              THRU 0680-READ-CLOSE-PERIOD-EXIT
           IF RETURN-CODE = 8
              GO TO 0650-RECORD-FAILED-CLOSE-EXIT
           END-IF
      *
           MOVE WS-TODAY-DATE10          TO PRD-LAST-ATTEMPT-DATE
           SET PRD-ATTEMPT-OUT-OF-BALANCE TO TRUE
           IF NEW-PERIOD-RECORD
              WRITE PERIOD-CONTROL-RECORD
           ELSE
              REWRITE PERIOD-CONTROL-RECORD
           END-IF
           IF NOT PERIODS-OPEN-OK
              DISPLAY '**LGRGLC01 - PERIODS UPDATE ERROR - STATUS '
                      PERIODS-STATUS ' PERIOD ' PRD-PERIOD
           END-IF
      *
       0650-RECORD-FAILED-CLOSE-EXIT.
           EXIT.
      *
      *================================================================
      * 0680-READ-CLOSE-PERIOD - THE RECORD OF THE MONTH BEING
      *     CLOSED, OR A NEW OPEN ONE WHEN THE MONTH IS NOT ON FILE.
      *================================================================
       0680-READ-CLOSE-PERIOD.
      *
           MOVE 'N'                      TO SW-NEW-PERIOD
           MOVE WS-CLOSE-PERIOD          TO PRD-PERIOD
           READ PERIODS
           IF PERIODS-NO-RECORD
              SET NEW-PERIOD-RECORD      TO TRUE
              MOVE SPACES                TO PERIOD-CONTROL-RECORD
              MOVE WS-CLOSE-PERIOD       TO PRD-PERIOD
              SET PRD-STATUS-OPEN        TO TRUE
              MOVE ZERO                  TO PRD-JOURNAL-LINES
                                            PRD-TOTAL-DEBITS
                                            PRD-TOTAL-CREDITS
              GO TO 0680-READ-CLOSE-PERIOD-EXIT
           END-IF
           IF NOT PERIODS-OPEN-OK
              DISPLAY '**LGRGLC01 - PERIODS READ ERROR - STATUS '
                      PERIODS-STATUS ' PERIOD ' PRD-PERIOD
              MOVE 8                     TO RETURN-CODE
           END-IF
      *
       0680-READ-CLOSE-PERIOD-EXIT.
           EXIT.
      *
       0900-CLOSE-FILES.
      *
           CLOSE GLCRPT
           IF GLJRNL-OPENED
              CLOSE GLJRNL
           END-IF
           IF GLPOST-USABLE
              CLOSE GLPOST
           END-IF
           IF PERIODS-USABLE
              CLOSE PERIODS
           END-IF
      *
       0900-CLOSE-FILES-EXIT.
           EXIT.
