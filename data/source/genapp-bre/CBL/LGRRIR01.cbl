       IDENTIFICATION DIVISION.
       PROGRAM-ID. LGRRIR01.
       AUTHOR. INSURANCE-APPLICATIONS-TEAM.
       INSTALLATION. POLICY-ADMINISTRATION.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.
      *================================================================
      * MODIFICATION HISTORY
      *   2026-10-15  PA  THE TREATY TABLE IS LOADED AS IN FORCE TODAY
      *                   FROM THE REFTAB REFERENCE FILE (LGARTB01)
      *                   INSTEAD OF COMPILED VALUES.
      *   2026-10-15  PA  EACH LINE TAKEN IN IS POSTED TO THE GENERAL
      *                   LEDGER INTERFACE (GLPOST) IN THE MONTH OF
      *                   ITS DATE: M CASH / RIAC, T RIAC / CASH.  A
      *                   LINE DATED IN A MONTH CLOSED ON PERIODS IS
      *                   REJECTED.
      *   2026-10-15  PA  ORIGINAL -- REINSURER REMITTANCE INTAKE.
      *                   THE RECOVERIES LGRCED01 APPORTIONED WERE
      *                   NEVER FOLLOWED UP; NOW EACH ONE IS ON THE
      *                   REINSURER'S ACCOUNT UNTIL IT IS PAID.
      *================================================================
      *================================================================
      *    FUNCTION:
      *      TAKES IN THE MONEY THAT HAS MOVED BETWEEN US AND OUR
      *      REINSURERS AND SETS IT AGAINST THEIR ACCOUNTS (REINACCT,
      *      LGCREIN):
      *        M - A REMITTANCE RECEIVED FROM THE REINSURER SETTLES
      *            THE CLAIM RECOVERIES (R ENTRIES) IT OWES US.
      *        T - A PAYMENT WE MADE TO THE REINSURER SETTLES THE
      *            CEDED PREMIUM (P ENTRIES) WE OWE IT.
      *      EACH LINE IS WRITTEN TO THE ACCOUNT AS AN M OR T ENTRY
      *      IN THE QUARTER OF ITS DATE.  THE MONEY GOES FIRST TO THE
      *      CLAIM OR POLICY THE LINE NAMES, IF ANY, THEN TO THE
      *      OLDEST OPEN ENTRIES FIRST.  WHAT CANNOT BE APPLIED STAYS
      *      ON THE M OR T ENTRY AS UNAPPLIED AND IS OFFERED AGAIN ON
      *      EVERY LATER RUN, BEFORE THE NEW LINES, AS LGRCED01
      *      RAISES FURTHER ENTRIES.
      *      A LINE WHOSE REFERENCE IS ALREADY ON THE ACCOUNT IS A
      *      RERUN AND IS PASSED OVER.
      *      EVERY LINE TAKEN IN IS POSTED TO THE GENERAL LEDGER
      *      INTERFACE (GLPOST, LGCGLPT) IN THE MONTH OF ITS DATE,
      *      UNDER THE COMMERCIAL LINE: A REMITTANCE DEBIT CASH /
      *      CREDIT REINSURER ACCOUNTS, A PAYMENT THE REVERSE.  A
      *      LINE DATED IN A MONTH ALREADY CLOSED ON PERIODS
      *      (LGCPERD) IS REJECTED AND HAS TO BE RE-DATED.
      *
      *    INPUT FILES:  REINREM  - REMITTANCES AND PAYMENTS (MAY BE
      *                             ABSENT WHEN NOTHING HAS MOVED):
      *                             COLS  1-5   REINSURER (LGCTRTY)
      *                             COL   6     M = RECEIVED FROM IT
      *                                         T = PAID TO IT
      *                             COLS  7-16  REMITTANCE OR PAYMENT
      *                                         REFERENCE
      *                             COLS 17-26  AMOUNT (9(8)V99)
      *                             COLS 27-36  DATE YYYY-MM-DD
      *                             COLS 37-46  CLAIM NUMBER (M) OR
      *                                         POLICY NUMBER (T) TO
      *                                         SETTLE FIRST, OPTIONAL
      *                  REINACCT - REINSURANCE ACCOUNT KSDS (I-O).
      *                  PERIODS  - ACCOUNTING PERIOD CONTROL KSDS
      *                             (OPTIONAL).
      *                  REFTAB   - REFERENCE TABLES (VIA LGARTB01).
      *
      *    OUTPUT FILES: RIRRPT   - INTAKE AND APPLICATION REPORT.
      *                  GLPOST   - GENERAL LEDGER INTERFACE KSDS
      *                             (I-O, CREATED ON FIRST USE).
      *
      *    RETURN CODE:  00 - ALL MONEY TAKEN IN AND APPLIED
      *                  04 - LINES REJECTED, OR MONEY LEFT UNAPPLIED
      *                  08 - FILE ERROR
      *================================================================
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *
           SELECT REINREM ASSIGN TO REINREM
              FILE STATUS IS REINREM-STATUS.
      *
           SELECT REINACCT ASSIGN TO REINACCT
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS RIA-KEY
              FILE STATUS IS REINACCT-STATUS.
      *
           SELECT RIRRPT ASSIGN TO RIRRPT
              FILE STATUS IS RIRRPT-STATUS.
      *
           SELECT PERIODS ASSIGN TO PERIODS
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS PRD-PERIOD
              FILE STATUS IS PERIODS-STATUS.
      *
           SELECT GLPOST ASSIGN TO GLPOST
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS GLP-KEY
              FILE STATUS IS GLPOST-STATUS.
      *
       DATA DIVISION.
       FILE SECTION.
      *
       FD  REINREM
           BLOCK CONTAINS 0 RECORDS.
       01  REINREM-RECORD                 PIC X(80).
      *
       FD  REINACCT
           BLOCK CONTAINS 0 RECORDS.
       COPY LGCREIN.
      *
       FD  RIRRPT
           BLOCK CONTAINS 0 RECORDS.
       01  RIRRPT-RECORD                  PIC X(100).
      *
       FD  PERIODS
           BLOCK CONTAINS 0 RECORDS.
       COPY LGCPERD.
      *
       FD  GLPOST
           BLOCK CONTAINS 0 RECORDS.
       COPY LGCGLPT.
      *
       WORKING-STORAGE SECTION.
      *
       77  FILLER                         PIC X(36) VALUE
                   'LGRRIR01 WORKING STORAGE BEGINS HR'.
      *
       COPY LGCTRTY.
      *
      *    REFERENCE TABLE LOADER (LGARTB01) PARAMETER AREA.
       01  WS-REF-LOAD-AREA.
           COPY LGCREFL REPLACING LEADING ==RL== BY ==WSRL==.
       01  SW-REFTAB-LOAD                 PIC X(01) VALUE 'Y'.
           88  REFTAB-LOADED                      VALUE 'Y'.
      *
       01  WS-AREA.
           05  REINREM-STATUS             PIC XX VALUE '00'.
               88  REINREM-OPEN-OK                VALUE '00'.
               88  REINREM-NOT-FOUND              VALUE '35'.
           05  REINACCT-STATUS            PIC XX VALUE '00'.
               88  REINACCT-OPEN-OK               VALUE '00'.
               88  REINACCT-NO-RECORD             VALUE '23'.
           05  RIRRPT-STATUS              PIC XX VALUE '00'.
           05  PERIODS-STATUS             PIC XX VALUE '00'.
               88  PERIODS-OPEN-OK                VALUE '00'.
               88  PERIODS-NOT-FOUND              VALUE '35'.
           05  GLPOST-STATUS              PIC XX VALUE '00'.
               88  GLPOST-OPEN-OK                 VALUE '00'.
               88  GLPOST-NOT-FOUND               VALUE '35'.
               88  GLPOST-NO-RECORD               VALUE '23'.
           05  SW-EOF                     PIC X(01) VALUE 'N'.
               88  END-OF-FILE                    VALUE 'Y'.
           05  SW-ENTRY-EOF               PIC X(01) VALUE 'N'.
               88  END-OF-ENTRIES                 VALUE 'Y'.
           05  SW-REINREM-OPENED          PIC X(01) VALUE 'N'.
               88  REINREM-OPENED                 VALUE 'Y'.
           05  SW-REINSURER               PIC X(01) VALUE 'N'.
               88  REINSURER-KNOWN                VALUE 'Y'.
           05  SW-PERIODS                 PIC X(01) VALUE 'N'.
               88  PERIODS-USABLE                 VALUE 'Y'.
           05  SW-GLPOST                  PIC X(01) VALUE 'N'.
               88  GLPOST-USABLE                  VALUE 'Y'.
           05  SW-POSTING                 PIC X(01) VALUE 'Y'.
               88  POSTING-ALLOWED                VALUE 'Y'.
      *
       01  WS-TODAY-DATE                  PIC 9(08).
       01  WS-TODAY-DATE10                PIC X(10).
      *
      *    ONE LINE OF THE REMITTANCE FILE.
       01  WS-REM-LINE.
           05  REM-REINSURER              PIC X(05).
           05  REM-TYPE                   PIC X(01).
               88  REM-RECEIVED                   VALUE 'M'.
               88  REM-PAID-OUT                   VALUE 'T'.
           05  REM-REF                    PIC X(10).
           05  REM-AMOUNT                 PIC 9(08)V99.
           05  REM-AMOUNT-X REDEFINES REM-AMOUNT
                                          PIC X(10).
           05  REM-DATE.
               10  REM-DATE-YYYY          PIC 9(04).
               10  REM-DATE-SEP1          PIC X(01).
               10  REM-DATE-MM            PIC 9(02).
               10  REM-DATE-SEP2          PIC X(01).
               10  REM-DATE-DD            PIC 9(02).
           05  REM-DATE-X REDEFINES REM-DATE
                                          PIC X(10).
           05  REM-APPLY-FIRST            PIC X(10).
           05  FILLER                     PIC X(34).
      *
      *    THE M OR T ENTRY WHOSE MONEY IS BEING APPLIED.
       01  WS-MONEY-KEY.
           05  WS-MONEY-REINSURER         PIC X(05).
           05  WS-MONEY-TYPE              PIC X(01).
               88  WS-MONEY-RECEIVED              VALUE 'M'.
           05  WS-MONEY-REF               PIC X(10).
           05  WS-MONEY-QUARTER.
               10  WS-MONEY-QTR-YEAR      PIC 9(04).
               10  WS-MONEY-QTR-LETTER    PIC X(01) VALUE 'Q'.
               10  WS-MONEY-QTR-NUM       PIC 9(01).
       01  WS-MONEY-LEFT                  PIC S9(09)V99 VALUE ZERO.
       01  WS-MONEY-APPLIED               PIC S9(09)V99 VALUE ZERO.
       01  WS-APPLY-FIRST                 PIC X(10) VALUE SPACES.
       01  WS-SETTLE-DATE                 PIC X(10) VALUE SPACES.
       01  WS-TARGET-TYPE                 PIC X(01) VALUE SPACE.
       01  WS-APPLY-AMOUNT                PIC S9(09)V99 VALUE ZERO.
       01  WS-ENTRY-OUTSTANDING           PIC S9(09)V99 VALUE ZERO.
      *
      *    THE OPEN ENTRIES THE MONEY CAN SETTLE, IN KEY ORDER.  AN
      *    ACCOUNT WITH MORE THAN THE TABLE HOLDS IS SETTLED FROM THE
      *    FIRST OF THEM AND THE REST WAIT FOR THE NEXT RUN.
       01  WS-OPEN-MAX                    PIC 9(04) COMP VALUE 500.
       01  WS-OPEN-COUNT                  PIC 9(04) COMP VALUE ZERO.
       01  WS-OPEN-SUB                    PIC 9(04) COMP VALUE ZERO.
       01  WS-PICK                        PIC 9(04) COMP VALUE ZERO.
       01  WS-OPEN-ENTRIES.
           05  WS-OPEN OCCURS 500 TIMES.
               10  WS-OPEN-KEY            PIC X(22).
               10  WS-OPEN-REF            PIC X(10).
               10  WS-OPEN-RAISED         PIC X(10).
               10  WS-OPEN-LEFT           PIC S9(09)V99 COMP-3.
               10  WS-OPEN-FIRST          PIC X(01).
      *
      *    UNAPPLIED MONEY FROM EARLIER RUNS, OFFERED AGAIN.
       01  WS-CARRY-MAX                   PIC 9(04) COMP VALUE 200.
       01  WS-CARRY-COUNT                 PIC 9(04) COMP VALUE ZERO.
       01  WS-CARRY-SUB                   PIC 9(04) COMP VALUE ZERO.
       01  WS-CARRY-ENTRIES.
           05  WS-CARRY OCCURS 200 TIMES.
               10  WS-CARRY-KEY           PIC X(22).
               10  WS-CARRY-LEFT          PIC S9(09)V99 COMP-3.
      *
       01  WS-LINE-COUNT                  PIC 9(07) COMP VALUE ZERO.
       01  WS-TAKEN-COUNT                 PIC 9(07) COMP VALUE ZERO.
       01  WS-TOTAL-RECEIVED              PIC S9(11)V99 VALUE ZERO.
       01  WS-TOTAL-PAID-OUT              PIC S9(11)V99 VALUE ZERO.
       01  WS-ALREADY-COUNT               PIC 9(07) COMP VALUE ZERO.
       01  WS-REJECT-COUNT                PIC 9(07) COMP VALUE ZERO.
       01  WS-SETTLED-COUNT               PIC 9(07) COMP VALUE ZERO.
       01  WS-TOTAL-APPLIED               PIC S9(11)V99 VALUE ZERO.
       01  WS-UNAPPLIED-COUNT             PIC 9(07) COMP VALUE ZERO.
       01  WS-TOTAL-UNAPPLIED             PIC S9(11)V99 VALUE ZERO.
      *
      *    GENERAL LEDGER POSTING - SEE 0950-CHECK-PERIOD AND
      *    0960-POST-GL.
       01  WS-GL-DATE                     PIC X(10).
       01  WS-GL-PERIOD                   PIC X(07).
       01  WS-GL-PERIOD-SW                PIC X(01) VALUE 'O'.
           88  GL-PERIOD-OPEN                     VALUE 'O'.
           88  GL-PERIOD-CLOSED                   VALUE 'C'.
       01  WS-GL-LINE                     PIC X(01).
       01  WS-GL-DEBIT-ACCT               PIC X(04).
       01  WS-GL-CREDIT-ACCT              PIC X(04).
       01  WS-GL-ACCOUNT                  PIC X(04).
       01  WS-GL-AMOUNT                   PIC S9(09)V99 VALUE ZERO.
       01  WS-GL-DR                       PIC S9(09)V99 VALUE ZERO.
       01  WS-GL-CR                       PIC S9(09)V99 VALUE ZERO.
       01  WS-GL-KEY-HOLD                 PIC X(20).
      *
       01  WS-REPORT-LINE                 PIC X(100).
       01  WS-REJECT-TEXT                 PIC X(24).
       01  WS-RPT-CNT                     PIC Z(6)9.
       01  WS-RPT-AMT                     PIC -(9)9.99.
       01  WS-RPT-LEFT                    PIC -(9)9.99.
      *
       PROCEDURE DIVISION.
      *
       0000-MAINLINE.
      *
           PERFORM 0100-INITIALIZATION
              THRU 0100-INITIALIZATION-EXIT
           PERFORM 0200-CARRY-FORWARD
              THRU 0200-CARRY-FORWARD-EXIT
           PERFORM 0300-TAKE-IN-REMITTANCES
              THRU 0300-TAKE-IN-REMITTANCES-EXIT
           PERFORM 0800-WRITE-SUMMARY
              THRU 0800-WRITE-SUMMARY-EXIT
           PERFORM 0900-CLOSE-FILES
      *
           IF RETURN-CODE NOT = 8
              IF WS-REJECT-COUNT > ZERO
                 OR WS-UNAPPLIED-COUNT > ZERO
                 MOVE 4                  TO RETURN-CODE
              END-IF
           END-IF
      *
           GOBACK.
      *
       0100-INITIALIZATION.
      *
           PERFORM 0180-LOAD-REFERENCE-TABLES
              THRU 0180-LOAD-REFERENCE-TABLES-EXIT
      *
           OPEN OUTPUT RIRRPT
           MOVE '-------- LGRRIR01 REINSURER REMITTANCE INTAKE ----'
                TO RIRRPT-RECORD
           WRITE RIRRPT-RECORD
      *
           OPEN INPUT REINREM
           IF REINREM-NOT-FOUND
              MOVE 'NO REMITTANCE FILE - UNAPPLIED MONEY ONLY'
                   TO RIRRPT-RECORD
              WRITE RIRRPT-RECORD
           END-IF
           IF REINREM-OPEN-OK
              SET REINREM-OPENED         TO TRUE
           END-IF
           IF NOT REINREM-OPEN-OK
              AND NOT REINREM-NOT-FOUND
              DISPLAY '**LGRRIR01 - REINREM OPEN ERROR - STATUS '
                      REINREM-STATUS
              MOVE 8                     TO RETURN-CODE
           END-IF
      *
           OPEN I-O REINACCT
           IF NOT REINACCT-OPEN-OK
              DISPLAY '**LGRRIR01 - REINACCT OPEN ERROR - STATUS '
                      REINACCT-STATUS
              MOVE 8                     TO RETURN-CODE
           END-IF
      *
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           MOVE WS-TODAY-DATE(1:4)       TO WS-TODAY-DATE10(1:4)
           MOVE '-'                      TO WS-TODAY-DATE10(5:1)
           MOVE WS-TODAY-DATE(5:2)       TO WS-TODAY-DATE10(6:2)
           MOVE '-'                      TO WS-TODAY-DATE10(8:1)
           MOVE WS-TODAY-DATE(7:2)       TO WS-TODAY-DATE10(9:2)
      *
           PERFORM 0940-OPEN-LEDGER-FILES
              THRU 0940-OPEN-LEDGER-FILES-EXIT
      *
       0100-INITIALIZATION-EXIT.
           EXIT.
      *
      *================================================================
      * 0180-LOAD-REFERENCE-TABLES - THE TREATY TABLE (THE
      *     REINSURERS A REMITTANCE MAY COME FROM) AS
      *     IN FORCE TODAY, FROM REFTAB THROUGH LGARTB01.  LOADED
      *     BEFORE ANYTHING ELSE SETS THE RETURN CODE, WHICH EACH
      *     CALL RESETS; A TABLE THAT CANNOT BE LOADED FAILS THE RUN.
      *================================================================
       0180-LOAD-REFERENCE-TABLES.
      *
           MOVE 'TRTY'                   TO WSRL-TABLE-ID
           PERFORM 0190-LOAD-ONE-TABLE
              THRU 0190-LOAD-ONE-TABLE-EXIT
           MOVE WSRL-TABLE-AREA          TO TRT-TREATY-AREA
      *
           IF NOT REFTAB-LOADED
              MOVE 8                     TO RETURN-CODE
           END-IF
      *
       0180-LOAD-REFERENCE-TABLES-EXIT.
           EXIT.
      *
       0190-LOAD-ONE-TABLE.
      *
           MOVE SPACES                   TO WSRL-AS-OF-DATE
           CALL 'LGARTB01' USING WS-REF-LOAD-AREA
      *
           EVALUATE WSRL-RETURN-CODE
              WHEN 00
                 CONTINUE
              WHEN 10
                 DISPLAY 'LGRRIR01 - NO ' WSRL-TABLE-ID
                         ' ENTRY IN FORCE ON REFTAB'
              WHEN 12
                 DISPLAY 'LGRRIR01 - ' WSRL-TABLE-ID
                         ' TABLE FULL - LATER ENTRIES NOT LOADED'
              WHEN OTHER
                 DISPLAY '**LGRRIR01 - ' WSRL-TABLE-ID
                         ' NOT LOADED FROM REFTAB - RC '
                         WSRL-RETURN-CODE
                 MOVE 'N'                TO SW-REFTAB-LOAD
           END-EVALUATE
      *
       0190-LOAD-ONE-TABLE-EXIT.
           EXIT.
      *
      *================================================================
      * 0200-CARRY-FORWARD - MONEY LEFT UNAPPLIED BY EARLIER RUNS IS
      *     OFFERED TO WHATEVER HAS BEEN RAISED SINCE, OLDEST FIRST.
      *     THE M AND T ENTRIES ARE GATHERED FIRST SO THAT APPLYING
      *     THEM DOES NOT DISTURB THE BROWSE.
      *================================================================
       0200-CARRY-FORWARD.
      *
           IF NOT REINACCT-OPEN-OK
              GO TO 0200-CARRY-FORWARD-EXIT
           END-IF
      *
           MOVE ZERO                     TO WS-CARRY-COUNT
           MOVE 'N'                      TO SW-ENTRY-EOF
           MOVE LOW-VALUES               TO RIA-KEY
           START REINACCT KEY NOT < RIA-KEY
              INVALID KEY SET END-OF-ENTRIES TO TRUE
           END-START
           PERFORM UNTIL END-OF-ENTRIES
              READ REINACCT NEXT RECORD
                 AT END SET END-OF-ENTRIES TO TRUE
              END-READ
              IF NOT END-OF-ENTRIES
                 AND (RIA-TYPE-REMITTANCE OR RIA-TYPE-PAYMENT)
                 AND RIA-AMOUNT-DUE > RIA-AMOUNT-SETTLED
                 AND WS-CARRY-COUNT < WS-CARRY-MAX
                 ADD 1                   TO WS-CARRY-COUNT
                 MOVE RIA-KEY            TO WS-CARRY-KEY(WS-CARRY-COUNT)
                 COMPUTE WS-CARRY-LEFT(WS-CARRY-COUNT) =
                         RIA-AMOUNT-DUE - RIA-AMOUNT-SETTLED
              END-IF
           END-PERFORM
      *
           IF WS-CARRY-COUNT = ZERO
              GO TO 0200-CARRY-FORWARD-EXIT
           END-IF
           MOVE '-------- UNAPPLIED MONEY FROM EARLIER RUNS -------'
                TO RIRRPT-RECORD
           WRITE RIRRPT-RECORD
      *
           PERFORM VARYING WS-CARRY-SUB FROM 1 BY 1
                   UNTIL WS-CARRY-SUB > WS-CARRY-COUNT
                      OR RETURN-CODE = 8
              MOVE WS-CARRY-KEY(WS-CARRY-SUB)  TO WS-MONEY-KEY
              MOVE WS-CARRY-LEFT(WS-CARRY-SUB) TO WS-MONEY-LEFT
              MOVE SPACES                TO WS-APPLY-FIRST
              MOVE WS-TODAY-DATE10       TO WS-SETTLE-DATE
              PERFORM 0500-APPLY-MONEY
                 THRU 0500-APPLY-MONEY-EXIT
           END-PERFORM
      *
       0200-CARRY-FORWARD-EXIT.
           EXIT.
      *
      *================================================================
      * 0300-TAKE-IN-REMITTANCES - EVERY LINE OF THE FILE, IN ORDER.
      *================================================================
       0300-TAKE-IN-REMITTANCES.
      *
           IF NOT REINREM-OPENED
              OR NOT REINACCT-OPEN-OK
              OR NOT POSTING-ALLOWED
              GO TO 0300-TAKE-IN-REMITTANCES-EXIT
           END-IF
           MOVE '-------- REMITTANCES AND PAYMENTS ----------------'
                TO RIRRPT-RECORD
           WRITE RIRRPT-RECORD
           MOVE 'N'                      TO SW-EOF
           PERFORM UNTIL END-OF-FILE
              READ REINREM INTO WS-REM-LINE
                 AT END SET END-OF-FILE  TO TRUE
              END-READ
              IF NOT END-OF-FILE
                 ADD 1                   TO WS-LINE-COUNT
                 PERFORM 0400-TAKE-ONE-LINE
                    THRU 0400-TAKE-ONE-LINE-EXIT
                 IF RETURN-CODE = 8
                    SET END-OF-FILE      TO TRUE
                 END-IF
              END-IF
           END-PERFORM
      *
       0300-TAKE-IN-REMITTANCES-EXIT.
           EXIT.
      *
      *================================================================
      * 0400-TAKE-ONE-LINE - CHECKS THE LINE, PUTS THE MONEY ON THE
      *     REINSURER'S ACCOUNT AND APPLIES IT.
      *================================================================
       0400-TAKE-ONE-LINE.
      *
           MOVE 'N'                      TO SW-REINSURER
           PERFORM VARYING TRT-IDX FROM 1 BY 1
                   UNTIL TRT-IDX > TRT-TREATY-COUNT
              IF TRT-REINSURER(TRT-IDX) = REM-REINSURER
                 SET REINSURER-KNOWN     TO TRUE
              END-IF
           END-PERFORM
           IF NOT REINSURER-KNOWN
              MOVE 'UNKNOWN REINSURER'   TO WS-REJECT-TEXT
              GO TO 0400-TAKE-ONE-LINE-REJECT
           END-IF
      *
           IF NOT REM-RECEIVED
              AND NOT REM-PAID-OUT
              MOVE 'NOT M OR T'          TO WS-REJECT-TEXT
              GO TO 0400-TAKE-ONE-LINE-REJECT
           END-IF
           IF REM-REF = SPACES
              MOVE 'NO REFERENCE'        TO WS-REJECT-TEXT
              GO TO 0400-TAKE-ONE-LINE-REJECT
           END-IF
           IF REM-AMOUNT-X IS NOT NUMERIC
              MOVE 'BAD AMOUNT'          TO WS-REJECT-TEXT
              GO TO 0400-TAKE-ONE-LINE-REJECT
           END-IF
           IF REM-AMOUNT = ZERO
              MOVE 'BAD AMOUNT'          TO WS-REJECT-TEXT
              GO TO 0400-TAKE-ONE-LINE-REJECT
           END-IF
           IF REM-DATE-YYYY IS NOT NUMERIC
              OR REM-DATE-MM IS NOT NUMERIC
              OR REM-DATE-DD IS NOT NUMERIC
              OR REM-DATE-SEP1 NOT = '-'
              OR REM-DATE-SEP2 NOT = '-'
              MOVE 'BAD DATE'            TO WS-REJECT-TEXT
              GO TO 0400-TAKE-ONE-LINE-REJECT
           END-IF
           IF REM-DATE-MM < 1 OR REM-DATE-MM > 12
              OR REM-DATE-DD < 1 OR REM-DATE-DD > 31
              MOVE 'BAD DATE'            TO WS-REJECT-TEXT
              GO TO 0400-TAKE-ONE-LINE-REJECT
           END-IF
      *
           MOVE REM-REINSURER            TO WS-MONEY-REINSURER
           MOVE REM-TYPE                 TO WS-MONEY-TYPE
           MOVE REM-REF                  TO WS-MONEY-REF
           MOVE REM-DATE-YYYY            TO WS-MONEY-QTR-YEAR
           MOVE 'Q'                      TO WS-MONEY-QTR-LETTER
           COMPUTE WS-MONEY-QTR-NUM = (REM-DATE-MM + 2) / 3
      *
           MOVE WS-MONEY-KEY             TO RIA-KEY
           READ REINACCT
           IF REINACCT-OPEN-OK
              ADD 1                      TO WS-ALREADY-COUNT
              GO TO 0400-TAKE-ONE-LINE-EXIT
           END-IF
           IF NOT REINACCT-NO-RECORD
              GO TO 0400-TAKE-ONE-LINE-ERROR
           END-IF
      *
           MOVE REM-DATE-X               TO WS-GL-DATE
           PERFORM 0950-CHECK-PERIOD
              THRU 0950-CHECK-PERIOD-EXIT
           IF GL-PERIOD-CLOSED
              MOVE 'PERIOD CLOSED'       TO WS-REJECT-TEXT
              GO TO 0400-TAKE-ONE-LINE-REJECT
           END-IF
      *
      *    THE MONEY GOES ON THE ACCOUNT BEFORE ANY OF IT IS APPLIED,
      *    SO A RERUN AFTER A FAILURE CANNOT APPLY IT TWICE.
           MOVE WS-MONEY-KEY             TO RIA-KEY
           MOVE ZERO                     TO RIA-POLICY-NUM
           IF REM-PAID-OUT
              AND REM-APPLY-FIRST IS NUMERIC
              MOVE REM-APPLY-FIRST       TO RIA-POLICY-NUM
           END-IF
           MOVE REM-AMOUNT               TO RIA-AMOUNT-DUE
           MOVE ZERO                     TO RIA-AMOUNT-SETTLED
                                            RIA-SHARE-RATE
           MOVE REM-DATE-X               TO RIA-RAISED-DATE
           MOVE SPACES                   TO RIA-LAST-SETTLED-DATE
           SET RIA-STATUS-OPEN           TO TRUE
           WRITE REINSURANCE-ACCOUNT-RECORD
           IF NOT REINACCT-OPEN-OK
              GO TO 0400-TAKE-ONE-LINE-ERROR
           END-IF
      *
           ADD 1                         TO WS-TAKEN-COUNT
           IF REM-RECEIVED
              ADD REM-AMOUNT             TO WS-TOTAL-RECEIVED
              MOVE 'CASH'                TO WS-GL-DEBIT-ACCT
              MOVE 'RIAC'                TO WS-GL-CREDIT-ACCT
           ELSE
              ADD REM-AMOUNT             TO WS-TOTAL-PAID-OUT
              MOVE 'RIAC'                TO WS-GL-DEBIT-ACCT
              MOVE 'CASH'                TO WS-GL-CREDIT-ACCT
           END-IF
           MOVE 'C'                      TO WS-GL-LINE
           MOVE REM-AMOUNT               TO WS-GL-AMOUNT
           PERFORM 0960-POST-GL
              THRU 0960-POST-GL-EXIT
           MOVE REM-AMOUNT               TO WS-RPT-AMT
           MOVE SPACES                   TO WS-REPORT-LINE
           STRING REM-TYPE ' REINSURER ' REM-REINSURER
                  ' REF ' REM-REF
                  ' DATE ' REM-DATE-X
                  ' AMOUNT=' WS-RPT-AMT
                  ' FIRST TO ' REM-APPLY-FIRST
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE RIRRPT-RECORD FROM WS-REPORT-LINE
      *
           MOVE REM-AMOUNT               TO WS-MONEY-LEFT
           MOVE REM-APPLY-FIRST          TO WS-APPLY-FIRST
           MOVE REM-DATE-X               TO WS-SETTLE-DATE
           PERFORM 0500-APPLY-MONEY
              THRU 0500-APPLY-MONEY-EXIT
           GO TO 0400-TAKE-ONE-LINE-EXIT.
      *
       0400-TAKE-ONE-LINE-REJECT.
           ADD 1                         TO WS-REJECT-COUNT
           IF REM-AMOUNT-X IS NUMERIC
              MOVE REM-AMOUNT            TO WS-RPT-AMT
           ELSE
              MOVE ZERO                  TO WS-RPT-AMT
           END-IF
           MOVE SPACES                   TO WS-REPORT-LINE
           STRING REM-TYPE ' REINSURER ' REM-REINSURER
                  ' REF ' REM-REF
                  ' DATE ' REM-DATE-X
                  ' AMOUNT=' WS-RPT-AMT
                  ' ' WS-REJECT-TEXT
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE RIRRPT-RECORD FROM WS-REPORT-LINE
           GO TO 0400-TAKE-ONE-LINE-EXIT.
      *
       0400-TAKE-ONE-LINE-ERROR.
           DISPLAY '**LGRRIR01 - REINACCT ERROR - STATUS '
                   REINACCT-STATUS ' KEY ' WS-MONEY-KEY
           MOVE 8                        TO RETURN-CODE.
      *
       0400-TAKE-ONE-LINE-EXIT.
           EXIT.
      *
      *================================================================
      * 0500-APPLY-MONEY - SETS WS-MONEY-LEFT OF THE M OR T ENTRY
      *     WS-MONEY-KEY AGAINST THE REINSURER'S OPEN R OR P ENTRIES:
      *     THOSE FOR WS-APPLY-FIRST FIRST, THEN THE OLDEST RAISED.
      *     WHATEVER IS APPLIED IS RECORDED AS SETTLED ON THE MONEY
      *     ENTRY ITSELF.
      *================================================================
       0500-APPLY-MONEY.
      *
           IF WS-MONEY-RECEIVED
              MOVE 'R'                   TO WS-TARGET-TYPE
           ELSE
              MOVE 'P'                   TO WS-TARGET-TYPE
           END-IF
           MOVE ZERO                     TO WS-MONEY-APPLIED
           PERFORM 0520-GATHER-OPEN-ENTRIES
              THRU 0520-GATHER-OPEN-ENTRIES-EXIT
      *
           PERFORM VARYING WS-OPEN-SUB FROM 1 BY 1
                   UNTIL WS-OPEN-SUB > WS-OPEN-COUNT
                      OR WS-MONEY-LEFT = ZERO
                      OR RETURN-CODE = 8
              IF WS-OPEN-FIRST(WS-OPEN-SUB) = 'Y'
                 MOVE WS-OPEN-SUB        TO WS-PICK
                 PERFORM 0560-APPLY-TO-ENTRY
                    THRU 0560-APPLY-TO-ENTRY-EXIT
              END-IF
           END-PERFORM
      *
           MOVE 1                        TO WS-PICK
           PERFORM UNTIL WS-PICK = ZERO
                      OR WS-MONEY-LEFT = ZERO
                      OR RETURN-CODE = 8
              PERFORM 0540-PICK-OLDEST
              IF WS-PICK > ZERO
                 PERFORM 0560-APPLY-TO-ENTRY
                    THRU 0560-APPLY-TO-ENTRY-EXIT
              END-IF
           END-PERFORM
      *
           IF RETURN-CODE = 8
              GO TO 0500-APPLY-MONEY-EXIT
           END-IF
      *
           IF WS-MONEY-APPLIED NOT = ZERO
              MOVE WS-MONEY-KEY          TO RIA-KEY
              READ REINACCT
              IF NOT REINACCT-OPEN-OK
                 GO TO 0500-APPLY-MONEY-ERROR
              END-IF
              ADD WS-MONEY-APPLIED       TO RIA-AMOUNT-SETTLED
              MOVE WS-SETTLE-DATE        TO RIA-LAST-SETTLED-DATE
              PERFORM 0790-SET-ENTRY-STATUS
              REWRITE REINSURANCE-ACCOUNT-RECORD
              IF NOT REINACCT-OPEN-OK
                 GO TO 0500-APPLY-MONEY-ERROR
              END-IF
           END-IF
      *
           IF WS-MONEY-LEFT > ZERO
              ADD 1                      TO WS-UNAPPLIED-COUNT
              ADD WS-MONEY-LEFT          TO WS-TOTAL-UNAPPLIED
              MOVE WS-MONEY-LEFT         TO WS-RPT-LEFT
              MOVE SPACES                TO WS-REPORT-LINE
              STRING '   ' WS-MONEY-TYPE ' ' WS-MONEY-REF
                     ' ' WS-MONEY-QUARTER
                     ' LEFT UNAPPLIED=' WS-RPT-LEFT
                     DELIMITED BY SIZE INTO WS-REPORT-LINE
              WRITE RIRRPT-RECORD FROM WS-REPORT-LINE
           END-IF
           GO TO 0500-APPLY-MONEY-EXIT.
      *
       0500-APPLY-MONEY-ERROR.
           DISPLAY '**LGRRIR01 - REINACCT ERROR - STATUS '
                   REINACCT-STATUS ' KEY ' WS-MONEY-KEY
           MOVE 8                        TO RETURN-CODE.
      *
       0500-APPLY-MONEY-EXIT.
           EXIT.
      *
      *================================================================
      * 0520-GATHER-OPEN-ENTRIES - THE REINSURER'S ENTRIES OF THE
      *     TARGET TYPE WITH SOMETHING STILL OUTSTANDING.
      *================================================================
       0520-GATHER-OPEN-ENTRIES.
      *
           MOVE ZERO                     TO WS-OPEN-COUNT
           MOVE 'N'                      TO SW-ENTRY-EOF
           MOVE LOW-VALUES               TO RIA-KEY
           MOVE WS-MONEY-REINSURER       TO RIA-REINSURER
           MOVE WS-TARGET-TYPE           TO RIA-ENTRY-TYPE
           START REINACCT KEY NOT < RIA-KEY
              INVALID KEY SET END-OF-ENTRIES TO TRUE
           END-START
           PERFORM UNTIL END-OF-ENTRIES
              READ REINACCT NEXT RECORD
                 AT END SET END-OF-ENTRIES TO TRUE
              END-READ
              IF NOT END-OF-ENTRIES
                 IF RIA-REINSURER NOT = WS-MONEY-REINSURER
                    OR RIA-ENTRY-TYPE NOT = WS-TARGET-TYPE
                    OR WS-OPEN-COUNT NOT < WS-OPEN-MAX
                    SET END-OF-ENTRIES   TO TRUE
                 ELSE
                    IF RIA-AMOUNT-DUE > RIA-AMOUNT-SETTLED
                       ADD 1             TO WS-OPEN-COUNT
                       MOVE RIA-KEY      TO WS-OPEN-KEY(WS-OPEN-COUNT)
                       MOVE RIA-REF      TO WS-OPEN-REF(WS-OPEN-COUNT)
                       MOVE RIA-RAISED-DATE
                            TO WS-OPEN-RAISED(WS-OPEN-COUNT)
                       COMPUTE WS-OPEN-LEFT(WS-OPEN-COUNT) =
                               RIA-AMOUNT-DUE - RIA-AMOUNT-SETTLED
                       MOVE 'N'          TO WS-OPEN-FIRST(WS-OPEN-COUNT)
                       IF WS-APPLY-FIRST NOT = SPACES
                          AND RIA-REF = WS-APPLY-FIRST
                          MOVE 'Y'
                               TO WS-OPEN-FIRST(WS-OPEN-COUNT)
                       END-IF
                    END-IF
                 END-IF
              END-IF
           END-PERFORM
      *
       0520-GATHER-OPEN-ENTRIES-EXIT.
           EXIT.
      *
      *================================================================
      * 0540-PICK-OLDEST - THE OPEN ENTRY RAISED EARLIEST THAT STILL
      *     HAS SOMETHING LEFT, OR ZERO WHEN THERE IS NONE.
      *================================================================
       0540-PICK-OLDEST.
      *
           MOVE ZERO                     TO WS-PICK
           PERFORM VARYING WS-OPEN-SUB FROM 1 BY 1
                   UNTIL WS-OPEN-SUB > WS-OPEN-COUNT
              IF WS-OPEN-LEFT(WS-OPEN-SUB) > ZERO
                 IF WS-PICK = ZERO
                    MOVE WS-OPEN-SUB     TO WS-PICK
                 ELSE
                    IF WS-OPEN-RAISED(WS-OPEN-SUB) <
                       WS-OPEN-RAISED(WS-PICK)
                       MOVE WS-OPEN-SUB  TO WS-PICK
                    END-IF
                 END-IF
              END-IF
           END-PERFORM
      *
       0540-PICK-OLDEST-EXIT.
           EXIT.
      *
      *================================================================
      * 0560-APPLY-TO-ENTRY - SETTLES AS MUCH OF OPEN ENTRY WS-PICK
      *     AS THE MONEY LEFT WILL COVER.
      *================================================================
       0560-APPLY-TO-ENTRY.
      *
           IF WS-OPEN-LEFT(WS-PICK) > WS-MONEY-LEFT
              MOVE WS-MONEY-LEFT         TO WS-APPLY-AMOUNT
           ELSE
              MOVE WS-OPEN-LEFT(WS-PICK) TO WS-APPLY-AMOUNT
           END-IF
      *
           MOVE WS-OPEN-KEY(WS-PICK)     TO RIA-KEY
           READ REINACCT
           IF NOT REINACCT-OPEN-OK
              GO TO 0560-APPLY-TO-ENTRY-ERROR
           END-IF
           ADD WS-APPLY-AMOUNT           TO RIA-AMOUNT-SETTLED
           MOVE WS-SETTLE-DATE           TO RIA-LAST-SETTLED-DATE
           PERFORM 0790-SET-ENTRY-STATUS
           REWRITE REINSURANCE-ACCOUNT-RECORD
           IF NOT REINACCT-OPEN-OK
              GO TO 0560-APPLY-TO-ENTRY-ERROR
           END-IF
      *
           SUBTRACT WS-APPLY-AMOUNT      FROM WS-OPEN-LEFT(WS-PICK)
                                              WS-MONEY-LEFT
           ADD WS-APPLY-AMOUNT           TO WS-MONEY-APPLIED
                                            WS-TOTAL-APPLIED
           ADD 1                         TO WS-SETTLED-COUNT
      *
           MOVE WS-APPLY-AMOUNT          TO WS-RPT-AMT
           MOVE WS-OPEN-LEFT(WS-PICK)    TO WS-RPT-LEFT
           MOVE SPACES                   TO WS-REPORT-LINE
           STRING '   ' WS-MONEY-TYPE ' ' WS-MONEY-REF
                  ' SETTLES ' RIA-ENTRY-TYPE ' ' RIA-REF
                  ' ' RIA-QUARTER
                  ' AMOUNT=' WS-RPT-AMT
                  ' STILL OPEN=' WS-RPT-LEFT
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE RIRRPT-RECORD FROM WS-REPORT-LINE
           GO TO 0560-APPLY-TO-ENTRY-EXIT.
      *
       0560-APPLY-TO-ENTRY-ERROR.
           DISPLAY '**LGRRIR01 - REINACCT ERROR - STATUS '
                   REINACCT-STATUS ' KEY ' WS-OPEN-KEY(WS-PICK)
           MOVE 8                        TO RETURN-CODE
           MOVE ZERO                     TO WS-PICK.
      *
       0560-APPLY-TO-ENTRY-EXIT.
           EXIT.
      *
      *================================================================
      * 0790-SET-ENTRY-STATUS - OPEN UNTIL ANYTHING IS SETTLED,
      *     SETTLED WHEN NOTHING IS LEFT OUTSTANDING.
      *================================================================
       0790-SET-ENTRY-STATUS.
      *
           COMPUTE WS-ENTRY-OUTSTANDING =
                   RIA-AMOUNT-DUE - RIA-AMOUNT-SETTLED
           EVALUATE TRUE
              WHEN WS-ENTRY-OUTSTANDING = ZERO
                 SET RIA-STATUS-SETTLED  TO TRUE
              WHEN RIA-AMOUNT-SETTLED = ZERO
                 SET RIA-STATUS-OPEN     TO TRUE
              WHEN OTHER
                 SET RIA-STATUS-PART-SETTLED TO TRUE
           END-EVALUATE
      *
       0790-SET-ENTRY-STATUS-EXIT.
           EXIT.
      *
       0800-WRITE-SUMMARY.
      *
           MOVE '-------- SUMMARY ---------------------------------'
                TO RIRRPT-RECORD
           WRITE RIRRPT-RECORD
           MOVE WS-LINE-COUNT            TO WS-RPT-CNT
           MOVE SPACES                   TO WS-REPORT-LINE
           STRING 'LINES READ        =' WS-RPT-CNT
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE RIRRPT-RECORD FROM WS-REPORT-LINE
           MOVE WS-TAKEN-COUNT           TO WS-RPT-CNT
           MOVE WS-TOTAL-RECEIVED        TO WS-RPT-AMT
           MOVE WS-TOTAL-PAID-OUT        TO WS-RPT-LEFT
           MOVE SPACES                   TO WS-REPORT-LINE
           STRING 'TAKEN IN          =' WS-RPT-CNT
                  ' RECEIVED=' WS-RPT-AMT
                  ' PAID OUT=' WS-RPT-LEFT
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE RIRRPT-RECORD FROM WS-REPORT-LINE
           MOVE WS-SETTLED-COUNT         TO WS-RPT-CNT
           MOVE WS-TOTAL-APPLIED         TO WS-RPT-AMT
           MOVE SPACES                   TO WS-REPORT-LINE
           STRING 'ENTRIES SETTLED   =' WS-RPT-CNT
                  ' AMOUNT=' WS-RPT-AMT
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE RIRRPT-RECORD FROM WS-REPORT-LINE
           MOVE WS-UNAPPLIED-COUNT       TO WS-RPT-CNT
           MOVE WS-TOTAL-UNAPPLIED       TO WS-RPT-AMT
           MOVE SPACES                   TO WS-REPORT-LINE
           STRING 'LEFT UNAPPLIED    =' WS-RPT-CNT
                  ' AMOUNT=' WS-RPT-AMT
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE RIRRPT-RECORD FROM WS-REPORT-LINE
           MOVE WS-ALREADY-COUNT         TO WS-RPT-CNT
           MOVE SPACES                   TO WS-REPORT-LINE
           STRING 'ALREADY TAKEN IN  =' WS-RPT-CNT
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE RIRRPT-RECORD FROM WS-REPORT-LINE
           MOVE WS-REJECT-COUNT          TO WS-RPT-CNT
           MOVE SPACES                   TO WS-REPORT-LINE
           STRING 'REJECTED          =' WS-RPT-CNT
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE RIRRPT-RECORD FROM WS-REPORT-LINE
      *
           DISPLAY 'LGRRIR01 - TAKEN IN=' WS-TAKEN-COUNT
                   ' SETTLED=' WS-SETTLED-COUNT
                   ' UNAPPLIED=' WS-UNAPPLIED-COUNT
                   ' REJECTED=' WS-REJECT-COUNT
      *
       0800-WRITE-SUMMARY-EXIT.
           EXIT.
      *
       0900-CLOSE-FILES.
      *
           IF REINREM-OPENED
              CLOSE REINREM
           END-IF
           CLOSE REINACCT
           CLOSE RIRRPT
           IF PERIODS-USABLE
              CLOSE PERIODS
           END-IF
           IF GLPOST-USABLE
              CLOSE GLPOST
           END-IF
      *
       0900-CLOSE-FILES-EXIT.
           EXIT.
      *
      *================================================================
      * 0940-OPEN-LEDGER-FILES - PERIODS IS READ ONLY, AND MAY NOT
      *     EXIST YET; GLPOST IS CREATED ON FIRST USE.
      *================================================================
       0940-OPEN-LEDGER-FILES.
      *
           OPEN INPUT PERIODS
           IF PERIODS-OPEN-OK
              SET PERIODS-USABLE         TO TRUE
           ELSE
              IF NOT PERIODS-NOT-FOUND
                 DISPLAY '**LGRRIR01 - PERIODS OPEN ERROR - STATUS '
                         PERIODS-STATUS
                 MOVE 8                  TO RETURN-CODE
                 MOVE 'N'                TO SW-POSTING
              END-IF
           END-IF
      *
           OPEN I-O GLPOST
           IF GLPOST-NOT-FOUND
              OPEN OUTPUT GLPOST
              CLOSE GLPOST
              OPEN I-O GLPOST
           END-IF
           IF GLPOST-OPEN-OK
              SET GLPOST-USABLE          TO TRUE
           ELSE
              DISPLAY '**LGRRIR01 - GLPOST OPEN ERROR - STATUS '
                      GLPOST-STATUS
              MOVE 8                     TO RETURN-CODE
              MOVE 'N'                   TO SW-POSTING
           END-IF
      *
       0940-OPEN-LEDGER-FILES-EXIT.
           EXIT.
      *
      *================================================================
      * 0950-CHECK-PERIOD - SETS GL-PERIOD-CLOSED WHEN THE MONTH OF
      *     WS-GL-DATE HAS BEEN CLOSED ON PERIODS.  A MONTH NOT ON
      *     THE FILE, OR NO FILE AT ALL, IS OPEN.
      *================================================================
       0950-CHECK-PERIOD.
      *
           MOVE WS-GL-DATE(1:7)          TO WS-GL-PERIOD
           SET GL-PERIOD-OPEN            TO TRUE
           IF NOT PERIODS-USABLE
              GO TO 0950-CHECK-PERIOD-EXIT
           END-IF
      *
           MOVE WS-GL-PERIOD             TO PRD-PERIOD
           READ PERIODS
           IF PERIODS-OPEN-OK
              AND PRD-STATUS-CLOSED
              SET GL-PERIOD-CLOSED       TO TRUE
           END-IF
           MOVE '00'                     TO PERIODS-STATUS
      *
       0950-CHECK-PERIOD-EXIT.
           EXIT.
      *
      *================================================================
      * 0960-POST-GL - POSTS WS-GL-AMOUNT TO GLPOST IN THE MONTH OF
      *     WS-GL-DATE UNDER LINE WS-GL-LINE: A DEBIT TO
      *     WS-GL-DEBIT-ACCT AND A CREDIT TO WS-GL-CREDIT-ACCT.
      *================================================================
       0960-POST-GL.
      *
           IF WS-GL-AMOUNT = ZERO
              GO TO 0960-POST-GL-EXIT
           END-IF
      *
           MOVE WS-GL-DEBIT-ACCT         TO WS-GL-ACCOUNT
           MOVE WS-GL-AMOUNT             TO WS-GL-DR
           MOVE ZERO                     TO WS-GL-CR
           PERFORM 0970-ADD-TO-GLPOST
              THRU 0970-ADD-TO-GLPOST-EXIT
           MOVE WS-GL-CREDIT-ACCT        TO WS-GL-ACCOUNT
           MOVE ZERO                     TO WS-GL-DR
           MOVE WS-GL-AMOUNT             TO WS-GL-CR
           PERFORM 0970-ADD-TO-GLPOST
              THRU 0970-ADD-TO-GLPOST-EXIT
      *
       0960-POST-GL-EXIT.
           EXIT.
      *
      *================================================================
      * 0970-ADD-TO-GLPOST - ADDS WS-GL-DR AND WS-GL-CR TO THE
      *     MONTH'S RUNNING TOTAL FOR WS-GL-LINE/WS-GL-ACCOUNT FROM
      *     THIS PROGRAM, STARTING THE TOTAL ON ITS FIRST POSTING.
      *================================================================
       0970-ADD-TO-GLPOST.
      *
           MOVE SPACES                   TO GL-POSTING-RECORD
           MOVE WS-GL-DATE(1:7)          TO GLP-PERIOD
           MOVE WS-GL-LINE               TO GLP-LINE
           MOVE WS-GL-ACCOUNT            TO GLP-ACCOUNT
           MOVE 'LGRRIR01'               TO GLP-SOURCE
           MOVE GLP-KEY                  TO WS-GL-KEY-HOLD
      *
           READ GLPOST
           IF GLPOST-NO-RECORD
              MOVE SPACES                TO GL-POSTING-RECORD
              MOVE WS-GL-KEY-HOLD        TO GLP-KEY
              MOVE ZERO                  TO GLP-DEBIT
                                            GLP-CREDIT
                                            GLP-POSTING-COUNT
           ELSE
              IF NOT GLPOST-OPEN-OK
                 GO TO 0970-ADD-TO-GLPOST-ERROR
              END-IF
           END-IF
      *
           ADD WS-GL-DR                  TO GLP-DEBIT
           ADD WS-GL-CR                  TO GLP-CREDIT
           ADD 1                         TO GLP-POSTING-COUNT
           MOVE WS-TODAY-DATE10          TO GLP-LAST-POSTED-DATE
      *
           IF GLPOST-NO-RECORD
              WRITE GL-POSTING-RECORD
           ELSE
              REWRITE GL-POSTING-RECORD
           END-IF
           IF GLPOST-OPEN-OK
              GO TO 0970-ADD-TO-GLPOST-EXIT
           END-IF
      *
       0970-ADD-TO-GLPOST-ERROR.
      *
           DISPLAY '**LGRRIR01 - GLPOST UPDATE ERROR - STATUS '
                   GLPOST-STATUS
           MOVE 8                        TO RETURN-CODE.
      *
       0970-ADD-TO-GLPOST-EXIT.
           EXIT.
