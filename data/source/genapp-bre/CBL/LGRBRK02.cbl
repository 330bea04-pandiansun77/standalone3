       DATE-COMPILED.
      *================================================================
      * MODIFICATION HISTORY
      *   2026-10-15  PA  STANDARD COMPLETION RECORD ON CMPLOG
      *                   (LGCCMPL, THROUGH LGACMP01) AT THE END
      *                   OF EVERY RUN, FOR THE MORNING
      *                   OPERATIONS DIGEST.
      *   2026-10-15  PA  EACH STATEMENT CARRIES THE BROKER'S NAME AND
      *                   ADDRESS FROM THE BROKERMS BROKER MASTER
      *                   (LGCBRKM), AND A BANK PAYMENT GOES TO THE
      *                   BROKER'S ACCOUNT NAME, SORT CODE AND ACCOUNT
      *                   NUMBER FROM IT.
      *   2026-10-15  PA  A SURRENDERED ENDOWMENT IS CLAWED BACK AS A
      *                   CANCELLED ONE IS, FROM ITS SURRENDER DATE.
      *   2026-10-15  PA  THE RUN POSTS TO THE GENERAL LEDGER INTERFACE
      *                   (GLPOST): EACH BROKER'S NET BY LINE OF
      *                   BUSINESS COMM / BRKP WHEN IT IS POSTED TO
      *                   BRKLEDG, AND BRKP / CASH FOR EACH PAYMENT.
      *                   NO RUN WHEN TODAY'S MONTH IS CLOSED ON
      *                   PERIODS.
      *   2026-10-15  PA  EACH BROKER'S NET IS POSTED TO ITS ACCOUNT ON
      *                   THE BRKLEDG COMMISSION LEDGER (LGCBRKL), SO
      *                   A DEBIT BALANCE LEFT BY CLAWBACKS IS CARRIED
      *                   FORWARD AND NETTED AGAINST LATER EARNINGS.
      *                   A BALANCE ABOVE THE MINIMUM PAYABLE IS PAID
      *                   THROUGH THE BRKBANK EXTRACT.  PARAGRAPHS
      *                   LEFT BY GO TO ARE PERFORMED THRU THEIR EXIT.
      *   2026-09-02  PA  CLAWBACK EXTENDED TO HOUSE, MOTOR AND
      *                   ENDOWMENT NOW THAT THE CANCEL PATHS MARK
      *                   THEIR MASTERS (STATUS FLAG 'C' WITH A
      *          WITHIN THE PERIOD) NETS BACK THE RENEWAL-RATE
      *          COMMISSION ON ITS PREMIUM, AS DOES ANY LINE'S
      *          POLICY WHOSE CANCEL DATE FALLS WITHIN THE PERIOD.
      *      EACH BROKER'S NET FOR THE PERIOD IS POSTED TO ITS
      *      ACCOUNT ON BRKLEDG.  THE BALANCE - WHAT WE OWE THE
      *      BROKER - IS PAID IN FULL THROUGH BRKBANK WHEN IT IS
      *      ABOVE THE MINIMUM PAYABLE; OTHERWISE IT IS CARRIED
      *      FORWARD, A DEBIT BALANCE INCLUDED, AND NETTED AGAINST
      *      THE NEXT PERIOD'S EARNINGS.  A BROKER ALREADY POSTED
      *      TODAY IS NOT POSTED OR PAID AGAIN ON A RERUN.
      *      EVERY BROKER POSTED ALSO POSTS TO THE GENERAL LEDGER
      *      INTERFACE (GLPOST, LGCGLPT) IN TODAY'S MONTH: ITS NET
      *      FOR EACH LINE OF BUSINESS DEBIT COMMISSION / CREDIT
      *      COMMISSION PAYABLE, AND ANY PAYMENT DEBIT COMMISSION
      *      PAYABLE / CREDIT CASH (NO LINE).  NOTHING RUNS WHEN
      *      TODAY'S MONTH HAS BEEN CLOSED ON PERIODS (LGCPERD).
      *      THE RATES ARE DATA, NOT LITERALS: THE BRKRATES FILE IS
      *      LOADED AT STARTUP AND THE RUN FAILS WITHOUT IT - A
      *      COMMISSION RUN ON GUESSED RATES IS WORSE THAN NO RUN.
      *
      *    INPUT FILES:  BRKPARM  - ONE CARD, COLS 1-3 = PERIOD IN
      *                             DAYS (DEFAULT 030), COLS 4-11 =
      *                             MINIMUM PAYABLE 9(6)V99 (DEFAULT
      *                             50.00).
      *                  BRKRATES - ONE CARD PER LINE OF BUSINESS:
      *                             COL   1    LINE (H/M/C/E)
      *                             COLS  3-6  NEW-BUSINESS RATE
      *                             COLS  8-11 RENEWAL RATE
      *                                        (99V99 PERCENT)
      *                  HOUSEPOL, MOTORPOL, COMMPOL, ENDOWPOL.
      *                  BRKLEDG  - BROKER COMMISSION LEDGER KSDS
      *                             (I-O, CREATED ON FIRST USE).
      *                  PERIODS  - ACCOUNTING PERIOD CONTROL KSDS
      *                             (OPTIONAL).
      *                  BROKERMS - BROKER MASTER KSDS (LGCBRKM) FOR
      *                             THE NAME, ADDRESS AND BANK
      *                             DETAILS (OPTIONAL - WITHOUT IT
      *                             THE STATEMENTS CARRY THE ID
      *                             ONLY).
      *
      *    OUTPUT FILES: BRKSTMT  - PAYABLE STATEMENT PER BROKER.
      *                  BRKACCT  - SUMMARY EXTRACT FOR ACCOUNTS,
      *                             COLS 11-22  NET PAYABLE
      *                                         (S9(9)V99 SIGN
      *                                         TRAILING)
      *                             THE PERIOD'S NET AS POSTED; WHAT
      *                             IS PAID GOES THROUGH BRKBANK.
      *                  BRKBANK  - BANK PAYMENT EXTRACT, IN THE
      *                             DSBBANK LAYOUT (SEE LGRDSB01):
      *                             COLS  1-10  BROKER ID
      *                             COLS 11-14  BROKER PAYMENT SEQ
      *                             COLS 15-44  PAYEE
      *                             COLS 45-54  AMOUNT (9(8)V99)
      *                             COLS 55-64  PAYMENT DATE
      *                             COL  65     B = BROKER COMMISSION
      *                             COLS 66-71  SORT CODE
      *                             COLS 72-79  ACCOUNT NUMBER
      *                                         (ZERO WHEN THE BROKER
      *                                         IS NOT ON BROKERMS)
      *                  GLPOST   - GENERAL LEDGER INTERFACE KSDS
      *                             (I-O, CREATED ON FIRST USE).
      *                  CMPLOG   - BATCH COMPLETION LOG (LGCCMPL,
      *                             THROUGH LGACMP01).
      *
      *    RETURN CODE:  00 - NOTHING PAYABLE THIS PERIOD
      *                  04 - STATEMENTS PRODUCED
      *                  08 - FILE ERROR / RATES FILE MISSING /
      *                       TODAY'S PERIOD CLOSED
      *================================================================
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      *
           SELECT BRKACCT ASSIGN TO BRKACCT
              FILE STATUS IS BRKACCT-STATUS.
      *
           SELECT BRKLEDG ASSIGN TO BRKLEDG
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS BRL-KEY
              FILE STATUS IS BRKLEDG-STATUS.
      *
           SELECT BRKBANK ASSIGN TO BRKBANK
              FILE STATUS IS BRKBANK-STATUS.
      *
           SELECT BROKERMS ASSIGN TO BROKERMS
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS BKR-BROKERID
              FILE STATUS IS BROKERMS-STATUS.
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
       FD  BRKACCT
           BLOCK CONTAINS 0 RECORDS.
       01  BRKACCT-RECORD                 PIC X(30).
      *
       FD  BRKLEDG
           BLOCK CONTAINS 0 RECORDS.
       COPY LGCBRKL.
      *
       FD  BRKBANK
           BLOCK CONTAINS 0 RECORDS.
       01  BRKBANK-RECORD                 PIC X(80).
      *
       FD  BROKERMS
           BLOCK CONTAINS 0 RECORDS.
       COPY LGCBRKM.
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
               88  ENDOWPOL-VALID-STATUS          VALUE '00' '35'.
           05  BRKSTMT-STATUS             PIC XX VALUE '00'.
           05  BRKACCT-STATUS             PIC XX VALUE '00'.
           05  BRKLEDG-STATUS             PIC XX VALUE '00'.
               88  BRKLEDG-OPEN-OK                VALUE '00'.
               88  BRKLEDG-NOT-FOUND              VALUE '35'.
               88  BRKLEDG-NO-RECORD              VALUE '23'.
           05  BRKBANK-STATUS             PIC XX VALUE '00'.
           05  BROKERMS-STATUS            PIC XX VALUE '00'.
               88  BROKERMS-OPEN-OK               VALUE '00'.
               88  BROKERMS-NOT-FOUND             VALUE '35'.
           05  PERIODS-STATUS             PIC XX VALUE '00'.
               88  PERIODS-OPEN-OK                VALUE '00'.
               88  PERIODS-NOT-FOUND              VALUE '35'.
           05  GLPOST-STATUS              PIC XX VALUE '00'.
               88  GLPOST-OPEN-OK                 VALUE '00'.
               88  GLPOST-NOT-FOUND               VALUE '35'.
               88  GLPOST-NO-RECORD               VALUE '23'.
           05  SW-BRKLEDG-OPENED          PIC X(01) VALUE 'N'.
               88  BRKLEDG-OPENED                 VALUE 'Y'.
           05  SW-NEW-ACCOUNT             PIC X(01) VALUE 'N'.
               88  NEW-ACCOUNT                    VALUE 'Y'.
           05  SW-EOF                     PIC X(01) VALUE 'N'.
               88  END-OF-FILE                    VALUE 'Y'.
           05  SW-RATES-LOADED            PIC X(01) VALUE 'N'.
               88  RATES-LOADED                   VALUE 'Y'.
           05  SW-PERIODS                 PIC X(01) VALUE 'N'.
               88  PERIODS-USABLE                 VALUE 'Y'.
           05  SW-GLPOST                  PIC X(01) VALUE 'N'.
               88  GLPOST-USABLE                  VALUE 'Y'.
           05  SW-POSTING                 PIC X(01) VALUE 'Y'.
               88  POSTING-ALLOWED                VALUE 'Y'.
           05  SW-BROKERMS                PIC X(01) VALUE 'N'.
               88  BROKERMS-USABLE                VALUE 'Y'.
           05  SW-BROKER-ON-FILE          PIC X(01) VALUE 'N'.
               88  BROKER-ON-FILE                 VALUE 'Y'.
      *
       01  WS-PARM-REC.
           05  WS-PARM-PERIOD             PIC 9(03).
           05  WS-PARM-MIN-PAY            PIC 9(06)V99.
           05  FILLER                     PIC X(69).
       01  WS-PARM-REC-X REDEFINES WS-PARM-REC.
           05  WS-PARM-PERIOD-X           PIC X(03).
           05  WS-PARM-MIN-PAY-X          PIC X(08).
           05  FILLER                     PIC X(69).
      *
       01  WS-PERIOD-DAYS                 PIC 9(03) VALUE 030.
       01  WS-MIN-PAYABLE                 PIC 9(06)V99 VALUE 50.00.
      *
       01  WS-RATE-REC.
           05  WS-RATE-LINE               PIC X(01).
               10  RTE-NB-RATE            PIC 9(02)V9(02).
               10  RTE-RNW-RATE           PIC 9(02)V9(02).
       01  WS-RTE-SLOT                    PIC 9(01) VALUE ZERO.
       01  WS-LINE-CODES                  PIC X(04) VALUE 'HMCE'.
      *
       01  WS-TODAY-DATE                  PIC 9(08).
       01  WS-TODAY-INTDATE               PIC 9(07) VALUE ZERO.
       01  WS-TODAY-DATE10                PIC X(10).
      *
       01  WS-ISSUE-DATE-HOLD             PIC X(10).
       01  WS-ISSUE-NUMDATE               PIC 9(08) VALUE ZERO.
               10  BRK-NB-COMM            PIC S9(09)V99 COMP-3.
               10  BRK-RNW-COMM           PIC S9(09)V99 COMP-3.
               10  BRK-CLAWBACK           PIC S9(09)V99 COMP-3.
      *        THE NET BY LINE OF BUSINESS, SLOTS AS RTE-TABLE.
               10  BRK-LINE-COMM          PIC S9(09)V99 COMP-3
                                          OCCURS 4 TIMES.
       01  WS-BRK-FND-SW                  PIC X(01) VALUE 'N'.
           88  BRK-FND                            VALUE 'Y'.
       01  WS-BRK-SLOT                    PIC 9(04) COMP VALUE ZERO.
                                          SIGN TRAILING SEPARATE.
           05  FILLER                     PIC X(08).
      *
      *    LEDGER POSTING FOR THE BROKER IN HAND.
       01  WS-BALANCE-BROUGHT             PIC S9(09)V99 VALUE ZERO.
       01  WS-BALANCE                     PIC S9(09)V99 VALUE ZERO.
       01  WS-PAID-NOW                    PIC S9(09)V99 VALUE ZERO.
       01  WS-LEDGER-NOTE                 PIC X(30) VALUE SPACES.
      *
      *    ONE LINE OF THE BANK EXTRACT - THE DSBBANK LAYOUT.
       01  WS-BANK-REC.
           05  BNK-BROKERID               PIC 9(10).
           05  BNK-PAYMENT-SEQ            PIC 9(04).
           05  BNK-PAYEE                  PIC X(30).
           05  BNK-AMOUNT                 PIC 9(08)V99.
           05  BNK-DISBURSE-DATE          PIC X(10).
           05  BNK-PAYMENT-TYPE           PIC X(01).
               88  BNK-BROKER-COMMISSION          VALUE 'B'.
           05  BNK-SORT-CODE              PIC 9(06).
           05  BNK-ACCOUNT-NUM            PIC 9(08).
           05  FILLER                     PIC X(01).
      *
       01  WS-POLICIES-READ               PIC 9(07) COMP VALUE ZERO.
       01  WS-BROKERS-POSTED              PIC 9(07) COMP VALUE ZERO.
       01  WS-DETAIL-COUNT                PIC 9(07) COMP VALUE ZERO.
       01  WS-PAYMENT-COUNT               PIC 9(07) COMP VALUE ZERO.
       01  WS-TOTAL-PAID                  PIC S9(11)V99 VALUE ZERO.
       01  WS-DEBIT-COUNT                 PIC 9(07) COMP VALUE ZERO.
       01  WS-TOTAL-DEBIT                 PIC S9(11)V99 VALUE ZERO.
       01  WS-HELD-COUNT                  PIC 9(07) COMP VALUE ZERO.
       01  WS-TOTAL-HELD                  PIC S9(11)V99 VALUE ZERO.
       01  WS-ALREADY-COUNT               PIC 9(07) COMP VALUE ZERO.
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
       01  WS-REPORT-LINE                 PIC X(120).
       01  WS-RPT-AMT                     PIC -(8)9.99.
       01  WS-RPT-RATE                    PIC Z9.99.
       01  WS-RPT-CNT                     PIC Z(6)9.
       01  WS-RPT-BIG                     PIC -(10)9.99.
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
           IF RETURN-CODE = 8
              PERFORM 0900-CLOSE-FILES
                 THRU 0900-CLOSE-FILES-EXIT
              PERFORM 0990-WRITE-COMPLETION
                 THRU 0990-WRITE-COMPLETION-EXIT
              GOBACK
           END-IF
           PERFORM 0200-SCAN-HOUSEPOL
              THRU 0200-SCAN-HOUSEPOL-EXIT
           PERFORM 0250-SCAN-MOTORPOL
              THRU 0250-SCAN-MOTORPOL-EXIT
           PERFORM 0300-SCAN-COMMPOL
              THRU 0300-SCAN-COMMPOL-EXIT
           PERFORM 0350-SCAN-ENDOWPOL
              THRU 0350-SCAN-ENDOWPOL-EXIT
           PERFORM 0800-WRITE-STATEMENTS
              THRU 0800-WRITE-STATEMENTS-EXIT
           PERFORM 0900-CLOSE-FILES
              THRU 0900-CLOSE-FILES-EXIT
      *
           IF WS-DETAIL-COUNT > ZERO AND RETURN-CODE NOT = 8
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
           OPEN OUTPUT BRKSTMT
           MOVE '-------- LGRBRK02 BROKER COMMISSION RUN ---------'
                       WS-PARM-PERIOD > ZERO
                       MOVE WS-PARM-PERIOD TO WS-PERIOD-DAYS
                    END-IF
                    IF WS-PARM-MIN-PAY-X NUMERIC
                       MOVE WS-PARM-MIN-PAY TO WS-MIN-PAYABLE
                    END-IF
              END-READ
              CLOSE BRKPARM
           END-IF
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           COMPUTE WS-TODAY-INTDATE =
                   FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE)
           MOVE WS-TODAY-DATE(1:4)       TO WS-TODAY-DATE10(1:4)
           MOVE '-'                      TO WS-TODAY-DATE10(5:1)
           MOVE WS-TODAY-DATE(5:2)       TO WS-TODAY-DATE10(6:2)
           MOVE '-'                      TO WS-TODAY-DATE10(8:1)
           MOVE WS-TODAY-DATE(7:2)       TO WS-TODAY-DATE10(9:2)
      *
      *    THE FIRST RUN FINDS NO LEDGER AND STARTS ONE.
           OPEN I-O BRKLEDG
           IF BRKLEDG-NOT-FOUND
              OPEN OUTPUT BRKLEDG
              CLOSE BRKLEDG
              OPEN I-O BRKLEDG
           END-IF
           IF BRKLEDG-OPEN-OK
              SET BRKLEDG-OPENED         TO TRUE
           ELSE
              DISPLAY '**LGRBRK02 - BRKLEDG OPEN ERROR - STATUS '
                      BRKLEDG-STATUS
              MOVE 8                     TO RETURN-CODE
           END-IF
           OPEN OUTPUT BRKBANK
           MOVE WS-MIN-PAYABLE           TO WS-RPT-AMT
           MOVE SPACES                   TO WS-REPORT-LINE
           STRING 'MINIMUM PAYABLE=' WS-RPT-AMT
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE BRKSTMT-RECORD FROM WS-REPORT-LINE
      *
           OPEN INPUT HOUSEPOL
           OPEN INPUT MOTORPOL
           OPEN INPUT COMMPOL
           OPEN INPUT ENDOWPOL
      *
           OPEN INPUT BROKERMS
           IF BROKERMS-OPEN-OK
              SET BROKERMS-USABLE        TO TRUE
           ELSE
              IF NOT BROKERMS-NOT-FOUND
                 DISPLAY '**LGRBRK02 - BROKERMS OPEN ERROR - STATUS '
                         BROKERMS-STATUS
              END-IF
              DISPLAY 'LGRBRK02 - NO BROKER MASTER - STATEMENTS '
                      'CARRY THE BROKER ID ONLY'
           END-IF
      *
           PERFORM 0150-LOAD-RATE-TABLE
              THRU 0150-LOAD-RATE-TABLE-EXIT
           IF NOT RATES-LOADED
              DISPLAY '**LGRBRK02 - BRKRATES MISSING OR EMPTY - '
                      'NO COMMISSION RUN WITHOUT AGREED RATES'
              MOVE 8                     TO RETURN-CODE
           END-IF
      *
           PERFORM 0940-OPEN-LEDGER-FILES
              THRU 0940-OPEN-LEDGER-FILES-EXIT
           MOVE WS-TODAY-DATE10          TO WS-GL-DATE
           PERFORM 0950-CHECK-PERIOD
              THRU 0950-CHECK-PERIOD-EXIT
           IF GL-PERIOD-CLOSED
              MOVE 'N'                   TO SW-POSTING
              MOVE 8                     TO RETURN-CODE
              MOVE SPACES                TO WS-REPORT-LINE
              STRING 'PERIOD ' WS-GL-PERIOD
                     ' IS CLOSED - NO COMMISSION RUN'
                     DELIMITED BY SIZE INTO WS-REPORT-LINE
              WRITE BRKSTMT-RECORD FROM WS-REPORT-LINE
              DISPLAY '**LGRBRK02 - PERIOD ' WS-GL-PERIOD
                      ' IS CLOSED - NO COMMISSION RUN'
           END-IF
      *
       0100-INITIALIZATION-EXIT.
           EXIT.
              END-READ
              IF NOT END-OF-FILE
                 PERFORM 0160-STORE-ONE-RATE
                    THRU 0160-STORE-ONE-RATE-EXIT
              END-IF
           END-PERFORM
           CLOSE BRKRATES
           MOVE WS-ISSUE-NUMDATE(5:2)    TO WS-ANNIV-NUMDATE(5:2)
           MOVE WS-ISSUE-NUMDATE(7:2)    TO WS-ANNIV-NUMDATE(7:2)
           PERFORM 0550-FIX-LEAP-DAY
              THRU 0550-FIX-LEAP-DAY-EXIT
           COMPUTE WS-ANNIV-INTDATE =
                   FUNCTION INTEGER-OF-DATE(WS-ANNIV-NUMDATE)
           IF WS-ANNIV-INTDATE > WS-TODAY-INTDATE
              SUBTRACT 1                 FROM WS-ANNIV-YYYY
              MOVE WS-ISSUE-NUMDATE(7:2) TO WS-ANNIV-NUMDATE(7:2)
              PERFORM 0550-FIX-LEAP-DAY
                 THRU 0550-FIX-LEAP-DAY-EXIT
              COMPUTE WS-ANNIV-INTDATE =
                      FUNCTION INTEGER-OF-DATE(WS-ANNIV-NUMDATE)
           END-IF
              READ HOUSEPOL NEXT RECORD
                 AT END SET END-OF-FILE  TO TRUE
              END-READ
              IF NOT END-OF-FILE
                 ADD 1                   TO WS-POLICIES-READ
              END-IF
              IF NOT END-OF-FILE
                 MOVE 1                  TO WS-RTE-SLOT
                 MOVE HSM-BROKERID       TO WS-BRK-BROKERID
                 IF HSM-POLICY-CANCELLED
                    MOVE HSM-CANCEL-DATE TO WS-CANCEL-DATE-HOLD
                    PERFORM 0520-CHECK-CANCEL-IN-PERIOD
                       THRU 0520-CHECK-CANCEL-IN-PERIOD-EXIT
                    IF EARN-CLAWBACK
                       PERFORM 0600-EARN-COMMISSION
                          THRU 0600-EARN-COMMISSION-EXIT
                    END-IF
                 ELSE
                    MOVE HSM-ISSUE-DATE  TO WS-ISSUE-DATE-HOLD
                    PERFORM 0500-CLASSIFY-EARNING
                       THRU 0500-CLASSIFY-EARNING-EXIT
                    IF NOT EARN-NOTHING
                       PERFORM 0600-EARN-COMMISSION
                          THRU 0600-EARN-COMMISSION-EXIT
                    END-IF
                 END-IF
              END-IF
              READ MOTORPOL NEXT RECORD
                 AT END SET END-OF-FILE  TO TRUE
              END-READ
              IF NOT END-OF-FILE
                 ADD 1                   TO WS-POLICIES-READ
              END-IF
              IF NOT END-OF-FILE
                 MOVE 2                  TO WS-RTE-SLOT
                 MOVE MTM-BROKERID       TO WS-BRK-BROKERID
                 IF MTM-POLICY-CANCELLED
                    MOVE MTM-CANCEL-DATE TO WS-CANCEL-DATE-HOLD
                    PERFORM 0520-CHECK-CANCEL-IN-PERIOD
                       THRU 0520-CHECK-CANCEL-IN-PERIOD-EXIT
                    IF EARN-CLAWBACK
                       PERFORM 0600-EARN-COMMISSION
                          THRU 0600-EARN-COMMISSION-EXIT
                    END-IF
                 ELSE
                    MOVE MTM-ISSUE-DATE  TO WS-ISSUE-DATE-HOLD
                    PERFORM 0500-CLASSIFY-EARNING
                       THRU 0500-CLASSIFY-EARNING-EXIT
                    IF NOT EARN-NOTHING
                       PERFORM 0600-EARN-COMMISSION
                          THRU 0600-EARN-COMMISSION-EXIT
                    END-IF
                 END-IF
              END-IF
              READ COMMPOL NEXT RECORD
                 AT END SET END-OF-FILE  TO TRUE
              END-READ
              IF NOT END-OF-FILE
                 ADD 1                   TO WS-POLICIES-READ
              END-IF
              IF NOT END-OF-FILE
                 PERFORM 0320-JUDGE-ONE-COMMERCIAL
                    THRU 0320-JUDGE-ONE-COMMERCIAL-EXIT
              END-IF
           END-PERFORM
      *
           IF CML-B-STATUS = 3000
              MOVE CML-ISSUE-DATE        TO WS-ISSUE-DATE-HOLD
              PERFORM 0500-CLASSIFY-EARNING
                 THRU 0500-CLASSIFY-EARNING-EXIT
              IF NOT EARN-NOTHING
                 PERFORM 0600-EARN-COMMISSION
                    THRU 0600-EARN-COMMISSION-EXIT
              END-IF
              GO TO 0320-JUDGE-ONE-COMMERCIAL-EXIT
           END-IF
              AND WS-DAYS-SINCE-STATUS NOT > WS-PERIOD-DAYS
              SET EARN-CLAWBACK          TO TRUE
              PERFORM 0600-EARN-COMMISSION
                 THRU 0600-EARN-COMMISSION-EXIT
           END-IF
      *
       0320-JUDGE-ONE-COMMERCIAL-EXIT.
              READ ENDOWPOL NEXT RECORD
                 AT END SET END-OF-FILE  TO TRUE
              END-READ
              IF NOT END-OF-FILE
                 ADD 1                   TO WS-POLICIES-READ
              END-IF
              IF NOT END-OF-FILE
                 MOVE 4                  TO WS-RTE-SLOT
                 MOVE ENM-BROKERID       TO WS-BRK-BROKERID
                 MOVE ENM-POLICY-NUM     TO WS-BRK-POLICY-NUM
                 MOVE ENM-PAYMENT        TO WS-BRK-PREMIUM
                 IF ENM-POLICY-CANCELLED
                    OR ENM-POLICY-SURRENDERED
                    MOVE ENM-CANCEL-DATE TO WS-CANCEL-DATE-HOLD
                    PERFORM 0520-CHECK-CANCEL-IN-PERIOD
                       THRU 0520-CHECK-CANCEL-IN-PERIOD-EXIT
                    IF EARN-CLAWBACK
                       PERFORM 0600-EARN-COMMISSION
                          THRU 0600-EARN-COMMISSION-EXIT
                    END-IF
                 ELSE
                    MOVE ENM-ISSUE-DATE  TO WS-ISSUE-DATE-HOLD
                    PERFORM 0500-CLASSIFY-EARNING
                       THRU 0500-CLASSIFY-EARNING-EXIT
                    IF NOT EARN-NOTHING
                       PERFORM 0600-EARN-COMMISSION
                          THRU 0600-EARN-COMMISSION-EXIT
                    END-IF
                 END-IF
              END-IF
           END-EVALUATE
      *
           PERFORM 0650-FIND-BROKER-SLOT
              THRU 0650-FIND-BROKER-SLOT-EXIT
           IF WS-BRK-SLOT = ZERO
              GO TO 0600-EARN-COMMISSION-EXIT
           END-IF
              WHEN EARN-CLAWBACK
                 ADD WS-COMMISSION       TO BRK-CLAWBACK(WS-BRK-SLOT)
           END-EVALUATE
           ADD WS-COMMISSION
             TO BRK-LINE-COMM(WS-BRK-SLOT, WS-RTE-SLOT)
      *
           ADD 1                         TO WS-DETAIL-COUNT
           MOVE WS-COMMISSION            TO WS-RPT-AMT
                 MOVE ZERO               TO BRK-NB-COMM(BRK-END)
                 MOVE ZERO               TO BRK-RNW-COMM(BRK-END)
                 MOVE ZERO               TO BRK-CLAWBACK(BRK-END)
                 MOVE ZERO               TO BRK-LINE-COMM(BRK-END, 1)
                                            BRK-LINE-COMM(BRK-END, 2)
                                            BRK-LINE-COMM(BRK-END, 3)
                                            BRK-LINE-COMM(BRK-END, 4)
                 MOVE BRK-END            TO WS-BRK-SLOT
              END-IF
           END-IF
                     ' NET PAYABLE=' WS-RPT-AMT
                     DELIMITED BY SIZE INTO WS-REPORT-LINE
              WRITE BRKSTMT-RECORD FROM WS-REPORT-LINE
              PERFORM 0810-WRITE-BROKER-ADDRESS
                 THRU 0810-WRITE-BROKER-ADDRESS-EXIT
              MOVE BRK-NB-COMM(BRK-IDX)  TO WS-RPT-AMT
              MOVE SPACES                TO WS-REPORT-LINE
              STRING '   NEW BUSINESS =' WS-RPT-AMT
              MOVE BRK-BROKERID(BRK-IDX) TO ACT-BROKERID
              MOVE WS-NET-PAYABLE        TO ACT-NET-PAYABLE
              WRITE BRKACCT-RECORD FROM WS-ACCT-REC
              ADD 1                      TO WS-BROKERS-POSTED
      *
              PERFORM 0850-POST-TO-LEDGER
                 THRU 0850-POST-TO-LEDGER-EXIT
      *
              ADD 1                      TO BRK-IDX
           END-PERFORM
      *
           MOVE '-------- COMMISSION LEDGER ----------------------'
                TO BRKSTMT-RECORD
           WRITE BRKSTMT-RECORD
           MOVE WS-PAYMENT-COUNT         TO WS-RPT-CNT
           MOVE WS-TOTAL-PAID            TO WS-RPT-BIG
           MOVE SPACES                   TO WS-REPORT-LINE
           STRING 'PAID TO BANK            =' WS-RPT-CNT
                  ' AMOUNT=' WS-RPT-BIG
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE BRKSTMT-RECORD FROM WS-REPORT-LINE
           MOVE WS-HELD-COUNT            TO WS-RPT-CNT
           MOVE WS-TOTAL-HELD            TO WS-RPT-BIG
           MOVE SPACES                   TO WS-REPORT-LINE
           STRING 'BELOW MINIMUM, CARRIED  =' WS-RPT-CNT
                  ' AMOUNT=' WS-RPT-BIG
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE BRKSTMT-RECORD FROM WS-REPORT-LINE
           MOVE WS-DEBIT-COUNT           TO WS-RPT-CNT
           MOVE WS-TOTAL-DEBIT           TO WS-RPT-BIG
           MOVE SPACES                   TO WS-REPORT-LINE
           STRING 'DEBIT BALANCES CARRIED  =' WS-RPT-CNT
                  ' AMOUNT=' WS-RPT-BIG
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE BRKSTMT-RECORD FROM WS-REPORT-LINE
           MOVE WS-ALREADY-COUNT         TO WS-RPT-CNT
           MOVE SPACES                   TO WS-REPORT-LINE
           STRING 'ALREADY POSTED TODAY    =' WS-RPT-CNT
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE BRKSTMT-RECORD FROM WS-REPORT-LINE
      *
           DISPLAY 'LGRBRK02 - DETAIL LINES=' WS-DETAIL-COUNT
                   ' BROKERS=' BRK-END
                   ' PAID=' WS-PAYMENT-COUNT
      *
       0800-WRITE-STATEMENTS-EXIT.
           EXIT.
      *
      *================================================================
      * 0810-WRITE-BROKER-ADDRESS - READS BROKER BRK-IDX FROM BROKERMS
      *     AND PRINTS ITS NAME AND ADDRESS UNDER THE STATEMENT
      *     HEADING.  THE RECORD STAYS IN THE AREA FOR THE BANK LINE
      *     IN 0850.
      *================================================================
       0810-WRITE-BROKER-ADDRESS.
      *
           MOVE 'N'                      TO SW-BROKER-ON-FILE
           IF NOT BROKERMS-USABLE
              GO TO 0810-WRITE-BROKER-ADDRESS-EXIT
           END-IF
      *
           MOVE BRK-BROKERID(BRK-IDX)    TO BKR-BROKERID
           READ BROKERMS
           IF NOT BROKERMS-OPEN-OK
              MOVE SPACES                TO WS-REPORT-LINE
              STRING '   ** NOT ON THE BROKER MASTER **'
                     DELIMITED BY SIZE INTO WS-REPORT-LINE
              WRITE BRKSTMT-RECORD FROM WS-REPORT-LINE
              GO TO 0810-WRITE-BROKER-ADDRESS-EXIT
           END-IF
           SET BROKER-ON-FILE            TO TRUE
      *
           MOVE SPACES                   TO WS-REPORT-LINE
           STRING '   ' BKR-NAME
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE BRKSTMT-RECORD FROM WS-REPORT-LINE
           MOVE SPACES                   TO WS-REPORT-LINE
           STRING '   ' BKR-ADDRESS-LINE-1 ' ' BKR-ADDRESS-LINE-2
                  ' ' BKR-TOWN ' ' BKR-POSTCODE
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE BRKSTMT-RECORD FROM WS-REPORT-LINE
      *
       0810-WRITE-BROKER-ADDRESS-EXIT.
           EXIT.
      *
      *================================================================
      * 0850-POST-TO-LEDGER - POSTS BROKER BRK-IDX'S NET FOR THE
      *     PERIOD (WS-NET-PAYABLE) TO ITS LEDGER ACCOUNT, THEN PAYS
      *     THE WHOLE BALANCE WHEN IT IS ABOVE THE MINIMUM PAYABLE.
      *     A DEBIT BALANCE, OR A CREDIT TOO SMALL TO PAY, IS LEFT ON
      *     THE ACCOUNT FOR THE NEXT PERIOD.
      *================================================================
       0850-POST-TO-LEDGER.
      *
           IF NOT BRKLEDG-OPENED
              GO TO 0850-POST-TO-LEDGER-EXIT
           END-IF
      *
           MOVE 'N'                      TO SW-NEW-ACCOUNT
           MOVE BRK-BROKERID(BRK-IDX)    TO BRL-BROKERID
           MOVE '0000-00-00'             TO BRL-ENTRY-DATE
           SET BRL-TYPE-BALANCE          TO TRUE
           READ BRKLEDG
           IF BRKLEDG-NO-RECORD
              SET NEW-ACCOUNT            TO TRUE
              MOVE ZERO                  TO BRL-PERIOD-DAYS
                                            BRL-NB-COMM
                                            BRL-RNW-COMM
                                            BRL-CLAWBACK
                                            BRL-AMOUNT
                                            BRL-BALANCE-BEFORE
                                            BRL-BALANCE-AFTER
                                            BRL-PAYMENT-SEQ
              MOVE SPACES                TO BRL-LAST-POSTED-DATE
                                            BRL-LAST-PAID-DATE
           ELSE
              IF NOT BRKLEDG-OPEN-OK
                 GO TO 0850-POST-TO-LEDGER-ERROR
              END-IF
           END-IF
      *
           IF BRL-LAST-POSTED-DATE = WS-TODAY-DATE10
              ADD 1                      TO WS-ALREADY-COUNT
              MOVE SPACES                TO WS-REPORT-LINE
              STRING '   ALREADY POSTED TO THE LEDGER TODAY'
                     ' - NOT POSTED OR PAID AGAIN'
                     DELIMITED BY SIZE INTO WS-REPORT-LINE
              WRITE BRKSTMT-RECORD FROM WS-REPORT-LINE
              GO TO 0850-POST-TO-LEDGER-EXIT
           END-IF
      *
           MOVE BRL-BALANCE-AFTER        TO WS-BALANCE-BROUGHT
           COMPUTE WS-BALANCE = WS-BALANCE-BROUGHT + WS-NET-PAYABLE
           MOVE ZERO                     TO WS-PAID-NOW
           IF WS-BALANCE > WS-MIN-PAYABLE
              MOVE WS-BALANCE            TO WS-PAID-NOW
              ADD 1                      TO BRL-PAYMENT-SEQ
              MOVE WS-TODAY-DATE10       TO BRL-LAST-PAID-DATE
           END-IF
      *
      *    THE BALANCE RECORD GOES FIRST SO A RERUN AFTER A FAILURE
      *    FINDS THE BROKER ALREADY POSTED.
           COMPUTE BRL-BALANCE-AFTER = WS-BALANCE - WS-PAID-NOW
           MOVE WS-TODAY-DATE10          TO BRL-LAST-POSTED-DATE
           IF NEW-ACCOUNT
              WRITE BROKER-LEDGER-RECORD
           ELSE
              REWRITE BROKER-LEDGER-RECORD
           END-IF
           IF NOT BRKLEDG-OPEN-OK
              GO TO 0850-POST-TO-LEDGER-ERROR
           END-IF
      *
           MOVE WS-TODAY-DATE10          TO BRL-ENTRY-DATE
           SET BRL-TYPE-COMMISSION       TO TRUE
           MOVE WS-PERIOD-DAYS           TO BRL-PERIOD-DAYS
           MOVE BRK-NB-COMM(BRK-IDX)     TO BRL-NB-COMM
           MOVE BRK-RNW-COMM(BRK-IDX)    TO BRL-RNW-COMM
           MOVE BRK-CLAWBACK(BRK-IDX)    TO BRL-CLAWBACK
           MOVE WS-NET-PAYABLE           TO BRL-AMOUNT
           MOVE WS-BALANCE-BROUGHT       TO BRL-BALANCE-BEFORE
           MOVE WS-BALANCE               TO BRL-BALANCE-AFTER
           MOVE SPACES                   TO BRL-LAST-POSTED-DATE
                                            BRL-LAST-PAID-DATE
           WRITE BROKER-LEDGER-RECORD
           IF NOT BRKLEDG-OPEN-OK
              GO TO 0850-POST-TO-LEDGER-ERROR
           END-IF
      *
           PERFORM 0870-POST-COMMISSION-GL
              THRU 0870-POST-COMMISSION-GL-EXIT
      *
           IF WS-PAID-NOW > ZERO
              SET BRL-TYPE-PAYMENT       TO TRUE
              MOVE ZERO                  TO BRL-PERIOD-DAYS
                                            BRL-NB-COMM
                                            BRL-RNW-COMM
                                            BRL-CLAWBACK
              MOVE WS-PAID-NOW           TO BRL-AMOUNT
              MOVE WS-BALANCE            TO BRL-BALANCE-BEFORE
              MOVE ZERO                  TO BRL-BALANCE-AFTER
              WRITE BROKER-LEDGER-RECORD
              IF NOT BRKLEDG-OPEN-OK
                 GO TO 0850-POST-TO-LEDGER-ERROR
              END-IF
      *
              MOVE SPACES                TO WS-BANK-REC
              MOVE BRK-BROKERID(BRK-IDX) TO BNK-BROKERID
              MOVE BRL-PAYMENT-SEQ       TO BNK-PAYMENT-SEQ
              MOVE ZERO                  TO BNK-SORT-CODE
                                            BNK-ACCOUNT-NUM
              IF BROKER-ON-FILE
                 MOVE BKR-BANK-ACCOUNT-NAME TO BNK-PAYEE
                 IF BNK-PAYEE = SPACES
                    MOVE BKR-NAME        TO BNK-PAYEE
                 END-IF
                 MOVE BKR-BANK-SORT-CODE TO BNK-SORT-CODE
                 MOVE BKR-BANK-ACCOUNT-NUM TO BNK-ACCOUNT-NUM
              ELSE
                 STRING 'BROKER ' BRK-BROKERID(BRK-IDX)
                        DELIMITED BY SIZE INTO BNK-PAYEE
              END-IF
              MOVE WS-PAID-NOW           TO BNK-AMOUNT
              MOVE WS-TODAY-DATE10       TO BNK-DISBURSE-DATE
              SET BNK-BROKER-COMMISSION  TO TRUE
              WRITE BRKBANK-RECORD FROM WS-BANK-REC
              ADD 1                      TO WS-PAYMENT-COUNT
              ADD WS-PAID-NOW            TO WS-TOTAL-PAID
              MOVE WS-TODAY-DATE10       TO WS-GL-DATE
              MOVE SPACE                 TO WS-GL-LINE
              MOVE 'BRKP'                TO WS-GL-DEBIT-ACCT
              MOVE 'CASH'                TO WS-GL-CREDIT-ACCT
              MOVE WS-PAID-NOW           TO WS-GL-AMOUNT
              PERFORM 0960-POST-GL
                 THRU 0960-POST-GL-EXIT
              MOVE 'PAID THROUGH THE BANK'  TO WS-LEDGER-NOTE
           ELSE
              IF WS-BALANCE < ZERO
                 ADD 1                   TO WS-DEBIT-COUNT
                 ADD WS-BALANCE          TO WS-TOTAL-DEBIT
                 MOVE 'DEBIT BALANCE CARRIED FORWARD'
                      TO WS-LEDGER-NOTE
              ELSE
                 ADD 1                   TO WS-HELD-COUNT
                 ADD WS-BALANCE          TO WS-TOTAL-HELD
                 MOVE 'BELOW MINIMUM - CARRIED FORWARD'
                      TO WS-LEDGER-NOTE
              END-IF
           END-IF
      *
           MOVE WS-BALANCE-BROUGHT       TO WS-RPT-AMT
           MOVE SPACES                   TO WS-REPORT-LINE
           STRING '   BROUGHT FWD  =' WS-RPT-AMT
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE BRKSTMT-RECORD FROM WS-REPORT-LINE
           MOVE WS-BALANCE               TO WS-RPT-AMT
           MOVE SPACES                   TO WS-REPORT-LINE
           STRING '   BALANCE      =' WS-RPT-AMT
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE BRKSTMT-RECORD FROM WS-REPORT-LINE
           MOVE WS-PAID-NOW              TO WS-RPT-AMT
           MOVE SPACES                   TO WS-REPORT-LINE
           STRING '   PAID         =' WS-RPT-AMT
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE BRKSTMT-RECORD FROM WS-REPORT-LINE
           COMPUTE WS-BALANCE = WS-BALANCE - WS-PAID-NOW
           MOVE WS-BALANCE               TO WS-RPT-AMT
           MOVE SPACES                   TO WS-REPORT-LINE
           STRING '   CARRIED FWD  =' WS-RPT-AMT
                  ' ' WS-LEDGER-NOTE
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE BRKSTMT-RECORD FROM WS-REPORT-LINE
           GO TO 0850-POST-TO-LEDGER-EXIT.
      *
       0850-POST-TO-LEDGER-ERROR.
           DISPLAY '**LGRBRK02 - BRKLEDG ERROR - STATUS '
                   BRKLEDG-STATUS ' KEY ' BRL-KEY
           MOVE 8                        TO RETURN-CODE
           CLOSE BRKLEDG
           MOVE 'N'                      TO SW-BRKLEDG-OPENED.
      *
       0850-POST-TO-LEDGER-EXIT.
           EXIT.
      *
      *================================================================
      * 0870-POST-COMMISSION-GL - POSTS BROKER BRK-IDX'S NET FOR THE
      *     PERIOD TO GLPOST, ONE POSTING PER LINE OF BUSINESS IT
      *     EARNED (OR LOST) COMMISSION ON: DEBIT COMMISSION, CREDIT
      *     COMMISSION PAYABLE.
      *================================================================
       0870-POST-COMMISSION-GL.
      *
           MOVE WS-TODAY-DATE10          TO WS-GL-DATE
           MOVE 'COMM'                   TO WS-GL-DEBIT-ACCT
           MOVE 'BRKP'                   TO WS-GL-CREDIT-ACCT
           PERFORM VARYING WS-RTE-SLOT FROM 1 BY 1
                   UNTIL WS-RTE-SLOT > 4
              MOVE WS-LINE-CODES(WS-RTE-SLOT:1) TO WS-GL-LINE
              MOVE BRK-LINE-COMM(BRK-IDX, WS-RTE-SLOT)
                TO WS-GL-AMOUNT
              PERFORM 0960-POST-GL
                 THRU 0960-POST-GL-EXIT
           END-PERFORM
      *
       0870-POST-COMMISSION-GL-EXIT.
           EXIT.
      *
       0900-CLOSE-FILES.
      *
           CLOSE ENDOWPOL
           CLOSE BRKSTMT
           CLOSE BRKACCT
           CLOSE BRKBANK
           IF BROKERMS-USABLE
              CLOSE BROKERMS
           END-IF
           IF BRKLEDG-OPENED
              CLOSE BRKLEDG
           END-IF
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
                 DISPLAY '**LGRBRK02 - PERIODS OPEN ERROR - STATUS '
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
              DISPLAY '**LGRBRK02 - GLPOST OPEN ERROR - STATUS '
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
           MOVE 'LGRBRK02'               TO GLP-SOURCE
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
              ADD WS-GL-DR               TO WSCM-GL-DEBITS
              ADD WS-GL-CR               TO WSCM-GL-CREDITS
              GO TO 0970-ADD-TO-GLPOST-EXIT
           END-IF
      *
       0970-ADD-TO-GLPOST-ERROR.
      *
           DISPLAY '**LGRBRK02 - GLPOST UPDATE ERROR - STATUS '
                   GLPOST-STATUS
           MOVE 8                        TO RETURN-CODE.
      *
       0970-ADD-TO-GLPOST-EXIT.
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
           MOVE 'LGRBRK02'               TO WSCM-PROGRAM
           MOVE 'POLICIES'               TO WSCM-INPUT-DD
           MOVE WS-POLICIES-READ         TO WSCM-RECS-IN
           MOVE 'BRKACCT'                TO WSCM-OUTPUT-DD
           MOVE WS-BROKERS-POSTED        TO WSCM-RECS-OUT
           MOVE 'PAID'                   TO WSCM-CONTROL-NAME
           MOVE WS-TOTAL-PAID            TO WSCM-CONTROL-TOTAL
           MOVE RETURN-CODE              TO WSCM-RETURN-CODE
           CALL 'LGACMP01' USING WS-CMP-AREA
           MOVE WSCM-RETURN-CODE         TO RETURN-CODE
      *
       0990-WRITE-COMPLETION-EXIT.
           EXIT.
