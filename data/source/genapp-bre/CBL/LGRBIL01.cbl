       DATE-COMPILED.
      *================================================================
      * MODIFICATION HISTORY
      *   2026-10-15  PA  STANDARD COMPLETION RECORD ON CMPLOG
      *                   (LGCCMPL, THROUGH LGACMP01) AT THE END
      *                   OF EVERY RUN, FOR THE MORNING
      *                   OPERATIONS DIGEST.
      *   2026-10-15  PA  SURRENDERED ENDOWMENTS ARE NOT BILLED.
      *   2026-10-15  PA  INSURANCE PREMIUM TAX.  EACH INVOICE AND
      *                   INSTALMENT CARRIES THE TAX ON ITS PREMIUM AT
      *                   THE LGCIPTR RATE FOR THE CYCLE DATE, HELD
      *                   APART FROM THE PREMIUM, POSTED TO THE GL AS
      *                   IPT PAYABLE AND ADDED TO THE IPT LEDGER.
      *   2026-10-15  PA  PERIOD CONTROL.  NOTHING IS BILLED WHEN THE
      *                   RUN DATE'S MONTH IS CLOSED ON PERIODS, AND
      *                   EVERY INVOICE AND INSTALMENT RAISED IS
      *                   POSTED TO THE GL INTERFACE (GLPOST) AS
      *                   RECEIVABLE AGAINST WRITTEN PREMIUM.
      *   2026-10-15  PA  INSTALMENT PLANS.  A HOUSE, MOTOR OR
      *                   ENDOWMENT POLICY ON AN INSTALMENT PLAN IS
      *                   BILLED AS ITS PLAN'S NUMBER OF MONTHLY
      *                   INSTALMENTS, EACH ITS OWN BILLINV RECORD,
      *                   WITH THE BILPARM INSTALMENT SURCHARGE ADDED.
      *   2026-10-15  PA  PARAGRAPHS LEFT BY GO TO THEIR EXIT ARE
      *                   PERFORMED THRU THAT EXIT - A SKIPPED CYCLE
      *                   DATE USED TO FALL THROUGH INTO THE INVOICE
      *                   WRITE.
      *   2026-10-15  PA  ANNIVERSARY INVOICES ARE WRITTEN WITH
      *                   INV-TYPE 'P' SO THEY STAND APART FROM THE
      *                   LGRBIL02 MID-TERM DEBIT AND CREDIT NOTES.
      *   2026-09-02  PA  MATURED ENDOWMENTS (STATUS 'M', SET BY
      *                   LGRMAT01) ARE NOT BILLED EITHER.
      *   2026-09-02  PA  CANCELLED POLICIES ARE NOT BILLED -
      *================================================================
      *    FUNCTION:
      *      FIRST STEP OF THE BILLING CHAIN (LGRBIL01 INVOICES,
      *      LGRBIL02 RAISES MID-TERM NOTES, LGRRCP01 POSTS RECEIPTS
      *      AND CREDITS, LGRARR01 AGES ARREARS).  SCANS
      *      HOUSEPOL, MOTORPOL, COMMPOL AND ENDOWPOL AND RAISES ONE
      *      PREMIUM INVOICE (LGCBILL) PER POLICY WHOSE ANNUAL
      *      BILLING CYCLE DATE - THE ANNIVERSARY OF ITS ISSUE DATE -
      *      LGCCOMM); QUOTES, REFERRALS, REJECTS AND LAPSES OWE
      *      NOTHING.
      *
      *      A HOUSE, MOTOR OR ENDOWMENT POLICY WHOSE PAYMENT PLAN IS
      *      'I' (SET ON ADD OR ENDORSE) IS BILLED FOR THE SAME CYCLE
      *      AS ITS PLAN'S NUMBER OF INSTALMENTS INSTEAD OF ONE
      *      INVOICE: THE PAYMENT AMOUNT PLUS THE INSTALMENT
      *      SURCHARGE, SPLIT EVENLY (THE LAST INSTALMENT TAKES THE
      *      ODD CENTS), ONE FALLING DUE ON THE PLAN'S PAYMENT DAY OF
      *      EACH MONTH FROM THE FIRST PAYMENT DAY ON OR AFTER THE
      *      CYCLE DATE.  EACH INSTALMENT IS ITS OWN BILLINV RECORD
      *      (KEY 'INS' + CYCLE YEAR + NUMBER - SEE LGCBILL), SO
      *      LGRRCP01 PAYS THEM AND LGRARR01 AGES THEM ONE BY ONE.  A
      *      CYCLE ALREADY BILLED THE OTHER WAY - THE PLAN CHANGED
      *      AFTER THE CYCLE WAS RAISED - IS COUNTED AS ALREADY
      *      BILLED, NOT BILLED TWICE; THE NEW PLAN STARTS WITH THE
      *      NEXT CYCLE.  COMMERCIAL POLICIES CARRY NO PLAN AND ARE
      *      ALWAYS BILLED ANNUALLY.
      *
      *      INVOICES ARE DATED WITH THE RUN DATE, SO THE RUN
      *      REFUSES TO BILL ANYTHING WHEN THAT MONTH HAS ALREADY
      *      BEEN CLOSED ON PERIODS (LGCPERD).  EACH INVOICE OR
      *      INSTALMENT RAISED IS POSTED TO GLPOST (LGCGLPT) UNDER
      *      ITS LINE: DEBIT RECEIVABLES, CREDIT WRITTEN PREMIUM.
      *
      *      INSURANCE PREMIUM TAX IS ADDED TO EVERY INVOICE AT THE
      *      LGCIPTR RATE FOR THE POLICY'S LINE ON THE CYCLE DATE -
      *      THE START OF THE YEAR OF COVER BEING BILLED.  THE TAX IS
      *      HELD ON THE INVOICE APART FROM THE PREMIUM (INV-IPT-RATE,
      *      INV-IPT-AMOUNT) AND THE AMOUNT DUE IS THE TWO TOGETHER.
      *      ON AN INSTALMENT PLAN THE TAX IS WORKED OUT ON THE WHOLE
      *      CYCLE, SURCHARGE INCLUDED, AND SPLIT OVER THE INSTALMENTS
      *      THE SAME WAY AS THE PREMIUM.  THE TAX IS POSTED TO GLPOST
      *      AS RECEIVABLES AGAINST IPT PAYABLE, AND ADDED TO THE
      *      QUARTER'S CHARGED TOTAL ON IPTLEDG (LGCIPTL) FOR THE
      *      LGRIPT01 RETURN.
      *
      *    INPUT FILES:  BILPARM  - ONE CARD, COLS 1-3 = BILLING
      *                             WINDOW IN DAYS (DEFAULT 030),
      *                             COLS 4-7 = INSTALMENT SURCHARGE
      *                             PERCENT, 99V99 (DEFAULT 0000 -
      *                             NO SURCHARGE).
      *                  HOUSEPOL, MOTORPOL, COMMPOL, ENDOWPOL.
      *                  PERIODS  - PERIOD CONTROL KSDS (OPTIONAL -
      *                             NO FILE MEANS NO MONTH CLOSED).
      *
      *    OUTPUT FILES: BILLINV  - PREMIUM INVOICE KSDS (I-O,
      *                             CREATED ON FIRST RUN).
      *                  GLPOST   - GL INTERFACE KSDS (I-O, CREATED
      *                             ON FIRST USE).
      *                  IPTLEDG  - IPT LEDGER KSDS (I-O, CREATED ON
      *                             FIRST USE).
      *                  BILRPT   - INVOICE RUN REPORT.
      *                  CMPLOG   - BATCH COMPLETION LOG (LGCCMPL,
      *                             THROUGH LGACMP01).
      *
      *    RETURN CODE:  00 - NOTHING FELL DUE IN THE WINDOW
      *                  04 - INVOICES RAISED
      *                  08 - FILE ERROR, OR THE RUN DATE'S MONTH IS
      *                       CLOSED
      *================================================================
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
              ACCESS MODE IS RANDOM
              RECORD KEY IS INV-KEY
              FILE STATUS IS BILLINV-STATUS.
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
           SELECT IPTLEDG ASSIGN TO IPTLEDG
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS IPL-KEY
              FILE STATUS IS IPTLEDG-STATUS.
      *
           SELECT BILRPT ASSIGN TO BILRPT
              FILE STATUS IS BILRPT-STATUS.
       FD  BILLINV
           BLOCK CONTAINS 0 RECORDS.
       COPY LGCBILL.
      *
       FD  PERIODS
           BLOCK CONTAINS 0 RECORDS.
       COPY LGCPERD.
      *
       FD  GLPOST
           BLOCK CONTAINS 0 RECORDS.
       COPY LGCGLPT.
      *
       FD  IPTLEDG
           BLOCK CONTAINS 0 RECORDS.
       COPY LGCIPTL.
      *
       FD  BILRPT
           BLOCK CONTAINS 0 RECORDS.
               88  BILLINV-OPEN-OK                VALUE '00'.
               88  BILLINV-NOT-FOUND              VALUE '35'.
               88  BILLINV-DUPLICATE              VALUE '22'.
           05  PERIODS-STATUS             PIC XX VALUE '00'.
               88  PERIODS-OPEN-OK                VALUE '00'.
               88  PERIODS-NOT-FOUND              VALUE '35'.
           05  GLPOST-STATUS              PIC XX VALUE '00'.
               88  GLPOST-OPEN-OK                 VALUE '00'.
               88  GLPOST-NOT-FOUND               VALUE '35'.
               88  GLPOST-NO-RECORD               VALUE '23'.
           05  IPTLEDG-STATUS             PIC XX VALUE '00'.
               88  IPTLEDG-OPEN-OK                VALUE '00'.
               88  IPTLEDG-NOT-FOUND              VALUE '35'.
               88  IPTLEDG-NO-RECORD              VALUE '23'.
           05  BILRPT-STATUS              PIC XX VALUE '00'.
           05  SW-EOF                     PIC X(01) VALUE 'N'.
               88  END-OF-FILE                    VALUE 'Y'.
           05  SW-PERIODS                 PIC X(01) VALUE 'N'.
               88  PERIODS-USABLE                 VALUE 'Y'.
           05  SW-GLPOST                  PIC X(01) VALUE 'N'.
               88  GLPOST-USABLE                  VALUE 'Y'.
           05  SW-IPTLEDG                 PIC X(01) VALUE 'N'.
               88  IPTLEDG-USABLE                 VALUE 'Y'.
           05  SW-POSTING                 PIC X(01) VALUE 'Y'.
               88  POSTING-ALLOWED                VALUE 'Y'.
      *
       01  WS-PARM-REC.
           05  WS-PARM-WINDOW             PIC 9(03).
           05  WS-PARM-SURCHARGE          PIC 9(02)V99.
           05  FILLER                     PIC X(73).
       01  WS-PARM-REC-X REDEFINES WS-PARM-REC.
           05  WS-PARM-WINDOW-X           PIC X(03).
           05  WS-PARM-SURCHARGE-X        PIC X(04).
           05  FILLER                     PIC X(73).
      *
       01  WS-WINDOW-DAYS                 PIC 9(03) VALUE 030.
       01  WS-SURCHARGE-PCT               PIC 9(02)V99 VALUE ZERO.
      *
       01  WS-TODAY-DATE                  PIC 9(08).
       01  WS-TODAY-INTDATE               PIC 9(07) VALUE ZERO.
       01  WS-BIL-LINE                    PIC X(01) VALUE SPACE.
       01  WS-BIL-BROKERID                PIC 9(10) VALUE ZERO.
       01  WS-BIL-AMOUNT                  PIC 9(08)V99 VALUE ZERO.
       01  WS-BIL-PLAN-TYPE               PIC X(01) VALUE SPACE.
           88  BIL-PLAN-INSTALMENT                VALUE 'I'.
       01  WS-BIL-INSTALMENTS             PIC 9(02) VALUE ZERO.
       01  WS-BIL-PAY-DAY                 PIC 9(02) VALUE ZERO.
      *
      *    INSTALMENT WORK FIELDS - SEE 0600-BILL-INSTALMENTS.
       01  WS-INST-TOTAL                  PIC 9(08)V99 VALUE ZERO.
       01  WS-INST-SURCHARGE              PIC 9(08)V99 VALUE ZERO.
       01  WS-INST-EACH                   PIC 9(08)V99 VALUE ZERO.
       01  WS-INST-LAST                   PIC 9(08)V99 VALUE ZERO.
       01  WS-INST-NUM                    PIC 9(02) VALUE ZERO.
       01  WS-INST-WRITTEN                PIC 9(02) VALUE ZERO.
       01  WS-INST-YYYY                   PIC 9(04) VALUE ZERO.
       01  WS-INST-MM                     PIC 9(02) VALUE ZERO.
       01  WS-INST-DUE-DATE10             PIC X(10).
       01  WS-INST-IPT                    PIC 9(08)V99 VALUE ZERO.
       01  WS-INST-IPT-EACH               PIC 9(08)V99 VALUE ZERO.
       01  WS-INST-IPT-LAST               PIC 9(08)V99 VALUE ZERO.
      *
       01  WS-POLICIES-READ               PIC 9(07) COMP VALUE ZERO.
       01  WS-INVOICE-COUNT               PIC 9(07) COMP VALUE ZERO.
       01  WS-ALREADY-BILLED-COUNT        PIC 9(07) COMP VALUE ZERO.
       01  WS-TOTAL-BILLED                PIC 9(11)V99 VALUE ZERO.
       01  WS-PLAN-POLICY-COUNT           PIC 9(07) COMP VALUE ZERO.
       01  WS-INSTALMENT-COUNT            PIC 9(07) COMP VALUE ZERO.
       01  WS-TOTAL-SURCHARGE             PIC 9(11)V99 VALUE ZERO.
       01  WS-TOTAL-IPT                   PIC 9(11)V99 VALUE ZERO.
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
      *    INSURANCE PREMIUM TAX - SEE 0930-FIND-IPT-RATE AND
      *    0980-ADD-TO-IPTLEDG.
       COPY LGCIPTR.
       01  WS-IPT-SLOT                    PIC 9(02) VALUE ZERO.
       01  WS-IPT-TAX-DATE                PIC X(10).
       01  WS-IPT-LINE                    PIC X(01).
       01  WS-IPT-RATE                    PIC 9(02)V99 VALUE ZERO.
       01  WS-IPT-DATE                    PIC X(10).
       01  WS-IPT-MM                      PIC 9(02) VALUE ZERO.
       01  WS-IPT-KIND                    PIC X(01).
       01  WS-IPT-PREMIUM                 PIC S9(09)V99 VALUE ZERO.
       01  WS-IPT-TAX                     PIC S9(09)V99 VALUE ZERO.
       01  WS-IPT-KEY-HOLD                PIC X(20).
      *
       01  WS-REPORT-LINE                 PIC X(100).
       01  WS-RPT-CNT                     PIC Z(6)9.
       01  WS-RPT-AMT                     PIC -(9)9.99.
       01  WS-RPT-DAYS                    PIC Z(3)9.
       01  WS-RPT-PCT                     PIC Z9.99.
       01  WS-RPT-IPT                     PIC -(7)9.99.
       01  WS-RPT-NUM                     PIC Z9.
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
           IF POSTING-ALLOWED
              PERFORM 0200-SCAN-HOUSEPOL
                 THRU 0200-SCAN-HOUSEPOL-EXIT
              PERFORM 0250-SCAN-MOTORPOL
                 THRU 0250-SCAN-MOTORPOL-EXIT
              PERFORM 0300-SCAN-COMMPOL
                 THRU 0300-SCAN-COMMPOL-EXIT
              PERFORM 0350-SCAN-ENDOWPOL
                 THRU 0350-SCAN-ENDOWPOL-EXIT
           END-IF
           PERFORM 0800-WRITE-RUN-SUMMARY
           PERFORM 0900-CLOSE-FILES
      *
           IF WS-INVOICE-COUNT > ZERO
              AND RETURN-CODE = ZERO
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
           OPEN OUTPUT BILRPT
           MOVE '-------- LGRBIL01 PREMIUM INVOICE RUN -----------'
                       WS-PARM-WINDOW > ZERO
                       MOVE WS-PARM-WINDOW TO WS-WINDOW-DAYS
                    END-IF
                    IF WS-PARM-SURCHARGE-X NUMERIC
                       MOVE WS-PARM-SURCHARGE TO WS-SURCHARGE-PCT
                    END-IF
              END-READ
              CLOSE BILPARM
           END-IF
           STRING 'BILLING WINDOW DAYS=' WS-RPT-DAYS
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE BILRPT-RECORD FROM WS-REPORT-LINE
           MOVE WS-SURCHARGE-PCT         TO WS-RPT-PCT
           MOVE SPACES                   TO WS-REPORT-LINE
           STRING 'INSTALMENT SURCHARGE PCT=' WS-RPT-PCT
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE BILRPT-RECORD FROM WS-REPORT-LINE
      *
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           COMPUTE WS-TODAY-INTDATE =
                      BILLINV-STATUS
              MOVE 8                     TO RETURN-CODE
           END-IF
      *
           PERFORM 0940-OPEN-LEDGER-FILES
              THRU 0940-OPEN-LEDGER-FILES-EXIT
      *
           MOVE WS-TODAY-DATE10          TO WS-GL-DATE
           PERFORM 0950-CHECK-PERIOD
              THRU 0950-CHECK-PERIOD-EXIT
           IF GL-PERIOD-CLOSED
              MOVE 'N'                   TO SW-POSTING
              MOVE 8                     TO RETURN-CODE
              MOVE SPACES                TO WS-REPORT-LINE
              STRING 'PERIOD ' WS-GL-PERIOD
                     ' IS CLOSED - NOTHING BILLED'
                     DELIMITED BY SIZE INTO WS-REPORT-LINE
              WRITE BILRPT-RECORD FROM WS-REPORT-LINE
              DISPLAY '**LGRBIL01 - PERIOD ' WS-GL-PERIOD
                      ' IS CLOSED - NOTHING BILLED'
           END-IF
           IF NOT GLPOST-USABLE
              MOVE 'N'                   TO SW-POSTING
           END-IF
      *
       0100-INITIALIZATION-EXIT.
           EXIT.
              READ HOUSEPOL NEXT RECORD
                 AT END SET END-OF-FILE  TO TRUE
              END-READ
              IF NOT END-OF-FILE
                 ADD 1                   TO WS-POLICIES-READ
              END-IF
              IF NOT END-OF-FILE
                 AND NOT HSM-POLICY-CANCELLED
                 MOVE HSM-ISSUE-DATE     TO WS-ISSUE-DATE-HOLD
                 MOVE HSM-EXPIRY-DATE    TO WS-EXPIRY-DATE-HOLD
                 PERFORM 0500-SET-CYCLE-DATE
                    THRU 0500-SET-CYCLE-DATE-EXIT
                 IF CYCLE-BILLABLE
                    MOVE HSM-POLICY-NUM   TO WS-BIL-POLICY-NUM
                    MOVE HSM-CUSTOMER-NUM TO WS-BIL-CUSTOMER-NUM
                    MOVE 'H'             TO WS-BIL-LINE
                    MOVE HSM-BROKERID    TO WS-BIL-BROKERID
                    MOVE HSM-PAYMENT     TO WS-BIL-AMOUNT
                    MOVE HSM-PLAN-TYPE   TO WS-BIL-PLAN-TYPE
                    MOVE HSM-PLAN-INSTALMENTS TO WS-BIL-INSTALMENTS
                    MOVE HSM-PLAN-PAY-DAY TO WS-BIL-PAY-DAY
                    PERFORM 0600-BILL-ONE-CYCLE
                       THRU 0600-BILL-ONE-CYCLE-EXIT
                 END-IF
              END-IF
           END-PERFORM
              READ MOTORPOL NEXT RECORD
                 AT END SET END-OF-FILE  TO TRUE
              END-READ
              IF NOT END-OF-FILE
                 ADD 1                   TO WS-POLICIES-READ
              END-IF
              IF NOT END-OF-FILE
                 AND NOT MTM-POLICY-CANCELLED
                 MOVE MTM-ISSUE-DATE     TO WS-ISSUE-DATE-HOLD
                 MOVE MTM-EXPIRY-DATE    TO WS-EXPIRY-DATE-HOLD
                 PERFORM 0500-SET-CYCLE-DATE
                    THRU 0500-SET-CYCLE-DATE-EXIT
                 IF CYCLE-BILLABLE
                    MOVE MTM-POLICY-NUM   TO WS-BIL-POLICY-NUM
                    MOVE MTM-CUSTOMER-NUM TO WS-BIL-CUSTOMER-NUM
                    MOVE 'M'             TO WS-BIL-LINE
                    MOVE MTM-BROKERID    TO WS-BIL-BROKERID
                    MOVE MTM-PAYMENT     TO WS-BIL-AMOUNT
                    MOVE MTM-PLAN-TYPE   TO WS-BIL-PLAN-TYPE
                    MOVE MTM-PLAN-INSTALMENTS TO WS-BIL-INSTALMENTS
                    MOVE MTM-PLAN-PAY-DAY TO WS-BIL-PAY-DAY
                    PERFORM 0600-BILL-ONE-CYCLE
                       THRU 0600-BILL-ONE-CYCLE-EXIT
                 END-IF
              END-IF
           END-PERFORM
              READ COMMPOL NEXT RECORD
                 AT END SET END-OF-FILE  TO TRUE
              END-READ
              IF NOT END-OF-FILE
                 ADD 1                   TO WS-POLICIES-READ
              END-IF
              IF NOT END-OF-FILE
                 AND CML-B-STATUS = 3000
                 MOVE CML-ISSUE-DATE     TO WS-ISSUE-DATE-HOLD
                 MOVE CML-EXPIRY-DATE    TO WS-EXPIRY-DATE-HOLD
                 PERFORM 0500-SET-CYCLE-DATE
                    THRU 0500-SET-CYCLE-DATE-EXIT
                 IF CYCLE-BILLABLE
                    MOVE CML-POLICY-NUM   TO WS-BIL-POLICY-NUM
                    MOVE CML-CUSTOMER-NUM TO WS-BIL-CUSTOMER-NUM
                    MOVE 'C'             TO WS-BIL-LINE
                    MOVE CML-BROKERID    TO WS-BIL-BROKERID
                    MOVE CML-PAYMENT     TO WS-BIL-AMOUNT
                    MOVE 'A'             TO WS-BIL-PLAN-TYPE
                    PERFORM 0600-BILL-ONE-CYCLE
                       THRU 0600-BILL-ONE-CYCLE-EXIT
                 END-IF
              END-IF
           END-PERFORM
              READ ENDOWPOL NEXT RECORD
                 AT END SET END-OF-FILE  TO TRUE
              END-READ
              IF NOT END-OF-FILE
                 ADD 1                   TO WS-POLICIES-READ
              END-IF
              IF NOT END-OF-FILE
                 AND NOT ENM-POLICY-CANCELLED
                 AND NOT ENM-POLICY-MATURED
                 AND NOT ENM-POLICY-SURRENDERED
                 MOVE ENM-ISSUE-DATE     TO WS-ISSUE-DATE-HOLD
                 MOVE ENM-EXPIRY-DATE    TO WS-EXPIRY-DATE-HOLD
                 PERFORM 0500-SET-CYCLE-DATE
                    THRU 0500-SET-CYCLE-DATE-EXIT
                 IF CYCLE-BILLABLE
                    MOVE ENM-POLICY-NUM   TO WS-BIL-POLICY-NUM
                    MOVE ENM-CUSTOMER-NUM TO WS-BIL-CUSTOMER-NUM
                    MOVE 'E'             TO WS-BIL-LINE
                    MOVE ENM-BROKERID    TO WS-BIL-BROKERID
                    MOVE ENM-PAYMENT     TO WS-BIL-AMOUNT
                    MOVE ENM-PLAN-TYPE   TO WS-BIL-PLAN-TYPE
                    MOVE ENM-PLAN-INSTALMENTS TO WS-BIL-INSTALMENTS
                    MOVE ENM-PLAN-PAY-DAY TO WS-BIL-PAY-DAY
                    PERFORM 0600-BILL-ONE-CYCLE
                       THRU 0600-BILL-ONE-CYCLE-EXIT
                 END-IF
              END-IF
           END-PERFORM
           EXIT.
      *
      *================================================================
      * 0600-BILL-ONE-CYCLE - BILLS THE CYCLE IN 0500'S CYCLE DATE
      *     THE WAY THE POLICY'S PLAN SAYS: ONE ANNUAL INVOICE, OR
      *     THE INSTALMENTS.  EITHER WAY IT FIRST LOOKS FOR THE
      *     CYCLE ALREADY BILLED UNDER THE OTHER KIND OF KEY - THE
      *     DUPLICATE-KEY GUARD CANNOT SEE THAT ONE.
      *================================================================
       0600-BILL-ONE-CYCLE.
      *
           MOVE WS-BIL-POLICY-NUM        TO INV-POLICY-NUM
           IF BIL-PLAN-INSTALMENT
              MOVE WS-CYCLE-DATE10       TO INV-CYCLE-DATE
           ELSE
              MOVE 'INS'                 TO INV-INST-SOURCE
              MOVE WS-CYCLE-YYYY         TO INV-INST-CYCLE-YEAR
              MOVE '/'                   TO INV-INST-SEPARATOR
              MOVE 1                     TO INV-INST-NUM
           END-IF
           READ BILLINV
           IF BILLINV-OPEN-OK
              ADD 1                      TO WS-ALREADY-BILLED-COUNT
              GO TO 0600-BILL-ONE-CYCLE-EXIT
           END-IF
           MOVE '00'                     TO BILLINV-STATUS
      *
           IF NOT BIL-PLAN-INSTALMENT
              PERFORM 0700-WRITE-INVOICE
              GO TO 0600-BILL-ONE-CYCLE-EXIT
           END-IF
      *
      *    A PLAN CARRIED ON THE MASTER OUT OF RANGE IS TAKEN AS
      *    MONTHLY, DUE ON THE ISSUE-DATE DAY - THE SAME DEFAULTS
      *    THE ONLINE EDIT APPLIES.
           IF WS-BIL-INSTALMENTS NOT NUMERIC
              OR WS-BIL-INSTALMENTS < 2
              OR WS-BIL-INSTALMENTS > 12
              MOVE 12                    TO WS-BIL-INSTALMENTS
           END-IF
           IF WS-BIL-PAY-DAY NOT NUMERIC
              OR WS-BIL-PAY-DAY < 1
              OR WS-BIL-PAY-DAY > 28
              MOVE WS-ISSUE-DATE-HOLD(9:2) TO WS-BIL-PAY-DAY
              IF WS-BIL-PAY-DAY NOT NUMERIC
                 OR WS-BIL-PAY-DAY < 1
                 MOVE 1                  TO WS-BIL-PAY-DAY
              END-IF
              IF WS-BIL-PAY-DAY > 28
                 MOVE 28                 TO WS-BIL-PAY-DAY
              END-IF
           END-IF
      *
           COMPUTE WS-INST-SURCHARGE ROUNDED =
                   WS-BIL-AMOUNT * WS-SURCHARGE-PCT / 100
           COMPUTE WS-INST-TOTAL = WS-BIL-AMOUNT + WS-INST-SURCHARGE
           COMPUTE WS-INST-EACH = WS-INST-TOTAL / WS-BIL-INSTALMENTS
           COMPUTE WS-INST-LAST = WS-INST-TOTAL -
                   WS-INST-EACH * (WS-BIL-INSTALMENTS - 1)
      *
           MOVE WS-BIL-LINE              TO WS-IPT-LINE
           MOVE WS-CYCLE-DATE10          TO WS-IPT-TAX-DATE
           PERFORM 0930-FIND-IPT-RATE
              THRU 0930-FIND-IPT-RATE-EXIT
           COMPUTE WS-INST-IPT ROUNDED =
                   WS-INST-TOTAL * WS-IPT-RATE / 100
           COMPUTE WS-INST-IPT-EACH =
                   WS-INST-IPT / WS-BIL-INSTALMENTS
           COMPUTE WS-INST-IPT-LAST = WS-INST-IPT -
                   WS-INST-IPT-EACH * (WS-BIL-INSTALMENTS - 1)
      *
           MOVE WS-CYCLE-YYYY            TO WS-INST-YYYY
           MOVE WS-CYCLE-MM              TO WS-INST-MM
           IF WS-BIL-PAY-DAY < WS-CYCLE-DD
              PERFORM 0680-NEXT-MONTH
           END-IF
      *
           MOVE ZERO                     TO WS-INST-WRITTEN
           PERFORM 0650-WRITE-INSTALMENT
              THRU 0650-WRITE-INSTALMENT-EXIT
              VARYING WS-INST-NUM FROM 1 BY 1
              UNTIL WS-INST-NUM > WS-BIL-INSTALMENTS
      *
           IF WS-INST-WRITTEN > ZERO
              ADD 1                      TO WS-PLAN-POLICY-COUNT
              ADD WS-INST-SURCHARGE      TO WS-TOTAL-SURCHARGE
              MOVE WS-INST-TOTAL         TO WS-RPT-AMT
              MOVE WS-BIL-INSTALMENTS    TO WS-RPT-NUM
              MOVE WS-INST-IPT           TO WS-RPT-IPT
              MOVE SPACES                TO WS-REPORT-LINE
              STRING 'INSTALS  ' WS-BIL-LINE
                     ' POLICY ' WS-BIL-POLICY-NUM
                     ' CYCLE ' WS-CYCLE-DATE10
                     ' IN' WS-RPT-NUM
                     ' AMOUNT=' WS-RPT-AMT
                     ' IPT=' WS-RPT-IPT
                     DELIMITED BY SIZE INTO WS-REPORT-LINE
              WRITE BILRPT-RECORD FROM WS-REPORT-LINE
           END-IF
      *
       0600-BILL-ONE-CYCLE-EXIT.
           EXIT.
      *
      *================================================================
      * 0650-WRITE-INSTALMENT - RAISES INSTALMENT WS-INST-NUM, DUE ON
      *     THE PAYMENT DAY OF WS-INST-YYYY/MM, THEN STEPS THE MONTH.
      *     A DUPLICATE KEY IS AN EARLIER RUN'S INSTALMENT, COUNTED
      *     AND LEFT ALONE AS IN 0700.
      *================================================================
       0650-WRITE-INSTALMENT.
      *
           MOVE WS-INST-YYYY             TO WS-INST-DUE-DATE10(1:4)
           MOVE '-'                      TO WS-INST-DUE-DATE10(5:1)
           MOVE WS-INST-MM               TO WS-INST-DUE-DATE10(6:2)
           MOVE '-'                      TO WS-INST-DUE-DATE10(8:1)
           MOVE WS-BIL-PAY-DAY           TO WS-INST-DUE-DATE10(9:2)
           PERFORM 0680-NEXT-MONTH
      *
           MOVE SPACES                   TO PREMIUM-INVOICE-RECORD
           MOVE WS-BIL-POLICY-NUM        TO INV-POLICY-NUM
           MOVE 'INS'                    TO INV-INST-SOURCE
           MOVE WS-CYCLE-YYYY            TO INV-INST-CYCLE-YEAR
           MOVE '/'                      TO INV-INST-SEPARATOR
           MOVE WS-INST-NUM              TO INV-INST-NUM
           MOVE WS-BIL-CUSTOMER-NUM      TO INV-CUSTOMER-NUM
           MOVE WS-BIL-LINE              TO INV-LINE
           MOVE WS-BIL-BROKERID          TO INV-BROKERID
           MOVE WS-TODAY-DATE10          TO INV-INVOICE-DATE
           MOVE WS-INST-DUE-DATE10       TO INV-DUE-DATE
           IF WS-INST-NUM = WS-BIL-INSTALMENTS
              MOVE WS-INST-LAST          TO WS-IPT-PREMIUM
              MOVE WS-INST-IPT-LAST      TO WS-IPT-TAX
           ELSE
              MOVE WS-INST-EACH          TO WS-IPT-PREMIUM
              MOVE WS-INST-IPT-EACH      TO WS-IPT-TAX
           END-IF
           COMPUTE INV-AMOUNT-DUE = WS-IPT-PREMIUM + WS-IPT-TAX
           MOVE WS-IPT-RATE              TO INV-IPT-RATE
           MOVE WS-IPT-TAX               TO INV-IPT-AMOUNT
           MOVE ZERO                     TO INV-AMOUNT-PAID
           SET INV-STATUS-OPEN           TO TRUE
           MOVE SPACES                   TO INV-LAST-RECEIPT-DATE
           SET INV-TYPE-INSTALMENT       TO TRUE
      *
           WRITE PREMIUM-INVOICE-RECORD
      *
           EVALUATE TRUE
              WHEN BILLINV-OPEN-OK
                 ADD 1                   TO WS-INVOICE-COUNT
                                            WS-INSTALMENT-COUNT
                                            WS-INST-WRITTEN
                 PERFORM 0750-POST-CHARGE
                    THRU 0750-POST-CHARGE-EXIT
              WHEN BILLINV-DUPLICATE
                 ADD 1                   TO WS-ALREADY-BILLED-COUNT
                 MOVE '00'               TO BILLINV-STATUS
              WHEN OTHER
                 DISPLAY '**LGRBIL01 - BILLINV WRITE ERROR - STATUS '
                         BILLINV-STATUS
                 MOVE 8                  TO RETURN-CODE
           END-EVALUATE
      *
       0650-WRITE-INSTALMENT-EXIT.
           EXIT.
      *
       0680-NEXT-MONTH.
      *
           ADD 1                         TO WS-INST-MM
           IF WS-INST-MM > 12
              MOVE 1                     TO WS-INST-MM
              ADD 1                      TO WS-INST-YYYY
           END-IF
      *
       0680-NEXT-MONTH-EXIT.
           EXIT.
      *
      *================================================================
      * 0700-WRITE-INVOICE - RAISES ONE INVOICE.  A DUPLICATE KEY
      *     MEANS AN EARLIER RUN ALREADY BILLED THIS CYCLE - COUNTED
      *     AND LEFT ALONE, WHICH IS WHAT MAKES THE STEP SAFE TO
      *     RERUN.
      *================================================================
       0700-WRITE-INVOICE.
      *
           MOVE WS-BIL-LINE              TO WS-IPT-LINE
           MOVE WS-CYCLE-DATE10          TO WS-IPT-TAX-DATE
           PERFORM 0930-FIND-IPT-RATE
              THRU 0930-FIND-IPT-RATE-EXIT
           MOVE WS-BIL-AMOUNT            TO WS-IPT-PREMIUM
           COMPUTE WS-IPT-TAX ROUNDED =
                   WS-BIL-AMOUNT * WS-IPT-RATE / 100
      *
           MOVE SPACES                   TO PREMIUM-INVOICE-RECORD
           MOVE WS-BIL-POLICY-NUM        TO INV-POLICY-NUM
           MOVE WS-BIL-BROKERID          TO INV-BROKERID
           MOVE WS-TODAY-DATE10          TO INV-INVOICE-DATE
           MOVE WS-CYCLE-DATE10          TO INV-DUE-DATE
           COMPUTE INV-AMOUNT-DUE = WS-IPT-PREMIUM + WS-IPT-TAX
           MOVE WS-IPT-RATE              TO INV-IPT-RATE
           MOVE WS-IPT-TAX               TO INV-IPT-AMOUNT
           MOVE ZERO                     TO INV-AMOUNT-PAID
           SET INV-STATUS-OPEN           TO TRUE
           MOVE SPACES                   TO INV-LAST-RECEIPT-DATE
           SET INV-TYPE-PREMIUM          TO TRUE
      *
           WRITE PREMIUM-INVOICE-RECORD
      *
           EVALUATE TRUE
              WHEN BILLINV-OPEN-OK
                 ADD 1                   TO WS-INVOICE-COUNT
                 PERFORM 0750-POST-CHARGE
                    THRU 0750-POST-CHARGE-EXIT
                 MOVE WS-BIL-AMOUNT      TO WS-RPT-AMT
                 MOVE WS-IPT-TAX         TO WS-RPT-IPT
                 MOVE SPACES             TO WS-REPORT-LINE
                 STRING 'INVOICED ' WS-BIL-LINE
                        ' POLICY ' INV-POLICY-NUM
                        ' CYCLE ' INV-CYCLE-DATE
                        ' AMOUNT=' WS-RPT-AMT
                        ' IPT=' WS-RPT-IPT
                        DELIMITED BY SIZE INTO WS-REPORT-LINE
                 WRITE BILRPT-RECORD FROM WS-REPORT-LINE
              WHEN BILLINV-DUPLICATE
      *
       0700-WRITE-INVOICE-EXIT.
           EXIT.
      *
      *================================================================
      * 0750-POST-CHARGE - ACCOUNTS FOR A ROW JUST RAISED FROM ITS
      *     PREMIUM (WS-IPT-PREMIUM) AND TAX (WS-IPT-TAX): EACH POSTED
      *     TO THE LEDGER AGAINST RECEIVABLES, THE TAX ADDED TO THE
      *     QUARTER'S CHARGED TOTAL ON IPTLEDG, BOTH TO THE RUN TOTALS.
      *================================================================
       0750-POST-CHARGE.
      *
           MOVE WS-IPT-PREMIUM           TO WS-GL-AMOUNT
           MOVE 'WPRM'                   TO WS-GL-CREDIT-ACCT
           PERFORM 0960-POST-GL
              THRU 0960-POST-GL-EXIT
           MOVE WS-IPT-TAX               TO WS-GL-AMOUNT
           MOVE 'IPTP'                   TO WS-GL-CREDIT-ACCT
           PERFORM 0960-POST-GL
              THRU 0960-POST-GL-EXIT
      *
           MOVE WS-TODAY-DATE10          TO WS-IPT-DATE
           MOVE 'C'                      TO WS-IPT-KIND
           PERFORM 0980-ADD-TO-IPTLEDG
              THRU 0980-ADD-TO-IPTLEDG-EXIT
      *
           ADD WS-IPT-PREMIUM            TO WS-TOTAL-BILLED
           ADD WS-IPT-TAX                TO WS-TOTAL-IPT
      *
       0750-POST-CHARGE-EXIT.
           EXIT.
      *
       0800-WRITE-RUN-SUMMARY.
      *
           STRING 'INVOICES RAISED   =' WS-RPT-CNT
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE BILRPT-RECORD FROM WS-REPORT-LINE
           MOVE WS-INSTALMENT-COUNT      TO WS-RPT-CNT
           MOVE SPACES                   TO WS-REPORT-LINE
           STRING ' OF WHICH INSTALS =' WS-RPT-CNT
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE BILRPT-RECORD FROM WS-REPORT-LINE
           MOVE WS-ALREADY-BILLED-COUNT  TO WS-RPT-CNT
           MOVE SPACES                   TO WS-REPORT-LINE
           STRING 'ALREADY BILLED    =' WS-RPT-CNT
           STRING 'PREMIUM BILLED    =' WS-RPT-AMT
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE BILRPT-RECORD FROM WS-REPORT-LINE
           MOVE WS-PLAN-POLICY-COUNT     TO WS-RPT-CNT
           MOVE SPACES                   TO WS-REPORT-LINE
           STRING 'PLAN POLICIES     =' WS-RPT-CNT
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE BILRPT-RECORD FROM WS-REPORT-LINE
           MOVE WS-TOTAL-SURCHARGE       TO WS-RPT-AMT
           MOVE SPACES                   TO WS-REPORT-LINE
           STRING 'SURCHARGE BILLED  =' WS-RPT-AMT
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE BILRPT-RECORD FROM WS-REPORT-LINE
           MOVE WS-TOTAL-IPT             TO WS-RPT-AMT
           MOVE SPACES                   TO WS-REPORT-LINE
           STRING 'IPT BILLED        =' WS-RPT-AMT
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE BILRPT-RECORD FROM WS-REPORT-LINE
      *
           DISPLAY 'LGRBIL01 - INVOICES=' WS-INVOICE-COUNT
                   ' BILLED=' WS-TOTAL-BILLED
                   ' IPT=' WS-TOTAL-IPT
      *
       0800-WRITE-RUN-SUMMARY-EXIT.
           EXIT.
           CLOSE COMMPOL
           CLOSE ENDOWPOL
           CLOSE BILLINV
           IF PERIODS-USABLE
              CLOSE PERIODS
           END-IF
           IF GLPOST-USABLE
              CLOSE GLPOST
           END-IF
           IF IPTLEDG-USABLE
              CLOSE IPTLEDG
           END-IF
           CLOSE BILRPT
      *
       0900-CLOSE-FILES-EXIT.
           EXIT.
      *
      *================================================================
      * 0930-FIND-IPT-RATE - THE TAX RATE (LGCIPTR) FOR LINE
      *     WS-IPT-LINE ON WS-IPT-TAX-DATE INTO WS-IPT-RATE: THE
      *     LINE'S LAST ENTRY EFFECTIVE ON OR BEFORE THAT DATE.  THE
      *     ENTRIES RUN IN DATE ORDER WITHIN THE LINE, SO THE LAST
      *     ONE THAT QUALIFIES IS THE ONE IN FORCE.  NONE IS ZERO.
      *================================================================
       0930-FIND-IPT-RATE.
      *
           MOVE ZERO                     TO WS-IPT-RATE
           PERFORM VARYING WS-IPT-SLOT FROM 1 BY 1
                   UNTIL WS-IPT-SLOT > IPT-RATE-COUNT
              IF IPT-LINE(WS-IPT-SLOT) = WS-IPT-LINE
                 AND IPT-EFFECTIVE-DATE(WS-IPT-SLOT)
                     NOT > WS-IPT-TAX-DATE
                 MOVE IPT-RATE(WS-IPT-SLOT) TO WS-IPT-RATE
              END-IF
           END-PERFORM
      *
       0930-FIND-IPT-RATE-EXIT.
           EXIT.
      *
      *================================================================
      * 0940-OPEN-LEDGER-FILES - PERIODS IS READ ONLY, AND MAY NOT
      *     EXIST YET; GLPOST AND IPTLEDG ARE CREATED ON FIRST USE.
      *     NOTHING IS BILLED WITHOUT THE IPT LEDGER.
      *================================================================
       0940-OPEN-LEDGER-FILES.
      *
           OPEN INPUT PERIODS
           IF PERIODS-OPEN-OK
              SET PERIODS-USABLE         TO TRUE
           ELSE
              IF NOT PERIODS-NOT-FOUND
                 DISPLAY '**LGRBIL01 - PERIODS OPEN ERROR - STATUS '
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
              DISPLAY '**LGRBIL01 - GLPOST OPEN ERROR - STATUS '
                      GLPOST-STATUS
              MOVE 8                     TO RETURN-CODE
           END-IF
      *
           OPEN I-O IPTLEDG
           IF IPTLEDG-NOT-FOUND
              OPEN OUTPUT IPTLEDG
              CLOSE IPTLEDG
              OPEN I-O IPTLEDG
           END-IF
           IF IPTLEDG-OPEN-OK
              SET IPTLEDG-USABLE         TO TRUE
           ELSE
              DISPLAY '**LGRBIL01 - IPTLEDG OPEN ERROR - STATUS '
                      IPTLEDG-STATUS
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
      * 0960-POST-GL - POSTS A RAISED INVOICE'S WS-GL-AMOUNT TO
      *     GLPOST IN THE RUN DATE'S MONTH UNDER ITS LINE: DEBIT
      *     RECEIVABLES, CREDIT WS-GL-CREDIT-ACCT - WRITTEN PREMIUM
      *     FOR THE PREMIUM, IPT PAYABLE FOR THE TAX.
      *================================================================
       0960-POST-GL.
      *
           IF WS-GL-AMOUNT = ZERO
              GO TO 0960-POST-GL-EXIT
           END-IF
      *
           MOVE WS-BIL-LINE              TO WS-GL-LINE
           MOVE 'RECV'                   TO WS-GL-DEBIT-ACCT
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
           MOVE 'LGRBIL01'               TO GLP-SOURCE
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
           DISPLAY '**LGRBIL01 - GLPOST UPDATE ERROR - STATUS '
                   GLPOST-STATUS
           MOVE 8                        TO RETURN-CODE.
      *
       0970-ADD-TO-GLPOST-EXIT.
           EXIT.
      *
      *================================================================
      * 0980-ADD-TO-IPTLEDG - ADDS WS-IPT-PREMIUM AND WS-IPT-TAX TO
      *     THE RUNNING TOTAL OF KIND WS-IPT-KIND FOR THE QUARTER OF
      *     WS-IPT-DATE, LINE WS-IPT-LINE AND RATE WS-IPT-RATE FROM
      *     THIS PROGRAM, STARTING THE TOTAL ON ITS FIRST ENTRY.
      *================================================================
       0980-ADD-TO-IPTLEDG.
      *
           IF WS-IPT-PREMIUM = ZERO
              AND WS-IPT-TAX = ZERO
              GO TO 0980-ADD-TO-IPTLEDG-EXIT
           END-IF
           IF NOT IPTLEDG-USABLE
              GO TO 0980-ADD-TO-IPTLEDG-EXIT
           END-IF
      *
           MOVE SPACES                   TO IPT-LEDGER-RECORD
           MOVE WS-IPT-DATE(1:4)         TO IPL-QTR-YEAR
           MOVE 'Q'                      TO IPL-QTR-LETTER
           MOVE WS-IPT-DATE(6:2)         TO WS-IPT-MM
           COMPUTE IPL-QTR-NUM = (WS-IPT-MM + 2) / 3
           MOVE WS-IPT-LINE              TO IPL-LINE
           MOVE WS-IPT-RATE              TO IPL-RATE
           MOVE WS-IPT-KIND              TO IPL-KIND
           MOVE 'LGRBIL01'               TO IPL-SOURCE
           MOVE IPL-KEY                  TO WS-IPT-KEY-HOLD
      *
           READ IPTLEDG
           IF IPTLEDG-NO-RECORD
              MOVE SPACES                TO IPT-LEDGER-RECORD
              MOVE WS-IPT-KEY-HOLD       TO IPL-KEY
              MOVE ZERO                  TO IPL-PREMIUM
                                            IPL-TAX
                                            IPL-ENTRY-COUNT
           ELSE
              IF NOT IPTLEDG-OPEN-OK
                 GO TO 0980-ADD-TO-IPTLEDG-ERROR
              END-IF
           END-IF
      *
           ADD WS-IPT-PREMIUM            TO IPL-PREMIUM
           ADD WS-IPT-TAX                TO IPL-TAX
           ADD 1                         TO IPL-ENTRY-COUNT
           MOVE WS-TODAY-DATE10          TO IPL-LAST-POSTED-DATE
      *
           IF IPTLEDG-NO-RECORD
              WRITE IPT-LEDGER-RECORD
           ELSE
              REWRITE IPT-LEDGER-RECORD
           END-IF
           IF IPTLEDG-OPEN-OK
              GO TO 0980-ADD-TO-IPTLEDG-EXIT
           END-IF
      *
       0980-ADD-TO-IPTLEDG-ERROR.
      *
           DISPLAY '**LGRBIL01 - IPTLEDG UPDATE ERROR - STATUS '
                   IPTLEDG-STATUS
           MOVE 8                        TO RETURN-CODE.
      *
       0980-ADD-TO-IPTLEDG-EXIT.
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
           MOVE 'LGRBIL01'               TO WSCM-PROGRAM
           MOVE 'POLICIES'               TO WSCM-INPUT-DD
           MOVE WS-POLICIES-READ         TO WSCM-RECS-IN
           MOVE 'BILLINV'                TO WSCM-OUTPUT-DD
           MOVE WS-INVOICE-COUNT         TO WSCM-RECS-OUT
           MOVE 'PREMIUM'                TO WSCM-CONTROL-NAME
           MOVE WS-TOTAL-BILLED          TO WSCM-CONTROL-TOTAL
           MOVE RETURN-CODE              TO WSCM-RETURN-CODE
           CALL 'LGACMP01' USING WS-CMP-AREA
           MOVE WSCM-RETURN-CODE         TO RETURN-CODE
      *
       0990-WRITE-COMPLETION-EXIT.
           EXIT.
