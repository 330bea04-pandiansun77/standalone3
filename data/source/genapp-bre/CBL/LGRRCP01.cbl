       DATE-COMPILED.
      *================================================================
      * MODIFICATION HISTORY
      *   2026-10-15  PA  STANDARD COMPLETION RECORD ON CMPLOG
      *                   (LGCCMPL, THROUGH LGACMP01) AT THE END
      *                   OF EVERY RUN, FOR THE MORNING
      *                   OPERATIONS DIGEST.
      *   2026-10-15  PA  INSURANCE PREMIUM TAX.  THE TAX SHARE OF
      *                   EVERY RECEIPT OR CREDIT APPLIED TO AN
      *                   INVOICE IS ADDED TO THE QUARTER'S COLLECTED
      *                   OR SET-OFF TOTAL ON THE IPT LEDGER, SO THE
      *                   IPT RETURN CAN BE RECONCILED TO IT.
      *   2026-10-15  PA  PERIOD CONTROL.  A RECEIPT DATED IN A MONTH
      *                   ALREADY CLOSED ON PERIODS IS REJECTED, AND
      *                   EVERY RECEIPT TAKEN IN IS POSTED TO THE GL
      *                   INTERFACE (GLPOST) AS CASH AGAINST THE
      *                   POLICY'S RECEIVABLES OR SUSPENSE.
      *   2026-10-15  PA  MONEY THAT CANNOT BE APPLIED - NO INVOICE FOR
      *                   THE POLICY, OR A POLICY NUMBER THAT IS NOT A
      *                   NUMBER - IS WRITTEN TO THE SUSPENSE KSDS
      *                   (LGCSUSP) FOR LGASUS01 TO ALLOCATE OR REFUND,
      *                   INSTEAD OF ONLY BEING REPORTED.
      *   2026-10-15  PA  MONEY LEFT OVER ON A POLICY THAT HAS BEEN
      *                   BILLED IS KEPT ON BILLINV AS AN OVERPAYMENT
      *                   CREDIT NOTE, SO IT CAN BE SET OFF OR
      *                   REFUNDED (LGRRFD01) INSTEAD OF SITTING ON
      *                   THE REPORT.  CREDIT NOTES HELD FOR A REFUND
      *                   ARE NO LONGER SET OFF.
      *   2026-10-15  PA  PARAGRAPHS LEFT BY GO TO THEIR EXIT ARE
      *                   PERFORMED THRU THAT EXIT, SO A REJECTED
      *                   RECEIPT NO LONGER FALLS INTO THE NEXT ONE.
      *   2026-10-15  PA  CREDIT NOTES (LGRBIL02 RETURN PREMIUMS) ARE
      *                   SET OFF AGAINST THE POLICY'S OPEN INVOICES
      *                   BEFORE THE DAY'S CASH IS POSTED, THE SAME
      *                   WAY A RECEIPT IS APPLIED; CASH IS NEVER
      *                   APPLIED TO A CREDIT NOTE.
      *   2026-09-02  PA  ORIGINAL -- PREMIUM RECEIPTS POSTING.
      *                   SECOND STEP OF THE BILLING CHAIN: LGRBIL01
      *                   RAISES THE INVOICES, THIS STEP APPLIES THE
      *      READS THE DAY'S RECEIPTS AND APPLIES EACH ONE TO THE
      *      POLICY'S UNPAID INVOICES ON THE BILLINV KSDS, OLDEST
      *      CYCLE FIRST.  A RECEIPT LARGER THAN THE OLDEST OPEN
      *      INVOICE ROLLS FORWARD TO THE NEXT ONE.  MONEY LEFT OVER
      *      AFTER EVERY INVOICE FOR THE POLICY IS SETTLED IS THE
      *      CUSTOMER'S, AND IS WRITTEN BACK TO BILLINV AS AN
      *      OVERPAYMENT CREDIT NOTE (KEY 'OVP' + A RUNNING NUMBER)
      *      FOR THE NEXT INVOICE OR FOR LGRRFD01 TO REFUND.  A
      *      RECEIPT FOR A POLICY WITH NO INVOICE AT ALL, OR WHOSE
      *      POLICY NUMBER IS NOT A NUMBER, IS UNAPPLIED: IT IS
      *      WRITTEN TO THE SUSPENSE KSDS WITH ITS RECEIPT DATE,
      *      AMOUNT AND REASON FOR THE CASH DESK TO ALLOCATE OR
      *      REFUND ON LGASUS01 - NOTHING IS EVER APPLIED ON FAITH.
      *      A RECEIPT WITH NO READABLE AMOUNT IS STILL REJECTED.
      *
      *      BEFORE THE RECEIPTS, EVERY CREDIT NOTE WITH CREDIT
      *      STILL UNUSED IS APPLIED THE SAME WAY, AS IF IT WERE A
      *      RECEIPT DATED TODAY: OLDEST OPEN INVOICE FIRST, THE
      *      CREDIT NOTE'S AMOUNT PAID RECORDING HOW MUCH HAS BEEN
      *      USED.  CREDIT LEFT OVER IS REPORTED AS HELD - IT WAITS
      *      FOR THE POLICY'S NEXT INVOICE, OR FOR LGRRFD01 TO REFUND
      *      IT.  CREDIT ALREADY HELD FOR A REFUND IS LEFT ALONE.
      *
      *      A RECEIPT DATED IN A MONTH ALREADY CLOSED ON PERIODS
      *      (LGCPERD) IS REJECTED UNTOUCHED - IT HAS TO COME BACK
      *      DATED INTO AN OPEN MONTH.  EVERY RECEIPT TAKEN IN IS
      *      POSTED TO GLPOST (LGCGLPT) IN THE MONTH OF ITS RECEIPT
      *      DATE: DEBIT CASH, CREDIT RECEIVABLES UNDER THE POLICY'S
      *      LINE (OVERPAYMENT INCLUDED - THE CREDIT NOTE IS PART OF
      *      THE RECEIVABLES LEDGER), OR CREDIT UNALLOCATED CASH FOR
      *      WHAT GOES TO SUSPENSE.  SETTING A CREDIT NOTE OFF MOVES
      *      NO MONEY AND POSTS NOTHING.
      *
      *      MONEY APPLIED TO AN INVOICE CARRYING INSURANCE PREMIUM
      *      TAX (INV-IPT-AMOUNT) PAYS PREMIUM AND TAX IN PROPORTION.
      *      THE TAX SHARE IS ADDED TO IPTLEDG (LGCIPTL) UNDER THE
      *      INVOICE'S LINE AND RATE, FOR THE QUARTER OF THE RECEIPT
      *      DATE: AS COLLECTED FOR A RECEIPT, AS SET OFF FOR A
      *      CREDIT NOTE.  THE LGRIPT01 RETURN RECONCILES THE TAX
      *      CHARGED TO THESE.  AN OVERPAYMENT CREDIT NOTE IS CASH,
      *      NOT PREMIUM, AND CARRIES NO TAX.
      *
      *    INPUT FILES:  RCPFILE  - RECEIPTS, ONE PER LINE:
      *                             COLS  1-10  POLICY NUMBER
      *                             COLS 21-30  AMOUNT (9(8)V99,
      *                                         PENCE IMPLIED)
      *                  BILLINV  - PREMIUM INVOICE KSDS (I-O).
      *                  PERIODS  - PERIOD CONTROL KSDS (OPTIONAL -
      *                             NO FILE MEANS NO MONTH CLOSED).
      *
      *    OUTPUT FILES: SUSPENSE - UNAPPLIED-CASH KSDS (I-O,
      *                             CREATED ON THE FIRST RUN).
      *                  GLPOST   - GL INTERFACE KSDS (I-O, CREATED
      *                             ON FIRST USE).
      *                  IPTLEDG  - IPT LEDGER KSDS (I-O, CREATED ON
      *                             FIRST USE).
      *                  RCPRPT   - POSTING REPORT.
      *                  CMPLOG   - BATCH COMPLETION LOG (LGCCMPL,
      *                             THROUGH LGACMP01).
      *
      *    RETURN CODE:  00 - EVERY RECEIPT AND CREDIT FULLY APPLIED
      *                  04 - UNAPPLIED MONEY, AN OVERPAYMENT OR
      *                       HELD CREDIT REPORTED, OR A RECEIPT
      *                       REJECTED
      *                  08 - FILE ERROR
      *================================================================
       ENVIRONMENT DIVISION.
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS INV-KEY
              FILE STATUS IS BILLINV-STATUS.
      *
           SELECT SUSPENSE ASSIGN TO SUSPENSE
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS SUS-ITEM-NUM
              FILE STATUS IS SUSPENSE-STATUS.
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
           SELECT RCPRPT ASSIGN TO RCPRPT
              FILE STATUS IS RCPRPT-STATUS.
       FD  BILLINV
           BLOCK CONTAINS 0 RECORDS.
       COPY LGCBILL.
      *
       FD  SUSPENSE
           BLOCK CONTAINS 0 RECORDS.
       COPY LGCSUSP.
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
       FD  RCPRPT
           BLOCK CONTAINS 0 RECORDS.
               88  RCPFILE-VALID-STATUS           VALUE '00'.
           05  BILLINV-STATUS             PIC XX VALUE '00'.
               88  BILLINV-OPEN-OK                VALUE '00'.
               88  BILLINV-DUPLICATE              VALUE '22'.
           05  SUSPENSE-STATUS            PIC XX VALUE '00'.
               88  SUSPENSE-OPEN-OK               VALUE '00'.
               88  SUSPENSE-DUPLICATE             VALUE '22'.
               88  SUSPENSE-NOT-FOUND             VALUE '35'.
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
           05  RCPRPT-STATUS              PIC XX VALUE '00'.
           05  SW-EOF                     PIC X(01) VALUE 'N'.
               88  END-OF-FILE                    VALUE 'Y'.
           05  SW-INV-EOF                 PIC X(01) VALUE 'N'.
               88  END-OF-INVOICES                VALUE 'Y'.
           05  SW-CRN-EOF                 PIC X(01) VALUE 'N'.
               88  END-OF-CREDIT-NOTES            VALUE 'Y'.
      *    WHAT 0400 IS APPLYING: 'R' = A RECEIPT, 'C' = A CREDIT.
           05  SW-APPLY-SOURCE            PIC X(01) VALUE 'R'.
               88  APPLYING-RECEIPT               VALUE 'R'.
               88  APPLYING-CREDIT                VALUE 'C'.
           05  SW-POLICY-BILLED           PIC X(01) VALUE 'N'.
               88  POLICY-BILLED                  VALUE 'Y'.
           05  SW-PERIODS                 PIC X(01) VALUE 'N'.
               88  PERIODS-USABLE                 VALUE 'Y'.
           05  SW-GLPOST                  PIC X(01) VALUE 'N'.
               88  GLPOST-USABLE                  VALUE 'Y'.
           05  SW-IPTLEDG                 PIC X(01) VALUE 'N'.
               88  IPTLEDG-USABLE                 VALUE 'Y'.
           05  SW-POSTING                 PIC X(01) VALUE 'Y'.
               88  POSTING-ALLOWED                VALUE 'Y'.
      *
       01  WS-RECEIPT-REC.
           05  RCP-POLICY-NUM             PIC 9(10).
       01  WS-REMAINING                   PIC 9(08)V99 VALUE ZERO.
       01  WS-APPLIED                     PIC 9(08)V99 VALUE ZERO.
       01  WS-INV-OUTSTANDING             PIC 9(08)V99 VALUE ZERO.
       01  WS-APPLY-DATE                  PIC X(10) VALUE SPACES.
       01  WS-APPLY-POLICY-NUM            PIC 9(10) VALUE ZERO.
       01  WS-CREDIT-KEY                  PIC X(20) VALUE SPACES.
       01  WS-CREDIT-AVAILABLE            PIC 9(08)V99 VALUE ZERO.
       01  WS-CREDIT-USED                 PIC 9(08)V99 VALUE ZERO.
      *    THE POLICY'S OWN DETAILS, FROM ITS FIRST BILLINV RECORD,
      *    FOR AN OVERPAYMENT CREDIT NOTE.
       01  WS-BILLED-CUSTOMER-NUM         PIC 9(10) VALUE ZERO.
       01  WS-BILLED-LINE                 PIC X(01) VALUE SPACE.
       01  WS-BILLED-BROKERID             PIC 9(10) VALUE ZERO.
       01  WS-OVP-SEQ                     PIC 9(05) VALUE ZERO.
      *    NEXT SUSPENSE RUNNING NUMBER TO TRY FOR TODAY.
       01  WS-SUS-SEQ                     PIC 9(05) VALUE 1.
       01  WS-SUS-REASON                  PIC X(02) VALUE SPACES.
      *
       01  WS-TODAY-DATE                  PIC 9(08).
       01  WS-TODAY-DATE10                PIC X(10).
      *
       01  WS-RECEIPTS-READ               PIC 9(07) COMP VALUE ZERO.
       01  WS-RECEIPT-COUNT               PIC 9(07) COMP VALUE ZERO.
       01  WS-BAD-RECEIPT-COUNT           PIC 9(07) COMP VALUE ZERO.
       01  WS-UNAPPLIED-COUNT             PIC 9(07) COMP VALUE ZERO.
       01  WS-TOTAL-RECEIVED              PIC 9(11)V99 VALUE ZERO.
       01  WS-TOTAL-APPLIED               PIC 9(11)V99 VALUE ZERO.
       01  WS-TOTAL-UNAPPLIED             PIC 9(11)V99 VALUE ZERO.
       01  WS-CREDIT-NOTE-COUNT           PIC 9(07) COMP VALUE ZERO.
       01  WS-CREDIT-HELD-COUNT           PIC 9(07) COMP VALUE ZERO.
       01  WS-TOTAL-CREDITED              PIC 9(11)V99 VALUE ZERO.
       01  WS-TOTAL-CREDIT-HELD           PIC 9(11)V99 VALUE ZERO.
       01  WS-OVERPAID-COUNT              PIC 9(07) COMP VALUE ZERO.
       01  WS-TOTAL-OVERPAID              PIC 9(11)V99 VALUE ZERO.
       01  WS-BAD-POLICY-COUNT            PIC 9(07) COMP VALUE ZERO.
       01  WS-CLOSED-PERIOD-COUNT         PIC 9(07) COMP VALUE ZERO.
       01  WS-TOTAL-IPT-COLLECTED         PIC 9(11)V99 VALUE ZERO.
       01  WS-TOTAL-IPT-SET-OFF           PIC 9(11)V99 VALUE ZERO.
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
       01  WS-RPT-LABEL                   PIC X(19).
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
           PERFORM 0150-APPLY-CREDIT-NOTES
              THRU 0150-APPLY-CREDIT-NOTES-EXIT
           PERFORM 0200-PROCESS-RECEIPTS
              THRU 0200-PROCESS-RECEIPTS-EXIT
           PERFORM 0800-WRITE-RUN-SUMMARY
           PERFORM 0900-CLOSE-FILES
      *
           IF RETURN-CODE NOT = 8
              IF WS-UNAPPLIED-COUNT > ZERO
                 OR WS-BAD-RECEIPT-COUNT > ZERO
                 OR WS-CLOSED-PERIOD-COUNT > ZERO
                 OR WS-CREDIT-HELD-COUNT > ZERO
                 OR WS-OVERPAID-COUNT > ZERO
                 MOVE 4                  TO RETURN-CODE
              END-IF
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
           OPEN OUTPUT RCPRPT
           MOVE '-------- LGRRCP01 PREMIUM RECEIPTS POSTING ------'
                TO RCPRPT-RECORD
           WRITE RCPRPT-RECORD
      *
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           MOVE WS-TODAY-DATE(1:4)       TO WS-TODAY-DATE10(1:4)
           MOVE '-'                      TO WS-TODAY-DATE10(5:1)
           MOVE WS-TODAY-DATE(5:2)       TO WS-TODAY-DATE10(6:2)
           MOVE '-'                      TO WS-TODAY-DATE10(8:1)
           MOVE WS-TODAY-DATE(7:2)       TO WS-TODAY-DATE10(9:2)
      *
           OPEN INPUT RCPFILE
           IF NOT RCPFILE-VALID-STATUS
                      BILLINV-STATUS
              MOVE 8                     TO RETURN-CODE
           END-IF
      *
           OPEN I-O SUSPENSE
           IF SUSPENSE-NOT-FOUND
              OPEN OUTPUT SUSPENSE
              CLOSE SUSPENSE
              OPEN I-O SUSPENSE
           END-IF
           IF NOT SUSPENSE-OPEN-OK
              DISPLAY '**LGRRCP01 - SUSPENSE OPEN ERROR - STATUS '
                      SUSPENSE-STATUS
              MOVE 8                     TO RETURN-CODE
           END-IF
      *
           PERFORM 0940-OPEN-LEDGER-FILES
              THRU 0940-OPEN-LEDGER-FILES-EXIT
      *
       0100-INITIALIZATION-EXIT.
           EXIT.
      *
      *================================================================
      * 0150-APPLY-CREDIT-NOTES - ONE PASS OF BILLINV FOR CREDIT NOTES
      *     WITH CREDIT UNUSED.  APPLYING ONE MOVES THE FILE POSITION
      *     TO THE POLICY'S INVOICES, SO 0160 RE-POSITIONS JUST PAST
      *     THE CREDIT NOTE'S KEY BEFORE THE PASS CARRIES ON.
      *================================================================
       0150-APPLY-CREDIT-NOTES.
      *
           IF RETURN-CODE = 8
              GO TO 0150-APPLY-CREDIT-NOTES-EXIT
           END-IF
           MOVE 'N'                      TO SW-CRN-EOF
           MOVE LOW-VALUES               TO INV-KEY
           START BILLINV KEY NOT < INV-KEY
              INVALID KEY SET END-OF-CREDIT-NOTES TO TRUE
           END-START
      *
           PERFORM UNTIL END-OF-CREDIT-NOTES
              READ BILLINV NEXT RECORD
                 AT END SET END-OF-CREDIT-NOTES TO TRUE
              END-READ
              IF NOT END-OF-CREDIT-NOTES
                 AND INV-TYPE-CREDIT-NOTE
                 AND INV-AMOUNT-PAID < INV-AMOUNT-DUE
                 AND NOT INV-STATUS-REFUND-HELD
                 PERFORM 0160-APPLY-ONE-CREDIT-NOTE
                    THRU 0160-APPLY-ONE-CREDIT-NOTE-EXIT
              END-IF
           END-PERFORM
           MOVE '00'                     TO BILLINV-STATUS
      *
       0150-APPLY-CREDIT-NOTES-EXIT.
           EXIT.
      *
       0160-APPLY-ONE-CREDIT-NOTE.
      *
           ADD 1                         TO WS-CREDIT-NOTE-COUNT
           MOVE INV-KEY                  TO WS-CREDIT-KEY
           MOVE INV-POLICY-NUM           TO WS-APPLY-POLICY-NUM
           COMPUTE WS-CREDIT-AVAILABLE =
                   INV-AMOUNT-DUE - INV-AMOUNT-PAID
           MOVE WS-CREDIT-AVAILABLE      TO WS-REMAINING
           SET APPLYING-CREDIT           TO TRUE
           MOVE WS-TODAY-DATE10          TO WS-APPLY-DATE
      *
           PERFORM 0350-APPLY-TO-POLICY
           IF RETURN-CODE = 8
              SET END-OF-CREDIT-NOTES    TO TRUE
              GO TO 0160-APPLY-ONE-CREDIT-NOTE-EXIT
           END-IF
      *
           COMPUTE WS-CREDIT-USED = WS-CREDIT-AVAILABLE - WS-REMAINING
           MOVE WS-CREDIT-KEY            TO INV-KEY
           READ BILLINV
           IF NOT BILLINV-OPEN-OK
              DISPLAY '**LGRRCP01 - BILLINV REREAD ERROR - STATUS '
                      BILLINV-STATUS
              MOVE 8                     TO RETURN-CODE
              SET END-OF-CREDIT-NOTES    TO TRUE
              GO TO 0160-APPLY-ONE-CREDIT-NOTE-EXIT
           END-IF
      *
           IF WS-CREDIT-USED > ZERO
              ADD WS-CREDIT-USED         TO INV-AMOUNT-PAID
              MOVE WS-TODAY-DATE10       TO INV-LAST-RECEIPT-DATE
              IF INV-AMOUNT-PAID < INV-AMOUNT-DUE
                 SET INV-STATUS-PART-PAID TO TRUE
              ELSE
                 SET INV-STATUS-SETTLED  TO TRUE
              END-IF
              REWRITE PREMIUM-INVOICE-RECORD
              IF NOT BILLINV-OPEN-OK
                 DISPLAY '**LGRRCP01 - BILLINV REWRITE ERROR - STATUS '
                         BILLINV-STATUS
                 MOVE 8                  TO RETURN-CODE
                 SET END-OF-CREDIT-NOTES TO TRUE
                 GO TO 0160-APPLY-ONE-CREDIT-NOTE-EXIT
              END-IF
           END-IF
      *
           IF WS-REMAINING > ZERO
              ADD 1                      TO WS-CREDIT-HELD-COUNT
              ADD WS-REMAINING           TO WS-TOTAL-CREDIT-HELD
              MOVE WS-REMAINING          TO WS-RPT-AMT
              MOVE SPACES                TO WS-REPORT-LINE
              STRING 'CREDIT HELD - POLICY ' INV-POLICY-NUM
                     ' NOTE ' INV-NOTE-SOURCE INV-NOTE-SEQ
                     ' AMOUNT=' WS-RPT-AMT
                     DELIMITED BY SIZE INTO WS-REPORT-LINE
              WRITE RCPRPT-RECORD FROM WS-REPORT-LINE
           END-IF
      *
           START BILLINV KEY > INV-KEY
              INVALID KEY SET END-OF-CREDIT-NOTES TO TRUE
           END-START
      *
       0160-APPLY-ONE-CREDIT-NOTE-EXIT.
           EXIT.
      *
       0200-PROCESS-RECEIPTS.
      *
                 AT END SET END-OF-FILE  TO TRUE
              END-READ
              IF NOT END-OF-FILE
                 ADD 1                   TO WS-RECEIPTS-READ
                 PERFORM 0300-POST-ONE-RECEIPT
                    THRU 0300-POST-ONE-RECEIPT-EXIT
              END-IF
           END-PERFORM
      *
      *================================================================
      * 0300-POST-ONE-RECEIPT - EDITS THE RECEIPT, THEN WALKS THE
      *     POLICY'S INVOICES OLDEST CYCLE FIRST, APPLYING UNTIL THE
      *     MONEY OR THE INVOICES RUN OUT.  MONEY WITH NO POLICY TO
      *     GO TO IS PUT IN SUSPENSE.
      *================================================================
       0300-POST-ONE-RECEIPT.
      *
           IF RCP-AMOUNT-X NOT NUMERIC
              OR RCP-AMOUNT = ZERO
              ADD 1                      TO WS-BAD-RECEIPT-COUNT
              MOVE SPACES                TO WS-REPORT-LINE
              WRITE RCPRPT-RECORD FROM WS-REPORT-LINE
              GO TO 0300-POST-ONE-RECEIPT-EXIT
           END-IF
      *
           MOVE RCP-RECEIPT-DATE         TO WS-GL-DATE
           PERFORM 0950-CHECK-PERIOD
              THRU 0950-CHECK-PERIOD-EXIT
           IF GL-PERIOD-CLOSED
              ADD 1                      TO WS-CLOSED-PERIOD-COUNT
              MOVE SPACES                TO WS-REPORT-LINE
              STRING 'REJECTED - PERIOD ' WS-GL-PERIOD
                     ' CLOSED: ' WS-RECEIPT-REC(1:30)
                     DELIMITED BY SIZE INTO WS-REPORT-LINE
              WRITE RCPRPT-RECORD FROM WS-REPORT-LINE
              GO TO 0300-POST-ONE-RECEIPT-EXIT
           END-IF
      *
           ADD 1                         TO WS-RECEIPT-COUNT
           ADD RCP-AMOUNT                TO WS-TOTAL-RECEIVED
           MOVE RCP-AMOUNT               TO WS-REMAINING
      *
           IF RCP-POLICY-NUM-X NOT NUMERIC
              ADD 1                      TO WS-BAD-POLICY-COUNT
              MOVE 'BP'                  TO WS-SUS-REASON
              PERFORM 0390-WRITE-SUSPENSE
                 THRU 0390-WRITE-SUSPENSE-EXIT
              GO TO 0300-POST-ONE-RECEIPT-EXIT
           END-IF
           MOVE RCP-POLICY-NUM           TO WS-APPLY-POLICY-NUM
           SET APPLYING-RECEIPT          TO TRUE
           MOVE RCP-RECEIPT-DATE         TO WS-APPLY-DATE
      *
           PERFORM 0350-APPLY-TO-POLICY
           IF RETURN-CODE = 8
              SET END-OF-FILE            TO TRUE
              GO TO 0300-POST-ONE-RECEIPT-EXIT
           END-IF
      *
      *    ON A BILLED POLICY THE WHOLE RECEIPT IS RECEIVABLES MONEY -
      *    APPLIED, OR HELD ON THE OVERPAYMENT CREDIT NOTE.
           IF POLICY-BILLED
              MOVE RCP-AMOUNT            TO WS-GL-AMOUNT
              MOVE WS-BILLED-LINE        TO WS-GL-LINE
              MOVE 'CASH'                TO WS-GL-DEBIT-ACCT
              MOVE 'RECV'                TO WS-GL-CREDIT-ACCT
              PERFORM 0960-POST-GL
                 THRU 0960-POST-GL-EXIT
           END-IF
      *
           IF WS-REMAINING > ZERO
              AND POLICY-BILLED
              PERFORM 0370-RAISE-OVERPAYMENT
                 THRU 0370-RAISE-OVERPAYMENT-EXIT
              GO TO 0300-POST-ONE-RECEIPT-EXIT
           END-IF
      *
           IF WS-REMAINING > ZERO
              MOVE 'NI'                  TO WS-SUS-REASON
              PERFORM 0390-WRITE-SUSPENSE
                 THRU 0390-WRITE-SUSPENSE-EXIT
           END-IF
      *
       0300-POST-ONE-RECEIPT-EXIT.
           EXIT.
      *
      *================================================================
      * 0350-APPLY-TO-POLICY - WALKS THE POLICY'S INVOICES OLDEST
      *     CYCLE FIRST, APPLYING WS-REMAINING UNTIL THE MONEY OR THE
      *     INVOICES RUN OUT.  SHARED BY RECEIPTS AND CREDIT NOTES.
      *================================================================
       0350-APPLY-TO-POLICY.
      *
           MOVE 'N'                      TO SW-INV-EOF
           MOVE 'N'                      TO SW-POLICY-BILLED
           MOVE WS-APPLY-POLICY-NUM      TO INV-POLICY-NUM
           MOVE LOW-VALUES               TO INV-CYCLE-DATE
           START BILLINV KEY NOT < INV-KEY
              INVALID KEY SET END-OF-INVOICES TO TRUE
                 AT END SET END-OF-INVOICES TO TRUE
              END-READ
              IF NOT END-OF-INVOICES
                 IF INV-POLICY-NUM NOT = WS-APPLY-POLICY-NUM
                    SET END-OF-INVOICES  TO TRUE
                 ELSE
                    IF NOT POLICY-BILLED
                       SET POLICY-BILLED TO TRUE
                       MOVE INV-CUSTOMER-NUM TO WS-BILLED-CUSTOMER-NUM
                       MOVE INV-LINE     TO WS-BILLED-LINE
                       MOVE INV-BROKERID TO WS-BILLED-BROKERID
                    END-IF
                    PERFORM 0400-APPLY-TO-INVOICE
                       THRU 0400-APPLY-TO-INVOICE-EXIT
                 END-IF
              END-IF
           END-PERFORM
           IF RETURN-CODE NOT = 8
              MOVE '00'                  TO BILLINV-STATUS
           END-IF
      *
       0350-APPLY-TO-POLICY-EXIT.
           EXIT.
      *
      *================================================================
      * 0370-RAISE-OVERPAYMENT - WHAT IS LEFT OF THE RECEIPT BECOMES A
      *     CREDIT NOTE ON THE POLICY, DATED FROM THE RECEIPT.  THE
      *     NEXT FREE 'OVP' NUMBER IS FOUND BY WRITING UNTIL THE KEY
      *     IS NOT ALREADY TAKEN.
      *================================================================
       0370-RAISE-OVERPAYMENT.
      *
           MOVE SPACES                   TO PREMIUM-INVOICE-RECORD
           MOVE RCP-POLICY-NUM           TO INV-POLICY-NUM
           MOVE 'OVP'                    TO INV-NOTE-SOURCE
           MOVE WS-BILLED-CUSTOMER-NUM   TO INV-CUSTOMER-NUM
           MOVE WS-BILLED-LINE           TO INV-LINE
           MOVE WS-BILLED-BROKERID       TO INV-BROKERID
           MOVE WS-TODAY-DATE10          TO INV-INVOICE-DATE
           MOVE RCP-RECEIPT-DATE         TO INV-DUE-DATE
           MOVE WS-REMAINING             TO INV-AMOUNT-DUE
           MOVE ZERO                     TO INV-AMOUNT-PAID
                                            INV-IPT-RATE
                                            INV-IPT-AMOUNT
           SET INV-STATUS-OPEN           TO TRUE
           SET INV-TYPE-CREDIT-NOTE      TO TRUE
      *
           MOVE 1                        TO WS-OVP-SEQ
           MOVE '22'                     TO BILLINV-STATUS
           PERFORM 0380-WRITE-OVERPAYMENT-ONCE
              UNTIL NOT BILLINV-DUPLICATE
                 OR WS-OVP-SEQ > 9999
           IF NOT BILLINV-OPEN-OK
              DISPLAY '**LGRRCP01 - BILLINV WRITE ERROR - STATUS '
                      BILLINV-STATUS
              MOVE 8                     TO RETURN-CODE
              SET END-OF-FILE            TO TRUE
              GO TO 0370-RAISE-OVERPAYMENT-EXIT
           END-IF
      *
           ADD 1                         TO WS-OVERPAID-COUNT
           ADD WS-REMAINING              TO WS-TOTAL-OVERPAID
           MOVE WS-REMAINING             TO WS-RPT-AMT
           MOVE SPACES                   TO WS-REPORT-LINE
           STRING 'OVERPAID  - POLICY ' RCP-POLICY-NUM
                  ' RECEIPT ' RCP-RECEIPT-DATE
                  ' AMOUNT=' WS-RPT-AMT
                  ' CREDIT ' INV-NOTE-SOURCE INV-NOTE-SEQ
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE RCPRPT-RECORD FROM WS-REPORT-LINE
      *
       0370-RAISE-OVERPAYMENT-EXIT.
           EXIT.
      *
       0380-WRITE-OVERPAYMENT-ONCE.
      *
           MOVE WS-OVP-SEQ               TO INV-NOTE-SEQ
           WRITE PREMIUM-INVOICE-RECORD
           ADD 1                         TO WS-OVP-SEQ
      *
       0380-WRITE-OVERPAYMENT-ONCE-EXIT.
           EXIT.
      *
      *================================================================
      * 0390-WRITE-SUSPENSE - WHAT IS LEFT OF THE RECEIPT GOES TO
      *     SUSPENSE UNDER TODAY'S DATE AND THE NEXT FREE RUNNING
      *     NUMBER, FOUND BY WRITING UNTIL THE KEY IS NOT TAKEN (A
      *     RERUN ON THE SAME DAY CARRIES ON PAST THE FIRST RUN'S
      *     ITEMS).  WS-SUS-REASON IS SET BY THE CALLER.
      *================================================================
       0390-WRITE-SUSPENSE.
      *
           MOVE SPACES                   TO SUSPENSE-ITEM-RECORD
           MOVE WS-SUS-REASON            TO SUS-REASON
           MOVE WS-TODAY-DATE(3:6)       TO SUS-ITEM-POSTED-YYMMDD
           MOVE RCP-RECEIPT-DATE         TO SUS-RECEIPT-DATE
           MOVE WS-TODAY-DATE10          TO SUS-POSTED-DATE
           MOVE RCP-POLICY-NUM-X         TO SUS-POLICY-REF
           MOVE WS-REMAINING             TO SUS-AMOUNT
           MOVE ZERO                     TO SUS-ALLOCATED
           MOVE ZERO                     TO SUS-LAST-POLICY-NUM
           MOVE ZERO                     TO SUS-REFUND-AMOUNT
           SET SUS-OPEN                  TO TRUE
      *
           MOVE '22'                     TO SUSPENSE-STATUS
           PERFORM 0395-WRITE-SUSPENSE-ONCE
              UNTIL NOT SUSPENSE-DUPLICATE
                 OR WS-SUS-SEQ > 9999
           IF NOT SUSPENSE-OPEN-OK
              DISPLAY '**LGRRCP01 - SUSPENSE WRITE ERROR - STATUS '
                      SUSPENSE-STATUS
              MOVE 8                     TO RETURN-CODE
              SET END-OF-FILE            TO TRUE
              GO TO 0390-WRITE-SUSPENSE-EXIT
           END-IF
      *
           MOVE WS-REMAINING             TO WS-GL-AMOUNT
           MOVE SPACE                    TO WS-GL-LINE
           MOVE 'CASH'                   TO WS-GL-DEBIT-ACCT
           MOVE 'SUSP'                   TO WS-GL-CREDIT-ACCT
           PERFORM 0960-POST-GL
              THRU 0960-POST-GL-EXIT
      *
           ADD 1                         TO WS-UNAPPLIED-COUNT
           ADD WS-REMAINING              TO WS-TOTAL-UNAPPLIED
           MOVE WS-REMAINING             TO WS-RPT-AMT
           MOVE SPACES                   TO WS-REPORT-LINE
           STRING 'UNAPPLIED - POLICY ' RCP-POLICY-NUM-X
                  ' RECEIPT ' RCP-RECEIPT-DATE
                  ' AMOUNT=' WS-RPT-AMT
                  ' SUSPENSE ' SUS-ITEM-NUM
                  ' REASON=' SUS-REASON
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE RCPRPT-RECORD FROM WS-REPORT-LINE
      *
       0390-WRITE-SUSPENSE-EXIT.
           EXIT.
      *
       0395-WRITE-SUSPENSE-ONCE.
      *
           MOVE WS-SUS-SEQ               TO SUS-ITEM-SEQ
           WRITE SUSPENSE-ITEM-RECORD
           ADD 1                         TO WS-SUS-SEQ
      *
       0395-WRITE-SUSPENSE-ONCE-EXIT.
           EXIT.
      *
      *================================================================
      * 0400-APPLY-TO-INVOICE - APPLIES AS MUCH OF THE RECEIPT OR
      *     CREDIT AS THE CURRENT INVOICE STILL NEEDS AND REWRITES
      *     IT.  A CREDIT NOTE IS NOT AN INVOICE AND IS PASSED BY.
      *     THE TAX SHARE OF WHAT IS APPLIED - THE INVOICE'S TAX OVER
      *     ITS AMOUNT DUE - GOES TO THE IPT LEDGER.
      *================================================================
       0400-APPLY-TO-INVOICE.
      *
           IF INV-TYPE-CREDIT-NOTE
              GO TO 0400-APPLY-TO-INVOICE-EXIT
           END-IF
      *
           COMPUTE WS-INV-OUTSTANDING =
                   INV-AMOUNT-DUE - INV-AMOUNT-PAID
      *
           ADD WS-APPLIED                TO INV-AMOUNT-PAID
           SUBTRACT WS-APPLIED           FROM WS-REMAINING
           IF APPLYING-CREDIT
              ADD WS-APPLIED             TO WS-TOTAL-CREDITED
           ELSE
              ADD WS-APPLIED             TO WS-TOTAL-APPLIED
           END-IF
           MOVE WS-APPLY-DATE            TO INV-LAST-RECEIPT-DATE
           IF INV-AMOUNT-PAID < INV-AMOUNT-DUE
              SET INV-STATUS-PART-PAID   TO TRUE
           ELSE
      *
           MOVE WS-APPLIED               TO WS-RPT-AMT
           MOVE SPACES                   TO WS-REPORT-LINE
           IF APPLYING-CREDIT
              MOVE 'CREDITED  - POLICY ' TO WS-RPT-LABEL
           ELSE
              MOVE 'APPLIED   - POLICY ' TO WS-RPT-LABEL
           END-IF
           STRING WS-RPT-LABEL INV-POLICY-NUM
                  ' CYCLE ' INV-CYCLE-DATE
                  ' AMOUNT=' WS-RPT-AMT
                  ' STATUS=' INV-STATUS-FLAG
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE RCPRPT-RECORD FROM WS-REPORT-LINE
      *
           IF INV-IPT-AMOUNT NOT NUMERIC
              OR INV-AMOUNT-DUE = ZERO
              GO TO 0400-APPLY-TO-INVOICE-EXIT
           END-IF
           COMPUTE WS-IPT-TAX ROUNDED =
                   WS-APPLIED * INV-IPT-AMOUNT / INV-AMOUNT-DUE
           IF WS-IPT-TAX > INV-IPT-AMOUNT
              MOVE INV-IPT-AMOUNT        TO WS-IPT-TAX
           END-IF
           COMPUTE WS-IPT-PREMIUM = WS-APPLIED - WS-IPT-TAX
           MOVE INV-LINE                 TO WS-IPT-LINE
           MOVE INV-IPT-RATE             TO WS-IPT-RATE
           MOVE WS-APPLY-DATE            TO WS-IPT-DATE
           IF APPLYING-CREDIT
              MOVE 'O'                   TO WS-IPT-KIND
              ADD WS-IPT-TAX             TO WS-TOTAL-IPT-SET-OFF
           ELSE
              MOVE 'P'                   TO WS-IPT-KIND
              ADD WS-IPT-TAX             TO WS-TOTAL-IPT-COLLECTED
           END-IF
           PERFORM 0980-ADD-TO-IPTLEDG
              THRU 0980-ADD-TO-IPTLEDG-EXIT
      *
       0400-APPLY-TO-INVOICE-EXIT.
           EXIT.
           STRING 'MONEY UNAPPLIED   =' WS-RPT-AMT
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE RCPRPT-RECORD FROM WS-REPORT-LINE
           MOVE WS-UNAPPLIED-COUNT       TO WS-RPT-CNT
           MOVE SPACES                   TO WS-REPORT-LINE
           STRING 'SUSPENSE ITEMS    =' WS-RPT-CNT
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE RCPRPT-RECORD FROM WS-REPORT-LINE
           MOVE WS-BAD-POLICY-COUNT      TO WS-RPT-CNT
           MOVE SPACES                   TO WS-REPORT-LINE
           STRING ' OF WHICH BAD REF =' WS-RPT-CNT
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE RCPRPT-RECORD FROM WS-REPORT-LINE
           MOVE WS-CLOSED-PERIOD-COUNT   TO WS-RPT-CNT
           MOVE SPACES                   TO WS-REPORT-LINE
           STRING 'PERIOD CLOSED     =' WS-RPT-CNT
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE RCPRPT-RECORD FROM WS-REPORT-LINE
           MOVE WS-TOTAL-OVERPAID        TO WS-RPT-AMT
           MOVE SPACES                   TO WS-REPORT-LINE
           STRING 'MONEY OVERPAID    =' WS-RPT-AMT
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE RCPRPT-RECORD FROM WS-REPORT-LINE
           MOVE WS-CREDIT-NOTE-COUNT     TO WS-RPT-CNT
           MOVE SPACES                   TO WS-REPORT-LINE
           STRING 'CREDIT NOTES READ =' WS-RPT-CNT
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE RCPRPT-RECORD FROM WS-REPORT-LINE
           MOVE WS-TOTAL-CREDITED        TO WS-RPT-AMT
           MOVE SPACES                   TO WS-REPORT-LINE
           STRING 'CREDIT APPLIED    =' WS-RPT-AMT
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE RCPRPT-RECORD FROM WS-REPORT-LINE
           MOVE WS-TOTAL-CREDIT-HELD     TO WS-RPT-AMT
           MOVE SPACES                   TO WS-REPORT-LINE
           STRING 'CREDIT HELD       =' WS-RPT-AMT
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE RCPRPT-RECORD FROM WS-REPORT-LINE
           MOVE WS-TOTAL-IPT-COLLECTED   TO WS-RPT-AMT
           MOVE SPACES                   TO WS-REPORT-LINE
           STRING 'IPT COLLECTED     =' WS-RPT-AMT
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE RCPRPT-RECORD FROM WS-REPORT-LINE
           MOVE WS-TOTAL-IPT-SET-OFF     TO WS-RPT-AMT
           MOVE SPACES                   TO WS-REPORT-LINE
           STRING 'IPT SET OFF       =' WS-RPT-AMT
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE RCPRPT-RECORD FROM WS-REPORT-LINE
      *
           DISPLAY 'LGRRCP01 - RECEIPTS=' WS-RECEIPT-COUNT
                   ' UNAPPLIED=' WS-TOTAL-UNAPPLIED
                   ' OVERPAID=' WS-TOTAL-OVERPAID
                   ' CREDIT HELD=' WS-TOTAL-CREDIT-HELD
      *
       0800-WRITE-RUN-SUMMARY-EXIT.
           EXIT.
      *
           CLOSE RCPFILE
           CLOSE BILLINV
           CLOSE SUSPENSE
           IF PERIODS-USABLE
              CLOSE PERIODS
           END-IF
           IF GLPOST-USABLE
              CLOSE GLPOST
           END-IF
           IF IPTLEDG-USABLE
              CLOSE IPTLEDG
           END-IF
           CLOSE RCPRPT
      *
       0900-CLOSE-FILES-EXIT.
           EXIT.
      *
      *================================================================
      * 0940-OPEN-LEDGER-FILES - PERIODS IS READ ONLY, AND MAY NOT
      *     EXIST YET; GLPOST AND IPTLEDG ARE CREATED ON FIRST USE.
      *================================================================
       0940-OPEN-LEDGER-FILES.
      *
           OPEN INPUT PERIODS
           IF PERIODS-OPEN-OK
              SET PERIODS-USABLE         TO TRUE
           ELSE
              IF NOT PERIODS-NOT-FOUND
                 DISPLAY '**LGRRCP01 - PERIODS OPEN ERROR - STATUS '
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
              DISPLAY '**LGRRCP01 - GLPOST OPEN ERROR - STATUS '
                      GLPOST-STATUS
              MOVE 8                     TO RETURN-CODE
              MOVE 'N'                   TO SW-POSTING
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
              DISPLAY '**LGRRCP01 - IPTLEDG OPEN ERROR - STATUS '
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
           MOVE 'LGRRCP01'               TO GLP-SOURCE
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
           DISPLAY '**LGRRCP01 - GLPOST UPDATE ERROR - STATUS '
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
           MOVE 'LGRRCP01'               TO IPL-SOURCE
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
           DISPLAY '**LGRRCP01 - IPTLEDG UPDATE ERROR - STATUS '
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
           MOVE 'LGRRCP01'               TO WSCM-PROGRAM
           MOVE 'RCPFILE'                TO WSCM-INPUT-DD
           MOVE WS-RECEIPTS-READ         TO WSCM-RECS-IN
           MOVE 'BILLINV'                TO WSCM-OUTPUT-DD
           MOVE WS-RECEIPT-COUNT         TO WSCM-RECS-OUT
           MOVE 'RECEIVED'               TO WSCM-CONTROL-NAME
           MOVE WS-TOTAL-RECEIVED        TO WSCM-CONTROL-TOTAL
           MOVE RETURN-CODE              TO WSCM-RETURN-CODE
           CALL 'LGACMP01' USING WS-CMP-AREA
           MOVE WSCM-RETURN-CODE         TO RETURN-CODE
      *
       0990-WRITE-COMPLETION-EXIT.
           EXIT.
