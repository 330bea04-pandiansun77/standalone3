       DATE-COMPILED.
      *================================================================
      * MODIFICATION HISTORY
      *   2026-10-15  PA  INLINE CLAIMPOL RECORD LENGTHENED FOR THE
      *                   CATASTROPHE EVENT FIELDS ADDED TO THE CLAIM
      *                   MASTER.
      *   2026-10-15  PA  ENDOWMENT SURRENDER VALUES RAISED ON REFUNDRQ
      *                   BY LGMEND01 SUREND (REASON 'SUR') ARE PAID AS
      *                   PAYMENT TYPE V ON THEIR OWN AMOUNT - NO
      *                   CREDIT NOTE STANDS BEHIND THEM - AND POSTED
      *                   TO SURRENDER VALUES PAID (SURP).
      *   2026-10-15  PA  INLINE CLAIMPOL RECORD LENGTHENED FOR THE
      *                   ADJUSTER FIELDS ADDED TO THE CLAIM MASTER.
      *   2026-10-15  PA  PERIOD CONTROL.  NOTHING GOES TO THE BANK
      *                   ONCE TODAY'S MONTH IS CLOSED ON PERIODS;
      *                   EVERY PAYMENT SENT IS POSTED TO THE GL
      *                   INTERFACE (GLPOST) UNDER ITS LINE.
      *   2026-10-15  PA  A CLAIM PAYMENT GOING TO THE BANK CLEARS ANY
      *                   BANK DATE LEFT FROM AN EARLIER RETURN, SO
      *                   LGRBNK01 RECONCILES THE NEW ATTEMPT.
      *   2026-10-15  PA  UNAPPLIED CASH AUTHORIZED FOR REFUND ON
      *                   LGASUS01 IS PAID FROM THE SUSPENSE KSDS AS
      *                   PAYMENT TYPE S AND THE ITEM CLOSED OFF AS
      *                   DISBURSED.
      *   2026-10-15  PA  PREMIUM REFUNDS AUTHORIZED ON LGARFD01 GO TO
      *                   THE BANK IN THE SAME EXTRACT, TOLD APART BY
      *                   A PAYMENT TYPE IN COL 65.  THE CREDIT NOTES
      *                   BEHIND EACH REFUND ARE SETTLED AND BOTH
      *                   CHANGES JOURNALLED TO AUDITJNL.  PARAGRAPHS
      *                   LEFT BY GO TO ARE PERFORMED THRU THEIR EXIT.
      *   2026-09-02  PA  ORIGINAL -- CLAIM PAYMENT DISBURSEMENT
      *                   EXTRACT.  LGAPAY01 AUTHORIZES PAYMENTS ON
      *                   THE CLAIMPAY DETAIL FILE; THIS STEP GETS
      *      THE ROW AS DISBURSED WITH TODAY'S DATE - SO A PAYMENT
      *      GOES TO THE BANK EXACTLY ONCE HOWEVER OFTEN THE STEP IS
      *      RERUN.  THE REPORT CLOSES WITH THE EXTRACT COUNT AND
      *      TOTAL, WHICH MUST AGREE WITH WHAT THE BANK CONFIRMS -
      *      LGRBNK01 MATCHES THE BANK'S PAID/RETURNED FILE BACK.
      *      A RETURNED PAYMENT CORRECTED ON LGAPAY01 (CORPAY) IS
      *      AUTHORIZED AGAIN AND GOES OUT ON THE NEXT RUN.
      *
      *      PREMIUM REFUNDS FOLLOW THE SAME WAY: EVERY REFUNDRQ ROW
      *      AT STATUS A GOES TO THE BANK AS PAYMENT TYPE R AND IS
      *      REWRITTEN AS DISBURSED.  THE BILLINV CREDIT NOTES HELD
      *      FOR IT (INV-REFUND-SEQ) ARE THEN MARKED FULLY USED, SO
      *      THE POLICY'S ACCOUNT COMES BACK TO ZERO, AND EACH CHANGE
      *      IS WRITTEN TO AUDITJNL IN THE LGCAJRF SHAPE LGAJRN01
      *      WRITES ONLINE.  A REFUND WHOSE HELD CREDIT NO LONGER
      *      ADDS UP TO THE AMOUNT AUTHORIZED IS NOT PAID; IT IS
      *      REPORTED AND LEFT AUTHORIZED FOR THE CASH DESK.
      *      AN ENDOWMENT SURRENDER VALUE (REASON 'SUR') HAS NO
      *      CREDIT NOTES BEHIND IT; IT IS PAID ON ITS OWN AMOUNT AS
      *      PAYMENT TYPE V.
      *
      *      LAST, EVERY SUSPENSE ITEM AUTHORIZED FOR REFUND GOES TO
      *      THE BANK AS PAYMENT TYPE S; THE REFUND IS COUNTED AS
      *      ALLOCATED AND THE ITEM MARKED DISBURSED, AND JOURNALLED.
      *
      *      NOTHING IS DISBURSED WHEN TODAY'S MONTH HAS BEEN CLOSED
      *      ON PERIODS (LGCPERD).  EVERY PAYMENT SENT IS POSTED TO
      *      GLPOST (LGCGLPT), CREDIT CASH AGAINST: CLAIMS PAID UNDER
      *      THE LINE OF THE CLAIM'S POLICY (CLAIMPOL, THEN WHICHEVER
      *      POLICY MASTER HOLDS IT); RECEIVABLES UNDER RFD-LINE FOR
      *      A PREMIUM REFUND; SURRENDER VALUES PAID FOR A SURRENDER;
      *      UNALLOCATED CASH FOR A SUSPENSE REFUND.
      *
      *    INPUT FILES:  CLAIMPAY - CLAIM PAYMENT DETAIL KSDS (I-O).
      *                  REFUNDRQ - PREMIUM REFUND REQUEST KSDS (I-O).
      *                  SUSPENSE - UNAPPLIED-CASH KSDS (I-O).
      *                  BILLINV  - PREMIUM INVOICE KSDS (I-O).
      *                  CLAIMPOL, HOUSEPOL, MOTORPOL, COMMPOL,
      *                  ENDOWPOL - CLAIM AND POLICY MASTERS (READ
      *                             AT RANDOM FOR THE LINE).
      *                  PERIODS  - PERIOD CONTROL KSDS (OPTIONAL).
      *
      *    OUTPUT FILES: DSBBANK  - BANK DISBURSEMENT EXTRACT:
      *                             COLS  1-10  CLAIM NUMBER, OR
      *                                         POLICY NUMBER FOR A
      *                                         REFUND, OR SUSPENSE
      *                                         ITEM NUMBER
      *                             COLS 11-14  PAYMENT SEQ, OR
      *                                         REFUND REQUEST SEQ,
      *                                         ZERO FOR SUSPENSE
      *                             COLS 15-44  PAYEE
      *                             COLS 45-54  AMOUNT (9(8)V99)
      *                             COLS 55-64  DISBURSE DATE
      *                             COL  65     PAYMENT TYPE:
      *                                         C = CLAIM PAYMENT
      *                                         R = PREMIUM REFUND
      *                                         S = SUSPENSE REFUND
      *                                         V = SURRENDER VALUE
      *                  AUDITJNL - COMMON AUDIT JOURNAL.
      *                  GLPOST   - GL INTERFACE KSDS (I-O, CREATED
      *                             ON FIRST USE).
      *                  DSBRPT   - DISBURSEMENT RUN REPORT.
      *
      *    RETURN CODE:  00 - NOTHING WAITING TO DISBURSE
      *                  04 - PAYMENTS EXTRACTED, OR A REFUND HELD
      *                       BACK
      *                  08 - FILE ERROR, OR TODAY'S PERIOD CLOSED
      *================================================================
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS CLP-KEY
              FILE STATUS IS CLAIMPAY-STATUS.
      *
           SELECT REFUNDRQ ASSIGN TO REFUNDRQ
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS RFD-KEY
              FILE STATUS IS REFUNDRQ-STATUS.
      *
           SELECT SUSPENSE ASSIGN TO SUSPENSE
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS SUS-ITEM-NUM
              FILE STATUS IS SUSPENSE-STATUS.
      *
           SELECT BILLINV ASSIGN TO BILLINV
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS INV-KEY
              FILE STATUS IS BILLINV-STATUS.
      *
           SELECT AUDITJNL ASSIGN TO AUDITJNL
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS AJR-KEY
              FILE STATUS IS AUDITJNL-STATUS.
      *
           SELECT CLAIMPOL ASSIGN TO CLAIMPOL
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS CLM-F-CLAIM-NUM
              FILE STATUS IS CLAIMPOL-STATUS.
      *
           SELECT HOUSEPOL ASSIGN TO HOUSEPOL
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS HSM-POLICY-NUM
              FILE STATUS IS HOUSEPOL-STATUS.
      *
           SELECT MOTORPOL ASSIGN TO MOTORPOL
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS MTM-POLICY-NUM
              FILE STATUS IS MOTORPOL-STATUS.
      *
           SELECT COMMPOL ASSIGN TO COMMPOL
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS CML-POLICY-NUM
              FILE STATUS IS COMMPOL-STATUS.
      *
           SELECT ENDOWPOL ASSIGN TO ENDOWPOL
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS ENM-POLICY-NUM
              FILE STATUS IS ENDOWPOL-STATUS.
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
           SELECT DSBBANK ASSIGN TO DSBBANK
              FILE STATUS IS DSBBANK-STATUS.
       FD  CLAIMPAY
           BLOCK CONTAINS 0 RECORDS.
       COPY LGCCLAIM.
      *
       FD  REFUNDRQ
           BLOCK CONTAINS 0 RECORDS.
       COPY LGCRFND.
      *
       FD  SUSPENSE
           BLOCK CONTAINS 0 RECORDS.
       COPY LGCSUSP.
      *
       FD  BILLINV
           BLOCK CONTAINS 0 RECORDS.
       COPY LGCBILL.
      *
       FD  AUDITJNL
           BLOCK CONTAINS 0 RECORDS.
       COPY LGCAJRF.
      *
      *    ONLY THE CLAIM'S POLICY IS WANTED FROM THE CLAIM MASTER, SO
      *    ITS RECORD IS REDEFINED INLINE HERE - LGCCLAIM IS ALREADY
      *    COPIED UNDER THE CLAIMPAY FD.
       FD  CLAIMPOL
           BLOCK CONTAINS 0 RECORDS.
       01  CLAIM-MASTER-FILE-RECORD.
           05  CLM-F-CLAIM-NUM            PIC 9(10).
           05  CLM-F-POLICY-NUM           PIC 9(10).
           05  FILLER                     PIC X(682).
      *
       FD  HOUSEPOL
           BLOCK CONTAINS 0 RECORDS.
       COPY LGCHOUS.
      *
       FD  MOTORPOL
           BLOCK CONTAINS 0 RECORDS.
       COPY LGCMOTR.
      *
       FD  COMMPOL
           BLOCK CONTAINS 0 RECORDS.
       COPY LGCCOMM.
      *
       FD  ENDOWPOL
           BLOCK CONTAINS 0 RECORDS.
       COPY LGCENDW.
      *
       FD  PERIODS
           BLOCK CONTAINS 0 RECORDS.
       COPY LGCPERD.
      *
       FD  GLPOST
           BLOCK CONTAINS 0 RECORDS.
       COPY LGCGLPT.
      *
       FD  DSBBANK
           BLOCK CONTAINS 0 RECORDS.
       01  WS-AREA.
           05  CLAIMPAY-STATUS            PIC XX VALUE '00'.
               88  CLAIMPAY-OPEN-OK               VALUE '00'.
           05  REFUNDRQ-STATUS            PIC XX VALUE '00'.
               88  REFUNDRQ-OPEN-OK               VALUE '00'.
               88  REFUNDRQ-NOT-FOUND             VALUE '35'.
           05  SUSPENSE-STATUS            PIC XX VALUE '00'.
               88  SUSPENSE-OPEN-OK               VALUE '00'.
               88  SUSPENSE-NOT-FOUND             VALUE '35'.
           05  BILLINV-STATUS             PIC XX VALUE '00'.
               88  BILLINV-OPEN-OK                VALUE '00'.
           05  AUDITJNL-STATUS            PIC XX VALUE '00'.
               88  AUDITJNL-OPEN-OK               VALUE '00'.
               88  AUDITJNL-NOT-FOUND             VALUE '35'.
               88  AUDITJNL-DUPLICATE             VALUE '22'.
           05  CLAIMPOL-STATUS            PIC XX VALUE '00'.
               88  CLAIMPOL-OPEN-OK               VALUE '00'.
               88  CLAIMPOL-NOT-FOUND             VALUE '35'.
           05  HOUSEPOL-STATUS            PIC XX VALUE '00'.
               88  HOUSEPOL-OPEN-OK               VALUE '00'.
               88  HOUSEPOL-NOT-FOUND             VALUE '35'.
           05  MOTORPOL-STATUS            PIC XX VALUE '00'.
               88  MOTORPOL-OPEN-OK               VALUE '00'.
               88  MOTORPOL-NOT-FOUND             VALUE '35'.
           05  COMMPOL-STATUS             PIC XX VALUE '00'.
               88  COMMPOL-OPEN-OK                VALUE '00'.
               88  COMMPOL-NOT-FOUND              VALUE '35'.
           05  ENDOWPOL-STATUS            PIC XX VALUE '00'.
               88  ENDOWPOL-OPEN-OK               VALUE '00'.
               88  ENDOWPOL-NOT-FOUND             VALUE '35'.
           05  PERIODS-STATUS             PIC XX VALUE '00'.
               88  PERIODS-OPEN-OK                VALUE '00'.
               88  PERIODS-NOT-FOUND              VALUE '35'.
           05  GLPOST-STATUS              PIC XX VALUE '00'.
               88  GLPOST-OPEN-OK                 VALUE '00'.
               88  GLPOST-NOT-FOUND               VALUE '35'.
               88  GLPOST-NO-RECORD               VALUE '23'.
           05  DSBBANK-STATUS             PIC XX VALUE '00'.
           05  DSBRPT-STATUS              PIC XX VALUE '00'.
           05  SW-EOF                     PIC X(01) VALUE 'N'.
               88  END-OF-FILE                    VALUE 'Y'.
           05  SW-ACCT-EOF                PIC X(01) VALUE 'N'.
               88  END-OF-ACCOUNT                 VALUE 'Y'.
           05  SW-WALK-MODE               PIC X(01) VALUE 'T'.
               88  WALK-TOTAL                     VALUE 'T'.
               88  WALK-SETTLE                    VALUE 'S'.
           05  SW-CLAIMPOL                PIC X(01) VALUE 'N'.
               88  CLAIMPOL-USABLE                VALUE 'Y'.
           05  SW-HOUSEPOL                PIC X(01) VALUE 'N'.
               88  HOUSEPOL-USABLE                VALUE 'Y'.
           05  SW-MOTORPOL                PIC X(01) VALUE 'N'.
               88  MOTORPOL-USABLE                VALUE 'Y'.
           05  SW-COMMPOL                 PIC X(01) VALUE 'N'.
               88  COMMPOL-USABLE                 VALUE 'Y'.
           05  SW-ENDOWPOL                PIC X(01) VALUE 'N'.
               88  ENDOWPOL-USABLE                VALUE 'Y'.
           05  SW-PERIODS                 PIC X(01) VALUE 'N'.
               88  PERIODS-USABLE                 VALUE 'Y'.
           05  SW-GLPOST                  PIC X(01) VALUE 'N'.
               88  GLPOST-USABLE                  VALUE 'Y'.
           05  SW-POSTING                 PIC X(01) VALUE 'Y'.
               88  POSTING-ALLOWED                VALUE 'Y'.
      *
       01  WS-TODAY-DATE                  PIC 9(08).
       01  WS-TODAY-DATE10                PIC X(10).
       01  WS-TODAY-TIME                  PIC 9(06).
      *
       01  WS-BANK-REC.
           05  BNK-CLAIM-NUM              PIC 9(10).
           05  BNK-POLICY-NUM REDEFINES BNK-CLAIM-NUM
                                          PIC 9(10).
           05  BNK-SUSPENSE-ITEM REDEFINES BNK-CLAIM-NUM
                                          PIC 9(10).
           05  BNK-PAYMENT-SEQ            PIC 9(04).
           05  BNK-PAYEE                  PIC X(30).
           05  BNK-AMOUNT                 PIC 9(08)V99.
           05  BNK-DISBURSE-DATE          PIC X(10).
           05  BNK-PAYMENT-TYPE           PIC X(01).
               88  BNK-CLAIM-PAYMENT              VALUE 'C'.
               88  BNK-PREMIUM-REFUND             VALUE 'R'.
               88  BNK-SUSPENSE-REFUND            VALUE 'S'.
               88  BNK-SURRENDER-VALUE            VALUE 'V'.
           05  FILLER                     PIC X(15).
      *
       01  WS-DISBURSE-COUNT              PIC 9(07) COMP VALUE ZERO.
       01  WS-TOTAL-DISBURSED             PIC 9(11)V99 VALUE ZERO.
       01  WS-REFUND-COUNT                PIC 9(07) COMP VALUE ZERO.
       01  WS-REFUND-HELD-COUNT           PIC 9(07) COMP VALUE ZERO.
       01  WS-TOTAL-REFUNDED              PIC 9(11)V99 VALUE ZERO.
       01  WS-SUS-REFUND-COUNT            PIC 9(07) COMP VALUE ZERO.
       01  WS-TOTAL-SUS-REFUNDED          PIC 9(11)V99 VALUE ZERO.
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
       01  WS-GL-CLAIM-NUM                PIC 9(10).
       01  WS-GL-POLICY-NUM               PIC 9(10).
      *
      *    THE REFUND BEING PAID, AND THE CREDIT HELD FOR IT.
       01  WS-RFD-POLICY-NUM              PIC 9(10) VALUE ZERO.
       01  WS-RFD-REQUEST-SEQ             PIC 9(04) VALUE ZERO.
       01  WS-HELD-CREDIT                 PIC 9(09)V99 VALUE ZERO.
      *
      *    JOURNAL ENTRY STAGED FOR 0600.
       01  WS-AJR-REQUEST-ID              PIC X(06) VALUE 'DSBRFD'.
       01  WS-AJR-FILE-NAME               PIC X(08) VALUE SPACES.
       01  WS-AJR-RECORD-KEY              PIC X(20) VALUE SPACES.
       01  WS-AJR-BEFORE-IMAGE            PIC X(600) VALUE SPACES.
       01  WS-AJR-AFTER-IMAGE             PIC X(600) VALUE SPACES.
      *
       01  WS-REPORT-LINE                 PIC X(100).
       01  WS-RPT-CNT                     PIC Z(6)9.
       0000-MAINLINE.
      *
           PERFORM 0100-INITIALIZATION
           IF POSTING-ALLOWED
              PERFORM 0200-PROCESS-PAYMENTS
                 THRU 0200-PROCESS-PAYMENTS-EXIT
              PERFORM 0400-PROCESS-REFUNDS
                 THRU 0400-PROCESS-REFUNDS-EXIT
              PERFORM 0700-PROCESS-SUSPENSE
                 THRU 0700-PROCESS-SUSPENSE-EXIT
           END-IF
           PERFORM 0800-WRITE-RUN-SUMMARY
           PERFORM 0900-CLOSE-FILES
      *
           IF RETURN-CODE NOT = 8
              IF WS-DISBURSE-COUNT > ZERO
                 OR WS-REFUND-COUNT > ZERO
                 OR WS-REFUND-HELD-COUNT > ZERO
                 OR WS-SUS-REFUND-COUNT > ZERO
                 MOVE 4                  TO RETURN-CODE
              END-IF
           END-IF
      *
           GOBACK.
                      CLAIMPAY-STATUS
              MOVE 8                     TO RETURN-CODE
           END-IF
      *
      *    NO REFUNDRQ YET MEANS LGRRFD01 HAS NEVER RAISED A REFUND -
      *    THERE IS NOTHING TO PAY, NOT AN ERROR.
           OPEN I-O REFUNDRQ
           IF REFUNDRQ-NOT-FOUND
              MOVE 'NO REFUND REQUEST FILE - NO REFUNDS TO PAY'
                   TO DSBRPT-RECORD
              WRITE DSBRPT-RECORD
           END-IF
           IF NOT REFUNDRQ-OPEN-OK
              AND NOT REFUNDRQ-NOT-FOUND
              DISPLAY '**LGRDSB01 - REFUNDRQ OPEN ERROR - STATUS '
                      REFUNDRQ-STATUS
              MOVE 8                     TO RETURN-CODE
           END-IF
      *
      *    LIKEWISE NO SUSPENSE FILE MEANS NO CASH WAS EVER PUT THERE.
           OPEN I-O SUSPENSE
           IF NOT SUSPENSE-OPEN-OK
              AND NOT SUSPENSE-NOT-FOUND
              DISPLAY '**LGRDSB01 - SUSPENSE OPEN ERROR - STATUS '
                      SUSPENSE-STATUS
              MOVE 8                     TO RETURN-CODE
           END-IF
      *
           OPEN I-O BILLINV
           IF NOT BILLINV-OPEN-OK
              DISPLAY '**LGRDSB01 - BILLINV OPEN ERROR - STATUS '
                      BILLINV-STATUS
              MOVE 8                     TO RETURN-CODE
           END-IF
      *
           OPEN I-O AUDITJNL
           IF AUDITJNL-NOT-FOUND
              OPEN OUTPUT AUDITJNL
              CLOSE AUDITJNL
              OPEN I-O AUDITJNL
           END-IF
      *
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           ACCEPT WS-TODAY-TIME FROM TIME
           MOVE WS-TODAY-DATE(1:4)       TO WS-TODAY-DATE10(1:4)
           MOVE '-'                      TO WS-TODAY-DATE10(5:1)
           MOVE WS-TODAY-DATE(5:2)       TO WS-TODAY-DATE10(6:2)
           MOVE '-'                      TO WS-TODAY-DATE10(8:1)
           MOVE WS-TODAY-DATE(7:2)       TO WS-TODAY-DATE10(9:2)
      *
           PERFORM 0940-OPEN-LEDGER-FILES
              THRU 0940-OPEN-LEDGER-FILES-EXIT
           PERFORM 0980-OPEN-POLICY-MASTERS
              THRU 0980-OPEN-POLICY-MASTERS-EXIT
      *
      *    EVERYTHING SENT TODAY IS POSTED IN TODAY'S MONTH, SO ONCE
      *    THAT MONTH IS CLOSED NOTHING MORE CAN GO TO THE BANK.
           MOVE WS-TODAY-DATE10          TO WS-GL-DATE
           PERFORM 0950-CHECK-PERIOD
              THRU 0950-CHECK-PERIOD-EXIT
           IF GL-PERIOD-CLOSED
              MOVE 'N'                   TO SW-POSTING
              MOVE 8                     TO RETURN-CODE
              MOVE SPACES                TO WS-REPORT-LINE
              STRING 'PERIOD ' WS-GL-PERIOD
                     ' IS CLOSED - NOTHING DISBURSED'
                     DELIMITED BY SIZE INTO WS-REPORT-LINE
              WRITE DSBRPT-RECORD FROM WS-REPORT-LINE
              DISPLAY '**LGRDSB01 - PERIOD ' WS-GL-PERIOD
                      ' IS CLOSED'
           END-IF
      *
       0100-INITIALIZATION-EXIT.
           EXIT.
              IF NOT END-OF-FILE
                 IF CLP-AUTHORIZED
                    PERFORM 0300-DISBURSE-ONE-PAYMENT
                       THRU 0300-DISBURSE-ONE-PAYMENT-EXIT
                 END-IF
              END-IF
           END-PERFORM
           MOVE CLP-PAYEE                TO BNK-PAYEE
           MOVE CLP-AMOUNT               TO BNK-AMOUNT
           MOVE WS-TODAY-DATE10          TO BNK-DISBURSE-DATE
           SET BNK-CLAIM-PAYMENT         TO TRUE
           WRITE DSBBANK-RECORD FROM WS-BANK-REC
      *
           SET CLP-DISBURSED             TO TRUE
           MOVE WS-TODAY-DATE10          TO CLP-DISBURSE-DATE
           MOVE SPACES                   TO CLP-BANK-DATE
           REWRITE CLAIM-PAYMENT-DETAIL-RECORD
           IF NOT CLAIMPAY-OPEN-OK
              DISPLAY '**LGRDSB01 - CLAIMPAY REWRITE ERROR - STATUS '
              SET END-OF-FILE            TO TRUE
              GO TO 0300-DISBURSE-ONE-PAYMENT-EXIT
           END-IF
      *
           MOVE CLP-CLAIM-NUM            TO WS-GL-CLAIM-NUM
           PERFORM 0985-FIND-CLAIM-LINE
              THRU 0985-FIND-CLAIM-LINE-EXIT
           MOVE CLP-AMOUNT               TO WS-GL-AMOUNT
           MOVE 'CLMP'                   TO WS-GL-DEBIT-ACCT
           MOVE 'CASH'                   TO WS-GL-CREDIT-ACCT
           PERFORM 0960-POST-GL
              THRU 0960-POST-GL-EXIT
      *
           ADD 1                         TO WS-DISBURSE-COUNT
           ADD CLP-AMOUNT                TO WS-TOTAL-DISBURSED
      *
       0300-DISBURSE-ONE-PAYMENT-EXIT.
           EXIT.
      *
      *================================================================
      * 0400-PROCESS-REFUNDS - EVERY AUTHORIZED REFUND REQUEST, IN
      *     POLICY ORDER.
      *================================================================
       0400-PROCESS-REFUNDS.
      *
           IF NOT REFUNDRQ-OPEN-OK
              OR NOT BILLINV-OPEN-OK
              OR RETURN-CODE = 8
              GO TO 0400-PROCESS-REFUNDS-EXIT
           END-IF
           MOVE 'N'                      TO SW-EOF
           PERFORM UNTIL END-OF-FILE
              READ REFUNDRQ NEXT RECORD
                 AT END SET END-OF-FILE  TO TRUE
              END-READ
              IF NOT END-OF-FILE
                 IF RFD-AUTHORIZED
                    PERFORM 0500-DISBURSE-ONE-REFUND
                       THRU 0500-DISBURSE-ONE-REFUND-EXIT
                 END-IF
              END-IF
           END-PERFORM
      *
       0400-PROCESS-REFUNDS-EXIT.
           EXIT.
      *
      *================================================================
      * 0500-DISBURSE-ONE-REFUND - CHECKS THE HELD CREDIT STILL COVERS
      *     THE REFUND, WRITES THE BANK RECORD, MARKS THE REQUEST
      *     DISBURSED AND SETTLES THE CREDIT NOTES, JOURNALLING EACH
      *     CHANGE.  A SURRENDER VALUE HAS NO CREDIT TO CHECK OR
      *     SETTLE.
      *================================================================
       0500-DISBURSE-ONE-REFUND.
      *
           MOVE 'DSBRFD'                 TO WS-AJR-REQUEST-ID
           MOVE RFD-POLICY-NUM           TO WS-RFD-POLICY-NUM
           MOVE RFD-REQUEST-SEQ          TO WS-RFD-REQUEST-SEQ
      *
           MOVE ZERO                     TO WS-HELD-CREDIT
           IF RFD-SURRENDER-VALUE
              MOVE RFD-AMOUNT            TO WS-HELD-CREDIT
           ELSE
              SET WALK-TOTAL             TO TRUE
              PERFORM 0550-WALK-HELD-CREDIT
                 THRU 0550-WALK-HELD-CREDIT-EXIT
           END-IF
           IF RETURN-CODE = 8
              SET END-OF-FILE            TO TRUE
              GO TO 0500-DISBURSE-ONE-REFUND-EXIT
           END-IF
      *
           IF WS-HELD-CREDIT NOT = RFD-AMOUNT
              ADD 1                      TO WS-REFUND-HELD-COUNT
              MOVE RFD-AMOUNT            TO WS-RPT-AMT
              MOVE SPACES                TO WS-REPORT-LINE
              STRING 'NOT PAID  - REFUND ' RFD-POLICY-NUM
                     ' REQ ' RFD-REQUEST-SEQ
                     ' AMOUNT=' WS-RPT-AMT
                     ' HELD CREDIT DOES NOT AGREE'
                     DELIMITED BY SIZE INTO WS-REPORT-LINE
              WRITE DSBRPT-RECORD FROM WS-REPORT-LINE
              GO TO 0500-DISBURSE-ONE-REFUND-EXIT
           END-IF
      *
           MOVE SPACES                   TO WS-BANK-REC
           MOVE RFD-POLICY-NUM           TO BNK-POLICY-NUM
           MOVE RFD-REQUEST-SEQ          TO BNK-PAYMENT-SEQ
           MOVE RFD-PAYEE                TO BNK-PAYEE
           MOVE RFD-AMOUNT               TO BNK-AMOUNT
           MOVE WS-TODAY-DATE10          TO BNK-DISBURSE-DATE
           IF RFD-SURRENDER-VALUE
              SET BNK-SURRENDER-VALUE    TO TRUE
           ELSE
              SET BNK-PREMIUM-REFUND     TO TRUE
           END-IF
           WRITE DSBBANK-RECORD FROM WS-BANK-REC
      *
           MOVE REFUND-REQUEST-RECORD    TO WS-AJR-BEFORE-IMAGE
           SET RFD-DISBURSED             TO TRUE
           MOVE WS-TODAY-DATE10          TO RFD-DISBURSE-DATE
           REWRITE REFUND-REQUEST-RECORD
           IF NOT REFUNDRQ-OPEN-OK
              DISPLAY '**LGRDSB01 - REFUNDRQ REWRITE ERROR - STATUS '
                      REFUNDRQ-STATUS
              MOVE 8                     TO RETURN-CODE
              SET END-OF-FILE            TO TRUE
              GO TO 0500-DISBURSE-ONE-REFUND-EXIT
           END-IF
           MOVE REFUND-REQUEST-RECORD    TO WS-AJR-AFTER-IMAGE
           MOVE 'REFUNDRQ'               TO WS-AJR-FILE-NAME
           MOVE RFD-KEY                  TO WS-AJR-RECORD-KEY
           PERFORM 0600-WRITE-JOURNAL
              THRU 0600-WRITE-JOURNAL-EXIT
      *
           MOVE RFD-AMOUNT               TO WS-GL-AMOUNT
           MOVE RFD-LINE                 TO WS-GL-LINE
           IF RFD-SURRENDER-VALUE
              MOVE 'SURP'                TO WS-GL-DEBIT-ACCT
           ELSE
              MOVE 'RECV'                TO WS-GL-DEBIT-ACCT
           END-IF
           MOVE 'CASH'                   TO WS-GL-CREDIT-ACCT
           PERFORM 0960-POST-GL
              THRU 0960-POST-GL-EXIT
      *
           ADD 1                         TO WS-REFUND-COUNT
           ADD RFD-AMOUNT                TO WS-TOTAL-REFUNDED
           MOVE RFD-AMOUNT               TO WS-RPT-AMT
           MOVE SPACES                   TO WS-REPORT-LINE
           STRING 'REFUNDED  - POLICY ' RFD-POLICY-NUM
                  ' REQ ' RFD-REQUEST-SEQ
                  ' ' RFD-REASON
                  ' AUTH ' RFD-AUTH-USER
                  ' AMOUNT=' WS-RPT-AMT
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE DSBRPT-RECORD FROM WS-REPORT-LINE
      *
           IF RFD-SURRENDER-VALUE
              GO TO 0500-DISBURSE-ONE-REFUND-EXIT
           END-IF
           SET WALK-SETTLE               TO TRUE
           PERFORM 0550-WALK-HELD-CREDIT
              THRU 0550-WALK-HELD-CREDIT-EXIT
           IF RETURN-CODE = 8
              SET END-OF-FILE            TO TRUE
           END-IF
      *
       0500-DISBURSE-ONE-REFUND-EXIT.
           EXIT.
      *
      *================================================================
      * 0550-WALK-HELD-CREDIT - READS THE POLICY'S CREDIT NOTES HELD
      *     FOR THIS REQUEST, EITHER TOTALLING THEIR UNUSED CREDIT OR
      *     SETTLING THEM, AS SW-WALK-MODE SAYS.
      *================================================================
       0550-WALK-HELD-CREDIT.
      *
           MOVE 'N'                      TO SW-ACCT-EOF
           MOVE WS-RFD-POLICY-NUM        TO INV-POLICY-NUM
           MOVE LOW-VALUES               TO INV-CYCLE-DATE
           START BILLINV KEY NOT < INV-KEY
              INVALID KEY SET END-OF-ACCOUNT TO TRUE
           END-START
      *
           PERFORM UNTIL END-OF-ACCOUNT
              READ BILLINV NEXT RECORD
                 AT END SET END-OF-ACCOUNT TO TRUE
              END-READ
              IF NOT END-OF-ACCOUNT
                 IF INV-POLICY-NUM NOT = WS-RFD-POLICY-NUM
                    SET END-OF-ACCOUNT   TO TRUE
                 ELSE
                    IF INV-TYPE-CREDIT-NOTE
                       AND INV-STATUS-REFUND-HELD
                       AND INV-REFUND-SEQ = WS-RFD-REQUEST-SEQ
                       IF WALK-TOTAL
                          COMPUTE WS-HELD-CREDIT = WS-HELD-CREDIT
                                + INV-AMOUNT-DUE - INV-AMOUNT-PAID
                       ELSE
                          PERFORM 0570-SETTLE-CREDIT-NOTE
                             THRU 0570-SETTLE-CREDIT-NOTE-EXIT
                       END-IF
                    END-IF
                 END-IF
              END-IF
           END-PERFORM
           IF RETURN-CODE NOT = 8
              MOVE '00'                  TO BILLINV-STATUS
           END-IF
      *
       0550-WALK-HELD-CREDIT-EXIT.
           EXIT.
      *
      *================================================================
      * 0570-SETTLE-CREDIT-NOTE - THE REFUND HAS USED THE REST OF THE
      *     CREDIT: AMOUNT PAID UP TO AMOUNT DUE, STATUS SETTLED.
      *================================================================
       0570-SETTLE-CREDIT-NOTE.
      *
           MOVE PREMIUM-INVOICE-RECORD   TO WS-AJR-BEFORE-IMAGE
           MOVE INV-AMOUNT-DUE           TO INV-AMOUNT-PAID
           MOVE WS-TODAY-DATE10          TO INV-LAST-RECEIPT-DATE
           SET INV-STATUS-SETTLED        TO TRUE
           REWRITE PREMIUM-INVOICE-RECORD
           IF NOT BILLINV-OPEN-OK
              DISPLAY '**LGRDSB01 - BILLINV REWRITE ERROR - STATUS '
                      BILLINV-STATUS
              MOVE 8                     TO RETURN-CODE
              SET END-OF-ACCOUNT         TO TRUE
              GO TO 0570-SETTLE-CREDIT-NOTE-EXIT
           END-IF
      *
           MOVE PREMIUM-INVOICE-RECORD   TO WS-AJR-AFTER-IMAGE
           MOVE 'BILLINV '               TO WS-AJR-FILE-NAME
           MOVE INV-KEY                  TO WS-AJR-RECORD-KEY
           PERFORM 0600-WRITE-JOURNAL
              THRU 0600-WRITE-JOURNAL-EXIT
      *
       0570-SETTLE-CREDIT-NOTE-EXIT.
           EXIT.
      *
      *================================================================
      * 0600-WRITE-JOURNAL - WRITES THE STAGED CHANGE TO AUDITJNL IN
      *     THE SAME LGCAJRF SHAPE LGAJRN01 WRITES ONLINE, BUMPING THE
      *     SEQUENCE ON A DUPLICATE KEY.  AS ONLINE, JOURNALING NEVER
      *     STOPS THE DISBURSEMENT.
      *================================================================
       0600-WRITE-JOURNAL.
      *
           IF NOT AUDITJNL-OPEN-OK
              GO TO 0600-WRITE-JOURNAL-EXIT
           END-IF
      *
           MOVE WS-TODAY-DATE            TO AJR-TIMESTAMP(1:8)
           MOVE WS-TODAY-TIME            TO AJR-TIMESTAMP(9:6)
           MOVE ZERO                     TO AJR-SEQ
           MOVE 'BTCH'                   TO AJR-TRANSACTION
           MOVE WS-AJR-REQUEST-ID        TO AJR-REQUEST-ID
           MOVE WS-AJR-FILE-NAME         TO AJR-FILE-NAME
           MOVE WS-AJR-RECORD-KEY        TO AJR-RECORD-KEY
           MOVE WS-AJR-BEFORE-IMAGE      TO AJR-BEFORE-IMAGE
           MOVE WS-AJR-AFTER-IMAGE       TO AJR-AFTER-IMAGE
      *
           MOVE '99'                     TO AUDITJNL-STATUS
           PERFORM 0650-WRITE-JOURNAL-ONCE
              UNTIL AUDITJNL-OPEN-OK
                 OR AJR-SEQ > 99
      *
           MOVE '00'                     TO AUDITJNL-STATUS
      *
       0600-WRITE-JOURNAL-EXIT.
           EXIT.
      *
       0650-WRITE-JOURNAL-ONCE.
      *
           WRITE AUDIT-JOURNAL-RECORD
           IF AUDITJNL-DUPLICATE
              ADD 1                      TO AJR-SEQ
           ELSE
              IF NOT AUDITJNL-OPEN-OK
                 MOVE 100                TO AJR-SEQ
              END-IF
           END-IF
      *
       0650-WRITE-JOURNAL-ONCE-EXIT.
           EXIT.
      *
      *================================================================
      * 0700-PROCESS-SUSPENSE - EVERY SUSPENSE ITEM AUTHORIZED FOR
      *     REFUND ON LGASUS01, IN ITEM ORDER.
      *================================================================
       0700-PROCESS-SUSPENSE.
      *
           IF NOT SUSPENSE-OPEN-OK
              OR RETURN-CODE = 8
              GO TO 0700-PROCESS-SUSPENSE-EXIT
           END-IF
           MOVE 'N'                      TO SW-EOF
           PERFORM UNTIL END-OF-FILE
              READ SUSPENSE NEXT RECORD
                 AT END SET END-OF-FILE  TO TRUE
              END-READ
              IF NOT END-OF-FILE
                 IF SUS-REFUND-AUTHORIZED
                    PERFORM 0750-DISBURSE-ONE-SUSPENSE
                       THRU 0750-DISBURSE-ONE-SUSPENSE-EXIT
                 END-IF
              END-IF
           END-PERFORM
      *
       0700-PROCESS-SUSPENSE-EXIT.
           EXIT.
      *
      *================================================================
      * 0750-DISBURSE-ONE-SUSPENSE - ONE BANK RECORD, THEN THE ITEM IS
      *     MARKED DISBURSED, THE REFUND COUNTED AS ALLOCATED, AND THE
      *     CHANGE JOURNALLED.
      *================================================================
       0750-DISBURSE-ONE-SUSPENSE.
      *
           MOVE 'DSBSUS'                 TO WS-AJR-REQUEST-ID
           MOVE SPACES                   TO WS-BANK-REC
           MOVE SUS-ITEM-NUM             TO BNK-SUSPENSE-ITEM
           MOVE ZERO                     TO BNK-PAYMENT-SEQ
           MOVE SUS-REFUND-PAYEE         TO BNK-PAYEE
           MOVE SUS-REFUND-AMOUNT        TO BNK-AMOUNT
           MOVE WS-TODAY-DATE10          TO BNK-DISBURSE-DATE
           SET BNK-SUSPENSE-REFUND       TO TRUE
           WRITE DSBBANK-RECORD FROM WS-BANK-REC
      *
           MOVE SUSPENSE-ITEM-RECORD     TO WS-AJR-BEFORE-IMAGE
           ADD SUS-REFUND-AMOUNT         TO SUS-ALLOCATED
           SET SUS-REFUND-DISBURSED      TO TRUE
           MOVE WS-TODAY-DATE10          TO SUS-DISBURSE-DATE
           REWRITE SUSPENSE-ITEM-RECORD
           IF NOT SUSPENSE-OPEN-OK
              DISPLAY '**LGRDSB01 - SUSPENSE REWRITE ERROR - STATUS '
                      SUSPENSE-STATUS
              MOVE 8                     TO RETURN-CODE
              SET END-OF-FILE            TO TRUE
              GO TO 0750-DISBURSE-ONE-SUSPENSE-EXIT
           END-IF
           MOVE SUSPENSE-ITEM-RECORD     TO WS-AJR-AFTER-IMAGE
           MOVE 'SUSPENSE'               TO WS-AJR-FILE-NAME
           MOVE SUS-ITEM-NUM             TO WS-AJR-RECORD-KEY
           PERFORM 0600-WRITE-JOURNAL
              THRU 0600-WRITE-JOURNAL-EXIT
      *
           MOVE SUS-REFUND-AMOUNT        TO WS-GL-AMOUNT
           MOVE SPACE                    TO WS-GL-LINE
           MOVE 'SUSP'                   TO WS-GL-DEBIT-ACCT
           MOVE 'CASH'                   TO WS-GL-CREDIT-ACCT
           PERFORM 0960-POST-GL
              THRU 0960-POST-GL-EXIT
      *
           ADD 1                         TO WS-SUS-REFUND-COUNT
           ADD SUS-REFUND-AMOUNT         TO WS-TOTAL-SUS-REFUNDED
           MOVE SUS-REFUND-AMOUNT        TO WS-RPT-AMT
           MOVE SPACES                   TO WS-REPORT-LINE
           STRING 'REFUNDED  - SUSPENSE ' SUS-ITEM-NUM
                  ' AUTH ' SUS-LAST-USER
                  ' AMOUNT=' WS-RPT-AMT
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE DSBRPT-RECORD FROM WS-REPORT-LINE
      *
       0750-DISBURSE-ONE-SUSPENSE-EXIT.
           EXIT.
      *
       0800-WRITE-RUN-SUMMARY.
      *
           STRING 'MONEY TO BANK    =' WS-RPT-AMT
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE DSBRPT-RECORD FROM WS-REPORT-LINE
           MOVE WS-REFUND-COUNT          TO WS-RPT-CNT
           MOVE SPACES                   TO WS-REPORT-LINE
           STRING 'REFUNDS TO BANK  =' WS-RPT-CNT
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE DSBRPT-RECORD FROM WS-REPORT-LINE
           MOVE WS-TOTAL-REFUNDED        TO WS-RPT-AMT
           MOVE SPACES                   TO WS-REPORT-LINE
           STRING 'REFUND MONEY     =' WS-RPT-AMT
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE DSBRPT-RECORD FROM WS-REPORT-LINE
           MOVE WS-REFUND-HELD-COUNT     TO WS-RPT-CNT
           MOVE SPACES                   TO WS-REPORT-LINE
           STRING 'REFUNDS HELD BACK=' WS-RPT-CNT
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE DSBRPT-RECORD FROM WS-REPORT-LINE
           MOVE WS-SUS-REFUND-COUNT      TO WS-RPT-CNT
           MOVE SPACES                   TO WS-REPORT-LINE
           STRING 'SUSPENSE REFUNDS =' WS-RPT-CNT
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE DSBRPT-RECORD FROM WS-REPORT-LINE
           MOVE WS-TOTAL-SUS-REFUNDED    TO WS-RPT-AMT
           MOVE SPACES                   TO WS-REPORT-LINE
           STRING 'SUSPENSE MONEY   =' WS-RPT-AMT
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE DSBRPT-RECORD FROM WS-REPORT-LINE
      *
           DISPLAY 'LGRDSB01 - PAYMENTS=' WS-DISBURSE-COUNT
                   ' TOTAL=' WS-TOTAL-DISBURSED
                   ' REFUNDS=' WS-REFUND-COUNT
                   ' TOTAL=' WS-TOTAL-REFUNDED
                   ' SUSPENSE=' WS-SUS-REFUND-COUNT
      *
       0800-WRITE-RUN-SUMMARY-EXIT.
           EXIT.
       0900-CLOSE-FILES.
      *
           CLOSE CLAIMPAY
           CLOSE REFUNDRQ
           CLOSE SUSPENSE
           CLOSE BILLINV
           CLOSE AUDITJNL
           IF CLAIMPOL-USABLE
              CLOSE CLAIMPOL
           END-IF
           IF HOUSEPOL-USABLE
              CLOSE HOUSEPOL
           END-IF
           IF MOTORPOL-USABLE
              CLOSE MOTORPOL
           END-IF
           IF COMMPOL-USABLE
              CLOSE COMMPOL
           END-IF
           IF ENDOWPOL-USABLE
              CLOSE ENDOWPOL
           END-IF
           IF PERIODS-USABLE
              CLOSE PERIODS
           END-IF
           IF GLPOST-USABLE
              CLOSE GLPOST
           END-IF
           CLOSE DSBBANK
           CLOSE DSBRPT
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
                 DISPLAY '**LGRDSB01 - PERIODS OPEN ERROR - STATUS '
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
              DISPLAY '**LGRDSB01 - GLPOST OPEN ERROR - STATUS '
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
           MOVE 'LGRDSB01'               TO GLP-SOURCE
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
           DISPLAY '**LGRDSB01 - GLPOST UPDATE ERROR - STATUS '
                   GLPOST-STATUS
           MOVE 8                        TO RETURN-CODE.
      *
       0970-ADD-TO-GLPOST-EXIT.
           EXIT.
      *
      *================================================================
      * 0980-OPEN-POLICY-MASTERS - THE CLAIM AND POLICY MASTERS, READ
      *     ONLY TO FIND THE LINE OF BUSINESS A MOVEMENT IS POSTED
      *     UNDER.  A MASTER THAT DOES NOT EXIST HOLDS NOTHING.
      *================================================================
       0980-OPEN-POLICY-MASTERS.
      *
           OPEN INPUT CLAIMPOL
           IF CLAIMPOL-OPEN-OK
              SET CLAIMPOL-USABLE        TO TRUE
           ELSE
              IF NOT CLAIMPOL-NOT-FOUND
                 DISPLAY '**LGRDSB01 - CLAIMPOL OPEN ERROR - STATUS '
                         CLAIMPOL-STATUS
                 MOVE 8                  TO RETURN-CODE
                 MOVE 'N'                TO SW-POSTING
              END-IF
           END-IF
      *
           OPEN INPUT HOUSEPOL
           IF HOUSEPOL-OPEN-OK
              SET HOUSEPOL-USABLE        TO TRUE
           ELSE
              IF NOT HOUSEPOL-NOT-FOUND
                 DISPLAY '**LGRDSB01 - HOUSEPOL OPEN ERROR - STATUS '
                         HOUSEPOL-STATUS
                 MOVE 8                  TO RETURN-CODE
                 MOVE 'N'                TO SW-POSTING
              END-IF
           END-IF
      *
           OPEN INPUT MOTORPOL
           IF MOTORPOL-OPEN-OK
              SET MOTORPOL-USABLE        TO TRUE
           ELSE
              IF NOT MOTORPOL-NOT-FOUND
                 DISPLAY '**LGRDSB01 - MOTORPOL OPEN ERROR - STATUS '
                         MOTORPOL-STATUS
                 MOVE 8                  TO RETURN-CODE
                 MOVE 'N'                TO SW-POSTING
              END-IF
           END-IF
      *
           OPEN INPUT COMMPOL
           IF COMMPOL-OPEN-OK
              SET COMMPOL-USABLE         TO TRUE
           ELSE
              IF NOT COMMPOL-NOT-FOUND
                 DISPLAY '**LGRDSB01 - COMMPOL OPEN ERROR - STATUS '
                         COMMPOL-STATUS
                 MOVE 8                  TO RETURN-CODE
                 MOVE 'N'                TO SW-POSTING
              END-IF
           END-IF
      *
           OPEN INPUT ENDOWPOL
           IF ENDOWPOL-OPEN-OK
              SET ENDOWPOL-USABLE        TO TRUE
           ELSE
              IF NOT ENDOWPOL-NOT-FOUND
                 DISPLAY '**LGRDSB01 - ENDOWPOL OPEN ERROR - STATUS '
                         ENDOWPOL-STATUS
                 MOVE 8                  TO RETURN-CODE
                 MOVE 'N'                TO SW-POSTING
              END-IF
           END-IF
      *
       0980-OPEN-POLICY-MASTERS-EXIT.
           EXIT.
      *
      *================================================================
      * 0985-FIND-CLAIM-LINE - SETS WS-GL-LINE TO THE LINE OF BUSINESS
      *     OF CLAIM WS-GL-CLAIM-NUM'S POLICY; SPACE IF THE CLAIM OR
      *     ITS POLICY CANNOT BE FOUND.
      *================================================================
       0985-FIND-CLAIM-LINE.
      *
           MOVE SPACE                    TO WS-GL-LINE
           IF NOT CLAIMPOL-USABLE
              GO TO 0985-FIND-CLAIM-LINE-EXIT
           END-IF
      *
           MOVE WS-GL-CLAIM-NUM          TO CLM-F-CLAIM-NUM
           READ CLAIMPOL
           IF NOT CLAIMPOL-OPEN-OK
              MOVE '00'                  TO CLAIMPOL-STATUS
              GO TO 0985-FIND-CLAIM-LINE-EXIT
           END-IF
      *
           MOVE CLM-F-POLICY-NUM         TO WS-GL-POLICY-NUM
           PERFORM 0990-FIND-POLICY-LINE
              THRU 0990-FIND-POLICY-LINE-EXIT
      *
       0985-FIND-CLAIM-LINE-EXIT.
           EXIT.
      *
      *================================================================
      * 0990-FIND-POLICY-LINE - SETS WS-GL-LINE TO THE LINE OF BUSINESS
      *     OF POLICY WS-GL-POLICY-NUM FROM WHICHEVER MASTER HOLDS
      *     IT; SPACE IF NONE DOES.
      *================================================================
       0990-FIND-POLICY-LINE.
      *
           MOVE SPACE                    TO WS-GL-LINE
           IF HOUSEPOL-USABLE
              MOVE WS-GL-POLICY-NUM      TO HSM-POLICY-NUM
              READ HOUSEPOL
              IF HOUSEPOL-OPEN-OK
                 MOVE 'H'                TO WS-GL-LINE
                 GO TO 0990-FIND-POLICY-LINE-EXIT
              END-IF
              MOVE '00'                  TO HOUSEPOL-STATUS
           END-IF
           IF MOTORPOL-USABLE
              MOVE WS-GL-POLICY-NUM      TO MTM-POLICY-NUM
              READ MOTORPOL
              IF MOTORPOL-OPEN-OK
                 MOVE 'M'                TO WS-GL-LINE
                 GO TO 0990-FIND-POLICY-LINE-EXIT
              END-IF
              MOVE '00'                  TO MOTORPOL-STATUS
           END-IF
           IF COMMPOL-USABLE
              MOVE WS-GL-POLICY-NUM      TO CML-POLICY-NUM
              READ COMMPOL
              IF COMMPOL-OPEN-OK
                 MOVE 'C'                TO WS-GL-LINE
                 GO TO 0990-FIND-POLICY-LINE-EXIT
              END-IF
              MOVE '00'                  TO COMMPOL-STATUS
           END-IF
           IF ENDOWPOL-USABLE
              MOVE WS-GL-POLICY-NUM      TO ENM-POLICY-NUM
              READ ENDOWPOL
              IF ENDOWPOL-OPEN-OK
                 MOVE 'E'                TO WS-GL-LINE
                 GO TO 0990-FIND-POLICY-LINE-EXIT
              END-IF
              MOVE '00'                  TO ENDOWPOL-STATUS
           END-IF
      *
       0990-FIND-POLICY-LINE-EXIT.
           EXIT.
