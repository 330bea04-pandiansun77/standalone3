       IDENTIFICATION DIVISION.
       PROGRAM-ID. LGRBNK01.
       AUTHOR. INSURANCE-APPLICATIONS-TEAM.
       INSTALLATION. POLICY-ADMINISTRATION.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.
      *================================================================
      * MODIFICATION HISTORY
      *   2026-10-15  PA  ENDOWMENT SURRENDER LINES (PAYMENT TYPE V)
      *                   ARE LISTED FOR THE CASH DESK WITH THE
      *                   REFUND LINES.
      *   2026-10-15  PA  PERIOD CONTROL.  NOTHING IS RECONCILED ONCE
      *                   TODAY'S MONTH IS CLOSED ON PERIODS; A
      *                   RETURNED CLAIM PAYMENT IS POSTED BACK TO THE
      *                   GL INTERFACE (GLPOST) UNDER ITS LINE.
      *   2026-10-15  PA  BROKER COMMISSION LINES (PAYMENT TYPE B, FROM
      *                   THE LGRBRK02 BRKBANK EXTRACT) ARE LISTED FOR
      *                   ACCOUNTS LIKE THE REFUND LINES.
      *   2026-10-15  PA  ORIGINAL -- BANK RECONCILIATION OF CLAIM
      *                   DISBURSEMENTS.  LGRDSB01 MARKS A PAYMENT
      *                   DISBURSED THE MOMENT IT GOES IN THE
      *                   EXTRACT, SO A PAYMENT THE BANK REJECTED OR
      *                   A CHEQUE NEVER CASHED STILL SHOWED AS PAID.
      *================================================================
      *================================================================
      *    FUNCTION:
      *      TAKES IN THE BANK'S DAILY PAID/RETURNED FILE FOR THE
      *      DSBBANK EXTRACT AND MATCHES EACH CLAIM PAYMENT LINE BACK
      *      TO ITS CLAIMPAY ROW BY CLAIM NUMBER AND PAYMENT SEQ:
      *        - PAID     - THE ROW IS MARKED CLEARED.
      *        - RETURNED - THE ROW GOES BACK TO AWAITING CORRECTION
      *                     WITH THE BANK'S REASON, AND CLM-C-PAID ON
      *                     THE CLAIM IS RECOMPUTED WITHOUT IT, SO
      *                     THE CLAIM NO LONGER SHOWS IT AS PAID.
      *                     LGAPAY01 CORPAY PUTS IT RIGHT AND
      *                     AUTHORIZES IT AGAIN FOR LGRDSB01.
      *      A LINE WHOSE AMOUNT DOES NOT AGREE WITH THE ROW, FOR A
      *      PAYMENT NEVER SENT, OR FOR NO PAYMENT ON FILE IS REPORTED
      *      AND NOTHING IS CHANGED.  A LINE FOR A ROW ALREADY
      *      RECONCILED THE SAME WAY IS A RERUN AND IS PASSED OVER.
      *      REFUND LINES (PAYMENT TYPE R OR S) AND ENDOWMENT
      *      SURRENDER LINES (V) ARE LISTED FOR THE
      *      CASH DESK, AND BROKER COMMISSION LINES (B) FOR ACCOUNTS;
      *      THEY ARE NOT CLAIM PAYMENTS.
      *
      *      THEN EVERY CLAIMPAY ROW IS SWEPT: ONE STILL DISBURSED
      *      WITH NO WORD FROM THE BANK AFTER THE STALE AGE IS MARKED
      *      STALE FOR FOLLOW-UP (IT STAYS IN CLM-C-PAID - THE MONEY
      *      HAS NOT COME BACK).  THE SAME SWEEP BUILDS THE
      *      RECONCILIATION: BY DISBURSEMENT DATE WITHIN THE REPORT
      *      WINDOW, WHAT WENT IN THE EXTRACT AGAINST WHAT THE BANK
      *      HAS CONFIRMED, RETURNED, OR NOT YET ANSWERED FOR.
      *
      *      EVERY CLAIMPAY AND CLAIMPOL CHANGE IS JOURNALLED TO
      *      AUDITJNL IN THE LGCAJRF SHAPE LGAJRN01 WRITES ONLINE.
      *
      *      NOTHING IS RECONCILED WHEN TODAY'S MONTH HAS BEEN CLOSED
      *      ON PERIODS (LGCPERD).  A RETURNED PAYMENT IS MONEY BACK
      *      IN THE BANK AND IS POSTED TO GLPOST (LGCGLPT): DEBIT
      *      CASH, CREDIT CLAIMS PAID UNDER THE LINE OF THE CLAIM'S
      *      POLICY (WHICHEVER POLICY MASTER HOLDS IT).
      *
      *    INPUT FILES:  BNKRTN   - BANK PAID/RETURNED FILE (MAY BE
      *                             ABSENT ON A DAY WITH NOTHING):
      *                             COLS  1-10  CLAIM NUMBER (POLICY
      *                                         OR SUSPENSE ITEM FOR A
      *                                         REFUND), AS EXTRACTED
      *                             COLS 11-14  PAYMENT SEQ
      *                             COLS 15-24  AMOUNT (9(8)V99)
      *                             COLS 25-34  BANK DATE YYYY-MM-DD
      *                             COL  35     P = PAID, R = RETURNED
      *                             COLS 36-39  RETURN REASON CODE
      *                             COL  40     PAYMENT TYPE AS SENT
      *                                         (C/R/S/B, SPACE = C)
      *                  BNKPARM  - OPTIONAL CARD:
      *                             COLS 1-3 STALE AGE IN DAYS
      *                                      (DEFAULT 090)
      *                             COLS 4-5 REPORT WINDOW IN DAYS
      *                                      (DEFAULT 60)
      *                  CLAIMPAY - CLAIM PAYMENT DETAIL KSDS (I-O).
      *                  CLAIMPOL - CLAIM MASTER KSDS (I-O).
      *                  HOUSEPOL, MOTORPOL, COMMPOL, ENDOWPOL -
      *                             POLICY MASTERS (READ AT RANDOM
      *                             FOR THE LINE).
      *                  PERIODS  - PERIOD CONTROL KSDS (OPTIONAL).
      *
      *    OUTPUT FILES: AUDITJNL - COMMON AUDIT JOURNAL.
      *                  GLPOST   - GL INTERFACE KSDS (I-O, CREATED
      *                             ON FIRST USE).
      *                  BNKRPT   - RECONCILIATION REPORT.
      *
      *    RETURN CODE:  00 - EVERYTHING RECONCILED
      *                  04 - RETURNS, STALE PAYMENTS, OR BANK LINES
      *                       THAT COULD NOT BE MATCHED
      *                  08 - FILE ERROR, OR TODAY'S PERIOD CLOSED
      *================================================================
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *
           SELECT BNKRTN ASSIGN TO BNKRTN
              FILE STATUS IS BNKRTN-STATUS.
      *
           SELECT BNKPARM ASSIGN TO BNKPARM
              FILE STATUS IS BNKPARM-STATUS.
      *
           SELECT CLAIMPOL ASSIGN TO CLAIMPOL
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS CLM-CLAIM-NUM
              FILE STATUS IS CLAIMPOL-STATUS.
      *
           SELECT CLAIMPAY ASSIGN TO CLAIMPAY
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS CLP-F-KEY
              FILE STATUS IS CLAIMPAY-STATUS.
      *
           SELECT AUDITJNL ASSIGN TO AUDITJNL
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS AJR-KEY
              FILE STATUS IS AUDITJNL-STATUS.
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
           SELECT BNKRPT ASSIGN TO BNKRPT
              FILE STATUS IS BNKRPT-STATUS.
      *
       DATA DIVISION.
       FILE SECTION.
      *
       FD  BNKRTN
           BLOCK CONTAINS 0 RECORDS.
       01  BNKRTN-RECORD                  PIC X(80).
      *
       FD  BNKPARM
           BLOCK CONTAINS 0 RECORDS.
       01  BNKPARM-RECORD                 PIC X(80).
      *
       FD  CLAIMPOL
           BLOCK CONTAINS 0 RECORDS.
       COPY LGCCLAIM.
      *
      *    THE PAYMENT DETAIL ROW IS REDEFINED INLINE HERE BECAUSE
      *    LGCCLAIM IS ALREADY COPIED UNDER THE CLAIMPOL FD - THE SAME
      *    ARRANGEMENT LGRRSV01 USES FOR RECOVERY.
       FD  CLAIMPAY
           BLOCK CONTAINS 0 RECORDS.
       01  CLAIM-PAYMENT-FILE-RECORD.
           05  CLP-F-KEY.
               10  CLP-F-CLAIM-NUM        PIC 9(10).
               10  CLP-F-PAYMENT-SEQ      PIC 9(04).
           05  CLP-F-PAYMENT-DATE         PIC X(10).
           05  CLP-F-AMOUNT               PIC 9(08)V99.
           05  CLP-F-PAYEE                PIC X(30).
           05  CLP-F-AUTH-USER            PIC X(08).
           05  CLP-F-STATUS-FLAG          PIC X(01).
               88  CLP-F-AUTHORIZED               VALUE 'A'.
               88  CLP-F-DISBURSED                VALUE 'D'.
               88  CLP-F-CLEARED                  VALUE 'C'.
               88  CLP-F-STALE                    VALUE 'S'.
               88  CLP-F-AWAITING-CORRECTION      VALUE 'W'.
           05  CLP-F-DISBURSE-DATE        PIC X(10).
           05  CLP-F-BANK-DATE            PIC X(10).
           05  CLP-F-RETURN-REASON        PIC X(04).
           05  FILLER                     PIC X(10).
      *
       FD  AUDITJNL
           BLOCK CONTAINS 0 RECORDS.
       COPY LGCAJRF.
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
       FD  BNKRPT
           BLOCK CONTAINS 0 RECORDS.
       01  BNKRPT-RECORD                  PIC X(100).
      *
       WORKING-STORAGE SECTION.
      *
       77  FILLER                         PIC X(36) VALUE
                   'LGRBNK01 WORKING STORAGE BEGINS HR'.
      *
       01  WS-AREA.
           05  BNKRTN-STATUS              PIC XX VALUE '00'.
               88  BNKRTN-OPEN-OK                 VALUE '00'.
               88  BNKRTN-NOT-FOUND               VALUE '35'.
           05  BNKPARM-STATUS             PIC XX VALUE '00'.
               88  BNKPARM-VALID-STATUS           VALUE '00'.
           05  CLAIMPOL-STATUS            PIC XX VALUE '00'.
               88  CLAIMPOL-OPEN-OK               VALUE '00'.
           05  CLAIMPAY-STATUS            PIC XX VALUE '00'.
               88  CLAIMPAY-OPEN-OK               VALUE '00'.
           05  AUDITJNL-STATUS            PIC XX VALUE '00'.
               88  AUDITJNL-OPEN-OK               VALUE '00'.
               88  AUDITJNL-NOT-FOUND             VALUE '35'.
               88  AUDITJNL-DUPLICATE             VALUE '22'.
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
           05  BNKRPT-STATUS              PIC XX VALUE '00'.
           05  SW-EOF                     PIC X(01) VALUE 'N'.
               88  END-OF-FILE                    VALUE 'Y'.
           05  SW-CLAIM-EOF               PIC X(01) VALUE 'N'.
               88  END-OF-CLAIM                   VALUE 'Y'.
           05  SW-BNKRTN-OPENED           PIC X(01) VALUE 'N'.
               88  BNKRTN-OPENED                  VALUE 'Y'.
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
       01  WS-PARM-REC.
           05  WS-PARM-STALE-DAYS         PIC 9(03).
           05  WS-PARM-STALE-DAYS-X REDEFINES WS-PARM-STALE-DAYS
                                          PIC X(03).
           05  WS-PARM-WINDOW-DAYS        PIC 9(02).
           05  WS-PARM-WINDOW-DAYS-X REDEFINES WS-PARM-WINDOW-DAYS
                                          PIC X(02).
           05  FILLER                     PIC X(75).
       01  WS-STALE-DAYS                  PIC 9(03) VALUE 90.
       01  WS-WINDOW-DAYS                 PIC 9(02) VALUE 60.
      *
       01  WS-TODAY-DATE                  PIC 9(08).
       01  WS-TODAY-DATE10                PIC X(10).
       01  WS-TODAY-INTDATE               PIC 9(07) VALUE ZERO.
       01  WS-TODAY-TIME                  PIC 9(06).
       01  WS-DSB-NUMDATE                 PIC 9(08) VALUE ZERO.
       01  WS-DSB-INTDATE                 PIC 9(07) VALUE ZERO.
       01  WS-DAYS-OUT                    PIC S9(07) VALUE ZERO.
      *
      *    ONE LINE OF THE BANK'S FILE.
       01  WS-BANK-LINE.
           05  BKL-CLAIM-NUM              PIC 9(10).
           05  BKL-CLAIM-NUM-X REDEFINES BKL-CLAIM-NUM
                                          PIC X(10).
           05  BKL-PAYMENT-SEQ            PIC 9(04).
           05  BKL-PAYMENT-SEQ-X REDEFINES BKL-PAYMENT-SEQ
                                          PIC X(04).
           05  BKL-AMOUNT                 PIC 9(08)V99.
           05  BKL-AMOUNT-X REDEFINES BKL-AMOUNT
                                          PIC X(10).
           05  BKL-BANK-DATE              PIC X(10).
           05  BKL-OUTCOME                PIC X(01).
               88  BKL-PAID                       VALUE 'P'.
               88  BKL-RETURNED                   VALUE 'R'.
           05  BKL-RETURN-REASON          PIC X(04).
           05  BKL-PAYMENT-TYPE           PIC X(01).
               88  BKL-CLAIM-PAYMENT              VALUE 'C' ' '.
               88  BKL-BROKER-COMMISSION          VALUE 'B'.
               88  BKL-SURRENDER-VALUE            VALUE 'V'.
           05  FILLER                     PIC X(40).
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
      *    CLAIM WHOSE PAID TOTAL IS BEING RECOMPUTED.
       01  WS-PAID-CLAIM-NUM              PIC 9(10) VALUE ZERO.
       01  WS-TOTAL-PAID                  PIC 9(10)V99 VALUE ZERO.
      *
      *    RECONCILIATION BY DISBURSEMENT DATE, ASCENDING.  THE
      *    WINDOW IS AT MOST 99 DAYS, SO 100 DATES HOLD IT ALL;
      *    ANYTHING OLDER GOES TO THE 'EARLIER' LINE.
       01  WS-DAY-MAX                     PIC 9(03) COMP VALUE 100.
       01  WS-DAY-COUNT                   PIC 9(03) COMP VALUE ZERO.
       01  WS-DAY-SUB                     PIC 9(03) COMP VALUE ZERO.
       01  WS-DAY-INS                     PIC 9(03) COMP VALUE ZERO.
       01  WS-RECON-DAYS.
           05  WS-DAY OCCURS 101 TIMES.
               10  WS-DAY-DATE            PIC X(10).
               10  WS-DAY-SENT-CNT        PIC 9(07) COMP-3.
               10  WS-DAY-SENT-AMT        PIC 9(11)V99 COMP-3.
               10  WS-DAY-CLEARED-AMT     PIC 9(11)V99 COMP-3.
               10  WS-DAY-RETURNED-AMT    PIC 9(11)V99 COMP-3.
               10  WS-DAY-OPEN-AMT        PIC 9(11)V99 COMP-3.
      *    SLOT 101 IS THE 'EARLIER' LINE.
       01  WS-DAY-EARLIER                 PIC 9(03) COMP VALUE 101.
      *
       01  WS-LINE-COUNT                  PIC 9(07) COMP VALUE ZERO.
       01  WS-CLEARED-COUNT               PIC 9(07) COMP VALUE ZERO.
       01  WS-TOTAL-CLEARED               PIC 9(11)V99 VALUE ZERO.
       01  WS-RETURNED-COUNT              PIC 9(07) COMP VALUE ZERO.
       01  WS-TOTAL-RETURNED              PIC 9(11)V99 VALUE ZERO.
       01  WS-ALREADY-COUNT               PIC 9(07) COMP VALUE ZERO.
       01  WS-EXCEPTION-COUNT             PIC 9(07) COMP VALUE ZERO.
       01  WS-REFUND-LINE-COUNT           PIC 9(07) COMP VALUE ZERO.
       01  WS-STALE-COUNT                 PIC 9(07) COMP VALUE ZERO.
       01  WS-TOTAL-STALE                 PIC 9(11)V99 VALUE ZERO.
      *
      *    JOURNAL ENTRY STAGED FOR 0600.
       01  WS-AJR-REQUEST-ID              PIC X(06) VALUE 'BNKREC'.
       01  WS-AJR-FILE-NAME               PIC X(08) VALUE SPACES.
       01  WS-AJR-RECORD-KEY              PIC X(20) VALUE SPACES.
       01  WS-AJR-BEFORE-IMAGE            PIC X(600) VALUE SPACES.
       01  WS-AJR-AFTER-IMAGE             PIC X(600) VALUE SPACES.
      *
       01  WS-REPORT-LINE                 PIC X(100).
       01  WS-EXCEPTION-TEXT              PIC X(24).
       01  WS-RPT-CNT                     PIC Z(6)9.
       01  WS-RPT-AMT                     PIC -(9)9.99.
       01  WS-RPT-SENT                    PIC Z(9)9.99.
       01  WS-RPT-CLEARED                 PIC Z(9)9.99.
       01  WS-RPT-RETURNED                PIC Z(9)9.99.
       01  WS-RPT-OPEN                    PIC Z(9)9.99.
      *
       PROCEDURE DIVISION.
      *
       0000-MAINLINE.
      *
           PERFORM 0100-INITIALIZATION
              THRU 0100-INITIALIZATION-EXIT
           IF POSTING-ALLOWED
              PERFORM 0200-APPLY-BANK-FILE
                 THRU 0200-APPLY-BANK-FILE-EXIT
              PERFORM 0500-SWEEP-PAYMENTS
                 THRU 0500-SWEEP-PAYMENTS-EXIT
           END-IF
           PERFORM 0800-WRITE-RECONCILIATION
              THRU 0800-WRITE-RECONCILIATION-EXIT
           PERFORM 0900-CLOSE-FILES
      *
           IF RETURN-CODE NOT = 8
              IF WS-RETURNED-COUNT > ZERO
                 OR WS-STALE-COUNT > ZERO
                 OR WS-EXCEPTION-COUNT > ZERO
                 MOVE 4                  TO RETURN-CODE
              END-IF
           END-IF
      *
           GOBACK.
      *
       0100-INITIALIZATION.
      *
           OPEN OUTPUT BNKRPT
           MOVE '-------- LGRBNK01 BANK RECONCILIATION -----------'
                TO BNKRPT-RECORD
           WRITE BNKRPT-RECORD
      *
           OPEN INPUT BNKPARM
           IF BNKPARM-VALID-STATUS
              READ BNKPARM INTO WS-PARM-REC
                 AT END CONTINUE
                 NOT AT END
                    IF WS-PARM-STALE-DAYS-X IS NUMERIC
                       AND WS-PARM-STALE-DAYS > ZERO
                       MOVE WS-PARM-STALE-DAYS TO WS-STALE-DAYS
                    END-IF
                    IF WS-PARM-WINDOW-DAYS-X IS NUMERIC
                       AND WS-PARM-WINDOW-DAYS > ZERO
                       MOVE WS-PARM-WINDOW-DAYS TO WS-WINDOW-DAYS
                    END-IF
              END-READ
              CLOSE BNKPARM
           END-IF
           MOVE WS-STALE-DAYS            TO WS-RPT-CNT
           MOVE SPACES                   TO WS-REPORT-LINE
           STRING 'STALE AFTER DAYS=' WS-RPT-CNT
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE BNKRPT-RECORD FROM WS-REPORT-LINE
           MOVE WS-WINDOW-DAYS           TO WS-RPT-CNT
           MOVE SPACES                   TO WS-REPORT-LINE
           STRING 'REPORT WINDOW DAYS=' WS-RPT-CNT
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE BNKRPT-RECORD FROM WS-REPORT-LINE
      *
      *    NO BANK FILE MEANS THE BANK SENT NOTHING TODAY - THE SWEEP
      *    AND THE RECONCILIATION STILL RUN.
           OPEN INPUT BNKRTN
           IF BNKRTN-NOT-FOUND
              MOVE 'NO BANK FILE TODAY - NOTHING TO MATCH'
                   TO BNKRPT-RECORD
              WRITE BNKRPT-RECORD
           END-IF
           IF BNKRTN-OPEN-OK
              SET BNKRTN-OPENED          TO TRUE
           END-IF
           IF NOT BNKRTN-OPEN-OK
              AND NOT BNKRTN-NOT-FOUND
              DISPLAY '**LGRBNK01 - BNKRTN OPEN ERROR - STATUS '
                      BNKRTN-STATUS
              MOVE 8                     TO RETURN-CODE
           END-IF
      *
           OPEN I-O CLAIMPAY
           IF NOT CLAIMPAY-OPEN-OK
              DISPLAY '**LGRBNK01 - CLAIMPAY OPEN ERROR - STATUS '
                      CLAIMPAY-STATUS
              MOVE 8                     TO RETURN-CODE
           END-IF
      *
           OPEN I-O CLAIMPOL
           IF NOT CLAIMPOL-OPEN-OK
              DISPLAY '**LGRBNK01 - CLAIMPOL OPEN ERROR - STATUS '
                      CLAIMPOL-STATUS
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
           COMPUTE WS-TODAY-INTDATE =
                   FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE)
           MOVE WS-TODAY-DATE(1:4)       TO WS-TODAY-DATE10(1:4)
           MOVE '-'                      TO WS-TODAY-DATE10(5:1)
           MOVE WS-TODAY-DATE(5:2)       TO WS-TODAY-DATE10(6:2)
           MOVE '-'                      TO WS-TODAY-DATE10(8:1)
           MOVE WS-TODAY-DATE(7:2)       TO WS-TODAY-DATE10(9:2)
      *
           PERFORM VARYING WS-DAY-SUB FROM 1 BY 1
                   UNTIL WS-DAY-SUB > WS-DAY-EARLIER
              MOVE SPACES                TO WS-DAY-DATE(WS-DAY-SUB)
              MOVE ZERO                  TO WS-DAY-SENT-CNT(WS-DAY-SUB)
                                            WS-DAY-SENT-AMT(WS-DAY-SUB)
                                         WS-DAY-CLEARED-AMT(WS-DAY-SUB)
                                        WS-DAY-RETURNED-AMT(WS-DAY-SUB)
                                            WS-DAY-OPEN-AMT(WS-DAY-SUB)
           END-PERFORM
           MOVE 'EARLIER'                TO WS-DAY-DATE(WS-DAY-EARLIER)
      *
           PERFORM 0940-OPEN-LEDGER-FILES
              THRU 0940-OPEN-LEDGER-FILES-EXIT
           PERFORM 0980-OPEN-POLICY-MASTERS
              THRU 0980-OPEN-POLICY-MASTERS-EXIT
      *
      *    A RETURN IS POSTED IN TODAY'S MONTH, SO ONCE THAT MONTH IS
      *    CLOSED THE BANK FILE WAITS FOR THE NEXT ONE.
           MOVE WS-TODAY-DATE10          TO WS-GL-DATE
           PERFORM 0950-CHECK-PERIOD
              THRU 0950-CHECK-PERIOD-EXIT
           IF GL-PERIOD-CLOSED
              MOVE 'N'                   TO SW-POSTING
              MOVE 8                     TO RETURN-CODE
              MOVE SPACES                TO WS-REPORT-LINE
              STRING 'PERIOD ' WS-GL-PERIOD
                     ' IS CLOSED - NOTHING RECONCILED'
                     DELIMITED BY SIZE INTO WS-REPORT-LINE
              WRITE BNKRPT-RECORD FROM WS-REPORT-LINE
              DISPLAY '**LGRBNK01 - PERIOD ' WS-GL-PERIOD
                      ' IS CLOSED'
           END-IF
      *
       0100-INITIALIZATION-EXIT.
           EXIT.
      *
      *================================================================
      * 0200-APPLY-BANK-FILE - EVERY LINE THE BANK SENT, IN ITS ORDER.
      *================================================================
       0200-APPLY-BANK-FILE.
      *
           IF NOT BNKRTN-OPENED
              OR NOT CLAIMPAY-OPEN-OK
              OR NOT CLAIMPOL-OPEN-OK
              GO TO 0200-APPLY-BANK-FILE-EXIT
           END-IF
           MOVE '-------- BANK FILE -------------------------------'
                TO BNKRPT-RECORD
           WRITE BNKRPT-RECORD
           MOVE 'N'                      TO SW-EOF
           PERFORM UNTIL END-OF-FILE
              READ BNKRTN INTO WS-BANK-LINE
                 AT END SET END-OF-FILE  TO TRUE
              END-READ
              IF NOT END-OF-FILE
                 ADD 1                   TO WS-LINE-COUNT
                 PERFORM 0300-MATCH-ONE-LINE
                    THRU 0300-MATCH-ONE-LINE-EXIT
                 IF RETURN-CODE = 8
                    SET END-OF-FILE      TO TRUE
                 END-IF
              END-IF
           END-PERFORM
      *
       0200-APPLY-BANK-FILE-EXIT.
           EXIT.
      *
      *================================================================
      * 0300-MATCH-ONE-LINE - FINDS THE PAYMENT THE LINE IS FOR AND
      *     APPLIES THE BANK'S OUTCOME, OR REPORTS WHY IT CANNOT.
      *================================================================
       0300-MATCH-ONE-LINE.
      *
           IF NOT BKL-CLAIM-PAYMENT
              ADD 1                      TO WS-REFUND-LINE-COUNT
              EVALUATE TRUE
                 WHEN BKL-BROKER-COMMISSION
                    MOVE 'COMMISSION - ACCOUNTS' TO WS-EXCEPTION-TEXT
                 WHEN BKL-SURRENDER-VALUE
                    MOVE 'SURRENDER - CASH DESK' TO WS-EXCEPTION-TEXT
                 WHEN OTHER
                    MOVE 'REFUND - CASH DESK' TO WS-EXCEPTION-TEXT
              END-EVALUATE
              PERFORM 0390-REPORT-LINE
              GO TO 0300-MATCH-ONE-LINE-EXIT
           END-IF
      *
           IF BKL-CLAIM-NUM-X IS NOT NUMERIC
              OR BKL-PAYMENT-SEQ-X IS NOT NUMERIC
              OR BKL-AMOUNT-X IS NOT NUMERIC
              OR (NOT BKL-PAID AND NOT BKL-RETURNED)
              ADD 1                      TO WS-EXCEPTION-COUNT
              MOVE 'UNREADABLE LINE'     TO WS-EXCEPTION-TEXT
              PERFORM 0390-REPORT-LINE
              GO TO 0300-MATCH-ONE-LINE-EXIT
           END-IF
      *
           MOVE BKL-CLAIM-NUM            TO CLP-F-CLAIM-NUM
           MOVE BKL-PAYMENT-SEQ          TO CLP-F-PAYMENT-SEQ
           READ CLAIMPAY
           IF NOT CLAIMPAY-OPEN-OK
              MOVE '00'                  TO CLAIMPAY-STATUS
              ADD 1                      TO WS-EXCEPTION-COUNT
              MOVE 'NO SUCH PAYMENT'     TO WS-EXCEPTION-TEXT
              PERFORM 0390-REPORT-LINE
              GO TO 0300-MATCH-ONE-LINE-EXIT
           END-IF
      *
      *    ALREADY RECONCILED THE SAME WAY - A RERUN OF THE SAME FILE.
           IF (CLP-F-CLEARED AND BKL-PAID)
              OR (CLP-F-AWAITING-CORRECTION AND BKL-RETURNED)
              ADD 1                      TO WS-ALREADY-COUNT
              GO TO 0300-MATCH-ONE-LINE-EXIT
           END-IF
      *
           IF NOT CLP-F-DISBURSED
              AND NOT CLP-F-STALE
              ADD 1                      TO WS-EXCEPTION-COUNT
              IF CLP-F-AUTHORIZED
                 MOVE 'PAYMENT NOT SENT'  TO WS-EXCEPTION-TEXT
              ELSE
                 MOVE 'ALREADY RECONCILED' TO WS-EXCEPTION-TEXT
              END-IF
              PERFORM 0390-REPORT-LINE
              GO TO 0300-MATCH-ONE-LINE-EXIT
           END-IF
      *
           IF BKL-AMOUNT NOT = CLP-F-AMOUNT
              ADD 1                      TO WS-EXCEPTION-COUNT
              MOVE 'AMOUNT DISAGREES'    TO WS-EXCEPTION-TEXT
              PERFORM 0390-REPORT-LINE
              GO TO 0300-MATCH-ONE-LINE-EXIT
           END-IF
      *
           MOVE CLAIM-PAYMENT-FILE-RECORD TO WS-AJR-BEFORE-IMAGE
           MOVE BKL-BANK-DATE            TO CLP-F-BANK-DATE
           IF BKL-PAID
              SET CLP-F-CLEARED          TO TRUE
           ELSE
              SET CLP-F-AWAITING-CORRECTION TO TRUE
              MOVE BKL-RETURN-REASON     TO CLP-F-RETURN-REASON
           END-IF
           REWRITE CLAIM-PAYMENT-FILE-RECORD
           IF NOT CLAIMPAY-OPEN-OK
              DISPLAY '**LGRBNK01 - CLAIMPAY REWRITE ERROR - STATUS '
                      CLAIMPAY-STATUS
              MOVE 8                     TO RETURN-CODE
              GO TO 0300-MATCH-ONE-LINE-EXIT
           END-IF
           MOVE CLAIM-PAYMENT-FILE-RECORD TO WS-AJR-AFTER-IMAGE
           MOVE 'CLAIMPAY'               TO WS-AJR-FILE-NAME
           MOVE CLP-F-KEY                TO WS-AJR-RECORD-KEY
           PERFORM 0600-WRITE-JOURNAL
              THRU 0600-WRITE-JOURNAL-EXIT
      *
           IF BKL-PAID
              ADD 1                      TO WS-CLEARED-COUNT
              ADD CLP-F-AMOUNT           TO WS-TOTAL-CLEARED
              GO TO 0300-MATCH-ONE-LINE-EXIT
           END-IF
      *
           MOVE CLP-F-CLAIM-NUM          TO WS-GL-CLAIM-NUM
           PERFORM 0985-FIND-CLAIM-LINE
              THRU 0985-FIND-CLAIM-LINE-EXIT
           MOVE CLP-F-AMOUNT             TO WS-GL-AMOUNT
           MOVE 'CASH'                   TO WS-GL-DEBIT-ACCT
           MOVE 'CLMP'                   TO WS-GL-CREDIT-ACCT
           PERFORM 0960-POST-GL
              THRU 0960-POST-GL-EXIT
      *
           ADD 1                         TO WS-RETURNED-COUNT
           ADD CLP-F-AMOUNT              TO WS-TOTAL-RETURNED
           MOVE SPACES                   TO WS-EXCEPTION-TEXT
           STRING 'RETURNED ' BKL-RETURN-REASON
                  ' - CORRECT'
                  DELIMITED BY SIZE INTO WS-EXCEPTION-TEXT
           PERFORM 0390-REPORT-LINE
           MOVE CLP-F-CLAIM-NUM          TO WS-PAID-CLAIM-NUM
           PERFORM 0400-REDUCE-CLAIM-PAID
              THRU 0400-REDUCE-CLAIM-PAID-EXIT
      *
       0300-MATCH-ONE-LINE-EXIT.
           EXIT.
      *
       0390-REPORT-LINE.
      *
           IF BKL-AMOUNT-X IS NUMERIC
              MOVE BKL-AMOUNT            TO WS-RPT-AMT
           ELSE
              MOVE ZERO                  TO WS-RPT-AMT
           END-IF
           MOVE SPACES                   TO WS-REPORT-LINE
           STRING BKL-OUTCOME BKL-PAYMENT-TYPE
                  ' CLAIM ' BKL-CLAIM-NUM-X
                  ' SEQ ' BKL-PAYMENT-SEQ-X
                  ' BANK DATE ' BKL-BANK-DATE
                  ' AMOUNT=' WS-RPT-AMT
                  ' ' WS-EXCEPTION-TEXT
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE BNKRPT-RECORD FROM WS-REPORT-LINE
      *
       0390-REPORT-LINE-EXIT.
           EXIT.
      *
      *================================================================
      * 0400-REDUCE-CLAIM-PAID - THE BANK SENT A PAYMENT BACK, SO
      *     CLM-C-PAID IS RECOMPUTED FROM THE CLAIM'S PAYMENT ROWS
      *     LEAVING OUT THOSE AWAITING CORRECTION - THE SAME DERIVED
      *     TOTAL LGAPAY01 KEEPS.
      *================================================================
       0400-REDUCE-CLAIM-PAID.
      *
           MOVE WS-PAID-CLAIM-NUM        TO CLM-CLAIM-NUM
           READ CLAIMPOL
           IF NOT CLAIMPOL-OPEN-OK
              MOVE '00'                  TO CLAIMPOL-STATUS
              ADD 1                      TO WS-EXCEPTION-COUNT
              MOVE SPACES                TO WS-REPORT-LINE
              STRING '**CLAIM ' WS-PAID-CLAIM-NUM
                     ' NOT ON CLAIMPOL - PAID TOTAL NOT REDUCED'
                     DELIMITED BY SIZE INTO WS-REPORT-LINE
              WRITE BNKRPT-RECORD FROM WS-REPORT-LINE
              GO TO 0400-REDUCE-CLAIM-PAID-EXIT
           END-IF
           MOVE CLAIM-MASTER-RECORD      TO WS-AJR-BEFORE-IMAGE
      *
           MOVE ZERO                     TO WS-TOTAL-PAID
           MOVE 'N'                      TO SW-CLAIM-EOF
           MOVE WS-PAID-CLAIM-NUM        TO CLP-F-CLAIM-NUM
           MOVE ZERO                     TO CLP-F-PAYMENT-SEQ
           START CLAIMPAY KEY NOT < CLP-F-KEY
              INVALID KEY SET END-OF-CLAIM TO TRUE
           END-START
           PERFORM UNTIL END-OF-CLAIM
              READ CLAIMPAY NEXT RECORD
                 AT END SET END-OF-CLAIM TO TRUE
              END-READ
              IF NOT END-OF-CLAIM
                 IF CLP-F-CLAIM-NUM NOT = WS-PAID-CLAIM-NUM
                    SET END-OF-CLAIM     TO TRUE
                 ELSE
                    IF NOT CLP-F-AWAITING-CORRECTION
                       ADD CLP-F-AMOUNT  TO WS-TOTAL-PAID
                    END-IF
                 END-IF
              END-IF
           END-PERFORM
           MOVE '00'                     TO CLAIMPAY-STATUS
      *
           COMPUTE CLM-C-PAID = WS-TOTAL-PAID
           REWRITE CLAIM-MASTER-RECORD
           IF NOT CLAIMPOL-OPEN-OK
              DISPLAY '**LGRBNK01 - CLAIMPOL REWRITE ERROR - STATUS '
                      CLAIMPOL-STATUS
              MOVE 8                     TO RETURN-CODE
              GO TO 0400-REDUCE-CLAIM-PAID-EXIT
           END-IF
           MOVE CLAIM-MASTER-RECORD      TO WS-AJR-AFTER-IMAGE
           MOVE 'CLAIMPOL'               TO WS-AJR-FILE-NAME
           MOVE WS-PAID-CLAIM-NUM        TO WS-AJR-RECORD-KEY
           PERFORM 0600-WRITE-JOURNAL
              THRU 0600-WRITE-JOURNAL-EXIT
      *
       0400-REDUCE-CLAIM-PAID-EXIT.
           EXIT.
      *
      *================================================================
      * 0500-SWEEP-PAYMENTS - EVERY CLAIMPAY ROW THAT HAS GONE TO THE
      *     BANK: STALE ONES ARE MARKED, AND EACH IS ADDED INTO THE
      *     RECONCILIATION FOR ITS DISBURSEMENT DATE.
      *================================================================
       0500-SWEEP-PAYMENTS.
      *
           IF NOT CLAIMPAY-OPEN-OK
              OR RETURN-CODE = 8
              GO TO 0500-SWEEP-PAYMENTS-EXIT
           END-IF
           MOVE 'N'                      TO SW-EOF
           MOVE LOW-VALUES               TO CLP-F-KEY
           START CLAIMPAY KEY NOT < CLP-F-KEY
              INVALID KEY SET END-OF-FILE TO TRUE
           END-START
           PERFORM UNTIL END-OF-FILE
              READ CLAIMPAY NEXT RECORD
                 AT END SET END-OF-FILE  TO TRUE
              END-READ
              IF NOT END-OF-FILE
                 IF CLP-F-DISBURSE-DATE NOT = SPACES
                    PERFORM 0550-SWEEP-ONE-PAYMENT
                       THRU 0550-SWEEP-ONE-PAYMENT-EXIT
                 END-IF
                 IF RETURN-CODE = 8
                    SET END-OF-FILE      TO TRUE
                 END-IF
              END-IF
           END-PERFORM
      *
       0500-SWEEP-PAYMENTS-EXIT.
           EXIT.
      *
       0550-SWEEP-ONE-PAYMENT.
      *
           MOVE CLP-F-DISBURSE-DATE(1:4) TO WS-DSB-NUMDATE(1:4)
           MOVE CLP-F-DISBURSE-DATE(6:2) TO WS-DSB-NUMDATE(5:2)
           MOVE CLP-F-DISBURSE-DATE(9:2) TO WS-DSB-NUMDATE(7:2)
           IF WS-DSB-NUMDATE IS NOT NUMERIC
              GO TO 0550-SWEEP-ONE-PAYMENT-EXIT
           END-IF
           COMPUTE WS-DSB-INTDATE =
                   FUNCTION INTEGER-OF-DATE(WS-DSB-NUMDATE)
           COMPUTE WS-DAYS-OUT = WS-TODAY-INTDATE - WS-DSB-INTDATE
      *
           IF CLP-F-DISBURSED
              AND WS-DAYS-OUT > WS-STALE-DAYS
              MOVE CLAIM-PAYMENT-FILE-RECORD TO WS-AJR-BEFORE-IMAGE
              SET CLP-F-STALE            TO TRUE
              REWRITE CLAIM-PAYMENT-FILE-RECORD
              IF NOT CLAIMPAY-OPEN-OK
                 DISPLAY '**LGRBNK01 - CLAIMPAY REWRITE ERROR - STATUS '
                         CLAIMPAY-STATUS
                 MOVE 8                  TO RETURN-CODE
                 GO TO 0550-SWEEP-ONE-PAYMENT-EXIT
              END-IF
              MOVE CLAIM-PAYMENT-FILE-RECORD TO WS-AJR-AFTER-IMAGE
              MOVE 'CLAIMPAY'            TO WS-AJR-FILE-NAME
              MOVE CLP-F-KEY             TO WS-AJR-RECORD-KEY
              PERFORM 0600-WRITE-JOURNAL
                 THRU 0600-WRITE-JOURNAL-EXIT
              ADD 1                      TO WS-STALE-COUNT
              ADD CLP-F-AMOUNT           TO WS-TOTAL-STALE
              MOVE CLP-F-AMOUNT          TO WS-RPT-AMT
              MOVE SPACES                TO WS-REPORT-LINE
              STRING 'STALE  CLAIM ' CLP-F-CLAIM-NUM
                     ' SEQ ' CLP-F-PAYMENT-SEQ
                     ' SENT ' CLP-F-DISBURSE-DATE
                     ' ' CLP-F-PAYEE(1:20)
                     ' AMOUNT=' WS-RPT-AMT
                     DELIMITED BY SIZE INTO WS-REPORT-LINE
              WRITE BNKRPT-RECORD FROM WS-REPORT-LINE
           END-IF
      *
           IF WS-DAYS-OUT > WS-WINDOW-DAYS
              MOVE WS-DAY-EARLIER        TO WS-DAY-SUB
           ELSE
              PERFORM 0560-FIND-DAY
                 THRU 0560-FIND-DAY-EXIT
           END-IF
      *
           ADD 1                         TO WS-DAY-SENT-CNT(WS-DAY-SUB)
           ADD CLP-F-AMOUNT              TO WS-DAY-SENT-AMT(WS-DAY-SUB)
           EVALUATE TRUE
              WHEN CLP-F-CLEARED
                 ADD CLP-F-AMOUNT        TO
                     WS-DAY-CLEARED-AMT(WS-DAY-SUB)
              WHEN CLP-F-AWAITING-CORRECTION
                 ADD CLP-F-AMOUNT        TO
                     WS-DAY-RETURNED-AMT(WS-DAY-SUB)
              WHEN OTHER
                 ADD CLP-F-AMOUNT        TO
                     WS-DAY-OPEN-AMT(WS-DAY-SUB)
           END-EVALUATE
      *
       0550-SWEEP-ONE-PAYMENT-EXIT.
           EXIT.
      *
      *================================================================
      * 0560-FIND-DAY - POINTS WS-DAY-SUB AT THE DISBURSEMENT DATE'S
      *     SLOT, OPENING ONE IN DATE ORDER IF IT IS NEW.
      *================================================================
       0560-FIND-DAY.
      *
           MOVE ZERO                     TO WS-DAY-INS
           PERFORM VARYING WS-DAY-SUB FROM 1 BY 1
                   UNTIL WS-DAY-SUB > WS-DAY-COUNT
                      OR WS-DAY-INS NOT = ZERO
              IF WS-DAY-DATE(WS-DAY-SUB) NOT < CLP-F-DISBURSE-DATE
                 MOVE WS-DAY-SUB         TO WS-DAY-INS
              END-IF
           END-PERFORM
      *
           IF WS-DAY-INS NOT = ZERO
              IF WS-DAY-DATE(WS-DAY-INS) = CLP-F-DISBURSE-DATE
                 MOVE WS-DAY-INS         TO WS-DAY-SUB
                 GO TO 0560-FIND-DAY-EXIT
              END-IF
           END-IF
      *
           IF WS-DAY-COUNT NOT < WS-DAY-MAX
              MOVE WS-DAY-EARLIER        TO WS-DAY-SUB
              GO TO 0560-FIND-DAY-EXIT
           END-IF
      *
           IF WS-DAY-INS = ZERO
              ADD 1                      TO WS-DAY-COUNT
              MOVE WS-DAY-COUNT          TO WS-DAY-SUB
           ELSE
              PERFORM VARYING WS-DAY-SUB FROM WS-DAY-COUNT BY -1
                      UNTIL WS-DAY-SUB < WS-DAY-INS
                 MOVE WS-DAY(WS-DAY-SUB) TO WS-DAY(WS-DAY-SUB + 1)
              END-PERFORM
              ADD 1                      TO WS-DAY-COUNT
              MOVE WS-DAY-INS            TO WS-DAY-SUB
           END-IF
           MOVE CLP-F-DISBURSE-DATE      TO WS-DAY-DATE(WS-DAY-SUB)
           MOVE ZERO                     TO WS-DAY-SENT-CNT(WS-DAY-SUB)
                                            WS-DAY-SENT-AMT(WS-DAY-SUB)
                                         WS-DAY-CLEARED-AMT(WS-DAY-SUB)
                                        WS-DAY-RETURNED-AMT(WS-DAY-SUB)
                                            WS-DAY-OPEN-AMT(WS-DAY-SUB)
      *
       0560-FIND-DAY-EXIT.
           EXIT.
      *
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
      * 0800-WRITE-RECONCILIATION - EXTRACT AGAINST BANK BY
      *     DISBURSEMENT DATE, THEN THE RUN TOTALS.  'OPEN' IS WHAT
      *     WENT IN THE EXTRACT AND THE BANK HAS NOT YET ANSWERED FOR
      *     (STALE INCLUDED).
      *================================================================
       0800-WRITE-RECONCILIATION.
      *
           MOVE '-------- EXTRACT AGAINST BANK BY DISBURSEMENT DATE'
                TO BNKRPT-RECORD
           WRITE BNKRPT-RECORD
           MOVE SPACES                   TO WS-REPORT-LINE
           STRING 'DATE        PAYMENTS    EXTRACTED'
                  '     CONFIRMED      RETURNED          OPEN'
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE BNKRPT-RECORD FROM WS-REPORT-LINE
           PERFORM VARYING WS-DAY-SUB FROM 1 BY 1
                   UNTIL WS-DAY-SUB > WS-DAY-COUNT
              PERFORM 0850-WRITE-ONE-DAY
           END-PERFORM
           MOVE WS-DAY-EARLIER           TO WS-DAY-SUB
           IF WS-DAY-SENT-CNT(WS-DAY-SUB) > ZERO
              PERFORM 0850-WRITE-ONE-DAY
           END-IF
      *
           MOVE '-------- RUN TOTALS ------------------------------'
                TO BNKRPT-RECORD
           WRITE BNKRPT-RECORD
           MOVE WS-LINE-COUNT            TO WS-RPT-CNT
           MOVE SPACES                   TO WS-REPORT-LINE
           STRING 'BANK LINES READ   =' WS-RPT-CNT
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE BNKRPT-RECORD FROM WS-REPORT-LINE
           MOVE WS-CLEARED-COUNT         TO WS-RPT-CNT
           MOVE WS-TOTAL-CLEARED         TO WS-RPT-AMT
           MOVE SPACES                   TO WS-REPORT-LINE
           STRING 'CLEARED           =' WS-RPT-CNT
                  ' AMOUNT=' WS-RPT-AMT
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE BNKRPT-RECORD FROM WS-REPORT-LINE
           MOVE WS-RETURNED-COUNT        TO WS-RPT-CNT
           MOVE WS-TOTAL-RETURNED        TO WS-RPT-AMT
           MOVE SPACES                   TO WS-REPORT-LINE
           STRING 'RETURNED          =' WS-RPT-CNT
                  ' AMOUNT=' WS-RPT-AMT
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE BNKRPT-RECORD FROM WS-REPORT-LINE
           MOVE WS-STALE-COUNT           TO WS-RPT-CNT
           MOVE WS-TOTAL-STALE           TO WS-RPT-AMT
           MOVE SPACES                   TO WS-REPORT-LINE
           STRING 'MARKED STALE      =' WS-RPT-CNT
                  ' AMOUNT=' WS-RPT-AMT
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE BNKRPT-RECORD FROM WS-REPORT-LINE
           MOVE WS-ALREADY-COUNT         TO WS-RPT-CNT
           MOVE SPACES                   TO WS-REPORT-LINE
           STRING 'ALREADY APPLIED   =' WS-RPT-CNT
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE BNKRPT-RECORD FROM WS-REPORT-LINE
           MOVE WS-EXCEPTION-COUNT       TO WS-RPT-CNT
           MOVE SPACES                   TO WS-REPORT-LINE
           STRING 'NOT MATCHED       =' WS-RPT-CNT
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE BNKRPT-RECORD FROM WS-REPORT-LINE
           MOVE WS-REFUND-LINE-COUNT     TO WS-RPT-CNT
           MOVE SPACES                   TO WS-REPORT-LINE
           STRING 'REFUND/COMMISSION =' WS-RPT-CNT
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE BNKRPT-RECORD FROM WS-REPORT-LINE
      *
           DISPLAY 'LGRBNK01 - CLEARED=' WS-CLEARED-COUNT
                   ' RETURNED=' WS-RETURNED-COUNT
                   ' STALE=' WS-STALE-COUNT
                   ' NOT MATCHED=' WS-EXCEPTION-COUNT
      *
       0800-WRITE-RECONCILIATION-EXIT.
           EXIT.
      *
       0850-WRITE-ONE-DAY.
      *
           MOVE WS-DAY-SENT-CNT(WS-DAY-SUB)     TO WS-RPT-CNT
           MOVE WS-DAY-SENT-AMT(WS-DAY-SUB)     TO WS-RPT-SENT
           MOVE WS-DAY-CLEARED-AMT(WS-DAY-SUB)  TO WS-RPT-CLEARED
           MOVE WS-DAY-RETURNED-AMT(WS-DAY-SUB) TO WS-RPT-RETURNED
           MOVE WS-DAY-OPEN-AMT(WS-DAY-SUB)     TO WS-RPT-OPEN
           MOVE SPACES                   TO WS-REPORT-LINE
           STRING WS-DAY-DATE(WS-DAY-SUB) ' ' WS-RPT-CNT
                  ' ' WS-RPT-SENT ' ' WS-RPT-CLEARED
                  ' ' WS-RPT-RETURNED ' ' WS-RPT-OPEN
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE BNKRPT-RECORD FROM WS-REPORT-LINE
      *
       0850-WRITE-ONE-DAY-EXIT.
           EXIT.
      *
       0900-CLOSE-FILES.
      *
           IF BNKRTN-OPENED
              CLOSE BNKRTN
           END-IF
           CLOSE CLAIMPAY
           CLOSE CLAIMPOL
           CLOSE AUDITJNL
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
           CLOSE BNKRPT
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
                 DISPLAY '**LGRBNK01 - PERIODS OPEN ERROR - STATUS '
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
              DISPLAY '**LGRBNK01 - GLPOST OPEN ERROR - STATUS '
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
           MOVE 'LGRBNK01'               TO GLP-SOURCE
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
           DISPLAY '**LGRBNK01 - GLPOST UPDATE ERROR - STATUS '
                   GLPOST-STATUS
           MOVE 8                        TO RETURN-CODE.
      *
       0970-ADD-TO-GLPOST-EXIT.
           EXIT.
      *
      *================================================================
      * 0980-OPEN-POLICY-MASTERS - THE POLICY MASTERS, READ ONLY TO
      *     FIND THE LINE OF BUSINESS A MOVEMENT IS POSTED UNDER.  A
      *     MASTER THAT DOES NOT EXIST HOLDS NO POLICIES.
      *================================================================
       0980-OPEN-POLICY-MASTERS.
      *
           OPEN INPUT HOUSEPOL
           IF HOUSEPOL-OPEN-OK
              SET HOUSEPOL-USABLE        TO TRUE
           ELSE
              IF NOT HOUSEPOL-NOT-FOUND
                 DISPLAY '**LGRBNK01 - HOUSEPOL OPEN ERROR - STATUS '
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
                 DISPLAY '**LGRBNK01 - MOTORPOL OPEN ERROR - STATUS '
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
                 DISPLAY '**LGRBNK01 - COMMPOL OPEN ERROR - STATUS '
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
                 DISPLAY '**LGRBNK01 - ENDOWPOL OPEN ERROR - STATUS '
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
           MOVE WS-GL-CLAIM-NUM          TO CLM-CLAIM-NUM
           READ CLAIMPOL
           IF NOT CLAIMPOL-OPEN-OK
              MOVE '00'                  TO CLAIMPOL-STATUS
              GO TO 0985-FIND-CLAIM-LINE-EXIT
           END-IF
      *
           MOVE CLM-POLICY-NUM           TO WS-GL-POLICY-NUM
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
