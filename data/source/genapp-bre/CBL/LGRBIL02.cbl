       IDENTIFICATION DIVISION.
       PROGRAM-ID. LGRBIL02.
       AUTHOR. INSURANCE-APPLICATIONS-TEAM.
       INSTALLATION. POLICY-ADMINISTRATION.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.
      *================================================================
      * MODIFICATION HISTORY
      *   2026-10-15  PA  STANDARD COMPLETION RECORD ON CMPLOG
      *                   (LGCCMPL, THROUGH LGACMP01) AT THE END
      *                   OF EVERY RUN, FOR THE MORNING
      *                   OPERATIONS DIGEST.
      *   2026-10-15  PA  INSURANCE PREMIUM TAX.  A DEBIT NOTE CHARGES
      *                   THE TAX ON THE ADDITIONAL PREMIUM AND A
      *                   CREDIT NOTE REVERSES IT ON THE RETURN
      *                   PREMIUM, AT THE LGCIPTR RATE FOR THE
      *                   EFFECTIVE DATE; A RE-SPREAD CARRIES ITS TAX
      *                   ONTO THE INSTALMENTS WITH THE PREMIUM.
      *   2026-10-15  PA  PERIOD CONTROL.  NOTHING IS RAISED WHEN THE
      *                   RUN DATE'S MONTH IS CLOSED ON PERIODS, AND
      *                   EVERY NOTE OR RE-SPREAD IS POSTED TO THE GL
      *                   INTERFACE (GLPOST).
      *   2026-10-15  PA  A MOVEMENT ON A POLICY BILLED BY INSTALMENTS
      *                   IS RE-SPREAD OVER THE INSTALMENTS STILL TO
      *                   FALL DUE RATHER THAN BILLED AS ONE LUMP.
      *   2026-10-15  PA  ORIGINAL -- MID-TERM DEBIT AND CREDIT
      *                   NOTES.  THE ENDORSEMENT PATHS WRITE THE
      *                   PRO-RATA PREMIUM DELTA TO ENDORSE AND THE
      *                   CANCELLATION PATHS WORK OUT THE RETURN
      *                   PREMIUM, BUT ONLY THE ANNIVERSARY INVOICE
      *                   WAS EVER RAISED: ADDITIONAL PREMIUM WENT
      *                   UNCOLLECTED AND RETURN PREMIUM UNCREDITED.
      *================================================================
      *================================================================
      *    FUNCTION:
      *      SECOND STEP OF THE BILLING CHAIN, RUN AFTER LGRBIL01
      *      AND BEFORE LGRRCP01.  RAISES A NOTE ON BILLINV FOR
      *      EVERY PREMIUM MOVEMENT THE ANNIVERSARY RUN DOES NOT
      *      COVER:
      *        - EACH ENDORSE DETAIL ROW (LGCENDT) WITH A POSITIVE
      *          EDT-PREMIUM-DELTA GIVES A DEBIT NOTE (INV-TYPE 'D')
      *          FOR THE ADDITIONAL PREMIUM, DUE ON THE EFFECTIVE
      *          DATE OR ON THE INVOICE DATE IF THAT HAS PASSED.
      *        - EACH ROW WITH A NEGATIVE DELTA GIVES A CREDIT NOTE
      *          (INV-TYPE 'C') FOR THE RETURN PREMIUM.
      *        - EACH CANCELLED POLICY CARRYING A CANCEL-REFUND
      *          (HOUSE, MOTOR AND ENDOWMENT STATUS 'C', COMMERCIAL
      *          CBSTM 6000) GIVES A CREDIT NOTE FOR THE REFUND.
      *      THE CUSTOMER AND BROKER COME FROM THE POLICY MASTER
      *      NAMED BY EDT-LINE.  THE NOTE KEY IS BUILT FROM ITS
      *      SOURCE ROW (SEE INV-NOTE-REF IN LGCBILL), SO - AS IN
      *      LGRBIL01 - A RERUN'S DUPLICATE WRITE IS REFUSED AND
      *      COUNTED, NOT REPEATED.  A ZERO DELTA RAISES NOTHING.
      *      LGRRCP01 SETS THE CREDIT NOTES OFF AGAINST OPEN
      *      INVOICES; LGRARR01 AGES THE NET.
      *
      *      WHERE THE POLICY IS BILLED BY INSTALMENTS (LGRBIL01) AND
      *      HAS UNPAID INSTALMENTS FALLING DUE ON OR AFTER THE
      *      EFFECTIVE DATE - AND, FOR ADDITIONAL PREMIUM, NOT BEFORE
      *      TODAY - THE MOVEMENT IS RE-SPREAD OVER THOSE INSTEAD:
      *      EVENLY, THE LAST TAKING THE ODD CENTS, ADDED TO EACH FOR
      *      A DEBIT AND TAKEN OFF EACH (NEVER BELOW WHAT HAS BEEN
      *      PAID ON IT) FOR A CREDIT.  THE NOTE KEY IS STILL WRITTEN,
      *      AS A SETTLED RE-SPREAD RECORD (INV-TYPE 'S'), SO A RERUN
      *      FINDS IT AND DOES NOT SPREAD THE MOVEMENT TWICE.  RETURN
      *      PREMIUM THE REMAINING INSTALMENTS CANNOT ABSORB TURNS
      *      THAT RECORD INTO A CREDIT NOTE FOR THE REST.  WITH NO
      *      SUCH INSTALMENTS THE NOTE IS RAISED AS BEFORE.
      *
      *      NOTES ARE DATED WITH THE RUN DATE, SO NOTHING IS RAISED
      *      WHEN THAT MONTH HAS BEEN CLOSED ON PERIODS (LGCPERD).
      *      EACH MOVEMENT RAISED - NOTE OR RE-SPREAD, FOR ITS WHOLE
      *      AMOUNT - IS POSTED TO GLPOST (LGCGLPT) UNDER ITS LINE:
      *      ADDITIONAL PREMIUM DEBITS RECEIVABLES AND CREDITS
      *      WRITTEN PREMIUM, RETURN PREMIUM THE OTHER WAY ROUND.
      *
      *      INSURANCE PREMIUM TAX FOLLOWS THE PREMIUM: THE TAX ON THE
      *      MOVEMENT AT THE LGCIPTR RATE FOR ITS LINE ON ITS
      *      EFFECTIVE DATE IS ADDED TO IT - CHARGED ON A DEBIT NOTE,
      *      REVERSED ON A CREDIT NOTE - AND HELD APART ON THE ROW
      *      (INV-IPT-RATE, INV-IPT-AMOUNT) AS LGRBIL01 DOES.  A
      *      RE-SPREAD MOVES PREMIUM AND TAX TOGETHER, EACH
      *      INSTALMENT'S TAX BY ITS SHARE.  THE TAX IS POSTED TO
      *      GLPOST AGAINST IPT PAYABLE, AND TO THE QUARTER'S CHARGED
      *      OR REFUNDED TOTAL ON IPTLEDG (LGCIPTL).
      *
      *    INPUT FILES:  BL2PARM  - OPTIONAL CARD, COLS 1-10 = THE
      *                             EARLIEST DATE (CCYY-MM-DD) TO
      *                             BILL FROM.  ENDORSEMENTS RECORDED
      *                             AND CANCELLATIONS DATED BEFORE IT
      *                             ARE LEFT ALONE - THE CUT-OVER FOR
      *                             MOVEMENTS ALREADY SETTLED BY HAND.
      *                             BLANK OR ABSENT = BILL EVERYTHING.
      *                  ENDORSE  - ENDORSEMENT DETAIL KSDS.
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
      *                  BL2RPT   - NOTE RUN REPORT.
      *                  CMPLOG   - BATCH COMPLETION LOG (LGCCMPL,
      *                             THROUGH LGACMP01).
      *
      *    RETURN CODE:  00 - NOTHING TO RAISE
      *                  04 - NOTES RAISED OR MOVEMENTS RE-SPREAD,
      *                       OR AN ENDORSEMENT WHOSE POLICY COULD
      *                       NOT BE FOUND
      *                  08 - FILE ERROR, OR THE RUN DATE'S MONTH IS
      *                       CLOSED
      *================================================================
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *
           SELECT BL2PARM ASSIGN TO BL2PARM
              FILE STATUS IS BL2PARM-STATUS.
      *
           SELECT ENDORSE ASSIGN TO ENDORSE
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS EDT-KEY
              FILE STATUS IS ENDORSE-STATUS.
      *
           SELECT HOUSEPOL ASSIGN TO HOUSEPOL
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS HSM-POLICY-NUM
              FILE STATUS IS HOUSEPOL-STATUS.
      *
           SELECT MOTORPOL ASSIGN TO MOTORPOL
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS MTM-POLICY-NUM
              FILE STATUS IS MOTORPOL-STATUS.
      *
           SELECT COMMPOL ASSIGN TO COMMPOL
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS CML-POLICY-NUM
              FILE STATUS IS COMMPOL-STATUS.
      *
           SELECT ENDOWPOL ASSIGN TO ENDOWPOL
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS ENM-POLICY-NUM
              FILE STATUS IS ENDOWPOL-STATUS.
      *
           SELECT BILLINV ASSIGN TO BILLINV
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
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
           SELECT BL2RPT ASSIGN TO BL2RPT
              FILE STATUS IS BL2RPT-STATUS.
      *
       DATA DIVISION.
       FILE SECTION.
      *
       FD  BL2PARM
           BLOCK CONTAINS 0 RECORDS.
       01  BL2PARM-RECORD                 PIC X(80).
      *
       FD  ENDORSE
           BLOCK CONTAINS 0 RECORDS.
       COPY LGCENDT.
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
       FD  BL2RPT
           BLOCK CONTAINS 0 RECORDS.
       01  BL2RPT-RECORD                  PIC X(100).
      *
       WORKING-STORAGE SECTION.
      *
       77  FILLER                         PIC X(36) VALUE
                   'LGRBIL02 WORKING STORAGE BEGINS HR'.
      *
       01  WS-AREA.
           05  BL2PARM-STATUS             PIC XX VALUE '00'.
               88  BL2PARM-VALID-STATUS           VALUE '00'.
           05  ENDORSE-STATUS             PIC XX VALUE '00'.
               88  ENDORSE-OPEN-OK                VALUE '00'.
           05  HOUSEPOL-STATUS            PIC XX VALUE '00'.
               88  HOUSEPOL-OPEN-OK               VALUE '00'.
           05  MOTORPOL-STATUS            PIC XX VALUE '00'.
               88  MOTORPOL-OPEN-OK               VALUE '00'.
           05  COMMPOL-STATUS             PIC XX VALUE '00'.
               88  COMMPOL-OPEN-OK                VALUE '00'.
           05  ENDOWPOL-STATUS            PIC XX VALUE '00'.
               88  ENDOWPOL-OPEN-OK               VALUE '00'.
           05  BILLINV-STATUS             PIC XX VALUE '00'.
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
           05  BL2RPT-STATUS              PIC XX VALUE '00'.
           05  SW-EOF                     PIC X(01) VALUE 'N'.
               88  END-OF-FILE                    VALUE 'Y'.
           05  SW-MASTER-FOUND            PIC X(01) VALUE 'N'.
               88  MASTER-FOUND                   VALUE 'Y'.
           05  SW-END-OF-ACCOUNT          PIC X(01) VALUE 'N'.
               88  END-OF-ACCOUNT                 VALUE 'Y'.
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
           05  WS-PARM-FROM-DATE          PIC X(10).
           05  FILLER                     PIC X(70).
      *
       01  WS-BILL-FROM-DATE              PIC X(10) VALUE SPACES.
      *
       01  WS-TODAY-DATE                  PIC 9(08).
       01  WS-TODAY-DATE10                PIC X(10).
      *
      *    FIELDS STAGED FOR THE NOTE WRITE.
       01  WS-NOTE-POLICY-NUM             PIC 9(10) VALUE ZERO.
       01  WS-NOTE-SOURCE                 PIC X(03) VALUE SPACES.
       01  WS-NOTE-SEQ                    PIC 9(04) VALUE ZERO.
       01  WS-NOTE-CUSTOMER-NUM           PIC 9(10) VALUE ZERO.
       01  WS-NOTE-LINE                   PIC X(01) VALUE SPACE.
       01  WS-NOTE-BROKERID               PIC 9(10) VALUE ZERO.
       01  WS-NOTE-TYPE                   PIC X(01) VALUE SPACE.
       01  WS-NOTE-EFFECTIVE-DATE         PIC X(10) VALUE SPACES.
       01  WS-NOTE-AMOUNT                 PIC 9(08)V99 VALUE ZERO.
      *    THE TAX ON WS-NOTE-AMOUNT, AND THE TWO TOGETHER.
       01  WS-NOTE-IPT                    PIC 9(08)V99 VALUE ZERO.
       01  WS-NOTE-GROSS                  PIC 9(08)V99 VALUE ZERO.
       01  WS-CANCEL-DATE10               PIC X(10) VALUE SPACES.
      *
      *    RE-SPREAD WORK FIELDS - SEE 0600-RESPREAD-NOTE.  THE KEYS
      *    HELD ARE THE POLICY'S INSTALMENTS TAKING A SHARE; TWO
      *    CYCLES OF MONTHLY INSTALMENTS IS THE MOST THAT CAN BE OPEN.
       01  WS-SPREAD-MAX                  PIC 9(02) COMP VALUE 24.
       01  WS-SPREAD-COUNT                PIC 9(02) COMP VALUE ZERO.
       01  WS-SPREAD-SUB                  PIC 9(02) COMP VALUE ZERO.
       01  WS-SPREAD-KEYS.
           05  WS-SPREAD-KEY OCCURS 24 TIMES PIC X(20).
       01  WS-SPREAD-FROM-DATE            PIC X(10) VALUE SPACES.
       01  WS-SPREAD-EACH                 PIC 9(08)V99 VALUE ZERO.
       01  WS-SPREAD-SHARE                PIC 9(08)V99 VALUE ZERO.
       01  WS-SPREAD-LEFT                 PIC 9(08)V99 VALUE ZERO.
       01  WS-SPREAD-OUTSTANDING          PIC 9(08)V99 VALUE ZERO.
       01  WS-SPREAD-NOTE-KEY             PIC X(20).
       01  WS-SPREAD-IPT-SHARE            PIC 9(08)V99 VALUE ZERO.
       01  WS-SPREAD-IPT-LEFT             PIC 9(08)V99 VALUE ZERO.
       01  WS-SPREAD-PREMIUM              PIC 9(08)V99 VALUE ZERO.
      *
       01  WS-ENDORSE-READ                PIC 9(07) COMP VALUE ZERO.
       01  WS-DEBIT-COUNT                 PIC 9(07) COMP VALUE ZERO.
       01  WS-CREDIT-COUNT                PIC 9(07) COMP VALUE ZERO.
       01  WS-ALREADY-BILLED-COUNT        PIC 9(07) COMP VALUE ZERO.
       01  WS-NO-CHANGE-COUNT             PIC 9(07) COMP VALUE ZERO.
       01  WS-BEFORE-CUTOVER-COUNT        PIC 9(07) COMP VALUE ZERO.
       01  WS-NO-MASTER-COUNT             PIC 9(07) COMP VALUE ZERO.
       01  WS-TOTAL-DEBITED               PIC 9(11)V99 VALUE ZERO.
       01  WS-TOTAL-CREDITED              PIC 9(11)V99 VALUE ZERO.
       01  WS-RESPREAD-COUNT              PIC 9(07) COMP VALUE ZERO.
       01  WS-TOTAL-RESPREAD-DR           PIC 9(11)V99 VALUE ZERO.
       01  WS-TOTAL-RESPREAD-CR           PIC 9(11)V99 VALUE ZERO.
       01  WS-TOTAL-IPT-CHARGED           PIC 9(11)V99 VALUE ZERO.
       01  WS-TOTAL-IPT-REFUNDED          PIC 9(11)V99 VALUE ZERO.
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
       01  WS-RPT-IPT                     PIC -(7)9.99.
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
           IF RETURN-CODE NOT = 8
              PERFORM 0200-SCAN-HOUSEPOL
                 THRU 0200-SCAN-HOUSEPOL-EXIT
              PERFORM 0250-SCAN-MOTORPOL
                 THRU 0250-SCAN-MOTORPOL-EXIT
              PERFORM 0300-SCAN-COMMPOL
                 THRU 0300-SCAN-COMMPOL-EXIT
              PERFORM 0350-SCAN-ENDOWPOL
                 THRU 0350-SCAN-ENDOWPOL-EXIT
              PERFORM 0400-SCAN-ENDORSE
                 THRU 0400-SCAN-ENDORSE-EXIT
           END-IF
           PERFORM 0800-WRITE-RUN-SUMMARY
           PERFORM 0900-CLOSE-FILES
      *
           IF RETURN-CODE NOT = 8
              IF WS-DEBIT-COUNT > ZERO
                 OR WS-CREDIT-COUNT > ZERO
                 OR WS-RESPREAD-COUNT > ZERO
                 OR WS-NO-MASTER-COUNT > ZERO
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
           OPEN OUTPUT BL2RPT
           MOVE '-------- LGRBIL02 MID-TERM NOTE RUN -------------'
                TO BL2RPT-RECORD
           WRITE BL2RPT-RECORD
      *
           OPEN INPUT BL2PARM
           IF BL2PARM-VALID-STATUS
              READ BL2PARM INTO WS-PARM-REC
                 AT END CONTINUE
                 NOT AT END
                    MOVE WS-PARM-FROM-DATE TO WS-BILL-FROM-DATE
              END-READ
              CLOSE BL2PARM
           END-IF
      *
           MOVE SPACES                   TO WS-REPORT-LINE
           IF WS-BILL-FROM-DATE = SPACES
              MOVE 'BILLING FROM=ALL MOVEMENTS' TO WS-REPORT-LINE
           ELSE
              STRING 'BILLING FROM=' WS-BILL-FROM-DATE
                     DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-IF
           WRITE BL2RPT-RECORD FROM WS-REPORT-LINE
      *
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           MOVE WS-TODAY-DATE(1:4)       TO WS-TODAY-DATE10(1:4)
           MOVE '-'                      TO WS-TODAY-DATE10(5:1)
           MOVE WS-TODAY-DATE(5:2)       TO WS-TODAY-DATE10(6:2)
           MOVE '-'                      TO WS-TODAY-DATE10(8:1)
           MOVE WS-TODAY-DATE(7:2)       TO WS-TODAY-DATE10(9:2)
      *
           OPEN INPUT ENDORSE
           OPEN INPUT HOUSEPOL
           OPEN INPUT MOTORPOL
           OPEN INPUT COMMPOL
           OPEN INPUT ENDOWPOL
      *
           OPEN I-O BILLINV
           IF BILLINV-NOT-FOUND
              OPEN OUTPUT BILLINV
              CLOSE BILLINV
              OPEN I-O BILLINV
           END-IF
           IF NOT BILLINV-OPEN-OK
              DISPLAY '**LGRBIL02 - BILLINV OPEN ERROR - STATUS '
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
                     ' IS CLOSED - NOTHING RAISED'
                     DELIMITED BY SIZE INTO WS-REPORT-LINE
              WRITE BL2RPT-RECORD FROM WS-REPORT-LINE
              DISPLAY '**LGRBIL02 - PERIOD ' WS-GL-PERIOD
                      ' IS CLOSED - NOTHING RAISED'
           END-IF
      *
       0100-INITIALIZATION-EXIT.
           EXIT.
      *
      *================================================================
      * 0200-0350 - CANCELLATION SCANS.  ONE CREDIT NOTE PER
      *     CANCELLED POLICY WITH A REFUND, KEYED 'CAN' + ZEROS.  THE
      *     MASTERS ARE READ FROM THE START HERE, BEFORE 0400 USES
      *     THEM FOR RANDOM LOOK-UPS.
      *================================================================
       0200-SCAN-HOUSEPOL.
      *
           IF NOT HOUSEPOL-OPEN-OK
              GO TO 0200-SCAN-HOUSEPOL-EXIT
           END-IF
           MOVE 'N'                      TO SW-EOF
           PERFORM UNTIL END-OF-FILE
              READ HOUSEPOL NEXT RECORD
                 AT END SET END-OF-FILE  TO TRUE
              END-READ
              IF NOT END-OF-FILE
                 AND HSM-POLICY-CANCELLED
                 AND HSM-CANCEL-REFUND > ZERO
                 MOVE HSM-POLICY-NUM     TO WS-NOTE-POLICY-NUM
                 MOVE HSM-CUSTOMER-NUM   TO WS-NOTE-CUSTOMER-NUM
                 MOVE 'H'                TO WS-NOTE-LINE
                 MOVE HSM-BROKERID       TO WS-NOTE-BROKERID
                 MOVE HSM-CANCEL-DATE    TO WS-CANCEL-DATE10
                 MOVE HSM-CANCEL-REFUND  TO WS-NOTE-AMOUNT
                 PERFORM 0500-CANCELLATION-CREDIT
                    THRU 0500-CANCELLATION-CREDIT-EXIT
              END-IF
           END-PERFORM
           MOVE '00'                     TO HOUSEPOL-STATUS
      *
       0200-SCAN-HOUSEPOL-EXIT.
           EXIT.
      *
       0250-SCAN-MOTORPOL.
      *
           IF NOT MOTORPOL-OPEN-OK
              GO TO 0250-SCAN-MOTORPOL-EXIT
           END-IF
           MOVE 'N'                      TO SW-EOF
           PERFORM UNTIL END-OF-FILE
              READ MOTORPOL NEXT RECORD
                 AT END SET END-OF-FILE  TO TRUE
              END-READ
              IF NOT END-OF-FILE
                 AND MTM-POLICY-CANCELLED
                 AND MTM-CANCEL-REFUND > ZERO
                 MOVE MTM-POLICY-NUM     TO WS-NOTE-POLICY-NUM
                 MOVE MTM-CUSTOMER-NUM   TO WS-NOTE-CUSTOMER-NUM
                 MOVE 'M'                TO WS-NOTE-LINE
                 MOVE MTM-BROKERID       TO WS-NOTE-BROKERID
                 MOVE MTM-CANCEL-DATE    TO WS-CANCEL-DATE10
                 MOVE MTM-CANCEL-REFUND  TO WS-NOTE-AMOUNT
                 PERFORM 0500-CANCELLATION-CREDIT
                    THRU 0500-CANCELLATION-CREDIT-EXIT
              END-IF
           END-PERFORM
           MOVE '00'                     TO MOTORPOL-STATUS
      *
       0250-SCAN-MOTORPOL-EXIT.
           EXIT.
      *
      *================================================================
      * 0300-SCAN-COMMPOL - COMMERCIAL CANCELLATION IS CBSTM 6000,
      *     COMPARED AS A LITERAL FOR THE SAME REASON AS IN LGRBIL01.
      *     THE DATE OF THE MOVE IS CML-B-STATUS-DATE (CCYYMMDD).
      *================================================================
       0300-SCAN-COMMPOL.
      *
           IF NOT COMMPOL-OPEN-OK
              GO TO 0300-SCAN-COMMPOL-EXIT
           END-IF
           MOVE 'N'                      TO SW-EOF
           PERFORM UNTIL END-OF-FILE
              READ COMMPOL NEXT RECORD
                 AT END SET END-OF-FILE  TO TRUE
              END-READ
              IF NOT END-OF-FILE
                 AND CML-B-STATUS = 6000
                 AND CML-CANCEL-REFUND > ZERO
                 MOVE CML-POLICY-NUM     TO WS-NOTE-POLICY-NUM
                 MOVE CML-CUSTOMER-NUM   TO WS-NOTE-CUSTOMER-NUM
                 MOVE 'C'                TO WS-NOTE-LINE
                 MOVE CML-BROKERID       TO WS-NOTE-BROKERID
                 MOVE CML-B-STATUS-DATE(1:4) TO WS-CANCEL-DATE10(1:4)
                 MOVE '-'                TO WS-CANCEL-DATE10(5:1)
                 MOVE CML-B-STATUS-DATE(5:2) TO WS-CANCEL-DATE10(6:2)
                 MOVE '-'                TO WS-CANCEL-DATE10(8:1)
                 MOVE CML-B-STATUS-DATE(7:2) TO WS-CANCEL-DATE10(9:2)
                 MOVE CML-CANCEL-REFUND  TO WS-NOTE-AMOUNT
                 PERFORM 0500-CANCELLATION-CREDIT
                    THRU 0500-CANCELLATION-CREDIT-EXIT
              END-IF
           END-PERFORM
           MOVE '00'                     TO COMMPOL-STATUS
      *
       0300-SCAN-COMMPOL-EXIT.
           EXIT.
      *
       0350-SCAN-ENDOWPOL.
      *
           IF NOT ENDOWPOL-OPEN-OK
              GO TO 0350-SCAN-ENDOWPOL-EXIT
           END-IF
           MOVE 'N'                      TO SW-EOF
           PERFORM UNTIL END-OF-FILE
              READ ENDOWPOL NEXT RECORD
                 AT END SET END-OF-FILE  TO TRUE
              END-READ
              IF NOT END-OF-FILE
                 AND ENM-POLICY-CANCELLED
                 AND ENM-CANCEL-REFUND > ZERO
                 MOVE ENM-POLICY-NUM     TO WS-NOTE-POLICY-NUM
                 MOVE ENM-CUSTOMER-NUM   TO WS-NOTE-CUSTOMER-NUM
                 MOVE 'E'                TO WS-NOTE-LINE
                 MOVE ENM-BROKERID       TO WS-NOTE-BROKERID
                 MOVE ENM-CANCEL-DATE    TO WS-CANCEL-DATE10
                 MOVE ENM-CANCEL-REFUND  TO WS-NOTE-AMOUNT
                 PERFORM 0500-CANCELLATION-CREDIT
                    THRU 0500-CANCELLATION-CREDIT-EXIT
              END-IF
           END-PERFORM
           MOVE '00'                     TO ENDOWPOL-STATUS
      *
       0350-SCAN-ENDOWPOL-EXIT.
           EXIT.
      *
      *================================================================
      * 0400-SCAN-ENDORSE - ONE NOTE PER ENDORSE ROW WITH A PREMIUM
      *     MOVEMENT, KEYED 'END' + EDT-ENDORSE-SEQ.  THE OWNING
      *     MASTER IS READ FOR THE CUSTOMER AND BROKER; A ROW WHOSE
      *     POLICY CANNOT BE FOUND IS REPORTED AND LEFT UNBILLED.
      *================================================================
       0400-SCAN-ENDORSE.
      *
           IF NOT ENDORSE-OPEN-OK
              GO TO 0400-SCAN-ENDORSE-EXIT
           END-IF
           MOVE 'N'                      TO SW-EOF
           PERFORM UNTIL END-OF-FILE
              READ ENDORSE NEXT RECORD
                 AT END SET END-OF-FILE  TO TRUE
              END-READ
              IF NOT END-OF-FILE
                 ADD 1                   TO WS-ENDORSE-READ
              END-IF
              IF NOT END-OF-FILE
                 PERFORM 0450-BILL-ONE-ENDORSEMENT
                    THRU 0450-BILL-ONE-ENDORSEMENT-EXIT
              END-IF
           END-PERFORM
           MOVE '00'                     TO ENDORSE-STATUS
      *
       0400-SCAN-ENDORSE-EXIT.
           EXIT.
      *
       0450-BILL-ONE-ENDORSEMENT.
      *
           IF EDT-PREMIUM-DELTA = ZERO
              ADD 1                      TO WS-NO-CHANGE-COUNT
              GO TO 0450-BILL-ONE-ENDORSEMENT-EXIT
           END-IF
      *
           IF WS-BILL-FROM-DATE NOT = SPACES
              AND EDT-RECORDED-DATE < WS-BILL-FROM-DATE
              ADD 1                      TO WS-BEFORE-CUTOVER-COUNT
              GO TO 0450-BILL-ONE-ENDORSEMENT-EXIT
           END-IF
      *
           PERFORM 0460-READ-OWNING-MASTER
           IF NOT MASTER-FOUND
              ADD 1                      TO WS-NO-MASTER-COUNT
              MOVE SPACES                TO WS-REPORT-LINE
              STRING 'NOT BILLED - POLICY ' EDT-POLICY-NUM
                     ' LINE ' EDT-LINE
                     ' ENDORSEMENT ' EDT-ENDORSE-SEQ
                     ' - POLICY MASTER NOT FOUND'
                     DELIMITED BY SIZE INTO WS-REPORT-LINE
              WRITE BL2RPT-RECORD FROM WS-REPORT-LINE
              GO TO 0450-BILL-ONE-ENDORSEMENT-EXIT
           END-IF
      *
           MOVE EDT-POLICY-NUM           TO WS-NOTE-POLICY-NUM
           MOVE 'END'                    TO WS-NOTE-SOURCE
           MOVE EDT-ENDORSE-SEQ          TO WS-NOTE-SEQ
           MOVE EDT-LINE                 TO WS-NOTE-LINE
           MOVE EDT-EFFECTIVE-DATE       TO WS-NOTE-EFFECTIVE-DATE
           IF EDT-PREMIUM-DELTA > ZERO
              MOVE 'D'                   TO WS-NOTE-TYPE
              MOVE EDT-PREMIUM-DELTA     TO WS-NOTE-AMOUNT
           ELSE
              MOVE 'C'                   TO WS-NOTE-TYPE
              COMPUTE WS-NOTE-AMOUNT = 0 - EDT-PREMIUM-DELTA
           END-IF
           PERFORM 0600-RESPREAD-NOTE
              THRU 0600-RESPREAD-NOTE-EXIT
      *
       0450-BILL-ONE-ENDORSEMENT-EXIT.
           EXIT.
      *
       0460-READ-OWNING-MASTER.
      *
           MOVE 'N'                      TO SW-MASTER-FOUND
           EVALUATE EDT-LINE
              WHEN 'H'
                 IF HOUSEPOL-OPEN-OK
                    MOVE EDT-POLICY-NUM  TO HSM-POLICY-NUM
                    READ HOUSEPOL
                    IF HOUSEPOL-OPEN-OK
                       MOVE 'Y'          TO SW-MASTER-FOUND
                       MOVE HSM-CUSTOMER-NUM TO WS-NOTE-CUSTOMER-NUM
                       MOVE HSM-BROKERID TO WS-NOTE-BROKERID
                    ELSE
                       MOVE '00'         TO HOUSEPOL-STATUS
                    END-IF
                 END-IF
              WHEN 'M'
                 IF MOTORPOL-OPEN-OK
                    MOVE EDT-POLICY-NUM  TO MTM-POLICY-NUM
                    READ MOTORPOL
                    IF MOTORPOL-OPEN-OK
                       MOVE 'Y'          TO SW-MASTER-FOUND
                       MOVE MTM-CUSTOMER-NUM TO WS-NOTE-CUSTOMER-NUM
                       MOVE MTM-BROKERID TO WS-NOTE-BROKERID
                    ELSE
                       MOVE '00'         TO MOTORPOL-STATUS
                    END-IF
                 END-IF
              WHEN 'C'
                 IF COMMPOL-OPEN-OK
                    MOVE EDT-POLICY-NUM  TO CML-POLICY-NUM
                    READ COMMPOL
                    IF COMMPOL-OPEN-OK
                       MOVE 'Y'          TO SW-MASTER-FOUND
                       MOVE CML-CUSTOMER-NUM TO WS-NOTE-CUSTOMER-NUM
                       MOVE CML-BROKERID TO WS-NOTE-BROKERID
                    ELSE
                       MOVE '00'         TO COMMPOL-STATUS
                    END-IF
                 END-IF
              WHEN 'E'
                 IF ENDOWPOL-OPEN-OK
                    MOVE EDT-POLICY-NUM  TO ENM-POLICY-NUM
                    READ ENDOWPOL
                    IF ENDOWPOL-OPEN-OK
                       MOVE 'Y'          TO SW-MASTER-FOUND
                       MOVE ENM-CUSTOMER-NUM TO WS-NOTE-CUSTOMER-NUM
                       MOVE ENM-BROKERID TO WS-NOTE-BROKERID
                    ELSE
                       MOVE '00'         TO ENDOWPOL-STATUS
                    END-IF
                 END-IF
           END-EVALUATE
      *
       0460-READ-OWNING-MASTER-EXIT.
           EXIT.
      *
       0500-CANCELLATION-CREDIT.
      *
           IF WS-BILL-FROM-DATE NOT = SPACES
              AND WS-CANCEL-DATE10 < WS-BILL-FROM-DATE
              ADD 1                      TO WS-BEFORE-CUTOVER-COUNT
              GO TO 0500-CANCELLATION-CREDIT-EXIT
           END-IF
      *
           MOVE 'CAN'                    TO WS-NOTE-SOURCE
           MOVE ZERO                     TO WS-NOTE-SEQ
           MOVE 'C'                      TO WS-NOTE-TYPE
           MOVE WS-CANCEL-DATE10         TO WS-NOTE-EFFECTIVE-DATE
           PERFORM 0600-RESPREAD-NOTE
              THRU 0600-RESPREAD-NOTE-EXIT
      *
       0500-CANCELLATION-CREDIT-EXIT.
           EXIT.
      *
      *================================================================
      * 0600-RESPREAD-NOTE - RE-SPREADS THE STAGED MOVEMENT OVER THE
      *     POLICY'S REMAINING INSTALMENTS, OR HANDS IT TO 0700 AS A
      *     NOTE WHEN THERE ARE NONE.  THE RE-SPREAD RECORD GOES ON
      *     FIRST: IF ITS KEY IS ALREADY THERE AN EARLIER RUN HAS
      *     DONE THE SPREAD AND NOTHING IS TOUCHED.
      *================================================================
       0600-RESPREAD-NOTE.
      *
           MOVE WS-NOTE-LINE             TO WS-IPT-LINE
           MOVE WS-NOTE-EFFECTIVE-DATE   TO WS-IPT-TAX-DATE
           PERFORM 0930-FIND-IPT-RATE
              THRU 0930-FIND-IPT-RATE-EXIT
           COMPUTE WS-NOTE-IPT ROUNDED =
                   WS-NOTE-AMOUNT * WS-IPT-RATE / 100
           COMPUTE WS-NOTE-GROSS = WS-NOTE-AMOUNT + WS-NOTE-IPT
      *
           MOVE WS-NOTE-EFFECTIVE-DATE   TO WS-SPREAD-FROM-DATE
           IF WS-NOTE-TYPE = 'D'
              AND WS-SPREAD-FROM-DATE < WS-TODAY-DATE10
              MOVE WS-TODAY-DATE10       TO WS-SPREAD-FROM-DATE
           END-IF
           PERFORM 0620-GATHER-INSTALMENTS
              THRU 0620-GATHER-INSTALMENTS-EXIT
           IF WS-SPREAD-COUNT = ZERO
              PERFORM 0700-WRITE-NOTE
              GO TO 0600-RESPREAD-NOTE-EXIT
           END-IF
      *
           MOVE SPACES                   TO PREMIUM-INVOICE-RECORD
           MOVE WS-NOTE-POLICY-NUM       TO INV-POLICY-NUM
           MOVE WS-NOTE-SOURCE           TO INV-NOTE-SOURCE
           MOVE WS-NOTE-SEQ              TO INV-NOTE-SEQ
           MOVE WS-NOTE-CUSTOMER-NUM     TO INV-CUSTOMER-NUM
           MOVE WS-NOTE-LINE             TO INV-LINE
           MOVE WS-NOTE-BROKERID         TO INV-BROKERID
           MOVE WS-TODAY-DATE10          TO INV-INVOICE-DATE
                                            INV-DUE-DATE
           MOVE WS-NOTE-GROSS            TO INV-AMOUNT-DUE
                                            INV-AMOUNT-PAID
           MOVE WS-IPT-RATE              TO INV-IPT-RATE
           MOVE WS-NOTE-IPT              TO INV-IPT-AMOUNT
           SET INV-STATUS-SETTLED        TO TRUE
           MOVE SPACES                   TO INV-LAST-RECEIPT-DATE
           SET INV-TYPE-RESPREAD         TO TRUE
           MOVE INV-KEY                  TO WS-SPREAD-NOTE-KEY
      *
           WRITE PREMIUM-INVOICE-RECORD
      *
           IF BILLINV-DUPLICATE
              ADD 1                      TO WS-ALREADY-BILLED-COUNT
              MOVE '00'                  TO BILLINV-STATUS
              GO TO 0600-RESPREAD-NOTE-EXIT
           END-IF
           IF NOT BILLINV-OPEN-OK
              DISPLAY '**LGRBIL02 - BILLINV WRITE ERROR - STATUS '
                      BILLINV-STATUS
              MOVE 8                     TO RETURN-CODE
              GO TO 0600-RESPREAD-NOTE-EXIT
           END-IF
      *
      *    THE WHOLE MOVEMENT GOES TO THE LEDGER NOW - WHAT THE
      *    INSTALMENTS CANNOT TAKE STAYS IN RECEIVABLES AS THE NOTE
      *    0660 MAKES OF THE REST.
           PERFORM 0720-POST-NOTE
              THRU 0720-POST-NOTE-EXIT
      *
           MOVE WS-NOTE-GROSS            TO WS-SPREAD-LEFT
           MOVE WS-NOTE-IPT              TO WS-SPREAD-IPT-LEFT
           COMPUTE WS-SPREAD-EACH = WS-NOTE-GROSS / WS-SPREAD-COUNT
           PERFORM 0640-ADJUST-INSTALMENT
              THRU 0640-ADJUST-INSTALMENT-EXIT
              VARYING WS-SPREAD-SUB FROM 1 BY 1
              UNTIL WS-SPREAD-SUB > WS-SPREAD-COUNT
      *
           ADD 1                         TO WS-RESPREAD-COUNT
           COMPUTE WS-SPREAD-PREMIUM =
                   WS-NOTE-GROSS - WS-SPREAD-LEFT
                 - WS-NOTE-IPT + WS-SPREAD-IPT-LEFT
           IF WS-NOTE-TYPE = 'D'
              ADD WS-SPREAD-PREMIUM      TO WS-TOTAL-RESPREAD-DR
              MOVE WS-SPREAD-PREMIUM     TO WS-RPT-AMT
              COMPUTE WS-RPT-IPT = WS-NOTE-IPT - WS-SPREAD-IPT-LEFT
           ELSE
              ADD WS-SPREAD-PREMIUM      TO WS-TOTAL-RESPREAD-CR
              COMPUTE WS-RPT-AMT = 0 - WS-SPREAD-PREMIUM
              COMPUTE WS-RPT-IPT = WS-SPREAD-IPT-LEFT - WS-NOTE-IPT
           END-IF
           MOVE WS-SPREAD-COUNT          TO WS-RPT-CNT
           MOVE SPACES                   TO WS-REPORT-LINE
           STRING 'SPREAD ' WS-NOTE-TYPE ' ' WS-NOTE-LINE
                  ' POLICY ' WS-NOTE-POLICY-NUM
                  ' REF ' WS-NOTE-SOURCE WS-NOTE-SEQ
                  ' OVER' WS-RPT-CNT ' INSTALS'
                  ' AMOUNT=' WS-RPT-AMT
                  ' IPT=' WS-RPT-IPT
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE BL2RPT-RECORD FROM WS-REPORT-LINE
      *
           IF WS-SPREAD-LEFT > ZERO
              PERFORM 0660-NOTE-FOR-THE-REST
                 THRU 0660-NOTE-FOR-THE-REST-EXIT
           END-IF
      *
       0600-RESPREAD-NOTE-EXIT.
           EXIT.
      *
      *================================================================
      * 0620-GATHER-INSTALMENTS - HOLDS THE KEYS OF THE POLICY'S
      *     INSTALMENTS STILL OWING SOMETHING AND FALLING DUE ON OR
      *     AFTER WS-SPREAD-FROM-DATE.  THE INSTALMENT KEYS ALL START
      *     'INS' UNDER THE POLICY NUMBER, SO ONE BROWSE FROM THERE
      *     FINDS THEM.
      *================================================================
       0620-GATHER-INSTALMENTS.
      *
           MOVE ZERO                     TO WS-SPREAD-COUNT
           MOVE WS-NOTE-POLICY-NUM       TO INV-POLICY-NUM
           MOVE LOW-VALUES               TO INV-CYCLE-DATE
           MOVE 'INS'                    TO INV-INST-SOURCE
           MOVE 'N'                      TO SW-END-OF-ACCOUNT
           START BILLINV KEY NOT < INV-KEY
              INVALID KEY SET END-OF-ACCOUNT TO TRUE
           END-START
      *
           PERFORM UNTIL END-OF-ACCOUNT
              READ BILLINV NEXT RECORD
                 AT END SET END-OF-ACCOUNT TO TRUE
              END-READ
              IF NOT END-OF-ACCOUNT
                 IF INV-POLICY-NUM NOT = WS-NOTE-POLICY-NUM
                    OR INV-INST-SOURCE NOT = 'INS'
                    SET END-OF-ACCOUNT   TO TRUE
                 ELSE
                    IF INV-TYPE-INSTALMENT
                       AND INV-AMOUNT-PAID < INV-AMOUNT-DUE
                       AND INV-DUE-DATE NOT < WS-SPREAD-FROM-DATE
                       AND WS-SPREAD-COUNT < WS-SPREAD-MAX
                       ADD 1             TO WS-SPREAD-COUNT
                       MOVE INV-KEY      TO
                            WS-SPREAD-KEY(WS-SPREAD-COUNT)
                    END-IF
                 END-IF
              END-IF
           END-PERFORM
           MOVE '00'                     TO BILLINV-STATUS
      *
       0620-GATHER-INSTALMENTS-EXIT.
           EXIT.
      *
      *================================================================
      * 0640-ADJUST-INSTALMENT - MOVES ONE INSTALMENT BY ITS SHARE.
      *     THE LAST ONE TAKES WHATEVER IS LEFT, SO THE ODD CENTS -
      *     AND ANY CREDIT AN EARLIER, NEARLY PAID INSTALMENT COULD
      *     NOT TAKE - LAND THERE.  A CREDIT NEVER TAKES AN
      *     INSTALMENT BELOW WHAT HAS BEEN PAID ON IT.  THE TAX MOVES
      *     WITH THE SHARE, IN PROPORTION, THE LAST SHARE TAKING
      *     WHAT TAX IS LEFT.
      *================================================================
       0640-ADJUST-INSTALMENT.
      *
           IF WS-SPREAD-SUB = WS-SPREAD-COUNT
              OR WS-SPREAD-EACH > WS-SPREAD-LEFT
              MOVE WS-SPREAD-LEFT        TO WS-SPREAD-SHARE
           ELSE
              MOVE WS-SPREAD-EACH        TO WS-SPREAD-SHARE
           END-IF
      *
           MOVE WS-SPREAD-KEY(WS-SPREAD-SUB) TO INV-KEY
           READ BILLINV
           IF NOT BILLINV-OPEN-OK
              MOVE '00'                  TO BILLINV-STATUS
              GO TO 0640-ADJUST-INSTALMENT-EXIT
           END-IF
      *
           IF WS-NOTE-TYPE = 'D'
              ADD WS-SPREAD-SHARE        TO INV-AMOUNT-DUE
           ELSE
              COMPUTE WS-SPREAD-OUTSTANDING =
                      INV-AMOUNT-DUE - INV-AMOUNT-PAID
              IF WS-SPREAD-SHARE > WS-SPREAD-OUTSTANDING
                 MOVE WS-SPREAD-OUTSTANDING TO WS-SPREAD-SHARE
              END-IF
              SUBTRACT WS-SPREAD-SHARE   FROM INV-AMOUNT-DUE
           END-IF
      *
           IF WS-SPREAD-SHARE = WS-SPREAD-LEFT
              MOVE WS-SPREAD-IPT-LEFT    TO WS-SPREAD-IPT-SHARE
           ELSE
              COMPUTE WS-SPREAD-IPT-SHARE ROUNDED =
                      WS-SPREAD-SHARE * WS-NOTE-IPT / WS-NOTE-GROSS
              IF WS-SPREAD-IPT-SHARE > WS-SPREAD-IPT-LEFT
                 MOVE WS-SPREAD-IPT-LEFT TO WS-SPREAD-IPT-SHARE
              END-IF
           END-IF
           IF WS-NOTE-TYPE = 'D'
              ADD WS-SPREAD-IPT-SHARE    TO INV-IPT-AMOUNT
           ELSE
              IF WS-SPREAD-IPT-SHARE > INV-IPT-AMOUNT
                 MOVE INV-IPT-AMOUNT     TO WS-SPREAD-IPT-SHARE
              END-IF
              SUBTRACT WS-SPREAD-IPT-SHARE FROM INV-IPT-AMOUNT
           END-IF
           SUBTRACT WS-SPREAD-SHARE      FROM WS-SPREAD-LEFT
           SUBTRACT WS-SPREAD-IPT-SHARE  FROM WS-SPREAD-IPT-LEFT
      *
           EVALUATE TRUE
              WHEN INV-AMOUNT-PAID NOT < INV-AMOUNT-DUE
                 SET INV-STATUS-SETTLED  TO TRUE
              WHEN INV-AMOUNT-PAID = ZERO
                 SET INV-STATUS-OPEN     TO TRUE
              WHEN OTHER
                 SET INV-STATUS-PART-PAID TO TRUE
           END-EVALUATE
      *
           REWRITE PREMIUM-INVOICE-RECORD
           IF NOT BILLINV-OPEN-OK
              DISPLAY '**LGRBIL02 - BILLINV REWRITE ERROR - STATUS '
                      BILLINV-STATUS
              MOVE 8                     TO RETURN-CODE
           END-IF
      *
       0640-ADJUST-INSTALMENT-EXIT.
           EXIT.
      *
      *================================================================
      * 0660-NOTE-FOR-THE-REST - WHAT THE INSTALMENTS COULD NOT TAKE
      *     (RETURN PREMIUM BEYOND WHAT IS STILL OWED ON THEM) TURNS
      *     THE RE-SPREAD RECORD INTO AN ORDINARY NOTE FOR THE REST,
      *     RAISED AND REPORTED AS 0700 WOULD HAVE.
      *================================================================
       0660-NOTE-FOR-THE-REST.
      *
           MOVE WS-SPREAD-NOTE-KEY       TO INV-KEY
           READ BILLINV
           IF NOT BILLINV-OPEN-OK
              DISPLAY '**LGRBIL02 - BILLINV READ ERROR - STATUS '
                      BILLINV-STATUS
              MOVE 8                     TO RETURN-CODE
              GO TO 0660-NOTE-FOR-THE-REST-EXIT
           END-IF
      *
           MOVE WS-NOTE-TYPE             TO INV-TYPE
           MOVE WS-SPREAD-LEFT           TO INV-AMOUNT-DUE
           MOVE WS-SPREAD-IPT-LEFT       TO INV-IPT-AMOUNT
           MOVE ZERO                     TO INV-AMOUNT-PAID
           SET INV-STATUS-OPEN           TO TRUE
           IF WS-NOTE-EFFECTIVE-DATE > WS-TODAY-DATE10
              MOVE WS-NOTE-EFFECTIVE-DATE TO INV-DUE-DATE
           END-IF
      *
           REWRITE PREMIUM-INVOICE-RECORD
           IF NOT BILLINV-OPEN-OK
              DISPLAY '**LGRBIL02 - BILLINV REWRITE ERROR - STATUS '
                      BILLINV-STATUS
              MOVE 8                     TO RETURN-CODE
              GO TO 0660-NOTE-FOR-THE-REST-EXIT
           END-IF
      *
           COMPUTE WS-SPREAD-PREMIUM =
                   WS-SPREAD-LEFT - WS-SPREAD-IPT-LEFT
           IF INV-TYPE-DEBIT-NOTE
              ADD 1                      TO WS-DEBIT-COUNT
              ADD WS-SPREAD-PREMIUM      TO WS-TOTAL-DEBITED
              MOVE WS-SPREAD-PREMIUM     TO WS-RPT-AMT
              MOVE WS-SPREAD-IPT-LEFT    TO WS-RPT-IPT
           ELSE
              ADD 1                      TO WS-CREDIT-COUNT
              ADD WS-SPREAD-PREMIUM      TO WS-TOTAL-CREDITED
              COMPUTE WS-RPT-AMT = 0 - WS-SPREAD-PREMIUM
              COMPUTE WS-RPT-IPT = 0 - WS-SPREAD-IPT-LEFT
           END-IF
           MOVE SPACES                   TO WS-REPORT-LINE
           STRING 'NOTE ' INV-TYPE ' ' WS-NOTE-LINE
                  ' POLICY ' INV-POLICY-NUM
                  ' REF ' INV-NOTE-SOURCE INV-NOTE-SEQ
                  ' BALANCE NOT SPREAD'
                  ' AMOUNT=' WS-RPT-AMT
                  ' IPT=' WS-RPT-IPT
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE BL2RPT-RECORD FROM WS-REPORT-LINE
      *
       0660-NOTE-FOR-THE-REST-EXIT.
           EXIT.
      *
      *================================================================
      * 0700-WRITE-NOTE - RAISES ONE DEBIT OR CREDIT NOTE.  A DEBIT
      *     NOTE FALLS DUE ON THE EFFECTIVE DATE, OR ON THE INVOICE
      *     DATE WHEN THE ENDORSEMENT WAS BACK-DATED, SO IT IS NOT
      *     IN ARREARS THE DAY IT IS RAISED.  A DUPLICATE KEY MEANS
      *     AN EARLIER RUN ALREADY RAISED THE NOTE - COUNTED AND
      *     LEFT ALONE.
      *================================================================
       0700-WRITE-NOTE.
      *
           MOVE SPACES                   TO PREMIUM-INVOICE-RECORD
           MOVE WS-NOTE-POLICY-NUM       TO INV-POLICY-NUM
           MOVE WS-NOTE-SOURCE           TO INV-NOTE-SOURCE
           MOVE WS-NOTE-SEQ              TO INV-NOTE-SEQ
           MOVE WS-NOTE-CUSTOMER-NUM     TO INV-CUSTOMER-NUM
           MOVE WS-NOTE-LINE             TO INV-LINE
           MOVE WS-NOTE-BROKERID         TO INV-BROKERID
           MOVE WS-TODAY-DATE10          TO INV-INVOICE-DATE
           IF WS-NOTE-EFFECTIVE-DATE > WS-TODAY-DATE10
              MOVE WS-NOTE-EFFECTIVE-DATE TO INV-DUE-DATE
           ELSE
              MOVE WS-TODAY-DATE10       TO INV-DUE-DATE
           END-IF
           MOVE WS-NOTE-GROSS            TO INV-AMOUNT-DUE
           MOVE WS-IPT-RATE              TO INV-IPT-RATE
           MOVE WS-NOTE-IPT              TO INV-IPT-AMOUNT
           MOVE ZERO                     TO INV-AMOUNT-PAID
           SET INV-STATUS-OPEN           TO TRUE
           MOVE SPACES                   TO INV-LAST-RECEIPT-DATE
           MOVE WS-NOTE-TYPE             TO INV-TYPE
      *
           WRITE PREMIUM-INVOICE-RECORD
      *
           EVALUATE TRUE
              WHEN BILLINV-OPEN-OK
                 IF INV-TYPE-DEBIT-NOTE
                    ADD 1                TO WS-DEBIT-COUNT
                    ADD WS-NOTE-AMOUNT   TO WS-TOTAL-DEBITED
                    MOVE WS-NOTE-AMOUNT  TO WS-RPT-AMT
                    MOVE WS-NOTE-IPT     TO WS-RPT-IPT
                 ELSE
                    ADD 1                TO WS-CREDIT-COUNT
                    ADD WS-NOTE-AMOUNT   TO WS-TOTAL-CREDITED
                    COMPUTE WS-RPT-AMT = 0 - WS-NOTE-AMOUNT
                    COMPUTE WS-RPT-IPT = 0 - WS-NOTE-IPT
                 END-IF
                 MOVE SPACES             TO WS-REPORT-LINE
                 STRING 'NOTE ' INV-TYPE ' ' WS-NOTE-LINE
                        ' POLICY ' INV-POLICY-NUM
                        ' REF ' INV-NOTE-SOURCE INV-NOTE-SEQ
                        ' EFFECTIVE ' WS-NOTE-EFFECTIVE-DATE
                        ' AMOUNT=' WS-RPT-AMT
                        ' IPT=' WS-RPT-IPT
                        DELIMITED BY SIZE INTO WS-REPORT-LINE
                 WRITE BL2RPT-RECORD FROM WS-REPORT-LINE
                 PERFORM 0720-POST-NOTE
                    THRU 0720-POST-NOTE-EXIT
              WHEN BILLINV-DUPLICATE
                 ADD 1                   TO WS-ALREADY-BILLED-COUNT
                 MOVE '00'               TO BILLINV-STATUS
              WHEN OTHER
                 DISPLAY '**LGRBIL02 - BILLINV WRITE ERROR - STATUS '
                         BILLINV-STATUS
                 MOVE 8                  TO RETURN-CODE
           END-EVALUATE
      *
       0700-WRITE-NOTE-EXIT.
           EXIT.
      *
      *================================================================
      * 0720-POST-NOTE - POSTS THE WHOLE STAGED MOVEMENT TO THE
      *     LEDGER: A DEBIT NOTE RAISES RECEIVABLES AGAINST WRITTEN
      *     PREMIUM FOR THE PREMIUM AND IPT PAYABLE FOR THE TAX, A
      *     CREDIT NOTE REVERSES THAT.  THE TAX GOES TO THE QUARTER'S
      *     CHARGED OR REFUNDED TOTAL ON IPTLEDG.
      *================================================================
       0720-POST-NOTE.
      *
           MOVE WS-NOTE-LINE             TO WS-GL-LINE
           MOVE WS-NOTE-AMOUNT           TO WS-GL-AMOUNT
           IF WS-NOTE-TYPE = 'D'
              MOVE 'RECV'                TO WS-GL-DEBIT-ACCT
              MOVE 'WPRM'                TO WS-GL-CREDIT-ACCT
           ELSE
              MOVE 'WPRM'                TO WS-GL-DEBIT-ACCT
              MOVE 'RECV'                TO WS-GL-CREDIT-ACCT
           END-IF
           PERFORM 0960-POST-GL
              THRU 0960-POST-GL-EXIT
      *
           MOVE WS-NOTE-IPT              TO WS-GL-AMOUNT
           IF WS-NOTE-TYPE = 'D'
              MOVE 'RECV'                TO WS-GL-DEBIT-ACCT
              MOVE 'IPTP'                TO WS-GL-CREDIT-ACCT
              MOVE 'C'                   TO WS-IPT-KIND
              ADD WS-NOTE-IPT            TO WS-TOTAL-IPT-CHARGED
           ELSE
              MOVE 'IPTP'                TO WS-GL-DEBIT-ACCT
              MOVE 'RECV'                TO WS-GL-CREDIT-ACCT
              MOVE 'R'                   TO WS-IPT-KIND
              ADD WS-NOTE-IPT            TO WS-TOTAL-IPT-REFUNDED
           END-IF
           PERFORM 0960-POST-GL
              THRU 0960-POST-GL-EXIT
      *
           MOVE WS-TODAY-DATE10          TO WS-IPT-DATE
           MOVE WS-NOTE-AMOUNT           TO WS-IPT-PREMIUM
           MOVE WS-NOTE-IPT              TO WS-IPT-TAX
           PERFORM 0980-ADD-TO-IPTLEDG
              THRU 0980-ADD-TO-IPTLEDG-EXIT
      *
       0720-POST-NOTE-EXIT.
           EXIT.
      *
       0800-WRITE-RUN-SUMMARY.
      *
           MOVE '-------- NOTE RUN TOTALS ------------------------'
                TO BL2RPT-RECORD
           WRITE BL2RPT-RECORD
           MOVE WS-DEBIT-COUNT           TO WS-RPT-CNT
           MOVE SPACES                   TO WS-REPORT-LINE
           STRING 'DEBIT NOTES RAISED  =' WS-RPT-CNT
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE BL2RPT-RECORD FROM WS-REPORT-LINE
           MOVE WS-CREDIT-COUNT          TO WS-RPT-CNT
           MOVE SPACES                   TO WS-REPORT-LINE
           STRING 'CREDIT NOTES RAISED =' WS-RPT-CNT
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE BL2RPT-RECORD FROM WS-REPORT-LINE
           MOVE WS-ALREADY-BILLED-COUNT  TO WS-RPT-CNT
           MOVE SPACES                   TO WS-REPORT-LINE
           STRING 'ALREADY RAISED      =' WS-RPT-CNT
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE BL2RPT-RECORD FROM WS-REPORT-LINE
           MOVE WS-NO-CHANGE-COUNT       TO WS-RPT-CNT
           MOVE SPACES                   TO WS-REPORT-LINE
           STRING 'NO PREMIUM CHANGE   =' WS-RPT-CNT
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE BL2RPT-RECORD FROM WS-REPORT-LINE
           MOVE WS-BEFORE-CUTOVER-COUNT  TO WS-RPT-CNT
           MOVE SPACES                   TO WS-REPORT-LINE
           STRING 'BEFORE BILLING FROM =' WS-RPT-CNT
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE BL2RPT-RECORD FROM WS-REPORT-LINE
           MOVE WS-NO-MASTER-COUNT       TO WS-RPT-CNT
           MOVE SPACES                   TO WS-REPORT-LINE
           STRING 'POLICY NOT FOUND    =' WS-RPT-CNT
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE BL2RPT-RECORD FROM WS-REPORT-LINE
           MOVE WS-TOTAL-DEBITED         TO WS-RPT-AMT
           MOVE SPACES                   TO WS-REPORT-LINE
           STRING 'PREMIUM DEBITED     =' WS-RPT-AMT
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE BL2RPT-RECORD FROM WS-REPORT-LINE
           MOVE WS-TOTAL-CREDITED        TO WS-RPT-AMT
           MOVE SPACES                   TO WS-REPORT-LINE
           STRING 'PREMIUM CREDITED    =' WS-RPT-AMT
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE BL2RPT-RECORD FROM WS-REPORT-LINE
           MOVE WS-RESPREAD-COUNT        TO WS-RPT-CNT
           MOVE SPACES                   TO WS-REPORT-LINE
           STRING 'RE-SPREAD OVER INSTS=' WS-RPT-CNT
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE BL2RPT-RECORD FROM WS-REPORT-LINE
           MOVE WS-TOTAL-RESPREAD-DR     TO WS-RPT-AMT
           MOVE SPACES                   TO WS-REPORT-LINE
           STRING 'SPREAD AS DEBIT     =' WS-RPT-AMT
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE BL2RPT-RECORD FROM WS-REPORT-LINE
           MOVE WS-TOTAL-RESPREAD-CR     TO WS-RPT-AMT
           MOVE SPACES                   TO WS-REPORT-LINE
           STRING 'SPREAD AS CREDIT    =' WS-RPT-AMT
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE BL2RPT-RECORD FROM WS-REPORT-LINE
           MOVE WS-TOTAL-IPT-CHARGED     TO WS-RPT-AMT
           MOVE SPACES                   TO WS-REPORT-LINE
           STRING 'IPT CHARGED         =' WS-RPT-AMT
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE BL2RPT-RECORD FROM WS-REPORT-LINE
           MOVE WS-TOTAL-IPT-REFUNDED    TO WS-RPT-AMT
           MOVE SPACES                   TO WS-REPORT-LINE
           STRING 'IPT REFUNDED        =' WS-RPT-AMT
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE BL2RPT-RECORD FROM WS-REPORT-LINE
      *
           DISPLAY 'LGRBIL02 - DEBITS=' WS-DEBIT-COUNT
                   ' CREDITS=' WS-CREDIT-COUNT
                   ' RE-SPREAD=' WS-RESPREAD-COUNT
                   ' NO POLICY=' WS-NO-MASTER-COUNT
      *
       0800-WRITE-RUN-SUMMARY-EXIT.
           EXIT.
      *
       0900-CLOSE-FILES.
      *
           IF ENDORSE-OPEN-OK
              CLOSE ENDORSE
           END-IF
           IF HOUSEPOL-OPEN-OK
              CLOSE HOUSEPOL
           END-IF
           IF MOTORPOL-OPEN-OK
              CLOSE MOTORPOL
           END-IF
           IF COMMPOL-OPEN-OK
              CLOSE COMMPOL
           END-IF
           IF ENDOWPOL-OPEN-OK
              CLOSE ENDOWPOL
           END-IF
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
           CLOSE BL2RPT
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
      *================================================================
       0940-OPEN-LEDGER-FILES.
      *
           OPEN INPUT PERIODS
           IF PERIODS-OPEN-OK
              SET PERIODS-USABLE         TO TRUE
           ELSE
              IF NOT PERIODS-NOT-FOUND
                 DISPLAY '**LGRBIL02 - PERIODS OPEN ERROR - STATUS '
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
              DISPLAY '**LGRBIL02 - GLPOST OPEN ERROR - STATUS '
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
              DISPLAY '**LGRBIL02 - IPTLEDG OPEN ERROR - STATUS '
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
           MOVE 'LGRBIL02'               TO GLP-SOURCE
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
           DISPLAY '**LGRBIL02 - GLPOST UPDATE ERROR - STATUS '
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
           MOVE 'LGRBIL02'               TO IPL-SOURCE
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
           DISPLAY '**LGRBIL02 - IPTLEDG UPDATE ERROR - STATUS '
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
           MOVE 'LGRBIL02'               TO WSCM-PROGRAM
           MOVE 'ENDORSE'                TO WSCM-INPUT-DD
           MOVE WS-ENDORSE-READ          TO WSCM-RECS-IN
           MOVE 'BILLINV'                TO WSCM-OUTPUT-DD
           COMPUTE WSCM-RECS-OUT = WS-DEBIT-COUNT + WS-CREDIT-COUNT
                                 + WS-RESPREAD-COUNT
           MOVE 'NET-NOTE'               TO WSCM-CONTROL-NAME
           COMPUTE WSCM-CONTROL-TOTAL = WS-TOTAL-DEBITED
                                      - WS-TOTAL-CREDITED
           MOVE RETURN-CODE              TO WSCM-RETURN-CODE
           CALL 'LGACMP01' USING WS-CMP-AREA
           MOVE WSCM-RETURN-CODE         TO RETURN-CODE
      *
       0990-WRITE-COMPLETION-EXIT.
           EXIT.
