       IDENTIFICATION DIVISION.
       PROGRAM-ID. LGRRFD01.
       AUTHOR. INSURANCE-APPLICATIONS-TEAM.
       INSTALLATION. POLICY-ADMINISTRATION.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.
      *================================================================
      * MODIFICATION HISTORY
      *   2026-10-15  PA  ORIGINAL -- PREMIUM REFUND REQUESTS.  CREDIT
      *                   LEFT ON A POLICY'S ACCOUNT BY A CANCELLATION
      *                   RETURN PREMIUM OR AN OVERPAYMENT SAT ON
      *                   BILLINV UNTIL THE CASH DESK NOTICED IT AND
      *                   WROTE A CHEQUE BY HAND.
      *================================================================
      *================================================================
      *    FUNCTION:
      *      RUN AFTER LGRRCP01, WHEN EVERY CREDIT NOTE HAS BEEN SET
      *      OFF AGAINST WHAT THE POLICY OWES.  READS BILLINV ONE
      *      POLICY AT A TIME (THE KEY LEADS WITH THE POLICY) AND
      *      TOTALS ITS UNUSED CREDIT AND ITS UNPAID INVOICES.  A
      *      POLICY LEFT IN CREDIT WITH NOTHING UNPAID GETS A REFUND
      *      REQUEST ON REFUNDRQ (LGCRFND) FOR THE WHOLE CREDIT,
      *      PAYABLE TO THE CUSTOMER NAMED ON THE CUSTOMER FILE, AND
      *      THE CREDIT NOTES BEHIND IT ARE MARKED HELD FOR THAT
      *      REQUEST SO LGRRCP01 NO LONGER SETS THEM OFF AND A RERUN
      *      DOES NOT ASK FOR THE SAME MONEY TWICE.  CREDIT ON A
      *      POLICY THAT STILL OWES SOMETHING IS LEFT FOR LGRRCP01 TO
      *      APPLY.
      *
      *      THE REQUEST THEN WAITS FOR AUTHORIZATION ON LGARFD01
      *      AGAINST THE LGCPAYL LIMITS; EVERY REQUEST STILL WAITING
      *      IS LISTED AT THE END OF THE REPORT.  LGRDSB01 PAYS THE
      *      AUTHORIZED ONES.
      *
      *    INPUT FILES:  BILLINV  - PREMIUM INVOICE KSDS (I-O).
      *                  CUSTOMER - CUSTOMER MASTER KSDS.
      *
      *    OUTPUT FILES: REFUNDRQ - REFUND REQUEST KSDS (I-O,
      *                             CREATED ON FIRST RUN).
      *                  RFDRPT   - REFUND REQUEST REPORT.
      *
      *    RETURN CODE:  00 - NO REFUND RAISED OR WAITING
      *                  04 - REFUNDS RAISED OR AWAITING AUTHORIZATION,
      *                       OR A CUSTOMER COULD NOT BE FOUND
      *                  08 - FILE ERROR
      *================================================================
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *
           SELECT BILLINV ASSIGN TO BILLINV
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS INV-KEY
              FILE STATUS IS BILLINV-STATUS.
      *
           SELECT CUSTOMER ASSIGN TO CUSTOMER
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS CUM-CUSTOMER-NUM
              FILE STATUS IS CUSTOMER-STATUS.
      *
           SELECT REFUNDRQ ASSIGN TO REFUNDRQ
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS RFD-KEY
              FILE STATUS IS REFUNDRQ-STATUS.
      *
           SELECT RFDRPT ASSIGN TO RFDRPT
              FILE STATUS IS RFDRPT-STATUS.
      *
       DATA DIVISION.
       FILE SECTION.
      *
       FD  BILLINV
           BLOCK CONTAINS 0 RECORDS.
       COPY LGCBILL.
      *
       FD  CUSTOMER
           BLOCK CONTAINS 0 RECORDS.
       COPY LGCCUST.
      *
       FD  REFUNDRQ
           BLOCK CONTAINS 0 RECORDS.
       COPY LGCRFND.
      *
       FD  RFDRPT
           BLOCK CONTAINS 0 RECORDS.
       01  RFDRPT-RECORD                  PIC X(100).
      *
       WORKING-STORAGE SECTION.
      *
       77  FILLER                         PIC X(36) VALUE
                   'LGRRFD01 WORKING STORAGE BEGINS HR'.
      *
       01  WS-AREA.
           05  BILLINV-STATUS             PIC XX VALUE '00'.
               88  BILLINV-OPEN-OK                VALUE '00'.
           05  CUSTOMER-STATUS            PIC XX VALUE '00'.
               88  CUSTOMER-OPEN-OK               VALUE '00'.
           05  REFUNDRQ-STATUS            PIC XX VALUE '00'.
               88  REFUNDRQ-OPEN-OK               VALUE '00'.
               88  REFUNDRQ-NOT-FOUND             VALUE '35'.
           05  RFDRPT-STATUS              PIC XX VALUE '00'.
           05  SW-EOF                     PIC X(01) VALUE 'N'.
               88  END-OF-FILE                    VALUE 'Y'.
           05  SW-ACCT-EOF                PIC X(01) VALUE 'N'.
               88  END-OF-ACCOUNT                 VALUE 'Y'.
           05  SW-RFD-EOF                 PIC X(01) VALUE 'N'.
               88  END-OF-REQUESTS                VALUE 'Y'.
      *
       01  WS-TODAY-DATE                  PIC 9(08).
       01  WS-TODAY-DATE10                PIC X(10).
      *
      *    ONE POLICY'S ACCOUNT, TOTALLED BY 0300.
       01  WS-ACCT-POLICY-NUM             PIC 9(10) VALUE ZERO.
       01  WS-ACCT-CUSTOMER-NUM           PIC 9(10) VALUE ZERO.
       01  WS-ACCT-LINE                   PIC X(01) VALUE SPACE.
       01  WS-ACCT-REASON                 PIC X(03) VALUE SPACES.
       01  WS-ACCT-CREDIT                 PIC 9(09)V99 VALUE ZERO.
       01  WS-ACCT-DEBT                   PIC 9(09)V99 VALUE ZERO.
       01  WS-OUTSTANDING                 PIC 9(08)V99 VALUE ZERO.
       01  WS-NEXT-REQUEST-SEQ            PIC 9(04) VALUE ZERO.
      *
       01  WS-RAISED-COUNT                PIC 9(07) COMP VALUE ZERO.
       01  WS-DEBT-OPEN-COUNT             PIC 9(07) COMP VALUE ZERO.
       01  WS-NO-CUSTOMER-COUNT           PIC 9(07) COMP VALUE ZERO.
       01  WS-AWAITING-COUNT              PIC 9(07) COMP VALUE ZERO.
       01  WS-TOTAL-RAISED                PIC 9(11)V99 VALUE ZERO.
       01  WS-TOTAL-AWAITING              PIC 9(11)V99 VALUE ZERO.
      *
       01  WS-REPORT-LINE                 PIC X(100).
       01  WS-RPT-CNT                     PIC Z(6)9.
       01  WS-RPT-AMT                     PIC -(9)9.99.
      *
       PROCEDURE DIVISION.
      *
       0000-MAINLINE.
      *
           PERFORM 0100-INITIALIZATION
           IF RETURN-CODE NOT = 8
              PERFORM 0200-SCAN-ACCOUNTS
                 THRU 0200-SCAN-ACCOUNTS-EXIT
           END-IF
           IF RETURN-CODE NOT = 8
              PERFORM 0600-LIST-AWAITING
                 THRU 0600-LIST-AWAITING-EXIT
           END-IF
           PERFORM 0800-WRITE-RUN-SUMMARY
           PERFORM 0900-CLOSE-FILES
      *
           IF RETURN-CODE NOT = 8
              IF WS-RAISED-COUNT > ZERO
                 OR WS-AWAITING-COUNT > ZERO
                 OR WS-NO-CUSTOMER-COUNT > ZERO
                 MOVE 4                  TO RETURN-CODE
              END-IF
           END-IF
      *
           GOBACK.
      *
       0100-INITIALIZATION.
      *
           OPEN OUTPUT RFDRPT
           MOVE '-------- LGRRFD01 PREMIUM REFUND REQUESTS -------'
                TO RFDRPT-RECORD
           WRITE RFDRPT-RECORD
      *
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           MOVE WS-TODAY-DATE(1:4)       TO WS-TODAY-DATE10(1:4)
           MOVE '-'                      TO WS-TODAY-DATE10(5:1)
           MOVE WS-TODAY-DATE(5:2)       TO WS-TODAY-DATE10(6:2)
           MOVE '-'                      TO WS-TODAY-DATE10(8:1)
           MOVE WS-TODAY-DATE(7:2)       TO WS-TODAY-DATE10(9:2)
      *
           OPEN I-O BILLINV
           IF NOT BILLINV-OPEN-OK
              DISPLAY '**LGRRFD01 - BILLINV OPEN ERROR - STATUS '
                      BILLINV-STATUS
              MOVE 8                     TO RETURN-CODE
           END-IF
      *
           OPEN INPUT CUSTOMER
           IF NOT CUSTOMER-OPEN-OK
              DISPLAY '**LGRRFD01 - CUSTOMER OPEN ERROR - STATUS '
                      CUSTOMER-STATUS
              MOVE 8                     TO RETURN-CODE
           END-IF
      *
           OPEN I-O REFUNDRQ
           IF REFUNDRQ-NOT-FOUND
              OPEN OUTPUT REFUNDRQ
              CLOSE REFUNDRQ
              OPEN I-O REFUNDRQ
           END-IF
           IF NOT REFUNDRQ-OPEN-OK
              DISPLAY '**LGRRFD01 - REFUNDRQ OPEN ERROR - STATUS '
                      REFUNDRQ-STATUS
              MOVE 8                     TO RETURN-CODE
           END-IF
      *
       0100-INITIALIZATION-EXIT.
           EXIT.
      *
      *================================================================
      * 0200-SCAN-ACCOUNTS - THE FIRST RECORD READ FOR EACH POLICY
      *     NAMES THE ACCOUNT; 0300 TOTALS IT AND, IF IT IS IN CREDIT,
      *     0400 RAISES THE REFUND.  BOTH MOVE THE FILE POSITION, SO
      *     THE PASS THEN STARTS AGAIN PAST THE POLICY'S LAST KEY.
      *================================================================
       0200-SCAN-ACCOUNTS.
      *
           MOVE 'N'                      TO SW-EOF
           MOVE LOW-VALUES               TO INV-KEY
           START BILLINV KEY NOT < INV-KEY
              INVALID KEY SET END-OF-FILE TO TRUE
           END-START
      *
           PERFORM UNTIL END-OF-FILE
              READ BILLINV NEXT RECORD
                 AT END SET END-OF-FILE  TO TRUE
              END-READ
              IF NOT END-OF-FILE
                 MOVE INV-POLICY-NUM     TO WS-ACCT-POLICY-NUM
                 PERFORM 0300-TOTAL-ACCOUNT
                    THRU 0300-TOTAL-ACCOUNT-EXIT
                 IF WS-ACCT-CREDIT > ZERO
                    AND RETURN-CODE NOT = 8
                    PERFORM 0400-RAISE-REFUND
                       THRU 0400-RAISE-REFUND-EXIT
                 END-IF
                 IF RETURN-CODE = 8
                    SET END-OF-FILE      TO TRUE
                 ELSE
                    MOVE WS-ACCT-POLICY-NUM TO INV-POLICY-NUM
                    MOVE HIGH-VALUES     TO INV-CYCLE-DATE
                    START BILLINV KEY > INV-KEY
                       INVALID KEY SET END-OF-FILE TO TRUE
                    END-START
                 END-IF
              END-IF
           END-PERFORM
           IF RETURN-CODE NOT = 8
              MOVE '00'                  TO BILLINV-STATUS
           END-IF
      *
       0200-SCAN-ACCOUNTS-EXIT.
           EXIT.
      *
      *================================================================
      * 0300-TOTAL-ACCOUNT - WALKS EVERY RECORD FOR THE POLICY.  CREDIT
      *     NOTES ALREADY HELD FOR A REFUND ARE SPOKEN FOR AND NOT
      *     COUNTED AGAIN.
      *================================================================
       0300-TOTAL-ACCOUNT.
      *
           MOVE ZERO                     TO WS-ACCT-CREDIT
           MOVE ZERO                     TO WS-ACCT-DEBT
           MOVE SPACES                   TO WS-ACCT-REASON
           MOVE 'N'                      TO SW-ACCT-EOF
           MOVE WS-ACCT-POLICY-NUM       TO INV-POLICY-NUM
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
                 IF INV-POLICY-NUM NOT = WS-ACCT-POLICY-NUM
                    SET END-OF-ACCOUNT   TO TRUE
                 ELSE
                    PERFORM 0350-TOTAL-ONE-ITEM
                       THRU 0350-TOTAL-ONE-ITEM-EXIT
                 END-IF
              END-IF
           END-PERFORM
           MOVE '00'                     TO BILLINV-STATUS
      *
           IF WS-ACCT-CREDIT > ZERO
              AND WS-ACCT-DEBT > ZERO
              ADD 1                      TO WS-DEBT-OPEN-COUNT
              MOVE WS-ACCT-CREDIT        TO WS-RPT-AMT
              MOVE SPACES                TO WS-REPORT-LINE
              STRING 'NOT REFUNDED - POLICY ' WS-ACCT-POLICY-NUM
                     ' STILL OWES - CREDIT=' WS-RPT-AMT
                     DELIMITED BY SIZE INTO WS-REPORT-LINE
              WRITE RFDRPT-RECORD FROM WS-REPORT-LINE
              MOVE ZERO                  TO WS-ACCT-CREDIT
           END-IF
      *
       0300-TOTAL-ACCOUNT-EXIT.
           EXIT.
      *
       0350-TOTAL-ONE-ITEM.
      *
           COMPUTE WS-OUTSTANDING =
                   INV-AMOUNT-DUE - INV-AMOUNT-PAID
           IF WS-OUTSTANDING NOT > ZERO
              GO TO 0350-TOTAL-ONE-ITEM-EXIT
           END-IF
      *
           IF NOT INV-TYPE-CREDIT-NOTE
              ADD WS-OUTSTANDING         TO WS-ACCT-DEBT
              GO TO 0350-TOTAL-ONE-ITEM-EXIT
           END-IF
      *
           IF INV-STATUS-REFUND-HELD
              GO TO 0350-TOTAL-ONE-ITEM-EXIT
           END-IF
      *
           ADD WS-OUTSTANDING            TO WS-ACCT-CREDIT
           MOVE INV-CUSTOMER-NUM         TO WS-ACCT-CUSTOMER-NUM
           MOVE INV-LINE                 TO WS-ACCT-LINE
           IF WS-ACCT-REASON = SPACES
              MOVE INV-NOTE-SOURCE       TO WS-ACCT-REASON
           ELSE
              IF WS-ACCT-REASON NOT = INV-NOTE-SOURCE
                 MOVE 'MIX'              TO WS-ACCT-REASON
              END-IF
           END-IF
      *
       0350-TOTAL-ONE-ITEM-EXIT.
           EXIT.
      *
      *================================================================
      * 0400-RAISE-REFUND - WRITES THE REFUND REQUEST FOR THE WHOLE
      *     CREDIT, PAYABLE TO THE CUSTOMER, THEN HOLDS THE CREDIT
      *     NOTES BEHIND IT.  NO CUSTOMER, NO PAYEE - NOTHING IS RAISED
      *     AND THE ACCOUNT IS REPORTED FOR THE CASH DESK.
      *================================================================
       0400-RAISE-REFUND.
      *
           MOVE WS-ACCT-CUSTOMER-NUM     TO CUM-CUSTOMER-NUM
           READ CUSTOMER
           IF NOT CUSTOMER-OPEN-OK
              ADD 1                      TO WS-NO-CUSTOMER-COUNT
              MOVE SPACES                TO WS-REPORT-LINE
              STRING 'NOT REFUNDED - POLICY ' WS-ACCT-POLICY-NUM
                     ' CUSTOMER ' WS-ACCT-CUSTOMER-NUM
                     ' NOT ON FILE'
                     DELIMITED BY SIZE INTO WS-REPORT-LINE
              WRITE RFDRPT-RECORD FROM WS-REPORT-LINE
              MOVE '00'                  TO CUSTOMER-STATUS
              GO TO 0400-RAISE-REFUND-EXIT
           END-IF
      *
           PERFORM 0420-GET-NEXT-REQUEST-SEQ
              THRU 0420-GET-NEXT-REQUEST-SEQ-EXIT
      *
           MOVE SPACES                   TO REFUND-REQUEST-RECORD
           MOVE WS-ACCT-POLICY-NUM       TO RFD-POLICY-NUM
           MOVE WS-NEXT-REQUEST-SEQ      TO RFD-REQUEST-SEQ
           MOVE WS-ACCT-CUSTOMER-NUM     TO RFD-CUSTOMER-NUM
           MOVE WS-ACCT-LINE             TO RFD-LINE
           MOVE WS-TODAY-DATE10          TO RFD-REQUEST-DATE
           MOVE WS-ACCT-CREDIT           TO RFD-AMOUNT
           STRING CUM-FIRST-NAME DELIMITED BY SPACE
                  ' ' DELIMITED BY SIZE
                  CUM-LAST-NAME DELIMITED BY SIZE
                  INTO RFD-PAYEE
           MOVE WS-ACCT-REASON           TO RFD-REASON
           SET RFD-REQUESTED             TO TRUE
      *
           WRITE REFUND-REQUEST-RECORD
           IF NOT REFUNDRQ-OPEN-OK
              DISPLAY '**LGRRFD01 - REFUNDRQ WRITE ERROR - STATUS '
                      REFUNDRQ-STATUS
              MOVE 8                     TO RETURN-CODE
              GO TO 0400-RAISE-REFUND-EXIT
           END-IF
      *
           PERFORM 0450-HOLD-CREDIT-NOTES
              THRU 0450-HOLD-CREDIT-NOTES-EXIT
           IF RETURN-CODE = 8
              GO TO 0400-RAISE-REFUND-EXIT
           END-IF
      *
           ADD 1                         TO WS-RAISED-COUNT
           ADD RFD-AMOUNT                TO WS-TOTAL-RAISED
           MOVE RFD-AMOUNT               TO WS-RPT-AMT
           MOVE SPACES                   TO WS-REPORT-LINE
           STRING 'RAISED    - POLICY ' RFD-POLICY-NUM
                  ' REQ ' RFD-REQUEST-SEQ
                  ' ' RFD-REASON
                  ' AMOUNT=' WS-RPT-AMT
                  ' ' RFD-PAYEE
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE RFDRPT-RECORD FROM WS-REPORT-LINE
      *
       0400-RAISE-REFUND-EXIT.
           EXIT.
      *
      *================================================================
      * 0420-GET-NEXT-REQUEST-SEQ - ONE MORE THAN THE HIGHEST REQUEST
      *     ALREADY ON FILE FOR THE POLICY.
      *================================================================
       0420-GET-NEXT-REQUEST-SEQ.
      *
           MOVE ZERO                     TO WS-NEXT-REQUEST-SEQ
           MOVE 'N'                      TO SW-RFD-EOF
           MOVE WS-ACCT-POLICY-NUM       TO RFD-POLICY-NUM
           MOVE ZERO                     TO RFD-REQUEST-SEQ
           START REFUNDRQ KEY NOT < RFD-KEY
              INVALID KEY SET END-OF-REQUESTS TO TRUE
           END-START
      *
           PERFORM UNTIL END-OF-REQUESTS
              READ REFUNDRQ NEXT RECORD
                 AT END SET END-OF-REQUESTS TO TRUE
              END-READ
              IF NOT END-OF-REQUESTS
                 IF RFD-POLICY-NUM NOT = WS-ACCT-POLICY-NUM
                    SET END-OF-REQUESTS  TO TRUE
                 ELSE
                    MOVE RFD-REQUEST-SEQ TO WS-NEXT-REQUEST-SEQ
                 END-IF
              END-IF
           END-PERFORM
           MOVE '00'                     TO REFUNDRQ-STATUS
      *
           ADD 1                         TO WS-NEXT-REQUEST-SEQ
      *
       0420-GET-NEXT-REQUEST-SEQ-EXIT.
           EXIT.
      *
      *================================================================
      * 0450-HOLD-CREDIT-NOTES - MARKS EACH CREDIT NOTE COUNTED BY 0300
      *     AS HELD FOR THIS REQUEST.
      *================================================================
       0450-HOLD-CREDIT-NOTES.
      *
           MOVE 'N'                      TO SW-ACCT-EOF
           MOVE WS-ACCT-POLICY-NUM       TO INV-POLICY-NUM
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
                 IF INV-POLICY-NUM NOT = WS-ACCT-POLICY-NUM
                    SET END-OF-ACCOUNT   TO TRUE
                 ELSE
                    IF INV-TYPE-CREDIT-NOTE
                       AND NOT INV-STATUS-REFUND-HELD
                       AND INV-AMOUNT-PAID < INV-AMOUNT-DUE
                       SET INV-STATUS-REFUND-HELD TO TRUE
                       MOVE WS-NEXT-REQUEST-SEQ TO INV-REFUND-SEQ
                       REWRITE PREMIUM-INVOICE-RECORD
                       IF NOT BILLINV-OPEN-OK
                          DISPLAY '**LGRRFD01 - BILLINV REWRITE ERROR'
                                  ' - STATUS ' BILLINV-STATUS
                          MOVE 8         TO RETURN-CODE
                          SET END-OF-ACCOUNT TO TRUE
                       END-IF
                    END-IF
                 END-IF
              END-IF
           END-PERFORM
           IF RETURN-CODE NOT = 8
              MOVE '00'                  TO BILLINV-STATUS
           END-IF
      *
       0450-HOLD-CREDIT-NOTES-EXIT.
           EXIT.
      *
      *================================================================
      * 0600-LIST-AWAITING - EVERY REQUEST NOT YET AUTHORIZED, OLDEST
      *     POLICY FIRST, SO NONE IS FORGOTTEN ON THE DESK.
      *================================================================
       0600-LIST-AWAITING.
      *
           MOVE '-------- REFUNDS AWAITING AUTHORIZATION ---------'
                TO RFDRPT-RECORD
           WRITE RFDRPT-RECORD
      *
           MOVE 'N'                      TO SW-RFD-EOF
           MOVE LOW-VALUES               TO RFD-KEY
           START REFUNDRQ KEY NOT < RFD-KEY
              INVALID KEY SET END-OF-REQUESTS TO TRUE
           END-START
      *
           PERFORM UNTIL END-OF-REQUESTS
              READ REFUNDRQ NEXT RECORD
                 AT END SET END-OF-REQUESTS TO TRUE
              END-READ
              IF NOT END-OF-REQUESTS
                 AND RFD-REQUESTED
                 ADD 1                   TO WS-AWAITING-COUNT
                 ADD RFD-AMOUNT          TO WS-TOTAL-AWAITING
                 MOVE RFD-AMOUNT         TO WS-RPT-AMT
                 MOVE SPACES             TO WS-REPORT-LINE
                 STRING 'AWAITING  - POLICY ' RFD-POLICY-NUM
                        ' REQ ' RFD-REQUEST-SEQ
                        ' RAISED ' RFD-REQUEST-DATE
                        ' AMOUNT=' WS-RPT-AMT
                        DELIMITED BY SIZE INTO WS-REPORT-LINE
                 WRITE RFDRPT-RECORD FROM WS-REPORT-LINE
              END-IF
           END-PERFORM
           MOVE '00'                     TO REFUNDRQ-STATUS
      *
       0600-LIST-AWAITING-EXIT.
           EXIT.
      *
       0800-WRITE-RUN-SUMMARY.
      *
           MOVE '-------- REFUND REQUEST TOTALS ------------------'
                TO RFDRPT-RECORD
           WRITE RFDRPT-RECORD
           MOVE WS-RAISED-COUNT          TO WS-RPT-CNT
           MOVE SPACES                   TO WS-REPORT-LINE
           STRING 'REFUNDS RAISED    =' WS-RPT-CNT
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE RFDRPT-RECORD FROM WS-REPORT-LINE
           MOVE WS-TOTAL-RAISED          TO WS-RPT-AMT
           MOVE SPACES                   TO WS-REPORT-LINE
           STRING 'MONEY RAISED      =' WS-RPT-AMT
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE RFDRPT-RECORD FROM WS-REPORT-LINE
           MOVE WS-DEBT-OPEN-COUNT       TO WS-RPT-CNT
           MOVE SPACES                   TO WS-REPORT-LINE
           STRING 'CREDIT STILL OWING=' WS-RPT-CNT
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE RFDRPT-RECORD FROM WS-REPORT-LINE
           MOVE WS-NO-CUSTOMER-COUNT     TO WS-RPT-CNT
           MOVE SPACES                   TO WS-REPORT-LINE
           STRING 'NO CUSTOMER       =' WS-RPT-CNT
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE RFDRPT-RECORD FROM WS-REPORT-LINE
           MOVE WS-AWAITING-COUNT        TO WS-RPT-CNT
           MOVE SPACES                   TO WS-REPORT-LINE
           STRING 'AWAITING AUTH     =' WS-RPT-CNT
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE RFDRPT-RECORD FROM WS-REPORT-LINE
           MOVE WS-TOTAL-AWAITING        TO WS-RPT-AMT
           MOVE SPACES                   TO WS-REPORT-LINE
           STRING 'MONEY AWAITING    =' WS-RPT-AMT
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE RFDRPT-RECORD FROM WS-REPORT-LINE
      *
           DISPLAY 'LGRRFD01 - RAISED=' WS-RAISED-COUNT
                   ' TOTAL=' WS-TOTAL-RAISED
                   ' AWAITING=' WS-AWAITING-COUNT
      *
       0800-WRITE-RUN-SUMMARY-EXIT.
           EXIT.
      *
       0900-CLOSE-FILES.
      *
           CLOSE BILLINV
           CLOSE CUSTOMER
           CLOSE REFUNDRQ
           CLOSE RFDRPT
      *
       0900-CLOSE-FILES-EXIT.
           EXIT.
