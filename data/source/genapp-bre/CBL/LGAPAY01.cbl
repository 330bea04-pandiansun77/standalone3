       DATE-COMPILED.
      *================================================================
      * MODIFICATION HISTORY
      *   2026-10-15  PA  THE PAYMENT AUTHORITY LIMITS ARE LOADED AS IN
      *                   FORCE TODAY FROM REFTAB (LGARTB02) INSTEAD OF
      *                   COMPILED VALUES.  RC 90 WHEN THEY CANNOT BE
      *                   READ.
      *   2026-10-15  PA  CORPAY PUTS RIGHT A PAYMENT THE BANK RETURNED
      *                   (LGRBNK01): NEW PAYEE DETAILS, AUTHORIZED
      *                   AGAIN WITHIN THE USER'S LIMIT.  A RETURNED
      *                   PAYMENT NO LONGER COUNTS IN CLM-C-PAID.
      *   2026-10-15  PA  ONLY A CLAIMS ENTRY IN LGCPAYL MAY AUTHORIZE
      *                   A CLAIM PAYMENT - THE TABLE NOW ALSO HOLDS
      *                   THE PREMIUM REFUND LIMITS FOR LGARFD01.
      *   2026-09-02  PA  ORIGINAL -- CLAIM PAYMENT AUTHORIZATION.
      *                   CLM-C-PAID WAS A SINGLE KEYED TOTAL AN
      *                   ADJUSTER COULD SET TO ANY NUMBER, WITH NO
      *      ARBITRARY NUMBER.  LGRDSB01 PICKS UP AUTHORIZED ROWS,
      *      WRITES THE BANK EXTRACT AND MARKS THEM DISBURSED.
      *
      *      A PAYMENT THE BANK RETURNS (CLOSED ACCOUNT, BAD SORT
      *      CODE) IS PUT BACK TO AWAITING CORRECTION BY LGRBNK01 AND
      *      LEAVES CLM-C-PAID.  CORPAY CORRECTS ITS PAYEE DETAILS
      *      AND AUTHORIZES IT AGAIN - THE SAME LIMIT CHECK AS A NEW
      *      PAYMENT - SO THE NEXT LGRDSB01 RUN SENDS IT AGAIN.
      *
      *    ENTRY POINTS:  TOP OF PROGRAM, VIA DFHCOMMAREA.
      *
      *    FILES:         CLAIMPOL - CICS KSDS, KEYED BY
      *    CA-REQUEST-ID VALUES HANDLED:
      *       'ADDPAY'  -  AUTHORIZE A PAYMENT ON THE CLAIM AND
      *                    RECOMPUTE CLM-C-PAID
      *       'CORPAY'  -  CORRECT PAYMENT CA-C-PAY-SEQ, RETURNED
      *                    BY THE BANK, TO PAYEE CA-C-PAY-PAYEE AND
      *                    AUTHORIZE IT AGAIN AS CA-C-PAY-USER
      *       'INQPAY'  -  BROWSE THE PAYMENT HISTORY, 10 DETAIL
      *                    ROWS PER CALL FROM CA-C-PAY-START-SEQ;
      *                    CA-C-PAY-MORE-FLAG = 'Y' MEANS CALL AGAIN
      *       45  -  CA-C-PAY-USER IS NOT AN AUTHORIZED PAYER
      *       46  -  AMOUNT EXCEEDS THE USER'S AUTHORIZATION LIMIT
      *       47  -  AMOUNT IS ZERO OR THE PAYEE IS BLANK
      *       48  -  NO SUCH PAYMENT, OR IT IS NOT AWAITING CORRECTION
      *       90  -  FILE I/O ERROR
      *================================================================
       ENVIRONMENT DIVISION.
           05  WS-TOTAL-PAID              PIC 9(10)V99 VALUE ZERO.
      *
       COPY LGCPAYL.
      *
      *    REFERENCE TABLE LOADER (LGARTB02) COMMAREA.
       01  WS-REF-LOAD-AREA.
           COPY LGCREFL REPLACING LEADING ==RL== BY ==WSRL==.
      *
       COPY LGCCLAIM.
      *
              WHEN 'ADDPAY'
                 PERFORM 2000-ADD-PAYMENT
                    THRU 2000-ADD-PAYMENT-EXIT
              WHEN 'CORPAY'
                 PERFORM 3000-CORRECT-PAYMENT
                    THRU 3000-CORRECT-PAYMENT-EXIT
              WHEN 'INQPAY'
                 PERFORM 4500-BROWSE-PAYMENTS
                    THRU 4500-BROWSE-PAYMENTS-EXIT
           MOVE CA-C-PAY-USER             TO CLP-AUTH-USER
           SET CLP-AUTHORIZED             TO TRUE
           MOVE SPACES                    TO CLP-DISBURSE-DATE
                                             CLP-BANK-DATE
                                             CLP-RETURN-REASON
      *
           EXEC CICS WRITE
                FILE('CLAIMPAY')
      *
      *================================================================
      * 2100-CHECK-AUTH-LIMIT - THE USER MUST BE IN THE LGCPAYL TABLE
      *     AS A CLAIMS PAYER AND THE PAYMENT WITHIN THEIR LIMIT.
      *     REFUSAL IS THE DEFAULT: AN UNKNOWN USER AUTHORIZES
      *     NOTHING.  THE TABLE IS THE ONE IN FORCE TODAY ON REFTAB
      *     (LGARTB02); RC 90 WHEN IT CANNOT BE READ.
      *================================================================
       2100-CHECK-AUTH-LIMIT.
      *
           MOVE 'PAYL'                   TO WSRL-TABLE-ID
           MOVE SPACES                   TO WSRL-AS-OF-DATE
           EXEC CICS LINK
                PROGRAM('LGARTB02')
                COMMAREA(WS-REF-LOAD-AREA)
                RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL)
              OR WSRL-RETURN-CODE > 12
              MOVE 90                    TO CA-RETURN-CODE
              GO TO 2100-CHECK-AUTH-LIMIT-EXIT
           END-IF
           MOVE WSRL-TABLE-AREA          TO PAL-LIMIT-AREA
      *
           MOVE 'N'                      TO WS-PAL-USER-FND
           MOVE ZERO                     TO WS-PAL-LIMIT
              AT END
                 CONTINUE
              WHEN PAL-USER-ID(PAL-IDX) = CA-C-PAY-USER
                   AND PAL-CLAIM-PAYER(PAL-IDX)
                 SET PAL-USER-FND        TO TRUE
                 MOVE PAL-LIMIT-AMOUNT(PAL-IDX) TO WS-PAL-LIMIT
           END-SEARCH
      * 2300-RECOMPUTE-PAID - BROWSES EVERY PAYMENT ROW FOR THE CLAIM
      *     AND SUMS THE AMOUNTS.  THE MASTER CARRIES WHOLE CURRENCY
      *     UNITS (CLM-C-PAID IS PIC 9(8)); THE PENCE LIVE ON THE
      *     DETAIL ROWS.  A PAYMENT THE BANK RETURNED HAS NOT BEEN
      *     PAID AND IS LEFT OUT UNTIL IT IS CORRECTED.
      *================================================================
       2300-RECOMPUTE-PAID.
      *
              GO TO 2350-SUM-NEXT-PAYMENT-EXIT
           END-IF
      *
           IF NOT CLP-AWAITING-CORRECTION
              ADD CLP-AMOUNT             TO WS-TOTAL-PAID
           END-IF
      *
       2350-SUM-NEXT-PAYMENT-EXIT.
           EXIT.
      *
      *================================================================
      * 3000-CORRECT-PAYMENT - A PAYMENT THE BANK RETURNED TAKES THE
      *     CORRECTED PAYEE DETAILS AND IS AUTHORIZED AGAIN, UNDER THE
      *     SAME LIMIT CHECK AS A NEW PAYMENT FOR ITS AMOUNT, THEN
      *     CLM-C-PAID IS RECOMPUTED TO COUNT IT ONCE MORE.
      *================================================================
       3000-CORRECT-PAYMENT.
      *
           MOVE 0                        TO CA-RETURN-CODE
      *
           IF CA-C-PAY-PAYEE = SPACES
              MOVE 47                    TO CA-RETURN-CODE
              GO TO 3000-CORRECT-PAYMENT-EXIT
           END-IF
      *
           EXEC CICS READ
                FILE('CLAIMPOL')
                INTO(CLAIM-MASTER-RECORD)
                RIDFLD(CA-C-NUM)
                UPDATE
                RESP(WS-RESP)
           END-EXEC
      *
           IF WS-RESP NOT = DFHRESP(NORMAL)
              MOVE 10                    TO CA-RETURN-CODE
              GO TO 3000-CORRECT-PAYMENT-EXIT
           END-IF
      *
           MOVE CLAIM-MASTER-RECORD       TO WS-AJR-CLAIM-BEFORE
      *
           MOVE CA-C-NUM                  TO CLP-CLAIM-NUM
           MOVE CA-C-PAY-SEQ              TO CLP-PAYMENT-SEQ
      *
           EXEC CICS READ
                FILE('CLAIMPAY')
                INTO(CLAIM-PAYMENT-DETAIL-RECORD)
                RIDFLD(CLP-KEY)
                UPDATE
                RESP(WS-RESP)
           END-EXEC
      *
           IF WS-RESP NOT = DFHRESP(NORMAL)
              MOVE 48                    TO CA-RETURN-CODE
              EXEC CICS UNLOCK
                   FILE('CLAIMPOL')
              END-EXEC
              GO TO 3000-CORRECT-PAYMENT-EXIT
           END-IF
      *
           IF NOT CLP-AWAITING-CORRECTION
              MOVE 48                    TO CA-RETURN-CODE
              EXEC CICS UNLOCK
                   FILE('CLAIMPAY')
              END-EXEC
              EXEC CICS UNLOCK
                   FILE('CLAIMPOL')
              END-EXEC
              GO TO 3000-CORRECT-PAYMENT-EXIT
           END-IF
      *
           MOVE CLP-AMOUNT                TO CA-C-PAY-AMOUNT
           PERFORM 2100-CHECK-AUTH-LIMIT
              THRU 2100-CHECK-AUTH-LIMIT-EXIT
           IF CA-RETURN-CODE NOT = ZERO
              EXEC CICS UNLOCK
                   FILE('CLAIMPAY')
              END-EXEC
              EXEC CICS UNLOCK
                   FILE('CLAIMPOL')
              END-EXEC
              GO TO 3000-CORRECT-PAYMENT-EXIT
           END-IF
      *
           MOVE CLAIM-PAYMENT-DETAIL-RECORD TO WSAJ-BEFORE-IMAGE
           MOVE CA-C-PAY-PAYEE            TO CLP-PAYEE
           MOVE CA-C-PAY-USER             TO CLP-AUTH-USER
           SET CLP-AUTHORIZED             TO TRUE
           MOVE SPACES                    TO CLP-DISBURSE-DATE
      *
           EXEC CICS REWRITE
                FILE('CLAIMPAY')
                FROM(CLAIM-PAYMENT-DETAIL-RECORD)
                RESP(WS-RESP)
           END-EXEC
      *
           IF WS-RESP NOT = DFHRESP(NORMAL)
              MOVE 90                    TO CA-RETURN-CODE
              EXEC CICS UNLOCK
                   FILE('CLAIMPOL')
              END-EXEC
              GO TO 3000-CORRECT-PAYMENT-EXIT
           END-IF
      *
           MOVE CLAIM-PAYMENT-DETAIL-RECORD
             TO WSAJ-AFTER-IMAGE
           MOVE 'CLAIMPAY'               TO WSAJ-FILE-NAME
           MOVE CLP-KEY                  TO WSAJ-RECORD-KEY
           PERFORM 7000-WRITE-AUDIT-JOURNAL
              THRU 7000-WRITE-AUDIT-JOURNAL-EXIT
      *
           PERFORM 2300-RECOMPUTE-PAID
              THRU 2300-RECOMPUTE-PAID-EXIT
      *
           COMPUTE CLM-C-PAID = WS-TOTAL-PAID
      *
           EXEC CICS REWRITE
                FILE('CLAIMPOL')
                FROM(CLAIM-MASTER-RECORD)
                RESP(WS-RESP)
           END-EXEC
      *
           IF WS-RESP NOT = DFHRESP(NORMAL)
              MOVE 90                    TO CA-RETURN-CODE
              GO TO 3000-CORRECT-PAYMENT-EXIT
           END-IF
      *
           MOVE WS-AJR-CLAIM-BEFORE      TO WSAJ-BEFORE-IMAGE
           MOVE CLAIM-MASTER-RECORD       TO WSAJ-AFTER-IMAGE
           MOVE 'CLAIMPOL'               TO WSAJ-FILE-NAME
           MOVE CA-C-NUM                 TO WSAJ-RECORD-KEY
           PERFORM 7000-WRITE-AUDIT-JOURNAL
              THRU 7000-WRITE-AUDIT-JOURNAL-EXIT
      *
           MOVE CLM-C-PAID                TO CA-C-PAID
      *
       3000-CORRECT-PAYMENT-EXIT.
           EXIT.
      *
      *================================================================
      * 4500-BROWSE-PAYMENTS - RETURNS THE PAYMENT HISTORY FOR A
      *     CLAIM THROUGH THE COMMAREA, PAGING BY CLP-PAYMENT-SEQ,
      *     THE SAME SHAPE AS LGMMOT01'S ACCIDENT BROWSE.
