       IDENTIFICATION DIVISION.
       PROGRAM-ID. LGARFD01.
       AUTHOR. INSURANCE-APPLICATIONS-TEAM.
       INSTALLATION. POLICY-ADMINISTRATION.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.
      *================================================================
      * MODIFICATION HISTORY
      *   2026-10-15  PA  THE PAYMENT AUTHORITY LIMITS ARE LOADED AS IN
      *                   FORCE TODAY FROM REFTAB (LGARTB02) INSTEAD OF
      *                   COMPILED VALUES.  RC 90 WHEN THEY CANNOT BE
      *                   READ.
      *   2026-10-15  PA  ORIGINAL -- PREMIUM REFUND AUTHORIZATION.
      *                   CREDIT LEFT ON A POLICY'S ACCOUNT BY A
      *                   CANCELLATION OR AN OVERPAYMENT WAS PAID BACK
      *                   BY A HAND-WRITTEN CHEQUE WITH NO LIMIT AND NO
      *                   RECORD OF WHO AGREED IT.
      *================================================================
      *================================================================
      *    FUNCTION:
      *      COMMAREA-DRIVEN TRANSACTION (LGCMARR1) THAT AUTHORIZES
      *      THE REFUND REQUESTS LGRRFD01 RAISES ON THE REFUNDRQ
      *      KSDS, THE WAY LGAPAY01 AUTHORIZES A CLAIM PAYMENT.  THE
      *      AUTHORIZING USER IS CHECKED AGAINST THE LGCPAYL PER-USER
      *      LIMITS TABLE BEFORE ANYTHING IS CHANGED: ONLY A REFUND
      *      ENTRY IN THE TABLE MAY AUTHORIZE, AND NEVER ABOVE THAT
      *      USER'S LIMIT.  THE AMOUNT IS THE REQUEST'S OWN - THE
      *      CREDIT ON THE ACCOUNT - AND CANNOT BE KEYED.  LGRDSB01
      *      PICKS UP AUTHORIZED REQUESTS, WRITES THE BANK EXTRACT AND
      *      SETTLES THE CREDIT.
      *
      *    ENTRY POINTS:  TOP OF PROGRAM, VIA DFHCOMMAREA.
      *
      *    FILES:         REFUNDRQ - CICS KSDS, KEYED BY RFD-KEY.
      *
      *    CA-REQUEST-ID VALUES HANDLED:
      *       'INQRFD'  -  RETURN THE REFUND REQUEST
      *       'AUTRFD'  -  AUTHORIZE THE REFUND REQUEST AS CA-R-USER
      *
      *    CA-RETURN-CODE VALUES SET:
      *       00  -  REQUEST SUCCESSFUL
      *       10  -  REFUND REQUEST NOT FOUND
      *       30  -  UNRECOGNIZED CA-REQUEST-ID
      *       45  -  CA-R-USER IS NOT AN AUTHORIZED REFUND PAYER
      *       46  -  AMOUNT EXCEEDS THE USER'S AUTHORIZATION LIMIT
      *       48  -  REQUEST IS NOT AWAITING AUTHORIZATION (ALREADY
      *              AUTHORIZED OR DISBURSED)
      *       90  -  FILE I/O ERROR
      *================================================================
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      *
       DATA DIVISION.
       WORKING-STORAGE SECTION.
      *
       77  FILLER                         PIC X(36) VALUE
                   'LGARFD01 WORKING STORAGE BEGINS HR'.
      *
       01  WS-AREA.
           05  WS-RESP                    PIC S9(08) COMP.
           05  WS-ABSTIME                 PIC S9(15) COMP-3.
           05  WS-TODAY-DATE              PIC X(10).
      *
       COPY LGCPAYL.
      *
      *    REFERENCE TABLE LOADER (LGARTB02) COMMAREA.
       01  WS-REF-LOAD-AREA.
           COPY LGCREFL REPLACING LEADING ==RL== BY ==WSRL==.
      *
       COPY LGCRFND.
      *
      *    COMMON AUDIT JOURNAL (SEE LGAJRN01) -- BEFORE/AFTER IMAGES
      *    HANDED TO THE SHARED WRITER ON EVERY CHANGE PATH.
       01  WS-AUDIT-LINK-AREA.
       COPY LGCAJRN REPLACING LEADING ==AJ== BY ==WSAJ==.
      *
       LINKAGE SECTION.
      *
       01  DFHCOMMAREA.
           COPY LGCMARR1.
      *
       PROCEDURE DIVISION.
      *
       0000-MAINLINE.
      *
           EVALUATE CA-REQUEST-ID
              WHEN 'INQRFD'
                 PERFORM 1000-INQUIRE-REFUND
                    THRU 1000-INQUIRE-REFUND-EXIT
              WHEN 'AUTRFD'
                 PERFORM 2000-AUTHORIZE-REFUND
                    THRU 2000-AUTHORIZE-REFUND-EXIT
              WHEN OTHER
                 MOVE 30                  TO CA-RETURN-CODE
           END-EVALUATE
      *
           EXEC CICS RETURN
           END-EXEC
      *
           GOBACK.
      *
      *================================================================
      * 1000-INQUIRE-REFUND - RETURNS THE REFUND REQUEST AS IT STANDS.
      *================================================================
       1000-INQUIRE-REFUND.
      *
           MOVE 0                        TO CA-RETURN-CODE
           MOVE CA-R-POLICY-NUM          TO RFD-POLICY-NUM
           MOVE CA-R-REQUEST-SEQ         TO RFD-REQUEST-SEQ
      *
           EXEC CICS READ
                FILE('REFUNDRQ')
                INTO(REFUND-REQUEST-RECORD)
                RIDFLD(RFD-KEY)
                RESP(WS-RESP)
           END-EXEC
      *
           IF WS-RESP NOT = DFHRESP(NORMAL)
              MOVE 10                    TO CA-RETURN-CODE
              GO TO 1000-INQUIRE-REFUND-EXIT
           END-IF
      *
           PERFORM 3000-RETURN-REFUND
              THRU 3000-RETURN-REFUND-EXIT
      *
       1000-INQUIRE-REFUND-EXIT.
           EXIT.
      *
      *================================================================
      * 2000-AUTHORIZE-REFUND - THE REQUEST MUST BE AWAITING
      *     AUTHORIZATION AND ITS AMOUNT WITHIN THE USER'S LIMIT;
      *     IT IS THEN STAMPED WITH THE USER AND DATE AND JOURNALLED.
      *================================================================
       2000-AUTHORIZE-REFUND.
      *
           MOVE 0                        TO CA-RETURN-CODE
           MOVE CA-R-POLICY-NUM          TO RFD-POLICY-NUM
           MOVE CA-R-REQUEST-SEQ         TO RFD-REQUEST-SEQ
      *
           EXEC CICS READ
                FILE('REFUNDRQ')
                INTO(REFUND-REQUEST-RECORD)
                RIDFLD(RFD-KEY)
                UPDATE
                RESP(WS-RESP)
           END-EXEC
      *
           IF WS-RESP NOT = DFHRESP(NORMAL)
              MOVE 10                    TO CA-RETURN-CODE
              GO TO 2000-AUTHORIZE-REFUND-EXIT
           END-IF
      *
           IF NOT RFD-REQUESTED
              MOVE 48                    TO CA-RETURN-CODE
              GO TO 2000-AUTHORIZE-REFUND-RETURN
           END-IF
      *
           PERFORM 2100-CHECK-AUTH-LIMIT
              THRU 2100-CHECK-AUTH-LIMIT-EXIT
           IF CA-RETURN-CODE NOT = ZERO
              GO TO 2000-AUTHORIZE-REFUND-RETURN
           END-IF
      *
           MOVE REFUND-REQUEST-RECORD    TO WSAJ-BEFORE-IMAGE
      *
           EXEC CICS ASSIGN
                ABSTIME(WS-ABSTIME)
           END-EXEC
           EXEC CICS FORMATTIME
                ABSTIME(WS-ABSTIME)
                YYYYMMDD(WS-TODAY-DATE)
                DATESEP('-')
           END-EXEC
      *
           MOVE CA-R-USER                TO RFD-AUTH-USER
           MOVE WS-TODAY-DATE            TO RFD-AUTH-DATE
           SET RFD-AUTHORIZED            TO TRUE
      *
           EXEC CICS REWRITE
                FILE('REFUNDRQ')
                FROM(REFUND-REQUEST-RECORD)
                RESP(WS-RESP)
           END-EXEC
      *
           IF WS-RESP NOT = DFHRESP(NORMAL)
              MOVE 90                    TO CA-RETURN-CODE
              GO TO 2000-AUTHORIZE-REFUND-EXIT
           END-IF
      *
           MOVE REFUND-REQUEST-RECORD    TO WSAJ-AFTER-IMAGE
           MOVE 'REFUNDRQ'               TO WSAJ-FILE-NAME
           MOVE RFD-KEY                  TO WSAJ-RECORD-KEY
           PERFORM 7000-WRITE-AUDIT-JOURNAL
              THRU 7000-WRITE-AUDIT-JOURNAL-EXIT
      *
      *    REFUSED OR NOT, THE CALLER SEES THE REQUEST AS IT NOW IS.
       2000-AUTHORIZE-REFUND-RETURN.
      *
           PERFORM 3000-RETURN-REFUND
              THRU 3000-RETURN-REFUND-EXIT
      *
       2000-AUTHORIZE-REFUND-EXIT.
           EXIT.
      *
      *================================================================
      * 2100-CHECK-AUTH-LIMIT - THE USER MUST BE IN THE LGCPAYL TABLE
      *     AS A REFUND PAYER AND THE REFUND WITHIN THEIR LIMIT.
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
           SET PAL-IDX                   TO 1
           SEARCH PAL-ENTRY
              AT END
                 CONTINUE
              WHEN PAL-USER-ID(PAL-IDX) = CA-R-USER
                   AND PAL-REFUND-PAYER(PAL-IDX)
                 SET PAL-USER-FND        TO TRUE
                 MOVE PAL-LIMIT-AMOUNT(PAL-IDX) TO WS-PAL-LIMIT
           END-SEARCH
      *
           IF NOT PAL-USER-FND
              MOVE 45                    TO CA-RETURN-CODE
              GO TO 2100-CHECK-AUTH-LIMIT-EXIT
           END-IF
      *
           IF RFD-AMOUNT > WS-PAL-LIMIT
              MOVE 46                    TO CA-RETURN-CODE
           END-IF
      *
       2100-CHECK-AUTH-LIMIT-EXIT.
           EXIT.
      *
      *================================================================
      * 3000-RETURN-REFUND - COPIES THE REFUND REQUEST TO THE COMMAREA.
      *================================================================
       3000-RETURN-REFUND.
      *
           MOVE RFD-CUSTOMER-NUM         TO CA-CUSTOMER-NUM
           MOVE RFD-LINE                 TO CA-R-LINE
           MOVE RFD-REQUEST-DATE         TO CA-R-REQUEST-DATE
           MOVE RFD-AMOUNT               TO CA-R-AMOUNT
           MOVE RFD-PAYEE                TO CA-R-PAYEE
           MOVE RFD-REASON               TO CA-R-REASON
           MOVE RFD-AUTH-USER            TO CA-R-AUTH-USER
           MOVE RFD-AUTH-DATE            TO CA-R-AUTH-DATE
           MOVE RFD-STATUS-FLAG          TO CA-R-STATUS
           MOVE RFD-DISBURSE-DATE        TO CA-R-DISB-DATE
      *
       3000-RETURN-REFUND-EXIT.
           EXIT.
      *
      *================================================================
      * 7000-WRITE-AUDIT-JOURNAL - HANDS THE BEFORE/AFTER IMAGES TO
      *     THE COMMON AUDIT-JOURNAL WRITER.  JOURNALING NEVER FAILS
      *     THE BUSINESS REQUEST.
      *================================================================
       7000-WRITE-AUDIT-JOURNAL.
      *
           MOVE CA-REQUEST-ID            TO WSAJ-REQUEST-ID
      *
           EXEC CICS LINK
                PROGRAM('LGAJRN01')
                COMMAREA(WS-AUDIT-LINK-AREA)
                RESP(WS-RESP)
           END-EXEC
      *
       7000-WRITE-AUDIT-JOURNAL-EXIT.
           EXIT.
