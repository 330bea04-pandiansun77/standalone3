       DATE-COMPILED.
      *================================================================
      * MODIFICATION HISTORY
      *   2026-10-15  PA  PERIOD CONTROL.  A RECEIPT DATED IN A MONTH
      *                   CLOSED ON PERIODS IS REFUSED; EACH RECEIPT
      *                   IS POSTED TO THE GL INTERFACE (GLPOST) UNDER
      *                   THE CLAIM'S LINE, AND A FAILED POSTING BACKS
      *                   THE RECEIPT OUT.
      *   2026-09-02  PA  ORIGINAL -- CLAIMS RECOVERY AND
      *                   SUBROGATION TRACKING.  WHEN A THIRD PARTY
      *                   WAS AT FAULT WE RECOVER MONEY AFTER PAYING
      *        - INQRCV PAGES THROUGH A CLAIM'S RECOVERIES.
      *      LGRRCV01 AGES THE OUTSTANDING ROWS NIGHTLY AND LGRRSV01
      *      NETS THE RECEIPTS OFF THE INCURRED POSITION.
      *      A RECEIPT DATED IN A MONTH ALREADY CLOSED ON PERIODS
      *      (LGCPERD) IS REFUSED.  ONE TAKEN IN IS POSTED TO GLPOST
      *      (LGCGLPT) IN THE MONTH OF ITS DATE: DEBIT CASH, CREDIT
      *      RECOVERIES UNDER THE LINE OF THE CLAIM'S POLICY.
      *
      *    ENTRY POINTS:  TOP OF PROGRAM, VIA DFHCOMMAREA.
      *
      *    FILES:         CLAIMPOL - CICS KSDS, KEYED BY
      *                               CLM-CLAIM-NUM.
      *                   RECOVERY - CICS KSDS, KEYED BY RCV-KEY.
      *                   HOUSEPOL, MOTORPOL, COMMPOL, ENDOWPOL -
      *                              CICS KSDS, KEYED BY POLICY
      *                              NUMBER (READ FOR THE LINE).
      *                   PERIODS  - CICS KSDS, KEYED BY PRD-PERIOD.
      *                   GLPOST   - CICS KSDS, KEYED BY GLP-KEY.
      *
      *    CA-REQUEST-ID VALUES HANDLED:
      *       'ADDRCV'  -  OPEN A RECOVERY AGAINST THE CLAIM
      *       30  -  UNRECOGNIZED CA-REQUEST-ID
      *       47  -  EXPECTED/RECEIPT AMOUNT IS ZERO OR THE SOURCE
      *              IS BLANK
      *       57  -  THE RECEIPT'S POSTING PERIOD IS CLOSED
      *       90  -  FILE I/O ERROR (A RECEIPT IS BACKED OUT)
      *================================================================
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           05  SW-END-OF-BROWSE           PIC X(01) VALUE 'N'.
               88  END-OF-BROWSE                  VALUE 'Y'.
           05  WS-NEXT-RECOVERY-SEQ       PIC 9(04) VALUE ZERO.
           05  WS-ABSTIME                 PIC S9(15) COMP-3.
           05  WS-TODAY-DATE              PIC X(10).
      *
      *    GENERAL LEDGER POSTING - SEE 5000-CHECK-PERIOD AND
      *    5100-POST-GL.
       01  WS-GL-AREA.
           05  WS-GL-DATE                 PIC X(10).
           05  WS-GL-PERIOD-SW            PIC X(01) VALUE 'O'.
               88  GL-PERIOD-OPEN                 VALUE 'O'.
               88  GL-PERIOD-CLOSED               VALUE 'C'.
           05  WS-GL-LINE                 PIC X(01).
           05  WS-GL-DEBIT-ACCT           PIC X(04).
           05  WS-GL-CREDIT-ACCT          PIC X(04).
           05  WS-GL-ACCOUNT              PIC X(04).
           05  WS-GL-AMOUNT               PIC S9(09)V99 VALUE ZERO.
           05  WS-GL-DR                   PIC S9(09)V99 VALUE ZERO.
           05  WS-GL-CR                   PIC S9(09)V99 VALUE ZERO.
      *
       COPY LGCPERD.
      *
       COPY LGCGLPT.
      *
       COPY LGCCLAIM.
      *
      *    THE POLICY MASTERS, READ ONLY FOR THE CLAIM'S LINE.
       COPY LGCHOUS.
      *
       COPY LGCMOTR.
      *
       COPY LGCCOMM.
      *
       COPY LGCENDW.
      *
      *    COMMON AUDIT JOURNAL (SEE LGAJRN01) -- BEFORE/AFTER IMAGES
      *    HANDED TO THE SHARED WRITER ON EVERY CHANGE PATH.
       01  WS-AUDIT-LINK-AREA.
       PROCEDURE DIVISION.
      *
       0000-MAINLINE.
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
           EVALUATE CA-REQUEST-ID
              WHEN 'ADDRCV'
              WHEN OTHER
                 MOVE 30                  TO CA-RETURN-CODE
           END-EVALUATE
      *
      *    A RECEIPT THAT FAILED PART WAY IS BACKED OUT.
           IF CA-RETURN-CODE = 90
              EXEC CICS SYNCPOINT ROLLBACK
              END-EXEC
           END-IF
      *
           EXEC CICS RETURN
           END-EXEC
              MOVE 47                    TO CA-RETURN-CODE
              GO TO 3000-POST-RECEIPT-EXIT
           END-IF
      *
           MOVE CA-C-RCV-DATE            TO WS-GL-DATE
           PERFORM 5000-CHECK-PERIOD
              THRU 5000-CHECK-PERIOD-EXIT
           IF GL-PERIOD-CLOSED
              MOVE 57                    TO CA-RETURN-CODE
              GO TO 3000-POST-RECEIPT-EXIT
           END-IF
      *
           MOVE CA-C-NUM                  TO RCV-CLAIM-NUM
           MOVE CA-C-RCV-SEQ              TO RCV-RECOVERY-SEQ
              MOVE 90                    TO CA-RETURN-CODE
              GO TO 3000-POST-RECEIPT-EXIT
           END-IF
      *
           PERFORM 5300-FIND-CLAIM-LINE
              THRU 5300-FIND-CLAIM-LINE-EXIT
           MOVE CA-C-RCV-RECEIVED        TO WS-GL-AMOUNT
           MOVE 'CASH'                   TO WS-GL-DEBIT-ACCT
           MOVE 'RCVY'                   TO WS-GL-CREDIT-ACCT
           PERFORM 5100-POST-GL
              THRU 5100-POST-GL-EXIT
           IF CA-RETURN-CODE = 90
              GO TO 3000-POST-RECEIPT-EXIT
           END-IF
      *
           MOVE CLAIM-RECOVERY-DETAIL-RECORD
             TO WSAJ-AFTER-IMAGE
       4550-BROWSE-NEXT-DETAIL-EXIT.
           EXIT.
      *================================================================
      * 5000-CHECK-PERIOD - SETS GL-PERIOD-CLOSED WHEN THE MONTH OF
      *     WS-GL-DATE HAS BEEN CLOSED ON PERIODS.  A MONTH NOT ON
      *     THE FILE IS OPEN.
      *================================================================
       5000-CHECK-PERIOD.
      *
           SET GL-PERIOD-OPEN            TO TRUE
           MOVE WS-GL-DATE(1:7)          TO PRD-PERIOD
      *
           EXEC CICS READ
                FILE('PERIODS')
                INTO(PERIOD-CONTROL-RECORD)
                RIDFLD(PRD-PERIOD)
                RESP(WS-RESP)
           END-EXEC
      *
           IF WS-RESP = DFHRESP(NORMAL)
              AND PRD-STATUS-CLOSED
              SET GL-PERIOD-CLOSED       TO TRUE
           END-IF
      *
       5000-CHECK-PERIOD-EXIT.
           EXIT.
      *
      *================================================================
      * 5100-POST-GL - POSTS WS-GL-AMOUNT TO GLPOST IN THE MONTH OF
      *     WS-GL-DATE UNDER LINE WS-GL-LINE: A DEBIT TO
      *     WS-GL-DEBIT-ACCT AND A CREDIT TO WS-GL-CREDIT-ACCT.  A
      *     FAILURE SETS CA-RETURN-CODE 90 SO THE WHOLE REQUEST IS
      *     BACKED OUT.
      *================================================================
       5100-POST-GL.
      *
           IF WS-GL-AMOUNT = ZERO
              GO TO 5100-POST-GL-EXIT
           END-IF
      *
           MOVE WS-GL-DEBIT-ACCT         TO WS-GL-ACCOUNT
           MOVE WS-GL-AMOUNT             TO WS-GL-DR
           MOVE ZERO                     TO WS-GL-CR
           PERFORM 5200-ADD-TO-GLPOST
              THRU 5200-ADD-TO-GLPOST-EXIT
           IF CA-RETURN-CODE = 90
              GO TO 5100-POST-GL-EXIT
           END-IF
           MOVE WS-GL-CREDIT-ACCT        TO WS-GL-ACCOUNT
           MOVE ZERO                     TO WS-GL-DR
           MOVE WS-GL-AMOUNT             TO WS-GL-CR
           PERFORM 5200-ADD-TO-GLPOST
              THRU 5200-ADD-TO-GLPOST-EXIT
      *
       5100-POST-GL-EXIT.
           EXIT.
      *
      *================================================================
      * 5200-ADD-TO-GLPOST - ADDS WS-GL-DR AND WS-GL-CR TO THE
      *     MONTH'S RUNNING TOTAL FOR WS-GL-LINE/WS-GL-ACCOUNT FROM
      *     THIS PROGRAM, STARTING THE TOTAL ON ITS FIRST POSTING.
      *================================================================
       5200-ADD-TO-GLPOST.
      *
           MOVE SPACES                   TO GL-POSTING-RECORD
           MOVE WS-GL-DATE(1:7)          TO GLP-PERIOD
           MOVE WS-GL-LINE               TO GLP-LINE
           MOVE WS-GL-ACCOUNT            TO GLP-ACCOUNT
           MOVE 'LGARCV01'               TO GLP-SOURCE
      *
           EXEC CICS READ
                FILE('GLPOST')
                INTO(GL-POSTING-RECORD)
                RIDFLD(GLP-KEY)
                UPDATE
                RESP(WS-RESP)
           END-EXEC
      *
           IF WS-RESP = DFHRESP(NOTFND)
              MOVE ZERO                  TO GLP-DEBIT
                                            GLP-CREDIT
                                            GLP-POSTING-COUNT
           ELSE
              IF WS-RESP NOT = DFHRESP(NORMAL)
                 MOVE 90                 TO CA-RETURN-CODE
                 GO TO 5200-ADD-TO-GLPOST-EXIT
              END-IF
           END-IF
      *
           ADD WS-GL-DR                  TO GLP-DEBIT
           ADD WS-GL-CR                  TO GLP-CREDIT
           ADD 1                         TO GLP-POSTING-COUNT
           MOVE WS-TODAY-DATE            TO GLP-LAST-POSTED-DATE
      *
           IF GLP-POSTING-COUNT = 1
              EXEC CICS WRITE
                   FILE('GLPOST')
                   FROM(GL-POSTING-RECORD)
                   RIDFLD(GLP-KEY)
                   RESP(WS-RESP)
              END-EXEC
           ELSE
              EXEC CICS REWRITE
                   FILE('GLPOST')
                   FROM(GL-POSTING-RECORD)
                   RESP(WS-RESP)
              END-EXEC
           END-IF
      *
           IF WS-RESP NOT = DFHRESP(NORMAL)
              MOVE 90                    TO CA-RETURN-CODE
           END-IF
      *
       5200-ADD-TO-GLPOST-EXIT.
           EXIT.
      *
      *================================================================
      * 5300-FIND-CLAIM-LINE - SETS WS-GL-LINE TO THE LINE OF BUSINESS
      *     OF CLAIM CA-C-NUM'S POLICY, FROM WHICHEVER POLICY MASTER
      *     HOLDS IT; SPACE IF THE CLAIM OR ITS POLICY CANNOT BE
      *     FOUND.
      *================================================================
       5300-FIND-CLAIM-LINE.
      *
           MOVE SPACE                    TO WS-GL-LINE
      *
           EXEC CICS READ
                FILE('CLAIMPOL')
                INTO(CLAIM-MASTER-RECORD)
                RIDFLD(CA-C-NUM)
                RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL)
              GO TO 5300-FIND-CLAIM-LINE-EXIT
           END-IF
      *
           EXEC CICS READ
                FILE('HOUSEPOL')
                INTO(HOUSE-POLICY-MASTER-RECORD)
                RIDFLD(CLM-POLICY-NUM)
                RESP(WS-RESP)
           END-EXEC
           IF WS-RESP = DFHRESP(NORMAL)
              MOVE 'H'                   TO WS-GL-LINE
              GO TO 5300-FIND-CLAIM-LINE-EXIT
           END-IF
           EXEC CICS READ
                FILE('MOTORPOL')
                INTO(MOTOR-POLICY-MASTER-RECORD)
                RIDFLD(CLM-POLICY-NUM)
                RESP(WS-RESP)
           END-EXEC
           IF WS-RESP = DFHRESP(NORMAL)
              MOVE 'M'                   TO WS-GL-LINE
              GO TO 5300-FIND-CLAIM-LINE-EXIT
           END-IF
           EXEC CICS READ
                FILE('COMMPOL')
                INTO(COMMERCIAL-POLICY-MASTER-RECORD)
                RIDFLD(CLM-POLICY-NUM)
                RESP(WS-RESP)
           END-EXEC
           IF WS-RESP = DFHRESP(NORMAL)
              MOVE 'C'                   TO WS-GL-LINE
              GO TO 5300-FIND-CLAIM-LINE-EXIT
           END-IF
           EXEC CICS READ
                FILE('ENDOWPOL')
                INTO(ENDOWMENT-POLICY-MASTER-RECORD)
                RIDFLD(CLM-POLICY-NUM)
                RESP(WS-RESP)
           END-EXEC
           IF WS-RESP = DFHRESP(NORMAL)
              MOVE 'E'                   TO WS-GL-LINE
              GO TO 5300-FIND-CLAIM-LINE-EXIT
           END-IF
      *
       5300-FIND-CLAIM-LINE-EXIT.
           EXIT.
      *
      *================================================================
      * 7000-WRITE-AUDIT-JOURNAL - HANDS THE BEFORE/AFTER IMAGES TO
      *     THE COMMON AUDIT-JOURNAL WRITER.  JOURNALING NEVER FAILS
      *     THE BUSINESS REQUEST.
