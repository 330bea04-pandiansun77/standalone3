       DATE-COMPILED.
      *================================================================
      * MODIFICATION HISTORY
      *   2026-10-15  PA  BROKER MASTER.  ADDMOT NOW REFUSES A
      *                   BROKER THAT IS NOT ON BROKERMS, IS
      *                   SUSPENDED OR TERMINATED, HAS AN EXPIRED
      *                   LICENCE OR NO AUTHORITY FOR THE LINE
      *                   (6200, LGABKC01, RC 71-74).
      *   2026-10-15  PA  POLICY SCHEDULE DOCUMENTS.  ADDMOT, ENDMOT
      *                   AND CANMOT NOW QUEUE A DOCREQ ROW THROUGH
      *                   LGADOC01 (7300) ONCE THE CHANGE IS ON THE
      *                   MASTER, FOR THE NIGHTLY LGRDOC01
      *                   COMPOSITION EXTRACT.
      *   2026-10-15  PA  PREMIUM PAYMENT PLAN.  ADDMOT AND ENDMOT
      *                   TAKE AN ANNUAL OR MONTHLY INSTALMENT PLAN
      *                   (CA-M-PLAN-TYPE/-INSTALMENTS/-PAY-DAY),
      *                   EDITED BY 5300 AND HELD ON THE MASTER FOR
      *                   LGRBIL01.  INQMOT RETURNS IT.
      *   2026-09-02  PA  ADDED CANMOT - FORMAL CANCELLATION.  THE
      *                   POLICY IS MARKED CANCELLED WITH A DATED
      *                   REASON CODE AND A PRO-RATA RETURN PREMIUM
      *                    MOTORACC - CICS KSDS, KEYED BY MTA-KEY
      *                               (MTA-POLICY-NUM WITHIN
      *                               MTA-ACCIDENT-SEQ).
      *                   BROKERMS - CICS KSDS, KEYED BY
      *                               BKR-BROKERID (READ AT ADD).
      *
      *    CA-REQUEST-ID VALUES HANDLED:
      *       'INQMOT'  -  INQUIRE MOTOR POLICY
      *                    DELTA FROM CA-M-END-EFF-DATE TO EXPIRY,
      *                    RE-DERIVES THE CHARGED PREMIUM FROM THE
      *                    ACCIDENT HISTORY AND RECORDS THE ENDORSE
      *                    DETAIL ROW.  A PAYMENT PLAN SENT WITH IT
      *                    REPLACES THE ONE ON FILE FROM THE NEXT
      *                    BILLING CYCLE (SPACES KEEP THE CURRENT
      *                    PLAN)
      *       'CANMOT'  -  FORMAL CANCELLATION: MARKS THE POLICY
      *                    CANCELLED WITH THE REASON CODE (FIRST 3
      *                    CHARACTERS OF CA-M-END-REASON), COMPUTES
      *       51  -  CANCEL REFUSED - AN OPEN CLAIM EXISTS ON THE
      *              POLICY
      *       52  -  CANCEL REFUSED - NO REASON CODE SUPPLIED
      *       53  -  PAYMENT PLAN FAILED VALIDATION - TYPE NOT 'A'
      *              OR 'I', INSTALMENTS NOT 2-12, OR PAYMENT DAY
      *              NOT 1-28
      *       71  -  ADD REFUSED - NO BROKER MASTER FOR CA-BROKERID
      *       72  -  ADD REFUSED - THE BROKER IS SUSPENDED OR
      *              TERMINATED
      *       73  -  ADD REFUSED - THE BROKER'S LICENCE HAS EXPIRED
      *       74  -  ADD REFUSED - THE BROKER IS NOT AUTHORIZED FOR
      *              THE LINE OF BUSINESS
      *              (71-74 FROM LGABKC01.  BROKERID ZERO IS DIRECT
      *              BUSINESS AND IS NOT CHECKED)
      *       90  -  FILE I/O ERROR
      *================================================================
       ENVIRONMENT DIVISION.
           05  SW-END-OF-CLM-BROWSE       PIC X(01) VALUE 'N'.
               88  END-OF-CLM-BROWSE              VALUE 'Y'.
           05  WS-CLM-BROWSE-KEY          PIC 9(10) VALUE ZERO.
      *
      *    PAYMENT PLAN WORK FIELDS (ADDMOT/ENDMOT) - SEE 5300.
       01  WS-PLAN-WORK.
           05  WS-PLAN-TYPE               PIC X(01) VALUE SPACE.
           05  WS-PLAN-INSTALMENTS        PIC 9(02) VALUE ZERO.
           05  WS-PLAN-PAY-DAY            PIC 9(02) VALUE ZERO.
           05  SW-PLAN-VALID              PIC X(01) VALUE 'N'.
               88  PLAN-VALID                     VALUE 'Y'.
      *
       COPY LGCCLAIM.
      *
      *
       COPY LGCCUST.
      *
      *    BROKER CHECK AT ADD (SEE LGABKC01) AND THE BROKER MASTER
      *    IT IS MADE AGAINST.
       01  WS-BROKER-CHECK-AREA.
       COPY LGCBRKC REPLACING LEADING ==BC== BY ==WSBC==.
      *
       COPY LGCBRKM.
      *
      *    COMMON AUDIT JOURNAL (SEE LGAJRN01) -- BEFORE/AFTER IMAGES
      *    HANDED TO THE SHARED WRITER ON EVERY CHANGE PATH.
       01  WS-AUDIT-LINK-AREA.
       COPY LGCAJRN REPLACING LEADING ==AJ== BY ==WSAJ==.
      *
      *    POLICY SCHEDULE REQUEST (SEE LGADOC01) -- QUEUED ON THE
      *    ADD, ENDORSEMENT AND CANCELLATION PATHS ONCE THE MASTER
      *    IS UPDATED.
       01  WS-DOCUMENT-LINK-AREA.
       COPY LGCDOCL REPLACING LEADING ==DQ== BY ==WSDQ==.
      *
      *    ADDACC JOURNALS TWO CHANGES (THE MOTORACC WRITE AND THE
      *    MOTORPOL REWRITE); THE POLICY BEFORE-IMAGE IS HELD HERE
      *    ACROSS THE FIRST JOURNAL CALL.
              MOVE 20                    TO CA-RETURN-CODE
              GO TO 2000-ADD-MOTOR-EXIT
           END-IF
      *
           PERFORM 6200-CHECK-BROKER
              THRU 6200-CHECK-BROKER-EXIT
           IF WSBC-RETURN-CODE NOT = ZERO
              MOVE WSBC-RETURN-CODE      TO CA-RETURN-CODE
              GO TO 2000-ADD-MOTOR-EXIT
           END-IF
      *
           PERFORM 5200-MOVE-CA-TO-MASTER
              THRU 5200-MOVE-CA-TO-MASTER-EXIT
      *
           MOVE CA-M-PREMIUM              TO MTM-BASE-PREMIUM
           MOVE ZERO                     TO MTM-M-ACCIDENTS
      *
           MOVE 'A'                      TO WS-PLAN-TYPE
           MOVE ZERO                     TO WS-PLAN-INSTALMENTS
                                            WS-PLAN-PAY-DAY
           PERFORM 5300-EDIT-PAYMENT-PLAN
              THRU 5300-EDIT-PAYMENT-PLAN-EXIT
           IF NOT PLAN-VALID
              MOVE 53                    TO CA-RETURN-CODE
              GO TO 2000-ADD-MOTOR-EXIT
           END-IF
           MOVE WS-PLAN-TYPE             TO MTM-PLAN-TYPE
           MOVE WS-PLAN-INSTALMENTS      TO MTM-PLAN-INSTALMENTS
           MOVE WS-PLAN-PAY-DAY          TO MTM-PLAN-PAY-DAY
      *
           MOVE 'A'                      TO MTM-STATUS-FLAG
           MOVE SPACES                   TO MTM-CANCEL-DATE
      *
           PERFORM 5000-MOVE-MASTER-TO-CA
              THRU 5000-MOVE-MASTER-TO-CA-EXIT
      *
           MOVE 'N'                      TO WSDQ-DOC-TYPE
           MOVE MTM-ISSUE-DATE           TO WSDQ-EFFECTIVE-DATE
           MOVE ZERO                     TO WSDQ-ENDORSE-SEQ
           MOVE MTM-CUSTOMER-NUM         TO WSDQ-CUSTOMER-NUM
           PERFORM 7300-REQUEST-DOCUMENT
              THRU 7300-REQUEST-DOCUMENT-EXIT
      *
       2000-ADD-MOTOR-EXIT.
           EXIT.
              MOVE 48                    TO CA-RETURN-CODE
              GO TO 3500-ENDORSE-MOTOR-EXIT
           END-IF
      *
           MOVE MTM-PLAN-TYPE            TO WS-PLAN-TYPE
           MOVE MTM-PLAN-INSTALMENTS     TO WS-PLAN-INSTALMENTS
           MOVE MTM-PLAN-PAY-DAY         TO WS-PLAN-PAY-DAY
           PERFORM 5300-EDIT-PAYMENT-PLAN
              THRU 5300-EDIT-PAYMENT-PLAN-EXIT
           IF NOT PLAN-VALID
              EXEC CICS UNLOCK
                   FILE('MOTORPOL')
              END-EXEC
              MOVE 53                    TO CA-RETURN-CODE
              GO TO 3500-ENDORSE-MOTOR-EXIT
           END-IF
      *
           MOVE CA-M-END-EFF-DATE(1:4)    TO WS-EFF-NUMDATE(1:4)
           MOVE CA-M-END-EFF-DATE(6:2)    TO WS-EFF-NUMDATE(5:2)
           MOVE CA-BROKERSREF             TO MTM-BROKERSREF
           MOVE CA-PAYMENT                TO MTM-PAYMENT
           MOVE CA-M-PREMIUM              TO MTM-BASE-PREMIUM
           MOVE WS-PLAN-TYPE             TO MTM-PLAN-TYPE
           MOVE WS-PLAN-INSTALMENTS      TO MTM-PLAN-INSTALMENTS
           MOVE WS-PLAN-PAY-DAY          TO MTM-PLAN-PAY-DAY
      *
           PERFORM 4200-RECALC-FROM-HISTORY
              THRU 4200-RECALC-FROM-HISTORY-EXIT
           PERFORM 5000-MOVE-MASTER-TO-CA
              THRU 5000-MOVE-MASTER-TO-CA-EXIT
           MOVE WS-PREMIUM-DELTA          TO CA-M-END-DELTA
      *
           MOVE 'E'                      TO WSDQ-DOC-TYPE
           MOVE CA-M-END-EFF-DATE        TO WSDQ-EFFECTIVE-DATE
           MOVE WS-NEXT-ENDORSE-SEQ      TO WSDQ-ENDORSE-SEQ
           MOVE MTM-CUSTOMER-NUM         TO WSDQ-CUSTOMER-NUM
           PERFORM 7300-REQUEST-DOCUMENT
              THRU 7300-REQUEST-DOCUMENT-EXIT
      *
       3500-ENDORSE-MOTOR-EXIT.
           EXIT.
              THRU 7000-WRITE-AUDIT-JOURNAL-EXIT
      *
           COMPUTE CA-M-END-DELTA = 0 - WS-REFUND-AMOUNT
      *
           MOVE 'C'                      TO WSDQ-DOC-TYPE
           MOVE MTM-CANCEL-DATE          TO WSDQ-EFFECTIVE-DATE
           MOVE ZERO                     TO WSDQ-ENDORSE-SEQ
           MOVE MTM-CUSTOMER-NUM         TO WSDQ-CUSTOMER-NUM
           PERFORM 7300-REQUEST-DOCUMENT
              THRU 7300-REQUEST-DOCUMENT-EXIT
      *
       4700-CANCEL-MOTOR-EXIT.
           EXIT.
           MOVE MTM-M-MANUFACTURED        TO CA-M-MANUFACTURED
           MOVE MTM-M-PREMIUM             TO CA-M-PREMIUM
           MOVE MTM-M-ACCIDENTS           TO CA-M-ACCIDENTS
           MOVE MTM-PLAN-TYPE             TO CA-M-PLAN-TYPE
           MOVE MTM-PLAN-INSTALMENTS      TO CA-M-PLAN-INSTALMENTS
           MOVE MTM-PLAN-PAY-DAY          TO CA-M-PLAN-PAY-DAY
      *
       5000-MOVE-MASTER-TO-CA-EXIT.
           EXIT.
      *
       5200-MOVE-CA-TO-MASTER-EXIT.
           EXIT.
      *
      *================================================================
      * 5300-EDIT-PAYMENT-PLAN - EDITS THE PLAN THE CALLER SENT OVER
      *     THE ONE PRESET IN WS-PLAN-WORK (ANNUAL ON ADDMOT, THE
      *     POLICY'S OWN ON ENDMOT).  SPACES (OR LOW-VALUES FROM A
      *     CALLER THAT CLEARS ITS COMMAREA THAT WAY) LEAVE THE
      *     PRESET ALONE.  AN INSTALMENT PLAN SENT WITHOUT A COUNT
      *     IS MONTHLY (12); WITHOUT A PAYMENT DAY IT FALLS DUE ON
      *     THE ISSUE-DATE DAY, HELD TO THE 28TH SO EVERY MONTH HAS
      *     ONE.  MTM-ISSUE-DATE MUST ALREADY BE SET.
      *================================================================
       5300-EDIT-PAYMENT-PLAN.
      *
           MOVE 'Y'                      TO SW-PLAN-VALID
      *
           IF CA-M-PLAN-TYPE = SPACE OR LOW-VALUE
              GO TO 5300-EDIT-PAYMENT-PLAN-EXIT
           END-IF
      *
           IF CA-M-PLAN-TYPE = 'A'
              MOVE 'A'                   TO WS-PLAN-TYPE
              MOVE ZERO                  TO WS-PLAN-INSTALMENTS
                                            WS-PLAN-PAY-DAY
              GO TO 5300-EDIT-PAYMENT-PLAN-EXIT
           END-IF
      *
           IF CA-M-PLAN-TYPE NOT = 'I'
              MOVE 'N'                   TO SW-PLAN-VALID
              GO TO 5300-EDIT-PAYMENT-PLAN-EXIT
           END-IF
      *
           MOVE 'I'                      TO WS-PLAN-TYPE
      *
           IF CA-M-PLAN-INSTALMENTS NOT NUMERIC
              OR CA-M-PLAN-INSTALMENTS = ZERO
              MOVE 12                    TO WS-PLAN-INSTALMENTS
           ELSE
              MOVE CA-M-PLAN-INSTALMENTS TO WS-PLAN-INSTALMENTS
           END-IF
           IF WS-PLAN-INSTALMENTS < 2 OR WS-PLAN-INSTALMENTS > 12
              MOVE 'N'                   TO SW-PLAN-VALID
              GO TO 5300-EDIT-PAYMENT-PLAN-EXIT
           END-IF
      *
           IF CA-M-PLAN-PAY-DAY NOT NUMERIC
              OR CA-M-PLAN-PAY-DAY = ZERO
              IF MTM-ISSUE-DATE(9:2) NUMERIC
                 MOVE MTM-ISSUE-DATE(9:2) TO WS-PLAN-PAY-DAY
              ELSE
                 MOVE 1                  TO WS-PLAN-PAY-DAY
              END-IF
              IF WS-PLAN-PAY-DAY > 28
                 MOVE 28                 TO WS-PLAN-PAY-DAY
              END-IF
           ELSE
              MOVE CA-M-PLAN-PAY-DAY     TO WS-PLAN-PAY-DAY
           END-IF
           IF WS-PLAN-PAY-DAY < 1 OR WS-PLAN-PAY-DAY > 28
              MOVE 'N'                   TO SW-PLAN-VALID
           END-IF
      *
       5300-EDIT-PAYMENT-PLAN-EXIT.
           EXIT.
      *================================================================
      * 6000-CHECK-CUSTOMER-EXISTS - A POLICY ADD WHOSE CUSTOMER HAS
      *     NO CUSTOMER RECORD IS REFUSED -- AN ORPHAN POLICY WAS
       6100-BUMP-CUSTOMER-POLICIES-EXIT.
           EXIT.
      *================================================================
      * 6200-CHECK-BROKER - THE BROKER PLACING THE BUSINESS MUST BE ON
      *     BROKERMS, ACTIVE, LICENSED AND AUTHORIZED FOR THE LINE
      *     (LGABKC01).  BROKERID ZERO IS DIRECT BUSINESS.
      *================================================================
       6200-CHECK-BROKER.
      *
           MOVE ZERO                     TO WSBC-RETURN-CODE
           IF CA-BROKERID NOT NUMERIC
              MOVE 71                    TO WSBC-RETURN-CODE
              GO TO 6200-CHECK-BROKER-EXIT
           END-IF
      *
           MOVE CA-BROKERID              TO WSBC-BROKERID
           MOVE 'M'                      TO WSBC-LINE
           MOVE WS-TODAY-NUMDATE         TO WSBC-TODAY
           MOVE 'N'                      TO WSBC-FOUND-FLAG
           IF WSBC-BROKERID > ZERO
              EXEC CICS READ
                   FILE('BROKERMS')
                   INTO(BROKER-MASTER-RECORD)
                   RIDFLD(WSBC-BROKERID)
                   RESP(WS-RESP)
              END-EXEC
              IF WS-RESP = DFHRESP(NORMAL)
                 MOVE 'Y'                TO WSBC-FOUND-FLAG
              END-IF
           END-IF
      *
           CALL 'LGABKC01' USING WS-BROKER-CHECK-AREA,
                                 BROKER-MASTER-RECORD
      *
       6200-CHECK-BROKER-EXIT.
           EXIT.
      *
      *================================================================
      * 7000-WRITE-AUDIT-JOURNAL - HANDS THE BEFORE/AFTER IMAGES TO
      *     THE COMMON AUDIT-JOURNAL WRITER.  JOURNALING NEVER FAILS
      *     THE BUSINESS REQUEST.
      *
       7100-STAMP-LAST-CHANGED-EXIT.
           EXIT.
      *================================================================
      * 7300-REQUEST-DOCUMENT - QUEUES THE POLICY SCHEDULE FOR THE
      *     NIGHTLY COMPOSITION RUN (SEE LGADOC01).  THE CALLER SETS
      *     THE DOCUMENT TYPE, EFFECTIVE DATE, ENDORSEMENT SEQUENCE
      *     AND OWNING CUSTOMER.  LIKE JOURNALING, A FAILURE HERE
      *     NEVER FAILS THE BUSINESS REQUEST - THE DESK REPRINTS.
      *================================================================
       7300-REQUEST-DOCUMENT.
      *
           MOVE CA-REQUEST-ID            TO WSDQ-REQUEST-ID
           MOVE CA-POLICY-NUM            TO WSDQ-POLICY-NUM
           MOVE 'M'                      TO WSDQ-LINE
           MOVE SPACE                    TO WSDQ-DELIVERY
      *
           EXEC CICS LINK
                PROGRAM('LGADOC01')
                COMMAREA(WS-DOCUMENT-LINK-AREA)
                RESP(WS-RESP)
           END-EXEC
      *
       7300-REQUEST-DOCUMENT-EXIT.
           EXIT.
