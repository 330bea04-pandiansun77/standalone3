       DATE-COMPILED.
      *================================================================
      * MODIFICATION HISTORY
      *   2026-10-15  PA  BROKER MASTER.  ADDEND NOW REFUSES A
      *                   BROKER THAT IS NOT ON BROKERMS, IS
      *                   SUSPENDED OR TERMINATED, HAS AN EXPIRED
      *                   LICENCE OR NO AUTHORITY FOR THE LINE
      *                   (6200, LGABKC01, RC 71-74).
      *   2026-10-15  PA  SURRENDER VALUES.  NEW SVQEND QUOTES WHAT THE
      *                   POLICYHOLDER WOULD GET FOR CASHING IN EARLY,
      *                   FROM THE LGCSURV TABLE (WITH-PROFITS OR
      *                   UNIT-FUND BASIS).  NEW SUREND MARKS THE
      *                   POLICY SURRENDERED WITH THE VALUE PAID,
      *                   RAISES THE PAYMENT ON REFUNDRQ FOR
      *                   LGARFD01/LGRDSB01 AND JOURNALS BOTH.
      *                   ENDEND AND CANEND REFUSE A SURRENDERED
      *                   POLICY.
      *   2026-10-15  PA  POLICY SCHEDULE DOCUMENTS.  ADDEND, ENDEND
      *                   AND CANEND NOW QUEUE A DOCREQ ROW THROUGH
      *                   LGADOC01 (7300) ONCE THE CHANGE IS ON THE
      *                   MASTER, FOR THE NIGHTLY LGRDOC01
      *                   COMPOSITION EXTRACT.
      *   2026-10-15  PA  PREMIUM PAYMENT PLAN.  ADDEND AND ENDEND
      *                   TAKE AN ANNUAL OR MONTHLY INSTALMENT PLAN
      *                   (CA-E-PLAN-TYPE/-INSTALMENTS/-PAY-DAY),
      *                   EDITED BY 5300 AND HELD ON THE MASTER FOR
      *                   LGRBIL01.  INQEND RETURNS IT.
      *   2026-09-02  PA  ADDED CANEND - FORMAL CANCELLATION.  THE
      *                   POLICY IS MARKED CANCELLED WITH A DATED
      *                   REASON CODE AND A PRO-RATA RETURN PREMIUM
      *
      *    FILES:         ENDOWPOL - CICS KSDS, KEYED BY
      *                               ENM-POLICY-NUM.
      *                   BROKERMS - CICS KSDS, KEYED BY
      *                               BKR-BROKERID (READ AT ADD).
      *
      *    CA-REQUEST-ID VALUES HANDLED:
      *       'INQEND'  -  INQUIRE ENDOWMENT POLICY
      *                    FIELDS AND NEW ANNUAL PREMIUM
      *                    (CA-PAYMENT), COMPUTES THE PRO-RATA
      *                    DELTA FROM CA-E-END-EFF-DATE TO EXPIRY,
      *                    AND RECORDS THE ENDORSE DETAIL ROW.  A
      *                    PAYMENT PLAN SENT WITH IT REPLACES THE
      *                    ONE ON FILE FROM THE NEXT BILLING CYCLE
      *                    (SPACES KEEP THE CURRENT PLAN)
      *       'CANEND'  -  FORMAL CANCELLATION: MARKS THE POLICY
      *                    CANCELLED WITH THE REASON CODE (FIRST 3
      *                    CHARACTERS OF CA-E-END-REASON), COMPUTES
      *                    CA-E-END-EFF-DATE TO EXPIRY (RETURNED
      *                    NEGATIVE IN CA-E-END-DELTA), AND
      *                    DECREMENTS CUM-NUM-POLICIES
      *       'SVQEND'  -  SURRENDER VALUE QUOTATION AS AT
      *                    CA-E-END-EFF-DATE (SPACES = TODAY): YEARS
      *                    IN FORCE, BASIS, TABLE PERCENTAGE AND
      *                    VALUE COME BACK IN CA-E-SURR-xxx.  NOTHING
      *                    IS CHANGED
      *       'SUREND'  -  SURRENDER: VALUES THE POLICY AS SVQEND,
      *                    MARKS IT SURRENDERED WITH THE VALUE PAID,
      *                    DECREMENTS CUM-NUM-POLICIES AND RAISES A
      *                    REFUNDRQ REQUEST (REASON 'SUR') FOR THE
      *                    VALUE, PAYABLE TO THE CUSTOMER, WHICH IS
      *                    AUTHORIZED ON LGARFD01 AND PAID BY
      *                    LGRDSB01 LIKE ANY OTHER REFUND
      *       'DELEND'  -  DELETE ENDOWMENT POLICY
      *
      *    CA-RETURN-CODE VALUES SET:
      *       44  -  TERM OR SUM ASSURED FAILED VALIDATION
      *       48  -  ENDORSEMENT/CANCELLATION EFFECTIVE DATE OUTSIDE
      *              THE POLICY TERM
      *       49  -  POLICY IS CANCELLED, MATURED OR SURRENDERED -
      *              ENDORSEMENT, CANCELLATION AND SURRENDER ARE ALL
      *              REFUSED
      *       51  -  CANCEL REFUSED - AN OPEN CLAIM EXISTS ON THE
      *              POLICY
      *       52  -  CANCEL REFUSED - NO REASON CODE SUPPLIED
      *       53  -  PAYMENT PLAN FAILED VALIDATION - TYPE NOT 'A'
      *              OR 'I', INSTALMENTS NOT 2-12, OR PAYMENT DAY
      *              NOT 1-28
      *       54  -  SURRENDER REFUSED - THE POLICY IS STILL IN THE
      *              NIL-VALUE PERIOD, SO THERE IS NOTHING TO PAY
      *       71  -  ADD REFUSED - NO BROKER MASTER FOR CA-BROKERID
      *       72  -  ADD REFUSED - THE BROKER IS SUSPENDED OR
      *              TERMINATED
      *       73  -  ADD REFUSED - THE BROKER'S LICENCE HAS EXPIRED
      *       74  -  ADD REFUSED - THE BROKER IS NOT AUTHORIZED FOR
      *              THE LINE OF BUSINESS
      *              (71-74 FROM LGABKC01.  BROKERID ZERO IS DIRECT
      *              BUSINESS AND IS NOT CHECKED)
      *       90  -  FILE I/O ERROR (SUREND IS BACKED OUT)
      *================================================================
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           05  SW-END-OF-CLM-BROWSE       PIC X(01) VALUE 'N'.
               88  END-OF-CLM-BROWSE              VALUE 'Y'.
           05  WS-CLM-BROWSE-KEY          PIC 9(10) VALUE ZERO.
      *
      *    SURRENDER VALUE WORK FIELDS (SVQEND/SUREND) - SEE 4900.
       01  WS-SURRENDER-WORK.
           05  WS-SURR-DATE               PIC X(10).
           05  WS-SURR-YYYY               PIC 9(04) VALUE ZERO.
           05  WS-ISSUE-YYYY              PIC 9(04) VALUE ZERO.
           05  WS-SURR-YEARS              PIC S9(03) VALUE ZERO.
           05  WS-SURR-PREMIUM-YEARS      PIC 9(03) VALUE ZERO.
           05  WS-SURR-BASIS              PIC X(01) VALUE SPACE.
               88  SURR-WITH-PROFITS              VALUE 'W'.
               88  SURR-UNIT-FUND                 VALUE 'U'.
           05  WS-SURR-PCT                PIC 9(03)V99 VALUE ZERO.
           05  WS-SURR-BASE-AMOUNT        PIC 9(09)V99 VALUE ZERO.
           05  WS-SURR-VALUE              PIC 9(08)V99 VALUE ZERO.
           05  WS-NEXT-REQUEST-SEQ        PIC 9(04) VALUE ZERO.
      *
       COPY LGCSURV.
      *
       COPY LGCRFND.
      *
      *    PAYMENT PLAN WORK FIELDS (ADDEND/ENDEND) - SEE 5300.
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
       LINKAGE SECTION.
      *
              WHEN 'CANEND'
                 PERFORM 4500-CANCEL-ENDOWMENT
                    THRU 4500-CANCEL-ENDOWMENT-EXIT
              WHEN 'SVQEND'
                 PERFORM 4700-QUOTE-SURRENDER
                    THRU 4700-QUOTE-SURRENDER-EXIT
              WHEN 'SUREND'
                 PERFORM 4800-SURRENDER-ENDOWMENT
                    THRU 4800-SURRENDER-ENDOWMENT-EXIT
              WHEN 'DELEND'
                 PERFORM 4000-DELETE-ENDOWMENT
                    THRU 4000-DELETE-ENDOWMENT-EXIT
              WHEN OTHER
                 MOVE 30                  TO CA-RETURN-CODE
           END-EVALUATE
      *
      *    A SURRENDER THAT FAILED PART WAY IS BACKED OUT, SO THE
      *    POLICY IS NEVER LEFT SURRENDERED WITHOUT ITS PAYMENT.
           IF CA-REQUEST-ID = 'SUREND'
              AND CA-RETURN-CODE = 90
              EXEC CICS SYNCPOINT ROLLBACK
              END-EXEC
           END-IF
      *
           EXEC CICS RETURN
           END-EXEC
              MOVE 20                    TO CA-RETURN-CODE
              GO TO 2000-ADD-ENDOWMENT-EXIT
           END-IF
      *
           PERFORM 6200-CHECK-BROKER
              THRU 6200-CHECK-BROKER-EXIT
           IF WSBC-RETURN-CODE NOT = ZERO
              MOVE WSBC-RETURN-CODE      TO CA-RETURN-CODE
              GO TO 2000-ADD-ENDOWMENT-EXIT
           END-IF
      *
           PERFORM 5200-MOVE-CA-TO-MASTER
              THRU 5200-MOVE-CA-TO-MASTER-EXIT
           MOVE ZERO                     TO ENM-CANCEL-REFUND
           MOVE SPACES                   TO ENM-SETTLED-DATE
           MOVE ZERO                     TO ENM-SETTLED-AMOUNT
      *
           MOVE 'A'                      TO WS-PLAN-TYPE
           MOVE ZERO                     TO WS-PLAN-INSTALMENTS
                                            WS-PLAN-PAY-DAY
           PERFORM 5300-EDIT-PAYMENT-PLAN
              THRU 5300-EDIT-PAYMENT-PLAN-EXIT
           IF NOT PLAN-VALID
              MOVE 53                    TO CA-RETURN-CODE
              GO TO 2000-ADD-ENDOWMENT-EXIT
           END-IF
           MOVE WS-PLAN-TYPE             TO ENM-PLAN-TYPE
           MOVE WS-PLAN-INSTALMENTS      TO ENM-PLAN-INSTALMENTS
           MOVE WS-PLAN-PAY-DAY          TO ENM-PLAN-PAY-DAY
      *
           PERFORM 7100-STAMP-LAST-CHANGED
              THRU 7100-STAMP-LAST-CHANGED-EXIT
           MOVE CA-POLICY-NUM            TO WSAJ-RECORD-KEY
           PERFORM 7000-WRITE-AUDIT-JOURNAL
              THRU 7000-WRITE-AUDIT-JOURNAL-EXIT
           MOVE ENM-PLAN-TYPE             TO CA-E-PLAN-TYPE
           MOVE ENM-PLAN-INSTALMENTS      TO CA-E-PLAN-INSTALMENTS
           MOVE ENM-PLAN-PAY-DAY          TO CA-E-PLAN-PAY-DAY
      *
           MOVE 'N'                      TO WSDQ-DOC-TYPE
           MOVE ENM-ISSUE-DATE           TO WSDQ-EFFECTIVE-DATE
           MOVE ZERO                     TO WSDQ-ENDORSE-SEQ
           MOVE ENM-CUSTOMER-NUM         TO WSDQ-CUSTOMER-NUM
           PERFORM 7300-REQUEST-DOCUMENT
              THRU 7300-REQUEST-DOCUMENT-EXIT
      *
       2000-ADD-ENDOWMENT-EXIT.
           EXIT.
      *    RETURNED OR ALREADY PAID OUT - A CANCELLED OR MATURED
      *    POLICY CANNOT BE ENDORSED.
           IF ENM-POLICY-CANCELLED OR ENM-POLICY-MATURED
              OR ENM-POLICY-SURRENDERED
              EXEC CICS UNLOCK
                   FILE('ENDOWPOL')
              END-EXEC
              MOVE 48                    TO CA-RETURN-CODE
              GO TO 3500-ENDORSE-ENDOWMENT-EXIT
           END-IF
      *
           MOVE ENM-PLAN-TYPE            TO WS-PLAN-TYPE
           MOVE ENM-PLAN-INSTALMENTS     TO WS-PLAN-INSTALMENTS
           MOVE ENM-PLAN-PAY-DAY         TO WS-PLAN-PAY-DAY
           PERFORM 5300-EDIT-PAYMENT-PLAN
              THRU 5300-EDIT-PAYMENT-PLAN-EXIT
           IF NOT PLAN-VALID
              EXEC CICS UNLOCK
                   FILE('ENDOWPOL')
              END-EXEC
              MOVE 53                    TO CA-RETURN-CODE
              GO TO 3500-ENDORSE-ENDOWMENT-EXIT
           END-IF
      *
      *    THE LOCK STAMP IS BUILT EARLY SO ITS DATE ALSO SERVES AS
      *    THE ENDORSEMENT'S RECORDED DATE.
      *
           PERFORM 5200-MOVE-CA-TO-MASTER
              THRU 5200-MOVE-CA-TO-MASTER-EXIT
           MOVE WS-PLAN-TYPE             TO ENM-PLAN-TYPE
           MOVE WS-PLAN-INSTALMENTS      TO ENM-PLAN-INSTALMENTS
           MOVE WS-PLAN-PAY-DAY          TO ENM-PLAN-PAY-DAY
      *
           MOVE WS-LC-STAMP               TO ENM-LAST-CHANGED
                                             CA-LASTCHANGED
              THRU 7000-WRITE-AUDIT-JOURNAL-EXIT
      *
           MOVE WS-PREMIUM-DELTA          TO CA-E-END-DELTA
           MOVE ENM-PLAN-TYPE             TO CA-E-PLAN-TYPE
           MOVE ENM-PLAN-INSTALMENTS      TO CA-E-PLAN-INSTALMENTS
           MOVE ENM-PLAN-PAY-DAY          TO CA-E-PLAN-PAY-DAY
      *
           MOVE 'E'                      TO WSDQ-DOC-TYPE
           MOVE CA-E-END-EFF-DATE        TO WSDQ-EFFECTIVE-DATE
           MOVE WS-NEXT-ENDORSE-SEQ      TO WSDQ-ENDORSE-SEQ
           MOVE ENM-CUSTOMER-NUM         TO WSDQ-CUSTOMER-NUM
           PERFORM 7300-REQUEST-DOCUMENT
              THRU 7300-REQUEST-DOCUMENT-EXIT
      *
       3500-ENDORSE-ENDOWMENT-EXIT.
           EXIT.
              GO TO 4500-CANCEL-ENDOWMENT-EXIT
           END-IF
      *
           IF ENM-POLICY-CANCELLED OR ENM-POLICY-SURRENDERED
              EXEC CICS UNLOCK
                   FILE('ENDOWPOL')
              END-EXEC
              THRU 7000-WRITE-AUDIT-JOURNAL-EXIT
      *
           COMPUTE CA-E-END-DELTA = 0 - WS-REFUND-AMOUNT
      *
           MOVE 'C'                      TO WSDQ-DOC-TYPE
           MOVE ENM-CANCEL-DATE          TO WSDQ-EFFECTIVE-DATE
           MOVE ZERO                     TO WSDQ-ENDORSE-SEQ
           MOVE ENM-CUSTOMER-NUM         TO WSDQ-CUSTOMER-NUM
           PERFORM 7300-REQUEST-DOCUMENT
              THRU 7300-REQUEST-DOCUMENT-EXIT
      *
       4500-CANCEL-ENDOWMENT-EXIT.
           EXIT.
           EXIT.
      *
      *================================================================
      * 4700-QUOTE-SURRENDER - WHAT THE POLICYHOLDER WOULD GET FOR
      *     CASHING THE POLICY IN ON THE DATE GIVEN.  ONLY AN ACTIVE
      *     POLICY HAS A SURRENDER VALUE.  NOTHING IS CHANGED.
      *================================================================
       4700-QUOTE-SURRENDER.
      *
           MOVE 0                        TO CA-RETURN-CODE
           MOVE ZERO                     TO CA-E-SURR-YEARS
                                            CA-E-SURR-PCT
                                            CA-E-SURR-VALUE
                                            CA-E-SURR-REQUEST-SEQ
           MOVE SPACE                    TO CA-E-SURR-BASIS
      *
           EXEC CICS READ
                FILE('ENDOWPOL')
                INTO(ENDOWMENT-POLICY-MASTER-RECORD)
                RIDFLD(CA-POLICY-NUM)
                RESP(WS-RESP)
           END-EXEC
      *
           IF WS-RESP NOT = DFHRESP(NORMAL)
              MOVE 10                    TO CA-RETURN-CODE
              GO TO 4700-QUOTE-SURRENDER-EXIT
           END-IF
      *
           IF NOT ENM-POLICY-ACTIVE
              MOVE 49                    TO CA-RETURN-CODE
              GO TO 4700-QUOTE-SURRENDER-EXIT
           END-IF
      *
           PERFORM 7100-STAMP-LAST-CHANGED
              THRU 7100-STAMP-LAST-CHANGED-EXIT
           PERFORM 4750-SET-SURRENDER-DATE
              THRU 4750-SET-SURRENDER-DATE-EXIT
      *
      *    CCYY-MM-DD DATES COMPARE CORRECTLY AS STRINGS.
           IF WS-SURR-DATE < ENM-ISSUE-DATE
              OR WS-SURR-DATE > ENM-EXPIRY-DATE
              MOVE 48                    TO CA-RETURN-CODE
              GO TO 4700-QUOTE-SURRENDER-EXIT
           END-IF
      *
           PERFORM 4900-COMPUTE-SURRENDER-VALUE
              THRU 4900-COMPUTE-SURRENDER-VALUE-EXIT
      *
           MOVE ENM-CUSTOMER-NUM         TO CA-CUSTOMER-NUM
           MOVE ENM-LAST-CHANGED         TO CA-LASTCHANGED
      *
       4700-QUOTE-SURRENDER-EXIT.
           EXIT.
      *
      *================================================================
      * 4750-SET-SURRENDER-DATE - THE DATE THE CALLER SENT, OR TODAY
      *     (FROM THE STAMP 7100 HAS JUST BUILT) WHEN IT SENT NONE.
      *================================================================
       4750-SET-SURRENDER-DATE.
      *
           IF CA-E-END-EFF-DATE = SPACES OR LOW-VALUES
              MOVE SPACES                TO WS-SURR-DATE
              MOVE WS-LC-DATE8(1:4)       TO WS-SURR-DATE(1:4)
              MOVE '-'                   TO WS-SURR-DATE(5:1)
              MOVE WS-LC-DATE8(5:2)       TO WS-SURR-DATE(6:2)
              MOVE '-'                   TO WS-SURR-DATE(8:1)
              MOVE WS-LC-DATE8(7:2)       TO WS-SURR-DATE(9:2)
           ELSE
              MOVE CA-E-END-EFF-DATE     TO WS-SURR-DATE
           END-IF
      *
       4750-SET-SURRENDER-DATE-EXIT.
           EXIT.
      *
      *================================================================
      * 4800-SURRENDER-ENDOWMENT - CASHES THE POLICY IN.  THE VALUE
      *     IS WORKED OUT EXACTLY AS 4700 QUOTES IT; THE POLICY IS
      *     THEN MARKED SURRENDERED WITH THE VALUE PAID (SEE
      *     LGCENDW) AND THE PAYMENT RAISED ON REFUNDRQ, SO IT GOES
      *     THROUGH THE SAME AUTHORIZATION (LGARFD01) AND BANK
      *     EXTRACT (LGRDSB01) AS A PREMIUM REFUND.  A SURRENDER
      *     CANNOT BE DATED AFTER TODAY OR MADE WHILE A
      *     CLAIM IS OPEN, AND THERE MUST BE SOMETHING TO PAY.
      *================================================================
       4800-SURRENDER-ENDOWMENT.
      *
           MOVE 0                        TO CA-RETURN-CODE
           MOVE ZERO                     TO CA-E-SURR-YEARS
                                            CA-E-SURR-PCT
                                            CA-E-SURR-VALUE
                                            CA-E-SURR-REQUEST-SEQ
           MOVE SPACE                    TO CA-E-SURR-BASIS
      *
           EXEC CICS READ
                FILE('ENDOWPOL')
                INTO(ENDOWMENT-POLICY-MASTER-RECORD)
                RIDFLD(CA-POLICY-NUM)
                UPDATE
                RESP(WS-RESP)
           END-EXEC
      *
           IF WS-RESP NOT = DFHRESP(NORMAL)
              MOVE 10                    TO CA-RETURN-CODE
              GO TO 4800-SURRENDER-ENDOWMENT-EXIT
           END-IF
      *
           IF CA-LASTCHANGED NOT = SPACES AND
              CA-LASTCHANGED NOT = ENM-LAST-CHANGED
              EXEC CICS UNLOCK
                   FILE('ENDOWPOL')
              END-EXEC
              MOVE 41                    TO CA-RETURN-CODE
              GO TO 4800-SURRENDER-ENDOWMENT-EXIT
           END-IF
      *
           IF NOT ENM-POLICY-ACTIVE
              EXEC CICS UNLOCK
                   FILE('ENDOWPOL')
              END-EXEC
              MOVE 49                    TO CA-RETURN-CODE
              GO TO 4800-SURRENDER-ENDOWMENT-EXIT
           END-IF
      *
      *    THE LOCK STAMP IS BUILT EARLY SO ITS DATE ALSO SERVES AS
      *    THE DEFAULT SURRENDER DATE AND THE REQUEST DATE.
           PERFORM 7100-STAMP-LAST-CHANGED
              THRU 7100-STAMP-LAST-CHANGED-EXIT
           PERFORM 4750-SET-SURRENDER-DATE
              THRU 4750-SET-SURRENDER-DATE-EXIT
           MOVE SPACES                   TO WS-TODAY-DATE10
           MOVE WS-LC-DATE8(1:4)          TO WS-TODAY-DATE10(1:4)
           MOVE '-'                      TO WS-TODAY-DATE10(5:1)
           MOVE WS-LC-DATE8(5:2)          TO WS-TODAY-DATE10(6:2)
           MOVE '-'                      TO WS-TODAY-DATE10(8:1)
           MOVE WS-LC-DATE8(7:2)          TO WS-TODAY-DATE10(9:2)
      *
           IF WS-SURR-DATE < ENM-ISSUE-DATE
              OR WS-SURR-DATE > ENM-EXPIRY-DATE
              OR WS-SURR-DATE > WS-TODAY-DATE10
              EXEC CICS UNLOCK
                   FILE('ENDOWPOL')
              END-EXEC
              MOVE 48                    TO CA-RETURN-CODE
              GO TO 4800-SURRENDER-ENDOWMENT-EXIT
           END-IF
      *
           PERFORM 4600-CHECK-OPEN-CLAIMS
              THRU 4600-CHECK-OPEN-CLAIMS-EXIT
           IF OPEN-CLAIM-FOUND
              EXEC CICS UNLOCK
                   FILE('ENDOWPOL')
              END-EXEC
              MOVE 51                    TO CA-RETURN-CODE
              GO TO 4800-SURRENDER-ENDOWMENT-EXIT
           END-IF
      *
           PERFORM 4900-COMPUTE-SURRENDER-VALUE
              THRU 4900-COMPUTE-SURRENDER-VALUE-EXIT
           IF WS-SURR-VALUE = ZERO
              EXEC CICS UNLOCK
                   FILE('ENDOWPOL')
              END-EXEC
              MOVE 54                    TO CA-RETURN-CODE
              GO TO 4800-SURRENDER-ENDOWMENT-EXIT
           END-IF
      *
           MOVE ENDOWMENT-POLICY-MASTER-RECORD
             TO WS-AJR-POLICY-BEFORE
      *
           MOVE 'S'                      TO ENM-STATUS-FLAG
           MOVE WS-SURR-DATE             TO ENM-CANCEL-DATE
           MOVE 'SUR'                    TO ENM-CANCEL-REASON-CD
           MOVE ZERO                     TO ENM-CANCEL-REFUND
           MOVE WS-SURR-DATE             TO ENM-SETTLED-DATE
           MOVE WS-SURR-VALUE            TO ENM-SETTLED-AMOUNT
      *
           MOVE WS-LC-STAMP               TO ENM-LAST-CHANGED
                                             CA-LASTCHANGED
      *
           EXEC CICS REWRITE
                FILE('ENDOWPOL')
                FROM(ENDOWMENT-POLICY-MASTER-RECORD)
                RESP(WS-RESP)
           END-EXEC
      *
           IF WS-RESP NOT = DFHRESP(NORMAL)
              MOVE 90                    TO CA-RETURN-CODE
              GO TO 4800-SURRENDER-ENDOWMENT-EXIT
           END-IF
      *
           MOVE WS-AJR-POLICY-BEFORE     TO WSAJ-BEFORE-IMAGE
           MOVE ENDOWMENT-POLICY-MASTER-RECORD
             TO WSAJ-AFTER-IMAGE
           MOVE 'ENDOWPOL'               TO WSAJ-FILE-NAME
           MOVE CA-POLICY-NUM            TO WSAJ-RECORD-KEY
           PERFORM 7000-WRITE-AUDIT-JOURNAL
              THRU 7000-WRITE-AUDIT-JOURNAL-EXIT
      *
      *    THE OWNING CUSTOMER COMES FROM THE FILE COPY, AS ON
      *    CANCEL, SO THE RIGHT CUSTOMER IS PAID AND DECREMENTED.
           MOVE ENM-CUSTOMER-NUM          TO CA-CUSTOMER-NUM
           PERFORM 4950-RAISE-SURRENDER-PAYMENT
              THRU 4950-RAISE-SURRENDER-PAYMENT-EXIT
           IF CA-RETURN-CODE NOT = ZERO
              GO TO 4800-SURRENDER-ENDOWMENT-EXIT
           END-IF
      *
           MOVE -1                       TO WS-POLICY-DELTA
           PERFORM 6100-BUMP-CUSTOMER-POLICIES
              THRU 6100-BUMP-CUSTOMER-POLICIES-EXIT
      *
       4800-SURRENDER-ENDOWMENT-EXIT.
           EXIT.
      *
      *================================================================
      * 4900-COMPUTE-SURRENDER-VALUE - COMPLETED YEARS IN FORCE AT
      *     WS-SURR-DATE (NEVER MORE THAN THE TERM), THE LGCSURV ROW
      *     FOR THE TERM AND YEARS, THEN THE VALUE ON THE POLICY'S
      *     BASIS:
      *       WITH-PROFITS - THE PAID-UP SUM ASSURED (SUM ASSURED
      *                      TIMES YEARS COMPLETED OVER TERM)
      *       UNIT FUNDS   - THE PREMIUMS PAID TO DATE (ONE PER
      *                      POLICY YEAR STARTED, PAID IN ADVANCE)
      *     TIMES THE TABLE PERCENTAGE.  A POLICY FLAGGED BOTH
      *     WITH-PROFITS AND UNIT-LINKED IS VALUED WITH-PROFITS.  NO
      *     ROW, OR A ZERO ROW, MEANS NIL VALUE.  THE RESULT IS
      *     RETURNED IN CA-E-SURR-xxx.
      *================================================================
       4900-COMPUTE-SURRENDER-VALUE.
      *
           MOVE ZERO                     TO WS-SURR-PCT
                                            WS-SURR-BASE-AMOUNT
                                            WS-SURR-VALUE
      *
           MOVE WS-SURR-DATE(1:4)        TO WS-SURR-YYYY
           MOVE ENM-ISSUE-DATE(1:4)      TO WS-ISSUE-YYYY
           COMPUTE WS-SURR-YEARS = WS-SURR-YYYY - WS-ISSUE-YYYY
           IF WS-SURR-DATE(6:5) < ENM-ISSUE-DATE(6:5)
              SUBTRACT 1                 FROM WS-SURR-YEARS
           END-IF
           IF WS-SURR-YEARS < ZERO
              MOVE ZERO                  TO WS-SURR-YEARS
           END-IF
           IF WS-SURR-YEARS > ENM-E-TERM
              MOVE ENM-E-TERM            TO WS-SURR-YEARS
           END-IF
      *
           SET SVT-IDX                   TO 1
           SEARCH SVT-ENTRY
              AT END
                 MOVE ZERO               TO WS-SURR-PCT
              WHEN ENM-E-TERM NOT > SVT-TERM-MAX(SVT-IDX)
                   AND WS-SURR-YEARS NOT > SVT-YEARS-MAX(SVT-IDX)
                 IF ENM-E-WITH-PROFITS = 'Y'
                    MOVE SVT-WP-PCT(SVT-IDX)   TO WS-SURR-PCT
                 ELSE
                    MOVE SVT-UNIT-PCT(SVT-IDX) TO WS-SURR-PCT
                 END-IF
           END-SEARCH
      *
           IF ENM-E-WITH-PROFITS = 'Y'
              SET SURR-WITH-PROFITS      TO TRUE
              COMPUTE WS-SURR-BASE-AMOUNT ROUNDED =
                      ENM-E-SUM-ASSURED * WS-SURR-YEARS / ENM-E-TERM
           ELSE
              SET SURR-UNIT-FUND         TO TRUE
              COMPUTE WS-SURR-PREMIUM-YEARS = WS-SURR-YEARS + 1
              IF WS-SURR-PREMIUM-YEARS > ENM-E-TERM
                 MOVE ENM-E-TERM         TO WS-SURR-PREMIUM-YEARS
              END-IF
              COMPUTE WS-SURR-BASE-AMOUNT =
                      ENM-PAYMENT * WS-SURR-PREMIUM-YEARS
           END-IF
      *
           COMPUTE WS-SURR-VALUE ROUNDED =
                   WS-SURR-BASE-AMOUNT * WS-SURR-PCT / 100
      *
           MOVE WS-SURR-YEARS            TO CA-E-SURR-YEARS
           MOVE WS-SURR-BASIS            TO CA-E-SURR-BASIS
           MOVE WS-SURR-PCT              TO CA-E-SURR-PCT
           MOVE WS-SURR-VALUE            TO CA-E-SURR-VALUE
      *
       4900-COMPUTE-SURRENDER-VALUE-EXIT.
           EXIT.
      *
      *================================================================
      * 4950-RAISE-SURRENDER-PAYMENT - WRITES THE SURRENDER VALUE TO
      *     REFUNDRQ AS THE POLICY'S NEXT REQUEST, REASON 'SUR',
      *     PAYABLE TO THE CUSTOMER, AWAITING AUTHORIZATION.  NO
      *     CREDIT NOTE STANDS BEHIND IT - LGRDSB01 PAYS A 'SUR'
      *     REQUEST ON ITS OWN AMOUNT.
      *================================================================
       4950-RAISE-SURRENDER-PAYMENT.
      *
           PERFORM 6000-CHECK-CUSTOMER-EXISTS
              THRU 6000-CHECK-CUSTOMER-EXISTS-EXIT
      *
           MOVE ZERO                     TO WS-NEXT-REQUEST-SEQ
           MOVE CA-POLICY-NUM             TO RFD-POLICY-NUM
           MOVE 9999                     TO RFD-REQUEST-SEQ
      *
           EXEC CICS STARTBR
                FILE('REFUNDRQ')
                RIDFLD(RFD-KEY)
                GTEQ
                RESP(WS-RESP)
           END-EXEC
      *
           IF WS-RESP = DFHRESP(NORMAL)
              EXEC CICS READPREV
                   FILE('REFUNDRQ')
                   INTO(REFUND-REQUEST-RECORD)
                   RIDFLD(RFD-KEY)
                   RESP(WS-RESP)
              END-EXEC
              IF WS-RESP = DFHRESP(NORMAL)
                 AND RFD-POLICY-NUM = CA-POLICY-NUM
                 MOVE RFD-REQUEST-SEQ    TO WS-NEXT-REQUEST-SEQ
              END-IF
              EXEC CICS ENDBR
                   FILE('REFUNDRQ')
              END-EXEC
           END-IF
      *
           ADD 1                         TO WS-NEXT-REQUEST-SEQ
      *
           MOVE SPACES                   TO REFUND-REQUEST-RECORD
           MOVE CA-POLICY-NUM             TO RFD-POLICY-NUM
           MOVE WS-NEXT-REQUEST-SEQ       TO RFD-REQUEST-SEQ
           MOVE ENM-CUSTOMER-NUM          TO RFD-CUSTOMER-NUM
           MOVE 'E'                      TO RFD-LINE
           MOVE WS-TODAY-DATE10           TO RFD-REQUEST-DATE
           MOVE WS-SURR-VALUE             TO RFD-AMOUNT
           IF CUSTOMER-FOUND
              STRING CUM-FIRST-NAME DELIMITED BY SPACE
                     ' ' DELIMITED BY SIZE
                     CUM-LAST-NAME DELIMITED BY SIZE
                     INTO RFD-PAYEE
           ELSE
              MOVE ENM-E-LIFE-ASSURED    TO RFD-PAYEE
           END-IF
           SET RFD-SURRENDER-VALUE       TO TRUE
           SET RFD-REQUESTED             TO TRUE
      *
           EXEC CICS WRITE
                FILE('REFUNDRQ')
                FROM(REFUND-REQUEST-RECORD)
                RIDFLD(RFD-KEY)
                RESP(WS-RESP)
           END-EXEC
      *
           IF WS-RESP NOT = DFHRESP(NORMAL)
              MOVE 90                    TO CA-RETURN-CODE
              GO TO 4950-RAISE-SURRENDER-PAYMENT-EXIT
           END-IF
      *
           MOVE SPACES
             TO WSAJ-BEFORE-IMAGE
           MOVE REFUND-REQUEST-RECORD
             TO WSAJ-AFTER-IMAGE
           MOVE 'REFUNDRQ'               TO WSAJ-FILE-NAME
           MOVE RFD-KEY                  TO WSAJ-RECORD-KEY
           PERFORM 7000-WRITE-AUDIT-JOURNAL
              THRU 7000-WRITE-AUDIT-JOURNAL-EXIT
      *
           MOVE WS-NEXT-REQUEST-SEQ      TO CA-E-SURR-REQUEST-SEQ
      *
       4950-RAISE-SURRENDER-PAYMENT-EXIT.
           EXIT.
      *
      *================================================================
      * 4000-DELETE-ENDOWMENT - REMOVES AN ENDOWMENT POLICY.
      *================================================================
       4000-DELETE-ENDOWMENT.
           MOVE ENM-E-TERM                TO CA-E-TERM
           MOVE ENM-E-SUM-ASSURED         TO CA-E-SUM-ASSURED
           MOVE ENM-E-LIFE-ASSURED        TO CA-E-LIFE-ASSURED
           MOVE ENM-PLAN-TYPE             TO CA-E-PLAN-TYPE
           MOVE ENM-PLAN-INSTALMENTS      TO CA-E-PLAN-INSTALMENTS
           MOVE ENM-PLAN-PAY-DAY          TO CA-E-PLAN-PAY-DAY
      *
       5000-MOVE-MASTER-TO-CA-EXIT.
           EXIT.
      *
       5200-MOVE-CA-TO-MASTER-EXIT.
           EXIT.
      *
      *================================================================
      * 5300-EDIT-PAYMENT-PLAN - EDITS THE PLAN THE CALLER SENT OVER
      *     THE ONE PRESET IN WS-PLAN-WORK (ANNUAL ON ADDEND, THE
      *     POLICY'S OWN ON ENDEND).  SPACES (OR LOW-VALUES FROM A
      *     CALLER THAT CLEARS ITS COMMAREA THAT WAY) LEAVE THE
      *     PRESET ALONE.  AN INSTALMENT PLAN SENT WITHOUT A COUNT
      *     IS MONTHLY (12); WITHOUT A PAYMENT DAY IT FALLS DUE ON
      *     THE ISSUE-DATE DAY, HELD TO THE 28TH SO EVERY MONTH HAS
      *     ONE.  ENM-ISSUE-DATE MUST ALREADY BE SET.
      *================================================================
       5300-EDIT-PAYMENT-PLAN.
      *
           MOVE 'Y'                      TO SW-PLAN-VALID
      *
           IF CA-E-PLAN-TYPE = SPACE OR LOW-VALUE
              GO TO 5300-EDIT-PAYMENT-PLAN-EXIT
           END-IF
      *
           IF CA-E-PLAN-TYPE = 'A'
              MOVE 'A'                   TO WS-PLAN-TYPE
              MOVE ZERO                  TO WS-PLAN-INSTALMENTS
                                            WS-PLAN-PAY-DAY
              GO TO 5300-EDIT-PAYMENT-PLAN-EXIT
           END-IF
      *
           IF CA-E-PLAN-TYPE NOT = 'I'
              MOVE 'N'                   TO SW-PLAN-VALID
              GO TO 5300-EDIT-PAYMENT-PLAN-EXIT
           END-IF
      *
           MOVE 'I'                      TO WS-PLAN-TYPE
      *
           IF CA-E-PLAN-INSTALMENTS NOT NUMERIC
              OR CA-E-PLAN-INSTALMENTS = ZERO
              MOVE 12                    TO WS-PLAN-INSTALMENTS
           ELSE
              MOVE CA-E-PLAN-INSTALMENTS TO WS-PLAN-INSTALMENTS
           END-IF
           IF WS-PLAN-INSTALMENTS < 2 OR WS-PLAN-INSTALMENTS > 12
              MOVE 'N'                   TO SW-PLAN-VALID
              GO TO 5300-EDIT-PAYMENT-PLAN-EXIT
           END-IF
      *
           IF CA-E-PLAN-PAY-DAY NOT NUMERIC
              OR CA-E-PLAN-PAY-DAY = ZERO
              IF ENM-ISSUE-DATE(9:2) NUMERIC
                 MOVE ENM-ISSUE-DATE(9:2) TO WS-PLAN-PAY-DAY
              ELSE
                 MOVE 1                  TO WS-PLAN-PAY-DAY
              END-IF
              IF WS-PLAN-PAY-DAY > 28
                 MOVE 28                 TO WS-PLAN-PAY-DAY
              END-IF
           ELSE
              MOVE CA-E-PLAN-PAY-DAY     TO WS-PLAN-PAY-DAY
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
           MOVE 'E'                      TO WSBC-LINE
           PERFORM 7100-STAMP-LAST-CHANGED
              THRU 7100-STAMP-LAST-CHANGED-EXIT
           MOVE WS-LC-DATE8              TO WSBC-TODAY
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
           MOVE 'E'                      TO WSDQ-LINE
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
