       DATE-COMPILED.
      *================================================================
      * MODIFICATION HISTORY
      *   2026-10-15  PA  THE POSTCODE PREFIX TABLE FOR THE RATING
      *                   ENGINE IS LOADED AS IN FORCE TODAY FROM
      *                   REFTAB (LGARTB02) AND PASSED TO LGAHRT01.
      *                   RC 90 WHEN IT CANNOT BE READ.
      *   2026-10-15  PA  BROKER MASTER.  ADDHSE NOW REFUSES A
      *                   BROKER THAT IS NOT ON BROKERMS, IS
      *                   SUSPENDED OR TERMINATED, HAS AN EXPIRED
      *                   LICENCE OR NO AUTHORITY FOR THE LINE
      *                   (6200, LGABKC01, RC 71-74).
      *   2026-10-15  PA  HOUSE RATING ENGINE.  ADDHSE AND ENDHSE NO
      *                   LONGER TAKE THE PREMIUM FROM THE CALLER -
      *                   5400 PRICES THE RISK THROUGH LGAHRT01 AND
      *                   RETURNS THE PREMIUM IN CA-PAYMENT WITH THE
      *                   RATING TRACE.  AN ADDHSE FROM A CONVERTED
      *                   QUOTE KEEPS THE PREMIUM QUOTED (5450).
      *   2026-10-15  PA  A FRESHLY KEYED CA-H-VALUE (ADDHSE, UPDHSE,
      *                   ENDHSE) RESETS HSM-INDEX-BASE SO THE
      *                   LGRRNW01 INDEX-LINKING AT RENEWAL MEASURES
      *                   FROM THE NEW VALUATION DATE.
      *   2026-10-15  PA  POLICY SCHEDULE DOCUMENTS.  ADDHSE, ENDHSE
      *                   AND CANHSE NOW QUEUE A DOCREQ ROW THROUGH
      *                   LGADOC01 (7300) ONCE THE CHANGE IS ON THE
      *                   MASTER, FOR THE NIGHTLY LGRDOC01
      *                   COMPOSITION EXTRACT.
      *   2026-10-15  PA  PREMIUM PAYMENT PLAN.  ADDHSE AND ENDHSE
      *                   TAKE AN ANNUAL OR MONTHLY INSTALMENT PLAN
      *                   (CA-H-PLAN-TYPE/-INSTALMENTS/-PAY-DAY),
      *                   EDITED BY 5300 AND HELD ON THE MASTER FOR
      *                   LGRBIL01.  INQHSE RETURNS IT.
      *   2026-09-02  PA  ADDED CANHSE - FORMAL CANCELLATION.  THE
      *                   POLICY IS MARKED CANCELLED WITH A DATED
      *                   REASON CODE AND A PRO-RATA RETURN PREMIUM
      *
      *    FILES:         HOUSEPOL - CICS KSDS, KEYED BY
      *                               HSM-POLICY-NUM.
      *                   BROKERMS - CICS KSDS, KEYED BY
      *                               BKR-BROKERID (READ AT ADD).
      *
      *    CA-REQUEST-ID VALUES HANDLED:
      *       'INQHSE'  -  INQUIRE HOUSE POLICY
      *       'ADDHSE'  -  ADD HOUSE POLICY.  THE PREMIUM IS RATED
      *                    BY LGAHRT01 AND RETURNED IN CA-PAYMENT
      *                    WITH THE TRACE IN CA-H-RATING-TRACE; WITH
      *                    CA-H-QUOTE-NUM SET (CNVQUO) THE PREMIUM OF
      *                    THAT OPEN, UNEXPIRED HOUSE QUOTE IS KEPT
      *                    INSTEAD WHEN ITS CUSTOMER AND RISK MATCH
      *       'UPDHSE'  -  UPDATE HOUSE POLICY (RE-VALUATION INCLUDED)
      *       'ENDHSE'  -  MID-TERM ENDORSEMENT: APPLIES THE CHANGED
      *                    RISK FIELDS AND THE NEW ANNUAL PREMIUM
      *                    LGAHRT01 RATES FOR THEM (RETURNED IN
      *                    CA-PAYMENT), COMPUTES THE PRO-RATA
      *                    ADDITIONAL/RETURN PREMIUM FROM
      *                    CA-H-END-EFF-DATE TO EXPIRY, AND RECORDS
      *                    THE ENDORSE DETAIL ROW.  A PAYMENT PLAN
      *                    SENT WITH IT REPLACES THE ONE ON FILE
      *                    FROM THE NEXT BILLING CYCLE (SPACES KEEP
      *                    THE CURRENT PLAN)
      *       'CANHSE'  -  FORMAL CANCELLATION: MARKS THE POLICY
      *                    CANCELLED WITH THE REASON CODE (FIRST 3
      *                    CHARACTERS OF CA-H-END-REASON), COMPUTES
      *       51  -  CANCEL REFUSED - AN OPEN CLAIM EXISTS ON THE
      *              POLICY
      *       52  -  CANCEL REFUSED - NO REASON CODE SUPPLIED
      *       53  -  PAYMENT PLAN FAILED VALIDATION - TYPE NOT 'A'
      *              OR 'I', INSTALMENTS NOT 2-12, OR PAYMENT DAY
      *              NOT 1-28
      *       57  -  HOUSE COULD NOT BE RATED - SUM INSURED OR
      *              BEDROOMS NOT USABLE, OR THE PREMIUM TOO LARGE
      *              (LGAHRT01)
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
      *    PAYMENT PLAN WORK FIELDS (ADDHSE/ENDHSE) - SEE 5300.
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
      *    HOUSE RATING ENGINE PARAMETERS (SEE LGAHRT01), AND THE
      *    QUOTE A CONVERTED ADDHSE WAS PRICED ON.
       01  WS-RATING-LINK-AREA.
       COPY LGCHRTL REPLACING LEADING ==HR== BY ==WSHR==.
      *
      *    REFERENCE TABLE LOADER (LGARTB02) COMMAREA.
       01  WS-REF-LOAD-AREA.
           COPY LGCREFL REPLACING LEADING ==RL== BY ==WSRL==.
       01  WS-RATING-WORK.
           05  SW-QUOTED-PREMIUM          PIC X(01) VALUE 'N'.
               88  QUOTED-PREMIUM-TAKEN           VALUE 'Y'.
      *
       COPY LGCQUOT.
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
      *    ENDHSE JOURNALS TWO CHANGES (THE ENDORSE WRITE AND THE
      *    HOUSEPOL REWRITE); THE POLICY BEFORE-IMAGE IS HELD HERE
      *    ACROSS THE FIRST JOURNAL CALL.
              MOVE 20                    TO CA-RETURN-CODE
              GO TO 2000-ADD-HOUSE-EXIT
           END-IF
      *
           PERFORM 6200-CHECK-BROKER
              THRU 6200-CHECK-BROKER-EXIT
           IF WSBC-RETURN-CODE NOT = ZERO
              MOVE WSBC-RETURN-CODE      TO CA-RETURN-CODE
              GO TO 2000-ADD-HOUSE-EXIT
           END-IF
      *
           MOVE 'N'                      TO SW-QUOTED-PREMIUM
           IF CA-H-QUOTE-NUM NUMERIC
              AND CA-H-QUOTE-NUM > ZERO
              PERFORM 5450-TAKE-QUOTED-PREMIUM
                 THRU 5450-TAKE-QUOTED-PREMIUM-EXIT
           END-IF
           IF NOT QUOTED-PREMIUM-TAKEN
              PERFORM 5400-RATE-HOUSE
                 THRU 5400-RATE-HOUSE-EXIT
              IF CA-RETURN-CODE NOT = ZERO
                 GO TO 2000-ADD-HOUSE-EXIT
              END-IF
           END-IF
      *
           PERFORM 5200-MOVE-CA-TO-MASTER
              THRU 5200-MOVE-CA-TO-MASTER-EXIT
      *
           MOVE 'A'                      TO WS-PLAN-TYPE
           MOVE ZERO                     TO WS-PLAN-INSTALMENTS
                                            WS-PLAN-PAY-DAY
           PERFORM 5300-EDIT-PAYMENT-PLAN
              THRU 5300-EDIT-PAYMENT-PLAN-EXIT
           IF NOT PLAN-VALID
              MOVE 53                    TO CA-RETURN-CODE
              GO TO 2000-ADD-HOUSE-EXIT
           END-IF
           MOVE WS-PLAN-TYPE             TO HSM-PLAN-TYPE
                                            CA-H-PLAN-TYPE
           MOVE WS-PLAN-INSTALMENTS      TO HSM-PLAN-INSTALMENTS
                                            CA-H-PLAN-INSTALMENTS
           MOVE WS-PLAN-PAY-DAY          TO HSM-PLAN-PAY-DAY
                                            CA-H-PLAN-PAY-DAY
      *
           MOVE WS-TODAY-DATE             TO HSM-LAST-VALUATION-DATE
           SET HSM-REBUILD-CHECK-NOT-DUE TO TRUE
           MOVE ZERO                     TO HSM-INDEX-BASE
           MOVE SPACES                   TO HSM-INDEXED-EXPIRY
      *
           MOVE 'A'                      TO HSM-STATUS-FLAG
           MOVE SPACES                   TO HSM-CANCEL-DATE
           MOVE CA-POLICY-NUM            TO WSAJ-RECORD-KEY
           PERFORM 7000-WRITE-AUDIT-JOURNAL
              THRU 7000-WRITE-AUDIT-JOURNAL-EXIT
      *
           MOVE 'N'                      TO WSDQ-DOC-TYPE
           MOVE HSM-ISSUE-DATE           TO WSDQ-EFFECTIVE-DATE
           MOVE ZERO                     TO WSDQ-ENDORSE-SEQ
           MOVE HSM-CUSTOMER-NUM         TO WSDQ-CUSTOMER-NUM
           PERFORM 7300-REQUEST-DOCUMENT
              THRU 7300-REQUEST-DOCUMENT-EXIT
      *
       2000-ADD-HOUSE-EXIT.
           EXIT.
      *
           IF CA-H-VALUE NOT = HSM-H-VALUE
              MOVE WS-TODAY-DATE          TO HSM-LAST-VALUATION-DATE
              MOVE ZERO                   TO HSM-INDEX-BASE
           END-IF
      *
           PERFORM 5200-MOVE-CA-TO-MASTER
      *
      *================================================================
      * 3500-ENDORSE-HOUSE - MID-TERM ENDORSEMENT.  THE CALLER SENDS
      *     THE CHANGED RISK FIELDS, THE EFFECTIVE DATE AND A REASON;
      *     THE NEW ANNUAL PREMIUM IS RATED FROM THE CHANGED RISK
      *     (5400) AND RETURNED IN CA-PAYMENT.  THE
      *     PRO-RATA DELTA IS THE ANNUAL PREMIUM MOVEMENT WEIGHTED
      *     BY THE DAYS LEFT TO EXPIRY OVER 365 - POSITIVE MEANS
      *     ADDITIONAL PREMIUM TO COLLECT, NEGATIVE A RETURN TO THE
              MOVE 48                    TO CA-RETURN-CODE
              GO TO 3500-ENDORSE-HOUSE-EXIT
           END-IF
      *
           MOVE HSM-PLAN-TYPE            TO WS-PLAN-TYPE
           MOVE HSM-PLAN-INSTALMENTS     TO WS-PLAN-INSTALMENTS
           MOVE HSM-PLAN-PAY-DAY         TO WS-PLAN-PAY-DAY
           PERFORM 5300-EDIT-PAYMENT-PLAN
              THRU 5300-EDIT-PAYMENT-PLAN-EXIT
           IF NOT PLAN-VALID
              EXEC CICS UNLOCK
                   FILE('HOUSEPOL')
              END-EXEC
              MOVE 53                    TO CA-RETURN-CODE
              GO TO 3500-ENDORSE-HOUSE-EXIT
           END-IF
      *
           PERFORM 5400-RATE-HOUSE
              THRU 5400-RATE-HOUSE-EXIT
           IF CA-RETURN-CODE NOT = ZERO
              EXEC CICS UNLOCK
                   FILE('HOUSEPOL')
              END-EXEC
              GO TO 3500-ENDORSE-HOUSE-EXIT
           END-IF
      *
           MOVE CA-H-END-EFF-DATE(1:4)    TO WS-EFF-NUMDATE(1:4)
           MOVE CA-H-END-EFF-DATE(6:2)    TO WS-EFF-NUMDATE(5:2)
      *
           IF CA-H-VALUE NOT = HSM-H-VALUE
              MOVE WS-TODAY-DATE          TO HSM-LAST-VALUATION-DATE
              MOVE ZERO                   TO HSM-INDEX-BASE
           END-IF
      *
           PERFORM 5200-MOVE-CA-TO-MASTER
              THRU 5200-MOVE-CA-TO-MASTER-EXIT
           MOVE WS-PLAN-TYPE             TO HSM-PLAN-TYPE
                                            CA-H-PLAN-TYPE
           MOVE WS-PLAN-INSTALMENTS      TO HSM-PLAN-INSTALMENTS
                                            CA-H-PLAN-INSTALMENTS
           MOVE WS-PLAN-PAY-DAY          TO HSM-PLAN-PAY-DAY
                                            CA-H-PLAN-PAY-DAY
      *
           PERFORM 7100-STAMP-LAST-CHANGED
              THRU 7100-STAMP-LAST-CHANGED-EXIT
              THRU 7000-WRITE-AUDIT-JOURNAL-EXIT
      *
           MOVE WS-PREMIUM-DELTA          TO CA-H-END-DELTA
      *
           MOVE 'E'                      TO WSDQ-DOC-TYPE
           MOVE CA-H-END-EFF-DATE        TO WSDQ-EFFECTIVE-DATE
           MOVE WS-NEXT-ENDORSE-SEQ      TO WSDQ-ENDORSE-SEQ
           MOVE HSM-CUSTOMER-NUM         TO WSDQ-CUSTOMER-NUM
           PERFORM 7300-REQUEST-DOCUMENT
              THRU 7300-REQUEST-DOCUMENT-EXIT
      *
       3500-ENDORSE-HOUSE-EXIT.
           EXIT.
              THRU 7000-WRITE-AUDIT-JOURNAL-EXIT
      *
           COMPUTE CA-H-END-DELTA = 0 - WS-REFUND-AMOUNT
      *
           MOVE 'C'                      TO WSDQ-DOC-TYPE
           MOVE HSM-CANCEL-DATE          TO WSDQ-EFFECTIVE-DATE
           MOVE ZERO                     TO WSDQ-ENDORSE-SEQ
           MOVE HSM-CUSTOMER-NUM         TO WSDQ-CUSTOMER-NUM
           PERFORM 7300-REQUEST-DOCUMENT
              THRU 7300-REQUEST-DOCUMENT-EXIT
      *
       4500-CANCEL-HOUSE-EXIT.
           EXIT.
           MOVE HSM-H-HOUSE-NAME          TO CA-H-HOUSE-NAME
           MOVE HSM-H-HOUSE-NUMBER        TO CA-H-HOUSE-NUMBER
           MOVE HSM-H-POSTCODE            TO CA-H-POSTCODE
           MOVE HSM-PLAN-TYPE             TO CA-H-PLAN-TYPE
           MOVE HSM-PLAN-INSTALMENTS      TO CA-H-PLAN-INSTALMENTS
           MOVE HSM-PLAN-PAY-DAY          TO CA-H-PLAN-PAY-DAY
      *
       5000-MOVE-MASTER-TO-CA-EXIT.
           EXIT.
           EXIT.
      *
      *================================================================
      * 5300-EDIT-PAYMENT-PLAN - EDITS THE PLAN THE CALLER SENT OVER
      *     THE ONE PRESET IN WS-PLAN-WORK (ANNUAL ON ADDHSE, THE
      *     POLICY'S OWN ON ENDHSE).  SPACES (OR LOW-VALUES FROM A
      *     CALLER THAT CLEARS ITS COMMAREA THAT WAY) LEAVE THE
      *     PRESET ALONE.  AN INSTALMENT PLAN SENT WITHOUT A COUNT
      *     IS MONTHLY (12); WITHOUT A PAYMENT DAY IT FALLS DUE ON
      *     THE ISSUE-DATE DAY, HELD TO THE 28TH SO EVERY MONTH HAS
      *     ONE.  HSM-ISSUE-DATE MUST ALREADY BE SET.
      *================================================================
       5300-EDIT-PAYMENT-PLAN.
      *
           MOVE 'Y'                      TO SW-PLAN-VALID
      *
           IF CA-H-PLAN-TYPE = SPACE OR LOW-VALUE
              GO TO 5300-EDIT-PAYMENT-PLAN-EXIT
           END-IF
      *
           IF CA-H-PLAN-TYPE = 'A'
              MOVE 'A'                   TO WS-PLAN-TYPE
              MOVE ZERO                  TO WS-PLAN-INSTALMENTS
                                            WS-PLAN-PAY-DAY
              GO TO 5300-EDIT-PAYMENT-PLAN-EXIT
           END-IF
      *
           IF CA-H-PLAN-TYPE NOT = 'I'
              MOVE 'N'                   TO SW-PLAN-VALID
              GO TO 5300-EDIT-PAYMENT-PLAN-EXIT
           END-IF
      *
           MOVE 'I'                      TO WS-PLAN-TYPE
      *
           IF CA-H-PLAN-INSTALMENTS NOT NUMERIC
              OR CA-H-PLAN-INSTALMENTS = ZERO
              MOVE 12                    TO WS-PLAN-INSTALMENTS
           ELSE
              MOVE CA-H-PLAN-INSTALMENTS TO WS-PLAN-INSTALMENTS
           END-IF
           IF WS-PLAN-INSTALMENTS < 2 OR WS-PLAN-INSTALMENTS > 12
              MOVE 'N'                   TO SW-PLAN-VALID
              GO TO 5300-EDIT-PAYMENT-PLAN-EXIT
           END-IF
      *
           IF CA-H-PLAN-PAY-DAY NOT NUMERIC
              OR CA-H-PLAN-PAY-DAY = ZERO
              IF HSM-ISSUE-DATE(9:2) NUMERIC
                 MOVE HSM-ISSUE-DATE(9:2) TO WS-PLAN-PAY-DAY
              ELSE
                 MOVE 1                  TO WS-PLAN-PAY-DAY
              END-IF
              IF WS-PLAN-PAY-DAY > 28
                 MOVE 28                 TO WS-PLAN-PAY-DAY
              END-IF
           ELSE
              MOVE CA-H-PLAN-PAY-DAY     TO WS-PLAN-PAY-DAY
           END-IF
           IF WS-PLAN-PAY-DAY < 1 OR WS-PLAN-PAY-DAY > 28
              MOVE 'N'                   TO SW-PLAN-VALID
           END-IF
      *
       5300-EDIT-PAYMENT-PLAN-EXIT.
           EXIT.
      *
      *================================================================
      * 5400-RATE-HOUSE - PRICES THE RISK IN THE COMMAREA THROUGH THE
      *     SHARED HOUSE RATING ENGINE (LGAHRT01), THE SAME CODE
      *     ADDQUO AND THE RENEWAL RUN USE.  WHATEVER PREMIUM THE
      *     CALLER SENT IS REPLACED BY THE RATED ONE.
      *================================================================
       5400-RATE-HOUSE.
      *
           MOVE CA-H-PROPERTY-TYPE       TO WSHR-PROPERTY-TYPE
           MOVE CA-H-BEDROOMS            TO WSHR-BEDROOMS
           MOVE CA-H-VALUE               TO WSHR-VALUE
           MOVE CA-H-POSTCODE            TO WSHR-POSTCODE
      *
           MOVE 'ACCP'                   TO WSRL-TABLE-ID
           MOVE SPACES                   TO WSRL-AS-OF-DATE
           EXEC CICS LINK
                PROGRAM('LGARTB02')
                COMMAREA(WS-REF-LOAD-AREA)
                RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL)
              OR WSRL-RETURN-CODE > 12
              MOVE 90                    TO CA-RETURN-CODE
              GO TO 5400-RATE-HOUSE-EXIT
           END-IF
      *
           CALL 'LGAHRT01' USING WS-RATING-LINK-AREA
                                 WS-REF-LOAD-AREA
      *
           IF WSHR-RETURN-CODE NOT = ZERO
              MOVE 57                    TO CA-RETURN-CODE
              GO TO 5400-RATE-HOUSE-EXIT
           END-IF
      *
           MOVE WSHR-PREMIUM             TO CA-PAYMENT
           MOVE WSHR-TRACE               TO CA-H-RATING-TRACE
      *
       5400-RATE-HOUSE-EXIT.
           EXIT.
      *
      *================================================================
      * 5450-TAKE-QUOTED-PREMIUM - AN ADDHSE DRIVEN BY CNVQUO KEEPS
      *     THE PREMIUM THE CUSTOMER ACCEPTED, BUT ONLY WHILE THE
      *     QUOTE IS AN OPEN, UNEXPIRED HOUSE QUOTE FOR THIS CUSTOMER
      *     AND THIS RISK - ANYTHING ELSE IS RATED AFRESH, SO A QUOTE
      *     NUMBER IS NO WAY ROUND THE ENGINE.
      *================================================================
       5450-TAKE-QUOTED-PREMIUM.
      *
           EXEC CICS READ
                FILE('QUOTEFIL')
                INTO(POLICY-QUOTE-RECORD)
                RIDFLD(CA-H-QUOTE-NUM)
                RESP(WS-RESP)
           END-EXEC
      *
           IF WS-RESP NOT = DFHRESP(NORMAL)
              GO TO 5450-TAKE-QUOTED-PREMIUM-EXIT
           END-IF
      *
      *    CCYY-MM-DD DATES COMPARE CORRECTLY AS STRINGS.
           IF QUO-LINE NOT = 'H'
              OR NOT QUO-STATUS-OPEN
              OR WS-TODAY-DATE > QUO-EXPIRY-DATE
              OR QUO-CUSTOMER-NUM NOT = CA-CUSTOMER-NUM
              OR QUO-H-PROPERTY-TYPE NOT = CA-H-PROPERTY-TYPE
              OR QUO-H-BEDROOMS NOT = CA-H-BEDROOMS
              OR QUO-H-VALUE NOT = CA-H-VALUE
              OR QUO-H-POSTCODE NOT = CA-H-POSTCODE
              GO TO 5450-TAKE-QUOTED-PREMIUM-EXIT
           END-IF
      *
           MOVE QUO-QUOTE-PREMIUM        TO CA-PAYMENT
           MOVE QUO-RATING-TRACE         TO CA-H-RATING-TRACE
           SET QUOTED-PREMIUM-TAKEN      TO TRUE
      *
       5450-TAKE-QUOTED-PREMIUM-EXIT.
           EXIT.
      *
      *================================================================
      * 5100-CHECK-REBUILD-DUE - FLAGS HSM-REBUILD-CHECK-FLAG WHEN
      *     MORE THAN 3 YEARS HAVE PASSED SINCE HSM-LAST-VALUATION-
      *     DATE.  THE AGE IS MEASURED IN ELAPSED DAYS VIA
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
           MOVE 'H'                      TO WSBC-LINE
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
       7200-VALIDATE-POSTCODE-EXIT.
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
           MOVE 'H'                      TO WSDQ-LINE
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
