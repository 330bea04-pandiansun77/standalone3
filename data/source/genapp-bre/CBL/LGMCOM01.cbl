       DATE-COMPILED.
      *================================================================
      * MODIFICATION HISTORY
      *   2026-10-15  PA  THE PERIL-ZONE TABLE IS LOADED AS IN FORCE
      *                   TODAY FROM REFTAB (LGARTB02) WHEN ADDCOM
      *                   RATES THE PERILS.  RC 90 WHEN IT CANNOT BE
      *                   READ.
      *   2026-10-15  PA  BROKER MASTER.  ADDCOM NOW REFUSES A
      *                   BROKER THAT IS NOT ON BROKERMS, IS
      *                   SUSPENDED OR TERMINATED, HAS AN EXPIRED
      *                   LICENCE OR NO AUTHORITY FOR THE LINE
      *                   (6200, LGABKC01, RC 71-74).
      *   2026-10-15  PA  COMMERCIAL RISK SURVEYS.  CHGCOM BINDING A
      *                   POLICY AT OR ABOVE THE SURVEY PREMIUM
      *                   THRESHOLD RAISES AN INSPFILE ROW DUE IN 90
      *                   DAYS (3200).  NEW INQINS, SCHINS, RECINS
      *                   AND RECUPD RECORD THE VISIT, THE RESULT
      *                   AND THE RECOMMENDATIONS.  CHGCOM MAY NOW
      *                   REFER A BOUND POLICY BACK (BOUND ->
      *                   REFERRED), WITH A MANDATORY REASON.
      *   2026-10-15  PA  POLICY SCHEDULE DOCUMENTS.  ADDCOM AND CANCOM
      *                   NOW QUEUE A DOCREQ ROW THROUGH
      *                   LGADOC01 (7300) ONCE THE CHANGE IS ON THE
      *                   MASTER, FOR THE NIGHTLY LGRDOC01 COMPOSITION
      *                   EXTRACT.  CHGCOM STATUS MOVES ARE NOT
      *                   ENDORSEMENTS AND QUEUE NOTHING.
      *   2026-09-02  PA  ADDED CANCOM - FORMAL CANCELLATION THROUGH
      *                   THE STATE MACHINE'S NEW BOUND -> CANCELLED
      *                   (6000) TRANSITION, WITH A MANDATORY
      *      REQUESTED CML-B-STATUS MOVE IS ALLOWED.  A MOVE TO
      *      REJECTED IS REFUSED UNLESS CA-B-REJECTREASON IS SUPPLIED,
      *      SO A REJECTED SUBMISSION CAN NEVER BE LEFT WITHOUT A
      *      DOCUMENTED REASON.  A BOUND POLICY REFERRED BACK TO
      *      UNDERWRITING NEEDS A REASON THE SAME WAY.
      *
      *      BINDING A POLICY WHOSE PREMIUM IS AT OR ABOVE
      *      WS-INS-THRESHOLD RAISES A RISK SURVEY ON INSPFILE, DUE
      *      WS-INS-DUE-DAYS AFTER BINDING.  THE SURVEY FUNCTIONS
      *      BOOK THE VISIT, RECORD THE RESULT AND TRACK THE
      *      SURVEYOR'S RECOMMENDATIONS TO CLOSURE; LGRINS01 REPORTS
      *      WHAT IS OVERDUE EACH WEEK.
      *
      *    ENTRY POINTS:  TOP OF PROGRAM, VIA DFHCOMMAREA.
      *
      *    FILES:         COMMPOL  - CICS KSDS, KEYED BY
      *                               CML-POLICY-NUM.
      *                   INSPFILE - CICS KSDS, KEYED BY
      *                               INS-POLICY-NUM (LGCINSP).
      *                   BROKERMS - CICS KSDS, KEYED BY
      *                               BKR-BROKERID (READ AT ADD).
      *
      *    CA-REQUEST-ID VALUES HANDLED:
      *       'INQCOM'  -  INQUIRE COMMERCIAL POLICY
      *                    RETURN PREMIUM FROM TODAY TO EXPIRY
      *                    (RETURNED IN CA-B-CAN-REFUND), AND
      *                    DECREMENTS CUM-NUM-POLICIES
      *       'INQINS'  -  INQUIRE THE POLICY'S RISK SURVEY
      *       'SCHINS'  -  BOOK THE SURVEY VISIT (CA-B-INS-VISIT-DATE
      *                    AND CA-B-INS-SURVEYOR), RAISING A SURVEY
      *                    FOR A BOUND POLICY THAT HAS NONE OR A
      *                    RE-SURVEY WHEN THE LAST ONE IS CLOSED; OR,
      *                    WITH CA-B-INS-STATUS 'W', WAIVE THE OPEN
      *                    SURVEY WITH THE REASON IN CA-B-INS-NOTE
      *       'RECINS'  -  RECORD THE SURVEY RESULT (S SATISFACTORY,
      *                    R RECOMMENDATIONS, U UNACCEPTABLE) AND UP
      *                    TO 8 RECOMMENDATIONS, EACH WITH A DUE DATE
      *       'RECUPD'  -  CLOSE RECOMMENDATION CA-B-INS-REC-NUM AS
      *                    DONE (D) OR WAIVED (W)
      *
      *    CA-RETURN-CODE VALUES SET:
      *       00  -  REQUEST SUCCESSFUL
      *       49  -  CANCEL REFUSED - POLICY IS ALREADY CANCELLED
      *       51  -  CANCEL REFUSED - AN OPEN CLAIM EXISTS ON THE
      *              POLICY
      *       60  -  NO RISK SURVEY ON FILE FOR THE POLICY
      *       61  -  SCHINS REFUSED - THE POLICY IS NOT BOUND
      *       62  -  THE SURVEY IS NOT OPEN (RESULT ALREADY RECORDED
      *              OR SURVEY WAIVED)
      *       63  -  SURVEY DATA MISSING OR INVALID
      *       64  -  RECUPD REFUSED - NO SUCH RECOMMENDATION, OR IT
      *              IS ALREADY CLOSED
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
       COPY LGCCOMM.
      *
       COPY LGCPERZ.
      *
      *    REFERENCE TABLE LOADER (LGARTB02) COMMAREA.
       01  WS-REF-LOAD-AREA.
           COPY LGCREFL REPLACING LEADING ==RL== BY ==WSRL==.
      *
       01  WS-CUSTOMER-COUNT-AREA.
           05  WS-CUST-RESP               PIC S9(08) COMP.
      *
       COPY LGCCUST.
      *
      *    RISK SURVEY WORK FIELDS.  THE PREMIUM THRESHOLD AND THE
      *    DAYS ALLOWED TO SURVEY ARE UNDERWRITING'S TO SET.
       01  WS-INSPECTION-WORK.
           05  WS-INS-THRESHOLD           PIC 9(06) VALUE 005000.
           05  WS-INS-DUE-DAYS            PIC 9(03) VALUE 090.
           05  WS-INS-RESP                PIC S9(08) COMP.
           05  WS-OLD-STATUS              PIC 9(04) VALUE ZERO.
           05  WS-INS-NUMDATE             PIC 9(08) VALUE ZERO.
           05  WS-INS-INTDATE             PIC 9(07) VALUE ZERO.
           05  WS-INS-IX                  PIC 9(02) VALUE ZERO.
           05  SW-INS-NEW                 PIC X(01) VALUE 'N'.
               88  INS-NEW                        VALUE 'Y'.
           05  SW-INS-DATA-OK             PIC X(01) VALUE 'Y'.
               88  INS-DATA-OK                    VALUE 'Y'.
               88  INS-DATA-BAD                   VALUE 'N'.
      *
       COPY LGCINSP.
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
      *    ADD AND CANCELLATION PATHS ONCE THE MASTER IS UPDATED.
       01  WS-DOCUMENT-LINK-AREA.
       COPY LGCDOCL REPLACING LEADING ==DQ== BY ==WSDQ==.
      *
       LINKAGE SECTION.
      *
              WHEN 'CANCOM'
                 PERFORM 4500-CANCEL-COMMERCIAL
                    THRU 4500-CANCEL-COMMERCIAL-EXIT
              WHEN 'INQINS'
                 PERFORM 8000-INQUIRE-INSPECTION
                    THRU 8000-INQUIRE-INSPECTION-EXIT
              WHEN 'SCHINS'
                 PERFORM 8100-SCHEDULE-INSPECTION
                    THRU 8100-SCHEDULE-INSPECTION-EXIT
              WHEN 'RECINS'
                 PERFORM 8200-RECORD-INSPECTION
                    THRU 8200-RECORD-INSPECTION-EXIT
              WHEN 'RECUPD'
                 PERFORM 8300-UPDATE-RECOMMENDATION
                    THRU 8300-UPDATE-RECOMMENDATION-EXIT
              WHEN OTHER
                 MOVE 30                  TO CA-RETURN-CODE
           END-EVALUATE
      *
           PERFORM 2500-RATE-PERILS-FROM-ZONE
              THRU 2500-RATE-PERILS-FROM-ZONE-EXIT
           IF CA-RETURN-CODE NOT = 0
              GO TO 2000-ADD-COMMERCIAL-EXIT
           END-IF
      *
           PERFORM 6000-CHECK-CUSTOMER-EXISTS
              THRU 6000-CHECK-CUSTOMER-EXISTS-EXIT
              MOVE 20                    TO CA-RETURN-CODE
              GO TO 2000-ADD-COMMERCIAL-EXIT
           END-IF
      *
           PERFORM 6200-CHECK-BROKER
              THRU 6200-CHECK-BROKER-EXIT
           IF WSBC-RETURN-CODE NOT = ZERO
              MOVE WSBC-RETURN-CODE      TO CA-RETURN-CODE
              GO TO 2000-ADD-COMMERCIAL-EXIT
           END-IF
      *
           PERFORM 5200-MOVE-CA-TO-MASTER
              THRU 5200-MOVE-CA-TO-MASTER-EXIT
           IF PRZ-MATERIAL-DIFF
              MOVE 06                    TO CA-RETURN-CODE
           END-IF
      *
           MOVE 'N'                      TO WSDQ-DOC-TYPE
           MOVE CML-ISSUE-DATE           TO WSDQ-EFFECTIVE-DATE
           MOVE ZERO                     TO WSDQ-ENDORSE-SEQ
           MOVE CML-CUSTOMER-NUM         TO WSDQ-CUSTOMER-NUM
           PERFORM 7300-REQUEST-DOCUMENT
              THRU 7300-REQUEST-DOCUMENT-EXIT
      *
       2000-ADD-COMMERCIAL-EXIT.
           EXIT.
      * 3000-CHANGE-STATUS - MOVES CML-B-STATUS TO THE STATUS REQUESTED
      *     IN CA-B-STATUS, PROVIDED THE STATE MACHINE ALLOWS THE
      *     TRANSITION FROM THE CURRENT STATUS AND, WHEN THE NEW
      *     STATUS IS REJECTED, THE CALLER SUPPLIED A REASON.  A
      *     BOUND POLICY REFERRED BACK NEEDS A REASON TOO, KEPT IN
      *     CML-B-REJECTREASON.  BINDING A POLICY AT OR ABOVE THE
      *     SURVEY THRESHOLD RAISES ITS RISK SURVEY (3200).
      *================================================================
       3000-CHANGE-STATUS.
      *
      *
           MOVE COMMERCIAL-POLICY-MASTER-RECORD
             TO WSAJ-BEFORE-IMAGE
           MOVE CML-B-STATUS              TO WS-OLD-STATUS
      *
           PERFORM 3100-VALIDATE-TRANSITION
              THRU 3100-VALIDATE-TRANSITION-EXIT
              MOVE 42                    TO CA-RETURN-CODE
              GO TO 3000-CHANGE-STATUS-EXIT
           END-IF
      *
           IF CA-B-STATUS = CBSTM-REFERRED
              AND WS-OLD-STATUS = CBSTM-BOUND
              AND CA-B-REJECTREASON = SPACES
              MOVE 42                    TO CA-RETURN-CODE
              GO TO 3000-CHANGE-STATUS-EXIT
           END-IF
      *
           PERFORM 7100-STAMP-LAST-CHANGED
              THRU 7100-STAMP-LAST-CHANGED-EXIT
      *
           MOVE CA-B-STATUS               TO CML-B-STATUS
           IF CA-B-STATUS = CBSTM-REJECTED
              OR (CA-B-STATUS = CBSTM-REFERRED
                  AND WS-OLD-STATUS = CBSTM-BOUND)
              MOVE CA-B-REJECTREASON      TO CML-B-REJECTREASON
           ELSE
              MOVE SPACES                TO CML-B-REJECTREASON
      *
           PERFORM 5000-MOVE-MASTER-TO-CA
              THRU 5000-MOVE-MASTER-TO-CA-EXIT
      *
           IF CML-B-STATUS = CBSTM-BOUND
              AND WS-OLD-STATUS NOT = CBSTM-BOUND
              AND CML-PAYMENT NOT < WS-INS-THRESHOLD
              PERFORM 3200-RAISE-INSPECTION
                 THRU 3200-RAISE-INSPECTION-EXIT
           END-IF
      *
       3000-CHANGE-STATUS-EXIT.
           EXIT.
           MOVE WS-REFUND-AMOUNT          TO CA-B-CAN-REFUND
           PERFORM 5000-MOVE-MASTER-TO-CA
              THRU 5000-MOVE-MASTER-TO-CA-EXIT
      *
           MOVE 'C'                      TO WSDQ-DOC-TYPE
           STRING WS-LC-DATE8(1:4) '-' WS-LC-DATE8(5:2) '-'
                  WS-LC-DATE8(7:2)
                  DELIMITED BY SIZE INTO WSDQ-EFFECTIVE-DATE
           MOVE ZERO                     TO WSDQ-ENDORSE-SEQ
           MOVE CML-CUSTOMER-NUM         TO WSDQ-CUSTOMER-NUM
           PERFORM 7300-REQUEST-DOCUMENT
              THRU 7300-REQUEST-DOCUMENT-EXIT
      *
       4500-CANCEL-COMMERCIAL-EXIT.
           EXIT.
           EXIT.
      *
      *================================================================
      * 3200-RAISE-INSPECTION - A NEWLY BOUND POLICY AT OR ABOVE THE
      *     SURVEY THRESHOLD GETS A RISK SURVEY DUE WS-INS-DUE-DAYS
      *     FROM TODAY.  A POLICY THAT ALREADY HAS ONE (REINSTATED
      *     FROM LAPSE, OR RE-BOUND AFTER A REFERRAL) KEEPS IT.  LIKE
      *     JOURNALING, A FAILURE HERE NEVER FAILS THE BIND - THE
      *     DESK CAN RAISE THE SURVEY ON SCHINS.
      *================================================================
       3200-RAISE-INSPECTION.
      *
           EXEC CICS READ
                FILE('INSPFILE')
                INTO(COMMERCIAL-INSPECTION-RECORD)
                RIDFLD(CA-POLICY-NUM)
                RESP(WS-INS-RESP)
           END-EXEC
      *
           IF WS-INS-RESP NOT = DFHRESP(NOTFND)
              GO TO 3200-RAISE-INSPECTION-EXIT
           END-IF
      *
           PERFORM 8050-NEW-INSPECTION
              THRU 8050-NEW-INSPECTION-EXIT
      *
           EXEC CICS WRITE
                FILE('INSPFILE')
                FROM(COMMERCIAL-INSPECTION-RECORD)
                RIDFLD(INS-POLICY-NUM)
                RESP(WS-INS-RESP)
           END-EXEC
      *
           IF WS-INS-RESP NOT = DFHRESP(NORMAL)
              GO TO 3200-RAISE-INSPECTION-EXIT
           END-IF
      *
           MOVE SPACES
             TO WSAJ-BEFORE-IMAGE
           PERFORM 8800-JOURNAL-INSPECTION
              THRU 8800-JOURNAL-INSPECTION-EXIT
      *
       3200-RAISE-INSPECTION-EXIT.
           EXIT.
      *
      *================================================================
      * 5000-MOVE-MASTER-TO-CA - COPIES THE FILE RECORD BACK INTO THE
      *     COMMAREA.
      *================================================================
           EXIT.
      *================================================================
      * 2500-RATE-PERILS-FROM-ZONE - MATCHES THE RISK'S COORDINATES
      *     AGAINST THE LGCPERZ PERIL-ZONE TABLE, AS IN FORCE TODAY
      *     ON REFTAB (LGARTB02), AND SETS THE FOUR PERIL FACTORS
      *     FROM THE ZONE, REPORTING WHEN A KEYED PERIL DIFFERED
      *     MATERIALLY FROM THE ZONE-DERIVED VALUE.  BLANK OR
      *     NON-NUMERIC COORDINATES LEAVE THE KEYED PERILS ALONE --
      *     THERE IS NOTHING TO RATE FROM.  RC 90 WHEN THE TABLE
      *     CANNOT BE READ.
      *================================================================
       2500-RATE-PERILS-FROM-ZONE.
      *
      *
           COMPUTE WS-PRZ-LAT = FUNCTION NUMVAL(CA-B-LATITUDE)
           COMPUTE WS-PRZ-LON = FUNCTION NUMVAL(CA-B-LONGITUDE)
      *
           MOVE 'PERZ'                   TO WSRL-TABLE-ID
           MOVE SPACES                   TO WSRL-AS-OF-DATE
           EXEC CICS LINK
                PROGRAM('LGARTB02')
                COMMAREA(WS-REF-LOAD-AREA)
                RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL)
              OR WSRL-RETURN-CODE > 12
              MOVE 90                    TO CA-RETURN-CODE
              GO TO 2500-RATE-PERILS-FROM-ZONE-EXIT
           END-IF
           MOVE WSRL-TABLE-AREA          TO PRZ-ZONE-AREA
      *
           SET PRZ-IDX                   TO 1
           SEARCH PRZ-ZONE
       2560-JUDGE-DIFF-EXIT.
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
           MOVE 'C'                      TO WSBC-LINE
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
           MOVE 'C'                      TO WSDQ-LINE
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
      *================================================================
      * 8000-INQUIRE-INSPECTION - RETURNS THE POLICY'S RISK SURVEY.
      *     CA-LASTCHANGED CARRIES THE SURVEY'S OWN LOCK STAMP FOR
      *     THE SCHINS / RECINS / RECUPD THAT FOLLOWS.
      *================================================================
       8000-INQUIRE-INSPECTION.
      *
           MOVE 0                        TO CA-RETURN-CODE
      *
           EXEC CICS READ
                FILE('INSPFILE')
                INTO(COMMERCIAL-INSPECTION-RECORD)
                RIDFLD(CA-POLICY-NUM)
                RESP(WS-INS-RESP)
           END-EXEC
      *
           IF WS-INS-RESP = DFHRESP(NOTFND)
              MOVE 60                    TO CA-RETURN-CODE
              GO TO 8000-INQUIRE-INSPECTION-EXIT
           END-IF
           IF WS-INS-RESP NOT = DFHRESP(NORMAL)
              MOVE 90                    TO CA-RETURN-CODE
              GO TO 8000-INQUIRE-INSPECTION-EXIT
           END-IF
      *
           PERFORM 8900-MOVE-INSPECTION-TO-CA
              THRU 8900-MOVE-INSPECTION-TO-CA-EXIT
      *
       8000-INQUIRE-INSPECTION-EXIT.
           EXIT.
      *
      *================================================================
      * 8050-NEW-INSPECTION - BUILDS A FRESH SURVEY ROW FOR THE POLICY
      *     IN COMMERCIAL-POLICY-MASTER-RECORD, RAISED TODAY AND DUE
      *     WS-INS-DUE-DAYS LATER.  THE CALLER HAS BUILT THE LOCK
      *     STAMP (7100).
      *================================================================
       8050-NEW-INSPECTION.
      *
           MOVE SPACES                   TO COMMERCIAL-INSPECTION-RECORD
           MOVE CML-POLICY-NUM            TO INS-POLICY-NUM
           MOVE CML-CUSTOMER-NUM          TO INS-CUSTOMER-NUM
           MOVE CML-PAYMENT               TO INS-PREMIUM
           MOVE ZERO                     TO INS-REC-COUNT
           SET INS-SCHEDULED             TO TRUE
      *
           STRING WS-LC-DATE8(1:4) '-' WS-LC-DATE8(5:2) '-'
                  WS-LC-DATE8(7:2)
                  DELIMITED BY SIZE INTO INS-RAISED-DATE
           MOVE WS-LC-DATE8               TO WS-INS-NUMDATE
           COMPUTE WS-INS-INTDATE =
                   FUNCTION INTEGER-OF-DATE(WS-INS-NUMDATE)
                   + WS-INS-DUE-DAYS
           COMPUTE WS-INS-NUMDATE =
                   FUNCTION DATE-OF-INTEGER(WS-INS-INTDATE)
           STRING WS-INS-NUMDATE(1:4) '-' WS-INS-NUMDATE(5:2) '-'
                  WS-INS-NUMDATE(7:2)
                  DELIMITED BY SIZE INTO INS-DUE-DATE
           MOVE WS-LC-STAMP               TO INS-LAST-CHANGED
      *
       8050-NEW-INSPECTION-EXIT.
           EXIT.
      *
      *================================================================
      * 8100-SCHEDULE-INSPECTION - BOOKS THE SURVEY VISIT, OR WAIVES
      *     THE OPEN SURVEY WHEN CA-B-INS-STATUS IS 'W'.  ONLY A
      *     BOUND POLICY IS SURVEYED.  A POLICY WITH NO SURVEY GETS
      *     ONE RAISED HERE WHATEVER ITS PREMIUM, AND A POLICY WHOSE
      *     LAST SURVEY IS CLOSED GETS A RE-SURVEY - THE OLD ROW
      *     GOES TO THE JOURNAL AS THE BEFORE-IMAGE.
      *================================================================
       8100-SCHEDULE-INSPECTION.
      *
           MOVE 0                        TO CA-RETURN-CODE
           MOVE 'N'                      TO SW-INS-NEW
      *
           EXEC CICS READ
                FILE('COMMPOL')
                INTO(COMMERCIAL-POLICY-MASTER-RECORD)
                RIDFLD(CA-POLICY-NUM)
                RESP(WS-RESP)
           END-EXEC
      *
           IF WS-RESP NOT = DFHRESP(NORMAL)
              MOVE 10                    TO CA-RETURN-CODE
              GO TO 8100-SCHEDULE-INSPECTION-EXIT
           END-IF
      *
           IF CML-B-STATUS NOT = CBSTM-BOUND
              MOVE 61                    TO CA-RETURN-CODE
              GO TO 8100-SCHEDULE-INSPECTION-EXIT
           END-IF
      *
           IF CA-B-INS-STATUS = 'W'
              IF CA-B-INS-NOTE = SPACES
                 MOVE 63                 TO CA-RETURN-CODE
                 GO TO 8100-SCHEDULE-INSPECTION-EXIT
              END-IF
           ELSE
              IF CA-B-INS-VISIT-DATE = SPACES
                 OR CA-B-INS-SURVEYOR = SPACES
                 MOVE 63                 TO CA-RETURN-CODE
                 GO TO 8100-SCHEDULE-INSPECTION-EXIT
              END-IF
           END-IF
      *
           PERFORM 7100-STAMP-LAST-CHANGED
              THRU 7100-STAMP-LAST-CHANGED-EXIT
      *
           EXEC CICS READ
                FILE('INSPFILE')
                INTO(COMMERCIAL-INSPECTION-RECORD)
                RIDFLD(CA-POLICY-NUM)
                UPDATE
                RESP(WS-INS-RESP)
           END-EXEC
      *
           IF WS-INS-RESP = DFHRESP(NOTFND)
              IF CA-B-INS-STATUS = 'W'
                 MOVE 60                 TO CA-RETURN-CODE
                 GO TO 8100-SCHEDULE-INSPECTION-EXIT
              END-IF
              SET INS-NEW                TO TRUE
              MOVE SPACES
                TO WSAJ-BEFORE-IMAGE
              PERFORM 8050-NEW-INSPECTION
                 THRU 8050-NEW-INSPECTION-EXIT
           ELSE
              IF WS-INS-RESP NOT = DFHRESP(NORMAL)
                 MOVE 90                 TO CA-RETURN-CODE
                 GO TO 8100-SCHEDULE-INSPECTION-EXIT
              END-IF
              IF CA-LASTCHANGED NOT = SPACES AND
                 CA-LASTCHANGED NOT = INS-LAST-CHANGED
                 EXEC CICS UNLOCK
                      FILE('INSPFILE')
                 END-EXEC
                 MOVE 41                 TO CA-RETURN-CODE
                 GO TO 8100-SCHEDULE-INSPECTION-EXIT
              END-IF
              IF CA-B-INS-STATUS = 'W' AND NOT INS-SCHEDULED
                 EXEC CICS UNLOCK
                      FILE('INSPFILE')
                 END-EXEC
                 MOVE 62                 TO CA-RETURN-CODE
                 GO TO 8100-SCHEDULE-INSPECTION-EXIT
              END-IF
              MOVE COMMERCIAL-INSPECTION-RECORD
                TO WSAJ-BEFORE-IMAGE
              IF NOT INS-SCHEDULED
                 PERFORM 8050-NEW-INSPECTION
                    THRU 8050-NEW-INSPECTION-EXIT
              END-IF
           END-IF
      *
           IF CA-B-INS-STATUS = 'W'
              SET INS-WAIVED             TO TRUE
              MOVE CA-B-INS-NOTE          TO INS-NOTE
           ELSE
              MOVE CA-B-INS-VISIT-DATE    TO INS-VISIT-DATE
              MOVE CA-B-INS-SURVEYOR      TO INS-SURVEYOR
           END-IF
           MOVE WS-LC-STAMP               TO INS-LAST-CHANGED
      *
           IF INS-NEW
              EXEC CICS WRITE
                   FILE('INSPFILE')
                   FROM(COMMERCIAL-INSPECTION-RECORD)
                   RIDFLD(INS-POLICY-NUM)
                   RESP(WS-INS-RESP)
              END-EXEC
           ELSE
              EXEC CICS REWRITE
                   FILE('INSPFILE')
                   FROM(COMMERCIAL-INSPECTION-RECORD)
                   RESP(WS-INS-RESP)
              END-EXEC
           END-IF
      *
           IF WS-INS-RESP NOT = DFHRESP(NORMAL)
              MOVE 90                    TO CA-RETURN-CODE
              GO TO 8100-SCHEDULE-INSPECTION-EXIT
           END-IF
      *
           PERFORM 8800-JOURNAL-INSPECTION
              THRU 8800-JOURNAL-INSPECTION-EXIT
           PERFORM 8900-MOVE-INSPECTION-TO-CA
              THRU 8900-MOVE-INSPECTION-TO-CA-EXIT
      *
       8100-SCHEDULE-INSPECTION-EXIT.
           EXIT.
      *
      *================================================================
      * 8200-RECORD-INSPECTION - RECORDS THE SURVEYOR'S RESULT ON THE
      *     OPEN SURVEY AND COMPLETES IT.  A RESULT OF R MUST CARRY
      *     AT LEAST ONE RECOMMENDATION, AND EVERY RECOMMENDATION A
      *     CODE AND A DUE DATE.  EACH ONE STARTS OPEN.
      *================================================================
       8200-RECORD-INSPECTION.
      *
           MOVE 0                        TO CA-RETURN-CODE
           SET INS-DATA-OK               TO TRUE
      *
           IF CA-B-INS-SURVEY-DATE = SPACES
              OR (CA-B-INS-RESULT NOT = 'S' AND
                  CA-B-INS-RESULT NOT = 'R' AND
                  CA-B-INS-RESULT NOT = 'U')
              OR CA-B-INS-REC-COUNT NOT NUMERIC
              OR CA-B-INS-REC-COUNT > 8
              SET INS-DATA-BAD           TO TRUE
           ELSE
              IF CA-B-INS-RESULT = 'R' AND CA-B-INS-REC-COUNT = ZERO
                 SET INS-DATA-BAD        TO TRUE
              END-IF
              PERFORM VARYING WS-INS-IX FROM 1 BY 1
                      UNTIL WS-INS-IX > CA-B-INS-REC-COUNT
                 IF CA-B-INS-REC-CODE(WS-INS-IX) = SPACES
                    OR CA-B-INS-REC-DUE(WS-INS-IX) = SPACES
                    SET INS-DATA-BAD     TO TRUE
                 END-IF
              END-PERFORM
           END-IF
      *
           IF INS-DATA-BAD
              MOVE 63                    TO CA-RETURN-CODE
              GO TO 8200-RECORD-INSPECTION-EXIT
           END-IF
      *
           EXEC CICS READ
                FILE('INSPFILE')
                INTO(COMMERCIAL-INSPECTION-RECORD)
                RIDFLD(CA-POLICY-NUM)
                UPDATE
                RESP(WS-INS-RESP)
           END-EXEC
      *
           IF WS-INS-RESP = DFHRESP(NOTFND)
              MOVE 60                    TO CA-RETURN-CODE
              GO TO 8200-RECORD-INSPECTION-EXIT
           END-IF
           IF WS-INS-RESP NOT = DFHRESP(NORMAL)
              MOVE 90                    TO CA-RETURN-CODE
              GO TO 8200-RECORD-INSPECTION-EXIT
           END-IF
      *
           IF CA-LASTCHANGED NOT = SPACES AND
              CA-LASTCHANGED NOT = INS-LAST-CHANGED
              EXEC CICS UNLOCK
                   FILE('INSPFILE')
              END-EXEC
              MOVE 41                    TO CA-RETURN-CODE
              GO TO 8200-RECORD-INSPECTION-EXIT
           END-IF
      *
           IF NOT INS-SCHEDULED
              EXEC CICS UNLOCK
                   FILE('INSPFILE')
              END-EXEC
              MOVE 62                    TO CA-RETURN-CODE
              GO TO 8200-RECORD-INSPECTION-EXIT
           END-IF
      *
           MOVE COMMERCIAL-INSPECTION-RECORD
             TO WSAJ-BEFORE-IMAGE
      *
           PERFORM 7100-STAMP-LAST-CHANGED
              THRU 7100-STAMP-LAST-CHANGED-EXIT
      *
           MOVE CA-B-INS-SURVEY-DATE      TO INS-SURVEY-DATE
           MOVE CA-B-INS-RESULT           TO INS-RESULT
           MOVE CA-B-INS-NOTE             TO INS-NOTE
           IF CA-B-INS-SURVEYOR NOT = SPACES
              MOVE CA-B-INS-SURVEYOR      TO INS-SURVEYOR
           END-IF
           MOVE CA-B-INS-REC-COUNT        TO INS-REC-COUNT
           PERFORM VARYING WS-INS-IX FROM 1 BY 1
                   UNTIL WS-INS-IX > 8
              MOVE SPACES
                TO INS-RECOMMENDATION(WS-INS-IX)
              IF WS-INS-IX NOT > INS-REC-COUNT
                 MOVE CA-B-INS-REC-CODE(WS-INS-IX)
                   TO INS-REC-CODE(WS-INS-IX)
                 MOVE CA-B-INS-REC-TEXT(WS-INS-IX)
                   TO INS-REC-TEXT(WS-INS-IX)
                 MOVE CA-B-INS-REC-DUE(WS-INS-IX)
                   TO INS-REC-DUE-DATE(WS-INS-IX)
                 SET INS-REC-OPEN(WS-INS-IX) TO TRUE
              END-IF
           END-PERFORM
           SET INS-COMPLETED             TO TRUE
           MOVE WS-LC-STAMP               TO INS-LAST-CHANGED
      *
           EXEC CICS REWRITE
                FILE('INSPFILE')
                FROM(COMMERCIAL-INSPECTION-RECORD)
                RESP(WS-INS-RESP)
           END-EXEC
      *
           IF WS-INS-RESP NOT = DFHRESP(NORMAL)
              MOVE 90                    TO CA-RETURN-CODE
              GO TO 8200-RECORD-INSPECTION-EXIT
           END-IF
      *
           PERFORM 8800-JOURNAL-INSPECTION
              THRU 8800-JOURNAL-INSPECTION-EXIT
           PERFORM 8900-MOVE-INSPECTION-TO-CA
              THRU 8900-MOVE-INSPECTION-TO-CA-EXIT
      *
       8200-RECORD-INSPECTION-EXIT.
           EXIT.
      *
      *================================================================
      * 8300-UPDATE-RECOMMENDATION - CLOSES ONE OPEN RECOMMENDATION AS
      *     DONE OR WAIVED, DATED TODAY.  THE NEW STATUS ARRIVES IN
      *     CA-B-INS-REC-STATUS FOR THE RECOMMENDATION NAMED BY
      *     CA-B-INS-REC-NUM.
      *================================================================
       8300-UPDATE-RECOMMENDATION.
      *
           MOVE 0                        TO CA-RETURN-CODE
      *
           IF CA-B-INS-REC-NUM NOT NUMERIC
              OR CA-B-INS-REC-NUM = ZERO
              OR CA-B-INS-REC-NUM > 8
              MOVE 64                    TO CA-RETURN-CODE
              GO TO 8300-UPDATE-RECOMMENDATION-EXIT
           END-IF
           MOVE CA-B-INS-REC-NUM          TO WS-INS-IX
           IF CA-B-INS-REC-STATUS(WS-INS-IX) NOT = 'D'
              AND CA-B-INS-REC-STATUS(WS-INS-IX) NOT = 'W'
              MOVE 63                    TO CA-RETURN-CODE
              GO TO 8300-UPDATE-RECOMMENDATION-EXIT
           END-IF
      *
           EXEC CICS READ
                FILE('INSPFILE')
                INTO(COMMERCIAL-INSPECTION-RECORD)
                RIDFLD(CA-POLICY-NUM)
                UPDATE
                RESP(WS-INS-RESP)
           END-EXEC
      *
           IF WS-INS-RESP = DFHRESP(NOTFND)
              MOVE 60                    TO CA-RETURN-CODE
              GO TO 8300-UPDATE-RECOMMENDATION-EXIT
           END-IF
           IF WS-INS-RESP NOT = DFHRESP(NORMAL)
              MOVE 90                    TO CA-RETURN-CODE
              GO TO 8300-UPDATE-RECOMMENDATION-EXIT
           END-IF
      *
           IF CA-LASTCHANGED NOT = SPACES AND
              CA-LASTCHANGED NOT = INS-LAST-CHANGED
              EXEC CICS UNLOCK
                   FILE('INSPFILE')
              END-EXEC
              MOVE 41                    TO CA-RETURN-CODE
              GO TO 8300-UPDATE-RECOMMENDATION-EXIT
           END-IF
      *
           IF WS-INS-IX > INS-REC-COUNT
              OR NOT INS-REC-OPEN(WS-INS-IX)
              EXEC CICS UNLOCK
                   FILE('INSPFILE')
              END-EXEC
              MOVE 64                    TO CA-RETURN-CODE
              GO TO 8300-UPDATE-RECOMMENDATION-EXIT
           END-IF
      *
           MOVE COMMERCIAL-INSPECTION-RECORD
             TO WSAJ-BEFORE-IMAGE
      *
           PERFORM 7100-STAMP-LAST-CHANGED
              THRU 7100-STAMP-LAST-CHANGED-EXIT
      *
           MOVE CA-B-INS-REC-STATUS(WS-INS-IX)
             TO INS-REC-STATUS(WS-INS-IX)
           STRING WS-LC-DATE8(1:4) '-' WS-LC-DATE8(5:2) '-'
                  WS-LC-DATE8(7:2)
                  DELIMITED BY SIZE INTO INS-REC-CLOSED-DATE(WS-INS-IX)
           MOVE WS-LC-STAMP               TO INS-LAST-CHANGED
      *
           EXEC CICS REWRITE
                FILE('INSPFILE')
                FROM(COMMERCIAL-INSPECTION-RECORD)
                RESP(WS-INS-RESP)
           END-EXEC
      *
           IF WS-INS-RESP NOT = DFHRESP(NORMAL)
              MOVE 90                    TO CA-RETURN-CODE
              GO TO 8300-UPDATE-RECOMMENDATION-EXIT
           END-IF
      *
           PERFORM 8800-JOURNAL-INSPECTION
              THRU 8800-JOURNAL-INSPECTION-EXIT
           PERFORM 8900-MOVE-INSPECTION-TO-CA
              THRU 8900-MOVE-INSPECTION-TO-CA-EXIT
      *
       8300-UPDATE-RECOMMENDATION-EXIT.
           EXIT.
      *
      *================================================================
      * 8800-JOURNAL-INSPECTION - THE CALLER HAS PUT THE BEFORE-IMAGE
      *     IN WSAJ-BEFORE-IMAGE (SPACES FOR A NEW SURVEY).
      *================================================================
       8800-JOURNAL-INSPECTION.
      *
           MOVE COMMERCIAL-INSPECTION-RECORD
             TO WSAJ-AFTER-IMAGE
           MOVE 'INSPFILE'               TO WSAJ-FILE-NAME
           MOVE CA-POLICY-NUM            TO WSAJ-RECORD-KEY
           PERFORM 7000-WRITE-AUDIT-JOURNAL
              THRU 7000-WRITE-AUDIT-JOURNAL-EXIT
      *
       8800-JOURNAL-INSPECTION-EXIT.
           EXIT.
      *
      *================================================================
      * 8900-MOVE-INSPECTION-TO-CA - COPIES THE SURVEY ROW INTO THE
      *     COMMAREA, WITH ITS LOCK STAMP IN CA-LASTCHANGED.
      *================================================================
       8900-MOVE-INSPECTION-TO-CA.
      *
           MOVE INS-DUE-DATE              TO CA-B-INS-DUE-DATE
           MOVE INS-STATUS                TO CA-B-INS-STATUS
           MOVE INS-VISIT-DATE            TO CA-B-INS-VISIT-DATE
           MOVE INS-SURVEYOR              TO CA-B-INS-SURVEYOR
           MOVE INS-SURVEY-DATE           TO CA-B-INS-SURVEY-DATE
           MOVE INS-RESULT                TO CA-B-INS-RESULT
           MOVE INS-NOTE                  TO CA-B-INS-NOTE
           MOVE INS-REC-COUNT             TO CA-B-INS-REC-COUNT
           PERFORM VARYING WS-INS-IX FROM 1 BY 1
                   UNTIL WS-INS-IX > 8
              MOVE INS-RECOMMENDATION(WS-INS-IX)
                TO CA-B-INS-REC(WS-INS-IX)
           END-PERFORM
           MOVE INS-LAST-CHANGED          TO CA-LASTCHANGED
      *
       8900-MOVE-INSPECTION-TO-CA-EXIT.
           EXIT.
      *================================================================
      * 2570-CHECK-COORDINATE - A COORDINATE MAY CARRY ONLY DIGITS, ONE
      *     DECIMAL POINT, A LEADING SIGN AND TRAILING SPACES, AND
      *     MUST CARRY AT LEAST ONE DIGIT.  ANYTHING ELSE WOULD FEED
