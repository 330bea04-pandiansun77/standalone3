       IDENTIFICATION DIVISION.
       PROGRAM-ID. LGRDOC01.
       AUTHOR. INSURANCE-APPLICATIONS-TEAM.
       INSTALLATION. POLICY-ADMINISTRATION.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.
      *================================================================
      * MODIFICATION HISTORY
      *   2026-10-15  PA  A SURRENDERED ENDOWMENT PRINTS AS SURRENDERED
      *                   WITH ITS SURRENDER DATE.
      *   2026-10-15  PA  ORIGINAL -- NIGHTLY POLICY SCHEDULE
      *                   COMPOSITION EXTRACT.  SCHEDULES WERE TYPED
      *                   UP FROM THE INQUIRY SCREENS; THE DOCREQ
      *                   QUEUE NOW BECOMES ONE PRINT/E-DELIVERY
      *                   RECORD PER DOCUMENT.
      *================================================================
      *================================================================
      *    FUNCTION:
      *      READS THE DOCREQ QUEUE (LGCDOCQ) FROM THE START AND, FOR
      *      EVERY PENDING REQUEST, BUILDS ONE DOCUMENT RECORD FOR THE
      *      COMPOSITION SYSTEM:
      *        - THE NAME, ADDRESS AND EMAIL FROM CUSTOMER.  A MERGED
      *          CUSTOMER IS FOLLOWED TO THE SURVIVOR; AN ANONYMISED
      *          ONE IS NOT WRITTEN TO.
      *        - THE POLICY DETAILS, PREMIUM, PAYMENT PLAN AND STATUS
      *          FROM THE LINE'S MASTER AS THEY STAND TONIGHT, WITH
      *          THE RISK DETAIL IN THE LINE'S OWN SHAPE.
      *        - FOR AN ENDORSEMENT, THE ENDORSE ROW'S REASON, OLD AND
      *          NEW PREMIUM AND PRO-RATA ADJUSTMENT.
      *        - A TEMPLATE CODE FROM THE LINE AND DOCUMENT TYPE
      *          (E.G. HSENEW, MOTEND, COMCAN, ENDRNW, HSERPT), THE
      *          SCHEDULE VERSION, AND THE DOCUMENT'S SEQUENCE IN
      *          THIS RUN.
      *        - THE DELIVERY CHANNEL: AS REQUESTED, OR E-DELIVERY
      *          WHEN THE CUSTOMER HAS AN EMAIL ADDRESS AND PRINT
      *          WHEN NOT.  E-DELIVERY ASKED FOR WITH NO EMAIL ON
      *          FILE FALLS BACK TO PRINT.
      *      THE REQUEST IS THEN MARKED COMPOSED WITH THE RUN DATE
      *      AND DOCUMENT SEQUENCE.  ONE THAT CANNOT BE COMPOSED (NO
      *      CUSTOMER, CUSTOMER ANONYMISED, NO POLICY MASTER) IS
      *      MARKED FAILED WITH THE REASON AND LISTED; THE DESK PUTS
      *      IT RIGHT AND ASKS FOR A REPRINT (REPDOC, LGADOC01).
      *      THE EXTRACT ENDS WITH A BATCH CONTROL TRAILER (RECORD
      *      COUNT) THE COMPOSITION SYSTEM BALANCES AGAINST, THE SAME
      *      AS THE LGRRNW02 CORRESPONDENCE EXTRACT.
      *
      *    INPUT FILES:  DOCREQ   - DOCUMENT REQUEST KSDS (I-O; NO
      *                             FILE YET MEANS NOTHING QUEUED).
      *                  CUSTOMER - CUSTOMER KSDS (RANDOM READ).
      *                  HOUSEPOL, MOTORPOL, COMMPOL, ENDOWPOL -
      *                             POLICY MASTERS (RANDOM READ).
      *                  ENDORSE  - ENDORSEMENT DETAIL KSDS (MAY NOT
      *                             EXIST YET).
      *
      *    OUTPUT FILES: DOCOUT   - COMPOSITION EXTRACT: DETAIL
      *                             RECORDS ('D' IN COL 1) THEN ONE
      *                             TRAILER ('T' IN COL 1) CARRYING
      *                             THE DETAIL COUNT.
      *                  DOCRPT   - RUN REPORT.
      *                  DOCREQ   - REQUESTS MARKED COMPOSED/FAILED.
      *
      *    RETURN CODE:  00 - EVERY PENDING REQUEST COMPOSED
      *                  04 - ONE OR MORE REQUESTS FAILED
      *                  08 - FILE ERROR
      *================================================================
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *
           SELECT DOCREQ ASSIGN TO DOCREQ
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS DRQ-KEY
              FILE STATUS IS DOCREQ-STATUS.
      *
           SELECT CUSTOMER ASSIGN TO CUSTOMER
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS CUM-CUSTOMER-NUM
              FILE STATUS IS CUSTOMER-STATUS.
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
           SELECT ENDORSE ASSIGN TO ENDORSE
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS EDT-KEY
              FILE STATUS IS ENDORSE-STATUS.
      *
           SELECT DOCOUT ASSIGN TO DOCOUT
              FILE STATUS IS DOCOUT-STATUS.
      *
           SELECT DOCRPT ASSIGN TO DOCRPT
              FILE STATUS IS DOCRPT-STATUS.
      *
       DATA DIVISION.
       FILE SECTION.
      *
       FD  DOCREQ
           BLOCK CONTAINS 0 RECORDS.
       COPY LGCDOCQ.
      *
       FD  CUSTOMER
           BLOCK CONTAINS 0 RECORDS.
       COPY LGCCUST.
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
       FD  ENDORSE
           BLOCK CONTAINS 0 RECORDS.
       COPY LGCENDT.
      *
       FD  DOCOUT
           BLOCK CONTAINS 0 RECORDS.
       01  DOCOUT-RECORD                  PIC X(600).
      *
       FD  DOCRPT
           BLOCK CONTAINS 0 RECORDS.
       01  DOCRPT-RECORD                  PIC X(132).
      *
       WORKING-STORAGE SECTION.
      *
       77  FILLER                         PIC X(36) VALUE
                   'LGRDOC01 WORKING STORAGE BEGINS HR'.
      *
       01  WS-AREA.
           05  DOCREQ-STATUS              PIC XX VALUE '00'.
               88  DOCREQ-OK                      VALUE '00'.
               88  DOCREQ-NOT-FOUND               VALUE '35'.
           05  CUSTOMER-STATUS            PIC XX VALUE '00'.
               88  CUSTOMER-READ-OK               VALUE '00'.
           05  HOUSEPOL-STATUS            PIC XX VALUE '00'.
               88  HOUSEPOL-READ-OK               VALUE '00'.
           05  MOTORPOL-STATUS            PIC XX VALUE '00'.
               88  MOTORPOL-READ-OK               VALUE '00'.
           05  COMMPOL-STATUS             PIC XX VALUE '00'.
               88  COMMPOL-READ-OK                VALUE '00'.
           05  ENDOWPOL-STATUS            PIC XX VALUE '00'.
               88  ENDOWPOL-READ-OK               VALUE '00'.
           05  ENDORSE-STATUS             PIC XX VALUE '00'.
               88  ENDORSE-READ-OK                VALUE '00'.
           05  DOCOUT-STATUS              PIC XX VALUE '00'.
           05  DOCRPT-STATUS              PIC XX VALUE '00'.
           05  SW-EOF                     PIC X(01) VALUE 'N'.
               88  END-OF-FILE                    VALUE 'Y'.
           05  SW-DOCREQ-OPENED           PIC X(01) VALUE 'N'.
               88  DOCREQ-OPENED                  VALUE 'Y'.
           05  SW-CUSTOMER-OPENED         PIC X(01) VALUE 'N'.
               88  CUSTOMER-OPENED                VALUE 'Y'.
           05  SW-HOUSEPOL-OPENED         PIC X(01) VALUE 'N'.
               88  HOUSEPOL-OPENED                VALUE 'Y'.
           05  SW-MOTORPOL-OPENED         PIC X(01) VALUE 'N'.
               88  MOTORPOL-OPENED                VALUE 'Y'.
           05  SW-COMMPOL-OPENED          PIC X(01) VALUE 'N'.
               88  COMMPOL-OPENED                 VALUE 'Y'.
           05  SW-ENDOWPOL-OPENED         PIC X(01) VALUE 'N'.
               88  ENDOWPOL-OPENED                VALUE 'Y'.
           05  SW-ENDORSE-OPENED          PIC X(01) VALUE 'N'.
               88  ENDORSE-OPENED                 VALUE 'Y'.
      *
      *    DOCUMENT DETAIL RECORD.  THE POLICY AND CUSTOMER PART IS
      *    COMMON TO ALL LINES; DOC-RISK-DETAIL CARRIES THE LINE'S
      *    OWN RISK FIELDS.
       01  WS-DOC-DETAIL-REC.
           05  DOC-RECORD-TYPE            PIC X(01).
           05  DOC-RUN-SEQ                PIC 9(07).
           05  DOC-TEMPLATE-CODE          PIC X(06).
           05  DOC-DOC-TYPE               PIC X(01).
           05  DOC-VERSION                PIC 9(03).
           05  DOC-REPRINT-FLAG           PIC X(01).
           05  DOC-DELIVERY               PIC X(01).
           05  DOC-POLICY-NUM             PIC 9(10).
           05  DOC-REQ-SEQ                PIC 9(04).
           05  DOC-LINE                   PIC X(01).
           05  DOC-EFFECTIVE-DATE         PIC X(10).
           05  DOC-RUN-DATE               PIC X(10).
           05  DOC-CUSTOMER-NUM           PIC 9(10).
           05  DOC-FIRST-NAME             PIC X(10).
           05  DOC-LAST-NAME              PIC X(20).
           05  DOC-HOUSE-NAME             PIC X(20).
           05  DOC-HOUSE-NUM              PIC X(04).
           05  DOC-POSTCODE               PIC X(08).
           05  DOC-EMAIL                  PIC X(100).
           05  DOC-ISSUE-DATE             PIC X(10).
           05  DOC-EXPIRY-DATE            PIC X(10).
           05  DOC-BROKERID               PIC 9(10).
           05  DOC-BROKERSREF             PIC X(10).
           05  DOC-ANNUAL-PREMIUM         PIC 9(06).
           05  DOC-PLAN-TYPE              PIC X(01).
           05  DOC-PLAN-INSTALMENTS       PIC 9(02).
           05  DOC-PLAN-PAY-DAY           PIC 9(02).
           05  DOC-POLICY-STATUS          PIC X(10).
           05  DOC-CANCEL-DATE            PIC X(10).
           05  DOC-CANCEL-REASON-CD       PIC X(03).
           05  DOC-CANCEL-REFUND          PIC S9(07)V99.
           05  DOC-ENDORSEMENT.
               10  DOC-END-SEQ            PIC 9(04).
               10  DOC-END-REASON         PIC X(30).
               10  DOC-END-OLD-PREMIUM    PIC 9(06).
               10  DOC-END-NEW-PREMIUM    PIC 9(06).
               10  DOC-END-PREMIUM-DELTA  PIC S9(07)V99.
           05  DOC-RISK-DETAIL            PIC X(200).
           05  DOC-HOUSE-RISK REDEFINES DOC-RISK-DETAIL.
               10  DOC-H-PROPERTY-TYPE    PIC X(15).
               10  DOC-H-BEDROOMS         PIC 9(03).
               10  DOC-H-VALUE            PIC 9(08).
               10  DOC-H-HOUSE-NAME       PIC X(20).
               10  DOC-H-HOUSE-NUMBER     PIC X(04).
               10  DOC-H-POSTCODE         PIC X(08).
               10  DOC-H-VALUATION-DATE   PIC X(10).
               10  FILLER                 PIC X(132).
           05  DOC-MOTOR-RISK REDEFINES DOC-RISK-DETAIL.
               10  DOC-M-MAKE             PIC X(15).
               10  DOC-M-MODEL            PIC X(15).
               10  DOC-M-VALUE            PIC 9(06).
               10  DOC-M-REGNUMBER        PIC X(07).
               10  DOC-M-COLOUR           PIC X(08).
               10  DOC-M-CC               PIC 9(04).
               10  DOC-M-MANUFACTURED     PIC X(10).
               10  DOC-M-PREMIUM          PIC 9(06).
               10  DOC-M-ACCIDENTS        PIC 9(06).
               10  FILLER                 PIC X(123).
           05  DOC-COMMERCIAL-RISK REDEFINES DOC-RISK-DETAIL.
               10  DOC-B-ADDRESS          PIC X(100).
               10  DOC-B-POSTCODE         PIC X(08).
               10  DOC-B-PROPTYPE         PIC X(40).
               10  DOC-B-FIREPERIL        PIC 9(04).
               10  DOC-B-FIREPREMIUM      PIC 9(08).
               10  DOC-B-CRIMEPERIL       PIC 9(04).
               10  DOC-B-CRIMEPREMIUM     PIC 9(08).
               10  DOC-B-FLOODPERIL       PIC 9(04).
               10  DOC-B-FLOODPREMIUM     PIC 9(08).
               10  DOC-B-WEATHERPERIL     PIC 9(04).
               10  DOC-B-WEATHERPREMIUM   PIC 9(08).
               10  FILLER                 PIC X(04).
           05  DOC-ENDOWMENT-RISK REDEFINES DOC-RISK-DETAIL.
               10  DOC-E-WITH-PROFITS     PIC X(01).
               10  DOC-E-EQUITIES         PIC X(01).
               10  DOC-E-MANAGED-FUND     PIC X(01).
               10  DOC-E-FUND-NAME        PIC X(10).
               10  DOC-E-TERM             PIC 9(02).
               10  DOC-E-SUM-ASSURED      PIC 9(06).
               10  DOC-E-LIFE-ASSURED     PIC X(31).
               10  FILLER                 PIC X(148).
           05  FILLER                     PIC X(35).
      *
      *    BATCH CONTROL TRAILER FOR THE COMPOSITION SYSTEM.
       01  WS-DOC-TRAILER-REC.
           05  DTR-RECORD-TYPE            PIC X(01).
           05  DTR-DETAIL-COUNT           PIC 9(07).
           05  DTR-RUN-DATE               PIC X(10).
           05  FILLER                     PIC X(582).
      *
       01  WS-TODAY-DATE                  PIC 9(08).
       01  FILLER REDEFINES WS-TODAY-DATE.
           05  WS-TODAY-YYYY              PIC 9(04).
           05  WS-TODAY-MM                PIC 9(02).
           05  WS-TODAY-DD                PIC 9(02).
       01  WS-TODAY-DATE10                PIC X(10).
      *
       01  WS-FAIL-REASON                 PIC X(20).
       01  WS-TYPE-PART                   PIC X(03).
       01  WS-LINE-PART                   PIC X(03).
      *
       01  WS-REQUESTS-READ               PIC 9(07) COMP VALUE ZERO.
       01  WS-PENDING-COUNT               PIC 9(07) COMP VALUE ZERO.
       01  WS-DETAIL-COUNT                PIC 9(07) COMP VALUE ZERO.
       01  WS-FAILED-COUNT                PIC 9(07) COMP VALUE ZERO.
       01  WS-PRINT-COUNT                 PIC 9(07) COMP VALUE ZERO.
       01  WS-EMAIL-COUNT                 PIC 9(07) COMP VALUE ZERO.
      *
      *    DOCUMENTS COMPOSED BY TYPE - NEW BUSINESS, ENDORSEMENT,
      *    CANCELLATION, RENEWAL, REPRINT.
       01  WS-TYPE-NAMES.
           05  FILLER                     PIC X(14) VALUE
               'NEW BUSINESS  '.
           05  FILLER                     PIC X(14) VALUE
               'ENDORSEMENT   '.
           05  FILLER                     PIC X(14) VALUE
               'CANCELLATION  '.
           05  FILLER                     PIC X(14) VALUE
               'RENEWAL       '.
           05  FILLER                     PIC X(14) VALUE
               'REPRINT       '.
       01  FILLER REDEFINES WS-TYPE-NAMES.
           05  WS-TYPE-NAME               PIC X(14) OCCURS 5 TIMES.
       01  WS-TYPE-COUNTS.
           05  WS-TYPE-COUNT              PIC 9(07) COMP
                                          OCCURS 5 TIMES.
       01  WS-TYPE-IDX                    PIC 9(02) COMP VALUE ZERO.
      *
       01  WS-REPORT-LINE                 PIC X(132).
       01  WS-RPT-CNT                     PIC Z(6)9.
      *
       PROCEDURE DIVISION.
      *
       0000-MAINLINE.
      *
           PERFORM 0100-INITIALIZATION
              THRU 0100-INITIALIZATION-EXIT
           PERFORM 0200-PROCESS-REQUESTS
              THRU 0200-PROCESS-REQUESTS-EXIT
           PERFORM 0800-WRITE-TRAILER
              THRU 0800-WRITE-TRAILER-EXIT
           PERFORM 0900-CLOSE-FILES
              THRU 0900-CLOSE-FILES-EXIT
      *
           IF WS-FAILED-COUNT > ZERO AND RETURN-CODE NOT = 8
              MOVE 4                     TO RETURN-CODE
           END-IF
      *
           GOBACK.
      *
       0100-INITIALIZATION.
      *
           OPEN OUTPUT DOCRPT
           MOVE '-------- LGRDOC01 POLICY SCHEDULE COMPOSITION -------'
                TO DOCRPT-RECORD
           WRITE DOCRPT-RECORD
           OPEN OUTPUT DOCOUT
      *
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           STRING WS-TODAY-YYYY '-' WS-TODAY-MM '-' WS-TODAY-DD
                  DELIMITED BY SIZE INTO WS-TODAY-DATE10
           INITIALIZE WS-TYPE-COUNTS
      *
      *    NO REQUEST FILE YET MEANS NOTHING HAS BEEN QUEUED.
           OPEN I-O DOCREQ
           IF DOCREQ-OK
              SET DOCREQ-OPENED          TO TRUE
           ELSE
              IF NOT DOCREQ-NOT-FOUND
                 DISPLAY '**LGRDOC01 - DOCREQ OPEN ERROR - STATUS '
                         DOCREQ-STATUS
                 MOVE 8                  TO RETURN-CODE
              END-IF
           END-IF
      *
           OPEN INPUT CUSTOMER
           IF CUSTOMER-READ-OK
              SET CUSTOMER-OPENED        TO TRUE
           ELSE
              DISPLAY '**LGRDOC01 - CUSTOMER OPEN ERROR - STATUS '
                      CUSTOMER-STATUS
              MOVE 8                     TO RETURN-CODE
           END-IF
      *
      *    A LINE WITH NO MASTER YET HAS NO POLICIES TO DOCUMENT;
      *    ITS REQUESTS FAIL AS NO POLICY MASTER.
           OPEN INPUT HOUSEPOL
           IF HOUSEPOL-READ-OK
              SET HOUSEPOL-OPENED        TO TRUE
           END-IF
           OPEN INPUT MOTORPOL
           IF MOTORPOL-READ-OK
              SET MOTORPOL-OPENED        TO TRUE
           END-IF
           OPEN INPUT COMMPOL
           IF COMMPOL-READ-OK
              SET COMMPOL-OPENED         TO TRUE
           END-IF
           OPEN INPUT ENDOWPOL
           IF ENDOWPOL-READ-OK
              SET ENDOWPOL-OPENED        TO TRUE
           END-IF
           OPEN INPUT ENDORSE
           IF ENDORSE-READ-OK
              SET ENDORSE-OPENED         TO TRUE
           END-IF
      *
       0100-INITIALIZATION-EXIT.
           EXIT.
      *
      *================================================================
      * 0200-PROCESS-REQUESTS - EVERY PENDING REQUEST ON THE QUEUE, IN
      *     POLICY AND SEQUENCE ORDER.
      *================================================================
       0200-PROCESS-REQUESTS.
      *
           IF RETURN-CODE = 8 OR NOT DOCREQ-OPENED
              GO TO 0200-PROCESS-REQUESTS-EXIT
           END-IF
      *
           MOVE 'N'                      TO SW-EOF
           PERFORM UNTIL END-OF-FILE
              READ DOCREQ NEXT
                 AT END SET END-OF-FILE  TO TRUE
              END-READ
              IF NOT END-OF-FILE
                 ADD 1                   TO WS-REQUESTS-READ
                 IF DRQ-PENDING
                    ADD 1                TO WS-PENDING-COUNT
                    PERFORM 0300-COMPOSE-ONE-DOCUMENT
                       THRU 0300-COMPOSE-ONE-DOCUMENT-EXIT
                 END-IF
              END-IF
           END-PERFORM
      *
       0200-PROCESS-REQUESTS-EXIT.
           EXIT.
      *
      *================================================================
      * 0300-COMPOSE-ONE-DOCUMENT - CUSTOMER, MASTER, ENDORSEMENT,
      *     DELIVERY CHANNEL, THEN THE DETAIL RECORD AND THE REQUEST
      *     MARKED COMPOSED.  ANY LOOKUP FAILURE MARKS IT FAILED.
      *================================================================
       0300-COMPOSE-ONE-DOCUMENT.
      *
           MOVE SPACES                   TO WS-FAIL-REASON
           MOVE SPACES                   TO WS-DOC-DETAIL-REC
      *
           PERFORM 0400-GET-CUSTOMER
              THRU 0400-GET-CUSTOMER-EXIT
           IF WS-FAIL-REASON NOT = SPACES
              PERFORM 0700-MARK-FAILED
                 THRU 0700-MARK-FAILED-EXIT
              GO TO 0300-COMPOSE-ONE-DOCUMENT-EXIT
           END-IF
      *
           EVALUATE DRQ-LINE
              WHEN 'H'
                 PERFORM 0500-HOUSE-DETAIL
                    THRU 0500-HOUSE-DETAIL-EXIT
              WHEN 'M'
                 PERFORM 0510-MOTOR-DETAIL
                    THRU 0510-MOTOR-DETAIL-EXIT
              WHEN 'C'
                 PERFORM 0520-COMMERCIAL-DETAIL
                    THRU 0520-COMMERCIAL-DETAIL-EXIT
              WHEN 'E'
                 PERFORM 0530-ENDOWMENT-DETAIL
                    THRU 0530-ENDOWMENT-DETAIL-EXIT
              WHEN OTHER
                 MOVE 'UNKNOWN LINE'     TO WS-FAIL-REASON
           END-EVALUATE
           IF WS-FAIL-REASON NOT = SPACES
              PERFORM 0700-MARK-FAILED
                 THRU 0700-MARK-FAILED-EXIT
              GO TO 0300-COMPOSE-ONE-DOCUMENT-EXIT
           END-IF
      *
           IF DRQ-ENDORSEMENT
              PERFORM 0550-ENDORSEMENT-DETAIL
                 THRU 0550-ENDORSEMENT-DETAIL-EXIT
           END-IF
      *
           PERFORM 0600-WRITE-DOCUMENT
              THRU 0600-WRITE-DOCUMENT-EXIT
      *
       0300-COMPOSE-ONE-DOCUMENT-EXIT.
           EXIT.
      *
      *================================================================
      * 0400-GET-CUSTOMER - THE REQUEST'S CUSTOMER, OR THE SURVIVOR
      *     IF IT HAS BEEN MERGED.  AN ANONYMISED CUSTOMER HAS NO
      *     NAME OR ADDRESS LEFT TO SEND TO.
      *================================================================
       0400-GET-CUSTOMER.
      *
           MOVE DRQ-CUSTOMER-NUM         TO CUM-CUSTOMER-NUM
           READ CUSTOMER
           IF CUSTOMER-READ-OK AND CUM-MERGED-TO > ZERO
              MOVE CUM-MERGED-TO         TO CUM-CUSTOMER-NUM
              READ CUSTOMER
           END-IF
           IF NOT CUSTOMER-READ-OK
              MOVE '00'                  TO CUSTOMER-STATUS
              MOVE 'NO CUSTOMER'         TO WS-FAIL-REASON
              GO TO 0400-GET-CUSTOMER-EXIT
           END-IF
           IF CUM-ANONYMISED-DATE NOT = SPACES
              MOVE 'CUSTOMER ANONYMISED' TO WS-FAIL-REASON
              GO TO 0400-GET-CUSTOMER-EXIT
           END-IF
      *
           MOVE CUM-CUSTOMER-NUM         TO DOC-CUSTOMER-NUM
           MOVE CUM-FIRST-NAME           TO DOC-FIRST-NAME
           MOVE CUM-LAST-NAME            TO DOC-LAST-NAME
           MOVE CUM-HOUSE-NAME           TO DOC-HOUSE-NAME
           MOVE CUM-HOUSE-NUM            TO DOC-HOUSE-NUM
           MOVE CUM-POSTCODE             TO DOC-POSTCODE
           MOVE CUM-EMAIL-ADDRESS        TO DOC-EMAIL
      *
       0400-GET-CUSTOMER-EXIT.
           EXIT.
      *
      *================================================================
      * 0500-0530 - THE POLICY FROM THE LINE'S MASTER.
      *================================================================
       0500-HOUSE-DETAIL.
      *
           IF NOT HOUSEPOL-OPENED
              MOVE 'NO POLICY MASTER'    TO WS-FAIL-REASON
              GO TO 0500-HOUSE-DETAIL-EXIT
           END-IF
           MOVE DRQ-POLICY-NUM           TO HSM-POLICY-NUM
           READ HOUSEPOL
           IF NOT HOUSEPOL-READ-OK
              MOVE '00'                  TO HOUSEPOL-STATUS
              MOVE 'NO POLICY MASTER'    TO WS-FAIL-REASON
              GO TO 0500-HOUSE-DETAIL-EXIT
           END-IF
      *
           MOVE 'HSE'                    TO WS-LINE-PART
           MOVE HSM-ISSUE-DATE           TO DOC-ISSUE-DATE
           MOVE HSM-EXPIRY-DATE          TO DOC-EXPIRY-DATE
           MOVE HSM-BROKERID             TO DOC-BROKERID
           MOVE HSM-BROKERSREF           TO DOC-BROKERSREF
           MOVE HSM-PAYMENT              TO DOC-ANNUAL-PREMIUM
           MOVE HSM-PLAN-TYPE            TO DOC-PLAN-TYPE
           MOVE HSM-PLAN-INSTALMENTS     TO DOC-PLAN-INSTALMENTS
           MOVE HSM-PLAN-PAY-DAY         TO DOC-PLAN-PAY-DAY
           IF HSM-POLICY-CANCELLED
              MOVE 'CANCELLED'           TO DOC-POLICY-STATUS
              MOVE HSM-CANCEL-DATE       TO DOC-CANCEL-DATE
              MOVE HSM-CANCEL-REASON-CD  TO DOC-CANCEL-REASON-CD
              MOVE HSM-CANCEL-REFUND     TO DOC-CANCEL-REFUND
           ELSE
              MOVE 'ACTIVE'              TO DOC-POLICY-STATUS
              MOVE ZERO                  TO DOC-CANCEL-REFUND
           END-IF
      *
           MOVE HSM-H-PROPERTY-TYPE      TO DOC-H-PROPERTY-TYPE
           MOVE HSM-H-BEDROOMS           TO DOC-H-BEDROOMS
           MOVE HSM-H-VALUE              TO DOC-H-VALUE
           MOVE HSM-H-HOUSE-NAME         TO DOC-H-HOUSE-NAME
           MOVE HSM-H-HOUSE-NUMBER       TO DOC-H-HOUSE-NUMBER
           MOVE HSM-H-POSTCODE           TO DOC-H-POSTCODE
           MOVE HSM-LAST-VALUATION-DATE  TO DOC-H-VALUATION-DATE
      *
       0500-HOUSE-DETAIL-EXIT.
           EXIT.
      *
       0510-MOTOR-DETAIL.
      *
           IF NOT MOTORPOL-OPENED
              MOVE 'NO POLICY MASTER'    TO WS-FAIL-REASON
              GO TO 0510-MOTOR-DETAIL-EXIT
           END-IF
           MOVE DRQ-POLICY-NUM           TO MTM-POLICY-NUM
           READ MOTORPOL
           IF NOT MOTORPOL-READ-OK
              MOVE '00'                  TO MOTORPOL-STATUS
              MOVE 'NO POLICY MASTER'    TO WS-FAIL-REASON
              GO TO 0510-MOTOR-DETAIL-EXIT
           END-IF
      *
           MOVE 'MOT'                    TO WS-LINE-PART
           MOVE MTM-ISSUE-DATE           TO DOC-ISSUE-DATE
           MOVE MTM-EXPIRY-DATE          TO DOC-EXPIRY-DATE
           MOVE MTM-BROKERID             TO DOC-BROKERID
           MOVE MTM-BROKERSREF           TO DOC-BROKERSREF
           MOVE MTM-PAYMENT              TO DOC-ANNUAL-PREMIUM
           MOVE MTM-PLAN-TYPE            TO DOC-PLAN-TYPE
           MOVE MTM-PLAN-INSTALMENTS     TO DOC-PLAN-INSTALMENTS
           MOVE MTM-PLAN-PAY-DAY         TO DOC-PLAN-PAY-DAY
           IF MTM-POLICY-CANCELLED
              MOVE 'CANCELLED'           TO DOC-POLICY-STATUS
              MOVE MTM-CANCEL-DATE       TO DOC-CANCEL-DATE
              MOVE MTM-CANCEL-REASON-CD  TO DOC-CANCEL-REASON-CD
              MOVE MTM-CANCEL-REFUND     TO DOC-CANCEL-REFUND
           ELSE
              MOVE 'ACTIVE'              TO DOC-POLICY-STATUS
              MOVE ZERO                  TO DOC-CANCEL-REFUND
           END-IF
      *
           MOVE MTM-M-MAKE               TO DOC-M-MAKE
           MOVE MTM-M-MODEL              TO DOC-M-MODEL
           MOVE MTM-M-VALUE              TO DOC-M-VALUE
           MOVE MTM-M-REGNUMBER          TO DOC-M-REGNUMBER
           MOVE MTM-M-COLOUR             TO DOC-M-COLOUR
           MOVE MTM-M-CC                 TO DOC-M-CC
           MOVE MTM-M-MANUFACTURED       TO DOC-M-MANUFACTURED
           MOVE MTM-M-PREMIUM            TO DOC-M-PREMIUM
           MOVE MTM-M-ACCIDENTS          TO DOC-M-ACCIDENTS
      *
       0510-MOTOR-DETAIL-EXIT.
           EXIT.
      *
      *    COMMERCIAL CARRIES ITS UNDERWRITING STATUS (LGCCOMM
      *    CBSTM VALUES) RATHER THAN A STATUS FLAG, AND NO PAYMENT
      *    PLAN.  THE CANCELLATION DATE IS THE STATUS DATE.
       0520-COMMERCIAL-DETAIL.
      *
           IF NOT COMMPOL-OPENED
              MOVE 'NO POLICY MASTER'    TO WS-FAIL-REASON
              GO TO 0520-COMMERCIAL-DETAIL-EXIT
           END-IF
           MOVE DRQ-POLICY-NUM           TO CML-POLICY-NUM
           READ COMMPOL
           IF NOT COMMPOL-READ-OK
              MOVE '00'                  TO COMMPOL-STATUS
              MOVE 'NO POLICY MASTER'    TO WS-FAIL-REASON
              GO TO 0520-COMMERCIAL-DETAIL-EXIT
           END-IF
      *
           MOVE 'COM'                    TO WS-LINE-PART
           MOVE CML-ISSUE-DATE           TO DOC-ISSUE-DATE
           MOVE CML-EXPIRY-DATE          TO DOC-EXPIRY-DATE
           MOVE CML-BROKERID             TO DOC-BROKERID
           MOVE CML-BROKERSREF           TO DOC-BROKERSREF
           MOVE CML-PAYMENT              TO DOC-ANNUAL-PREMIUM
           MOVE 'A'                      TO DOC-PLAN-TYPE
           MOVE ZERO                     TO DOC-PLAN-INSTALMENTS
           MOVE ZERO                     TO DOC-PLAN-PAY-DAY
           MOVE ZERO                     TO DOC-CANCEL-REFUND
           EVALUATE CML-B-STATUS
              WHEN CBSTM-QUOTED
                 MOVE 'QUOTED'           TO DOC-POLICY-STATUS
              WHEN CBSTM-REFERRED
                 MOVE 'REFERRED'         TO DOC-POLICY-STATUS
              WHEN CBSTM-BOUND
                 MOVE 'ACTIVE'           TO DOC-POLICY-STATUS
              WHEN CBSTM-REJECTED
                 MOVE 'REJECTED'         TO DOC-POLICY-STATUS
              WHEN CBSTM-LAPSED
                 MOVE 'LAPSED'           TO DOC-POLICY-STATUS
              WHEN CBSTM-CANCELLED
                 MOVE 'CANCELLED'        TO DOC-POLICY-STATUS
                 STRING CML-B-STATUS-DATE(1:4) '-'
                        CML-B-STATUS-DATE(5:2) '-'
                        CML-B-STATUS-DATE(7:2)
                        DELIMITED BY SIZE INTO DOC-CANCEL-DATE
                 MOVE CML-CANCEL-REASON-CD TO DOC-CANCEL-REASON-CD
                 MOVE CML-CANCEL-REFUND  TO DOC-CANCEL-REFUND
              WHEN OTHER
                 MOVE 'UNDERWRITE'       TO DOC-POLICY-STATUS
           END-EVALUATE
      *
           MOVE CML-B-ADDRESS            TO DOC-B-ADDRESS
           MOVE CML-B-POSTCODE           TO DOC-B-POSTCODE
           MOVE CML-B-PROPTYPE           TO DOC-B-PROPTYPE
           MOVE CML-B-FIREPERIL          TO DOC-B-FIREPERIL
           MOVE CML-B-FIREPREMIUM        TO DOC-B-FIREPREMIUM
           MOVE CML-B-CRIMEPERIL         TO DOC-B-CRIMEPERIL
           MOVE CML-B-CRIMEPREMIUM       TO DOC-B-CRIMEPREMIUM
           MOVE CML-B-FLOODPERIL         TO DOC-B-FLOODPERIL
           MOVE CML-B-FLOODPREMIUM       TO DOC-B-FLOODPREMIUM
           MOVE CML-B-WEATHERPERIL       TO DOC-B-WEATHERPERIL
           MOVE CML-B-WEATHERPREMIUM     TO DOC-B-WEATHERPREMIUM
      *
       0520-COMMERCIAL-DETAIL-EXIT.
           EXIT.
      *
       0530-ENDOWMENT-DETAIL.
      *
           IF NOT ENDOWPOL-OPENED
              MOVE 'NO POLICY MASTER'    TO WS-FAIL-REASON
              GO TO 0530-ENDOWMENT-DETAIL-EXIT
           END-IF
           MOVE DRQ-POLICY-NUM           TO ENM-POLICY-NUM
           READ ENDOWPOL
           IF NOT ENDOWPOL-READ-OK
              MOVE '00'                  TO ENDOWPOL-STATUS
              MOVE 'NO POLICY MASTER'    TO WS-FAIL-REASON
              GO TO 0530-ENDOWMENT-DETAIL-EXIT
           END-IF
      *
           MOVE 'END'                    TO WS-LINE-PART
           MOVE ENM-ISSUE-DATE           TO DOC-ISSUE-DATE
           MOVE ENM-EXPIRY-DATE          TO DOC-EXPIRY-DATE
           MOVE ENM-BROKERID             TO DOC-BROKERID
           MOVE ENM-BROKERSREF           TO DOC-BROKERSREF
           MOVE ENM-PAYMENT              TO DOC-ANNUAL-PREMIUM
           MOVE ENM-PLAN-TYPE            TO DOC-PLAN-TYPE
           MOVE ENM-PLAN-INSTALMENTS     TO DOC-PLAN-INSTALMENTS
           MOVE ENM-PLAN-PAY-DAY         TO DOC-PLAN-PAY-DAY
           MOVE ZERO                     TO DOC-CANCEL-REFUND
           EVALUATE TRUE
              WHEN ENM-POLICY-CANCELLED
                 MOVE 'CANCELLED'        TO DOC-POLICY-STATUS
                 MOVE ENM-CANCEL-DATE    TO DOC-CANCEL-DATE
                 MOVE ENM-CANCEL-REASON-CD TO DOC-CANCEL-REASON-CD
                 MOVE ENM-CANCEL-REFUND  TO DOC-CANCEL-REFUND
              WHEN ENM-POLICY-SURRENDERED
                 MOVE 'SURRENDERED'      TO DOC-POLICY-STATUS
                 MOVE ENM-CANCEL-DATE    TO DOC-CANCEL-DATE
                 MOVE ENM-CANCEL-REASON-CD TO DOC-CANCEL-REASON-CD
              WHEN ENM-POLICY-MATURED
                 MOVE 'MATURED'          TO DOC-POLICY-STATUS
              WHEN OTHER
                 MOVE 'ACTIVE'           TO DOC-POLICY-STATUS
           END-EVALUATE
      *
           MOVE ENM-E-WITH-PROFITS       TO DOC-E-WITH-PROFITS
           MOVE ENM-E-EQUITIES           TO DOC-E-EQUITIES
           MOVE ENM-E-MANAGED-FUND       TO DOC-E-MANAGED-FUND
           MOVE ENM-E-FUND-NAME          TO DOC-E-FUND-NAME
           MOVE ENM-E-TERM               TO DOC-E-TERM
           MOVE ENM-E-SUM-ASSURED        TO DOC-E-SUM-ASSURED
           MOVE ENM-E-LIFE-ASSURED       TO DOC-E-LIFE-ASSURED
      *
       0530-ENDOWMENT-DETAIL-EXIT.
           EXIT.
      *
      *================================================================
      * 0550-ENDORSEMENT-DETAIL - THE ENDORSE ROW BEHIND AN
      *     ENDORSEMENT SCHEDULE.  A MISSING ROW LEAVES THE BLOCK
      *     EMPTY; THE SCHEDULE ITSELF IS STILL RIGHT.
      *================================================================
       0550-ENDORSEMENT-DETAIL.
      *
           MOVE DRQ-ENDORSE-SEQ          TO DOC-END-SEQ
           MOVE ZERO                     TO DOC-END-OLD-PREMIUM
           MOVE ZERO                     TO DOC-END-NEW-PREMIUM
           MOVE ZERO                     TO DOC-END-PREMIUM-DELTA
           IF NOT ENDORSE-OPENED
              GO TO 0550-ENDORSEMENT-DETAIL-EXIT
           END-IF
      *
           MOVE DRQ-POLICY-NUM           TO EDT-POLICY-NUM
           MOVE DRQ-ENDORSE-SEQ          TO EDT-ENDORSE-SEQ
           READ ENDORSE
           IF NOT ENDORSE-READ-OK
              MOVE '00'                  TO ENDORSE-STATUS
              GO TO 0550-ENDORSEMENT-DETAIL-EXIT
           END-IF
      *
           MOVE EDT-REASON               TO DOC-END-REASON
           MOVE EDT-OLD-PAYMENT          TO DOC-END-OLD-PREMIUM
           MOVE EDT-NEW-PAYMENT          TO DOC-END-NEW-PREMIUM
           MOVE EDT-PREMIUM-DELTA        TO DOC-END-PREMIUM-DELTA
      *
       0550-ENDORSEMENT-DETAIL-EXIT.
           EXIT.
      *
      *================================================================
      * 0600-WRITE-DOCUMENT - TEMPLATE, DELIVERY CHANNEL AND RUN
      *     SEQUENCE, THE DETAIL RECORD, AND THE REQUEST MARKED
      *     COMPOSED.
      *================================================================
       0600-WRITE-DOCUMENT.
      *
           EVALUATE TRUE
              WHEN DRQ-NEW-BUSINESS
                 MOVE 'NEW'              TO WS-TYPE-PART
                 MOVE 1                  TO WS-TYPE-IDX
              WHEN DRQ-ENDORSEMENT
                 MOVE 'END'              TO WS-TYPE-PART
                 MOVE 2                  TO WS-TYPE-IDX
              WHEN DRQ-CANCELLATION
                 MOVE 'CAN'              TO WS-TYPE-PART
                 MOVE 3                  TO WS-TYPE-IDX
              WHEN DRQ-RENEWAL
                 MOVE 'RNW'              TO WS-TYPE-PART
                 MOVE 4                  TO WS-TYPE-IDX
              WHEN OTHER
                 MOVE 'RPT'              TO WS-TYPE-PART
                 MOVE 5                  TO WS-TYPE-IDX
           END-EVALUATE
      *
           ADD 1                         TO WS-DETAIL-COUNT
           MOVE 'D'                      TO DOC-RECORD-TYPE
           MOVE WS-DETAIL-COUNT          TO DOC-RUN-SEQ
           STRING WS-LINE-PART WS-TYPE-PART
                  DELIMITED BY SIZE INTO DOC-TEMPLATE-CODE
           MOVE DRQ-DOC-TYPE             TO DOC-DOC-TYPE
           MOVE DRQ-VERSION              TO DOC-VERSION
           IF DRQ-REPRINT
              MOVE 'Y'                   TO DOC-REPRINT-FLAG
           ELSE
              MOVE 'N'                   TO DOC-REPRINT-FLAG
           END-IF
      *
           IF DRQ-DELIVER-PRINT
              MOVE 'P'                   TO DOC-DELIVERY
           ELSE
              IF CUM-EMAIL-ADDRESS = SPACES
                 MOVE 'P'                TO DOC-DELIVERY
              ELSE
                 MOVE 'E'                TO DOC-DELIVERY
              END-IF
           END-IF
           IF DOC-DELIVERY = 'E'
              ADD 1                      TO WS-EMAIL-COUNT
           ELSE
              ADD 1                      TO WS-PRINT-COUNT
              MOVE SPACES                TO DOC-EMAIL
           END-IF
      *
           MOVE DRQ-POLICY-NUM           TO DOC-POLICY-NUM
           MOVE DRQ-REQ-SEQ              TO DOC-REQ-SEQ
           MOVE DRQ-LINE                 TO DOC-LINE
           MOVE DRQ-EFFECTIVE-DATE       TO DOC-EFFECTIVE-DATE
           MOVE WS-TODAY-DATE10          TO DOC-RUN-DATE
      *
           WRITE DOCOUT-RECORD FROM WS-DOC-DETAIL-REC
           ADD 1                         TO WS-TYPE-COUNT(WS-TYPE-IDX)
      *
           SET DRQ-COMPOSED              TO TRUE
           MOVE WS-TODAY-DATE10          TO DRQ-COMPOSED-DATE
           MOVE WS-DETAIL-COUNT          TO DRQ-DOC-SEQ
           MOVE SPACES                   TO DRQ-FAIL-REASON
           PERFORM 0750-REWRITE-REQUEST
              THRU 0750-REWRITE-REQUEST-EXIT
      *
       0600-WRITE-DOCUMENT-EXIT.
           EXIT.
      *
      *================================================================
      * 0700-MARK-FAILED - THE REQUEST IS LISTED AND LEFT FAILED FOR
      *     THE DESK; IT IS NOT RETRIED EVERY NIGHT.
      *================================================================
       0700-MARK-FAILED.
      *
           ADD 1                         TO WS-FAILED-COUNT
           MOVE SPACES                   TO WS-REPORT-LINE
           STRING 'NOT COMPOSED - POLICY ' DRQ-POLICY-NUM
                  ' REQ ' DRQ-REQ-SEQ
                  ' LINE ' DRQ-LINE
                  ' TYPE ' DRQ-DOC-TYPE
                  ' CUSTOMER ' DRQ-CUSTOMER-NUM
                  ' - ' WS-FAIL-REASON
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE DOCRPT-RECORD FROM WS-REPORT-LINE
      *
           SET DRQ-FAILED                TO TRUE
           MOVE WS-TODAY-DATE10          TO DRQ-COMPOSED-DATE
           MOVE ZERO                     TO DRQ-DOC-SEQ
           MOVE WS-FAIL-REASON           TO DRQ-FAIL-REASON
           PERFORM 0750-REWRITE-REQUEST
              THRU 0750-REWRITE-REQUEST-EXIT
      *
       0700-MARK-FAILED-EXIT.
           EXIT.
      *
       0750-REWRITE-REQUEST.
      *
           REWRITE DOCUMENT-REQUEST-RECORD
           IF NOT DOCREQ-OK
              DISPLAY '**LGRDOC01 - DOCREQ REWRITE ERROR - STATUS '
                      DOCREQ-STATUS ' POLICY ' DRQ-POLICY-NUM
                      ' REQ ' DRQ-REQ-SEQ
              MOVE 8                     TO RETURN-CODE
           END-IF
      *
       0750-REWRITE-REQUEST-EXIT.
           EXIT.
      *
       0800-WRITE-TRAILER.
      *
           MOVE SPACES                   TO WS-DOC-TRAILER-REC
           MOVE 'T'                      TO DTR-RECORD-TYPE
           MOVE WS-DETAIL-COUNT          TO DTR-DETAIL-COUNT
           MOVE WS-TODAY-DATE10          TO DTR-RUN-DATE
           WRITE DOCOUT-RECORD FROM WS-DOC-TRAILER-REC
      *
           MOVE SPACES                   TO DOCRPT-RECORD
           WRITE DOCRPT-RECORD
           MOVE WS-REQUESTS-READ         TO WS-RPT-CNT
           MOVE SPACES                   TO WS-REPORT-LINE
           STRING 'REQUESTS ON FILE     =' WS-RPT-CNT
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE DOCRPT-RECORD FROM WS-REPORT-LINE
           MOVE WS-PENDING-COUNT         TO WS-RPT-CNT
           MOVE SPACES                   TO WS-REPORT-LINE
           STRING 'PENDING THIS RUN     =' WS-RPT-CNT
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE DOCRPT-RECORD FROM WS-REPORT-LINE
           MOVE WS-DETAIL-COUNT          TO WS-RPT-CNT
           MOVE SPACES                   TO WS-REPORT-LINE
           STRING 'DOCUMENTS COMPOSED   =' WS-RPT-CNT
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE DOCRPT-RECORD FROM WS-REPORT-LINE
           PERFORM 0850-WRITE-TYPE-COUNT
              THRU 0850-WRITE-TYPE-COUNT-EXIT
              VARYING WS-TYPE-IDX FROM 1 BY 1
                UNTIL WS-TYPE-IDX > 5
           MOVE WS-PRINT-COUNT           TO WS-RPT-CNT
           MOVE SPACES                   TO WS-REPORT-LINE
           STRING '  FOR PRINT          =' WS-RPT-CNT
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE DOCRPT-RECORD FROM WS-REPORT-LINE
           MOVE WS-EMAIL-COUNT           TO WS-RPT-CNT
           MOVE SPACES                   TO WS-REPORT-LINE
           STRING '  FOR E-DELIVERY     =' WS-RPT-CNT
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE DOCRPT-RECORD FROM WS-REPORT-LINE
           MOVE WS-FAILED-COUNT          TO WS-RPT-CNT
           MOVE SPACES                   TO WS-REPORT-LINE
           STRING 'NOT COMPOSED         =' WS-RPT-CNT
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE DOCRPT-RECORD FROM WS-REPORT-LINE
      *
           DISPLAY 'LGRDOC01 - COMPOSED=' WS-DETAIL-COUNT
                   ' FAILED=' WS-FAILED-COUNT
      *
       0800-WRITE-TRAILER-EXIT.
           EXIT.
      *
       0850-WRITE-TYPE-COUNT.
      *
           MOVE WS-TYPE-COUNT(WS-TYPE-IDX) TO WS-RPT-CNT
           MOVE SPACES                   TO WS-REPORT-LINE
           STRING '  ' WS-TYPE-NAME(WS-TYPE-IDX) '     ='
                  WS-RPT-CNT
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE DOCRPT-RECORD FROM WS-REPORT-LINE
      *
       0850-WRITE-TYPE-COUNT-EXIT.
           EXIT.
      *
       0900-CLOSE-FILES.
      *
           IF DOCREQ-OPENED
              CLOSE DOCREQ
           END-IF
           IF CUSTOMER-OPENED
              CLOSE CUSTOMER
           END-IF
           IF HOUSEPOL-OPENED
              CLOSE HOUSEPOL
           END-IF
           IF MOTORPOL-OPENED
              CLOSE MOTORPOL
           END-IF
           IF COMMPOL-OPENED
              CLOSE COMMPOL
           END-IF
           IF ENDOWPOL-OPENED
              CLOSE ENDOWPOL
           END-IF
           IF ENDORSE-OPENED
              CLOSE ENDORSE
           END-IF
           CLOSE DOCOUT
           CLOSE DOCRPT
      *
       0900-CLOSE-FILES-EXIT.
           EXIT.
