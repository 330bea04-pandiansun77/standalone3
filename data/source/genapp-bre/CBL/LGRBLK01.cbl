       DATE-COMPILED.
      *================================================================
      * MODIFICATION HISTORY
      *   2026-10-15  PA  HOUSE AND MOTOR ROWS ARE REFUSED FOR A
      *                   BROKER THAT IS NOT ON BROKERMS, IS
      *                   SUSPENDED OR TERMINATED, HAS AN EXPIRED
      *                   LICENCE OR NO AUTHORITY FOR THE LINE -
      *                   THE SAME LGABKC01 CHECK THE ONLINE ADDS
      *                   MAKE (0360).
      *   2026-10-15  PA  CUSTOMER ROWS CLEAR THE NEW
      *                   CUM-ANONYMISED-DATE (SEE LGRRET01).
      *   2026-09-02  PA  ORIGINAL -- BROKER BORDEREAU BULK INTAKE.
      *                   BROKERS SEND SPREADSHEETS OF RISKS AND THE
      *                   DESK KEYED THEM ONE AT A TIME THROUGH THE
      *          (HOUSE) AND VALUE/PREMIUM EDITS, WITH THE SAME
      *          DERIVED FIELDS THE ONLINE ADDS SET (DUP KEY, ACTIVE
      *          STATUS, MOTOR BASE PREMIUM, VALUATION DATE) AND THE
      *          OWNING CUSTOMER'S CUM-NUM-POLICIES BUMPED,
      *        - POLICY ROWS ALSO: THE BROKER ON BROKERMS, ACTIVE,
      *          LICENSED AND AUTHORIZED FOR THE LINE (LGABKC01),
      *          UNLESS THE BROKER IS ZERO (DIRECT BUSINESS).
      *      EVERY APPLIED RECORD IS JOURNALLED TO AUDITJNL IN THE
      *      LGCAJRF SHAPE (TRANSACTION 'BTCH'), AND EVERY ROW GETS
      *      AN ACCEPT/REJECT LINE WITH A REASON ON THE RESPONSE
      *                      98-103 VALUE, 104-110 REG, 111-118
      *                      COLOUR, 119-122 CC, 123-132
      *                      MANUFACTURED, 133-138 PREMIUM.
      *                  BROKERMS - BROKER MASTER (LGCBRKM).
      *    I-O FILES:    CUSTOMER, HOUSEPOL, MOTORPOL, AUDITJNL.
      *    OUTPUT FILE:  BLKRESP  - PER-ROW ACCEPT/REJECT FILE.
      *
              ACCESS MODE IS RANDOM
              RECORD KEY IS MTM-POLICY-NUM
              FILE STATUS IS MOTORPOL-STATUS.
      *
           SELECT BROKERMS ASSIGN TO BROKERMS
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS BKR-BROKERID
              FILE STATUS IS BROKERMS-STATUS.
      *
           SELECT AUDITJNL ASSIGN TO AUDITJNL
              ORGANIZATION IS INDEXED
       FD  MOTORPOL
           BLOCK CONTAINS 0 RECORDS.
       COPY LGCMOTR.
      *
       FD  BROKERMS
           BLOCK CONTAINS 0 RECORDS.
       COPY LGCBRKM.
      *
       FD  AUDITJNL
           BLOCK CONTAINS 0 RECORDS.
               88  HOUSEPOL-OPEN-OK               VALUE '00'.
           05  MOTORPOL-STATUS            PIC XX VALUE '00'.
               88  MOTORPOL-OPEN-OK               VALUE '00'.
           05  BROKERMS-STATUS            PIC XX VALUE '00'.
               88  BROKERMS-OPEN-OK               VALUE '00'.
           05  AUDITJNL-STATUS            PIC XX VALUE '00'.
               88  AUDITJNL-OPEN-OK               VALUE '00'.
               88  AUDITJNL-NOT-FOUND             VALUE '35'.
       01  WS-PCD-POSTCODE                PIC X(08).
       01  WS-PCD-VALID-FLAG              PIC X(01).
           88  POSTCODE-VALID                     VALUE 'Y'.
      *
      *    BROKER CHECK (SEE LGABKC01).
       01  WS-BROKER-CHECK-AREA.
       COPY LGCBRKC REPLACING LEADING ==BC== BY ==WSBC==.
      *
       01  WS-TODAY-DATE                  PIC 9(08).
       01  WS-TODAY-TIME                  PIC 9(06).
           OPEN I-O CUSTOMER
           OPEN I-O HOUSEPOL
           OPEN I-O MOTORPOL
           OPEN INPUT BROKERMS
           IF NOT CUSTOMER-OPEN-OK
              OR NOT HOUSEPOL-OPEN-OK
              OR NOT MOTORPOL-OPEN-OK
              OR NOT BROKERMS-OPEN-OK
              DISPLAY '**LGRBLK01 - MASTER OPEN ERROR - CUS '
                      CUSTOMER-STATUS ' HSE ' HOUSEPOL-STATUS
                      ' MOT ' MOTORPOL-STATUS
                      ' BKR ' BROKERMS-STATUS
              MOVE 8                     TO RETURN-CODE
           END-IF
      *
           MOVE WS-DUP-POSTCODE          TO CUM-DUP-POSTCODE
           MOVE ZERO                     TO CUM-MERGED-TO
           MOVE SPACES                   TO CUM-MERGE-DATE
           MOVE SPACES                   TO CUM-ANONYMISED-DATE
      *
           WRITE CUSTOMER-MASTER-RECORD
           IF NOT CUSTOMER-OPEN-OK
           EXIT.
      *
      *================================================================
      * 0360-CHECK-BROKER - THE BROKER CHECK ADDHSE AND ADDMOT MAKE,
      *     FOR THE LINE IN WSBC-LINE.  BROKER ZERO IS DIRECT
      *     BUSINESS AND PASSES.
      *================================================================
       0360-CHECK-BROKER.
      *
           MOVE SBP-BROKERID             TO WSBC-BROKERID
           MOVE WS-TODAY-DATE            TO WSBC-TODAY
           MOVE 'N'                      TO WSBC-FOUND-FLAG
           IF WSBC-BROKERID > ZERO
              MOVE WSBC-BROKERID         TO BKR-BROKERID
              READ BROKERMS
              IF BROKERMS-OPEN-OK
                 MOVE 'Y'                TO WSBC-FOUND-FLAG
              ELSE
                 MOVE '00'               TO BROKERMS-STATUS
              END-IF
           END-IF
      *
           CALL 'LGABKC01' USING WS-BROKER-CHECK-AREA,
                                 BROKER-MASTER-RECORD
      *
           EVALUATE WSBC-RETURN-CODE
              WHEN ZERO
                 CONTINUE
              WHEN 71
                 MOVE 'BROKER NOT ON FILE'  TO WS-REASON
                 SET ROW-REJECTED        TO TRUE
              WHEN 72
                 MOVE 'BROKER SUSPENDED/TERMINATED' TO WS-REASON
                 SET ROW-REJECTED        TO TRUE
              WHEN 73
                 MOVE 'BROKER LICENCE EXPIRED' TO WS-REASON
                 SET ROW-REJECTED        TO TRUE
              WHEN OTHER
                 MOVE 'BROKER NOT AUTHORIZED FOR LINE' TO WS-REASON
                 SET ROW-REJECTED        TO TRUE
           END-EVALUATE
      *
       0360-CHECK-BROKER-EXIT.
           EXIT.
      *
      *================================================================
      * 0400-APPLY-HOUSE-ROW - THE ADDHSE EDITS, THEN THE WRITE WITH
      *     THE SAME DERIVED FIELDS THE ONLINE ADD SETS.
      *================================================================
              PERFORM 0700-WRITE-RESPONSE
              GO TO 0400-APPLY-HOUSE-ROW-EXIT
           END-IF
      *
           MOVE 'H'                      TO WSBC-LINE
           PERFORM 0360-CHECK-BROKER
           IF ROW-REJECTED
              MOVE SBP-POLICY-NUM        TO RSP-KEY
              PERFORM 0700-WRITE-RESPONSE
              GO TO 0400-APPLY-HOUSE-ROW-EXIT
           END-IF
      *
           MOVE SBH-POSTCODE             TO WS-PCD-POSTCODE
           CALL 'LGAPCD01' USING WS-PCD-POSTCODE, WS-PCD-VALID-FLAG
              PERFORM 0700-WRITE-RESPONSE
              GO TO 0500-APPLY-MOTOR-ROW-EXIT
           END-IF
      *
           MOVE 'M'                      TO WSBC-LINE
           PERFORM 0360-CHECK-BROKER
           IF ROW-REJECTED
              MOVE SBP-POLICY-NUM        TO RSP-KEY
              PERFORM 0700-WRITE-RESPONSE
              GO TO 0500-APPLY-MOTOR-ROW-EXIT
           END-IF
      *
           IF SBM-VALUE = ZERO
              MOVE 'VEHICLE VALUE IS ZERO' TO WS-REASON
           CLOSE CUSTOMER
           CLOSE HOUSEPOL
           CLOSE MOTORPOL
           CLOSE BROKERMS
           IF AUDITJNL-OPEN-OK
              CLOSE AUDITJNL
           END-IF
