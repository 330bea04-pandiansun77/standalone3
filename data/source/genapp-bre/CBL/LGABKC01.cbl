       IDENTIFICATION DIVISION.
       PROGRAM-ID. LGABKC01.
       AUTHOR. INSURANCE-APPLICATIONS-TEAM.
       INSTALLATION. POLICY-ADMINISTRATION.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.
      *================================================================
      * MODIFICATION HISTORY
      *   2026-10-15  PA  ORIGINAL -- BROKER CHECK AT POLICY ADD.
      *                   CA-BROKERID WAS TAKEN ON TRUST, SO POLICIES
      *                   WERE WRITTEN UNDER MISTYPED AND TERMINATED
      *                   BROKER IDS AND COMMISSION FOLLOWED THEM.
      *================================================================
      *================================================================
      *    FUNCTION:
      *      CALLED SUBPROGRAM (NO CICS), SO THE ONLINE ADDS AND THE
      *      BORDEREAU INTAKE APPLY THE SAME BROKER RULES.  GIVEN THE
      *      BROKER MASTER THE CALLER READ (OR THAT IT FOUND NONE),
      *      THE LINE OF BUSINESS AND TODAY'S DATE, REFUSES A BROKER
      *      THAT IS:
      *        - MISSING       - NO BROKERMS RECORD            (71)
      *        - NOT ACTIVE    - SUSPENDED OR TERMINATED       (72)
      *        - UNLICENSED    - LICENCE EXPIRY BEFORE TODAY,
      *                          OR NO EXPIRY RECORDED         (73)
      *        - UNAUTHORIZED  - NO AUTHORITY FOR THE LINE     (74)
      *      IN THAT ORDER, SO THE CALLER HEARS THE MOST BASIC
      *      PROBLEM FIRST.  BROKERID ZERO IS DIRECT BUSINESS AND
      *      PASSES.  WHAT TO DO WITH A REFUSAL IS THE CALLER'S
      *      BUSINESS RULE.
      *
      *    LINKAGE:  01 BROKER-CHECK-LINK    (LGCBRKC)
      *              01 BROKER-MASTER-RECORD (LGCBRKM)
      *================================================================
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      *
       DATA DIVISION.
       WORKING-STORAGE SECTION.
      *
       77  FILLER                         PIC X(36) VALUE
                   'LGABKC01 WORKING STORAGE BEGINS HR'.
      *
       01  WS-AREA.
           05  WS-EXPIRY-DATE8            PIC X(08).
           05  SW-LINE-AUTHORIZED         PIC X(01) VALUE 'N'.
               88  LINE-AUTHORIZED                VALUE 'Y'.
      *
       LINKAGE SECTION.
      *
       01  BROKER-CHECK-LINK.
           COPY LGCBRKC.
      *
       COPY LGCBRKM.
      *
       PROCEDURE DIVISION USING BROKER-CHECK-LINK,
                                BROKER-MASTER-RECORD.
      *
       0000-MAINLINE.
      *
           MOVE ZERO                     TO BC-RETURN-CODE
      *
           IF BC-BROKERID = ZERO
              GOBACK
           END-IF
      *
           PERFORM 1000-CHECK-BROKER
              THRU 1000-CHECK-BROKER-EXIT
      *
           GOBACK.
      *
      *================================================================
      * 1000-CHECK-BROKER - FIRST FAILURE WINS.
      *================================================================
       1000-CHECK-BROKER.
      *
           IF BC-FOUND-FLAG NOT = 'Y'
              MOVE 71                    TO BC-RETURN-CODE
              GO TO 1000-CHECK-BROKER-EXIT
           END-IF
      *
           IF NOT BKR-ACTIVE
              MOVE 72                    TO BC-RETURN-CODE
              GO TO 1000-CHECK-BROKER-EXIT
           END-IF
      *
      *    THE MASTER HOLDS CCYY-MM-DD; TODAY COMES AS CCYYMMDD.
           IF BKR-LICENCE-EXPIRY = SPACES
              MOVE 73                    TO BC-RETURN-CODE
              GO TO 1000-CHECK-BROKER-EXIT
           END-IF
           MOVE BKR-LICENCE-EXPIRY(1:4)  TO WS-EXPIRY-DATE8(1:4)
           MOVE BKR-LICENCE-EXPIRY(6:2)  TO WS-EXPIRY-DATE8(5:2)
           MOVE BKR-LICENCE-EXPIRY(9:2)  TO WS-EXPIRY-DATE8(7:2)
           IF WS-EXPIRY-DATE8 < BC-TODAY
              MOVE 73                    TO BC-RETURN-CODE
              GO TO 1000-CHECK-BROKER-EXIT
           END-IF
      *
           MOVE 'N'                      TO SW-LINE-AUTHORIZED
           EVALUATE BC-LINE
              WHEN 'H'
                 IF BKR-HOUSE-AUTHORIZED
                    SET LINE-AUTHORIZED  TO TRUE
                 END-IF
              WHEN 'M'
                 IF BKR-MOTOR-AUTHORIZED
                    SET LINE-AUTHORIZED  TO TRUE
                 END-IF
              WHEN 'C'
                 IF BKR-COMMERCIAL-AUTHORIZED
                    SET LINE-AUTHORIZED  TO TRUE
                 END-IF
              WHEN 'E'
                 IF BKR-ENDOWMENT-AUTHORIZED
                    SET LINE-AUTHORIZED  TO TRUE
                 END-IF
           END-EVALUATE
           IF NOT LINE-AUTHORIZED
              MOVE 74                    TO BC-RETURN-CODE
           END-IF
      *
       1000-CHECK-BROKER-EXIT.
           EXIT.
