       DATE-COMPILED.
      *================================================================
      * MODIFICATION HISTORY
      *   2026-10-15  PA  THE POSTCODE PREFIX TABLE FOR THE RATING
      *                   ENGINE IS LOADED AS IN FORCE TODAY FROM
      *                   REFTAB (LGARTB02) AND PASSED TO LGAHRT01.
      *                   RC 90 WHEN IT CANNOT BE READ.
      *   2026-10-15  PA  BROKER MASTER.  ADDQUO NOW REFUSES A
      *                   BROKER THAT IS NOT ON BROKERMS, IS
      *                   SUSPENDED OR TERMINATED, HAS AN EXPIRED
      *                   LICENCE OR NO AUTHORITY FOR THE LINE
      *                   (6200, LGABKC01, RC 71-74).
      *   2026-10-15  PA  HOUSE QUOTES ARE PRICED BY THE RATING ENGINE
      *                   (LGAHRT01) INSTEAD OF FROM THE CALLER'S
      *                   BASE PREMIUM, AND THE RATING TRACE IS STORED
      *                   WITH THE QUOTE AND RETURNED ON ADDQUO AND
      *                   INQQUO.  CNVQUO PASSES THE QUOTE NUMBER SO
      *                   ADDHSE KEEPS THE PREMIUM QUOTED.
      *   2026-09-02  PA  ORIGINAL -- HOUSE/MOTOR QUOTE AND CONVERT.
      *                   LGMCOM01 GAVE COMMERCIAL A QUOTED STATE;
      *                   HOUSE AND MOTOR HAD NONE, SO THE DESK
      *    FUNCTION:
      *      COMMAREA-DRIVEN TRANSACTION (LGCMARQ1) OVER THE
      *      QUOTEFIL KSDS (LGCQUOT):
      *        - ADDQUO RECORDS A HOUSE OR MOTOR QUOTE.  A HOUSE
      *          QUOTE IS PRICED BY THE HOUSE RATING ENGINE
      *          (LGAHRT01), THE SAME CODE ADDHSE, ENDHSE AND THE
      *          RENEWAL RUN USE, AND ITS RATING TRACE IS STORED ON
      *          THE QUOTE.  FOR MOTOR THE CALLER SUPPLIES THE
      *          RATE-BOOK BASE PREMIUM, AND THE QUOTE
      *          RUNS IT THROUGH THE SAME ACCIDENT-RECENCY SURCHARGE
      *          SCALE LGMMOT01 APPLIES (USING THE DECLARED ACCIDENT
      *          COUNTS, CAPPED THE SAME WAY), SO THE QUOTED PREMIUM
      *          REAL POLICY BY LINKING THE STANDARD ADDHSE/ADDMOT
      *          PATHS IN LGMHOUS1/LGMMOT01, SO EVERY EDIT, COUNT
      *          AND JOURNAL THOSE PATHS ENFORCE APPLIES TO A
      *          CONVERTED QUOTE TOO.  ADDHSE IS GIVEN THE QUOTE
      *          NUMBER SO THE HOUSE PREMIUM QUOTED IS THE PREMIUM
      *          WRITTEN.  THE QUOTE IS THEN MARKED
      *          CONVERTED WITH THE NEW POLICY NUMBER.
      *      LGRQUO01 REPORTS THE CONVERSION RATE BY BROKER.
      *
      *
      *    FILES:         QUOTEFIL - CICS KSDS, KEYED BY
      *                               QUO-QUOTE-NUM.
      *                   BROKERMS - CICS KSDS, KEYED BY
      *                               BKR-BROKERID (READ AT ADD).
      *
      *    CA-REQUEST-ID VALUES HANDLED:
      *       'ADDQUO'  -  ADD A QUOTE (HOUSE OR MOTOR)
      *              BACK NON-ZERO (ITS RETURN CODE IS LOST TO THE
      *              CALLER HERE; RE-DRIVE THE ADD DIRECTLY TO SEE
      *              IT)
      *       57  -  HOUSE QUOTE COULD NOT BE RATED - SUM INSURED
      *              OR BEDROOMS NOT USABLE, OR THE PREMIUM TOO
      *              LARGE (LGAHRT01)
      *       71  -  QUOTE REFUSED - NO BROKER MASTER FOR CA-Q-BROKERID
      *       72  -  QUOTE REFUSED - THE BROKER IS SUSPENDED OR
      *              TERMINATED
      *       73  -  QUOTE REFUSED - THE BROKER'S LICENCE HAS EXPIRED
      *       74  -  QUOTE REFUSED - THE BROKER IS NOT AUTHORIZED FOR
      *              THE LINE OF BUSINESS
      *              (71-74 FROM LGABKC01.  BROKERID ZERO IS DIRECT
      *              BUSINESS AND IS NOT CHECKED)
      *       90  -  FILE I/O ERROR
      *================================================================
       ENVIRONMENT DIVISION.
      *
       COPY LGCQUOT.
      *
      *    HOUSE RATING ENGINE PARAMETERS (SEE LGAHRT01).
       01  WS-RATING-LINK-AREA.
       COPY LGCHRTL REPLACING LEADING ==HR== BY ==WSHR==.
      *
      *    REFERENCE TABLE LOADER (LGARTB02) COMMAREA.
       01  WS-REF-LOAD-AREA.
           COPY LGCREFL REPLACING LEADING ==RL== BY ==WSRL==.
      *
      *    COMMAREAS HANDED TO THE STANDARD ADD PATHS AT CONVERSION.
       01  WS-HOUSE-COMMAREA.
       COPY LGCMARF2 REPLACING LEADING ==CA== BY ==WSH==.
       01  WS-MOTOR-COMMAREA.
       COPY LGCMARF3 REPLACING LEADING ==CA== BY ==WSM==.
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
           EXIT.
      *
      *================================================================
      * 1000-ADD-QUOTE - RATES AND RECORDS A QUOTE.  A HOUSE RISK IS
      *     PRICED BY LGAHRT01 (7400).  THE MOTOR
      *     SURCHARGE IS QUOTED FROM THE DECLARED ACCIDENT COUNTS
      *     WITH THE SAME PER-ACCIDENT PERCENTAGES AND CAP LGMMOT01
      *     APPLIES FROM THE MOTORACC HISTORY.
              MOVE 53                    TO CA-RETURN-CODE
              GO TO 1000-ADD-QUOTE-EXIT
           END-IF
      *
           PERFORM 6200-CHECK-BROKER
              THRU 6200-CHECK-BROKER-EXIT
           IF WSBC-RETURN-CODE NOT = ZERO
              MOVE WSBC-RETURN-CODE      TO CA-RETURN-CODE
              GO TO 1000-ADD-QUOTE-EXIT
           END-IF
      *
           IF CA-Q-LINE = 'H'
              MOVE CA-Q-H-POSTCODE       TO WS-PCD-POSTCODE
              MOVE 10                    TO CA-RETURN-CODE
              GO TO 1000-ADD-QUOTE-EXIT
           END-IF
      *
           MOVE SPACES                   TO CA-Q-RATING-TRACE
           IF CA-Q-LINE = 'H'
              PERFORM 7400-RATE-HOUSE
                 THRU 7400-RATE-HOUSE-EXIT
              IF CA-RETURN-CODE NOT = ZERO
                 GO TO 1000-ADD-QUOTE-EXIT
              END-IF
           END-IF
      *
           MOVE ZERO                     TO WS-SURCHARGE-PCT
           IF CA-Q-LINE = 'M'
           MOVE CA-Q-M-MANUFACTURED       TO QUO-M-MANUFACTURED
           MOVE CA-Q-M-ACC-1YR            TO QUO-M-ACC-1YR
           MOVE CA-Q-M-ACC-3YR            TO QUO-M-ACC-3YR
           MOVE CA-Q-RATING-TRACE         TO QUO-RATING-TRACE
      *
           EXEC CICS WRITE
                FILE('QUOTEFIL')
           MOVE QUO-M-MANUFACTURED        TO CA-Q-M-MANUFACTURED
           MOVE QUO-M-ACC-1YR             TO CA-Q-M-ACC-1YR
           MOVE QUO-M-ACC-3YR             TO CA-Q-M-ACC-3YR
           MOVE QUO-RATING-TRACE          TO CA-Q-RATING-TRACE
      *
       2000-INQUIRE-QUOTE-EXIT.
           EXIT.
      *
      *================================================================
      * 3100-CONVERT-TO-HOUSE - DRIVES THE STANDARD ADDHSE PATH WITH
      *     THE QUOTE'S RISK FIELDS AND QUOTED PREMIUM.  THE QUOTE
      *     NUMBER TELLS ADDHSE TO KEEP THE PREMIUM QUOTED RATHER
      *     THAN RE-RATE, SO A RATING-TABLE RELEASE INSIDE THE QUOTE
      *     LIFE DOES NOT CHANGE THE PRICE THE CUSTOMER ACCEPTED.
      *================================================================
       3100-CONVERT-TO-HOUSE.
      *
           MOVE QUO-H-HOUSE-NAME          TO WSH-H-HOUSE-NAME
           MOVE QUO-H-HOUSE-NUMBER        TO WSH-H-HOUSE-NUMBER
           MOVE QUO-H-POSTCODE            TO WSH-H-POSTCODE
           MOVE QUO-QUOTE-NUM             TO WSH-H-QUOTE-NUM
           MOVE QUO-RATING-TRACE          TO WSH-H-RATING-TRACE
      *
           EXEC CICS LINK
                PROGRAM('LGMHOUS1')
       3200-CONVERT-TO-MOTOR-EXIT.
           EXIT.
      *================================================================
      * 6200-CHECK-BROKER - THE BROKER PLACING THE BUSINESS MUST BE ON
      *     BROKERMS, ACTIVE, LICENSED AND AUTHORIZED FOR THE LINE
      *     (LGABKC01).  BROKERID ZERO IS DIRECT BUSINESS.
      *================================================================
       6200-CHECK-BROKER.
      *
           MOVE ZERO                     TO WSBC-RETURN-CODE
           IF CA-Q-BROKERID NOT NUMERIC
              MOVE 71                    TO WSBC-RETURN-CODE
              GO TO 6200-CHECK-BROKER-EXIT
           END-IF
      *
           MOVE CA-Q-BROKERID            TO WSBC-BROKERID
           MOVE CA-Q-LINE                TO WSBC-LINE
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
      * 7400-RATE-HOUSE - PRICES THE HOUSE RISK THROUGH THE SHARED
      *     RATING ENGINE.  THE RATED PREMIUM BECOMES THE QUOTE'S
      *     BASE PREMIUM AND THE TRACE GOES ON THE QUOTE.
      *================================================================
       7400-RATE-HOUSE.
      *
           MOVE CA-Q-H-PROPERTY-TYPE     TO WSHR-PROPERTY-TYPE
           MOVE CA-Q-H-BEDROOMS          TO WSHR-BEDROOMS
           MOVE CA-Q-H-VALUE             TO WSHR-VALUE
           MOVE CA-Q-H-POSTCODE          TO WSHR-POSTCODE
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
              GO TO 7400-RATE-HOUSE-EXIT
           END-IF
      *
           CALL 'LGAHRT01' USING WS-RATING-LINK-AREA
                                 WS-REF-LOAD-AREA
      *
           IF WSHR-RETURN-CODE NOT = ZERO
              MOVE 57                    TO CA-RETURN-CODE
              GO TO 7400-RATE-HOUSE-EXIT
           END-IF
      *
           MOVE WSHR-PREMIUM             TO CA-Q-BASE-PREMIUM
           MOVE WSHR-TRACE               TO CA-Q-RATING-TRACE
      *
       7400-RATE-HOUSE-EXIT.
           EXIT.
