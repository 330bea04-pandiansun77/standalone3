       IDENTIFICATION DIVISION.
       PROGRAM-ID. LGAHRT01.
       AUTHOR. INSURANCE-APPLICATIONS-TEAM.
       INSTALLATION. POLICY-ADMINISTRATION.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.
      *================================================================
      * MODIFICATION HISTORY
      *   2026-10-15  PA  THE POSTCODE PREFIX TABLE IS NO LONGER
      *                   COMPILED IN.  THE CALLER LOADS IT FROM
      *                   REFTAB (LGARTB01 IN BATCH, LGARTB02 ONLINE)
      *                   AND PASSES IT AS A SECOND PARAMETER.
      *   2026-10-15  PA  ORIGINAL -- HOUSE RATING ENGINE.  ADDQUO AND
      *                   ADDHSE BOTH TOOK THE PREMIUM FROM THE
      *                   CALLER, SO TWO DESK STAFF QUOTING THE SAME
      *                   HOUSE ROUTINELY PRODUCED DIFFERENT PRICES.
      *================================================================
      *================================================================
      *    FUNCTION:
      *      CALLED SUBPROGRAM (NO CICS), SO THE ONLINE ADDS AND THE
      *      RENEWAL BATCH PRICE A HOUSE THROUGH THE SAME CODE.
      *      PRICES THE RISK IN THE LGCHRTL PARAMETER AREA FROM THE
      *      LGCHRTB RATING TABLES:
      *        - BASE PREMIUM  - SUM INSURED PER THOUSAND AT THE
      *                          TABLE RATE,
      *        - PROPERTY TYPE - TABLE FACTOR (1.000 AND FLAGGED WHEN
      *                          THE TYPE IS NOT IN THE TABLE),
      *        - BEDROOMS      - FACTOR OF THE FIRST BAND THE COUNT
      *                          FALLS INTO,
      *        - POSTCODE AREA - THE OUTWARD PREFIX IS MAPPED TO A
      *                          PERIL ZONE THROUGH THE LGCACCZ PREFIX
      *                          TABLE (STANDARD WHEN NOT LISTED) AND
      *                          THE ZONE'S LOADING APPLIED,
      *        - MINIMUM       - THE RESULT, ROUNDED TO WHOLE POUNDS,
      *                          IS NEVER LESS THAN THE MINIMUM
      *                          PREMIUM.
      *      EVERY STEP IS RETURNED IN HR-TRACE SO THE PREMIUM CAN BE
      *      EXPLAINED AFTERWARDS.  WHAT TO DO WITH A RISK THAT
      *      CANNOT BE RATED IS THE CALLER'S BUSINESS RULE.
      *
      *    LINKAGE:  01 HOUSE-RATING-LINK    (LGCHRTL)
      *              01 REF-LOAD-LINK        (LGCREFL) - THE 'ACCP'
      *                 POSTCODE PREFIX TABLE AS LOADED BY THE CALLER
      *================================================================
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      *
       DATA DIVISION.
       WORKING-STORAGE SECTION.
      *
       77  FILLER                         PIC X(36) VALUE
                   'LGAHRT01 WORKING STORAGE BEGINS HR'.
      *
       01  WS-AREA.
           05  WS-BASE-PREMIUM            PIC 9(07)V99 VALUE ZERO.
           05  WS-RATED-PREMIUM           PIC 9(07)V99 VALUE ZERO.
           05  WS-FINAL-PREMIUM           PIC 9(07) VALUE ZERO.
           05  WS-TYPE-FACTOR             PIC 9(01)V9(03) VALUE ZERO.
           05  WS-BED-FACTOR              PIC 9(01)V9(03) VALUE ZERO.
           05  WS-ZONE-FACTOR             PIC 9(01)V9(03) VALUE ZERO.
           05  WS-ZONE                    PIC X(08).
      *
      *    POSTCODE PREFIX TO PERIL ZONE MAPPING.
       COPY LGCACCZ.
      *
      *    THE RATING TABLES.
       COPY LGCHRTB.
      *
       LINKAGE SECTION.
      *
       01  HOUSE-RATING-LINK.
           COPY LGCHRTL.
      *
       01  REF-LOAD-LINK.
           COPY LGCREFL.
      *
       PROCEDURE DIVISION USING HOUSE-RATING-LINK
                                REF-LOAD-LINK.
      *
       0000-MAINLINE.
      *
           MOVE RL-TABLE-AREA            TO PCZ-PREFIX-AREA
           MOVE ZERO                     TO HR-RETURN-CODE
                                            HR-PREMIUM
           PERFORM 0100-CLEAR-TRACE
              THRU 0100-CLEAR-TRACE-EXIT
      *
           PERFORM 1000-EDIT-RISK
              THRU 1000-EDIT-RISK-EXIT
           IF HR-RETURN-CODE = ZERO
              PERFORM 2000-RATE-RISK
                 THRU 2000-RATE-RISK-EXIT
           END-IF
      *
           GOBACK.
      *
       0100-CLEAR-TRACE.
      *
           MOVE HRB-TABLE-VERSION        TO HR-T-TABLE-VERSION
           MOVE HRB-RATE-PER-MILLE       TO HR-T-RATE-PER-MILLE
           MOVE HRB-MINIMUM-PREMIUM      TO HR-T-MINIMUM-PREMIUM
           MOVE ZERO                     TO HR-T-BASE-PREMIUM
                                            HR-T-TYPE-FACTOR
                                            HR-T-BEDROOM-FACTOR
                                            HR-T-ZONE-FACTOR
                                            HR-T-RATED-PREMIUM
                                            HR-T-FINAL-PREMIUM
           MOVE 'N'                      TO HR-T-TYPE-DEFAULTED
                                            HR-T-MINIMUM-APPLIED
           MOVE SPACES                   TO HR-T-ZONE
      *
       0100-CLEAR-TRACE-EXIT.
           EXIT.
      *
      *================================================================
      * 1000-EDIT-RISK - THE SUM INSURED DRIVES THE WHOLE PREMIUM AND
      *     THE BEDROOM COUNT PICKS THE BAND; NEITHER CAN BE GUESSED.
      *================================================================
       1000-EDIT-RISK.
      *
           IF HR-VALUE NOT NUMERIC
              OR HR-VALUE = ZERO
              MOVE 21                    TO HR-RETURN-CODE
              GO TO 1000-EDIT-RISK-EXIT
           END-IF
      *
           IF HR-BEDROOMS NOT NUMERIC
              MOVE 22                    TO HR-RETURN-CODE
              GO TO 1000-EDIT-RISK-EXIT
           END-IF
      *
       1000-EDIT-RISK-EXIT.
           EXIT.
      *
      *================================================================
      * 2000-RATE-RISK - BASE, THE THREE FACTORS, THEN THE MINIMUM.
      *================================================================
       2000-RATE-RISK.
      *
           COMPUTE WS-BASE-PREMIUM ROUNDED =
                   HR-VALUE * HRB-RATE-PER-MILLE / 1000
           MOVE WS-BASE-PREMIUM          TO HR-T-BASE-PREMIUM
      *
           MOVE 1                        TO WS-TYPE-FACTOR
           SET HRB-TYPE-IDX              TO 1
           SEARCH HRB-TYPE-ENTRY
              AT END
                 MOVE 'Y'                TO HR-T-TYPE-DEFAULTED
              WHEN HRB-TYPE-NAME(HRB-TYPE-IDX) = HR-PROPERTY-TYPE
                 MOVE HRB-TYPE-FACTOR(HRB-TYPE-IDX) TO WS-TYPE-FACTOR
           END-SEARCH
           MOVE WS-TYPE-FACTOR           TO HR-T-TYPE-FACTOR
      *
      *    THE LAST BAND IS 999, SO EVERY COUNT FINDS ONE.
           MOVE 1                        TO WS-BED-FACTOR
           SET HRB-BED-IDX               TO 1
           SEARCH HRB-BED-ENTRY
              AT END
                 CONTINUE
              WHEN HR-BEDROOMS NOT > HRB-BED-MAX(HRB-BED-IDX)
                 MOVE HRB-BED-FACTOR(HRB-BED-IDX) TO WS-BED-FACTOR
           END-SEARCH
           MOVE WS-BED-FACTOR            TO HR-T-BEDROOM-FACTOR
      *
           MOVE 'STANDARD'               TO WS-ZONE
           SET PCZ-IDX                   TO 1
           SEARCH PCZ-PREFIX-ENTRY
              AT END
                 CONTINUE
              WHEN PCZ-PREFIX(PCZ-IDX) = HR-POSTCODE(1:2)
                 MOVE PCZ-ZONE(PCZ-IDX)  TO WS-ZONE
           END-SEARCH
           MOVE 1                        TO WS-ZONE-FACTOR
           SET HRB-ZONE-IDX              TO 1
           SEARCH HRB-ZONE-ENTRY
              AT END
                 CONTINUE
              WHEN HRB-ZONE-NAME(HRB-ZONE-IDX) = WS-ZONE
                 MOVE HRB-ZONE-FACTOR(HRB-ZONE-IDX) TO WS-ZONE-FACTOR
           END-SEARCH
           MOVE WS-ZONE                  TO HR-T-ZONE
           MOVE WS-ZONE-FACTOR           TO HR-T-ZONE-FACTOR
      *
           COMPUTE WS-RATED-PREMIUM ROUNDED =
                   WS-BASE-PREMIUM * WS-TYPE-FACTOR *
                   WS-BED-FACTOR * WS-ZONE-FACTOR
              ON SIZE ERROR
                 MOVE 23                 TO HR-RETURN-CODE
                 GO TO 2000-RATE-RISK-EXIT
           END-COMPUTE
           MOVE WS-RATED-PREMIUM         TO HR-T-RATED-PREMIUM
      *
           COMPUTE WS-FINAL-PREMIUM ROUNDED = WS-RATED-PREMIUM
           IF WS-FINAL-PREMIUM < HRB-MINIMUM-PREMIUM
              MOVE HRB-MINIMUM-PREMIUM   TO WS-FINAL-PREMIUM
              MOVE 'Y'                   TO HR-T-MINIMUM-APPLIED
           END-IF
           IF WS-FINAL-PREMIUM > 999999
              MOVE 23                    TO HR-RETURN-CODE
              GO TO 2000-RATE-RISK-EXIT
           END-IF
      *
           MOVE WS-FINAL-PREMIUM         TO HR-PREMIUM
                                            HR-T-FINAL-PREMIUM
      *
       2000-RATE-RISK-EXIT.
           EXIT.
