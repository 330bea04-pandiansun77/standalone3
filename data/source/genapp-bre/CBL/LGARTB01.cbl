       IDENTIFICATION DIVISION.
       PROGRAM-ID. LGARTB01.
       AUTHOR. INSURANCE-APPLICATIONS-TEAM.
       INSTALLATION. POLICY-ADMINISTRATION.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.
      *================================================================
      * MODIFICATION HISTORY
      *   2026-10-15  PA  ORIGINAL -- REFERENCE TABLE LOADER (BATCH).
      *                   THE PERIL-ZONE, TREATY, PAYMENT-LIMIT AND
      *                   ACCUMULATION TABLES WERE VALUE CLAUSES, SO A
      *                   TREATY RENEWAL OR A NEW ADJUSTER MEANT A
      *                   RECOMPILE OF EVERY PROGRAM CARRYING THEM.
      *================================================================
      *================================================================
      *    FUNCTION:
      *      CALLED SUBPROGRAM (NO CICS) FOR THE BATCH PROGRAMS; THE
      *      ONLINE PROGRAMS LINK TO LGARTB02, WHICH APPLIES THE SAME
      *      RULES THROUGH CICS FILE CONTROL.  GIVEN A TABLE ID AND AN
      *      AS-OF DATE (SPACES FOR TODAY, WHICH IS RETURNED IN
      *      RL-AS-OF-DATE), BROWSES THE TABLE'S ROWS ON REFTAB AND
      *      KEEPS, FOR EACH ENTRY, THE LATEST VERSION EFFECTIVE ON OR
      *      BEFORE THE DATE - DROPPING THE ENTRY IF THAT VERSION IS
      *      WITHDRAWN - AND RETURNS THE ENTRIES IN FORCE IN KEY
      *      ORDER, SHAPED AS THE TABLE'S COPYBOOK AREA.
      *
      *    FILES:    REFTAB   - REFERENCE TABLE KSDS (LGCREFT), INPUT.
      *
      *    LINKAGE:  01 REF-LOAD-LINK        (LGCREFL)
      *
      *    RETURN CODE (RL-RETURN-CODE):
      *              00 - TABLE LOADED
      *              10 - NO ENTRY IN FORCE
      *              12 - TABLE FULL - ENTRIES LEFT OUT
      *              30 - UNKNOWN TABLE ID
      *              90 - REFTAB COULD NOT BE READ
      *================================================================
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *
           SELECT REFTAB ASSIGN TO REFTAB
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS REF-KEY
              FILE STATUS IS REFTAB-STATUS.
      *
       DATA DIVISION.
       FILE SECTION.
      *
       FD  REFTAB
           BLOCK CONTAINS 0 RECORDS.
       COPY LGCREFT.
      *
       WORKING-STORAGE SECTION.
      *
       77  FILLER                         PIC X(36) VALUE
                   'LGARTB01 WORKING STORAGE BEGINS HR'.
      *
       01  WS-AREA.
           05  REFTAB-STATUS              PIC XX VALUE '00'.
               88  REFTAB-OK                      VALUE '00'.
               88  REFTAB-NO-RECORD               VALUE '23'.
           05  SW-TABLE-END               PIC X(01) VALUE 'N'.
               88  TABLE-END                      VALUE 'Y'.
           05  SW-ENTRY-HELD              PIC X(01) VALUE 'N'.
               88  ENTRY-HELD                     VALUE 'Y'.
           05  WS-TODAY-DATE              PIC X(08).
           05  WS-AS-OF-DATE              PIC X(10).
      *
      *    THE LATEST VERSION SO FAR, IN FORCE ON THE AS-OF DATE, OF
      *    THE ENTRY BEING BROWSED.
       COPY LGCREFT REPLACING LEADING ==REF== BY ==HLD==.
      *
       COPY LGCPERZ.
      *
       COPY LGCTRTY.
      *
       COPY LGCPAYL.
      *
       COPY LGCACCZ.
      *
       LINKAGE SECTION.
      *
       01  REF-LOAD-LINK.
           COPY LGCREFL.
      *
       PROCEDURE DIVISION USING REF-LOAD-LINK.
      *
       0000-MAINLINE.
      *
           MOVE ZERO                     TO RL-RETURN-CODE
                                            RL-ENTRY-COUNT
           MOVE ZERO                     TO PRZ-ZONE-COUNT
                                            TRT-TREATY-COUNT
                                            PAL-USER-COUNT
                                            PCZ-PREFIX-COUNT
                                            ACL-LIMIT-COUNT
      *    ZEROS ARE AN EMPTY TABLE IN EVERY SHAPE - EACH AREA LEADS
      *    WITH ITS COUNT - SO A FAILED LOAD HANDS BACK NO ENTRIES.
           MOVE ZEROS                    TO RL-TABLE-AREA
      *
           MOVE RL-TABLE-ID              TO REF-TABLE-ID
           IF NOT REF-TABLE-ID-VALID
              MOVE 30                    TO RL-RETURN-CODE
              GOBACK
           END-IF
      *
           IF RL-AS-OF-DATE = SPACES
              ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
              MOVE WS-TODAY-DATE(1:4)    TO RL-AS-OF-DATE(1:4)
              MOVE '-'                   TO RL-AS-OF-DATE(5:1)
              MOVE WS-TODAY-DATE(5:2)    TO RL-AS-OF-DATE(6:2)
              MOVE '-'                   TO RL-AS-OF-DATE(8:1)
              MOVE WS-TODAY-DATE(7:2)    TO RL-AS-OF-DATE(9:2)
           END-IF
           MOVE RL-AS-OF-DATE            TO WS-AS-OF-DATE
      *
           PERFORM 1000-READ-TABLE
              THRU 1000-READ-TABLE-EXIT
      *
           IF RL-RETURN-CODE = 90
              GOBACK
           END-IF
      *
           PERFORM 3000-RETURN-TABLE
              THRU 3000-RETURN-TABLE-EXIT
      *
           GOBACK.
      *
      *================================================================
      * 1000-READ-TABLE - BROWSE THE TABLE'S ROWS FROM ITS FIRST KEY.
      *     THE ROWS OF ONE ENTRY COME IN EFFECTIVE-DATE ORDER, SO THE
      *     LAST ONE HELD BEFORE THE ENTRY KEY CHANGES IS IN FORCE.
      *================================================================
       1000-READ-TABLE.
      *
           OPEN INPUT REFTAB
           IF NOT REFTAB-OK
              DISPLAY 'LGARTB01 - REFTAB OPEN FAILED - STATUS '
                      REFTAB-STATUS
              MOVE 90                    TO RL-RETURN-CODE
              GO TO 1000-READ-TABLE-EXIT
           END-IF
      *
           MOVE 'N'                      TO SW-TABLE-END
                                            SW-ENTRY-HELD
           MOVE RL-TABLE-ID              TO REF-TABLE-ID
           MOVE LOW-VALUES               TO REF-ENTRY-KEY
                                            REF-EFFECTIVE-DATE
           START REFTAB KEY NOT < REF-KEY
              INVALID KEY
                 SET TABLE-END           TO TRUE
           END-START
           IF NOT REFTAB-OK AND NOT REFTAB-NO-RECORD
              DISPLAY 'LGARTB01 - REFTAB START FAILED - STATUS '
                      REFTAB-STATUS
              MOVE 90                    TO RL-RETURN-CODE
              SET TABLE-END              TO TRUE
           END-IF
      *
           PERFORM 1100-READ-NEXT-ROW
              THRU 1100-READ-NEXT-ROW-EXIT
              UNTIL TABLE-END
      *
           PERFORM 2000-APPLY-HELD-ENTRY
              THRU 2000-APPLY-HELD-ENTRY-EXIT
      *
           CLOSE REFTAB
      *
       1000-READ-TABLE-EXIT.
           EXIT.
      *
      *================================================================
      * 1100-READ-NEXT-ROW - ONE ROW.  A NEW ENTRY KEY SETTLES THE
      *     ENTRY BEFORE IT; A ROW EFFECTIVE BY THE AS-OF DATE BECOMES
      *     THE HELD VERSION; A LATER ROW IS NOT YET IN FORCE.
      *================================================================
       1100-READ-NEXT-ROW.
      *
           READ REFTAB NEXT RECORD
              AT END
                 SET TABLE-END           TO TRUE
                 GO TO 1100-READ-NEXT-ROW-EXIT
           END-READ
           IF NOT REFTAB-OK
              DISPLAY 'LGARTB01 - REFTAB READ FAILED - STATUS '
                      REFTAB-STATUS
              MOVE 90                    TO RL-RETURN-CODE
              SET TABLE-END              TO TRUE
              GO TO 1100-READ-NEXT-ROW-EXIT
           END-IF
      *
           IF REF-TABLE-ID NOT = RL-TABLE-ID
              SET TABLE-END              TO TRUE
              GO TO 1100-READ-NEXT-ROW-EXIT
           END-IF
      *
           IF ENTRY-HELD
              AND REF-ENTRY-KEY NOT = HLD-ENTRY-KEY
              PERFORM 2000-APPLY-HELD-ENTRY
                 THRU 2000-APPLY-HELD-ENTRY-EXIT
           END-IF
      *
           IF REF-EFFECTIVE-DATE NOT > WS-AS-OF-DATE
              MOVE REF-TABLE-RECORD      TO HLD-TABLE-RECORD
              SET ENTRY-HELD             TO TRUE
           END-IF
      *
       1100-READ-NEXT-ROW-EXIT.
           EXIT.
      *
      *================================================================
      * 2000-APPLY-HELD-ENTRY - THE HELD VERSION IS THE ONE IN FORCE.
      *     AN ACTIVE VERSION GOES INTO THE TABLE; A WITHDRAWN ONE
      *     KEEPS THE ENTRY OUT.
      *================================================================
       2000-APPLY-HELD-ENTRY.
      *
           IF NOT ENTRY-HELD
              GO TO 2000-APPLY-HELD-ENTRY-EXIT
           END-IF
           MOVE 'N'                      TO SW-ENTRY-HELD
      *
           IF NOT HLD-ACTIVE
              GO TO 2000-APPLY-HELD-ENTRY-EXIT
           END-IF
      *
           EVALUATE TRUE
              WHEN HLD-PERIL-ZONE
                 PERFORM 2100-ADD-PERIL-ZONE
                    THRU 2100-ADD-PERIL-ZONE-EXIT
              WHEN HLD-TREATY
                 PERFORM 2200-ADD-TREATY
                    THRU 2200-ADD-TREATY-EXIT
              WHEN HLD-PAY-LIMIT
                 PERFORM 2300-ADD-PAY-LIMIT
                    THRU 2300-ADD-PAY-LIMIT-EXIT
              WHEN HLD-POSTCODE-ZONE
                 PERFORM 2400-ADD-POSTCODE-ZONE
                    THRU 2400-ADD-POSTCODE-ZONE-EXIT
              WHEN HLD-ACCUM-LIMIT
                 PERFORM 2500-ADD-ACCUM-LIMIT
                    THRU 2500-ADD-ACCUM-LIMIT-EXIT
           END-EVALUATE
      *
       2000-APPLY-HELD-ENTRY-EXIT.
           EXIT.
      *
       2100-ADD-PERIL-ZONE.
      *
           IF PRZ-ZONE-COUNT NOT < PRZ-ZONE-MAX
              MOVE 12                    TO RL-RETURN-CODE
              GO TO 2100-ADD-PERIL-ZONE-EXIT
           END-IF
           ADD 1                         TO PRZ-ZONE-COUNT
           SET PRZ-IDX                   TO PRZ-ZONE-COUNT
           MOVE HLD-PERZ-ZONE            TO PRZ-NAME(PRZ-IDX)
           MOVE HLD-LAT-LO               TO PRZ-LAT-LO(PRZ-IDX)
           MOVE HLD-LAT-HI               TO PRZ-LAT-HI(PRZ-IDX)
           MOVE HLD-LON-LO               TO PRZ-LON-LO(PRZ-IDX)
           MOVE HLD-LON-HI               TO PRZ-LON-HI(PRZ-IDX)
           MOVE HLD-FIREPERIL            TO PRZ-FIREPERIL(PRZ-IDX)
           MOVE HLD-CRIMEPERIL           TO PRZ-CRIMEPERIL(PRZ-IDX)
           MOVE HLD-FLOODPERIL           TO PRZ-FLOODPERIL(PRZ-IDX)
           MOVE HLD-WEATHERPERIL         TO PRZ-WEATHERPERIL(PRZ-IDX)
      *
       2100-ADD-PERIL-ZONE-EXIT.
           EXIT.
      *
       2200-ADD-TREATY.
      *
           IF TRT-TREATY-COUNT NOT < TRT-TREATY-MAX
              MOVE 12                    TO RL-RETURN-CODE
              GO TO 2200-ADD-TREATY-EXIT
           END-IF
           ADD 1                         TO TRT-TREATY-COUNT
           SET TRT-IDX                   TO TRT-TREATY-COUNT
           MOVE HLD-ENTRY-KEY            TO TRT-PERIL-NAME(TRT-IDX)
           MOVE HLD-REINSURER            TO TRT-REINSURER(TRT-IDX)
           MOVE HLD-RETENTION            TO TRT-RETENTION(TRT-IDX)
           MOVE HLD-CEDED-PCT            TO TRT-CEDED-PCT(TRT-IDX)
      *
       2200-ADD-TREATY-EXIT.
           EXIT.
      *
       2300-ADD-PAY-LIMIT.
      *
           IF PAL-USER-COUNT NOT < PAL-USER-MAX
              MOVE 12                    TO RL-RETURN-CODE
              GO TO 2300-ADD-PAY-LIMIT-EXIT
           END-IF
           ADD 1                         TO PAL-USER-COUNT
           SET PAL-IDX                   TO PAL-USER-COUNT
           MOVE HLD-ENTRY-KEY            TO PAL-USER-ID(PAL-IDX)
           MOVE HLD-LIMIT-AMOUNT         TO PAL-LIMIT-AMOUNT(PAL-IDX)
           MOVE HLD-PAY-CLASS            TO PAL-PAY-CLASS(PAL-IDX)
      *
       2300-ADD-PAY-LIMIT-EXIT.
           EXIT.
      *
       2400-ADD-POSTCODE-ZONE.
      *
           IF PCZ-PREFIX-COUNT NOT < PCZ-PREFIX-MAX
              MOVE 12                    TO RL-RETURN-CODE
              GO TO 2400-ADD-POSTCODE-ZONE-EXIT
           END-IF
           ADD 1                         TO PCZ-PREFIX-COUNT
           SET PCZ-IDX                   TO PCZ-PREFIX-COUNT
           MOVE HLD-ENTRY-KEY            TO PCZ-PREFIX(PCZ-IDX)
           MOVE HLD-ZONE                 TO PCZ-ZONE(PCZ-IDX)
      *
       2400-ADD-POSTCODE-ZONE-EXIT.
           EXIT.
      *
       2500-ADD-ACCUM-LIMIT.
      *
           IF ACL-LIMIT-COUNT NOT < ACL-LIMIT-MAX
              MOVE 12                    TO RL-RETURN-CODE
              GO TO 2500-ADD-ACCUM-LIMIT-EXIT
           END-IF
           ADD 1                         TO ACL-LIMIT-COUNT
           SET ACL-IDX                   TO ACL-LIMIT-COUNT
           MOVE HLD-ACCL-ZONE            TO ACL-ZONE(ACL-IDX)
           MOVE HLD-ACCL-PERIL           TO ACL-PERIL(ACL-IDX)
           MOVE HLD-ACCUM-LIMIT-AMT      TO ACL-LIMIT(ACL-IDX)
      *
       2500-ADD-ACCUM-LIMIT-EXIT.
           EXIT.
      *
      *================================================================
      * 3000-RETURN-TABLE - HAND THE TABLE BACK IN ITS COPYBOOK SHAPE.
      *================================================================
       3000-RETURN-TABLE.
      *
           MOVE SPACES                   TO RL-TABLE-AREA
           EVALUATE TRUE
              WHEN RL-TABLE-ID = 'PERZ'
                 MOVE PRZ-ZONE-COUNT     TO RL-ENTRY-COUNT
                 MOVE PRZ-ZONE-AREA      TO RL-TABLE-AREA
              WHEN RL-TABLE-ID = 'TRTY'
                 MOVE TRT-TREATY-COUNT   TO RL-ENTRY-COUNT
                 MOVE TRT-TREATY-AREA    TO RL-TABLE-AREA
              WHEN RL-TABLE-ID = 'PAYL'
                 MOVE PAL-USER-COUNT     TO RL-ENTRY-COUNT
                 MOVE PAL-LIMIT-AREA     TO RL-TABLE-AREA
              WHEN RL-TABLE-ID = 'ACCP'
                 MOVE PCZ-PREFIX-COUNT   TO RL-ENTRY-COUNT
                 MOVE PCZ-PREFIX-AREA    TO RL-TABLE-AREA
              WHEN RL-TABLE-ID = 'ACCL'
                 MOVE ACL-LIMIT-COUNT    TO RL-ENTRY-COUNT
                 MOVE ACL-LIMIT-AREA     TO RL-TABLE-AREA
           END-EVALUATE
      *
           IF RL-ENTRY-COUNT = ZERO
              MOVE 10                    TO RL-RETURN-CODE
           END-IF
      *
       3000-RETURN-TABLE-EXIT.
           EXIT.
