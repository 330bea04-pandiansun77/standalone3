       DATE-COMPILED.
      *================================================================
      * MODIFICATION HISTORY
      *   2026-10-15  PA  THE PERIL-ZONE BOXES AND POSTCODE PREFIXES
      *                   FOR THE CATASTROPHE EVENT SUGGESTION ARE
      *                   LOADED AS IN FORCE TODAY FROM REFTAB
      *                   (LGARTB02).  NO SUGGESTION WHEN THEY CANNOT
      *                   BE READ.
      *   2026-10-15  PA  CATASTROPHE EVENT CODING.  ADDCLM NOW
      *                   SUGGESTS THE CODE OF AN OPEN CATEVENT EVENT
      *                   WHOSE DATES COVER THE DATE OF LOSS AND WHOSE
      *                   ZONES INCLUDE THE RISK'S PERIL ZONE (HOUSE BY
      *                   POSTCODE PREFIX, COMMERCIAL BY LATITUDE AND
      *                   LONGITUDE); CATCLM LETS THE ADJUSTER CONFIRM
      *                   OR OVERRIDE IT (RC 29 FOR AN UNKNOWN EVENT).
      *   2026-10-15  PA  ADJUSTER ASSIGNMENT.  CLAIMS ARRIVED WITH NO
      *                   OWNER.  ADDCLM NOW ROUTES EACH NEW CLAIM TO
      *                   THE LEAST-LOADED ELIGIBLE ADJUSTER IN THE
      *                   LGCADJT TABLE (RC 06 WHEN NOBODY IS
      *                   ELIGIBLE), ASNCLM LETS THE MANAGER REASSIGN
      *                   ONE, TAKING ITS OPEN DIARY ITEMS ALONG, AND
      *                   ADDNOT DIARY ITEMS DEFAULT TO THE ADJUSTER.
      *   2026-10-15  PA  CLAIM NOTES AND DIARY.  THE ONLY FREE TEXT
      *                   ON A CLAIM WAS CAUSE AND OBSERVATIONS,
      *                   OVERWRITTEN IN PLACE.  ADDNOT WRITES A
      *                   DATED, USER-STAMPED NOTE TO THE NEW CLAIMNOT
      *                   FILE, OPTIONALLY WITH A FOLLOW-UP DATE THAT
      *                   MAKES IT A DIARY ITEM; INQNOT BROWSES THE
      *                   NOTES; CLRNOT CLEARS A DIARY ITEM.  CLSCLM
      *                   IS REFUSED (RC 23) WHILE DIARY ITEMS ARE
      *                   OPEN UNLESS THE CALLER ASKS FOR THEM TO BE
      *                   CLEARED WITH THE CLOSE.
      *   2026-09-02  PA  CLM-C-PAID IS NOW A DERIVED TOTAL OWNED BY
      *                   THE LGAPAY01 PAYMENT-AUTHORIZATION
      *                   TRANSACTION (SUMMED FROM THE CLAIMPAY
      *      ONLY -- LGRCLM01'S AGING REPORT MEASURES AGE FROM
      *      CLM-C-DATE, THE DATE OF LOSS, NOT FROM THIS FIELD.
      *
      *      THE CLAIM'S RUNNING HISTORY - CALLS, LETTERS, DECISIONS -
      *      IS KEPT AS NOTES ON CLAIMNOT, ONE ROW PER NOTE, NEVER
      *      OVERWRITTEN.  A NOTE WITH A FOLLOW-UP DATE IS A DIARY
      *      ITEM FOR ITS ASSIGNEE UNTIL CLRNOT (OR A CLSCLM THAT
      *      ASKS FOR IT) CLEARS IT; LGRDRY01 LISTS THE ITEMS DUE.
      *
      *      EVERY NEW CLAIM IS OWNED BY AN ADJUSTER FROM LGCADJT: OF
      *      THE ACTIVE ADJUSTERS WHO HANDLE THE POLICY'S LINE, WHOSE
      *      AUTHORITY COVERS THE CLAIM VALUE AND WHO ARE UNDER THEIR
      *      MAXIMUM CASELOAD, THE ONE WITH THE FEWEST OPEN CLAIMS
      *      GETS IT (FIRST IN THE TABLE ON A TIE).  A POLICY FOUND ON
      *      NO POLICY MASTER SKIPS THE LINE TEST.  THE OPEN CLAIMS
      *      ARE COUNTED ON THE SAME CLAIMPOL BROWSE AS THE INTAKE
      *      SCREEN, SO THERE IS NO CASELOAD COUNTER TO DRIFT.
      *
      *      A NEW HOUSE OR COMMERCIAL CLAIM IS PLACED IN ITS PERIL
      *      ZONE - THE LGCACCZ POSTCODE PREFIX FOR A HOUSE, THE
      *      LGCPERZ LATITUDE/LONGITUDE BOX FOR A COMMERCIAL RISK,
      *      THE STANDARD ZONE WHEN NEITHER PLACES IT - AND THE FIRST
      *      OPEN CATEVENT EVENT COVERING THE DATE OF LOSS AND THE
      *      ZONE IS SUGGESTED ON THE CLAIM.  THE ADJUSTER CONFIRMS
      *      THE SUGGESTION OR OVERRIDES IT WITH CATCLM; LGRCEV02
      *      REPORTS THE EVENT LOSSES.
      *
      *    ENTRY POINTS:  TOP OF PROGRAM, VIA DFHCOMMAREA.
      *
      *    FILES:         CLAIMPOL - CICS KSDS, KEYED BY
      *                               CLM-CLAIM-NUM.
      *                   CLAIMNOT - CICS KSDS, KEYED BY CLN-KEY
      *                               (CLAIM NUMBER + NOTE SEQUENCE).
      *                   HOUSEPOL, MOTORPOL, COMMPOL, ENDOWPOL -
      *                               READ TO FIND A NEW CLAIM'S LINE.
      *                   CATEVENT - CICS KSDS, KEYED BY
      *                               CEV-EVENT-CODE (READ ONLY).
      *
      *    CA-REQUEST-ID VALUES HANDLED:
      *       'INQCLM'  -  INQUIRE CLAIM
      *       'ADDCLM'  -  INTAKE (ADD) A NEW CLAIM
      *       'CLSCLM'  -  CLOSE A CLAIM (PAID/SETTLED).  WITH
      *                    CA-C-CLOSE-CLEAR-DIARY = 'Y' ANY OPEN
      *                    DIARY ITEMS ARE CLEARED WITH THE CLOSE
      *       'ADDNOT'  -  ADD A NOTE (AND DIARY ITEM) TO A CLAIM
      *       'INQNOT'  -  BROWSE A CLAIM'S NOTES, 10 PER CALL FROM
      *                    CA-C-NOTE-START-SEQ; CA-C-NOTE-MORE-FLAG
      *                    = 'Y' MEANS CALL AGAIN WITH THE RETURNED
      *                    START-SEQ
      *       'CLRNOT'  -  CLEAR THE DIARY ITEM ON NOTE CA-C-NOTE-SEQ
      *       'ASNCLM'  -  REASSIGN A CLAIM TO ADJUSTER
      *                    CA-C-ADJUSTER-ID.  OPEN DIARY ITEMS HELD BY
      *                    THE OLD ADJUSTER MOVE WITH IT
      *       'CATCLM'  -  SET THE CLAIM'S CATASTROPHE EVENT TO
      *                    CA-C-CAT-EVENT-CODE.  THE SUGGESTED CODE
      *                    CONFIRMS THE SUGGESTION; ANY OTHER CODE, OR
      *                    SPACES FOR NO EVENT, OVERRIDES IT
      *
      *    CA-RETURN-CODE VALUES SET:
      *       00  -  REQUEST SUCCESSFUL
      *       05  -  CLAIM TAKEN, BUT THE POLICY EXCEEDED THE
      *              12-MONTH CLAIM VELOCITY LIMIT - MANUAL REVIEW
      *       06  -  CLAIM TAKEN, BUT NO ADJUSTER WAS ELIGIBLE - IT IS
      *              UNASSIGNED UNTIL ASNCLM (05 TAKES PRECEDENCE)
      *       10  -  CLAIM NOT FOUND
      *       11  -  NOTE NOT FOUND
      *       21  -  INTAKE REFUSED - DUPLICATE OF AN EXISTING CLAIM
      *              (SAME POLICY AND DATE OF LOSS, SIMILAR VALUE)
      *       22  -  CLOSE REFUSED - CLAIM IS ALREADY CLOSED
      *       23  -  CLOSE REFUSED - DIARY ITEMS STILL OPEN (COUNT IN
      *              CA-C-NOTE-OPEN-COUNT); CLEAR THEM OR ASK FOR
      *              THEM TO BE CLEARED WITH THE CLOSE
      *       24  -  CLRNOT REFUSED - THE NOTE HAS NO OPEN DIARY ITEM
      *       25  -  NOTE REFUSED - NO TEXT, OR TYPE NOT C/L/D/N
      *       26  -  NOTE REFUSED - FOLLOW-UP DATE NOT CCYY-MM-DD OR
      *              IN THE PAST
      *       27  -  ASNCLM REFUSED - ADJUSTER NOT IN LGCADJT OR NOT
      *              ACTIVE
      *       28  -  ASNCLM REFUSED - CLAIM VALUE IS ABOVE THE
      *              ADJUSTER'S AUTHORITY
      *       29  -  CATCLM REFUSED - EVENT NOT ON CATEVENT
      *       30  -  UNRECOGNIZED CA-REQUEST-ID
      *       90  -  FILE I/O ERROR
      *================================================================
           05  WS-OLD-NUMDATE             PIC 9(08) VALUE ZERO.
           05  WS-OLD-INTDATE             PIC 9(07) VALUE ZERO.
           05  WS-DAYS-APART              PIC S9(07) VALUE ZERO.
           05  WS-NOTE-RESP               PIC S9(08) COMP.
           05  WS-NEXT-NOTE-SEQ           PIC 9(04) VALUE ZERO.
           05  WS-TODAY-DATE10            PIC X(10).
           05  WS-NOW-TIME8               PIC X(08).
           05  WS-USERID                  PIC X(08).
           05  WS-POL-RESP                PIC S9(08) COMP.
           05  WS-CLAIM-LINE              PIC X(01).
           05  WS-LINE-HITS               PIC 9(02) VALUE ZERO.
           05  WS-OLD-ADJUSTER            PIC X(08).
           05  WS-ADJ-SUB                 PIC 9(04) COMP VALUE ZERO.
           05  WS-BEST-SUB                PIC 9(04) COMP VALUE ZERO.
           05  SW-ADJ-FOUND               PIC X(01) VALUE 'N'.
               88  ADJ-FOUND                      VALUE 'Y'.
           05  WS-CEV-RESP                PIC S9(08) COMP.
           05  WS-CEV-BROWSE-KEY          PIC X(08).
           05  SW-CEV-FOUND               PIC X(01) VALUE 'N'.
               88  CEV-FOUND                      VALUE 'Y'.
           05  SW-ZONE-TABLE-LOADED       PIC X(01) VALUE 'N'.
               88  ZONE-TABLE-LOADED              VALUE 'Y'.
           05  WS-NEW-CAT-STATUS          PIC X(01).
      *
      *    A FOLLOW-UP DATE AS KEYED, FOR THE SHAPE CHECK.
       01  WS-FOLLOW-UP-DATE.
           05  WS-FU-YYYY                 PIC X(04).
           05  WS-FU-SEP1                 PIC X(01).
           05  WS-FU-MM                   PIC X(02).
           05  WS-FU-MM-N REDEFINES WS-FU-MM PIC 9(02).
           05  WS-FU-SEP2                 PIC X(01).
           05  WS-FU-DD                   PIC X(02).
           05  WS-FU-DD-N REDEFINES WS-FU-DD PIC 9(02).
      *
      *    OPEN DIARY ITEMS FOUND BY THE CLSCLM BROWSE, CLEARED AFTER
      *    THE BROWSE ENDS - A REWRITE INSIDE AN OPEN BROWSE IS NOT
      *    ON.
       01  DRY-MAX                        PIC 9(04) COMP VALUE 500.
       01  DRY-IDX                        PIC 9(04) COMP VALUE ZERO.
       01  DRY-END                        PIC 9(04) COMP VALUE ZERO.
       01  DRY-OPEN-COUNT                 PIC 9(04) VALUE ZERO.
       01  DRY-KEY-TABLE.
           05  DRY-NOTE-SEQ OCCURS 500 TIMES PIC 9(04).
      *
      *    CLAIMS ALLOWED PER POLICY IN A ROLLING 12 MONTHS BEFORE
      *    THE INTAKE IS FLAGGED FOR MANUAL REVIEW.
      *
       COPY LGCMOTR.
      *
      *    THE OTHER POLICY MASTERS, READ ONLY TO FIND A NEW CLAIM'S
      *    LINE OF BUSINESS FOR ROUTING.
       COPY LGCHOUS.
      *
       COPY LGCCOMM.
      *
       COPY LGCENDW.
      *
      *    ADJUSTERS ELIGIBLE FOR ROUTING AND THEIR OPEN-CLAIM TALLY.
       COPY LGCADJT.
      *
      *    PERIL ZONES FOR THE CATASTROPHE EVENT SUGGESTION - THE
      *    LATITUDE/LONGITUDE BOXES AND THE HOUSE POSTCODE PREFIXES.
       COPY LGCPERZ.
      *
       COPY LGCACCZ.
      *
      *    REFERENCE TABLE LOADER (LGARTB02) COMMAREA.
       01  WS-REF-LOAD-AREA.
           COPY LGCREFL REPLACING LEADING ==RL== BY ==WSRL==.
      *
       COPY LGCCATE.
      *
      *    COMMAREA HANDED TO LGMMOT01 WHEN A CLOSED CLAIM TURNS OUT
      *    TO BE A MOTOR CLAIM -- THE EXISTING ADDACC PATH DOES THE
      *    ACCIDENT WRITE AND THE RECENCY-WEIGHTED PREMIUM RECALC.
              WHEN 'CLSCLM'
                 PERFORM 3000-CLOSE-CLAIM
                    THRU 3000-CLOSE-CLAIM-EXIT
              WHEN 'ADDNOT'
                 PERFORM 4000-ADD-NOTE
                    THRU 4000-ADD-NOTE-EXIT
              WHEN 'INQNOT'
                 PERFORM 4500-BROWSE-NOTES
                    THRU 4500-BROWSE-NOTES-EXIT
              WHEN 'CLRNOT'
                 PERFORM 4700-CLEAR-NOTE
                    THRU 4700-CLEAR-NOTE-EXIT
              WHEN 'ASNCLM'
                 PERFORM 2500-REASSIGN-CLAIM
                    THRU 2500-REASSIGN-CLAIM-EXIT
              WHEN 'CATCLM'
                 PERFORM 2700-CODE-CAT-EVENT
                    THRU 2700-CODE-CAT-EVENT-EXIT
              WHEN OTHER
                 MOVE 30                  TO CA-RETURN-CODE
           END-EVALUATE
           END-EXEC
      *
           MOVE '-'                      TO CLM-RECEIVED-TIMESTAMP(11:1)
      *
           PERFORM 2200-ROUTE-NEW-CLAIM
              THRU 2200-ROUTE-NEW-CLAIM-EXIT
      *
           PERFORM 2300-SUGGEST-CAT-EVENT
              THRU 2300-SUGGEST-CAT-EVENT-EXIT
      *
           EXEC CICS WRITE
                FILE('CLAIMPOL')
      *
           IF WS-VELOCITY-COUNT NOT < WS-VELOCITY-LIMIT
              MOVE 05                    TO CA-RETURN-CODE
           ELSE
              IF CLM-ADJUSTER-ID = SPACES
                 MOVE 06                 TO CA-RETURN-CODE
              END-IF
           END-IF
      *
       2000-ADD-CLAIM-EXIT.
      *     OF THE NEW ONE (A HARD DUPLICATE - THE SAME LOSS
      *     SUBMITTED TWICE), AND (B) HOW MANY CLAIMS THE POLICY HAS
      *     TAKEN IN THE 12 MONTHS BEFORE THE NEW DATE OF LOSS (THE
      *     VELOCITY COUNT THE CALLER IS FLAGGED ON).  THE SAME
      *     PASS TALLIES EACH ADJUSTER'S OPEN CLAIMS FOR ROUTING.
      *================================================================
       2100-SCREEN-CLAIM-INTAKE.
      *
           INITIALIZE ADJ-CASELOAD-TABLE
           MOVE 'N'                      TO SW-INTAKE-DUP
           MOVE 'N'                      TO SW-END-OF-BROWSE
           MOVE ZERO                     TO WS-VELOCITY-COUNT
              SET END-OF-BROWSE          TO TRUE
              GO TO 2150-BROWSE-NEXT-CLAIM-EXIT
           END-IF
      *
           IF CLM-CLAIM-OPEN
              AND CLM-ADJUSTER-ID NOT = SPACES
              SET ADJ-IDX                TO 1
              SEARCH ADJ-ENTRY
                 AT END
                    CONTINUE
                 WHEN ADJ-ID(ADJ-IDX) = CLM-ADJUSTER-ID
                    SET WS-ADJ-SUB       TO ADJ-IDX
                    ADD 1                TO ADJ-OPEN-CLAIMS(WS-ADJ-SUB)
              END-SEARCH
           END-IF
      *
           IF CLM-POLICY-NUM NOT = CA-POLICY-NUM
              GO TO 2150-BROWSE-NEXT-CLAIM-EXIT
           EXIT.
      *
      *================================================================
      * 2200-ROUTE-NEW-CLAIM - GIVES THE NEW CLAIM TO THE ELIGIBLE
      *     ADJUSTER WITH THE FEWEST OPEN CLAIMS, OR LEAVES IT
      *     UNASSIGNED WHEN NOBODY IS ELIGIBLE.
      *================================================================
       2200-ROUTE-NEW-CLAIM.
      *
           MOVE SPACES                   TO CLM-ADJUSTER-ID
           MOVE SPACES                   TO CLM-ASSIGNED-DATE
      *
           PERFORM 2250-FIND-POLICY-LINE
              THRU 2250-FIND-POLICY-LINE-EXIT
      *
           MOVE ZERO                     TO WS-BEST-SUB
           PERFORM 2260-CONSIDER-ADJUSTER
              THRU 2260-CONSIDER-ADJUSTER-EXIT
              VARYING WS-ADJ-SUB FROM 1 BY 1
                UNTIL WS-ADJ-SUB > ADJ-ADJUSTER-COUNT
      *
           IF WS-BEST-SUB = ZERO
              GO TO 2200-ROUTE-NEW-CLAIM-EXIT
           END-IF
      *
           MOVE ADJ-ID(WS-BEST-SUB)      TO CLM-ADJUSTER-ID
           MOVE CLM-RECEIVED-TIMESTAMP(1:10)
                                         TO CLM-ASSIGNED-DATE
      *
       2200-ROUTE-NEW-CLAIM-EXIT.
           EXIT.
      *
      *================================================================
      * 2250-FIND-POLICY-LINE - SETS WS-CLAIM-LINE TO THE LINE OF
      *     BUSINESS OF CA-POLICY-NUM FROM WHICHEVER POLICY MASTER
      *     HOLDS IT; SPACE IF NONE DOES.
      *================================================================
       2250-FIND-POLICY-LINE.
      *
           MOVE SPACE                    TO WS-CLAIM-LINE
      *
           EXEC CICS READ
                FILE('HOUSEPOL')
                INTO(HOUSE-POLICY-MASTER-RECORD)
                RIDFLD(CA-POLICY-NUM)
                RESP(WS-POL-RESP)
           END-EXEC
           IF WS-POL-RESP = DFHRESP(NORMAL)
              MOVE 'H'                   TO WS-CLAIM-LINE
              GO TO 2250-FIND-POLICY-LINE-EXIT
           END-IF
           EXEC CICS READ
                FILE('MOTORPOL')
                INTO(MOTOR-POLICY-MASTER-RECORD)
                RIDFLD(CA-POLICY-NUM)
                RESP(WS-POL-RESP)
           END-EXEC
           IF WS-POL-RESP = DFHRESP(NORMAL)
              MOVE 'M'                   TO WS-CLAIM-LINE
              GO TO 2250-FIND-POLICY-LINE-EXIT
           END-IF
           EXEC CICS READ
                FILE('COMMPOL')
                INTO(COMMERCIAL-POLICY-MASTER-RECORD)
                RIDFLD(CA-POLICY-NUM)
                RESP(WS-POL-RESP)
           END-EXEC
           IF WS-POL-RESP = DFHRESP(NORMAL)
              MOVE 'C'                   TO WS-CLAIM-LINE
              GO TO 2250-FIND-POLICY-LINE-EXIT
           END-IF
           EXEC CICS READ
                FILE('ENDOWPOL')
                INTO(ENDOWMENT-POLICY-MASTER-RECORD)
                RIDFLD(CA-POLICY-NUM)
                RESP(WS-POL-RESP)
           END-EXEC
           IF WS-POL-RESP = DFHRESP(NORMAL)
              MOVE 'E'                   TO WS-CLAIM-LINE
           END-IF
      *
       2250-FIND-POLICY-LINE-EXIT.
           EXIT.
      *
      *================================================================
      * 2260-CONSIDER-ADJUSTER - KEEPS TABLE ENTRY WS-ADJ-SUB AS THE
      *     BEST SO FAR IF IT IS ELIGIBLE AND LESS LOADED.
      *================================================================
       2260-CONSIDER-ADJUSTER.
      *
           IF NOT ADJ-IS-ACTIVE(WS-ADJ-SUB)
              GO TO 2260-CONSIDER-ADJUSTER-EXIT
           END-IF
           IF ADJ-AUTHORITY(WS-ADJ-SUB) < CA-C-VALUE
              GO TO 2260-CONSIDER-ADJUSTER-EXIT
           END-IF
           IF ADJ-OPEN-CLAIMS(WS-ADJ-SUB)
              NOT < ADJ-MAX-CASELOAD(WS-ADJ-SUB)
              GO TO 2260-CONSIDER-ADJUSTER-EXIT
           END-IF
           IF WS-CLAIM-LINE NOT = SPACE
              MOVE ZERO                  TO WS-LINE-HITS
              INSPECT ADJ-LINES(WS-ADJ-SUB)
                      TALLYING WS-LINE-HITS FOR ALL WS-CLAIM-LINE
              IF WS-LINE-HITS = ZERO
                 GO TO 2260-CONSIDER-ADJUSTER-EXIT
              END-IF
           END-IF
      *
           IF WS-BEST-SUB = ZERO
              MOVE WS-ADJ-SUB            TO WS-BEST-SUB
           ELSE
              IF ADJ-OPEN-CLAIMS(WS-ADJ-SUB)
                 < ADJ-OPEN-CLAIMS(WS-BEST-SUB)
                 MOVE WS-ADJ-SUB         TO WS-BEST-SUB
              END-IF
           END-IF
      *
       2260-CONSIDER-ADJUSTER-EXIT.
           EXIT.
      *
      *================================================================
      * 2300-SUGGEST-CAT-EVENT - PLACES A NEW HOUSE OR COMMERCIAL
      *     CLAIM IN ITS PERIL ZONE FROM THE POLICY RECORD 2250 READ,
      *     THEN BROWSES CATEVENT FOR THE FIRST OPEN EVENT WHOSE DATES
      *     COVER THE DATE OF LOSS AND WHOSE ZONES INCLUDE THE CLAIM'S.
      *     MOTOR AND ENDOWMENT CLAIMS HAVE NO LOCATION AND GET NO
      *     SUGGESTION.  NO CATEVENT FILE, OR NO ZONE TABLE FROM
      *     REFTAB, MEANS NO SUGGESTION - THE CLAIM IS TAKEN EITHER
      *     WAY.
      *================================================================
       2300-SUGGEST-CAT-EVENT.
      *
           MOVE SPACES                   TO CLM-CAT-EVENT-CODE
           MOVE SPACES                   TO CLM-CAT-ZONE
           MOVE SPACES                   TO CLM-CAT-STATUS
           MOVE SPACES                   TO CLM-CAT-SET-USER
           MOVE SPACES                   TO CLM-CAT-SET-DATE
      *
           EVALUATE WS-CLAIM-LINE
              WHEN 'H'
                 MOVE 'ACCP'             TO WSRL-TABLE-ID
              WHEN 'C'
                 MOVE 'PERZ'             TO WSRL-TABLE-ID
              WHEN OTHER
                 GO TO 2300-SUGGEST-CAT-EVENT-EXIT
           END-EVALUATE
           PERFORM 2310-LOAD-ZONE-TABLE
              THRU 2310-LOAD-ZONE-TABLE-EXIT
           IF NOT ZONE-TABLE-LOADED
              GO TO 2300-SUGGEST-CAT-EVENT-EXIT
           END-IF
      *
           EVALUATE WS-CLAIM-LINE
              WHEN 'H'
                 MOVE 'STANDARD'         TO CLM-CAT-ZONE
                 SET PCZ-IDX             TO 1
                 SEARCH PCZ-PREFIX-ENTRY
                    AT END
                       CONTINUE
                    WHEN PCZ-PREFIX(PCZ-IDX) = HSM-H-POSTCODE(1:2)
                       MOVE PCZ-ZONE(PCZ-IDX) TO CLM-CAT-ZONE
                 END-SEARCH
              WHEN 'C'
                 PERFORM 2320-PLACE-COMMERCIAL
                    THRU 2320-PLACE-COMMERCIAL-EXIT
              WHEN OTHER
                 GO TO 2300-SUGGEST-CAT-EVENT-EXIT
           END-EVALUATE
      *
           MOVE 'N'                      TO SW-CEV-FOUND
           MOVE 'N'                      TO SW-END-OF-BROWSE
           MOVE LOW-VALUES               TO WS-CEV-BROWSE-KEY
      *
           EXEC CICS STARTBR
                FILE('CATEVENT')
                RIDFLD(WS-CEV-BROWSE-KEY)
                GTEQ
                RESP(WS-CEV-RESP)
           END-EXEC
      *
           IF WS-CEV-RESP NOT = DFHRESP(NORMAL)
              GO TO 2300-SUGGEST-CAT-EVENT-EXIT
           END-IF
      *
           PERFORM 2350-BROWSE-NEXT-EVENT
              THRU 2350-BROWSE-NEXT-EVENT-EXIT
              UNTIL END-OF-BROWSE
                 OR CEV-FOUND
      *
           EXEC CICS ENDBR
                FILE('CATEVENT')
           END-EXEC
      *
           IF CEV-FOUND
              MOVE CEV-EVENT-CODE        TO CLM-CAT-EVENT-CODE
              SET CLM-CAT-SUGGESTED      TO TRUE
           END-IF
      *
       2300-SUGGEST-CAT-EVENT-EXIT.
           EXIT.
      *
      *================================================================
      * 2310-LOAD-ZONE-TABLE - THE TABLE NAMED IN WSRL-TABLE-ID AS IN
      *     FORCE TODAY, FROM REFTAB THROUGH LGARTB02.
      *================================================================
       2310-LOAD-ZONE-TABLE.
      *
           MOVE 'N'                      TO SW-ZONE-TABLE-LOADED
           MOVE SPACES                   TO WSRL-AS-OF-DATE
           EXEC CICS LINK
                PROGRAM('LGARTB02')
                COMMAREA(WS-REF-LOAD-AREA)
                RESP(WS-CEV-RESP)
           END-EXEC
           IF WS-CEV-RESP NOT = DFHRESP(NORMAL)
              OR WSRL-RETURN-CODE > 12
              GO TO 2310-LOAD-ZONE-TABLE-EXIT
           END-IF
      *
           IF WSRL-TABLE-ID = 'ACCP'
              MOVE WSRL-TABLE-AREA       TO PCZ-PREFIX-AREA
           ELSE
              MOVE WSRL-TABLE-AREA       TO PRZ-ZONE-AREA
           END-IF
           MOVE 'Y'                      TO SW-ZONE-TABLE-LOADED
      *
       2310-LOAD-ZONE-TABLE-EXIT.
           EXIT.
      *
      *================================================================
      * 2320-PLACE-COMMERCIAL - FIRST LGCPERZ BOX CONTAINING THE
      *     RISK'S COORDINATES, AS LGMCOM01 RATES IT; UNUSABLE
      *     COORDINATES FALL TO THE STANDARD CATCH-ALL.
      *================================================================
       2320-PLACE-COMMERCIAL.
      *
           MOVE 'STANDARD'               TO CLM-CAT-ZONE
      *
           MOVE CML-B-LATITUDE           TO WS-PRZ-COORD
           PERFORM 2330-CHECK-COORDINATE
              THRU 2330-CHECK-COORDINATE-EXIT
           IF NOT PRZ-COORD-OK
              GO TO 2320-PLACE-COMMERCIAL-EXIT
           END-IF
           MOVE CML-B-LONGITUDE          TO WS-PRZ-COORD
           PERFORM 2330-CHECK-COORDINATE
              THRU 2330-CHECK-COORDINATE-EXIT
           IF NOT PRZ-COORD-OK
              GO TO 2320-PLACE-COMMERCIAL-EXIT
           END-IF
      *
           COMPUTE WS-PRZ-LAT = FUNCTION NUMVAL(CML-B-LATITUDE)
           COMPUTE WS-PRZ-LON = FUNCTION NUMVAL(CML-B-LONGITUDE)
      *
           SET PRZ-IDX                   TO 1
           SEARCH PRZ-ZONE
              AT END
                 CONTINUE
              WHEN WS-PRZ-LAT NOT < PRZ-LAT-LO(PRZ-IDX) AND
                   WS-PRZ-LAT NOT > PRZ-LAT-HI(PRZ-IDX) AND
                   WS-PRZ-LON NOT < PRZ-LON-LO(PRZ-IDX) AND
                   WS-PRZ-LON NOT > PRZ-LON-HI(PRZ-IDX)
                 MOVE PRZ-NAME(PRZ-IDX)  TO CLM-CAT-ZONE
           END-SEARCH
      *
       2320-PLACE-COMMERCIAL-EXIT.
           EXIT.
      *
      *================================================================
      * 2330-CHECK-COORDINATE - A COORDINATE MAY CARRY ONLY DIGITS,
      *     ONE DECIMAL POINT, A LEADING SIGN AND TRAILING SPACES,
      *     AND MUST CARRY AT LEAST ONE DIGIT - THE SAME GUARD
      *     LGMCOM01 PUTS IN FRONT OF FUNCTION NUMVAL.
      *================================================================
       2330-CHECK-COORDINATE.
      *
           MOVE 'N'                      TO WS-PRZ-COORD-OK-SW
           MOVE ZERO                     TO WS-PRZ-DIGIT-CNT
      *
           PERFORM VARYING WS-PRZ-COORD-IX FROM 1 BY 1
                   UNTIL WS-PRZ-COORD-IX > 11
              EVALUATE TRUE
                 WHEN WS-PRZ-COORD(WS-PRZ-COORD-IX:1) NUMERIC
                    ADD 1                TO WS-PRZ-DIGIT-CNT
                 WHEN WS-PRZ-COORD(WS-PRZ-COORD-IX:1) = '+' OR '-'
                    IF WS-PRZ-COORD-IX NOT = 1
                       MOVE 99           TO WS-PRZ-DIGIT-CNT
                       MOVE 12           TO WS-PRZ-COORD-IX
                    END-IF
                 WHEN WS-PRZ-COORD(WS-PRZ-COORD-IX:1) = '.'
                    CONTINUE
                 WHEN WS-PRZ-COORD(WS-PRZ-COORD-IX:1) = SPACE
                    CONTINUE
                 WHEN OTHER
                    MOVE 99              TO WS-PRZ-DIGIT-CNT
                    MOVE 12              TO WS-PRZ-COORD-IX
              END-EVALUATE
           END-PERFORM
      *
           IF WS-PRZ-DIGIT-CNT > ZERO AND WS-PRZ-DIGIT-CNT < 99
              MOVE 'Y'                   TO WS-PRZ-COORD-OK-SW
           END-IF
      *
       2330-CHECK-COORDINATE-EXIT.
           EXIT.
      *
      *================================================================
      * 2350-BROWSE-NEXT-EVENT - ONE STEP OF THE EVENT BROWSE.  AN
      *     EVENT WITH NO END DATE IS STILL RUNNING.  CCYY-MM-DD
      *     DATES COMPARE CORRECTLY AS STRINGS.
      *================================================================
       2350-BROWSE-NEXT-EVENT.
      *
           EXEC CICS READNEXT
                FILE('CATEVENT')
                INTO(CATASTROPHE-EVENT-RECORD)
                RIDFLD(WS-CEV-BROWSE-KEY)
                RESP(WS-CEV-RESP)
           END-EXEC
      *
           IF WS-CEV-RESP NOT = DFHRESP(NORMAL)
              SET END-OF-BROWSE          TO TRUE
              GO TO 2350-BROWSE-NEXT-EVENT-EXIT
           END-IF
      *
           IF NOT CEV-EVENT-OPEN
              GO TO 2350-BROWSE-NEXT-EVENT-EXIT
           END-IF
           IF CA-C-DATE < CEV-START-DATE
              GO TO 2350-BROWSE-NEXT-EVENT-EXIT
           END-IF
           IF CEV-END-DATE NOT = SPACES
              AND CA-C-DATE > CEV-END-DATE
              GO TO 2350-BROWSE-NEXT-EVENT-EXIT
           END-IF
      *
           IF CEV-ZONE(1) = CLM-CAT-ZONE
              OR CEV-ZONE(2) = CLM-CAT-ZONE
              OR CEV-ZONE(3) = CLM-CAT-ZONE
              OR CEV-ZONE(4) = CLM-CAT-ZONE
              SET CEV-FOUND              TO TRUE
           END-IF
      *
       2350-BROWSE-NEXT-EVENT-EXIT.
           EXIT.
      *
      *================================================================
      * 2500-REASSIGN-CLAIM - THE MANAGER MOVES AN OPEN CLAIM TO
      *     ANOTHER ADJUSTER.  THE NEW ADJUSTER MUST BE ACTIVE WITH
      *     AUTHORITY FOR THE CLAIM VALUE; LINE AND CASELOAD ARE THE
      *     MANAGER'S CALL.  THE OLD ADJUSTER'S OPEN DIARY ITEMS ON
      *     THE CLAIM GO TO THE NEW ONE.
      *================================================================
       2500-REASSIGN-CLAIM.
      *
           MOVE 0                        TO CA-RETURN-CODE
      *
           MOVE 'N'                      TO SW-ADJ-FOUND
           SET ADJ-IDX                   TO 1
           SEARCH ADJ-ENTRY
              AT END
                 CONTINUE
              WHEN ADJ-ID(ADJ-IDX) = CA-C-ADJUSTER-ID
                 SET ADJ-FOUND           TO TRUE
                 SET WS-ADJ-SUB          TO ADJ-IDX
           END-SEARCH
      *
           IF NOT ADJ-FOUND
              MOVE 27                    TO CA-RETURN-CODE
              GO TO 2500-REASSIGN-CLAIM-EXIT
           END-IF
           IF NOT ADJ-IS-ACTIVE(WS-ADJ-SUB)
              MOVE 27                    TO CA-RETURN-CODE
              GO TO 2500-REASSIGN-CLAIM-EXIT
           END-IF
      *
           EXEC CICS READ
                FILE('CLAIMPOL')
                INTO(CLAIM-MASTER-RECORD)
                RIDFLD(CA-C-NUM)
                UPDATE
                RESP(WS-RESP)
           END-EXEC
      *
           IF WS-RESP NOT = DFHRESP(NORMAL)
              MOVE 10                    TO CA-RETURN-CODE
              GO TO 2500-REASSIGN-CLAIM-EXIT
           END-IF
      *
           IF CLM-CLAIM-CLOSED
              EXEC CICS UNLOCK
                   FILE('CLAIMPOL')
              END-EXEC
              MOVE 22                    TO CA-RETURN-CODE
              GO TO 2500-REASSIGN-CLAIM-EXIT
           END-IF
      *
           IF ADJ-AUTHORITY(WS-ADJ-SUB) < CLM-C-VALUE
              EXEC CICS UNLOCK
                   FILE('CLAIMPOL')
              END-EXEC
              MOVE 28                    TO CA-RETURN-CODE
              GO TO 2500-REASSIGN-CLAIM-EXIT
           END-IF
      *
           IF CLM-ADJUSTER-ID = CA-C-ADJUSTER-ID
              EXEC CICS UNLOCK
                   FILE('CLAIMPOL')
              END-EXEC
              PERFORM 5000-MOVE-MASTER-TO-CA
                 THRU 5000-MOVE-MASTER-TO-CA-EXIT
              GO TO 2500-REASSIGN-CLAIM-EXIT
           END-IF
      *
           PERFORM 6000-STAMP-DATE-AND-USER
              THRU 6000-STAMP-DATE-AND-USER-EXIT
      *
           MOVE CLM-ADJUSTER-ID           TO WS-OLD-ADJUSTER
           MOVE CLAIM-MASTER-RECORD       TO WSAJ-BEFORE-IMAGE
           MOVE CA-C-ADJUSTER-ID          TO CLM-ADJUSTER-ID
           MOVE WS-TODAY-DATE10           TO CLM-ASSIGNED-DATE
      *
           EXEC CICS REWRITE
                FILE('CLAIMPOL')
                FROM(CLAIM-MASTER-RECORD)
                RESP(WS-RESP)
           END-EXEC
      *
           IF WS-RESP NOT = DFHRESP(NORMAL)
              MOVE 90                    TO CA-RETURN-CODE
              GO TO 2500-REASSIGN-CLAIM-EXIT
           END-IF
      *
           MOVE CLAIM-MASTER-RECORD
             TO WSAJ-AFTER-IMAGE
           MOVE 'CLAIMPOL'               TO WSAJ-FILE-NAME
           MOVE CA-C-NUM            TO WSAJ-RECORD-KEY
           PERFORM 7000-WRITE-AUDIT-JOURNAL
              THRU 7000-WRITE-AUDIT-JOURNAL-EXIT
      *
           IF WS-OLD-ADJUSTER NOT = SPACES
              PERFORM 3100-FIND-OPEN-DIARY
                 THRU 3100-FIND-OPEN-DIARY-EXIT
              PERFORM 2550-MOVE-ONE-DIARY
                 THRU 2550-MOVE-ONE-DIARY-EXIT
                 VARYING DRY-IDX FROM 1 BY 1
                   UNTIL DRY-IDX > DRY-END
           END-IF
      *
           PERFORM 5000-MOVE-MASTER-TO-CA
              THRU 5000-MOVE-MASTER-TO-CA-EXIT
      *
       2500-REASSIGN-CLAIM-EXIT.
           EXIT.
      *
      *================================================================
      * 2550-MOVE-ONE-DIARY - HANDS ONE OPEN DIARY ITEM OF THE OLD
      *     ADJUSTER'S TO THE NEW ONE.  ITEMS ASSIGNED TO ANYONE ELSE
      *     STAY WHERE THEY ARE.  A FAILED MOVE DOES NOT UNDO THE
      *     REASSIGNMENT.
      *================================================================
       2550-MOVE-ONE-DIARY.
      *
           MOVE CA-C-NUM                  TO CLN-CLAIM-NUM
           MOVE DRY-NOTE-SEQ(DRY-IDX)     TO CLN-NOTE-SEQ
      *
           EXEC CICS READ
                FILE('CLAIMNOT')
                INTO(CLAIM-NOTE-DETAIL-RECORD)
                RIDFLD(CLN-KEY)
                UPDATE
                RESP(WS-NOTE-RESP)
           END-EXEC
      *
           IF WS-NOTE-RESP NOT = DFHRESP(NORMAL)
              GO TO 2550-MOVE-ONE-DIARY-EXIT
           END-IF
      *
           IF NOT CLN-DIARY-OPEN
              OR CLN-ASSIGNED-USER NOT = WS-OLD-ADJUSTER
              EXEC CICS UNLOCK
                   FILE('CLAIMNOT')
              END-EXEC
              GO TO 2550-MOVE-ONE-DIARY-EXIT
           END-IF
      *
           MOVE CLAIM-NOTE-DETAIL-RECORD  TO WSAJ-BEFORE-IMAGE
           MOVE CA-C-ADJUSTER-ID          TO CLN-ASSIGNED-USER
      *
           EXEC CICS REWRITE
                FILE('CLAIMNOT')
                FROM(CLAIM-NOTE-DETAIL-RECORD)
                RESP(WS-NOTE-RESP)
           END-EXEC
      *
           IF WS-NOTE-RESP NOT = DFHRESP(NORMAL)
              GO TO 2550-MOVE-ONE-DIARY-EXIT
           END-IF
      *
           MOVE CLAIM-NOTE-DETAIL-RECORD
             TO WSAJ-AFTER-IMAGE
           MOVE 'CLAIMNOT'               TO WSAJ-FILE-NAME
           MOVE CLN-KEY                  TO WSAJ-RECORD-KEY
           PERFORM 7000-WRITE-AUDIT-JOURNAL
              THRU 7000-WRITE-AUDIT-JOURNAL-EXIT
      *
       2550-MOVE-ONE-DIARY-EXIT.
           EXIT.
      *
      *================================================================
      * 2700-CODE-CAT-EVENT - THE ADJUSTER'S DECISION ON THE CLAIM'S
      *     CATASTROPHE EVENT.  RE-SENDING THE SUGGESTED CODE
      *     CONFIRMS IT; ANY OTHER EVENT ON CATEVENT, OR SPACES FOR
      *     NO EVENT, OVERRIDES IT.  A CLOSED CLAIM MAY STILL BE
      *     CODED - THE EVENT LOSS REPORT COUNTS SETTLED CLAIMS TOO.
      *     THE EVENT'S OWN DATES AND ZONES DO NOT BIND THE ADJUSTER.
      *================================================================
       2700-CODE-CAT-EVENT.
      *
           MOVE 0                        TO CA-RETURN-CODE
      *
           IF CA-C-CAT-EVENT-CODE NOT = SPACES
              EXEC CICS READ
                   FILE('CATEVENT')
                   INTO(CATASTROPHE-EVENT-RECORD)
                   RIDFLD(CA-C-CAT-EVENT-CODE)
                   RESP(WS-CEV-RESP)
              END-EXEC
              IF WS-CEV-RESP NOT = DFHRESP(NORMAL)
                 MOVE 29                 TO CA-RETURN-CODE
                 GO TO 2700-CODE-CAT-EVENT-EXIT
              END-IF
           END-IF
      *
           EXEC CICS READ
                FILE('CLAIMPOL')
                INTO(CLAIM-MASTER-RECORD)
                RIDFLD(CA-C-NUM)
                UPDATE
                RESP(WS-RESP)
           END-EXEC
      *
           IF WS-RESP NOT = DFHRESP(NORMAL)
              MOVE 10                    TO CA-RETURN-CODE
              GO TO 2700-CODE-CAT-EVENT-EXIT
           END-IF
      *
      *    THE SAME CODE CONFIRMS A SUGGESTION AND LEAVES A DECISION
      *    ALREADY MADE AS IT IS; ANYTHING ELSE IS AN OVERRIDE.
           IF CA-C-CAT-EVENT-CODE = CLM-CAT-EVENT-CODE
              IF CLM-CAT-SUGGESTED
                 MOVE 'C'                TO WS-NEW-CAT-STATUS
              ELSE
                 EXEC CICS UNLOCK
                      FILE('CLAIMPOL')
                 END-EXEC
                 PERFORM 5000-MOVE-MASTER-TO-CA
                    THRU 5000-MOVE-MASTER-TO-CA-EXIT
                 GO TO 2700-CODE-CAT-EVENT-EXIT
              END-IF
           ELSE
              MOVE 'O'                   TO WS-NEW-CAT-STATUS
           END-IF
      *
           PERFORM 6000-STAMP-DATE-AND-USER
              THRU 6000-STAMP-DATE-AND-USER-EXIT
      *
           MOVE CLAIM-MASTER-RECORD       TO WSAJ-BEFORE-IMAGE
           MOVE CA-C-CAT-EVENT-CODE       TO CLM-CAT-EVENT-CODE
           MOVE WS-NEW-CAT-STATUS         TO CLM-CAT-STATUS
           MOVE WS-USERID                 TO CLM-CAT-SET-USER
           MOVE WS-TODAY-DATE10           TO CLM-CAT-SET-DATE
      *
           EXEC CICS REWRITE
                FILE('CLAIMPOL')
                FROM(CLAIM-MASTER-RECORD)
                RESP(WS-RESP)
           END-EXEC
      *
           IF WS-RESP NOT = DFHRESP(NORMAL)
              MOVE 90                    TO CA-RETURN-CODE
              GO TO 2700-CODE-CAT-EVENT-EXIT
           END-IF
      *
           MOVE CLAIM-MASTER-RECORD
             TO WSAJ-AFTER-IMAGE
           MOVE 'CLAIMPOL'               TO WSAJ-FILE-NAME
           MOVE CA-C-NUM            TO WSAJ-RECORD-KEY
           PERFORM 7000-WRITE-AUDIT-JOURNAL
              THRU 7000-WRITE-AUDIT-JOURNAL-EXIT
      *
           PERFORM 5000-MOVE-MASTER-TO-CA
              THRU 5000-MOVE-MASTER-TO-CA-EXIT
      *
       2700-CODE-CAT-EVENT-EXIT.
           EXIT.
      *
      *================================================================
      * 3000-CLOSE-CLAIM - MARKS A CLAIM CLOSED SO IT DROPS OUT OF THE
      *     NIGHTLY AGING REPORT.  OPEN DIARY ITEMS BLOCK THE CLOSE
      *     UNLESS THE CALLER ASKS FOR THEM TO BE CLEARED WITH IT.
      *================================================================
       3000-CLOSE-CLAIM.
      *
              MOVE 22                    TO CA-RETURN-CODE
              GO TO 3000-CLOSE-CLAIM-EXIT
           END-IF
      *
           PERFORM 3100-FIND-OPEN-DIARY
              THRU 3100-FIND-OPEN-DIARY-EXIT
           MOVE DRY-OPEN-COUNT            TO CA-C-NOTE-OPEN-COUNT
           IF DRY-OPEN-COUNT > ZERO
              IF CA-C-CLOSE-CLEAR-DIARY NOT = 'Y'
                 OR DRY-OPEN-COUNT > DRY-MAX
                 EXEC CICS UNLOCK
                      FILE('CLAIMPOL')
                 END-EXEC
                 MOVE 23                 TO CA-RETURN-CODE
                 GO TO 3000-CLOSE-CLAIM-EXIT
              END-IF
           END-IF
      *
           MOVE CLAIM-MASTER-RECORD       TO WSAJ-BEFORE-IMAGE
      *
           MOVE CA-C-NUM            TO WSAJ-RECORD-KEY
           PERFORM 7000-WRITE-AUDIT-JOURNAL
              THRU 7000-WRITE-AUDIT-JOURNAL-EXIT
      *
           IF DRY-END > ZERO
              PERFORM 6000-STAMP-DATE-AND-USER
                 THRU 6000-STAMP-DATE-AND-USER-EXIT
              PERFORM 3250-CLEAR-ONE-DIARY
                 THRU 3250-CLEAR-ONE-DIARY-EXIT
                 VARYING DRY-IDX FROM 1 BY 1
                   UNTIL DRY-IDX > DRY-END
              MOVE ZERO                  TO CA-C-NOTE-OPEN-COUNT
           END-IF
      *
           PERFORM 3500-FEED-MOTOR-ACCIDENT
              THRU 3500-FEED-MOTOR-ACCIDENT-EXIT
           EXIT.
      *
      *================================================================
      * 3100-FIND-OPEN-DIARY - COUNTS THE CLAIM'S OPEN DIARY ITEMS
      *     AND COLLECTS THEIR NOTE NUMBERS FOR CLEARING.
      *================================================================
       3100-FIND-OPEN-DIARY.
      *
           MOVE ZERO                     TO DRY-OPEN-COUNT
           MOVE ZERO                     TO DRY-END
           MOVE 'N'                      TO SW-END-OF-BROWSE
           MOVE CA-C-NUM                  TO CLN-CLAIM-NUM
           MOVE ZERO                     TO CLN-NOTE-SEQ
      *
           EXEC CICS STARTBR
                FILE('CLAIMNOT')
                RIDFLD(CLN-KEY)
                GTEQ
                RESP(WS-NOTE-RESP)
           END-EXEC
      *
           IF WS-NOTE-RESP NOT = DFHRESP(NORMAL)
              GO TO 3100-FIND-OPEN-DIARY-EXIT
           END-IF
      *
           PERFORM 3150-BROWSE-NEXT-DIARY
              THRU 3150-BROWSE-NEXT-DIARY-EXIT
              UNTIL END-OF-BROWSE
      *
           EXEC CICS ENDBR
                FILE('CLAIMNOT')
           END-EXEC
      *
       3100-FIND-OPEN-DIARY-EXIT.
           EXIT.
      *
       3150-BROWSE-NEXT-DIARY.
      *
           EXEC CICS READNEXT
                FILE('CLAIMNOT')
                INTO(CLAIM-NOTE-DETAIL-RECORD)
                RIDFLD(CLN-KEY)
                RESP(WS-NOTE-RESP)
           END-EXEC
      *
           IF WS-NOTE-RESP NOT = DFHRESP(NORMAL)
              OR CLN-CLAIM-NUM NOT = CA-C-NUM
              SET END-OF-BROWSE          TO TRUE
              GO TO 3150-BROWSE-NEXT-DIARY-EXIT
           END-IF
      *
           IF CLN-DIARY-OPEN
              ADD 1                      TO DRY-OPEN-COUNT
              IF DRY-END < DRY-MAX
                 ADD 1                   TO DRY-END
                 MOVE CLN-NOTE-SEQ       TO DRY-NOTE-SEQ(DRY-END)
              END-IF
           END-IF
      *
       3150-BROWSE-NEXT-DIARY-EXIT.
           EXIT.
      *
      *================================================================
      * 3250-CLEAR-ONE-DIARY - CLEARS ONE OF THE DIARY ITEMS THE
      *     CLOSE WAS ASKED TO CLEAR.  A FAILED CLEAR DOES NOT UNDO
      *     THE CLOSURE.
      *================================================================
       3250-CLEAR-ONE-DIARY.
      *
           MOVE CA-C-NUM                  TO CLN-CLAIM-NUM
           MOVE DRY-NOTE-SEQ(DRY-IDX)     TO CLN-NOTE-SEQ
      *
           EXEC CICS READ
                FILE('CLAIMNOT')
                INTO(CLAIM-NOTE-DETAIL-RECORD)
                RIDFLD(CLN-KEY)
                UPDATE
                RESP(WS-NOTE-RESP)
           END-EXEC
      *
           IF WS-NOTE-RESP NOT = DFHRESP(NORMAL)
              GO TO 3250-CLEAR-ONE-DIARY-EXIT
           END-IF
      *
           PERFORM 4800-MARK-DIARY-CLEARED
              THRU 4800-MARK-DIARY-CLEARED-EXIT
      *
       3250-CLEAR-ONE-DIARY-EXIT.
           EXIT.
      *
      *================================================================
      * 3500-FEED-MOTOR-ACCIDENT - WHEN THE CLOSED CLAIM'S POLICY IS
      *     ON MOTORPOL, DRIVE THE ACCIDENT RECORD AUTOMATICALLY:
      *     LINK LGMMOT01 WITH AN ADDACC REQUEST BUILT FROM THE
           EXIT.
      *
      *================================================================
      * 4000-ADD-NOTE - WRITES A NEW NOTE ON THE CLAIM UNDER THE NEXT
      *     NOTE NUMBER, STAMPED WITH TODAY'S DATE, THE TIME AND THE
      *     SIGNED-ON USER.  A FOLLOW-UP DATE OPENS A DIARY ITEM.
      *================================================================
       4000-ADD-NOTE.
      *
           MOVE 0                        TO CA-RETURN-CODE
      *
           EXEC CICS READ
                FILE('CLAIMPOL')
                INTO(CLAIM-MASTER-RECORD)
                RIDFLD(CA-C-NUM)
                RESP(WS-RESP)
           END-EXEC
      *
           IF WS-RESP NOT = DFHRESP(NORMAL)
              MOVE 10                    TO CA-RETURN-CODE
              GO TO 4000-ADD-NOTE-EXIT
           END-IF
      *
           PERFORM 6000-STAMP-DATE-AND-USER
              THRU 6000-STAMP-DATE-AND-USER-EXIT
      *
           PERFORM 4100-EDIT-NOTE
              THRU 4100-EDIT-NOTE-EXIT
           IF CA-RETURN-CODE NOT = 0
              GO TO 4000-ADD-NOTE-EXIT
           END-IF
      *
           PERFORM 4200-GET-NEXT-NOTE-SEQ
              THRU 4200-GET-NEXT-NOTE-SEQ-EXIT
      *
           MOVE SPACES                    TO CLAIM-NOTE-DETAIL-RECORD
           MOVE CA-C-NUM                  TO CLN-CLAIM-NUM
           MOVE WS-NEXT-NOTE-SEQ          TO CLN-NOTE-SEQ
           MOVE WS-TODAY-DATE10           TO CLN-NOTE-DATE
           MOVE WS-NOW-TIME8              TO CLN-NOTE-TIME
           MOVE WS-USERID                 TO CLN-USER
           MOVE CA-C-NOTE-TYPE            TO CLN-NOTE-TYPE
           IF CA-C-NOTE-TYPE = SPACE
              SET CLN-TYPE-NOTE           TO TRUE
           END-IF
           MOVE CA-C-NOTE-TEXT            TO CLN-TEXT
           IF CA-C-NOTE-FOLLOW-UP NOT = SPACES
              MOVE CA-C-NOTE-FOLLOW-UP    TO CLN-FOLLOW-UP-DATE
              MOVE CA-C-NOTE-ASSIGNED     TO CLN-ASSIGNED-USER
              IF CA-C-NOTE-ASSIGNED = SPACES
                 MOVE CLM-ADJUSTER-ID     TO CLN-ASSIGNED-USER
              END-IF
              IF CLN-ASSIGNED-USER = SPACES
                 MOVE WS-USERID           TO CLN-ASSIGNED-USER
              END-IF
              SET CLN-DIARY-OPEN          TO TRUE
           END-IF
      *
           EXEC CICS WRITE
                FILE('CLAIMNOT')
                FROM(CLAIM-NOTE-DETAIL-RECORD)
                RIDFLD(CLN-KEY)
                RESP(WS-NOTE-RESP)
           END-EXEC
      *
           IF WS-NOTE-RESP NOT = DFHRESP(NORMAL)
              MOVE 90                    TO CA-RETURN-CODE
              GO TO 4000-ADD-NOTE-EXIT
           END-IF
      *
           MOVE SPACES
             TO WSAJ-BEFORE-IMAGE
           MOVE CLAIM-NOTE-DETAIL-RECORD
             TO WSAJ-AFTER-IMAGE
           MOVE 'CLAIMNOT'               TO WSAJ-FILE-NAME
           MOVE CLN-KEY                  TO WSAJ-RECORD-KEY
           PERFORM 7000-WRITE-AUDIT-JOURNAL
              THRU 7000-WRITE-AUDIT-JOURNAL-EXIT
      *
           MOVE CLN-NOTE-SEQ              TO CA-C-NOTE-SEQ
           MOVE CLN-USER                  TO CA-C-NOTE-USER
           MOVE CLN-ASSIGNED-USER         TO CA-C-NOTE-ASSIGNED
      *
       4000-ADD-NOTE-EXIT.
           EXIT.
      *
      *================================================================
      * 4100-EDIT-NOTE - A NOTE NEEDS TEXT AND A KNOWN TYPE; A
      *     FOLLOW-UP DATE MUST BE A CCYY-MM-DD DATE NOT BEFORE TODAY.
      *================================================================
       4100-EDIT-NOTE.
      *
           IF CA-C-NOTE-TEXT = SPACES
              MOVE 25                    TO CA-RETURN-CODE
              GO TO 4100-EDIT-NOTE-EXIT
           END-IF
           IF CA-C-NOTE-TYPE NOT = SPACE AND 'C' AND 'L' AND 'D'
                                 AND 'N'
              MOVE 25                    TO CA-RETURN-CODE
              GO TO 4100-EDIT-NOTE-EXIT
           END-IF
      *
           IF CA-C-NOTE-FOLLOW-UP = SPACES
              GO TO 4100-EDIT-NOTE-EXIT
           END-IF
           MOVE CA-C-NOTE-FOLLOW-UP       TO WS-FOLLOW-UP-DATE
           IF WS-FU-YYYY NOT NUMERIC
              OR WS-FU-MM NOT NUMERIC
              OR WS-FU-DD NOT NUMERIC
              OR WS-FU-SEP1 NOT = '-'
              OR WS-FU-SEP2 NOT = '-'
              MOVE 26                    TO CA-RETURN-CODE
              GO TO 4100-EDIT-NOTE-EXIT
           END-IF
           IF WS-FU-MM-N < 1 OR WS-FU-MM-N > 12
              OR WS-FU-DD-N < 1 OR WS-FU-DD-N > 31
              MOVE 26                    TO CA-RETURN-CODE
              GO TO 4100-EDIT-NOTE-EXIT
           END-IF
      *    CCYY-MM-DD DATES COMPARE CORRECTLY AS STRINGS.
           IF CA-C-NOTE-FOLLOW-UP < WS-TODAY-DATE10
              MOVE 26                    TO CA-RETURN-CODE
           END-IF
      *
       4100-EDIT-NOTE-EXIT.
           EXIT.
      *
      *================================================================
      * 4200-GET-NEXT-NOTE-SEQ - FINDS THE HIGHEST EXISTING
      *     CLN-NOTE-SEQ FOR THE CLAIM AND ADDS 1, SO NOTES STAY IN
      *     THE ORDER THEY WERE WRITTEN.
      *================================================================
       4200-GET-NEXT-NOTE-SEQ.
      *
           MOVE ZERO                     TO WS-NEXT-NOTE-SEQ
           MOVE CA-C-NUM                  TO CLN-CLAIM-NUM
           MOVE 9999                     TO CLN-NOTE-SEQ
      *
           EXEC CICS STARTBR
                FILE('CLAIMNOT')
                RIDFLD(CLN-KEY)
                GTEQ
                RESP(WS-NOTE-RESP)
           END-EXEC
      *
           IF WS-NOTE-RESP = DFHRESP(NORMAL)
              EXEC CICS READPREV
                   FILE('CLAIMNOT')
                   INTO(CLAIM-NOTE-DETAIL-RECORD)
                   RIDFLD(CLN-KEY)
                   RESP(WS-NOTE-RESP)
              END-EXEC
              IF WS-NOTE-RESP = DFHRESP(NORMAL)
                 AND CLN-CLAIM-NUM = CA-C-NUM
                 MOVE CLN-NOTE-SEQ       TO WS-NEXT-NOTE-SEQ
              END-IF
              EXEC CICS ENDBR
                   FILE('CLAIMNOT')
              END-EXEC
           END-IF
      *
           ADD 1                         TO WS-NEXT-NOTE-SEQ
      *
       4200-GET-NEXT-NOTE-SEQ-EXIT.
           EXIT.
      *
      *================================================================
      * 4500-BROWSE-NOTES - RETURNS UP TO 10 OF THE CLAIM'S NOTES
      *     THROUGH THE COMMAREA, PAGING BY CLN-NOTE-SEQ.
      *================================================================
       4500-BROWSE-NOTES.
      *
           MOVE 0                        TO CA-RETURN-CODE
           MOVE 0                        TO CA-C-NOTE-RET-COUNT
           MOVE 'N'                      TO CA-C-NOTE-MORE-FLAG
           MOVE 'N'                      TO SW-END-OF-BROWSE
      *
           EXEC CICS READ
                FILE('CLAIMPOL')
                INTO(CLAIM-MASTER-RECORD)
                RIDFLD(CA-C-NUM)
                RESP(WS-RESP)
           END-EXEC
      *
           IF WS-RESP NOT = DFHRESP(NORMAL)
              MOVE 10                    TO CA-RETURN-CODE
              GO TO 4500-BROWSE-NOTES-EXIT
           END-IF
      *
           MOVE CA-C-NUM                  TO CLN-CLAIM-NUM
           MOVE CA-C-NOTE-START-SEQ       TO CLN-NOTE-SEQ
      *
           EXEC CICS STARTBR
                FILE('CLAIMNOT')
                RIDFLD(CLN-KEY)
                GTEQ
                RESP(WS-NOTE-RESP)
           END-EXEC
      *
           IF WS-NOTE-RESP NOT = DFHRESP(NORMAL)
              GO TO 4500-BROWSE-NOTES-EXIT
           END-IF
      *
           PERFORM 4550-BROWSE-NEXT-NOTE
              THRU 4550-BROWSE-NEXT-NOTE-EXIT
              UNTIL END-OF-BROWSE
                 OR CA-C-NOTE-RET-COUNT = 10
      *
           EXEC CICS ENDBR
                FILE('CLAIMNOT')
           END-EXEC
      *
           IF CA-C-NOTE-RET-COUNT = 10 AND NOT END-OF-BROWSE
              MOVE 'Y'                   TO CA-C-NOTE-MORE-FLAG
           END-IF
      *
       4500-BROWSE-NOTES-EXIT.
           EXIT.
      *
       4550-BROWSE-NEXT-NOTE.
      *
           EXEC CICS READNEXT
                FILE('CLAIMNOT')
                INTO(CLAIM-NOTE-DETAIL-RECORD)
                RIDFLD(CLN-KEY)
                RESP(WS-NOTE-RESP)
           END-EXEC
      *
           IF WS-NOTE-RESP NOT = DFHRESP(NORMAL)
              OR CLN-CLAIM-NUM NOT = CA-C-NUM
              SET END-OF-BROWSE          TO TRUE
              GO TO 4550-BROWSE-NEXT-NOTE-EXIT
           END-IF
      *
           ADD 1                         TO CA-C-NOTE-RET-COUNT
           MOVE CLN-NOTE-SEQ
             TO CA-C-NOTE-D-SEQ(CA-C-NOTE-RET-COUNT)
           MOVE CLN-NOTE-DATE
             TO CA-C-NOTE-D-DATE(CA-C-NOTE-RET-COUNT)
           MOVE CLN-NOTE-TIME
             TO CA-C-NOTE-D-TIME(CA-C-NOTE-RET-COUNT)
           MOVE CLN-USER
             TO CA-C-NOTE-D-USER(CA-C-NOTE-RET-COUNT)
           MOVE CLN-NOTE-TYPE
             TO CA-C-NOTE-D-TYPE(CA-C-NOTE-RET-COUNT)
           MOVE CLN-TEXT
             TO CA-C-NOTE-D-TEXT(CA-C-NOTE-RET-COUNT)
           MOVE CLN-FOLLOW-UP-DATE
             TO CA-C-NOTE-D-FOLLOW(CA-C-NOTE-RET-COUNT)
           MOVE CLN-ASSIGNED-USER
             TO CA-C-NOTE-D-ASSIGNED(CA-C-NOTE-RET-COUNT)
           MOVE CLN-DIARY-STATUS
             TO CA-C-NOTE-D-DIARY(CA-C-NOTE-RET-COUNT)
           COMPUTE CA-C-NOTE-START-SEQ = CLN-NOTE-SEQ + 1
      *
       4550-BROWSE-NEXT-NOTE-EXIT.
           EXIT.
      *
      *================================================================
      * 4700-CLEAR-NOTE - CLEARS THE OPEN DIARY ITEM ON ONE NOTE.  THE
      *     NOTE ITSELF IS KEPT AS WRITTEN.
      *================================================================
       4700-CLEAR-NOTE.
      *
           MOVE 0                        TO CA-RETURN-CODE
           MOVE CA-C-NUM                  TO CLN-CLAIM-NUM
           MOVE CA-C-NOTE-SEQ             TO CLN-NOTE-SEQ
      *
           EXEC CICS READ
                FILE('CLAIMNOT')
                INTO(CLAIM-NOTE-DETAIL-RECORD)
                RIDFLD(CLN-KEY)
                UPDATE
                RESP(WS-NOTE-RESP)
           END-EXEC
      *
           IF WS-NOTE-RESP NOT = DFHRESP(NORMAL)
              MOVE 11                    TO CA-RETURN-CODE
              GO TO 4700-CLEAR-NOTE-EXIT
           END-IF
      *
           IF NOT CLN-DIARY-OPEN
              EXEC CICS UNLOCK
                   FILE('CLAIMNOT')
              END-EXEC
              MOVE 24                    TO CA-RETURN-CODE
              GO TO 4700-CLEAR-NOTE-EXIT
           END-IF
      *
           PERFORM 6000-STAMP-DATE-AND-USER
              THRU 6000-STAMP-DATE-AND-USER-EXIT
           PERFORM 4800-MARK-DIARY-CLEARED
              THRU 4800-MARK-DIARY-CLEARED-EXIT
      *
       4700-CLEAR-NOTE-EXIT.
           EXIT.
      *
      *================================================================
      * 4800-MARK-DIARY-CLEARED - REWRITES THE NOTE HELD FOR UPDATE
      *     WITH ITS DIARY ITEM CLEARED BY THE SIGNED-ON USER TODAY,
      *     AND JOURNALS IT.  SHARED BY CLRNOT AND CLSCLM.
      *================================================================
       4800-MARK-DIARY-CLEARED.
      *
           MOVE CLAIM-NOTE-DETAIL-RECORD  TO WSAJ-BEFORE-IMAGE
      *
           SET CLN-DIARY-CLEARED          TO TRUE
           MOVE WS-TODAY-DATE10           TO CLN-CLEARED-DATE
           MOVE WS-USERID                 TO CLN-CLEARED-USER
      *
           EXEC CICS REWRITE
                FILE('CLAIMNOT')
                FROM(CLAIM-NOTE-DETAIL-RECORD)
                RESP(WS-NOTE-RESP)
           END-EXEC
      *
           IF WS-NOTE-RESP NOT = DFHRESP(NORMAL)
              IF CA-REQUEST-ID = 'CLRNOT'
                 MOVE 90                 TO CA-RETURN-CODE
              END-IF
              GO TO 4800-MARK-DIARY-CLEARED-EXIT
           END-IF
      *
           MOVE CLAIM-NOTE-DETAIL-RECORD
             TO WSAJ-AFTER-IMAGE
           MOVE 'CLAIMNOT'               TO WSAJ-FILE-NAME
           MOVE CLN-KEY                  TO WSAJ-RECORD-KEY
           PERFORM 7000-WRITE-AUDIT-JOURNAL
              THRU 7000-WRITE-AUDIT-JOURNAL-EXIT
      *
       4800-MARK-DIARY-CLEARED-EXIT.
           EXIT.
      *
      *================================================================
      * 5000-MOVE-MASTER-TO-CA - COPIES THE FILE RECORD BACK INTO THE
      *     COMMAREA.
      *================================================================
           MOVE CLM-C-VALUE                TO CA-C-VALUE
           MOVE CLM-C-CAUSE                TO CA-C-CAUSE
           MOVE CLM-C-OBSERVATIONS         TO CA-C-OBSERVATIONS
           MOVE CLM-ADJUSTER-ID            TO CA-C-ADJUSTER-ID
           MOVE CLM-ASSIGNED-DATE          TO CA-C-ASSIGNED-DATE
           MOVE CLM-CAT-EVENT-CODE         TO CA-C-CAT-EVENT-CODE
           MOVE CLM-CAT-ZONE               TO CA-C-CAT-ZONE
           MOVE CLM-CAT-STATUS             TO CA-C-CAT-STATUS
           MOVE SPACES                     TO CA-C-ADJUSTER-NAME
           IF CLM-ADJUSTER-ID NOT = SPACES
              SET ADJ-IDX                 TO 1
              SEARCH ADJ-ENTRY
                 AT END
                    CONTINUE
                 WHEN ADJ-ID(ADJ-IDX) = CLM-ADJUSTER-ID
                    MOVE ADJ-NAME(ADJ-IDX) TO CA-C-ADJUSTER-NAME
              END-SEARCH
           END-IF
      *
       5000-MOVE-MASTER-TO-CA-EXIT.
           EXIT.
      *
      *================================================================
      * 6000-STAMP-DATE-AND-USER - TODAY'S DATE, THE TIME AND THE
      *     SIGNED-ON USER FOR THE NOTE PATHS.
      *================================================================
       6000-STAMP-DATE-AND-USER.
      *
           EXEC CICS ASKTIME
                ABSTIME(WS-ABSTIME)
           END-EXEC
      *
           EXEC CICS FORMATTIME
                ABSTIME(WS-ABSTIME)
                YYYYMMDD(WS-TODAY-DATE10)
                TIME(WS-NOW-TIME8)
                DATESEP('-')
                TIMESEP(':')
           END-EXEC
      *
           EXEC CICS ASSIGN
                USERID(WS-USERID)
                RESP(WS-NOTE-RESP)
           END-EXEC
      *
       6000-STAMP-DATE-AND-USER-EXIT.
           EXIT.
      *================================================================
      * 7000-WRITE-AUDIT-JOURNAL - HANDS THE BEFORE/AFTER IMAGES TO
      *     THE COMMON AUDIT-JOURNAL WRITER.  JOURNALING NEVER FAILS
