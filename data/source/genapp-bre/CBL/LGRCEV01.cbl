       IDENTIFICATION DIVISION.
       PROGRAM-ID. LGRCEV01.
       AUTHOR. INSURANCE-APPLICATIONS-TEAM.
       INSTALLATION. POLICY-ADMINISTRATION.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.
      *================================================================
      * MODIFICATION HISTORY
      *   2026-10-15  PA  THE TREATY PERILS AND PERIL ZONES THE CARDS
      *                   ARE EDITED AGAINST ARE LOADED AS IN FORCE
      *                   TODAY FROM THE REFTAB REFERENCE FILE
      *                   (LGARTB01) INSTEAD OF COMPILED VALUES.
      *   2026-10-15  PA  ORIGINAL -- CATASTROPHE EVENT TABLE
      *                   MAINTENANCE.  STORM AND FLOOD CLAIMS WERE
      *                   TAGGED BY HAND ON A SPREADSHEET AFTER THE
      *                   EVENT; NOTHING ON THE SYSTEM KNEW WHICH
      *                   CLAIMS BELONGED TO WHICH EVENT.
      *================================================================
      *================================================================
      *    FUNCTION:
      *      APPLIES THE CLAIMS MANAGER'S EVENT CARDS (LGCCEVC) TO THE
      *      CATEVENT FILE (LGCCATE) THAT ADDCLM (LGACLM01) SUGGESTS
      *      EVENT CODES FROM:
      *        - 'A' ADDS AN OPEN EVENT - CODE, PERIL, START AND
      *          OPTIONAL END DATE, AND UP TO FOUR PERIL ZONES.
      *        - 'U' REPLACES AN EVENT'S PERIL, DATES AND ZONES.
      *        - 'C' CLOSES AN EVENT, ENDING IT ON THE CARD'S END
      *          DATE, OR ON THE RUN DATE WHEN IT HAS NONE.
      *      EVERY CARD IS EDITED BEFORE ANYTHING IS CHANGED - THE
      *      PERIL AGAINST THE LGCTRTY PERIL NAMES, THE ZONES AGAINST
      *      THE LGCPERZ ZONE NAMES, THE DATES AS CCYY-MM-DD WITH THE
      *      END NOT BEFORE THE START.  A CARD IN ERROR IS LISTED AND
      *      SKIPPED; THE REST OF THE DECK IS STILL APPLIED.  EACH
      *      CHANGE IS JOURNALLED TO AUDITJNL WITH ITS BEFORE AND
      *      AFTER IMAGES, AND THE RUN ENDS BY LISTING EVERY EVENT ON
      *      FILE.
      *
      *    INPUT FILES:  CEVCARDS - EVENT MAINTENANCE CARDS (LGCCEVC).
      *                  REFTAB   - REFERENCE TABLES (VIA LGARTB01).
      *    I-O FILES:    CATEVENT - CATASTROPHE EVENT KSDS (CREATED
      *                             ON FIRST USE).
      *                  AUDITJNL - COMMON AUDIT JOURNAL.
      *    OUTPUT FILES: CEVRPT   - MAINTENANCE REPORT.
      *
      *    RETURN CODE:  00 - ALL CARDS APPLIED
      *                  04 - A CARD WAS IN ERROR (LISTED, SKIPPED)
      *                  08 - FILE ERROR
      *================================================================
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *
           SELECT CEVCARDS ASSIGN TO CEVCARDS
              FILE STATUS IS CEVCARDS-STATUS.
      *
           SELECT CATEVENT ASSIGN TO CATEVENT
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS CEV-EVENT-CODE
              FILE STATUS IS CATEVENT-STATUS.
      *
           SELECT AUDITJNL ASSIGN TO AUDITJNL
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS AJR-KEY
              FILE STATUS IS AUDITJNL-STATUS.
      *
           SELECT CEVRPT ASSIGN TO CEVRPT
              FILE STATUS IS CEVRPT-STATUS.
      *
       DATA DIVISION.
       FILE SECTION.
      *
       FD  CEVCARDS
           BLOCK CONTAINS 0 RECORDS.
       01  CEVCARDS-RECORD                PIC X(80).
      *
       FD  CATEVENT
           BLOCK CONTAINS 0 RECORDS.
       COPY LGCCATE.
      *
       FD  AUDITJNL
           BLOCK CONTAINS 0 RECORDS.
       COPY LGCAJRF.
      *
       FD  CEVRPT
           BLOCK CONTAINS 0 RECORDS.
       01  CEVRPT-RECORD                  PIC X(132).
      *
       WORKING-STORAGE SECTION.
      *
       77  FILLER                         PIC X(36) VALUE
                   'LGRCEV01 WORKING STORAGE BEGINS HR'.
      *
       01  WS-AREA.
           05  CEVCARDS-STATUS            PIC XX VALUE '00'.
               88  CEVCARDS-OPEN-OK               VALUE '00'.
           05  CATEVENT-STATUS            PIC XX VALUE '00'.
               88  CATEVENT-OPEN-OK               VALUE '00'.
               88  CATEVENT-NOT-FOUND             VALUE '35'.
               88  CATEVENT-NO-RECORD             VALUE '23'.
           05  AUDITJNL-STATUS            PIC XX VALUE '00'.
               88  AUDITJNL-OPEN-OK               VALUE '00'.
               88  AUDITJNL-NOT-FOUND             VALUE '35'.
               88  AUDITJNL-DUPLICATE             VALUE '22'.
           05  CEVRPT-STATUS              PIC XX VALUE '00'.
           05  SW-EOF                     PIC X(01) VALUE 'N'.
               88  END-OF-FILE                    VALUE 'Y'.
           05  SW-CEVCARDS                PIC X(01) VALUE 'N'.
               88  CEVCARDS-USABLE                VALUE 'Y'.
           05  SW-CATEVENT                PIC X(01) VALUE 'N'.
               88  CATEVENT-USABLE                VALUE 'Y'.
           05  SW-EVENT-ON-FILE           PIC X(01) VALUE 'N'.
               88  EVENT-ON-FILE                  VALUE 'Y'.
      *
       COPY LGCCEVC.
      *
      *    THE PERIL AND ZONE NAMES A CARD MAY USE.
       COPY LGCTRTY.
      *
       COPY LGCPERZ.
      *
      *    REFERENCE TABLE LOADER (LGARTB01) PARAMETER AREA.
       01  WS-REF-LOAD-AREA.
           COPY LGCREFL REPLACING LEADING ==RL== BY ==WSRL==.
       01  SW-REFTAB-LOAD                 PIC X(01) VALUE 'Y'.
           88  REFTAB-LOADED                      VALUE 'Y'.
      *
       01  WS-CARD-COUNT                  PIC 9(05) COMP VALUE ZERO.
       01  WS-BAD-CARD-COUNT              PIC 9(05) COMP VALUE ZERO.
       01  WS-ADDED-COUNT                 PIC 9(05) COMP VALUE ZERO.
       01  WS-UPDATED-COUNT               PIC 9(05) COMP VALUE ZERO.
       01  WS-CLOSED-COUNT                PIC 9(05) COMP VALUE ZERO.
       01  WS-EVENT-COUNT                 PIC 9(05) COMP VALUE ZERO.
       01  WS-CARD-ERROR                  PIC X(30).
       01  WS-ZONE-SUB                    PIC 9(02) COMP VALUE ZERO.
       01  WS-ZONE-GIVEN                  PIC 9(02) COMP VALUE ZERO.
       01  WS-REQUEST-ID                  PIC X(06).
      *
       01  WS-TODAY-DATE                  PIC 9(08).
       01  WS-TODAY-TIME                  PIC 9(08) VALUE ZERO.
       01  WS-TODAY-DATE10                PIC X(10).
      *
      *    DATE SHAPE CHECK: WS-DATE-HOLD (CCYY-MM-DD) IN.
       01  WS-DATE-HOLD                   PIC X(10).
       01  WS-WORK-NUMDATE                PIC 9(08) VALUE ZERO.
       01  WS-WORK-INTDATE                PIC 9(07) VALUE ZERO.
       01  SW-DATE-OK                     PIC X(01) VALUE 'N'.
           88  DATE-IS-VALID                      VALUE 'Y'.
      *
       01  WS-REPORT-LINE                 PIC X(132).
       01  WS-RPT-CNT                     PIC Z(4)9.
       01  WS-RPT-STATUS                  PIC X(06).
      *
       PROCEDURE DIVISION.
      *
       0000-MAINLINE.
      *
           PERFORM 0100-INITIALIZATION
              THRU 0100-INITIALIZATION-EXIT
           IF RETURN-CODE NOT = 8
              PERFORM 0200-APPLY-CARDS
                 THRU 0200-APPLY-CARDS-EXIT
           END-IF
           IF RETURN-CODE NOT = 8
              PERFORM 0800-LIST-EVENTS
                 THRU 0800-LIST-EVENTS-EXIT
           END-IF
      *
           PERFORM 0850-WRITE-TOTALS
              THRU 0850-WRITE-TOTALS-EXIT
           PERFORM 0900-CLOSE-FILES
              THRU 0900-CLOSE-FILES-EXIT
      *
           IF WS-BAD-CARD-COUNT > ZERO
              AND RETURN-CODE < 4
              MOVE 4                     TO RETURN-CODE
           END-IF
      *
           GOBACK.
      *
      *================================================================
      * 0100-INITIALIZATION - OPENS THE REPORT, THE CARDS AND THE
      *     FILES.  THE FIRST RUN FINDS NO EVENT FILE OR JOURNAL AND
      *     STARTS THEM.
      *================================================================
       0100-INITIALIZATION.
      *
           PERFORM 0180-LOAD-REFERENCE-TABLES
              THRU 0180-LOAD-REFERENCE-TABLES-EXIT
      *
           OPEN OUTPUT CEVRPT
           MOVE '-------- LGRCEV01 CATASTROPHE EVENT MAINTENANCE -----'
                TO CEVRPT-RECORD
           WRITE CEVRPT-RECORD
      *
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           ACCEPT WS-TODAY-TIME FROM TIME
           MOVE SPACES                   TO WS-TODAY-DATE10
           STRING WS-TODAY-DATE(1:4) '-' WS-TODAY-DATE(5:2) '-'
                  WS-TODAY-DATE(7:2)
                  DELIMITED BY SIZE INTO WS-TODAY-DATE10
      *
           OPEN INPUT CEVCARDS
           IF CEVCARDS-OPEN-OK
              SET CEVCARDS-USABLE        TO TRUE
           ELSE
              DISPLAY '**LGRCEV01 - CEVCARDS OPEN ERROR - STATUS '
                      CEVCARDS-STATUS
              MOVE 8                     TO RETURN-CODE
           END-IF
      *
           OPEN I-O CATEVENT
           IF CATEVENT-NOT-FOUND
              OPEN OUTPUT CATEVENT
              CLOSE CATEVENT
              OPEN I-O CATEVENT
           END-IF
           IF CATEVENT-OPEN-OK
              SET CATEVENT-USABLE        TO TRUE
           ELSE
              DISPLAY '**LGRCEV01 - CATEVENT OPEN ERROR - STATUS '
                      CATEVENT-STATUS
              MOVE 8                     TO RETURN-CODE
           END-IF
      *
           OPEN I-O AUDITJNL
           IF AUDITJNL-NOT-FOUND
              OPEN OUTPUT AUDITJNL
              CLOSE AUDITJNL
              OPEN I-O AUDITJNL
           END-IF
           IF NOT AUDITJNL-OPEN-OK
              DISPLAY '**LGRCEV01 - AUDITJNL OPEN ERROR - STATUS '
                      AUDITJNL-STATUS
              MOVE 8                     TO RETURN-CODE
           END-IF
      *
       0100-INITIALIZATION-EXIT.
           EXIT.
      *
      *================================================================
      * 0180-LOAD-REFERENCE-TABLES - THE TREATY PERIL NAMES AND
      *     THE PERIL-ZONE NAMES THE CARDS ARE EDITED AGAINST, AS
      *     IN FORCE TODAY, FROM REFTAB THROUGH LGARTB01.  LOADED
      *     BEFORE ANYTHING ELSE SETS THE RETURN CODE, WHICH EACH
      *     CALL RESETS; A TABLE THAT CANNOT BE LOADED FAILS THE RUN.
      *================================================================
       0180-LOAD-REFERENCE-TABLES.
      *
           MOVE 'TRTY'                   TO WSRL-TABLE-ID
           PERFORM 0190-LOAD-ONE-TABLE
              THRU 0190-LOAD-ONE-TABLE-EXIT
           MOVE WSRL-TABLE-AREA          TO TRT-TREATY-AREA
           MOVE 'PERZ'                   TO WSRL-TABLE-ID
           PERFORM 0190-LOAD-ONE-TABLE
              THRU 0190-LOAD-ONE-TABLE-EXIT
           MOVE WSRL-TABLE-AREA          TO PRZ-ZONE-AREA
      *
           IF NOT REFTAB-LOADED
              MOVE 8                     TO RETURN-CODE
           END-IF
      *
       0180-LOAD-REFERENCE-TABLES-EXIT.
           EXIT.
      *
       0190-LOAD-ONE-TABLE.
      *
           MOVE SPACES                   TO WSRL-AS-OF-DATE
           CALL 'LGARTB01' USING WS-REF-LOAD-AREA
      *
           EVALUATE WSRL-RETURN-CODE
              WHEN 00
                 CONTINUE
              WHEN 10
                 DISPLAY 'LGRCEV01 - NO ' WSRL-TABLE-ID
                         ' ENTRY IN FORCE ON REFTAB'
              WHEN 12
                 DISPLAY 'LGRCEV01 - ' WSRL-TABLE-ID
                         ' TABLE FULL - LATER ENTRIES NOT LOADED'
              WHEN OTHER
                 DISPLAY '**LGRCEV01 - ' WSRL-TABLE-ID
                         ' NOT LOADED FROM REFTAB - RC '
                         WSRL-RETURN-CODE
                 MOVE 'N'                TO SW-REFTAB-LOAD
           END-EVALUATE
      *
       0190-LOAD-ONE-TABLE-EXIT.
           EXIT.
      *
      *================================================================
      * 0200-APPLY-CARDS - EDITS AND APPLIES EACH CARD IN TURN.
      *================================================================
       0200-APPLY-CARDS.
      *
           MOVE 'N'                      TO SW-EOF
           PERFORM UNTIL END-OF-FILE
                      OR RETURN-CODE = 8
              READ CEVCARDS INTO CAT-EVENT-CARD
                 AT END SET END-OF-FILE  TO TRUE
              END-READ
              IF NOT END-OF-FILE
                 AND NOT CEC-COMMENT
                 ADD 1                   TO WS-CARD-COUNT
                 MOVE SPACES             TO WS-CARD-ERROR
                 PERFORM 0300-APPLY-ONE-CARD
                    THRU 0300-APPLY-ONE-CARD-EXIT
                 IF WS-CARD-ERROR NOT = SPACES
                    ADD 1                TO WS-BAD-CARD-COUNT
                    MOVE SPACES          TO WS-REPORT-LINE
                    STRING 'CARD SKIPPED - ' WS-CARD-ERROR
                           ': ' CEVCARDS-RECORD(1:69)
                           DELIMITED BY SIZE INTO WS-REPORT-LINE
                    WRITE CEVRPT-RECORD FROM WS-REPORT-LINE
                 END-IF
              END-IF
           END-PERFORM
      *
       0200-APPLY-CARDS-EXIT.
           EXIT.
      *
      *================================================================
      * 0300-APPLY-ONE-CARD - THE EVENT ON FILE, THE CARD'S EDITS,
      *     THEN THE ADD, UPDATE OR CLOSE.
      *================================================================
       0300-APPLY-ONE-CARD.
      *
           IF NOT CEC-ADD AND NOT CEC-UPDATE AND NOT CEC-CLOSE
              MOVE 'UNKNOWN ACTION'      TO WS-CARD-ERROR
              GO TO 0300-APPLY-ONE-CARD-EXIT
           END-IF
           IF CEC-EVENT-CODE = SPACES
              MOVE 'NO EVENT CODE'       TO WS-CARD-ERROR
              GO TO 0300-APPLY-ONE-CARD-EXIT
           END-IF
      *
           MOVE 'N'                      TO SW-EVENT-ON-FILE
           MOVE CEC-EVENT-CODE           TO CEV-EVENT-CODE
           READ CATEVENT
           EVALUATE TRUE
              WHEN CATEVENT-OPEN-OK
                 SET EVENT-ON-FILE       TO TRUE
              WHEN CATEVENT-NO-RECORD
                 CONTINUE
              WHEN OTHER
                 DISPLAY '**LGRCEV01 - CATEVENT READ ERROR - STATUS '
                         CATEVENT-STATUS ' EVENT ' CEC-EVENT-CODE
                 MOVE 8                  TO RETURN-CODE
                 GO TO 0300-APPLY-ONE-CARD-EXIT
           END-EVALUATE
      *
           IF CEC-ADD AND EVENT-ON-FILE
              MOVE 'EVENT ALREADY ON FILE' TO WS-CARD-ERROR
              GO TO 0300-APPLY-ONE-CARD-EXIT
           END-IF
           IF NOT CEC-ADD AND NOT EVENT-ON-FILE
              MOVE 'EVENT NOT ON FILE'   TO WS-CARD-ERROR
              GO TO 0300-APPLY-ONE-CARD-EXIT
           END-IF
      *
           IF CEC-CLOSE
              PERFORM 0450-EDIT-CLOSE-CARD
                 THRU 0450-EDIT-CLOSE-CARD-EXIT
           ELSE
              PERFORM 0400-EDIT-EVENT-CARD
                 THRU 0400-EDIT-EVENT-CARD-EXIT
           END-IF
           IF WS-CARD-ERROR NOT = SPACES
              GO TO 0300-APPLY-ONE-CARD-EXIT
           END-IF
      *
           EVALUATE TRUE
              WHEN CEC-ADD
                 PERFORM 0500-ADD-EVENT
                    THRU 0500-ADD-EVENT-EXIT
              WHEN CEC-UPDATE
                 PERFORM 0550-UPDATE-EVENT
                    THRU 0550-UPDATE-EVENT-EXIT
              WHEN CEC-CLOSE
                 PERFORM 0600-CLOSE-EVENT
                    THRU 0600-CLOSE-EVENT-EXIT
           END-EVALUATE
      *
       0300-APPLY-ONE-CARD-EXIT.
           EXIT.
      *
      *================================================================
      * 0400-EDIT-EVENT-CARD - AN 'A' OR 'U' CARD CARRIES THE WHOLE
      *     EVENT: A KNOWN PERIL, A START DATE, AN END DATE NOT BEFORE
      *     IT IF ONE IS GIVEN, AND AT LEAST ONE KNOWN ZONE.
      *================================================================
       0400-EDIT-EVENT-CARD.
      *
           SET TRT-IDX                   TO 1
           SEARCH TRT-ENTRY
              AT END
                 MOVE 'PERIL NOT IN TREATY TABLE' TO WS-CARD-ERROR
              WHEN TRT-PERIL-NAME(TRT-IDX) = CEC-PERIL
                 CONTINUE
           END-SEARCH
           IF WS-CARD-ERROR NOT = SPACES
              GO TO 0400-EDIT-EVENT-CARD-EXIT
           END-IF
      *
           MOVE CEC-START-DATE           TO WS-DATE-HOLD
           PERFORM 0560-CHECK-DATE
              THRU 0560-CHECK-DATE-EXIT
           IF NOT DATE-IS-VALID
              MOVE 'START DATE NOT CCYY-MM-DD' TO WS-CARD-ERROR
              GO TO 0400-EDIT-EVENT-CARD-EXIT
           END-IF
      *
           IF CEC-END-DATE NOT = SPACES
              MOVE CEC-END-DATE          TO WS-DATE-HOLD
              PERFORM 0560-CHECK-DATE
                 THRU 0560-CHECK-DATE-EXIT
              IF NOT DATE-IS-VALID
                 MOVE 'END DATE NOT CCYY-MM-DD' TO WS-CARD-ERROR
                 GO TO 0400-EDIT-EVENT-CARD-EXIT
              END-IF
              IF CEC-END-DATE < CEC-START-DATE
                 MOVE 'END DATE BEFORE START' TO WS-CARD-ERROR
                 GO TO 0400-EDIT-EVENT-CARD-EXIT
              END-IF
           END-IF
      *
           MOVE ZERO                     TO WS-ZONE-GIVEN
           PERFORM VARYING WS-ZONE-SUB FROM 1 BY 1
                   UNTIL WS-ZONE-SUB > 4
                      OR WS-CARD-ERROR NOT = SPACES
              IF CEC-ZONE(WS-ZONE-SUB) NOT = SPACES
                 ADD 1                   TO WS-ZONE-GIVEN
                 SET PRZ-IDX             TO 1
                 SEARCH PRZ-ZONE
                    AT END
                       MOVE 'ZONE NOT IN PERIL-ZONE TABLE'
                         TO WS-CARD-ERROR
                    WHEN PRZ-NAME(PRZ-IDX) = CEC-ZONE(WS-ZONE-SUB)
                       CONTINUE
                 END-SEARCH
              END-IF
           END-PERFORM
           IF WS-CARD-ERROR = SPACES
              AND WS-ZONE-GIVEN = ZERO
              MOVE 'NO ZONE GIVEN'       TO WS-CARD-ERROR
           END-IF
      *
       0400-EDIT-EVENT-CARD-EXIT.
           EXIT.
      *
      *================================================================
      * 0450-EDIT-CLOSE-CARD - A 'C' CARD NEEDS ONLY THE CODE.  AN END
      *     DATE ON IT MUST BE A DATE NOT BEFORE THE EVENT'S START.
      *================================================================
       0450-EDIT-CLOSE-CARD.
      *
           IF CEV-EVENT-CLOSED
              MOVE 'EVENT ALREADY CLOSED' TO WS-CARD-ERROR
              GO TO 0450-EDIT-CLOSE-CARD-EXIT
           END-IF
           IF CEC-END-DATE = SPACES
              GO TO 0450-EDIT-CLOSE-CARD-EXIT
           END-IF
      *
           MOVE CEC-END-DATE             TO WS-DATE-HOLD
           PERFORM 0560-CHECK-DATE
              THRU 0560-CHECK-DATE-EXIT
           IF NOT DATE-IS-VALID
              MOVE 'END DATE NOT CCYY-MM-DD' TO WS-CARD-ERROR
              GO TO 0450-EDIT-CLOSE-CARD-EXIT
           END-IF
           IF CEC-END-DATE < CEV-START-DATE
              MOVE 'END DATE BEFORE START' TO WS-CARD-ERROR
           END-IF
      *
       0450-EDIT-CLOSE-CARD-EXIT.
           EXIT.
      *
      *================================================================
      * 0500-ADD-EVENT - WRITES THE NEW EVENT, OPEN FROM TODAY.
      *================================================================
       0500-ADD-EVENT.
      *
           MOVE SPACES                   TO CATASTROPHE-EVENT-RECORD
           MOVE CEC-EVENT-CODE           TO CEV-EVENT-CODE
           MOVE CEC-PERIL                TO CEV-PERIL
           MOVE CEC-START-DATE           TO CEV-START-DATE
           MOVE CEC-END-DATE             TO CEV-END-DATE
           MOVE CEC-ZONE-TABLE           TO CEV-ZONE-TABLE
           SET CEV-EVENT-OPEN            TO TRUE
           MOVE WS-TODAY-DATE10          TO CEV-OPENED-DATE
      *
           WRITE CATASTROPHE-EVENT-RECORD
           IF NOT CATEVENT-OPEN-OK
              DISPLAY '**LGRCEV01 - CATEVENT WRITE ERROR - STATUS '
                      CATEVENT-STATUS ' EVENT ' CEV-EVENT-CODE
              MOVE 8                     TO RETURN-CODE
              GO TO 0500-ADD-EVENT-EXIT
           END-IF
      *
           ADD 1                         TO WS-ADDED-COUNT
           MOVE SPACES                   TO AJR-BEFORE-IMAGE
           MOVE CATASTROPHE-EVENT-RECORD TO AJR-AFTER-IMAGE
           MOVE 'CEVADD'                 TO WS-REQUEST-ID
           PERFORM 0700-WRITE-JOURNAL
              THRU 0700-WRITE-JOURNAL-EXIT
      *
           MOVE SPACES                   TO WS-REPORT-LINE
           STRING 'ADDED   ' CEV-EVENT-CODE
                  ' ' CEV-PERIL
                  ' FROM ' CEV-START-DATE
                  ' TO ' CEV-END-DATE
                  ' ZONES ' CEV-ZONE-TABLE
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE CEVRPT-RECORD FROM WS-REPORT-LINE
      *
       0500-ADD-EVENT-EXIT.
           EXIT.
      *
      *================================================================
      * 0550-UPDATE-EVENT - REPLACES THE EVENT'S DEFINITION.  ITS
      *     STATUS AND OPENED/CLOSED DATES ARE KEPT.
      *================================================================
       0550-UPDATE-EVENT.
      *
           MOVE CATASTROPHE-EVENT-RECORD TO AJR-BEFORE-IMAGE
           MOVE CEC-PERIL                TO CEV-PERIL
           MOVE CEC-START-DATE           TO CEV-START-DATE
           MOVE CEC-END-DATE             TO CEV-END-DATE
           MOVE CEC-ZONE-TABLE           TO CEV-ZONE-TABLE
      *
           REWRITE CATASTROPHE-EVENT-RECORD
           IF NOT CATEVENT-OPEN-OK
              DISPLAY '**LGRCEV01 - CATEVENT REWRITE ERROR - STATUS '
                      CATEVENT-STATUS ' EVENT ' CEV-EVENT-CODE
              MOVE 8                     TO RETURN-CODE
              GO TO 0550-UPDATE-EVENT-EXIT
           END-IF
      *
           ADD 1                         TO WS-UPDATED-COUNT
           MOVE CATASTROPHE-EVENT-RECORD TO AJR-AFTER-IMAGE
           MOVE 'CEVUPD'                 TO WS-REQUEST-ID
           PERFORM 0700-WRITE-JOURNAL
              THRU 0700-WRITE-JOURNAL-EXIT
      *
           MOVE SPACES                   TO WS-REPORT-LINE
           STRING 'UPDATED ' CEV-EVENT-CODE
                  ' ' CEV-PERIL
                  ' FROM ' CEV-START-DATE
                  ' TO ' CEV-END-DATE
                  ' ZONES ' CEV-ZONE-TABLE
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE CEVRPT-RECORD FROM WS-REPORT-LINE
      *
       0550-UPDATE-EVENT-EXIT.
           EXIT.
      *
       0560-CHECK-DATE.
      *
           MOVE 'N'                      TO SW-DATE-OK
           IF WS-DATE-HOLD(1:4) NOT NUMERIC
              OR WS-DATE-HOLD(5:1) NOT = '-'
              OR WS-DATE-HOLD(6:2) NOT NUMERIC
              OR WS-DATE-HOLD(8:1) NOT = '-'
              OR WS-DATE-HOLD(9:2) NOT NUMERIC
              OR WS-DATE-HOLD(6:2) < '01'
              OR WS-DATE-HOLD(6:2) > '12'
              OR WS-DATE-HOLD(9:2) < '01'
              OR WS-DATE-HOLD(9:2) > '31'
              GO TO 0560-CHECK-DATE-EXIT
           END-IF
           MOVE WS-DATE-HOLD(1:4)        TO WS-WORK-NUMDATE(1:4)
           MOVE WS-DATE-HOLD(6:2)        TO WS-WORK-NUMDATE(5:2)
           MOVE WS-DATE-HOLD(9:2)        TO WS-WORK-NUMDATE(7:2)
           COMPUTE WS-WORK-INTDATE =
                   FUNCTION INTEGER-OF-DATE(WS-WORK-NUMDATE)
           IF WS-WORK-INTDATE > ZERO
              SET DATE-IS-VALID          TO TRUE
           END-IF
      *
       0560-CHECK-DATE-EXIT.
           EXIT.
      *
      *================================================================
      * 0600-CLOSE-EVENT - CLOSES THE EVENT SO NO NEW CLAIM IS
      *     SUGGESTED IT.  CLAIMS ALREADY CODED KEEP THEIR CODE.
      *================================================================
       0600-CLOSE-EVENT.
      *
           MOVE CATASTROPHE-EVENT-RECORD TO AJR-BEFORE-IMAGE
           IF CEC-END-DATE NOT = SPACES
              MOVE CEC-END-DATE          TO CEV-END-DATE
           END-IF
           IF CEV-END-DATE = SPACES
              MOVE WS-TODAY-DATE10       TO CEV-END-DATE
           END-IF
           SET CEV-EVENT-CLOSED          TO TRUE
           MOVE WS-TODAY-DATE10          TO CEV-CLOSED-DATE
      *
           REWRITE CATASTROPHE-EVENT-RECORD
           IF NOT CATEVENT-OPEN-OK
              DISPLAY '**LGRCEV01 - CATEVENT REWRITE ERROR - STATUS '
                      CATEVENT-STATUS ' EVENT ' CEV-EVENT-CODE
              MOVE 8                     TO RETURN-CODE
              GO TO 0600-CLOSE-EVENT-EXIT
           END-IF
      *
           ADD 1                         TO WS-CLOSED-COUNT
           MOVE CATASTROPHE-EVENT-RECORD TO AJR-AFTER-IMAGE
           MOVE 'CEVCLS'                 TO WS-REQUEST-ID
           PERFORM 0700-WRITE-JOURNAL
              THRU 0700-WRITE-JOURNAL-EXIT
      *
           MOVE SPACES                   TO WS-REPORT-LINE
           STRING 'CLOSED  ' CEV-EVENT-CODE
                  ' ' CEV-PERIL
                  ' FROM ' CEV-START-DATE
                  ' TO ' CEV-END-DATE
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE CEVRPT-RECORD FROM WS-REPORT-LINE
      *
       0600-CLOSE-EVENT-EXIT.
           EXIT.
      *
      *================================================================
      * 0700-WRITE-JOURNAL - WRITES THE EVENT CHANGE TO AUDITJNL IN
      *     THE LGCAJRF SHAPE, AS LGRMAT01 DOES FOR SETTLEMENTS.  THE
      *     KEY IS DATE+TIME WITH A SEQUENCE BUMPED ON DUPLICATES;
      *     JOURNALING NEVER FAILS THE CHANGE ITSELF.
      *================================================================
       0700-WRITE-JOURNAL.
      *
           IF NOT AUDITJNL-OPEN-OK
              GO TO 0700-WRITE-JOURNAL-EXIT
           END-IF
      *
           MOVE WS-TODAY-DATE            TO AJR-TIMESTAMP(1:8)
           MOVE WS-TODAY-TIME            TO AJR-TIMESTAMP(9:6)
           MOVE ZERO                     TO AJR-SEQ
           MOVE 'BTCH'                   TO AJR-TRANSACTION
           MOVE WS-REQUEST-ID            TO AJR-REQUEST-ID
           MOVE 'CATEVENT'               TO AJR-FILE-NAME
           MOVE CEV-EVENT-CODE           TO AJR-RECORD-KEY
      *
           MOVE '99'                     TO AUDITJNL-STATUS
           PERFORM 0750-WRITE-JOURNAL-ONCE
              THRU 0750-WRITE-JOURNAL-ONCE-EXIT
              UNTIL AUDITJNL-OPEN-OK
                 OR AJR-SEQ > 99
      *
           MOVE '00'                     TO AUDITJNL-STATUS
      *
       0700-WRITE-JOURNAL-EXIT.
           EXIT.
      *
       0750-WRITE-JOURNAL-ONCE.
      *
           WRITE AUDIT-JOURNAL-RECORD
           IF AUDITJNL-DUPLICATE
              ADD 1                      TO AJR-SEQ
           ELSE
              IF NOT AUDITJNL-OPEN-OK
                 MOVE 100                TO AJR-SEQ
              END-IF
           END-IF
      *
       0750-WRITE-JOURNAL-ONCE-EXIT.
           EXIT.
      *
      *================================================================
      * 0800-LIST-EVENTS - EVERY EVENT NOW ON FILE, IN CODE ORDER.
      *================================================================
       0800-LIST-EVENTS.
      *
           MOVE SPACES                   TO CEVRPT-RECORD
           WRITE CEVRPT-RECORD
           MOVE '-------- EVENTS ON FILE ---------------------------'
                TO CEVRPT-RECORD
           WRITE CEVRPT-RECORD
      *
           MOVE LOW-VALUES               TO CEV-EVENT-CODE
           START CATEVENT KEY NOT < CEV-EVENT-CODE
              INVALID KEY GO TO 0800-LIST-EVENTS-EXIT
           END-START
      *
           MOVE 'N'                      TO SW-EOF
           PERFORM UNTIL END-OF-FILE
              READ CATEVENT NEXT RECORD
                 AT END SET END-OF-FILE  TO TRUE
              END-READ
              IF NOT END-OF-FILE
                 ADD 1                   TO WS-EVENT-COUNT
                 IF CEV-EVENT-OPEN
                    MOVE 'OPEN'          TO WS-RPT-STATUS
                 ELSE
                    MOVE 'CLOSED'        TO WS-RPT-STATUS
                 END-IF
                 MOVE SPACES             TO WS-REPORT-LINE
                 STRING CEV-EVENT-CODE
                        ' ' CEV-PERIL
                        ' ' WS-RPT-STATUS
                        ' FROM ' CEV-START-DATE
                        ' TO ' CEV-END-DATE
                        ' ZONES ' CEV-ZONE-TABLE
                        DELIMITED BY SIZE INTO WS-REPORT-LINE
                 WRITE CEVRPT-RECORD FROM WS-REPORT-LINE
              END-IF
           END-PERFORM
           MOVE '00'                     TO CATEVENT-STATUS
      *
       0800-LIST-EVENTS-EXIT.
           EXIT.
      *
       0850-WRITE-TOTALS.
      *
           MOVE SPACES                   TO CEVRPT-RECORD
           WRITE CEVRPT-RECORD
           MOVE WS-CARD-COUNT            TO WS-RPT-CNT
           MOVE SPACES                   TO WS-REPORT-LINE
           STRING 'CARDS READ=' WS-RPT-CNT
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE CEVRPT-RECORD FROM WS-REPORT-LINE
           MOVE WS-ADDED-COUNT           TO WS-RPT-CNT
           MOVE SPACES                   TO WS-REPORT-LINE
           STRING 'EVENTS ADDED=' WS-RPT-CNT
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE CEVRPT-RECORD FROM WS-REPORT-LINE
           MOVE WS-UPDATED-COUNT         TO WS-RPT-CNT
           MOVE SPACES                   TO WS-REPORT-LINE
           STRING 'EVENTS UPDATED=' WS-RPT-CNT
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE CEVRPT-RECORD FROM WS-REPORT-LINE
           MOVE WS-CLOSED-COUNT          TO WS-RPT-CNT
           MOVE SPACES                   TO WS-REPORT-LINE
           STRING 'EVENTS CLOSED=' WS-RPT-CNT
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE CEVRPT-RECORD FROM WS-REPORT-LINE
           MOVE WS-BAD-CARD-COUNT        TO WS-RPT-CNT
           MOVE SPACES                   TO WS-REPORT-LINE
           STRING 'CARDS IN ERROR=' WS-RPT-CNT
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE CEVRPT-RECORD FROM WS-REPORT-LINE
           MOVE WS-EVENT-COUNT           TO WS-RPT-CNT
           MOVE SPACES                   TO WS-REPORT-LINE
           STRING 'EVENTS ON FILE=' WS-RPT-CNT
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE CEVRPT-RECORD FROM WS-REPORT-LINE
      *
           DISPLAY 'LGRCEV01 - CARDS=' WS-CARD-COUNT
                   ' IN ERROR=' WS-BAD-CARD-COUNT
      *
       0850-WRITE-TOTALS-EXIT.
           EXIT.
      *
       0900-CLOSE-FILES.
      *
           IF CEVCARDS-USABLE
              CLOSE CEVCARDS
           END-IF
           IF CATEVENT-USABLE
              CLOSE CATEVENT
           END-IF
           IF AUDITJNL-OPEN-OK
              CLOSE AUDITJNL
           END-IF
           CLOSE CEVRPT
      *
       0900-CLOSE-FILES-EXIT.
           EXIT.
