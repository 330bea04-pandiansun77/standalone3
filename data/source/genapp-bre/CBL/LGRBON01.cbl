       IDENTIFICATION DIVISION.
       PROGRAM-ID. LGRBON01.
       AUTHOR. INSURANCE-APPLICATIONS-TEAM.
       INSTALLATION. POLICY-ADMINISTRATION.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.
      *================================================================
      * MODIFICATION HISTORY
      *   2026-10-15  PA  ORIGINAL -- ANNUAL WITH-PROFITS BONUS
      *                   DECLARATION.  BONUSES WERE KEPT ON A LEDGER
      *                   BY THE PROCEEDS TEAM AND ADDED BY HAND AT
      *                   MATURITY; NOTHING ON THE SYSTEM KNEW WHAT A
      *                   WITH-PROFITS POLICY HAD EARNED.
      *================================================================
      *================================================================
      *    FUNCTION:
      *      ATTACHES THE YEAR'S DECLARED REVERSIONARY BONUS TO EVERY
      *      WITH-PROFITS ENDOWMENT (ENM-E-WITH-PROFITS = 'Y') IN
      *      FORCE ON THE DECLARATION DATE, 31 DECEMBER OF THE BONUS
      *      YEAR:
      *        - THE RATE IS THE BONRATE 'R' CARD FOR THE YEAR AND
      *          THE POLICY'S FUND, OR THE YEAR'S BLANK-FUND CARD.
      *        - THE BONUS IS COMPOUND - THE RATE ON THE SUM ASSURED
      *          PLUS THE BONUSES ALREADY ATTACHED - AND PRO RATA TO
      *          THE DAYS IN FORCE IN THE YEAR FOR A POLICY ISSUED
      *          DURING IT.
      *        - EACH BONUS IS WRITTEN TO BONUSACC (LGCBONS) AS THE
      *          POLICY'S ROW FOR THE YEAR, CARRYING THE NEW TOTAL OF
      *          BONUSES ATTACHED.
      *        - A POLICYHOLDER BONUS STATEMENT RECORD GOES TO THE
      *          BONSTMT EXTRACT WITH THE NAME AND ADDRESS FROM
      *          CUSTOMER (A MERGED CUSTOMER IS FOLLOWED TO THE
      *          SURVIVOR), THE YEAR'S BONUS, THE TOTAL ATTACHED, AND
      *          AN ILLUSTRATION OF THE TERMINAL BONUS AT THE
      *          POLICY'S PRESENT DURATION FROM THE 'T' CARDS.  THE
      *          EXTRACT ENDS WITH A CONTROL TRAILER (RECORD COUNT
      *          AND BONUS TOTAL) AS THE DOCOUT EXTRACT DOES.
      *      A POLICY ALREADY HOLDING A ROW FOR THE YEAR IS A RERUN:
      *      NOTHING NEW IS ATTACHED BUT ITS STATEMENT IS WRITTEN
      *      AGAIN FROM THE ROW, SO A LOST EXTRACT CAN BE REMADE.  A
      *      POLICY HOLDING A ROW FOR A LATER YEAR IS NOT TOUCHED.
      *      CANCELLED, SURRENDERED AND MATURED POLICIES EARN
      *      NOTHING, NOR DOES ONE WHOSE TERM ENDED BY THE
      *      DECLARATION DATE.
      *      THE WHOLE RUN IS REFUSED IF THE RATE CARD HAS AN
      *      UNREADABLE CARD OR NO RATE FOR THE YEAR, SO NO POLICY IS
      *      EVER GIVEN A BONUS FROM A HALF-READ DECK.
      *
      *    INPUT FILES:  BONPARM  - OPTIONAL CARD, COLS 1-4 THE BONUS
      *                             YEAR.  DEFAULT IS THE YEAR BEFORE
      *                             THE RUN DATE.
      *                  BONRATE  - BONUS RATE CARDS (LGCBONR).
      *                  ENDOWPOL - ENDOWMENT POLICY MASTER.
      *                  CUSTOMER - CUSTOMER KSDS (RANDOM READ).
      *    I-O FILES:    BONUSACC - BONUS ACCOUNT KSDS (CREATED ON
      *                             FIRST USE).
      *    OUTPUT FILES: BONSTMT  - BONUS STATEMENT EXTRACT: DETAIL
      *                             RECORDS ('D' IN COL 1) THEN ONE
      *                             TRAILER ('T' IN COL 1).
      *                  BONRPT   - DECLARATION REPORT.
      *
      *    RETURN CODE:  00 - BONUSES DECLARED
      *                  04 - BONUSES DECLARED, BUT A POLICY HAD NO
      *                       RATE, AN UNUSABLE DATE, A LATER YEAR ON
      *                       FILE, OR NO CUSTOMER TO SEND ITS
      *                       STATEMENT TO (LISTED)
      *                  08 - FILE ERROR, BAD RATE CARD, NO RATE FOR
      *                       THE YEAR, OR THE YEAR HAS NOT ENDED
      *================================================================
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *
           SELECT BONPARM ASSIGN TO BONPARM
              FILE STATUS IS BONPARM-STATUS.
      *
           SELECT BONRATE ASSIGN TO BONRATE
              FILE STATUS IS BONRATE-STATUS.
      *
           SELECT ENDOWPOL ASSIGN TO ENDOWPOL
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS ENM-POLICY-NUM
              FILE STATUS IS ENDOWPOL-STATUS.
      *
           SELECT CUSTOMER ASSIGN TO CUSTOMER
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS CUM-CUSTOMER-NUM
              FILE STATUS IS CUSTOMER-STATUS.
      *
           SELECT BONUSACC ASSIGN TO BONUSACC
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS BNA-KEY
              FILE STATUS IS BONUSACC-STATUS.
      *
           SELECT BONSTMT ASSIGN TO BONSTMT
              FILE STATUS IS BONSTMT-STATUS.
      *
           SELECT BONRPT ASSIGN TO BONRPT
              FILE STATUS IS BONRPT-STATUS.
      *
       DATA DIVISION.
       FILE SECTION.
      *
       FD  BONPARM
           BLOCK CONTAINS 0 RECORDS.
       01  BONPARM-RECORD                 PIC X(80).
      *
       FD  BONRATE
           BLOCK CONTAINS 0 RECORDS.
       01  BONRATE-RECORD                 PIC X(80).
      *
       FD  ENDOWPOL
           BLOCK CONTAINS 0 RECORDS.
       COPY LGCENDW.
      *
       FD  CUSTOMER
           BLOCK CONTAINS 0 RECORDS.
       COPY LGCCUST.
      *
       FD  BONUSACC
           BLOCK CONTAINS 0 RECORDS.
       COPY LGCBONS.
      *
       FD  BONSTMT
           BLOCK CONTAINS 0 RECORDS.
       01  BONSTMT-RECORD                 PIC X(300).
      *
       FD  BONRPT
           BLOCK CONTAINS 0 RECORDS.
       01  BONRPT-RECORD                  PIC X(132).
      *
       WORKING-STORAGE SECTION.
      *
       77  FILLER                         PIC X(36) VALUE
                   'LGRBON01 WORKING STORAGE BEGINS HR'.
      *
       01  WS-AREA.
           05  BONPARM-STATUS             PIC XX VALUE '00'.
               88  BONPARM-VALID-STATUS           VALUE '00'.
           05  BONRATE-STATUS             PIC XX VALUE '00'.
               88  BONRATE-OPEN-OK                VALUE '00'.
           05  ENDOWPOL-STATUS            PIC XX VALUE '00'.
               88  ENDOWPOL-OPEN-OK               VALUE '00'.
               88  ENDOWPOL-NOT-FOUND             VALUE '35'.
           05  CUSTOMER-STATUS            PIC XX VALUE '00'.
               88  CUSTOMER-READ-OK               VALUE '00'.
           05  BONUSACC-STATUS            PIC XX VALUE '00'.
               88  BONUSACC-OPEN-OK               VALUE '00'.
               88  BONUSACC-NOT-FOUND             VALUE '35'.
           05  BONSTMT-STATUS             PIC XX VALUE '00'.
           05  BONRPT-STATUS              PIC XX VALUE '00'.
           05  SW-EOF                     PIC X(01) VALUE 'N'.
               88  END-OF-FILE                    VALUE 'Y'.
           05  SW-RATE-EOF                PIC X(01) VALUE 'N'.
               88  END-OF-RATE-CARDS              VALUE 'Y'.
           05  SW-BONUS-EOF               PIC X(01) VALUE 'N'.
               88  END-OF-BONUSES                 VALUE 'Y'.
           05  SW-BONRATE                 PIC X(01) VALUE 'N'.
               88  BONRATE-USABLE                 VALUE 'Y'.
           05  SW-ENDOWPOL                PIC X(01) VALUE 'N'.
               88  ENDOWPOL-USABLE                VALUE 'Y'.
           05  SW-CUSTOMER                PIC X(01) VALUE 'N'.
               88  CUSTOMER-USABLE                VALUE 'Y'.
           05  SW-BONUSACC                PIC X(01) VALUE 'N'.
               88  BONUSACC-USABLE                VALUE 'Y'.
           05  SW-DATE-OK                 PIC X(01) VALUE 'N'.
               88  DATE-IS-VALID                  VALUE 'Y'.
           05  SW-YEAR-ON-FILE            PIC X(01) VALUE 'N'.
               88  YEAR-ALREADY-DECLARED          VALUE 'Y'.
           05  SW-LATER-ON-FILE           PIC X(01) VALUE 'N'.
               88  LATER-YEAR-DECLARED            VALUE 'Y'.
      *
       01  WS-PARM-REC.
           05  WS-PARM-YEAR               PIC 9(04).
           05  FILLER                     PIC X(76).
       01  WS-PARM-REC-X REDEFINES WS-PARM-REC.
           05  WS-PARM-YEAR-X             PIC X(04).
           05  FILLER                     PIC X(76).
      *
       COPY LGCBONR.
      *
      *    THE YEAR'S REVERSIONARY RATES BY FUND, WITH THE RUN'S
      *    TOTALS FOR EACH.  A BLANK FUND NAME IS THE RATE FOR ANY
      *    FUND WITHOUT ITS OWN CARD.
       01  RVT-MAX                        PIC S9(04) COMP VALUE 50.
       01  RVT-COUNT                      PIC S9(04) COMP VALUE ZERO.
       01  RVT-IDX                        PIC S9(04) COMP VALUE ZERO.
       01  RVT-FOUND                      PIC S9(04) COMP VALUE ZERO.
       01  RVT-DEFAULT                    PIC S9(04) COMP VALUE ZERO.
       01  RVT-TABLE.
           05  RVT-ENTRY OCCURS 50 TIMES.
               10  RVT-FUND-NAME          PIC X(10).
               10  RVT-RATE               PIC 9(03)V9(02).
               10  RVT-POLICIES           PIC 9(07) COMP.
               10  RVT-BONUS-TOTAL        PIC S9(11)V99 COMP-3.
      *
       01  WS-CARD-COUNT                  PIC 9(05) COMP VALUE ZERO.
       01  WS-BAD-CARD-COUNT              PIC 9(05) COMP VALUE ZERO.
       01  WS-CARD-ERROR                  PIC X(30).
      *
       01  WS-TODAY-DATE                  PIC 9(08).
       01  FILLER REDEFINES WS-TODAY-DATE.
           05  WS-TODAY-YYYY              PIC 9(04).
           05  WS-TODAY-MM                PIC 9(02).
           05  WS-TODAY-DD                PIC 9(02).
       01  WS-TODAY-DATE10                PIC X(10).
      *
      *    THE BONUS YEAR, ITS FIRST DAY AND ITS DECLARATION DATE.
       01  WS-BONUS-YEAR                  PIC 9(04) VALUE ZERO.
       01  WS-YEAR-NUMDATE                PIC 9(08) VALUE ZERO.
       01  FILLER REDEFINES WS-YEAR-NUMDATE.
           05  WS-YEAR-YYYY               PIC 9(04).
           05  WS-YEAR-MMDD               PIC 9(04).
       01  WS-YEAR-START-INTDATE          PIC 9(07) VALUE ZERO.
       01  WS-DECL-INTDATE                PIC 9(07) VALUE ZERO.
       01  WS-DECL-DATE10                 PIC X(10).
       01  WS-YEAR-DAYS                   PIC 9(03) VALUE ZERO.
      *
      *    DATE CONVERSION: WS-DATE-HOLD (YYYY-MM-DD) IN, THE DAY
      *    NUMBER OUT.
       01  WS-DATE-HOLD                   PIC X(10).
       01  WS-WORK-NUMDATE                PIC 9(08) VALUE ZERO.
       01  WS-WORK-INTDATE                PIC 9(07) VALUE ZERO.
       01  WS-ISSUE-INTDATE               PIC 9(07) VALUE ZERO.
       01  WS-EXPIRY-INTDATE              PIC 9(07) VALUE ZERO.
       01  WS-START-INTDATE               PIC 9(07) VALUE ZERO.
       01  WS-ISSUE-YYYY                  PIC 9(04) VALUE ZERO.
      *
      *    THE POLICY'S BONUS.
       01  WS-PRIOR-ACCRUED               PIC 9(08)V99 VALUE ZERO.
       01  WS-BONUS-BASE                  PIC 9(08)V99 VALUE ZERO.
       01  WS-DAYS-IN-FORCE               PIC 9(03) VALUE ZERO.
       01  WS-BONUS-AMOUNT                PIC 9(08)V99 VALUE ZERO.
       01  WS-YEARS-IN-FORCE              PIC 9(02) VALUE ZERO.
       01  WS-TERMINAL-RATE               PIC 9(03)V9(02) VALUE ZERO.
       01  WS-TERMINAL-BONUS              PIC 9(08)V99 VALUE ZERO.
       01  WS-ILLUSTRATED-VALUE           PIC 9(09)V99 VALUE ZERO.
      *
      *    BONUS STATEMENT DETAIL RECORD.
       01  WS-BST-DETAIL-REC.
           05  BST-RECORD-TYPE            PIC X(01).
           05  BST-RUN-SEQ                PIC 9(07).
           05  BST-BONUS-YEAR             PIC 9(04).
           05  BST-DECLARED-DATE          PIC X(10).
           05  BST-POLICY-NUM             PIC 9(10).
           05  BST-CUSTOMER-NUM           PIC 9(10).
           05  BST-FIRST-NAME             PIC X(10).
           05  BST-LAST-NAME              PIC X(20).
           05  BST-HOUSE-NAME             PIC X(20).
           05  BST-HOUSE-NUM              PIC X(04).
           05  BST-POSTCODE               PIC X(08).
           05  BST-LIFE-ASSURED           PIC X(31).
           05  BST-FUND-NAME              PIC X(10).
           05  BST-ISSUE-DATE             PIC X(10).
           05  BST-MATURITY-DATE          PIC X(10).
           05  BST-SUM-ASSURED            PIC 9(06).
           05  BST-BONUS-RATE             PIC 9(03)V9(02).
           05  BST-DAYS-IN-FORCE          PIC 9(03).
           05  BST-BONUS-AMOUNT           PIC 9(08)V99.
           05  BST-ACCRUED-TOTAL          PIC 9(08)V99.
      *        TERMINAL BONUS IS ILLUSTRATIVE ONLY - IT IS NOT
      *        ATTACHED AND IS PAID AT THE RATE IN FORCE AT MATURITY.
           05  BST-YEARS-IN-FORCE         PIC 9(02).
           05  BST-TERMINAL-RATE          PIC 9(03)V9(02).
           05  BST-TERMINAL-BONUS         PIC 9(08)V99.
           05  BST-ILLUSTRATED-VALUE      PIC 9(09)V99.
      *        'R' WHEN THE BONUS WAS ATTACHED BY AN EARLIER RUN.
           05  BST-RERUN-FLAG             PIC X(01).
           05  FILLER                     PIC X(72).
      *
      *    EXTRACT CONTROL TRAILER.
       01  WS-BST-TRAILER-REC.
           05  BTR-RECORD-TYPE            PIC X(01).
           05  BTR-DETAIL-COUNT           PIC 9(07).
           05  BTR-BONUS-TOTAL            PIC 9(11)V99.
           05  BTR-RUN-DATE               PIC X(10).
           05  FILLER                     PIC X(269).
      *
       01  WS-POLICIES-READ               PIC 9(07) COMP VALUE ZERO.
       01  WS-WP-IN-FORCE                 PIC 9(07) COMP VALUE ZERO.
       01  WS-DECLARED-COUNT              PIC 9(07) COMP VALUE ZERO.
       01  WS-RERUN-COUNT                 PIC 9(07) COMP VALUE ZERO.
       01  WS-NOT-ELIGIBLE-COUNT          PIC 9(07) COMP VALUE ZERO.
       01  WS-NO-RATE-COUNT               PIC 9(07) COMP VALUE ZERO.
       01  WS-BAD-DATE-COUNT              PIC 9(07) COMP VALUE ZERO.
       01  WS-LATER-YEAR-COUNT            PIC 9(07) COMP VALUE ZERO.
       01  WS-NO-STATEMENT-COUNT          PIC 9(07) COMP VALUE ZERO.
       01  WS-DETAIL-COUNT                PIC 9(07) COMP VALUE ZERO.
       01  WS-TOTAL-BONUS                 PIC 9(11)V99 VALUE ZERO.
      *
       01  WS-REPORT-LINE                 PIC X(132).
       01  WS-RPT-CNT                     PIC Z(6)9.
       01  WS-RPT-AMT                     PIC Z(10)9.99.
       01  WS-RPT-AMT2                    PIC Z(10)9.99.
       01  WS-RPT-RATE                    PIC ZZ9.99.
       01  WS-RPT-YEAR                    PIC 9(04).
       01  WS-RPT-FUND                    PIC X(10).
      *
       PROCEDURE DIVISION.
      *
       0000-MAINLINE.
      *
           PERFORM 0100-INITIALIZATION
              THRU 0100-INITIALIZATION-EXIT
           IF RETURN-CODE NOT = 8
              PERFORM 0200-LOAD-RATE-CARDS
                 THRU 0200-LOAD-RATE-CARDS-EXIT
           END-IF
           IF RETURN-CODE NOT = 8
              PERFORM 0300-SCAN-ENDOWPOL
                 THRU 0300-SCAN-ENDOWPOL-EXIT
           END-IF
      *
           PERFORM 0800-WRITE-TRAILER
              THRU 0800-WRITE-TRAILER-EXIT
           PERFORM 0900-CLOSE-FILES
              THRU 0900-CLOSE-FILES-EXIT
      *
           IF RETURN-CODE NOT = 8
              IF WS-NO-RATE-COUNT > ZERO
                 OR WS-BAD-DATE-COUNT > ZERO
                 OR WS-LATER-YEAR-COUNT > ZERO
                 OR WS-NO-STATEMENT-COUNT > ZERO
                 MOVE 4                  TO RETURN-CODE
              END-IF
           END-IF
      *
           GOBACK.
      *
      *================================================================
      * 0100-INITIALIZATION - WORKS OUT THE BONUS YEAR, WHICH MUST
      *     HAVE ENDED, AND OPENS THE FILES.
      *================================================================
       0100-INITIALIZATION.
      *
           OPEN OUTPUT BONRPT
           MOVE '-------- LGRBON01 WITH-PROFITS BONUS DECLARATION ----'
                TO BONRPT-RECORD
           WRITE BONRPT-RECORD
           OPEN OUTPUT BONSTMT
      *
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           STRING WS-TODAY-YYYY '-' WS-TODAY-MM '-' WS-TODAY-DD
                  DELIMITED BY SIZE INTO WS-TODAY-DATE10
      *
      *    THE YEAR BEFORE THE ONE THE RUN FALLS IN, UNLESS THE CARD
      *    NAMES ONE.
           COMPUTE WS-BONUS-YEAR = WS-TODAY-YYYY - 1
           OPEN INPUT BONPARM
           IF BONPARM-VALID-STATUS
              READ BONPARM INTO WS-PARM-REC
                 AT END CONTINUE
                 NOT AT END
                    IF WS-PARM-YEAR-X IS NUMERIC
                       AND WS-PARM-YEAR > 1900
                       MOVE WS-PARM-YEAR TO WS-BONUS-YEAR
                    ELSE
                       MOVE 'YEAR CARD NOT CCYY - IGNORED'
                            TO BONRPT-RECORD
                       WRITE BONRPT-RECORD
                    END-IF
              END-READ
              CLOSE BONPARM
           END-IF
      *
           MOVE WS-BONUS-YEAR            TO WS-YEAR-YYYY
           MOVE 0101                     TO WS-YEAR-MMDD
           COMPUTE WS-YEAR-START-INTDATE =
                   FUNCTION INTEGER-OF-DATE(WS-YEAR-NUMDATE)
           MOVE 1231                     TO WS-YEAR-MMDD
           COMPUTE WS-DECL-INTDATE =
                   FUNCTION INTEGER-OF-DATE(WS-YEAR-NUMDATE)
           COMPUTE WS-YEAR-DAYS =
                   WS-DECL-INTDATE - WS-YEAR-START-INTDATE + 1
           MOVE SPACES                   TO WS-DECL-DATE10
           STRING WS-BONUS-YEAR '-12-31'
                  DELIMITED BY SIZE INTO WS-DECL-DATE10
      *
           MOVE SPACES                   TO WS-REPORT-LINE
           STRING 'BONUS YEAR ' WS-BONUS-YEAR
                  ' DECLARED AT ' WS-DECL-DATE10
                  ' RUN DATE ' WS-TODAY-DATE10
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE BONRPT-RECORD FROM WS-REPORT-LINE
      *
      *    A YEAR STILL RUNNING HAS NO DECLARATION DATE YET.
           IF WS-DECL-DATE10 NOT < WS-TODAY-DATE10
              MOVE SPACES                TO WS-REPORT-LINE
              STRING 'BONUS YEAR ' WS-BONUS-YEAR
                     ' HAS NOT ENDED - NOTHING DECLARED'
                     DELIMITED BY SIZE INTO WS-REPORT-LINE
              WRITE BONRPT-RECORD FROM WS-REPORT-LINE
              DISPLAY '**LGRBON01 - BONUS YEAR ' WS-BONUS-YEAR
                      ' HAS NOT ENDED - NOTHING DECLARED'
              MOVE 8                     TO RETURN-CODE
              GO TO 0100-INITIALIZATION-EXIT
           END-IF
      *
           OPEN INPUT BONRATE
           IF BONRATE-OPEN-OK
              SET BONRATE-USABLE         TO TRUE
           ELSE
              DISPLAY '**LGRBON01 - BONRATE OPEN ERROR - STATUS '
                      BONRATE-STATUS
              MOVE 8                     TO RETURN-CODE
           END-IF
      *
      *    NO ENDOWMENT MASTER YET MEANS NO POLICY TO DECLARE ON.
           OPEN INPUT ENDOWPOL
           IF ENDOWPOL-OPEN-OK
              SET ENDOWPOL-USABLE        TO TRUE
           ELSE
              IF NOT ENDOWPOL-NOT-FOUND
                 DISPLAY '**LGRBON01 - ENDOWPOL OPEN ERROR - STATUS '
                         ENDOWPOL-STATUS
                 MOVE 8                  TO RETURN-CODE
              END-IF
           END-IF
      *
           OPEN INPUT CUSTOMER
           IF CUSTOMER-READ-OK
              SET CUSTOMER-USABLE        TO TRUE
           ELSE
              DISPLAY '**LGRBON01 - CUSTOMER OPEN ERROR - STATUS '
                      CUSTOMER-STATUS
              MOVE 8                     TO RETURN-CODE
           END-IF
      *
      *    THE FIRST DECLARATION FINDS NO BONUS FILE AND STARTS ONE.
           OPEN I-O BONUSACC
           IF BONUSACC-NOT-FOUND
              OPEN OUTPUT BONUSACC
              CLOSE BONUSACC
              OPEN I-O BONUSACC
           END-IF
           IF BONUSACC-OPEN-OK
              SET BONUSACC-USABLE        TO TRUE
           ELSE
              DISPLAY '**LGRBON01 - BONUSACC OPEN ERROR - STATUS '
                      BONUSACC-STATUS
              MOVE 8                     TO RETURN-CODE
           END-IF
      *
       0100-INITIALIZATION-EXIT.
           EXIT.
      *
      *================================================================
      * 0200-LOAD-RATE-CARDS - THE YEAR'S 'R' CARDS INTO RVT-TABLE
      *     AND THE 'T' CARDS INTO THE TERMINAL SCALE.  'R' CARDS FOR
      *     OTHER YEARS ARE PASSED OVER - THE DECK MAY CARRY PAST
      *     DECLARATIONS.  ANY UNREADABLE CARD REFUSES THE RUN.
      *================================================================
       0200-LOAD-RATE-CARDS.
      *
           MOVE 'N'                      TO SW-RATE-EOF
           PERFORM UNTIL END-OF-RATE-CARDS
              READ BONRATE INTO BONUS-RATE-CARD
                 AT END SET END-OF-RATE-CARDS TO TRUE
              END-READ
              IF NOT END-OF-RATE-CARDS
                 ADD 1                   TO WS-CARD-COUNT
                 MOVE SPACES             TO WS-CARD-ERROR
                 EVALUATE TRUE
                    WHEN BRC-COMMENT
                       CONTINUE
                    WHEN BRC-REVERSIONARY
                       PERFORM 0220-LOAD-REVERSIONARY-CARD
                          THRU 0220-LOAD-REVERSIONARY-CARD-EXIT
                    WHEN BRC-TERMINAL
                       PERFORM 0240-LOAD-TERMINAL-CARD
                          THRU 0240-LOAD-TERMINAL-CARD-EXIT
                    WHEN OTHER
                       MOVE 'UNKNOWN CARD TYPE' TO WS-CARD-ERROR
                 END-EVALUATE
                 IF WS-CARD-ERROR NOT = SPACES
                    ADD 1                TO WS-BAD-CARD-COUNT
                    MOVE SPACES          TO WS-REPORT-LINE
                    STRING 'BAD RATE CARD - ' WS-CARD-ERROR
                           ': ' BONUS-RATE-CARD(1:40)
                           DELIMITED BY SIZE INTO WS-REPORT-LINE
                    WRITE BONRPT-RECORD FROM WS-REPORT-LINE
                 END-IF
              END-IF
           END-PERFORM
      *
           IF WS-BAD-CARD-COUNT > ZERO
              MOVE 'RATE CARD IN ERROR - NOTHING DECLARED'
                   TO BONRPT-RECORD
              WRITE BONRPT-RECORD
              DISPLAY '**LGRBON01 - RATE CARD IN ERROR - '
                      'NOTHING DECLARED'
              MOVE 8                     TO RETURN-CODE
              GO TO 0200-LOAD-RATE-CARDS-EXIT
           END-IF
           IF RVT-COUNT = ZERO
              MOVE SPACES                TO WS-REPORT-LINE
              STRING 'NO REVERSIONARY RATE FOR ' WS-BONUS-YEAR
                     ' - NOTHING DECLARED'
                     DELIMITED BY SIZE INTO WS-REPORT-LINE
              WRITE BONRPT-RECORD FROM WS-REPORT-LINE
              DISPLAY '**LGRBON01 - NO REVERSIONARY RATE FOR '
                      WS-BONUS-YEAR ' - NOTHING DECLARED'
              MOVE 8                     TO RETURN-CODE
              GO TO 0200-LOAD-RATE-CARDS-EXIT
           END-IF
      *
      *    ECHO THE RATES IN FORCE FOR THE DECLARATION.
           PERFORM VARYING RVT-IDX FROM 1 BY 1
                   UNTIL RVT-IDX > RVT-COUNT
              MOVE RVT-FUND-NAME(RVT-IDX) TO WS-RPT-FUND
              IF WS-RPT-FUND = SPACES
                 MOVE '(OTHERS)'         TO WS-RPT-FUND
              END-IF
              MOVE RVT-RATE(RVT-IDX)     TO WS-RPT-RATE
              MOVE SPACES                TO WS-REPORT-LINE
              STRING 'REVERSIONARY RATE FUND ' WS-RPT-FUND
                     ' ' WS-RPT-RATE '%'
                     DELIMITED BY SIZE INTO WS-REPORT-LINE
              WRITE BONRPT-RECORD FROM WS-REPORT-LINE
           END-PERFORM
           PERFORM VARYING BRT-IDX FROM 1 BY 1
                   UNTIL BRT-IDX > BRT-TERMINAL-COUNT
              MOVE BRT-RATE(BRT-IDX)     TO WS-RPT-RATE
              MOVE SPACES                TO WS-REPORT-LINE
              STRING 'TERMINAL RATE TO YEAR ' BRT-YEARS-MAX(BRT-IDX)
                     '   ' WS-RPT-RATE '%'
                     DELIMITED BY SIZE INTO WS-REPORT-LINE
              WRITE BONRPT-RECORD FROM WS-REPORT-LINE
           END-PERFORM
           MOVE SPACES                   TO BONRPT-RECORD
           WRITE BONRPT-RECORD
      *
       0200-LOAD-RATE-CARDS-EXIT.
           EXIT.
      *
       0220-LOAD-REVERSIONARY-CARD.
      *
           IF BRC-R-YEAR-X NOT NUMERIC
              OR BRC-R-RATE-X NOT NUMERIC
              MOVE 'YEAR OR RATE NOT NUMERIC' TO WS-CARD-ERROR
              GO TO 0220-LOAD-REVERSIONARY-CARD-EXIT
           END-IF
           IF BRC-R-YEAR NOT = WS-BONUS-YEAR
              GO TO 0220-LOAD-REVERSIONARY-CARD-EXIT
           END-IF
      *
           PERFORM VARYING RVT-IDX FROM 1 BY 1
                   UNTIL RVT-IDX > RVT-COUNT
              IF RVT-FUND-NAME(RVT-IDX) = BRC-R-FUND-NAME
                 MOVE 'FUND RATE GIVEN TWICE' TO WS-CARD-ERROR
              END-IF
           END-PERFORM
           IF WS-CARD-ERROR NOT = SPACES
              GO TO 0220-LOAD-REVERSIONARY-CARD-EXIT
           END-IF
           IF RVT-COUNT NOT < RVT-MAX
              MOVE 'TOO MANY FUND RATES' TO WS-CARD-ERROR
              GO TO 0220-LOAD-REVERSIONARY-CARD-EXIT
           END-IF
      *
           ADD 1                         TO RVT-COUNT
           MOVE BRC-R-FUND-NAME          TO RVT-FUND-NAME(RVT-COUNT)
           MOVE BRC-R-RATE               TO RVT-RATE(RVT-COUNT)
           MOVE ZERO                     TO RVT-POLICIES(RVT-COUNT)
                                            RVT-BONUS-TOTAL(RVT-COUNT)
           IF BRC-R-FUND-NAME = SPACES
              MOVE RVT-COUNT             TO RVT-DEFAULT
           END-IF
      *
       0220-LOAD-REVERSIONARY-CARD-EXIT.
           EXIT.
      *
       0240-LOAD-TERMINAL-CARD.
      *
           IF BRC-T-YEARS-MAX-X NOT NUMERIC
              OR BRC-T-RATE-X NOT NUMERIC
              MOVE 'YEARS OR RATE NOT NUMERIC' TO WS-CARD-ERROR
              GO TO 0240-LOAD-TERMINAL-CARD-EXIT
           END-IF
           IF BRT-TERMINAL-COUNT > ZERO
              IF BRC-T-YEARS-MAX NOT >
                 BRT-YEARS-MAX(BRT-TERMINAL-COUNT)
                 MOVE 'DURATIONS NOT ASCENDING' TO WS-CARD-ERROR
                 GO TO 0240-LOAD-TERMINAL-CARD-EXIT
              END-IF
           END-IF
           IF BRT-TERMINAL-COUNT NOT < BRT-TERMINAL-MAX
              MOVE 'TOO MANY TERMINAL RATES' TO WS-CARD-ERROR
              GO TO 0240-LOAD-TERMINAL-CARD-EXIT
           END-IF
      *
           ADD 1                         TO BRT-TERMINAL-COUNT
           MOVE BRC-T-YEARS-MAX
             TO BRT-YEARS-MAX(BRT-TERMINAL-COUNT)
           MOVE BRC-T-RATE               TO BRT-RATE(BRT-TERMINAL-COUNT)
      *
       0240-LOAD-TERMINAL-CARD-EXIT.
           EXIT.
      *
      *================================================================
      * 0300-SCAN-ENDOWPOL - EVERY ACTIVE WITH-PROFITS POLICY.
      *================================================================
       0300-SCAN-ENDOWPOL.
      *
           IF NOT ENDOWPOL-USABLE
              GO TO 0300-SCAN-ENDOWPOL-EXIT
           END-IF
           MOVE 'N'                      TO SW-EOF
           PERFORM UNTIL END-OF-FILE
              READ ENDOWPOL NEXT RECORD
                 AT END SET END-OF-FILE  TO TRUE
              END-READ
              IF NOT END-OF-FILE
                 ADD 1                   TO WS-POLICIES-READ
                 IF ENM-E-WITH-PROFITS = 'Y'
                    AND ENM-POLICY-ACTIVE
                    PERFORM 0400-DECLARE-ONE-POLICY
                       THRU 0400-DECLARE-ONE-POLICY-EXIT
                 END-IF
              END-IF
           END-PERFORM
      *
       0300-SCAN-ENDOWPOL-EXIT.
           EXIT.
      *
      *================================================================
      * 0400-DECLARE-ONE-POLICY - IN FORCE ON THE DECLARATION DATE,
      *     THE RATE FOR ITS FUND, THE BONUSES ALREADY ATTACHED, THEN
      *     THE YEAR'S ROW AND THE STATEMENT.
      *================================================================
       0400-DECLARE-ONE-POLICY.
      *
           MOVE ENM-ISSUE-DATE           TO WS-DATE-HOLD
           PERFORM 0560-CONVERT-DATE
              THRU 0560-CONVERT-DATE-EXIT
           MOVE WS-WORK-INTDATE          TO WS-ISSUE-INTDATE
           IF DATE-IS-VALID
              MOVE ENM-EXPIRY-DATE       TO WS-DATE-HOLD
              PERFORM 0560-CONVERT-DATE
                 THRU 0560-CONVERT-DATE-EXIT
              MOVE WS-WORK-INTDATE       TO WS-EXPIRY-INTDATE
           END-IF
           IF NOT DATE-IS-VALID
              ADD 1                      TO WS-BAD-DATE-COUNT
              MOVE SPACES                TO WS-REPORT-LINE
              STRING 'POLICY ' ENM-POLICY-NUM
                     ' UNUSABLE ISSUE/EXPIRY DATE ' ENM-ISSUE-DATE
                     ' ' ENM-EXPIRY-DATE ' - NO BONUS'
                     DELIMITED BY SIZE INTO WS-REPORT-LINE
              WRITE BONRPT-RECORD FROM WS-REPORT-LINE
              GO TO 0400-DECLARE-ONE-POLICY-EXIT
           END-IF
      *
      *    ISSUED AFTER THE DECLARATION DATE, OR ITS TERM ENDED BY
      *    THEN - NOT IN FORCE FOR THIS DECLARATION.
           IF WS-ISSUE-INTDATE > WS-DECL-INTDATE
              OR WS-EXPIRY-INTDATE NOT > WS-DECL-INTDATE
              ADD 1                      TO WS-NOT-ELIGIBLE-COUNT
              GO TO 0400-DECLARE-ONE-POLICY-EXIT
           END-IF
           ADD 1                         TO WS-WP-IN-FORCE
      *
           PERFORM 0420-FIND-FUND-RATE
              THRU 0420-FIND-FUND-RATE-EXIT
           IF RVT-FOUND = ZERO
              ADD 1                      TO WS-NO-RATE-COUNT
              MOVE SPACES                TO WS-REPORT-LINE
              STRING 'POLICY ' ENM-POLICY-NUM
                     ' FUND ' ENM-E-FUND-NAME
                     ' HAS NO RATE FOR ' WS-BONUS-YEAR ' - NO BONUS'
                     DELIMITED BY SIZE INTO WS-REPORT-LINE
              WRITE BONRPT-RECORD FROM WS-REPORT-LINE
              GO TO 0400-DECLARE-ONE-POLICY-EXIT
           END-IF
      *
           PERFORM 0450-GET-BONUSES-ATTACHED
              THRU 0450-GET-BONUSES-ATTACHED-EXIT
           IF RETURN-CODE = 8
              GO TO 0400-DECLARE-ONE-POLICY-EXIT
           END-IF
           IF LATER-YEAR-DECLARED
              ADD 1                      TO WS-LATER-YEAR-COUNT
              MOVE SPACES                TO WS-REPORT-LINE
              STRING 'POLICY ' ENM-POLICY-NUM
                     ' ALREADY HAS A BONUS FOR A LATER YEAR'
                     ' - NOT DECLARED FOR ' WS-BONUS-YEAR
                     DELIMITED BY SIZE INTO WS-REPORT-LINE
              WRITE BONRPT-RECORD FROM WS-REPORT-LINE
              GO TO 0400-DECLARE-ONE-POLICY-EXIT
           END-IF
      *
           IF YEAR-ALREADY-DECLARED
              ADD 1                      TO WS-RERUN-COUNT
           ELSE
              PERFORM 0500-ATTACH-BONUS
                 THRU 0500-ATTACH-BONUS-EXIT
              IF RETURN-CODE = 8
                 GO TO 0400-DECLARE-ONE-POLICY-EXIT
              END-IF
           END-IF
      *
           PERFORM 0600-WRITE-STATEMENT
              THRU 0600-WRITE-STATEMENT-EXIT
      *
       0400-DECLARE-ONE-POLICY-EXIT.
           EXIT.
      *
      *    THE FUND'S OWN RATE, ELSE THE RATE FOR OTHER FUNDS.
       0420-FIND-FUND-RATE.
      *
           MOVE ZERO                     TO RVT-FOUND
           PERFORM VARYING RVT-IDX FROM 1 BY 1
                   UNTIL RVT-IDX > RVT-COUNT
                      OR RVT-FOUND > ZERO
              IF RVT-FUND-NAME(RVT-IDX) = ENM-E-FUND-NAME
                 MOVE RVT-IDX            TO RVT-FOUND
              END-IF
           END-PERFORM
           IF RVT-FOUND = ZERO
              MOVE RVT-DEFAULT           TO RVT-FOUND
           END-IF
      *
       0420-FIND-FUND-RATE-EXIT.
           EXIT.
      *
      *================================================================
      * 0450-GET-BONUSES-ATTACHED - WALKS THE POLICY'S BONUSACC ROWS.
      *     THE LATEST ROW BEFORE THE BONUS YEAR GIVES THE BONUSES
      *     ALREADY ATTACHED.  A ROW FOR THE YEAR ITSELF IS A RERUN
      *     AND IS LEFT IN THE RECORD AREA FOR THE STATEMENT.
      *================================================================
       0450-GET-BONUSES-ATTACHED.
      *
           MOVE ZERO                     TO WS-PRIOR-ACCRUED
           MOVE 'N'                      TO SW-YEAR-ON-FILE
                                            SW-LATER-ON-FILE
                                            SW-BONUS-EOF
           MOVE ENM-POLICY-NUM           TO BNA-POLICY-NUM
           MOVE ZERO                     TO BNA-BONUS-YEAR
           START BONUSACC KEY NOT < BNA-KEY
              INVALID KEY SET END-OF-BONUSES TO TRUE
           END-START
      *
           PERFORM UNTIL END-OF-BONUSES
              READ BONUSACC NEXT RECORD
                 AT END SET END-OF-BONUSES TO TRUE
              END-READ
              IF NOT END-OF-BONUSES
                 EVALUATE TRUE
                    WHEN BNA-POLICY-NUM NOT = ENM-POLICY-NUM
                       SET END-OF-BONUSES TO TRUE
                    WHEN BNA-BONUS-YEAR < WS-BONUS-YEAR
                       MOVE BNA-ACCRUED-TOTAL TO WS-PRIOR-ACCRUED
                    WHEN BNA-BONUS-YEAR = WS-BONUS-YEAR
                       SET YEAR-ALREADY-DECLARED TO TRUE
                       SET END-OF-BONUSES TO TRUE
                    WHEN OTHER
                       SET LATER-YEAR-DECLARED TO TRUE
                       SET END-OF-BONUSES TO TRUE
                 END-EVALUATE
              END-IF
           END-PERFORM
      *
           IF BONUSACC-STATUS NOT = '00'
              AND BONUSACC-STATUS NOT = '10'
              AND BONUSACC-STATUS NOT = '23'
              DISPLAY '**LGRBON01 - BONUSACC READ ERROR - STATUS '
                      BONUSACC-STATUS ' POLICY ' ENM-POLICY-NUM
              MOVE 8                     TO RETURN-CODE
           END-IF
           MOVE '00'                     TO BONUSACC-STATUS
      *
       0450-GET-BONUSES-ATTACHED-EXIT.
           EXIT.
      *
      *================================================================
      * 0500-ATTACH-BONUS - THE RATE ON SUM ASSURED PLUS BONUSES
      *     ATTACHED, PRO RATA FOR A POLICY ISSUED IN THE YEAR, AND
      *     THE YEAR'S ROW WRITTEN WITH THE NEW TOTAL.
      *================================================================
       0500-ATTACH-BONUS.
      *
           IF WS-ISSUE-INTDATE > WS-YEAR-START-INTDATE
              MOVE WS-ISSUE-INTDATE      TO WS-START-INTDATE
           ELSE
              MOVE WS-YEAR-START-INTDATE TO WS-START-INTDATE
           END-IF
           COMPUTE WS-DAYS-IN-FORCE =
                   WS-DECL-INTDATE - WS-START-INTDATE + 1
      *
           COMPUTE WS-BONUS-BASE = ENM-E-SUM-ASSURED + WS-PRIOR-ACCRUED
           COMPUTE WS-BONUS-AMOUNT ROUNDED =
                   WS-BONUS-BASE * RVT-RATE(RVT-FOUND) / 100
                   * WS-DAYS-IN-FORCE / WS-YEAR-DAYS
      *
           MOVE SPACES                   TO BONUS-ACCOUNT-RECORD
           MOVE ENM-POLICY-NUM           TO BNA-POLICY-NUM
           MOVE WS-BONUS-YEAR            TO BNA-BONUS-YEAR
           MOVE ENM-CUSTOMER-NUM         TO BNA-CUSTOMER-NUM
           MOVE ENM-E-FUND-NAME          TO BNA-FUND-NAME
           MOVE ENM-E-SUM-ASSURED        TO BNA-SUM-ASSURED
           MOVE WS-BONUS-BASE            TO BNA-BONUS-BASE
           MOVE RVT-RATE(RVT-FOUND)      TO BNA-RATE
           MOVE WS-DAYS-IN-FORCE         TO BNA-DAYS-IN-FORCE
           MOVE WS-BONUS-AMOUNT          TO BNA-BONUS-AMOUNT
           COMPUTE BNA-ACCRUED-TOTAL =
                   WS-PRIOR-ACCRUED + WS-BONUS-AMOUNT
           MOVE WS-DECL-DATE10           TO BNA-DECLARED-DATE
           MOVE WS-TODAY-DATE10          TO BNA-RUN-DATE
      *
           WRITE BONUS-ACCOUNT-RECORD
           IF NOT BONUSACC-OPEN-OK
              DISPLAY '**LGRBON01 - BONUSACC WRITE ERROR - STATUS '
                      BONUSACC-STATUS ' POLICY ' ENM-POLICY-NUM
              MOVE 8                     TO RETURN-CODE
              GO TO 0500-ATTACH-BONUS-EXIT
           END-IF
      *
           ADD 1                         TO WS-DECLARED-COUNT
           ADD WS-BONUS-AMOUNT           TO WS-TOTAL-BONUS
           ADD 1                         TO RVT-POLICIES(RVT-FOUND)
           ADD WS-BONUS-AMOUNT           TO RVT-BONUS-TOTAL(RVT-FOUND)
      *
           MOVE WS-BONUS-AMOUNT          TO WS-RPT-AMT
           MOVE BNA-ACCRUED-TOTAL        TO WS-RPT-AMT2
           MOVE BNA-RATE                 TO WS-RPT-RATE
           MOVE SPACES                   TO WS-REPORT-LINE
           STRING 'POLICY ' ENM-POLICY-NUM
                  ' FUND ' ENM-E-FUND-NAME
                  ' RATE ' WS-RPT-RATE '%'
                  ' DAYS ' WS-DAYS-IN-FORCE
                  ' BONUS ' WS-RPT-AMT
                  ' ATTACHED ' WS-RPT-AMT2
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE BONRPT-RECORD FROM WS-REPORT-LINE
      *
       0500-ATTACH-BONUS-EXIT.
           EXIT.
      *
       0560-CONVERT-DATE.
      *
           MOVE 'N'                      TO SW-DATE-OK
           MOVE ZERO                     TO WS-WORK-INTDATE
           IF WS-DATE-HOLD(1:4) NOT NUMERIC
              OR WS-DATE-HOLD(6:2) NOT NUMERIC
              OR WS-DATE-HOLD(9:2) NOT NUMERIC
              OR WS-DATE-HOLD(6:2) < '01'
              OR WS-DATE-HOLD(6:2) > '12'
              OR WS-DATE-HOLD(9:2) < '01'
              OR WS-DATE-HOLD(9:2) > '31'
              GO TO 0560-CONVERT-DATE-EXIT
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
       0560-CONVERT-DATE-EXIT.
           EXIT.
      *
      *================================================================
      * 0600-WRITE-STATEMENT - THE POLICYHOLDER'S BONUS STATEMENT FROM
      *     THE YEAR'S ROW, WITH THE TERMINAL BONUS ILLUSTRATED AT THE
      *     YEARS COMPLETED BY THE DECLARATION DATE.  A CUSTOMER WHO
      *     CANNOT BE FOUND OR HAS BEEN ANONYMISED GETS NO STATEMENT
      *     - THE BONUS STILL STANDS.
      *================================================================
       0600-WRITE-STATEMENT.
      *
           MOVE SPACES                   TO WS-BST-DETAIL-REC
           IF NOT CUSTOMER-USABLE
              GO TO 0600-WRITE-STATEMENT-EXIT
           END-IF
           MOVE ENM-CUSTOMER-NUM         TO CUM-CUSTOMER-NUM
           READ CUSTOMER
           IF CUSTOMER-READ-OK AND CUM-MERGED-TO > ZERO
              MOVE CUM-MERGED-TO         TO CUM-CUSTOMER-NUM
              READ CUSTOMER
           END-IF
           IF NOT CUSTOMER-READ-OK
              OR CUM-ANONYMISED-DATE NOT = SPACES
              MOVE '00'                  TO CUSTOMER-STATUS
              ADD 1                      TO WS-NO-STATEMENT-COUNT
              MOVE SPACES                TO WS-REPORT-LINE
              STRING 'POLICY ' ENM-POLICY-NUM
                     ' CUSTOMER ' ENM-CUSTOMER-NUM
                     ' NOT FOUND OR ANONYMISED - NO STATEMENT'
                     DELIMITED BY SIZE INTO WS-REPORT-LINE
              WRITE BONRPT-RECORD FROM WS-REPORT-LINE
              GO TO 0600-WRITE-STATEMENT-EXIT
           END-IF
      *
      *    THE DECLARATION DATE IS 31 DECEMBER, SO EVERY ANNIVERSARY
      *    IN THE BONUS YEAR HAS PASSED BY THEN.
           MOVE ENM-ISSUE-DATE(1:4)      TO WS-ISSUE-YYYY
           COMPUTE WS-YEARS-IN-FORCE = WS-BONUS-YEAR - WS-ISSUE-YYYY
           MOVE ZERO                     TO WS-TERMINAL-RATE
           PERFORM VARYING BRT-IDX FROM 1 BY 1
                   UNTIL BRT-IDX > BRT-TERMINAL-COUNT
                      OR WS-TERMINAL-RATE > ZERO
              IF BRT-YEARS-MAX(BRT-IDX) NOT < WS-YEARS-IN-FORCE
                 MOVE BRT-RATE(BRT-IDX)  TO WS-TERMINAL-RATE
              END-IF
           END-PERFORM
           COMPUTE WS-TERMINAL-BONUS ROUNDED =
                   BNA-ACCRUED-TOTAL * WS-TERMINAL-RATE / 100
           COMPUTE WS-ILLUSTRATED-VALUE = ENM-E-SUM-ASSURED
                   + BNA-ACCRUED-TOTAL + WS-TERMINAL-BONUS
      *
           ADD 1                         TO WS-DETAIL-COUNT
           MOVE 'D'                      TO BST-RECORD-TYPE
           MOVE WS-DETAIL-COUNT          TO BST-RUN-SEQ
           MOVE WS-BONUS-YEAR            TO BST-BONUS-YEAR
           MOVE BNA-DECLARED-DATE        TO BST-DECLARED-DATE
           MOVE ENM-POLICY-NUM           TO BST-POLICY-NUM
           MOVE CUM-CUSTOMER-NUM         TO BST-CUSTOMER-NUM
           MOVE CUM-FIRST-NAME           TO BST-FIRST-NAME
           MOVE CUM-LAST-NAME            TO BST-LAST-NAME
           MOVE CUM-HOUSE-NAME           TO BST-HOUSE-NAME
           MOVE CUM-HOUSE-NUM            TO BST-HOUSE-NUM
           MOVE CUM-POSTCODE             TO BST-POSTCODE
           MOVE ENM-E-LIFE-ASSURED       TO BST-LIFE-ASSURED
           MOVE ENM-E-FUND-NAME          TO BST-FUND-NAME
           MOVE ENM-ISSUE-DATE           TO BST-ISSUE-DATE
           MOVE ENM-EXPIRY-DATE          TO BST-MATURITY-DATE
           MOVE ENM-E-SUM-ASSURED        TO BST-SUM-ASSURED
           MOVE BNA-RATE                 TO BST-BONUS-RATE
           MOVE BNA-DAYS-IN-FORCE        TO BST-DAYS-IN-FORCE
           MOVE BNA-BONUS-AMOUNT         TO BST-BONUS-AMOUNT
           MOVE BNA-ACCRUED-TOTAL        TO BST-ACCRUED-TOTAL
           MOVE WS-YEARS-IN-FORCE        TO BST-YEARS-IN-FORCE
           MOVE WS-TERMINAL-RATE         TO BST-TERMINAL-RATE
           MOVE WS-TERMINAL-BONUS        TO BST-TERMINAL-BONUS
           MOVE WS-ILLUSTRATED-VALUE     TO BST-ILLUSTRATED-VALUE
           IF YEAR-ALREADY-DECLARED
              MOVE 'R'                   TO BST-RERUN-FLAG
           END-IF
           WRITE BONSTMT-RECORD FROM WS-BST-DETAIL-REC
      *
       0600-WRITE-STATEMENT-EXIT.
           EXIT.
      *
      *================================================================
      * 0800-WRITE-TRAILER - THE EXTRACT TRAILER, THE BONUS BY FUND
      *     AND THE RUN TOTALS.
      *================================================================
       0800-WRITE-TRAILER.
      *
           MOVE SPACES                   TO WS-BST-TRAILER-REC
           MOVE 'T'                      TO BTR-RECORD-TYPE
           MOVE WS-DETAIL-COUNT          TO BTR-DETAIL-COUNT
           MOVE WS-TOTAL-BONUS           TO BTR-BONUS-TOTAL
           MOVE WS-TODAY-DATE10          TO BTR-RUN-DATE
           WRITE BONSTMT-RECORD FROM WS-BST-TRAILER-REC
      *
           MOVE SPACES                   TO BONRPT-RECORD
           WRITE BONRPT-RECORD
           MOVE '-------- BONUS DECLARED BY FUND --------------------'
                TO BONRPT-RECORD
           WRITE BONRPT-RECORD
           PERFORM VARYING RVT-IDX FROM 1 BY 1
                   UNTIL RVT-IDX > RVT-COUNT
              MOVE RVT-FUND-NAME(RVT-IDX) TO WS-RPT-FUND
              IF WS-RPT-FUND = SPACES
                 MOVE '(OTHERS)'         TO WS-RPT-FUND
              END-IF
              MOVE RVT-POLICIES(RVT-IDX) TO WS-RPT-CNT
              MOVE RVT-BONUS-TOTAL(RVT-IDX) TO WS-RPT-AMT
              MOVE SPACES                TO WS-REPORT-LINE
              STRING 'FUND ' WS-RPT-FUND
                     ' POLICIES' WS-RPT-CNT
                     ' BONUS ' WS-RPT-AMT
                     DELIMITED BY SIZE INTO WS-REPORT-LINE
              WRITE BONRPT-RECORD FROM WS-REPORT-LINE
           END-PERFORM
      *
           MOVE SPACES                   TO BONRPT-RECORD
           WRITE BONRPT-RECORD
           MOVE WS-POLICIES-READ         TO WS-RPT-CNT
           MOVE SPACES                   TO WS-REPORT-LINE
           STRING 'ENDOWMENTS READ          =' WS-RPT-CNT
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE BONRPT-RECORD FROM WS-REPORT-LINE
           MOVE WS-WP-IN-FORCE           TO WS-RPT-CNT
           MOVE SPACES                   TO WS-REPORT-LINE
           STRING 'WITH-PROFITS IN FORCE    =' WS-RPT-CNT
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE BONRPT-RECORD FROM WS-REPORT-LINE
           MOVE WS-NOT-ELIGIBLE-COUNT    TO WS-RPT-CNT
           MOVE SPACES                   TO WS-REPORT-LINE
           STRING 'NOT IN FORCE AT DECL DATE=' WS-RPT-CNT
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE BONRPT-RECORD FROM WS-REPORT-LINE
           MOVE WS-DECLARED-COUNT        TO WS-RPT-CNT
           MOVE SPACES                   TO WS-REPORT-LINE
           STRING 'BONUSES ATTACHED         =' WS-RPT-CNT
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE BONRPT-RECORD FROM WS-REPORT-LINE
           MOVE WS-RERUN-COUNT           TO WS-RPT-CNT
           MOVE SPACES                   TO WS-REPORT-LINE
           STRING 'ALREADY ATTACHED (RERUN) =' WS-RPT-CNT
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE BONRPT-RECORD FROM WS-REPORT-LINE
           MOVE WS-NO-RATE-COUNT         TO WS-RPT-CNT
           MOVE SPACES                   TO WS-REPORT-LINE
           STRING 'NO RATE FOR FUND         =' WS-RPT-CNT
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE BONRPT-RECORD FROM WS-REPORT-LINE
           MOVE WS-BAD-DATE-COUNT        TO WS-RPT-CNT
           MOVE SPACES                   TO WS-REPORT-LINE
           STRING 'UNUSABLE DATES           =' WS-RPT-CNT
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE BONRPT-RECORD FROM WS-REPORT-LINE
           MOVE WS-LATER-YEAR-COUNT      TO WS-RPT-CNT
           MOVE SPACES                   TO WS-REPORT-LINE
           STRING 'LATER YEAR ON FILE       =' WS-RPT-CNT
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE BONRPT-RECORD FROM WS-REPORT-LINE
           MOVE WS-DETAIL-COUNT          TO WS-RPT-CNT
           MOVE SPACES                   TO WS-REPORT-LINE
           STRING 'STATEMENTS EXTRACTED     =' WS-RPT-CNT
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE BONRPT-RECORD FROM WS-REPORT-LINE
           MOVE WS-NO-STATEMENT-COUNT    TO WS-RPT-CNT
           MOVE SPACES                   TO WS-REPORT-LINE
           STRING 'NO CUSTOMER - NO STATEMNT=' WS-RPT-CNT
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE BONRPT-RECORD FROM WS-REPORT-LINE
           MOVE WS-TOTAL-BONUS           TO WS-RPT-AMT
           MOVE SPACES                   TO WS-REPORT-LINE
           STRING 'TOTAL BONUS ATTACHED     =' WS-RPT-AMT
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE BONRPT-RECORD FROM WS-REPORT-LINE
      *
           DISPLAY 'LGRBON01 - YEAR=' WS-BONUS-YEAR
                   ' ATTACHED=' WS-DECLARED-COUNT
                   ' STATEMENTS=' WS-DETAIL-COUNT
      *
       0800-WRITE-TRAILER-EXIT.
           EXIT.
      *
       0900-CLOSE-FILES.
      *
           IF BONRATE-USABLE
              CLOSE BONRATE
           END-IF
           IF ENDOWPOL-USABLE
              CLOSE ENDOWPOL
           END-IF
           IF CUSTOMER-USABLE
              CLOSE CUSTOMER
           END-IF
           IF BONUSACC-USABLE
              CLOSE BONUSACC
           END-IF
           CLOSE BONSTMT
           CLOSE BONRPT
      *
       0900-CLOSE-FILES-EXIT.
           EXIT.
