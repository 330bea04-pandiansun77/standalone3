       DATE-COMPILED.
      *================================================================
      * MODIFICATION HISTORY
      *   2026-10-15  PA  WITH-PROFITS POLICIES ON THE WORKLIST SHOW
      *                   THE EXPECTED PROCEEDS: SUM ASSURED PLUS THE
      *                   BONUSES ATTACHED ON BONUSACC (LGRBON01) PLUS
      *                   THE TERMINAL BONUS AT THE FULL TERM FROM THE
      *                   BONRATE 'T' CARDS.  PARAGRAPHS LEFT BY GO TO
      *                   ARE NOW PERFORMED THRU THEIR EXITS.
      *   2026-09-02  PA  ORIGINAL -- ENDOWMENT MATURITY WORKLIST
      *                   AND PROCEEDS.  LGRRNW01 DELIBERATELY
      *                   WATCHES HOUSEPOL, MOTORPOL AND COMMPOL -
      *          POLICIES MATURING WITHIN THE HORIZON - OR ALREADY
      *          PAST MATURITY AND STILL UNSETTLED - ARE LISTED WITH
      *          SUM ASSURED, FUND NAME AND WITH-PROFITS FLAG SO THE
      *          PROCEEDS TEAM CAN PREPARE.  A WITH-PROFITS POLICY
      *          ALSO SHOWS ITS BONUSES ATTACHED (THE LATEST BONUSACC
      *          ROW), THE TERMINAL BONUS ON THEM AT THE RATE FOR ITS
      *          FULL TERM, AND THE EXPECTED PROCEEDS - SUM ASSURED
      *          PLUS BOTH BONUSES.
      *        - SETTLEMENT: THE MATSETTL CARDS RECORD THE PROCEEDS
      *          ACTUALLY PAID.  EACH ONE MARKS ITS POLICY MATURED
      *          WITH THE SETTLEMENT DATE AND AMOUNT AND JOURNALS
      *                             COLS 11-20  SETTLE DATE
      *                                         (CCYY-MM-DD)
      *                             COLS 21-32  AMOUNT (9(10)V99)
      *                  BONRATE  - BONUS RATE CARDS (LGCBONR); ONLY
      *                             THE 'T' CARDS ARE USED.  MAY BE
      *                             ABSENT - NO TERMINAL BONUS.
      *                  BONUSACC - BONUS ACCOUNT KSDS (LGCBONS).  NO
      *                             FILE YET MEANS NO BONUS DECLARED.
      *    I-O FILES:    ENDOWPOL - ENDOWMENT POLICY MASTER.
      *                  AUDITJNL - COMMON AUDIT JOURNAL.
      *    OUTPUT FILE:  MATWORKR - MATURITY WORKLIST / REPORT.
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS ENM-POLICY-NUM
              FILE STATUS IS ENDOWPOL-STATUS.
      *
           SELECT BONRATE ASSIGN TO BONRATE
              FILE STATUS IS BONRATE-STATUS.
      *
           SELECT BONUSACC ASSIGN TO BONUSACC
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS BNA-KEY
              FILE STATUS IS BONUSACC-STATUS.
      *
           SELECT AUDITJNL ASSIGN TO AUDITJNL
              ORGANIZATION IS INDEXED
       FD  ENDOWPOL
           BLOCK CONTAINS 0 RECORDS.
       COPY LGCENDW.
      *
       FD  BONRATE
           BLOCK CONTAINS 0 RECORDS.
       01  BONRATE-RECORD                 PIC X(80).
      *
       FD  BONUSACC
           BLOCK CONTAINS 0 RECORDS.
       COPY LGCBONS.
      *
       FD  AUDITJNL
           BLOCK CONTAINS 0 RECORDS.
               88  AUDITJNL-NOT-FOUND             VALUE '35'.
               88  AUDITJNL-DUPLICATE             VALUE '22'.
           05  MATWORKR-STATUS            PIC XX VALUE '00'.
           05  BONRATE-STATUS             PIC XX VALUE '00'.
               88  BONRATE-OPEN-OK                VALUE '00'.
           05  BONUSACC-STATUS            PIC XX VALUE '00'.
               88  BONUSACC-OPEN-OK               VALUE '00'.
           05  SW-EOF                     PIC X(01) VALUE 'N'.
               88  END-OF-FILE                    VALUE 'Y'.
           05  SW-RATE-EOF                PIC X(01) VALUE 'N'.
               88  END-OF-RATE-CARDS              VALUE 'Y'.
           05  SW-BONUS-EOF               PIC X(01) VALUE 'N'.
               88  END-OF-BONUSES                 VALUE 'Y'.
           05  SW-BONUSACC                PIC X(01) VALUE 'N'.
               88  BONUSACC-USABLE                VALUE 'Y'.
      *
       01  WS-PARM-REC.
           05  WS-PARM-HORIZON            PIC 9(03).
           05  WS-MATURITY-DD             PIC 9(02).
       01  WS-MATURITY-INTDATE            PIC 9(07) VALUE ZERO.
       01  WS-DAYS-TO-MATURITY            PIC S9(07) VALUE ZERO.
      *
      *    WITH-PROFITS EXPECTED PROCEEDS.
       COPY LGCBONR.
       01  WS-ACCRUED-BONUS               PIC 9(08)V99 VALUE ZERO.
       01  WS-TERMINAL-RATE               PIC 9(03)V9(02) VALUE ZERO.
       01  WS-TERMINAL-BONUS              PIC 9(08)V99 VALUE ZERO.
       01  WS-EXPECTED-PROCEEDS           PIC 9(10)V99 VALUE ZERO.
       01  WS-TOTAL-EXPECTED              PIC 9(12)V99 VALUE ZERO.
       01  WS-BAD-RATE-CARD-COUNT         PIC 9(05) COMP VALUE ZERO.
      *
       01  WS-CANDIDATE-COUNT             PIC 9(05) COMP VALUE ZERO.
       01  WS-OVERDUE-COUNT               PIC 9(05) COMP VALUE ZERO.
       01  WS-REPORT-LINE                 PIC X(100).
       01  WS-RPT-CNT                     PIC Z(4)9.
       01  WS-RPT-AMT                     PIC -(10)9.99.
       01  WS-RPT-AMT2                    PIC -(10)9.99.
       01  WS-RPT-AMT3                    PIC -(10)9.99.
       01  WS-RPT-DAYS                    PIC -(4)9.
      *
       PROCEDURE DIVISION.
       0000-MAINLINE.
      *
           PERFORM 0100-INITIALIZATION
              THRU 0100-INITIALIZATION-EXIT
           PERFORM 0200-SCAN-FOR-MATURITIES
              THRU 0200-SCAN-FOR-MATURITIES-EXIT
           PERFORM 0500-APPLY-SETTLEMENTS
              THRU 0500-APPLY-SETTLEMENTS-EXIT
           PERFORM 0800-WRITE-SUMMARY
              THRU 0800-WRITE-SUMMARY-EXIT
           PERFORM 0900-CLOSE-FILES
              THRU 0900-CLOSE-FILES-EXIT
      *
           IF (WS-CANDIDATE-COUNT > ZERO OR WS-SETTLED-COUNT > ZERO)
              AND RETURN-CODE NOT = 8
           END-IF
      *
           OPEN INPUT MATSETTL
      *
      *    NO BONUS FILE YET MEANS NO BONUS HAS BEEN DECLARED; NO
      *    RATE CARD MEANS NO TERMINAL BONUS.
           OPEN INPUT BONUSACC
           IF BONUSACC-OPEN-OK
              SET BONUSACC-USABLE        TO TRUE
           END-IF
           OPEN INPUT BONRATE
           IF BONRATE-OPEN-OK
              PERFORM 0150-LOAD-TERMINAL-SCALE
                 THRU 0150-LOAD-TERMINAL-SCALE-EXIT
              CLOSE BONRATE
           END-IF
      *
       0100-INITIALIZATION-EXIT.
           EXIT.
      *
      *================================================================
      * 0150-LOAD-TERMINAL-SCALE - THE 'T' CARDS, IN DURATION ORDER.
      *     LGRBON01 REFUSES A BAD DECK; HERE A BAD CARD IS LISTED
      *     AND PASSED OVER SO THE WORKLIST STILL COMES OUT.
      *================================================================
       0150-LOAD-TERMINAL-SCALE.
      *
           MOVE 'N'                      TO SW-RATE-EOF
           PERFORM UNTIL END-OF-RATE-CARDS
              READ BONRATE INTO BONUS-RATE-CARD
                 AT END SET END-OF-RATE-CARDS TO TRUE
              END-READ
              IF NOT END-OF-RATE-CARDS
                 AND BRC-TERMINAL
                 IF BRC-T-YEARS-MAX-X NOT NUMERIC
                    OR BRC-T-RATE-X NOT NUMERIC
                    OR BRT-TERMINAL-COUNT NOT < BRT-TERMINAL-MAX
                    ADD 1                TO WS-BAD-RATE-CARD-COUNT
                    MOVE SPACES          TO WS-REPORT-LINE
                    STRING 'TERMINAL RATE CARD IGNORED: '
                           BONUS-RATE-CARD(1:8)
                           DELIMITED BY SIZE INTO WS-REPORT-LINE
                    WRITE MATWORKR-RECORD FROM WS-REPORT-LINE
                 ELSE
                    ADD 1                TO BRT-TERMINAL-COUNT
                    MOVE BRC-T-YEARS-MAX
                      TO BRT-YEARS-MAX(BRT-TERMINAL-COUNT)
                    MOVE BRC-T-RATE
                      TO BRT-RATE(BRT-TERMINAL-COUNT)
                 END-IF
              END-IF
           END-PERFORM
      *
       0150-LOAD-TERMINAL-SCALE-EXIT.
           EXIT.
      *
       0200-SCAN-FOR-MATURITIES.
      *
              IF NOT END-OF-FILE
                 AND ENM-POLICY-ACTIVE
                 PERFORM 0300-JUDGE-ONE-POLICY
                    THRU 0300-JUDGE-ONE-POLICY-EXIT
              END-IF
           END-PERFORM
      *
                     DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-IF
           WRITE MATWORKR-RECORD FROM WS-REPORT-LINE
      *
           IF ENM-E-WITH-PROFITS = 'Y'
              PERFORM 0350-EXPECTED-PROCEEDS
                 THRU 0350-EXPECTED-PROCEEDS-EXIT
           END-IF
      *
       0300-JUDGE-ONE-POLICY-EXIT.
           EXIT.
      *
      *================================================================
      * 0350-EXPECTED-PROCEEDS - THE BONUSES ATTACHED ARE ON THE
      *     POLICY'S LATEST BONUSACC ROW.  THE TERMINAL BONUS IS A
      *     PERCENT OF THEM AT THE RATE FOR THE FULL TERM - THE FIRST
      *     'T' CARD REACHING ENM-E-TERM YEARS.
      *================================================================
       0350-EXPECTED-PROCEEDS.
      *
           MOVE ZERO                     TO WS-ACCRUED-BONUS
           IF BONUSACC-USABLE
              MOVE 'N'                   TO SW-BONUS-EOF
              MOVE ENM-POLICY-NUM        TO BNA-POLICY-NUM
              MOVE ZERO                  TO BNA-BONUS-YEAR
              START BONUSACC KEY NOT < BNA-KEY
                 INVALID KEY SET END-OF-BONUSES TO TRUE
              END-START
              PERFORM UNTIL END-OF-BONUSES
                 READ BONUSACC NEXT RECORD
                    AT END SET END-OF-BONUSES TO TRUE
                 END-READ
                 IF NOT END-OF-BONUSES
                    IF BNA-POLICY-NUM NOT = ENM-POLICY-NUM
                       SET END-OF-BONUSES TO TRUE
                    ELSE
                       MOVE BNA-ACCRUED-TOTAL TO WS-ACCRUED-BONUS
                    END-IF
                 END-IF
              END-PERFORM
              MOVE '00'                  TO BONUSACC-STATUS
           END-IF
      *
           MOVE ZERO                     TO WS-TERMINAL-RATE
           PERFORM VARYING BRT-IDX FROM 1 BY 1
                   UNTIL BRT-IDX > BRT-TERMINAL-COUNT
                      OR WS-TERMINAL-RATE > ZERO
              IF BRT-YEARS-MAX(BRT-IDX) NOT < ENM-E-TERM
                 MOVE BRT-RATE(BRT-IDX)  TO WS-TERMINAL-RATE
              END-IF
           END-PERFORM
           COMPUTE WS-TERMINAL-BONUS ROUNDED =
                   WS-ACCRUED-BONUS * WS-TERMINAL-RATE / 100
           COMPUTE WS-EXPECTED-PROCEEDS = ENM-E-SUM-ASSURED
                   + WS-ACCRUED-BONUS + WS-TERMINAL-BONUS
           ADD WS-EXPECTED-PROCEEDS      TO WS-TOTAL-EXPECTED
      *
           MOVE WS-ACCRUED-BONUS         TO WS-RPT-AMT
           MOVE WS-TERMINAL-BONUS        TO WS-RPT-AMT2
           MOVE WS-EXPECTED-PROCEEDS     TO WS-RPT-AMT3
           MOVE SPACES                   TO WS-REPORT-LINE
           STRING '      BONUS=' WS-RPT-AMT
                  ' TERMINAL=' WS-RPT-AMT2
                  ' EXPECTED PROCEEDS=' WS-RPT-AMT3
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE MATWORKR-RECORD FROM WS-REPORT-LINE
      *
       0350-EXPECTED-PROCEEDS-EXIT.
           EXIT.
      *
       0500-APPLY-SETTLEMENTS.
      *
              END-READ
              IF NOT END-OF-FILE
                 PERFORM 0600-SETTLE-ONE-POLICY
                    THRU 0600-SETTLE-ONE-POLICY-EXIT
              END-IF
           END-PERFORM
      *
           MOVE ENDOWMENT-POLICY-MASTER-RECORD
             TO AJR-AFTER-IMAGE
           PERFORM 0700-WRITE-JOURNAL
              THRU 0700-WRITE-JOURNAL-EXIT
      *
           MOVE STL-AMOUNT               TO WS-RPT-AMT
           MOVE SPACES                   TO WS-REPORT-LINE
      *
           MOVE '99'                     TO AUDITJNL-STATUS
           PERFORM 0750-WRITE-JOURNAL-ONCE
              THRU 0750-WRITE-JOURNAL-ONCE-EXIT
              UNTIL AUDITJNL-OPEN-OK
                 OR AJR-SEQ > 99
      *
           STRING 'OVERDUE UNSETTLED   =' WS-RPT-CNT
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE MATWORKR-RECORD FROM WS-REPORT-LINE
           MOVE WS-TOTAL-EXPECTED        TO WS-RPT-AMT
           MOVE SPACES                   TO WS-REPORT-LINE
           STRING 'EXPECTED WP PROCEEDS=' WS-RPT-AMT
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE MATWORKR-RECORD FROM WS-REPORT-LINE
           MOVE WS-SETTLED-COUNT         TO WS-RPT-CNT
           MOVE SPACES                   TO WS-REPORT-LINE
           STRING 'SETTLEMENTS APPLIED =' WS-RPT-CNT
           IF MATSETTL-OPEN-OK
              CLOSE MATSETTL
           END-IF
           IF BONUSACC-USABLE
              CLOSE BONUSACC
           END-IF
           CLOSE MATWORKR
      *
       0900-CLOSE-FILES-EXIT.
