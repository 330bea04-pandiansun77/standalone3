       IDENTIFICATION DIVISION.
       PROGRAM-ID. LGRUPR01.
       AUTHOR. INSURANCE-APPLICATIONS-TEAM.
       INSTALLATION. POLICY-ADMINISTRATION.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.
      *================================================================
      * MODIFICATION HISTORY
      *   2026-10-15  PA  A SURRENDERED ENDOWMENT IS VALUED AS CANCELLED
      *                   AT ITS SURRENDER DATE, WITH NO PREMIUM REFUND.
      *   2026-10-15  PA  ORIGINAL -- UNEARNED PREMIUM RESERVE AND
      *                   EARNED PREMIUM AT A MONTH-END.  THE RESERVE
      *                   WAS ESTIMATED FROM LAST YEAR'S RATIO BECAUSE
      *                   NOTHING WORKED IT OUT POLICY BY POLICY.
      *================================================================
      *================================================================
      *    FUNCTION:
      *      VALUES THE PREMIUM ON THE FOUR POLICY MASTERS AT THE LAST
      *      DAY OF ONE MONTH.  FOR EACH POLICY ON RISK THAT DAY:
      *        - THE PREMIUM PERIOD IS THE POLICY YEAR THE MONTH-END
      *          FALLS IN: FROM THE LATEST ISSUE-DATE ANNIVERSARY TO
      *          THE NEXT ONE, OR TO EXPIRY IF SOONER.  FOR AN ANNUAL
      *          POLICY THAT IS ISSUE TO EXPIRY.
      *        - WRITTEN PREMIUM IS THE ANNUAL PREMIUM AT THE START
      *          OF THE PERIOD (THE OLD PREMIUM OF ITS FIRST
      *          ENDORSEMENT IN THE PERIOD, OR THE MASTER'S PREMIUM
      *          IF THERE WAS NONE) PLUS THE PRO-RATA DELTA OF EVERY
      *          ENDORSEMENT ON ENDORSE (LGCENDT) EFFECTIVE IN THE
      *          PERIOD BY THE MONTH-END.
      *        - UNEARNED PREMIUM IS DAILY PRO-RATA: THE ANNUAL
      *          PREMIUM OVER THE DAYS OF THE PERIOD STILL TO RUN,
      *          AND EACH DELTA OVER THE DAYS FROM ITS EFFECTIVE DATE
      *          STILL TO RUN.
      *        - A POLICY CANCELLED IN THE PERIOD BY THE MONTH-END
      *          HAS ITS CANCELLATION REFUND TAKEN OFF WRITTEN
      *          PREMIUM AND NOTHING UNEARNED.
      *        - EARNED PREMIUM IS WRITTEN LESS UNEARNED.
      *      THE FIGURES ARE SUMMARISED BY LINE OF BUSINESS, BY
      *      BROKER, BY MONTH OF POLICY EXPIRY AND IN TOTAL, AND EACH
      *      SUMMARY IS SHOWN AGAINST THE SAME SUMMARY'S UNEARNED
      *      PREMIUM FOR THE MONTH BEFORE, FROM THE UPRHIST HISTORY
      *      (LGCUPRH), SO THE MOVEMENT IN THE RESERVE IS VISIBLE.  A
      *      SUMMARY ON LAST MONTH'S HISTORY WITH NOTHING THIS MONTH
      *      IS LISTED AS NO LONGER ON THE BOOK.  THE MONTH'S FIGURES
      *      ARE THEN SAVED ON UPRHIST, REPLACING ANY FROM AN EARLIER
      *      RUN FOR THE SAME MONTH.
      *      COMMERCIAL POLICIES ARE ON RISK WHEN BOUND (3000);
      *      CANCELLED (6000) ONES ARE VALUED AS CANCELLED ON THEIR
      *      CML-B-STATUS-DATE.  COMMERCIAL HAS NO ENDORSEMENTS.
      *
      *    INPUT FILES:  UPRPARM  - OPTIONAL CARD, COLS 1-7 THE MONTH
      *                             'YYYY-MM'.  DEFAULT IS THE MONTH
      *                             BEFORE THE RUN DATE.
      *                  HOUSEPOL, MOTORPOL, COMMPOL, ENDOWPOL.
      *                  ENDORSE  - ENDORSEMENT DETAIL KSDS (MAY NOT
      *                             EXIST YET).
      *                  UPRHIST  - UPR HISTORY KSDS (I-O, CREATED ON
      *                             FIRST USE).
      *
      *    OUTPUT FILES: UPRRPT   - UPR AND EARNED PREMIUM REPORT.
      *                  UPRHIST  - THE MONTH'S SUMMARIES.
      *
      *    RETURN CODE:  00 - MONTH VALUED
      *                  04 - MONTH VALUED, BUT A POLICY WITH AN
      *                       UNUSABLE ISSUE, EXPIRY OR CANCEL DATE
      *                       WAS LEFT OUT (LISTED)
      *                  08 - FILE ERROR, MONTH NOT YET ENDED, OR
      *                       TOO MANY SUMMARIES TO HOLD
      *================================================================
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *
           SELECT UPRPARM ASSIGN TO UPRPARM
              FILE STATUS IS UPRPARM-STATUS.
      *
           SELECT HOUSEPOL ASSIGN TO HOUSEPOL
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS HSM-POLICY-NUM
              FILE STATUS IS HOUSEPOL-STATUS.
      *
           SELECT MOTORPOL ASSIGN TO MOTORPOL
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS MTM-POLICY-NUM
              FILE STATUS IS MOTORPOL-STATUS.
      *
           SELECT COMMPOL ASSIGN TO COMMPOL
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS CML-POLICY-NUM
              FILE STATUS IS COMMPOL-STATUS.
      *
           SELECT ENDOWPOL ASSIGN TO ENDOWPOL
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS ENM-POLICY-NUM
              FILE STATUS IS ENDOWPOL-STATUS.
      *
           SELECT ENDORSE ASSIGN TO ENDORSE
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS EDT-KEY
              FILE STATUS IS ENDORSE-STATUS.
      *
           SELECT UPRHIST ASSIGN TO UPRHIST
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS UPH-KEY
              FILE STATUS IS UPRHIST-STATUS.
      *
           SELECT UPRRPT ASSIGN TO UPRRPT
              FILE STATUS IS UPRRPT-STATUS.
      *
       DATA DIVISION.
       FILE SECTION.
      *
       FD  UPRPARM
           BLOCK CONTAINS 0 RECORDS.
       01  UPRPARM-RECORD                 PIC X(80).
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
       FD  UPRHIST
           BLOCK CONTAINS 0 RECORDS.
       COPY LGCUPRH.
      *
       FD  UPRRPT
           BLOCK CONTAINS 0 RECORDS.
       01  UPRRPT-RECORD                  PIC X(132).
      *
       WORKING-STORAGE SECTION.
      *
       77  FILLER                         PIC X(36) VALUE
                   'LGRUPR01 WORKING STORAGE BEGINS HR'.
      *
       01  WS-AREA.
           05  UPRPARM-STATUS             PIC XX VALUE '00'.
               88  UPRPARM-VALID-STATUS           VALUE '00'.
           05  HOUSEPOL-STATUS            PIC XX VALUE '00'.
               88  HOUSEPOL-OPEN-OK               VALUE '00'.
               88  HOUSEPOL-NOT-FOUND             VALUE '35'.
           05  MOTORPOL-STATUS            PIC XX VALUE '00'.
               88  MOTORPOL-OPEN-OK               VALUE '00'.
               88  MOTORPOL-NOT-FOUND             VALUE '35'.
           05  COMMPOL-STATUS             PIC XX VALUE '00'.
               88  COMMPOL-OPEN-OK                VALUE '00'.
               88  COMMPOL-NOT-FOUND              VALUE '35'.
           05  ENDOWPOL-STATUS            PIC XX VALUE '00'.
               88  ENDOWPOL-OPEN-OK               VALUE '00'.
               88  ENDOWPOL-NOT-FOUND             VALUE '35'.
           05  ENDORSE-STATUS             PIC XX VALUE '00'.
               88  ENDORSE-OPEN-OK                VALUE '00'.
               88  ENDORSE-NOT-FOUND              VALUE '35'.
           05  UPRHIST-STATUS             PIC XX VALUE '00'.
               88  UPRHIST-OPEN-OK                VALUE '00'.
               88  UPRHIST-NOT-FOUND              VALUE '35'.
               88  UPRHIST-NO-RECORD              VALUE '23'.
           05  UPRRPT-STATUS              PIC XX VALUE '00'.
           05  SW-EOF                     PIC X(01) VALUE 'N'.
               88  END-OF-FILE                    VALUE 'Y'.
           05  SW-ENDORSE-EOF             PIC X(01) VALUE 'N'.
               88  END-OF-ENDORSEMENTS            VALUE 'Y'.
           05  SW-HISTORY-EOF             PIC X(01) VALUE 'N'.
               88  END-OF-HISTORY                 VALUE 'Y'.
           05  SW-HOUSEPOL                PIC X(01) VALUE 'N'.
               88  HOUSEPOL-USABLE                VALUE 'Y'.
           05  SW-MOTORPOL                PIC X(01) VALUE 'N'.
               88  MOTORPOL-USABLE                VALUE 'Y'.
           05  SW-COMMPOL                 PIC X(01) VALUE 'N'.
               88  COMMPOL-USABLE                 VALUE 'Y'.
           05  SW-ENDOWPOL                PIC X(01) VALUE 'N'.
               88  ENDOWPOL-USABLE                VALUE 'Y'.
           05  SW-ENDORSE                 PIC X(01) VALUE 'N'.
               88  ENDORSE-USABLE                 VALUE 'Y'.
           05  SW-UPRHIST                 PIC X(01) VALUE 'N'.
               88  UPRHIST-USABLE                 VALUE 'Y'.
           05  SW-DATE-OK                 PIC X(01) VALUE 'N'.
               88  DATE-IS-VALID                  VALUE 'Y'.
           05  SW-BASE-FOUND              PIC X(01) VALUE 'N'.
               88  BASE-PREMIUM-FOUND             VALUE 'Y'.
           05  SW-POLICY-CANCELLED        PIC X(01) VALUE 'N'.
               88  POLICY-CANCELLED-BY-MONTH-END  VALUE 'Y'.
           05  SW-GROUP-FOUND             PIC X(01) VALUE 'N'.
               88  GROUP-FOUND                    VALUE 'Y'.
           05  SW-TABLE-FULL              PIC X(01) VALUE 'N'.
               88  SUMMARY-TABLE-FULL             VALUE 'Y'.
      *
       01  WS-PARM-REC.
           05  WS-PARM-MONTH.
               10  WS-PARM-YYYY           PIC 9(04).
               10  WS-PARM-SEP            PIC X(01).
               10  WS-PARM-MM             PIC 9(02).
           05  FILLER                     PIC X(73).
      *
       01  WS-TODAY-DATE                  PIC 9(08).
       01  FILLER REDEFINES WS-TODAY-DATE.
           05  WS-TODAY-YYYY              PIC 9(04).
           05  WS-TODAY-MM                PIC 9(02).
           05  WS-TODAY-DD                PIC 9(02).
       01  WS-TODAY-DATE10                PIC X(10).
      *
      *    THE MONTH BEING VALUED, ITS LAST DAY, AND THE MONTH BEFORE
      *    IT WHOSE HISTORY GIVES THE MOVEMENT.
       01  WS-VAL-MONTH.
           05  WS-VAL-YYYY                PIC 9(04).
           05  WS-VAL-SEP                 PIC X(01) VALUE '-'.
           05  WS-VAL-MM                  PIC 9(02).
       01  WS-PRIOR-MONTH.
           05  WS-PRIOR-YYYY              PIC 9(04).
           05  WS-PRIOR-SEP               PIC X(01) VALUE '-'.
           05  WS-PRIOR-MM                PIC 9(02).
       01  WS-NEXT-FIRST-DATE             PIC 9(08).
       01  FILLER REDEFINES WS-NEXT-FIRST-DATE.
           05  WS-NEXT-FIRST-YYYY         PIC 9(04).
           05  WS-NEXT-FIRST-MM           PIC 9(02).
           05  WS-NEXT-FIRST-DD           PIC 9(02).
       01  WS-VAL-DATE                    PIC 9(08) VALUE ZERO.
       01  WS-VAL-INTDATE                 PIC 9(07) VALUE ZERO.
       01  WS-VAL-DATE10                  PIC X(10).
      *
      *    THE POLICY BEING VALUED, WHICHEVER MASTER IT CAME FROM.
       01  WS-POLICY.
           05  WS-POL-LINE                PIC X(01).
           05  WS-POL-SLOT                PIC 9(01).
           05  WS-POL-NUM                 PIC 9(10).
           05  WS-POL-BROKERID            PIC 9(10).
           05  WS-POL-PAYMENT             PIC 9(06).
           05  WS-POL-ISSUE-DATE          PIC X(10).
           05  WS-POL-EXPIRY-DATE         PIC X(10).
           05  WS-POL-CANCEL-DATE         PIC X(10).
           05  WS-POL-REFUND              PIC S9(07)V99.
      *
      *    DATE CONVERSION: WS-DATE-HOLD (YYYY-MM-DD) IN, THE DAY
      *    NUMBER OUT.
       01  WS-DATE-HOLD                   PIC X(10).
       01  WS-WORK-NUMDATE                PIC 9(08) VALUE ZERO.
       01  WS-WORK-INTDATE                PIC 9(07) VALUE ZERO.
      *
       01  WS-ANNIV-NUMDATE               PIC 9(08) VALUE ZERO.
       01  FILLER REDEFINES WS-ANNIV-NUMDATE.
           05  WS-ANNIV-YYYY              PIC 9(04).
           05  WS-ANNIV-MM                PIC 9(02).
           05  WS-ANNIV-DD                PIC 9(02).
       01  WS-ISSUE-NUMDATE               PIC 9(08) VALUE ZERO.
       01  WS-ISSUE-INTDATE               PIC 9(07) VALUE ZERO.
       01  WS-EXPIRY-INTDATE              PIC 9(07) VALUE ZERO.
       01  WS-CANCEL-INTDATE              PIC 9(07) VALUE ZERO.
       01  WS-START-INTDATE               PIC 9(07) VALUE ZERO.
       01  WS-END-INTDATE                 PIC 9(07) VALUE ZERO.
       01  WS-EFF-INTDATE                 PIC 9(07) VALUE ZERO.
       01  WS-PERIOD-DAYS                 PIC S9(05) VALUE ZERO.
       01  WS-DAYS-LEFT                   PIC S9(05) VALUE ZERO.
       01  WS-DELTA-DAYS                  PIC S9(05) VALUE ZERO.
      *
      *    THE POLICY'S FIGURES.
       01  WS-BASE-PREMIUM                PIC S9(09)V99 VALUE ZERO.
       01  WS-DELTA-TOTAL                 PIC S9(09)V99 VALUE ZERO.
       01  WS-DELTA-UNEARNED              PIC S9(09)V99 VALUE ZERO.
       01  WS-LAYER-UNEARNED              PIC S9(09)V99 VALUE ZERO.
       01  WS-POL-WRITTEN                 PIC S9(09)V99 VALUE ZERO.
       01  WS-POL-UNEARNED                PIC S9(09)V99 VALUE ZERO.
       01  WS-POL-EARNED                  PIC S9(09)V99 VALUE ZERO.
      *
       01  WS-POLICIES-READ               PIC 9(07) COMP VALUE ZERO.
       01  WS-POLICIES-VALUED             PIC 9(07) COMP VALUE ZERO.
       01  WS-POLICIES-OFF-RISK           PIC 9(07) COMP VALUE ZERO.
       01  WS-POLICIES-BAD-DATE           PIC 9(07) COMP VALUE ZERO.
       01  WS-POLICIES-CANCELLED          PIC 9(07) COMP VALUE ZERO.
       01  WS-HISTORY-WRITTEN             PIC 9(07) COMP VALUE ZERO.
       01  WS-HISTORY-REPLACED            PIC 9(07) COMP VALUE ZERO.
      *
      *    THE LINES OF BUSINESS, IN MASTER ORDER.
       01  WS-LINE-CODES                  PIC X(04) VALUE 'HMCE'.
       01  WS-LINE-NAMES.
           05  FILLER                     PIC X(10) VALUE 'HOUSE'.
           05  FILLER                     PIC X(10) VALUE 'MOTOR'.
           05  FILLER                     PIC X(10) VALUE 'COMMERCIAL'.
           05  FILLER                     PIC X(10) VALUE 'ENDOWMENT'.
       01  WS-LINE-NAME-TABLE REDEFINES WS-LINE-NAMES.
           05  LNN-NAME OCCURS 4 TIMES    PIC X(10).
       01  LNN-IDX                        PIC 9(01) VALUE ZERO.
      *
      *    THE SUMMARIES, IN KIND AND GROUP ORDER: L = LINE,
      *    B = BROKER, X = EXPIRY MONTH, T = ALL POLICIES.
       01  WS-GRP-KEY.
           05  WS-GRP-KIND                PIC X(01).
           05  WS-GRP-GROUP               PIC X(10).
       01  WS-REPORT-KINDS                PIC X(04) VALUE 'LBXT'.
       01  WS-KIND-IDX                    PIC 9(01) VALUE ZERO.
       01  WS-REPORT-KIND                 PIC X(01).
       01  SMT-MAX                        PIC S9(04) COMP VALUE 3000.
       01  SMT-COUNT                      PIC S9(04) COMP VALUE ZERO.
       01  SMT-IDX                        PIC S9(04) COMP VALUE ZERO.
       01  SMT-POS                        PIC S9(04) COMP VALUE ZERO.
       01  SMT-SHIFT                      PIC S9(04) COMP VALUE ZERO.
       01  SMT-TABLE.
           05  SMT-ENTRY OCCURS 3000 TIMES.
               10  SMT-KEY.
                   15  SMT-KIND           PIC X(01).
                   15  SMT-GROUP          PIC X(10).
               10  SMT-POLICIES           PIC 9(07) COMP.
               10  SMT-WRITTEN            PIC S9(11)V99 COMP-3.
               10  SMT-EARNED             PIC S9(11)V99 COMP-3.
               10  SMT-UNEARNED           PIC S9(11)V99 COMP-3.
      *
       01  WS-PRIOR-UNEARNED              PIC S9(11)V99 VALUE ZERO.
       01  WS-MOVEMENT                    PIC S9(11)V99 VALUE ZERO.
       01  WS-PRIOR-TEXT                  PIC X(15).
       01  WS-GROUP-LABEL                 PIC X(12).
      *
       01  WS-REPORT-LINE                 PIC X(132).
       01  WS-RPT-CNT                     PIC Z(6)9.
       01  WS-RPT-WRITTEN                 PIC -(11)9.99.
       01  WS-RPT-EARNED                  PIC -(11)9.99.
       01  WS-RPT-UNEARNED                PIC -(11)9.99.
       01  WS-RPT-PRIOR                   PIC -(11)9.99.
       01  WS-RPT-MOVE                    PIC -(11)9.99.
      *
       PROCEDURE DIVISION.
      *
       0000-MAINLINE.
      *
           PERFORM 0100-INITIALIZATION
              THRU 0100-INITIALIZATION-EXIT
           IF RETURN-CODE = 8
              PERFORM 0900-CLOSE-FILES
                 THRU 0900-CLOSE-FILES-EXIT
              GOBACK
           END-IF
      *
           PERFORM 0200-SCAN-HOUSEPOL
              THRU 0200-SCAN-HOUSEPOL-EXIT
           PERFORM 0250-SCAN-MOTORPOL
              THRU 0250-SCAN-MOTORPOL-EXIT
           PERFORM 0300-SCAN-COMMPOL
              THRU 0300-SCAN-COMMPOL-EXIT
           PERFORM 0350-SCAN-ENDOWPOL
              THRU 0350-SCAN-ENDOWPOL-EXIT
      *
           IF SUMMARY-TABLE-FULL
              MOVE SPACES                TO WS-REPORT-LINE
              STRING 'MORE THAN 3000 SUMMARIES - '
                     'MONTH NOT VALUED OR SAVED'
                     DELIMITED BY SIZE INTO WS-REPORT-LINE
              WRITE UPRRPT-RECORD FROM WS-REPORT-LINE
              DISPLAY '**LGRUPR01 - SUMMARY TABLE FULL - MONTH '
                      WS-VAL-MONTH ' NOT VALUED'
              MOVE 8                     TO RETURN-CODE
           ELSE
              PERFORM 0450-CLEAR-MONTH-HISTORY
                 THRU 0450-CLEAR-MONTH-HISTORY-EXIT
              PERFORM 0700-REPORT-SUMMARIES
                 THRU 0700-REPORT-SUMMARIES-EXIT
           END-IF
           PERFORM 0800-WRITE-TOTALS
              THRU 0800-WRITE-TOTALS-EXIT
      *
           PERFORM 0900-CLOSE-FILES
              THRU 0900-CLOSE-FILES-EXIT
      *
           IF RETURN-CODE NOT = 8
              IF WS-POLICIES-BAD-DATE > ZERO
                 MOVE 4                  TO RETURN-CODE
              END-IF
           END-IF
      *
           GOBACK.
      *
      *================================================================
      * 0100-INITIALIZATION - WORKS OUT THE MONTH TO VALUE, WHICH MUST
      *     HAVE ENDED, AND OPENS THE FILES.
      *================================================================
       0100-INITIALIZATION.
      *
           OPEN OUTPUT UPRRPT
           MOVE '-------- LGRUPR01 UNEARNED PREMIUM RESERVE ---------'
                TO UPRRPT-RECORD
           WRITE UPRRPT-RECORD
      *
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           MOVE WS-TODAY-DATE(1:4)       TO WS-TODAY-DATE10(1:4)
           MOVE '-'                      TO WS-TODAY-DATE10(5:1)
           MOVE WS-TODAY-DATE(5:2)       TO WS-TODAY-DATE10(6:2)
           MOVE '-'                      TO WS-TODAY-DATE10(8:1)
           MOVE WS-TODAY-DATE(7:2)       TO WS-TODAY-DATE10(9:2)
      *
      *    THE MONTH BEFORE THE ONE THE RUN FALLS IN, UNLESS THE
      *    CARD NAMES ONE.
           MOVE WS-TODAY-YYYY            TO WS-VAL-YYYY
           IF WS-TODAY-MM = 1
              MOVE 12                    TO WS-VAL-MM
              SUBTRACT 1                 FROM WS-VAL-YYYY
           ELSE
              COMPUTE WS-VAL-MM = WS-TODAY-MM - 1
           END-IF
      *
           OPEN INPUT UPRPARM
           IF UPRPARM-VALID-STATUS
              READ UPRPARM INTO WS-PARM-REC
                 AT END CONTINUE
                 NOT AT END
                    IF WS-PARM-YYYY IS NUMERIC
                       AND WS-PARM-SEP = '-'
                       AND WS-PARM-MM IS NUMERIC
                       AND WS-PARM-MM > ZERO
                       AND WS-PARM-MM < 13
                       MOVE WS-PARM-YYYY TO WS-VAL-YYYY
                       MOVE WS-PARM-MM   TO WS-VAL-MM
                    ELSE
                       MOVE 'MONTH CARD NOT YYYY-MM - IGNORED'
                            TO UPRRPT-RECORD
                       WRITE UPRRPT-RECORD
                    END-IF
              END-READ
              CLOSE UPRPARM
           END-IF
      *
      *    THE LAST DAY OF THE MONTH IS THE DAY BEFORE THE FIRST OF
      *    THE NEXT.
           MOVE WS-VAL-YYYY              TO WS-NEXT-FIRST-YYYY
           IF WS-VAL-MM = 12
              MOVE 1                     TO WS-NEXT-FIRST-MM
              ADD 1                      TO WS-NEXT-FIRST-YYYY
           ELSE
              COMPUTE WS-NEXT-FIRST-MM = WS-VAL-MM + 1
           END-IF
           MOVE 1                        TO WS-NEXT-FIRST-DD
           COMPUTE WS-VAL-INTDATE =
                   FUNCTION INTEGER-OF-DATE(WS-NEXT-FIRST-DATE) - 1
           COMPUTE WS-VAL-DATE =
                   FUNCTION DATE-OF-INTEGER(WS-VAL-INTDATE)
           MOVE WS-VAL-DATE(1:4)         TO WS-VAL-DATE10(1:4)
           MOVE '-'                      TO WS-VAL-DATE10(5:1)
           MOVE WS-VAL-DATE(5:2)         TO WS-VAL-DATE10(6:2)
           MOVE '-'                      TO WS-VAL-DATE10(8:1)
           MOVE WS-VAL-DATE(7:2)         TO WS-VAL-DATE10(9:2)
      *
           MOVE WS-VAL-YYYY              TO WS-PRIOR-YYYY
           IF WS-VAL-MM = 1
              MOVE 12                    TO WS-PRIOR-MM
              SUBTRACT 1                 FROM WS-PRIOR-YYYY
           ELSE
              COMPUTE WS-PRIOR-MM = WS-VAL-MM - 1
           END-IF
      *
           MOVE SPACES                   TO WS-REPORT-LINE
           STRING 'MONTH ' WS-VAL-MONTH
                  ' VALUED AT ' WS-VAL-DATE10
                  ' AGAINST ' WS-PRIOR-MONTH
                  ' RUN DATE ' WS-TODAY-DATE10
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE UPRRPT-RECORD FROM WS-REPORT-LINE
      *
      *    A MONTH STILL IN PROGRESS HAS NO MONTH-END TO VALUE AT.
           IF WS-VAL-MONTH NOT < WS-TODAY-DATE10(1:7)
              MOVE SPACES                TO WS-REPORT-LINE
              STRING 'MONTH ' WS-VAL-MONTH
                     ' HAS NOT ENDED - NOT VALUED'
                     DELIMITED BY SIZE INTO WS-REPORT-LINE
              WRITE UPRRPT-RECORD FROM WS-REPORT-LINE
              DISPLAY '**LGRUPR01 - MONTH ' WS-VAL-MONTH
                      ' HAS NOT ENDED - NOT VALUED'
              MOVE 8                     TO RETURN-CODE
              GO TO 0100-INITIALIZATION-EXIT
           END-IF
      *
      *    A MASTER THAT DOES NOT EXIST YET HAS NO POLICIES TO VALUE.
           OPEN INPUT HOUSEPOL
           IF HOUSEPOL-OPEN-OK
              SET HOUSEPOL-USABLE        TO TRUE
           ELSE
              IF NOT HOUSEPOL-NOT-FOUND
                 DISPLAY '**LGRUPR01 - HOUSEPOL OPEN ERROR - STATUS '
                         HOUSEPOL-STATUS
                 MOVE 8                  TO RETURN-CODE
              END-IF
           END-IF
           OPEN INPUT MOTORPOL
           IF MOTORPOL-OPEN-OK
              SET MOTORPOL-USABLE        TO TRUE
           ELSE
              IF NOT MOTORPOL-NOT-FOUND
                 DISPLAY '**LGRUPR01 - MOTORPOL OPEN ERROR - STATUS '
                         MOTORPOL-STATUS
                 MOVE 8                  TO RETURN-CODE
              END-IF
           END-IF
           OPEN INPUT COMMPOL
           IF COMMPOL-OPEN-OK
              SET COMMPOL-USABLE         TO TRUE
           ELSE
              IF NOT COMMPOL-NOT-FOUND
                 DISPLAY '**LGRUPR01 - COMMPOL OPEN ERROR - STATUS '
                         COMMPOL-STATUS
                 MOVE 8                  TO RETURN-CODE
              END-IF
           END-IF
           OPEN INPUT ENDOWPOL
           IF ENDOWPOL-OPEN-OK
              SET ENDOWPOL-USABLE        TO TRUE
           ELSE
              IF NOT ENDOWPOL-NOT-FOUND
                 DISPLAY '**LGRUPR01 - ENDOWPOL OPEN ERROR - STATUS '
                         ENDOWPOL-STATUS
                 MOVE 8                  TO RETURN-CODE
              END-IF
           END-IF
      *
      *    NO ENDORSE YET MEANS NO POLICY HAS BEEN ENDORSED.
           OPEN INPUT ENDORSE
           IF ENDORSE-OPEN-OK
              SET ENDORSE-USABLE         TO TRUE
           ELSE
              IF NOT ENDORSE-NOT-FOUND
                 DISPLAY '**LGRUPR01 - ENDORSE OPEN ERROR - STATUS '
                         ENDORSE-STATUS
                 MOVE 8                  TO RETURN-CODE
              END-IF
           END-IF
      *
      *    THE FIRST RUN FINDS NO HISTORY AND STARTS ONE.
           OPEN I-O UPRHIST
           IF UPRHIST-NOT-FOUND
              OPEN OUTPUT UPRHIST
              CLOSE UPRHIST
              OPEN I-O UPRHIST
           END-IF
           IF UPRHIST-OPEN-OK
              SET UPRHIST-USABLE         TO TRUE
           ELSE
              DISPLAY '**LGRUPR01 - UPRHIST OPEN ERROR - STATUS '
                      UPRHIST-STATUS
              MOVE 8                     TO RETURN-CODE
           END-IF
      *
       0100-INITIALIZATION-EXIT.
           EXIT.
      *
       0200-SCAN-HOUSEPOL.
      *
           IF NOT HOUSEPOL-USABLE
              GO TO 0200-SCAN-HOUSEPOL-EXIT
           END-IF
           MOVE 'N'                      TO SW-EOF
           PERFORM UNTIL END-OF-FILE
              READ HOUSEPOL NEXT RECORD
                 AT END SET END-OF-FILE  TO TRUE
              END-READ
              IF NOT END-OF-FILE
                 MOVE 'H'                TO WS-POL-LINE
                 MOVE 1                  TO WS-POL-SLOT
                 MOVE HSM-POLICY-NUM     TO WS-POL-NUM
                 MOVE HSM-BROKERID       TO WS-POL-BROKERID
                 MOVE HSM-PAYMENT        TO WS-POL-PAYMENT
                 MOVE HSM-ISSUE-DATE     TO WS-POL-ISSUE-DATE
                 MOVE HSM-EXPIRY-DATE    TO WS-POL-EXPIRY-DATE
                 MOVE SPACES             TO WS-POL-CANCEL-DATE
                 MOVE ZERO               TO WS-POL-REFUND
                 IF HSM-POLICY-CANCELLED
                    MOVE HSM-CANCEL-DATE TO WS-POL-CANCEL-DATE
                    MOVE HSM-CANCEL-REFUND
                                         TO WS-POL-REFUND
                 END-IF
                 PERFORM 0500-VALUE-POLICY
                    THRU 0500-VALUE-POLICY-EXIT
              END-IF
           END-PERFORM
      *
       0200-SCAN-HOUSEPOL-EXIT.
           EXIT.
      *
       0250-SCAN-MOTORPOL.
      *
           IF NOT MOTORPOL-USABLE
              GO TO 0250-SCAN-MOTORPOL-EXIT
           END-IF
           MOVE 'N'                      TO SW-EOF
           PERFORM UNTIL END-OF-FILE
              READ MOTORPOL NEXT RECORD
                 AT END SET END-OF-FILE  TO TRUE
              END-READ
              IF NOT END-OF-FILE
                 MOVE 'M'                TO WS-POL-LINE
                 MOVE 2                  TO WS-POL-SLOT
                 MOVE MTM-POLICY-NUM     TO WS-POL-NUM
                 MOVE MTM-BROKERID       TO WS-POL-BROKERID
                 MOVE MTM-PAYMENT        TO WS-POL-PAYMENT
                 MOVE MTM-ISSUE-DATE     TO WS-POL-ISSUE-DATE
                 MOVE MTM-EXPIRY-DATE    TO WS-POL-EXPIRY-DATE
                 MOVE SPACES             TO WS-POL-CANCEL-DATE
                 MOVE ZERO               TO WS-POL-REFUND
                 IF MTM-POLICY-CANCELLED
                    MOVE MTM-CANCEL-DATE TO WS-POL-CANCEL-DATE
                    MOVE MTM-CANCEL-REFUND
                                         TO WS-POL-REFUND
                 END-IF
                 PERFORM 0500-VALUE-POLICY
                    THRU 0500-VALUE-POLICY-EXIT
              END-IF
           END-PERFORM
      *
       0250-SCAN-MOTORPOL-EXIT.
           EXIT.
      *
      *================================================================
      * 0300-SCAN-COMMPOL - ONLY BOUND (3000) AND CANCELLED (6000)
      *     POLICIES WERE EVER WRITTEN AND STILL COUNT; A QUOTE,
      *     REFERRAL, REJECTION OR LAPSE HAS NO PREMIUM ON THE BOOK.
      *     THE CANCEL DATE IS CML-B-STATUS-DATE (YYYYMMDD).  STATUS
      *     VALUES ARE LITERALS - THE CBSTM VALUE CLAUSES DO NOT
      *     APPLY THROUGH THE FD COPY OF LGCCOMM.
      *================================================================
       0300-SCAN-COMMPOL.
      *
           IF NOT COMMPOL-USABLE
              GO TO 0300-SCAN-COMMPOL-EXIT
           END-IF
           MOVE 'N'                      TO SW-EOF
           PERFORM UNTIL END-OF-FILE
              READ COMMPOL NEXT RECORD
                 AT END SET END-OF-FILE  TO TRUE
              END-READ
              IF NOT END-OF-FILE
                 AND (CML-B-STATUS = 3000 OR CML-B-STATUS = 6000)
                 MOVE 'C'                TO WS-POL-LINE
                 MOVE 3                  TO WS-POL-SLOT
                 MOVE CML-POLICY-NUM     TO WS-POL-NUM
                 MOVE CML-BROKERID       TO WS-POL-BROKERID
                 MOVE CML-PAYMENT        TO WS-POL-PAYMENT
                 MOVE CML-ISSUE-DATE     TO WS-POL-ISSUE-DATE
                 MOVE CML-EXPIRY-DATE    TO WS-POL-EXPIRY-DATE
                 MOVE SPACES             TO WS-POL-CANCEL-DATE
                 MOVE ZERO               TO WS-POL-REFUND
                 IF CML-B-STATUS = 6000
                    MOVE CML-B-STATUS-DATE(1:4)
                                         TO WS-POL-CANCEL-DATE(1:4)
                    MOVE '-'             TO WS-POL-CANCEL-DATE(5:1)
                    MOVE CML-B-STATUS-DATE(5:2)
                                         TO WS-POL-CANCEL-DATE(6:2)
                    MOVE '-'             TO WS-POL-CANCEL-DATE(8:1)
                    MOVE CML-B-STATUS-DATE(7:2)
                                         TO WS-POL-CANCEL-DATE(9:2)
                    MOVE CML-CANCEL-REFUND
                                         TO WS-POL-REFUND
                 END-IF
                 PERFORM 0500-VALUE-POLICY
                    THRU 0500-VALUE-POLICY-EXIT
              END-IF
           END-PERFORM
      *
       0300-SCAN-COMMPOL-EXIT.
           EXIT.
      *
       0350-SCAN-ENDOWPOL.
      *
           IF NOT ENDOWPOL-USABLE
              GO TO 0350-SCAN-ENDOWPOL-EXIT
           END-IF
           MOVE 'N'                      TO SW-EOF
           PERFORM UNTIL END-OF-FILE
              READ ENDOWPOL NEXT RECORD
                 AT END SET END-OF-FILE  TO TRUE
              END-READ
              IF NOT END-OF-FILE
                 MOVE 'E'                TO WS-POL-LINE
                 MOVE 4                  TO WS-POL-SLOT
                 MOVE ENM-POLICY-NUM     TO WS-POL-NUM
                 MOVE ENM-BROKERID       TO WS-POL-BROKERID
                 MOVE ENM-PAYMENT        TO WS-POL-PAYMENT
                 MOVE ENM-ISSUE-DATE     TO WS-POL-ISSUE-DATE
                 MOVE ENM-EXPIRY-DATE    TO WS-POL-EXPIRY-DATE
                 MOVE SPACES             TO WS-POL-CANCEL-DATE
                 MOVE ZERO               TO WS-POL-REFUND
                 IF ENM-POLICY-CANCELLED
                    OR ENM-POLICY-SURRENDERED
                    MOVE ENM-CANCEL-DATE TO WS-POL-CANCEL-DATE
                    MOVE ENM-CANCEL-REFUND
                                         TO WS-POL-REFUND
                 END-IF
                 PERFORM 0500-VALUE-POLICY
                    THRU 0500-VALUE-POLICY-EXIT
              END-IF
           END-PERFORM
      *
       0350-SCAN-ENDOWPOL-EXIT.
           EXIT.
      *
      *================================================================
      * 0450-CLEAR-MONTH-HISTORY - A RERUN FOR A MONTH ALREADY SAVED
      *     REPLACES ALL OF ITS SUMMARIES, SO THAT ONE NO LONGER
      *     PRODUCED DOES NOT LINGER ON THE HISTORY.
      *================================================================
       0450-CLEAR-MONTH-HISTORY.
      *
           MOVE 'N'                      TO SW-HISTORY-EOF
           MOVE WS-VAL-MONTH             TO UPH-MONTH
           MOVE LOW-VALUES               TO UPH-KIND
                                            UPH-GROUP
           START UPRHIST KEY NOT < UPH-KEY
              INVALID KEY SET END-OF-HISTORY TO TRUE
           END-START
           PERFORM UNTIL END-OF-HISTORY
              READ UPRHIST NEXT RECORD
                 AT END SET END-OF-HISTORY TO TRUE
              END-READ
              IF NOT END-OF-HISTORY
                 IF UPH-MONTH NOT = WS-VAL-MONTH
                    SET END-OF-HISTORY   TO TRUE
                 ELSE
                    DELETE UPRHIST RECORD
                    IF NOT UPRHIST-OPEN-OK
                       DISPLAY '**LGRUPR01 - UPRHIST DELETE ERROR - '
                               'STATUS ' UPRHIST-STATUS
                       MOVE 8            TO RETURN-CODE
                       SET END-OF-HISTORY TO TRUE
                    ELSE
                       ADD 1             TO WS-HISTORY-REPLACED
                    END-IF
                 END-IF
              END-IF
           END-PERFORM
      *
       0450-CLEAR-MONTH-HISTORY-EXIT.
           EXIT.
      *
      *================================================================
      * 0500-VALUE-POLICY - WRITTEN, EARNED AND UNEARNED PREMIUM AT
      *     THE MONTH-END FOR THE POLICY IN WS-POLICY, ADDED TO ITS
      *     LINE, BROKER, EXPIRY MONTH AND THE TOTAL.  A POLICY NOT
      *     YET ISSUED, ALREADY EXPIRED, OR CANCELLED BEFORE THE
      *     PERIOD BEGAN IS NOT ON RISK AND IS NOT VALUED.
      *================================================================
       0500-VALUE-POLICY.
      *
           ADD 1                         TO WS-POLICIES-READ
      *
           MOVE WS-POL-ISSUE-DATE        TO WS-DATE-HOLD
           PERFORM 0560-CONVERT-DATE
              THRU 0560-CONVERT-DATE-EXIT
           IF NOT DATE-IS-VALID
              GO TO 0500-VALUE-POLICY-ERROR
           END-IF
           MOVE WS-WORK-NUMDATE          TO WS-ISSUE-NUMDATE
           MOVE WS-WORK-INTDATE          TO WS-ISSUE-INTDATE
      *
           MOVE WS-POL-EXPIRY-DATE       TO WS-DATE-HOLD
           PERFORM 0560-CONVERT-DATE
              THRU 0560-CONVERT-DATE-EXIT
           IF NOT DATE-IS-VALID
              GO TO 0500-VALUE-POLICY-ERROR
           END-IF
           MOVE WS-WORK-INTDATE          TO WS-EXPIRY-INTDATE
      *
           IF WS-ISSUE-INTDATE > WS-VAL-INTDATE
              OR WS-EXPIRY-INTDATE NOT > WS-VAL-INTDATE
              OR WS-EXPIRY-INTDATE NOT > WS-ISSUE-INTDATE
              ADD 1                      TO WS-POLICIES-OFF-RISK
              GO TO 0500-VALUE-POLICY-EXIT
           END-IF
      *
           PERFORM 0520-FIND-PREMIUM-PERIOD
              THRU 0520-FIND-PREMIUM-PERIOD-EXIT
      *
      *    A CANCELLATION AFTER THE MONTH-END HAD NOT HAPPENED YET.
           MOVE 'N'                      TO SW-POLICY-CANCELLED
           IF WS-POL-CANCEL-DATE NOT = SPACES
              MOVE WS-POL-CANCEL-DATE    TO WS-DATE-HOLD
              PERFORM 0560-CONVERT-DATE
                 THRU 0560-CONVERT-DATE-EXIT
              IF NOT DATE-IS-VALID
                 GO TO 0500-VALUE-POLICY-ERROR
              END-IF
              MOVE WS-WORK-INTDATE       TO WS-CANCEL-INTDATE
              IF WS-CANCEL-INTDATE NOT > WS-VAL-INTDATE
                 IF WS-CANCEL-INTDATE < WS-START-INTDATE
                    ADD 1                TO WS-POLICIES-OFF-RISK
                    GO TO 0500-VALUE-POLICY-EXIT
                 END-IF
                 SET POLICY-CANCELLED-BY-MONTH-END TO TRUE
              END-IF
           END-IF
      *
           MOVE ZERO                     TO WS-DELTA-TOTAL
                                            WS-DELTA-UNEARNED
           MOVE 'N'                      TO SW-BASE-FOUND
           IF ENDORSE-USABLE
              AND WS-POL-LINE NOT = 'C'
              PERFORM 0540-ADD-ENDORSEMENTS
                 THRU 0540-ADD-ENDORSEMENTS-EXIT
           END-IF
           IF NOT BASE-PREMIUM-FOUND
              MOVE WS-POL-PAYMENT        TO WS-BASE-PREMIUM
           END-IF
      *
           COMPUTE WS-POL-WRITTEN = WS-BASE-PREMIUM + WS-DELTA-TOTAL
           IF POLICY-CANCELLED-BY-MONTH-END
              SUBTRACT WS-POL-REFUND     FROM WS-POL-WRITTEN
              MOVE ZERO                  TO WS-POL-UNEARNED
              ADD 1                      TO WS-POLICIES-CANCELLED
           ELSE
              COMPUTE WS-POL-UNEARNED ROUNDED =
                      WS-BASE-PREMIUM * WS-DAYS-LEFT / WS-PERIOD-DAYS
              ADD WS-DELTA-UNEARNED      TO WS-POL-UNEARNED
           END-IF
           COMPUTE WS-POL-EARNED = WS-POL-WRITTEN - WS-POL-UNEARNED
      *
           ADD 1                         TO WS-POLICIES-VALUED
           PERFORM 0600-ADD-TO-SUMMARIES
              THRU 0600-ADD-TO-SUMMARIES-EXIT
           GO TO 0500-VALUE-POLICY-EXIT.
      *
       0500-VALUE-POLICY-ERROR.
      *
           ADD 1                         TO WS-POLICIES-BAD-DATE
           MOVE SPACES                   TO WS-REPORT-LINE
           STRING 'POLICY ' WS-POL-NUM ' LINE ' WS-POL-LINE
                  ' ISSUE ' WS-POL-ISSUE-DATE
                  ' EXPIRY ' WS-POL-EXPIRY-DATE
                  ' CANCEL ' WS-POL-CANCEL-DATE
                  ' - DATE NOT USABLE - NOT VALUED'
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE UPRRPT-RECORD FROM WS-REPORT-LINE.
      *
       0500-VALUE-POLICY-EXIT.
           EXIT.
      *
      *================================================================
      * 0520-FIND-PREMIUM-PERIOD - THE POLICY YEAR THE MONTH-END FALLS
      *     IN: FROM THE LATEST ISSUE-DATE ANNIVERSARY ON OR BEFORE
      *     IT TO THE NEXT ANNIVERSARY, OR TO EXPIRY IF SOONER.  A 29
      *     FEBRUARY ANNIVERSARY FALLS ON 28 FEBRUARY IN NON-LEAP
      *     YEARS.
      *================================================================
       0520-FIND-PREMIUM-PERIOD.
      *
           MOVE WS-VAL-DATE(1:4)         TO WS-ANNIV-NUMDATE(1:4)
           MOVE WS-ISSUE-NUMDATE(5:4)    TO WS-ANNIV-NUMDATE(5:4)
           PERFORM 0550-FIX-LEAP-DAY
              THRU 0550-FIX-LEAP-DAY-EXIT
           COMPUTE WS-START-INTDATE =
                   FUNCTION INTEGER-OF-DATE(WS-ANNIV-NUMDATE)
           IF WS-START-INTDATE > WS-VAL-INTDATE
              SUBTRACT 1                 FROM WS-ANNIV-YYYY
              MOVE WS-ISSUE-NUMDATE(7:2) TO WS-ANNIV-NUMDATE(7:2)
              PERFORM 0550-FIX-LEAP-DAY
                 THRU 0550-FIX-LEAP-DAY-EXIT
              COMPUTE WS-START-INTDATE =
                      FUNCTION INTEGER-OF-DATE(WS-ANNIV-NUMDATE)
           END-IF
           IF WS-START-INTDATE < WS-ISSUE-INTDATE
              MOVE WS-ISSUE-INTDATE      TO WS-START-INTDATE
           END-IF
      *
           ADD 1                         TO WS-ANNIV-YYYY
           MOVE WS-ISSUE-NUMDATE(7:2)    TO WS-ANNIV-NUMDATE(7:2)
           PERFORM 0550-FIX-LEAP-DAY
              THRU 0550-FIX-LEAP-DAY-EXIT
           COMPUTE WS-END-INTDATE =
                   FUNCTION INTEGER-OF-DATE(WS-ANNIV-NUMDATE)
           IF WS-END-INTDATE > WS-EXPIRY-INTDATE
              MOVE WS-EXPIRY-INTDATE     TO WS-END-INTDATE
           END-IF
      *
           COMPUTE WS-PERIOD-DAYS = WS-END-INTDATE - WS-START-INTDATE
           COMPUTE WS-DAYS-LEFT = WS-END-INTDATE - WS-VAL-INTDATE
      *
       0520-FIND-PREMIUM-PERIOD-EXIT.
           EXIT.
      *
      *================================================================
      * 0540-ADD-ENDORSEMENTS - THE POLICY'S ENDORSEMENTS EFFECTIVE IN
      *     THE PERIOD, OLDEST FIRST.  THE FIRST GIVES THE ANNUAL
      *     PREMIUM THE PERIOD STARTED WITH; EACH EFFECTIVE BY THE
      *     MONTH-END ADDS ITS DELTA, UNEARNED OVER THE DAYS FROM ITS
      *     EFFECTIVE DATE STILL TO RUN.
      *================================================================
       0540-ADD-ENDORSEMENTS.
      *
           MOVE 'N'                      TO SW-ENDORSE-EOF
           MOVE WS-POL-NUM               TO EDT-POLICY-NUM
           MOVE ZERO                     TO EDT-ENDORSE-SEQ
           START ENDORSE KEY NOT < EDT-KEY
              INVALID KEY SET END-OF-ENDORSEMENTS TO TRUE
           END-START
           PERFORM UNTIL END-OF-ENDORSEMENTS
              READ ENDORSE NEXT RECORD
                 AT END SET END-OF-ENDORSEMENTS TO TRUE
              END-READ
              IF NOT END-OF-ENDORSEMENTS
                 IF EDT-POLICY-NUM NOT = WS-POL-NUM
                    SET END-OF-ENDORSEMENTS TO TRUE
                 ELSE
                    IF EDT-LINE = WS-POL-LINE
                       PERFORM 0545-ADD-ONE-ENDORSEMENT
                          THRU 0545-ADD-ONE-ENDORSEMENT-EXIT
                    END-IF
                 END-IF
              END-IF
           END-PERFORM
      *
       0540-ADD-ENDORSEMENTS-EXIT.
           EXIT.
      *
       0545-ADD-ONE-ENDORSEMENT.
      *
           MOVE EDT-EFFECTIVE-DATE       TO WS-DATE-HOLD
           PERFORM 0560-CONVERT-DATE
              THRU 0560-CONVERT-DATE-EXIT
           IF NOT DATE-IS-VALID
              GO TO 0545-ADD-ONE-ENDORSEMENT-EXIT
           END-IF
           MOVE WS-WORK-INTDATE          TO WS-EFF-INTDATE
           IF WS-EFF-INTDATE < WS-START-INTDATE
              OR WS-EFF-INTDATE NOT < WS-END-INTDATE
              GO TO 0545-ADD-ONE-ENDORSEMENT-EXIT
           END-IF
      *
           IF NOT BASE-PREMIUM-FOUND
              MOVE EDT-OLD-PAYMENT       TO WS-BASE-PREMIUM
              SET BASE-PREMIUM-FOUND     TO TRUE
           END-IF
           IF WS-EFF-INTDATE > WS-VAL-INTDATE
              GO TO 0545-ADD-ONE-ENDORSEMENT-EXIT
           END-IF
      *
           ADD EDT-PREMIUM-DELTA         TO WS-DELTA-TOTAL
           COMPUTE WS-DELTA-DAYS = WS-END-INTDATE - WS-EFF-INTDATE
           COMPUTE WS-LAYER-UNEARNED ROUNDED =
                   EDT-PREMIUM-DELTA * WS-DAYS-LEFT / WS-DELTA-DAYS
           ADD WS-LAYER-UNEARNED         TO WS-DELTA-UNEARNED
      *
       0545-ADD-ONE-ENDORSEMENT-EXIT.
           EXIT.
      *
       0550-FIX-LEAP-DAY.
      *
           IF WS-ANNIV-MM = 02 AND WS-ANNIV-DD = 29
              IF FUNCTION MOD(WS-ANNIV-YYYY, 4) NOT = 0
                 OR (FUNCTION MOD(WS-ANNIV-YYYY, 100) = 0
                     AND FUNCTION MOD(WS-ANNIV-YYYY, 400) NOT = 0)
                 MOVE 28                 TO WS-ANNIV-DD
              END-IF
           END-IF
      *
       0550-FIX-LEAP-DAY-EXIT.
           EXIT.
      *
      *================================================================
      * 0560-CONVERT-DATE - WS-DATE-HOLD (YYYY-MM-DD) TO ITS DAY
      *     NUMBER IN WS-WORK-INTDATE, WHEN IT IS A REAL DATE.
      *================================================================
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
      * 0600-ADD-TO-SUMMARIES - THE POLICY'S FIGURES INTO ITS LINE,
      *     BROKER, EXPIRY MONTH AND THE TOTAL.
      *================================================================
       0600-ADD-TO-SUMMARIES.
      *
           MOVE 'L'                      TO WS-GRP-KIND
           MOVE WS-POL-LINE              TO WS-GRP-GROUP
           PERFORM 0620-ADD-TO-ONE-GROUP
              THRU 0620-ADD-TO-ONE-GROUP-EXIT
           MOVE 'B'                      TO WS-GRP-KIND
           MOVE WS-POL-BROKERID          TO WS-GRP-GROUP
           PERFORM 0620-ADD-TO-ONE-GROUP
              THRU 0620-ADD-TO-ONE-GROUP-EXIT
           MOVE 'X'                      TO WS-GRP-KIND
           MOVE WS-POL-EXPIRY-DATE(1:7)  TO WS-GRP-GROUP
           PERFORM 0620-ADD-TO-ONE-GROUP
              THRU 0620-ADD-TO-ONE-GROUP-EXIT
           MOVE 'T'                      TO WS-GRP-KIND
           MOVE 'ALL'                    TO WS-GRP-GROUP
           PERFORM 0620-ADD-TO-ONE-GROUP
              THRU 0620-ADD-TO-ONE-GROUP-EXIT
      *
       0600-ADD-TO-SUMMARIES-EXIT.
           EXIT.
      *
      *================================================================
      * 0620-ADD-TO-ONE-GROUP - FINDS WS-GRP-KEY IN THE SUMMARY TABLE,
      *     ADDING IT IN ITS PLACE WHEN IT IS NEW, AND ADDS THE
      *     POLICY'S FIGURES.
      *================================================================
       0620-ADD-TO-ONE-GROUP.
      *
           PERFORM 0640-LOCATE-GROUP
              THRU 0640-LOCATE-GROUP-EXIT
           IF NOT GROUP-FOUND
              IF SMT-COUNT NOT < SMT-MAX
                 SET SUMMARY-TABLE-FULL  TO TRUE
                 GO TO 0620-ADD-TO-ONE-GROUP-EXIT
              END-IF
              PERFORM VARYING SMT-SHIFT FROM SMT-COUNT BY -1
                 UNTIL SMT-SHIFT < SMT-POS
                 MOVE SMT-ENTRY(SMT-SHIFT)
                   TO SMT-ENTRY(SMT-SHIFT + 1)
              END-PERFORM
              ADD 1                      TO SMT-COUNT
              MOVE WS-GRP-KEY            TO SMT-KEY(SMT-POS)
              MOVE ZERO                  TO SMT-POLICIES(SMT-POS)
                                            SMT-WRITTEN(SMT-POS)
                                            SMT-EARNED(SMT-POS)
                                            SMT-UNEARNED(SMT-POS)
           END-IF
      *
           ADD 1                         TO SMT-POLICIES(SMT-POS)
           ADD WS-POL-WRITTEN            TO SMT-WRITTEN(SMT-POS)
           ADD WS-POL-EARNED             TO SMT-EARNED(SMT-POS)
           ADD WS-POL-UNEARNED           TO SMT-UNEARNED(SMT-POS)
      *
       0620-ADD-TO-ONE-GROUP-EXIT.
           EXIT.
      *
      *================================================================
      * 0640-LOCATE-GROUP - SMT-POS IS WHERE WS-GRP-KEY IS, OR WHERE
      *     IT WOULD GO TO KEEP THE TABLE IN ORDER.
      *================================================================
       0640-LOCATE-GROUP.
      *
           MOVE 'N'                      TO SW-GROUP-FOUND
           MOVE ZERO                     TO SMT-POS
           PERFORM VARYING SMT-IDX FROM 1 BY 1
              UNTIL SMT-IDX > SMT-COUNT OR SMT-POS > ZERO
              IF SMT-KEY(SMT-IDX) NOT < WS-GRP-KEY
                 MOVE SMT-IDX            TO SMT-POS
              END-IF
           END-PERFORM
           IF SMT-POS = ZERO
              COMPUTE SMT-POS = SMT-COUNT + 1
           ELSE
              IF SMT-KEY(SMT-POS) = WS-GRP-KEY
                 SET GROUP-FOUND         TO TRUE
              END-IF
           END-IF
      *
       0640-LOCATE-GROUP-EXIT.
           EXIT.
      *
      *================================================================
      * 0700-REPORT-SUMMARIES - EACH KIND OF SUMMARY IN TURN: LINE,
      *     BROKER, EXPIRY MONTH, TOTAL.
      *================================================================
       0700-REPORT-SUMMARIES.
      *
           PERFORM VARYING WS-KIND-IDX FROM 1 BY 1
              UNTIL WS-KIND-IDX > 4
              MOVE WS-REPORT-KINDS(WS-KIND-IDX:1) TO WS-REPORT-KIND
              PERFORM 0720-REPORT-ONE-KIND
                 THRU 0720-REPORT-ONE-KIND-EXIT
           END-PERFORM
      *
       0700-REPORT-SUMMARIES-EXIT.
           EXIT.
      *
       0720-REPORT-ONE-KIND.
      *
           MOVE SPACES                   TO UPRRPT-RECORD
           WRITE UPRRPT-RECORD
           EVALUATE WS-REPORT-KIND
              WHEN 'L'
                 MOVE '======== BY LINE OF BUSINESS ========'
                      TO UPRRPT-RECORD
              WHEN 'B'
                 MOVE '======== BY BROKER ========'
                      TO UPRRPT-RECORD
              WHEN 'X'
                 MOVE '======== BY MONTH OF EXPIRY ========'
                      TO UPRRPT-RECORD
              WHEN OTHER
                 MOVE '======== ALL POLICIES ========'
                      TO UPRRPT-RECORD
           END-EVALUATE
           WRITE UPRRPT-RECORD
           MOVE SPACES                   TO WS-REPORT-LINE
           STRING 'GROUP         POLICIES'
                  '         WRITTEN'
                  '          EARNED'
                  '        UNEARNED'
                  '  PRIOR UNEARNED'
                  '        MOVEMENT'
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE UPRRPT-RECORD FROM WS-REPORT-LINE
      *
           PERFORM VARYING SMT-IDX FROM 1 BY 1
              UNTIL SMT-IDX > SMT-COUNT
              IF SMT-KIND(SMT-IDX) = WS-REPORT-KIND
                 PERFORM 0740-REPORT-ONE-GROUP
                    THRU 0740-REPORT-ONE-GROUP-EXIT
              END-IF
           END-PERFORM
      *
           PERFORM 0760-LIST-DROPPED-GROUPS
              THRU 0760-LIST-DROPPED-GROUPS-EXIT
      *
       0720-REPORT-ONE-KIND-EXIT.
           EXIT.
      *
      *================================================================
      * 0740-REPORT-ONE-GROUP - ONE SUMMARY AGAINST LAST MONTH'S, THEN
      *     SAVED AS THIS MONTH'S.
      *================================================================
       0740-REPORT-ONE-GROUP.
      *
           MOVE SMT-GROUP(SMT-IDX)       TO WS-GROUP-LABEL
           IF SMT-KIND(SMT-IDX) = 'L'
              PERFORM VARYING LNN-IDX FROM 1 BY 1
                 UNTIL LNN-IDX > 4
                 IF WS-LINE-CODES(LNN-IDX:1) = SMT-GROUP(SMT-IDX)(1:1)
                    MOVE LNN-NAME(LNN-IDX) TO WS-GROUP-LABEL
                 END-IF
              END-PERFORM
           END-IF
      *
           MOVE WS-PRIOR-MONTH           TO UPH-MONTH
           MOVE SMT-KIND(SMT-IDX)        TO UPH-KIND
           MOVE SMT-GROUP(SMT-IDX)       TO UPH-GROUP
           READ UPRHIST
           EVALUATE TRUE
              WHEN UPRHIST-OPEN-OK
                 MOVE UPH-UNEARNED       TO WS-PRIOR-UNEARNED
                 MOVE WS-PRIOR-UNEARNED  TO WS-RPT-PRIOR
                 MOVE WS-RPT-PRIOR       TO WS-PRIOR-TEXT
              WHEN UPRHIST-NO-RECORD
                 MOVE ZERO               TO WS-PRIOR-UNEARNED
                 MOVE '            NEW'  TO WS-PRIOR-TEXT
              WHEN OTHER
                 DISPLAY '**LGRUPR01 - UPRHIST READ ERROR - STATUS '
                         UPRHIST-STATUS
                 MOVE 8                  TO RETURN-CODE
                 MOVE ZERO               TO WS-PRIOR-UNEARNED
                 MOVE '        UNKNOWN'  TO WS-PRIOR-TEXT
           END-EVALUATE
           COMPUTE WS-MOVEMENT =
                   SMT-UNEARNED(SMT-IDX) - WS-PRIOR-UNEARNED
      *
           MOVE SMT-POLICIES(SMT-IDX)    TO WS-RPT-CNT
           MOVE SMT-WRITTEN(SMT-IDX)     TO WS-RPT-WRITTEN
           MOVE SMT-EARNED(SMT-IDX)      TO WS-RPT-EARNED
           MOVE SMT-UNEARNED(SMT-IDX)    TO WS-RPT-UNEARNED
           MOVE WS-MOVEMENT              TO WS-RPT-MOVE
           MOVE SPACES                   TO WS-REPORT-LINE
           STRING WS-GROUP-LABEL ' ' WS-RPT-CNT
                  ' ' WS-RPT-WRITTEN
                  ' ' WS-RPT-EARNED
                  ' ' WS-RPT-UNEARNED
                  ' ' WS-PRIOR-TEXT
                  ' ' WS-RPT-MOVE
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE UPRRPT-RECORD FROM WS-REPORT-LINE
      *
           INITIALIZE UPR-HISTORY-RECORD
           MOVE WS-VAL-MONTH             TO UPH-MONTH
           MOVE SMT-KIND(SMT-IDX)        TO UPH-KIND
           MOVE SMT-GROUP(SMT-IDX)       TO UPH-GROUP
           MOVE SMT-POLICIES(SMT-IDX)    TO UPH-POLICIES
           MOVE SMT-WRITTEN(SMT-IDX)     TO UPH-WRITTEN
           MOVE SMT-EARNED(SMT-IDX)      TO UPH-EARNED
           MOVE SMT-UNEARNED(SMT-IDX)    TO UPH-UNEARNED
           MOVE WS-VAL-DATE10            TO UPH-VALUATION-DATE
           MOVE WS-TODAY-DATE10          TO UPH-RUN-DATE
           WRITE UPR-HISTORY-RECORD
           IF UPRHIST-OPEN-OK
              ADD 1                      TO WS-HISTORY-WRITTEN
           ELSE
              DISPLAY '**LGRUPR01 - UPRHIST WRITE ERROR - STATUS '
                      UPRHIST-STATUS
              MOVE 8                     TO RETURN-CODE
           END-IF
      *
       0740-REPORT-ONE-GROUP-EXIT.
           EXIT.
      *
      *================================================================
      * 0760-LIST-DROPPED-GROUPS - LAST MONTH'S SUMMARIES OF THIS KIND
      *     WITH NOTHING THIS MONTH: THEIR RESERVE HAS RUN OFF.
      *================================================================
       0760-LIST-DROPPED-GROUPS.
      *
           MOVE 'N'                      TO SW-HISTORY-EOF
           MOVE WS-PRIOR-MONTH           TO UPH-MONTH
           MOVE WS-REPORT-KIND           TO UPH-KIND
           MOVE LOW-VALUES               TO UPH-GROUP
           START UPRHIST KEY NOT < UPH-KEY
              INVALID KEY SET END-OF-HISTORY TO TRUE
           END-START
           PERFORM UNTIL END-OF-HISTORY
              READ UPRHIST NEXT RECORD
                 AT END SET END-OF-HISTORY TO TRUE
              END-READ
              IF NOT END-OF-HISTORY
                 IF UPH-MONTH NOT = WS-PRIOR-MONTH
                    OR UPH-KIND NOT = WS-REPORT-KIND
                    SET END-OF-HISTORY   TO TRUE
                 ELSE
                    MOVE UPH-KIND        TO WS-GRP-KIND
                    MOVE UPH-GROUP       TO WS-GRP-GROUP
                    PERFORM 0640-LOCATE-GROUP
                       THRU 0640-LOCATE-GROUP-EXIT
                    IF NOT GROUP-FOUND
                       PERFORM 0780-REPORT-DROPPED-GROUP
                          THRU 0780-REPORT-DROPPED-GROUP-EXIT
                    END-IF
                 END-IF
              END-IF
           END-PERFORM
      *
       0760-LIST-DROPPED-GROUPS-EXIT.
           EXIT.
      *
       0780-REPORT-DROPPED-GROUP.
      *
           MOVE UPH-GROUP                TO WS-GROUP-LABEL
           IF UPH-KIND-LINE
              PERFORM VARYING LNN-IDX FROM 1 BY 1
                 UNTIL LNN-IDX > 4
                 IF WS-LINE-CODES(LNN-IDX:1) = UPH-GROUP(1:1)
                    MOVE LNN-NAME(LNN-IDX) TO WS-GROUP-LABEL
                 END-IF
              END-PERFORM
           END-IF
      *
           COMPUTE WS-MOVEMENT = ZERO - UPH-UNEARNED
           MOVE ZERO                     TO WS-RPT-CNT
                                            WS-RPT-WRITTEN
                                            WS-RPT-EARNED
                                            WS-RPT-UNEARNED
           MOVE UPH-UNEARNED             TO WS-RPT-PRIOR
           MOVE WS-MOVEMENT              TO WS-RPT-MOVE
           MOVE SPACES                   TO WS-REPORT-LINE
           STRING WS-GROUP-LABEL ' ' WS-RPT-CNT
                  ' ' WS-RPT-WRITTEN
                  ' ' WS-RPT-EARNED
                  ' ' WS-RPT-UNEARNED
                  ' ' WS-RPT-PRIOR
                  ' ' WS-RPT-MOVE
                  ' NO LONGER ON BOOK'
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE UPRRPT-RECORD FROM WS-REPORT-LINE
      *
       0780-REPORT-DROPPED-GROUP-EXIT.
           EXIT.
      *
       0800-WRITE-TOTALS.
      *
           MOVE SPACES                   TO UPRRPT-RECORD
           WRITE UPRRPT-RECORD
           MOVE '-------- RUN TOTALS --------------------------------'
                TO UPRRPT-RECORD
           WRITE UPRRPT-RECORD
           MOVE WS-POLICIES-READ         TO WS-RPT-CNT
           MOVE SPACES                   TO WS-REPORT-LINE
           STRING 'POLICIES READ              =' WS-RPT-CNT
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE UPRRPT-RECORD FROM WS-REPORT-LINE
           MOVE WS-POLICIES-VALUED       TO WS-RPT-CNT
           MOVE SPACES                   TO WS-REPORT-LINE
           STRING 'POLICIES VALUED            =' WS-RPT-CNT
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE UPRRPT-RECORD FROM WS-REPORT-LINE
           MOVE WS-POLICIES-CANCELLED    TO WS-RPT-CNT
           MOVE SPACES                   TO WS-REPORT-LINE
           STRING '  OF WHICH CANCELLED       =' WS-RPT-CNT
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE UPRRPT-RECORD FROM WS-REPORT-LINE
           MOVE WS-POLICIES-OFF-RISK     TO WS-RPT-CNT
           MOVE SPACES                   TO WS-REPORT-LINE
           STRING 'NOT ON RISK AT MONTH-END   =' WS-RPT-CNT
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE UPRRPT-RECORD FROM WS-REPORT-LINE
           MOVE WS-POLICIES-BAD-DATE     TO WS-RPT-CNT
           MOVE SPACES                   TO WS-REPORT-LINE
           STRING 'NOT VALUED - BAD DATE      =' WS-RPT-CNT
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE UPRRPT-RECORD FROM WS-REPORT-LINE
           MOVE WS-HISTORY-WRITTEN       TO WS-RPT-CNT
           MOVE SPACES                   TO WS-REPORT-LINE
           STRING 'SUMMARIES SAVED TO UPRHIST =' WS-RPT-CNT
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE UPRRPT-RECORD FROM WS-REPORT-LINE
           IF WS-HISTORY-REPLACED > ZERO
              MOVE WS-HISTORY-REPLACED   TO WS-RPT-CNT
              MOVE SPACES                TO WS-REPORT-LINE
              STRING '  REPLACING AN EARLIER RUN =' WS-RPT-CNT
                     DELIMITED BY SIZE INTO WS-REPORT-LINE
              WRITE UPRRPT-RECORD FROM WS-REPORT-LINE
           END-IF
      *
           DISPLAY 'LGRUPR01 - MONTH ' WS-VAL-MONTH
                   ' POLICIES VALUED=' WS-POLICIES-VALUED
      *
       0800-WRITE-TOTALS-EXIT.
           EXIT.
      *
       0900-CLOSE-FILES.
      *
           IF HOUSEPOL-USABLE
              CLOSE HOUSEPOL
           END-IF
           IF MOTORPOL-USABLE
              CLOSE MOTORPOL
           END-IF
           IF COMMPOL-USABLE
              CLOSE COMMPOL
           END-IF
           IF ENDOWPOL-USABLE
              CLOSE ENDOWPOL
           END-IF
           IF ENDORSE-USABLE
              CLOSE ENDORSE
           END-IF
           IF UPRHIST-USABLE
              CLOSE UPRHIST
           END-IF
           CLOSE UPRRPT
      *
       0900-CLOSE-FILES-EXIT.
           EXIT.
