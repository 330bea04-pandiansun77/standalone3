       DATE-COMPILED.
      *================================================================
      * MODIFICATION HISTORY
      *   2026-10-15  PA  THE TREATY TABLE IS LOADED AS IN FORCE TODAY
      *                   FROM THE REFTAB REFERENCE FILE (LGARTB01)
      *                   INSTEAD OF COMPILED VALUES.  PREMIUM IS CEDED
      *                   BY THE PERIL NAMED ON EACH TREATY, NOT BY ITS
      *                   PLACE IN THE TABLE.
      *   2026-10-15  PA  EVERY MOVEMENT ON A REINSURANCE ACCOUNT IS
      *                   POSTED TO THE GENERAL LEDGER INTERFACE
      *                   (GLPOST): CEDED PREMIUM CEDP / RIAC AND
      *                   RECOVERIES RAISED RIAC / RIRC.  NO RUN WHEN
      *                   TODAY'S MONTH IS CLOSED ON PERIODS.
      *   2026-10-15  PA  EACH REINSURER'S ACCOUNT IS KEPT ON THE
      *                   REINACCT KSDS: A QUARTER'S CEDED PREMIUM DUE
      *                   TO IT PER POLICY AND ITS SHARE OF WHAT WE
      *                   HAVE PAID ON EACH CLAIM, DUE FROM IT.
      *                   PARAGRAPHS LEFT BY GO TO ARE PERFORMED THRU
      *                   THEIR EXIT.
      *   2026-09-02  PA  ORIGINAL -- REINSURANCE CESSION TRACKING
      *                   AND BORDEREAUX.  COMMERCIAL RISKS ABOVE
      *                   RETENTION WERE CEDED ENTIRELY OUTSIDE THE
      *          PREMIUM THAT REINSURER TOOK ON THE POLICY (CLAIMS
      *          CANNOT BE SPLIT BY PERIL - THE CLAIM RECORD DOES
      *          NOT SAY WHICH PERIL BURNED).
      *        - EACH REINSURER'S ACCOUNT (REINACCT, LGCREIN) IS
      *          POSTED FOR THE QUARTER THE RUN FALLS IN: A QUARTER
      *          OF THE ANNUAL PREMIUM IT TOOK ON EACH POLICY IS
      *          DUE TO IT, AND ITS SHARE OF WHAT WE HAVE ACTUALLY
      *          PAID ON EACH CLAIM (IN THE SAME PREMIUM RATIO) IS
      *          DUE FROM IT.  THE RECOVERY RAISED IS ONLY THE
      *          MOVEMENT SINCE THE ENTRIES ALREADY ON THE ACCOUNT
      *          FOR THAT CLAIM, SO A RERUN RAISES NOTHING TWICE.
      *          THE BORDEREAU STILL SHOWS OPEN CLAIMS AT ESTIMATE.
      *        - EVERY AMOUNT RAISED ON, OR PUT RIGHT ON, AN ACCOUNT
      *          IS POSTED TO THE GENERAL LEDGER INTERFACE (GLPOST,
      *          LGCGLPT) IN TODAY'S MONTH UNDER THE COMMERCIAL
      *          LINE: PREMIUM DEBIT CEDED PREMIUM / CREDIT
      *          REINSURER ACCOUNTS, RECOVERY DEBIT REINSURER
      *          ACCOUNTS / CREDIT REINSURANCE RECOVERIES.  NOTHING
      *          RUNS WHEN TODAY'S MONTH HAS BEEN CLOSED ON PERIODS
      *          (LGCPERD).
      *      STATUS VALUES ARE LITERALS BECAUSE THE CBSTM VALUE
      *      CLAUSES DO NOT APPLY THROUGH THE FD COPY OF LGCCOMM.
      *
      *    INPUT FILES:  COMMPOL, CLAIMPOL.
      *                  PERIODS  - ACCOUNTING PERIOD CONTROL KSDS
      *                             (OPTIONAL).
      *                  REFTAB   - REFERENCE TABLES (VIA LGARTB01).
      *
      *    OUTPUT FILES: CEDDETL  - CESSION DETAIL FILE:
      *                             COLS  1-10  POLICY NUMBER
      *                             COLS 24-31  GROSS PREMIUM 9(8)
      *                             COLS 32-39  CEDED PREMIUM 9(8)
      *                  CEDBORD  - PREMIUM AND CLAIMS BORDEREAUX.
      *                  REINACCT - REINSURANCE ACCOUNT KSDS (I-O).
      *                  GLPOST   - GENERAL LEDGER INTERFACE KSDS
      *                             (I-O, CREATED ON FIRST USE).
      *
      *    RETURN CODE:  00 - NOTHING CEDED
      *                  04 - CESSIONS WRITTEN
      *                  08 - FILE ERROR / TODAY'S PERIOD CLOSED
      *================================================================
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS CLM-CLAIM-NUM
              FILE STATUS IS CLAIMPOL-STATUS.
      *
           SELECT REINACCT ASSIGN TO REINACCT
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS RIA-KEY
              FILE STATUS IS REINACCT-STATUS.
      *
           SELECT CEDDETL ASSIGN TO CEDDETL
              FILE STATUS IS CEDDETL-STATUS.
      *
           SELECT CEDBORD ASSIGN TO CEDBORD
              FILE STATUS IS CEDBORD-STATUS.
      *
           SELECT PERIODS ASSIGN TO PERIODS
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS PRD-PERIOD
              FILE STATUS IS PERIODS-STATUS.
      *
           SELECT GLPOST ASSIGN TO GLPOST
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS GLP-KEY
              FILE STATUS IS GLPOST-STATUS.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  CLAIMPOL
           BLOCK CONTAINS 0 RECORDS.
       COPY LGCCLAIM.
      *
       FD  REINACCT
           BLOCK CONTAINS 0 RECORDS.
       COPY LGCREIN.
      *
       FD  CEDDETL
           BLOCK CONTAINS 0 RECORDS.
       FD  CEDBORD
           BLOCK CONTAINS 0 RECORDS.
       01  CEDBORD-RECORD                 PIC X(120).
      *
       FD  PERIODS
           BLOCK CONTAINS 0 RECORDS.
       COPY LGCPERD.
      *
       FD  GLPOST
           BLOCK CONTAINS 0 RECORDS.
       COPY LGCGLPT.
      *
       WORKING-STORAGE SECTION.
      *
               88  CLAIMPOL-VALID-STATUS          VALUE '00' '35'.
           05  CEDDETL-STATUS             PIC XX VALUE '00'.
           05  CEDBORD-STATUS             PIC XX VALUE '00'.
           05  REINACCT-STATUS            PIC XX VALUE '00'.
               88  REINACCT-OPEN-OK               VALUE '00'.
               88  REINACCT-NOT-FOUND             VALUE '35'.
               88  REINACCT-NO-RECORD             VALUE '23'.
           05  PERIODS-STATUS             PIC XX VALUE '00'.
               88  PERIODS-OPEN-OK                VALUE '00'.
               88  PERIODS-NOT-FOUND              VALUE '35'.
           05  GLPOST-STATUS              PIC XX VALUE '00'.
               88  GLPOST-OPEN-OK                 VALUE '00'.
               88  GLPOST-NOT-FOUND               VALUE '35'.
               88  GLPOST-NO-RECORD               VALUE '23'.
           05  SW-EOF                     PIC X(01) VALUE 'N'.
               88  END-OF-FILE                    VALUE 'Y'.
           05  SW-REINACCT                PIC X(01) VALUE 'N'.
               88  REINACCT-USABLE                VALUE 'Y'.
           05  SW-ENTRY-EOF               PIC X(01) VALUE 'N'.
               88  END-OF-ENTRIES                 VALUE 'Y'.
           05  SW-ANY-ENTRY               PIC X(01) VALUE 'N'.
               88  ANY-ENTRY-FOUND                VALUE 'Y'.
           05  SW-QUARTER-ENTRY           PIC X(01) VALUE 'N'.
               88  QUARTER-ENTRY-FOUND            VALUE 'Y'.
           05  SW-PERIODS                 PIC X(01) VALUE 'N'.
               88  PERIODS-USABLE                 VALUE 'Y'.
           05  SW-GLPOST                  PIC X(01) VALUE 'N'.
               88  GLPOST-USABLE                  VALUE 'Y'.
           05  SW-POSTING                 PIC X(01) VALUE 'Y'.
               88  POSTING-ALLOWED                VALUE 'Y'.
      *
       01  WS-TODAY-DATE                  PIC 9(08).
       01  FILLER REDEFINES WS-TODAY-DATE.
           05  WS-TODAY-YYYY              PIC 9(04).
           05  WS-TODAY-MM                PIC 9(02).
           05  WS-TODAY-DD                PIC 9(02).
       01  WS-TODAY-DATE10                PIC X(10).
      *
      *    THE QUARTER THIS RUN POSTS TO THE REINSURANCE ACCOUNTS.
       01  WS-QUARTER.
           05  WS-QTR-YEAR                PIC 9(04).
           05  WS-QTR-LETTER              PIC X(01) VALUE 'Q'.
           05  WS-QTR-NUM                 PIC 9(01).
      *
      *    ACCOUNT POSTING WORK FIELDS.
       01  WS-CLAIM-REF                   PIC 9(10) VALUE ZERO.
       01  WS-POST-AMOUNT                 PIC S9(09)V99 VALUE ZERO.
       01  WS-POST-RATE                   PIC 9V9(06) VALUE ZERO.
       01  WS-RECOVERY-DUE-NOW            PIC S9(09)V99 VALUE ZERO.
       01  WS-RECOVERY-RAISED             PIC S9(09)V99 VALUE ZERO.
       01  WS-ENTRY-OUTSTANDING           PIC S9(09)V99 VALUE ZERO.
       01  WS-PREMIUM-POSTED              PIC 9(07) COMP VALUE ZERO.
       01  WS-TOTAL-PREMIUM-POSTED        PIC S9(11)V99 VALUE ZERO.
       01  WS-RECOVERY-POSTED             PIC 9(07) COMP VALUE ZERO.
       01  WS-TOTAL-RECOVERY-POSTED       PIC S9(11)V99 VALUE ZERO.
      *
       COPY LGCTRTY.
      *
      *    REFERENCE TABLE LOADER (LGARTB01) PARAMETER AREA.
       01  WS-REF-LOAD-AREA.
           COPY LGCREFL REPLACING LEADING ==RL== BY ==WSRL==.
       01  SW-REFTAB-LOAD                 PIC X(01) VALUE 'Y'.
           88  REFTAB-LOADED                      VALUE 'Y'.
      *
       01  WS-CESSION-DETAIL-REC.
           05  CDD-POLICY-NUM             PIC 9(10).
           05  CDD-CEDED-PREMIUM          PIC 9(08).
           05  FILLER                     PIC X(11).
      *
      *    THE FOUR PERIL PREMIUMS OF THE POLICY IN HAND, IN THE
      *    ORDER FIRE, CRIME, FLOOD, WEATHER.  EACH TREATY PICKS ITS
      *    PREMIUM BY ITS PERIL NAME INTO WS-TREATY-PREMIUM.
       01  WS-PERIL-PREMIUMS.
           05  WS-PERIL-PREMIUM OCCURS 4 TIMES PIC 9(08).
       01  WS-TREATY-PREMIUM              PIC 9(08) VALUE ZERO.
       01  WS-TRT-SLOT                    PIC 9(02) VALUE ZERO.
       01  WS-CEDED-AMOUNT                PIC 9(08)V99 VALUE ZERO.
       01  WS-POLICY-GROSS                PIC 9(09) VALUE ZERO.
       01  WS-RECOVERY-BASE               PIC 9(09) VALUE ZERO.
       01  WS-RECOVERY-SHARE              PIC 9(09)V99 VALUE ZERO.
       01  WS-CESSION-COUNT               PIC 9(07) COMP VALUE ZERO.
      *
      *    GENERAL LEDGER POSTING - SEE 0950-CHECK-PERIOD AND
      *    0960-POST-GL.
       01  WS-GL-DATE                     PIC X(10).
       01  WS-GL-PERIOD                   PIC X(07).
       01  WS-GL-PERIOD-SW                PIC X(01) VALUE 'O'.
           88  GL-PERIOD-OPEN                     VALUE 'O'.
           88  GL-PERIOD-CLOSED                   VALUE 'C'.
       01  WS-GL-LINE                     PIC X(01).
       01  WS-GL-DEBIT-ACCT               PIC X(04).
       01  WS-GL-CREDIT-ACCT              PIC X(04).
       01  WS-GL-ACCOUNT                  PIC X(04).
       01  WS-GL-AMOUNT                   PIC S9(09)V99 VALUE ZERO.
       01  WS-GL-DR                       PIC S9(09)V99 VALUE ZERO.
       01  WS-GL-CR                       PIC S9(09)V99 VALUE ZERO.
       01  WS-GL-KEY-HOLD                 PIC X(20).
      *
       01  WS-REPORT-LINE                 PIC X(120).
       01  WS-RPT-CNT                     PIC Z(6)9.
       0000-MAINLINE.
      *
           PERFORM 0100-INITIALIZATION
              THRU 0100-INITIALIZATION-EXIT
           PERFORM 0200-PROCESS-COMMPOL
              THRU 0200-PROCESS-COMMPOL-EXIT
           PERFORM 0400-PROCESS-CLAIMS
              THRU 0400-PROCESS-CLAIMS-EXIT
           PERFORM 0800-WRITE-BORDEREAUX
              THRU 0800-WRITE-BORDEREAUX-EXIT
           PERFORM 0900-CLOSE-FILES
      *
           IF WS-CESSION-COUNT > ZERO AND RETURN-CODE NOT = 8
           GOBACK.
      *
       0100-INITIALIZATION.
      *
           PERFORM 0180-LOAD-REFERENCE-TABLES
              THRU 0180-LOAD-REFERENCE-TABLES-EXIT
      *
           OPEN OUTPUT CEDBORD
           MOVE '-------- LGRCED01 REINSURANCE CESSION RUN -------'
              MOVE 8                     TO RETURN-CODE
           END-IF
           OPEN INPUT CLAIMPOL
      *
      *    THE FIRST RUN FINDS NO ACCOUNTS FILE AND STARTS ONE.
           OPEN I-O REINACCT
           IF REINACCT-NOT-FOUND
              OPEN OUTPUT REINACCT
              CLOSE REINACCT
              OPEN I-O REINACCT
           END-IF
           IF REINACCT-OPEN-OK
              SET REINACCT-USABLE        TO TRUE
           ELSE
              DISPLAY '**LGRCED01 - REINACCT OPEN ERROR - STATUS '
                      REINACCT-STATUS
              MOVE 8                     TO RETURN-CODE
           END-IF
      *
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           MOVE WS-TODAY-DATE(1:4)       TO WS-TODAY-DATE10(1:4)
           MOVE '-'                      TO WS-TODAY-DATE10(5:1)
           MOVE WS-TODAY-DATE(5:2)       TO WS-TODAY-DATE10(6:2)
           MOVE '-'                      TO WS-TODAY-DATE10(8:1)
           MOVE WS-TODAY-DATE(7:2)       TO WS-TODAY-DATE10(9:2)
           MOVE WS-TODAY-YYYY            TO WS-QTR-YEAR
           COMPUTE WS-QTR-NUM = (WS-TODAY-MM + 2) / 3
           MOVE SPACES                   TO WS-REPORT-LINE
           STRING 'ACCOUNTS POSTED FOR QUARTER ' WS-QUARTER
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE CEDBORD-RECORD FROM WS-REPORT-LINE
      *
           PERFORM 0940-OPEN-LEDGER-FILES
              THRU 0940-OPEN-LEDGER-FILES-EXIT
           MOVE WS-TODAY-DATE10          TO WS-GL-DATE
           PERFORM 0950-CHECK-PERIOD
              THRU 0950-CHECK-PERIOD-EXIT
           IF GL-PERIOD-CLOSED
              MOVE 'N'                   TO SW-POSTING
              MOVE 8                     TO RETURN-CODE
              MOVE SPACES                TO WS-REPORT-LINE
              STRING 'PERIOD ' WS-GL-PERIOD
                     ' IS CLOSED - NOTHING CEDED OR POSTED'
                     DELIMITED BY SIZE INTO WS-REPORT-LINE
              WRITE CEDBORD-RECORD FROM WS-REPORT-LINE
              DISPLAY '**LGRCED01 - PERIOD ' WS-GL-PERIOD
                      ' IS CLOSED - NOTHING CEDED OR POSTED'
           END-IF
      *
       0100-INITIALIZATION-EXIT.
           EXIT.
      *
      *================================================================
      * 0180-LOAD-REFERENCE-TABLES - THE TREATY RETENTIONS AND
      *     CEDED SHARES AS
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
                 DISPLAY 'LGRCED01 - NO ' WSRL-TABLE-ID
                         ' ENTRY IN FORCE ON REFTAB'
              WHEN 12
                 DISPLAY 'LGRCED01 - ' WSRL-TABLE-ID
                         ' TABLE FULL - LATER ENTRIES NOT LOADED'
              WHEN OTHER
                 DISPLAY '**LGRCED01 - ' WSRL-TABLE-ID
                         ' NOT LOADED FROM REFTAB - RC '
                         WSRL-RETURN-CODE
                 MOVE 'N'                TO SW-REFTAB-LOAD
           END-EVALUATE
      *
       0190-LOAD-ONE-TABLE-EXIT.
           EXIT.
      *
       0200-PROCESS-COMMPOL.
      *
              IF NOT END-OF-FILE
                 IF CML-B-STATUS = 3000
                    PERFORM 0250-CEDE-ONE-POLICY
                       THRU 0250-CEDE-ONE-POLICY-EXIT
                 END-IF
              END-IF
           END-PERFORM
           MOVE ZERO                     TO WS-CDP-SLOT
      *
           PERFORM 0270-CEDE-ONE-PERIL
              THRU 0270-CEDE-ONE-PERIL-EXIT
              VARYING WS-TRT-SLOT FROM 1 BY 1
              UNTIL WS-TRT-SLOT > TRT-TREATY-COUNT
      *
           IF WS-CDP-SLOT > ZERO
              AND REINACCT-USABLE
              PERFORM 0720-POST-PREMIUM
                 THRU 0720-POST-PREMIUM-EXIT
                 VARYING RIN-IDX FROM 1 BY 1
                 UNTIL RIN-IDX > RIN-END
           END-IF
      *
       0250-CEDE-ONE-POLICY-EXIT.
           EXIT.
      *
       0270-CEDE-ONE-PERIL.
      *
           EVALUATE TRT-PERIL-NAME(WS-TRT-SLOT)
              WHEN 'FIRE'
                 MOVE WS-PERIL-PREMIUM(1) TO WS-TREATY-PREMIUM
              WHEN 'CRIME'
                 MOVE WS-PERIL-PREMIUM(2) TO WS-TREATY-PREMIUM
              WHEN 'FLOOD'
                 MOVE WS-PERIL-PREMIUM(3) TO WS-TREATY-PREMIUM
              WHEN 'WEATHER'
                 MOVE WS-PERIL-PREMIUM(4) TO WS-TREATY-PREMIUM
              WHEN OTHER
                 GO TO 0270-CEDE-ONE-PERIL-EXIT
           END-EVALUATE
      *
           IF WS-TREATY-PREMIUM NOT >
              TRT-RETENTION(WS-TRT-SLOT)
              GO TO 0270-CEDE-ONE-PERIL-EXIT
           END-IF
      *
           COMPUTE WS-CEDED-AMOUNT ROUNDED =
                   (WS-TREATY-PREMIUM -
                    TRT-RETENTION(WS-TRT-SLOT)) *
                   TRT-CEDED-PCT(WS-TRT-SLOT) / 100
           IF WS-CEDED-AMOUNT = ZERO
           MOVE CML-POLICY-NUM           TO CDD-POLICY-NUM
           MOVE TRT-PERIL-NAME(WS-TRT-SLOT) TO CDD-PERIL-NAME
           MOVE TRT-REINSURER(WS-TRT-SLOT)  TO CDD-REINSURER
           MOVE WS-TREATY-PREMIUM        TO CDD-GROSS-PREMIUM
           MOVE WS-CEDED-AMOUNT          TO CDD-CEDED-PREMIUM
           WRITE CEDDETL-RECORD FROM WS-CESSION-DETAIL-REC
      *
           MOVE TRT-REINSURER(WS-TRT-SLOT) TO WS-RIN-HOLD
           PERFORM 0600-FIND-REINSURER-SLOT
              THRU 0600-FIND-REINSURER-SLOT-EXIT
           IF WS-RIN-SLOT > ZERO
              ADD WS-CEDED-AMOUNT        TO
                  RIN-CEDED-PREMIUM(WS-RIN-SLOT)
           END-IF
      *
           PERFORM 0650-FIND-CEDED-POLICY-SLOT
              THRU 0650-FIND-CEDED-POLICY-SLOT-EXIT
           IF WS-CDP-SLOT > ZERO AND WS-RIN-SLOT > ZERO
              ADD WS-CEDED-AMOUNT        TO
                  CDP-RIN-CEDED(WS-CDP-SLOT, WS-RIN-SLOT)
              END-READ
              IF NOT END-OF-FILE
                 PERFORM 0450-APPORTION-ONE-CLAIM
                    THRU 0450-APPORTION-ONE-CLAIM-EXIT
              END-IF
           END-PERFORM
      *
           END-IF
      *
           PERFORM 0470-APPORTION-TO-REINSURER
              THRU 0470-APPORTION-TO-REINSURER-EXIT
              VARYING RIN-IDX FROM 1 BY 1
              UNTIL RIN-IDX > RIN-END
      *
           ADD WS-RECOVERY-SHARE         TO
               RIN-CLAIM-RECOVERY(RIN-IDX)
           ADD 1                         TO RIN-CLAIM-COUNT(RIN-IDX)
      *
           IF REINACCT-USABLE
              PERFORM 0750-POST-RECOVERY
                 THRU 0750-POST-RECOVERY-EXIT
           END-IF
      *
           MOVE WS-RECOVERY-SHARE        TO WS-RPT-AMT
           MOVE SPACES                   TO WS-REPORT-LINE
      *
       0470-APPORTION-TO-REINSURER-EXIT.
           EXIT.
      *
      *================================================================
      * 0720-POST-PREMIUM - THE QUARTER'S CEDED PREMIUM ON THE POLICY
      *     IN HAND, DUE TO REINSURER RIN-IDX.  RAISED ONCE A QUARTER;
      *     A RERUN AFTER THE PREMIUM HAS CHANGED PUTS THE ENTRY
      *     RIGHT RATHER THAN RAISING ANOTHER.
      *================================================================
       0720-POST-PREMIUM.
      *
           IF CDP-RIN-CEDED(WS-CDP-SLOT, RIN-IDX) = ZERO
              GO TO 0720-POST-PREMIUM-EXIT
           END-IF
           COMPUTE WS-POST-AMOUNT ROUNDED =
                   CDP-RIN-CEDED(WS-CDP-SLOT, RIN-IDX) / 4
      *
           MOVE RIN-REINSURER(RIN-IDX)   TO RIA-REINSURER
           SET RIA-TYPE-PREMIUM          TO TRUE
           MOVE CML-POLICY-NUM           TO RIA-REF
           MOVE WS-QUARTER               TO RIA-QUARTER
           READ REINACCT
      *
           IF REINACCT-NO-RECORD
              MOVE WS-POST-AMOUNT        TO WS-GL-AMOUNT
              MOVE CML-POLICY-NUM        TO RIA-POLICY-NUM
              MOVE WS-POST-AMOUNT        TO RIA-AMOUNT-DUE
              MOVE ZERO                  TO RIA-AMOUNT-SETTLED
                                            RIA-SHARE-RATE
              MOVE WS-TODAY-DATE10       TO RIA-RAISED-DATE
              MOVE SPACES                TO RIA-LAST-SETTLED-DATE
              PERFORM 0790-SET-ENTRY-STATUS
              WRITE REINSURANCE-ACCOUNT-RECORD
           ELSE
              IF NOT REINACCT-OPEN-OK
                 GO TO 0720-POST-PREMIUM-ERROR
              END-IF
              IF RIA-AMOUNT-DUE = WS-POST-AMOUNT
                 GO TO 0720-POST-PREMIUM-EXIT
              END-IF
              COMPUTE WS-GL-AMOUNT = WS-POST-AMOUNT - RIA-AMOUNT-DUE
              MOVE WS-POST-AMOUNT        TO RIA-AMOUNT-DUE
              PERFORM 0790-SET-ENTRY-STATUS
              REWRITE REINSURANCE-ACCOUNT-RECORD
           END-IF
           IF NOT REINACCT-OPEN-OK
              GO TO 0720-POST-PREMIUM-ERROR
           END-IF
      *
           ADD 1                         TO WS-PREMIUM-POSTED
           ADD WS-POST-AMOUNT            TO WS-TOTAL-PREMIUM-POSTED
      *    ONLY THE CHANGE IN WHAT IS DUE GOES TO THE LEDGER.
           MOVE WS-TODAY-DATE10          TO WS-GL-DATE
           MOVE 'C'                      TO WS-GL-LINE
           MOVE 'CEDP'                   TO WS-GL-DEBIT-ACCT
           MOVE 'RIAC'                   TO WS-GL-CREDIT-ACCT
           PERFORM 0960-POST-GL
              THRU 0960-POST-GL-EXIT
           GO TO 0720-POST-PREMIUM-EXIT.
      *
       0720-POST-PREMIUM-ERROR.
           DISPLAY '**LGRCED01 - REINACCT WRITE ERROR - STATUS '
                   REINACCT-STATUS
           MOVE 8                        TO RETURN-CODE
           CLOSE REINACCT
           MOVE 'N'                      TO SW-REINACCT.
      *
       0720-POST-PREMIUM-EXIT.
           EXIT.
      *
      *================================================================
      * 0750-POST-RECOVERY - REINSURER RIN-IDX'S SHARE OF WHAT WE HAVE
      *     PAID ON THE CLAIM IN HAND, LESS WHAT ITS ACCOUNT ALREADY
      *     HOLDS FOR THE CLAIM, IS RAISED IN THIS QUARTER'S ENTRY.
      *     THE FIRST SIGHT OF A CEDED CLAIM ALWAYS RAISES AN ENTRY,
      *     EVEN AT NIL, SO THE SHARE IS ON THE ACCOUNT FOR LGRRSV01.
      *================================================================
       0750-POST-RECOVERY.
      *
           COMPUTE WS-POST-RATE ROUNDED =
                   CDP-RIN-CEDED(WS-CDP-SLOT, RIN-IDX) /
                   CDP-GROSS(WS-CDP-SLOT)
           COMPUTE WS-RECOVERY-DUE-NOW ROUNDED =
                   CLM-C-PAID *
                   CDP-RIN-CEDED(WS-CDP-SLOT, RIN-IDX) /
                   CDP-GROSS(WS-CDP-SLOT)
           MOVE CLM-CLAIM-NUM            TO WS-CLAIM-REF
      *
           MOVE ZERO                     TO WS-RECOVERY-RAISED
           MOVE 'N'                      TO SW-ANY-ENTRY
                                            SW-QUARTER-ENTRY
                                            SW-ENTRY-EOF
           MOVE RIN-REINSURER(RIN-IDX)   TO RIA-REINSURER
           SET RIA-TYPE-RECOVERY         TO TRUE
           MOVE WS-CLAIM-REF             TO RIA-REF
           MOVE LOW-VALUES               TO RIA-QUARTER
           START REINACCT KEY NOT < RIA-KEY
              INVALID KEY SET END-OF-ENTRIES TO TRUE
           END-START
           PERFORM UNTIL END-OF-ENTRIES
              READ REINACCT NEXT RECORD
                 AT END SET END-OF-ENTRIES TO TRUE
              END-READ
              IF NOT END-OF-ENTRIES
                 IF RIA-REINSURER NOT = RIN-REINSURER(RIN-IDX)
                    OR NOT RIA-TYPE-RECOVERY
                    OR RIA-REF NOT = WS-CLAIM-REF
                    SET END-OF-ENTRIES   TO TRUE
                 ELSE
                    SET ANY-ENTRY-FOUND  TO TRUE
                    ADD RIA-AMOUNT-DUE   TO WS-RECOVERY-RAISED
                    IF RIA-QUARTER = WS-QUARTER
                       SET QUARTER-ENTRY-FOUND TO TRUE
                    END-IF
                 END-IF
              END-IF
           END-PERFORM
      *
           COMPUTE WS-POST-AMOUNT =
                   WS-RECOVERY-DUE-NOW - WS-RECOVERY-RAISED
           IF ANY-ENTRY-FOUND
              AND WS-POST-AMOUNT = ZERO
              GO TO 0750-POST-RECOVERY-EXIT
           END-IF
      *
           MOVE RIN-REINSURER(RIN-IDX)   TO RIA-REINSURER
           SET RIA-TYPE-RECOVERY         TO TRUE
           MOVE WS-CLAIM-REF             TO RIA-REF
           MOVE WS-QUARTER               TO RIA-QUARTER
           IF QUARTER-ENTRY-FOUND
              READ REINACCT
              IF NOT REINACCT-OPEN-OK
                 GO TO 0750-POST-RECOVERY-ERROR
              END-IF
              ADD WS-POST-AMOUNT         TO RIA-AMOUNT-DUE
              MOVE WS-POST-RATE          TO RIA-SHARE-RATE
              PERFORM 0790-SET-ENTRY-STATUS
              REWRITE REINSURANCE-ACCOUNT-RECORD
           ELSE
              MOVE CLM-POLICY-NUM        TO RIA-POLICY-NUM
              MOVE WS-POST-AMOUNT        TO RIA-AMOUNT-DUE
              MOVE ZERO                  TO RIA-AMOUNT-SETTLED
              MOVE WS-POST-RATE          TO RIA-SHARE-RATE
              MOVE WS-TODAY-DATE10       TO RIA-RAISED-DATE
              MOVE SPACES                TO RIA-LAST-SETTLED-DATE
              PERFORM 0790-SET-ENTRY-STATUS
              WRITE REINSURANCE-ACCOUNT-RECORD
           END-IF
           IF NOT REINACCT-OPEN-OK
              GO TO 0750-POST-RECOVERY-ERROR
           END-IF
      *
           ADD 1                         TO WS-RECOVERY-POSTED
           ADD WS-POST-AMOUNT            TO WS-TOTAL-RECOVERY-POSTED
           MOVE WS-TODAY-DATE10          TO WS-GL-DATE
           MOVE 'C'                      TO WS-GL-LINE
           MOVE 'RIAC'                   TO WS-GL-DEBIT-ACCT
           MOVE 'RIRC'                   TO WS-GL-CREDIT-ACCT
           MOVE WS-POST-AMOUNT           TO WS-GL-AMOUNT
           PERFORM 0960-POST-GL
              THRU 0960-POST-GL-EXIT
           MOVE WS-POST-AMOUNT           TO WS-RPT-AMT
           MOVE SPACES                   TO WS-REPORT-LINE
           STRING 'ACCOUNT REINSURER ' RIA-REINSURER
                  ' QUARTER ' RIA-QUARTER
                  ' CLAIM ' CLM-CLAIM-NUM
                  ' RECOVERY DUE FROM REINSURER=' WS-RPT-AMT
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE CEDBORD-RECORD FROM WS-REPORT-LINE
           GO TO 0750-POST-RECOVERY-EXIT.
      *
       0750-POST-RECOVERY-ERROR.
           DISPLAY '**LGRCED01 - REINACCT WRITE ERROR - STATUS '
                   REINACCT-STATUS
           MOVE 8                        TO RETURN-CODE
           CLOSE REINACCT
           MOVE 'N'                      TO SW-REINACCT.
      *
       0750-POST-RECOVERY-EXIT.
           EXIT.
      *
      *================================================================
      * 0790-SET-ENTRY-STATUS - OPEN UNTIL ANYTHING IS SETTLED,
      *     SETTLED WHEN NOTHING IS LEFT OUTSTANDING.
      *================================================================
       0790-SET-ENTRY-STATUS.
      *
           COMPUTE WS-ENTRY-OUTSTANDING =
                   RIA-AMOUNT-DUE - RIA-AMOUNT-SETTLED
           EVALUATE TRUE
              WHEN WS-ENTRY-OUTSTANDING = ZERO
                 SET RIA-STATUS-SETTLED  TO TRUE
              WHEN RIA-AMOUNT-SETTLED = ZERO
                 SET RIA-STATUS-OPEN     TO TRUE
              WHEN OTHER
                 SET RIA-STATUS-PART-SETTLED TO TRUE
           END-EVALUATE
      *
       0790-SET-ENTRY-STATUS-EXIT.
           EXIT.
      *
       0800-WRITE-BORDEREAUX.
      *
           STRING 'TOTAL CESSION DETAILS WRITTEN=' WS-RPT-CNT
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE CEDBORD-RECORD FROM WS-REPORT-LINE
      *
           MOVE '-------- REINSURANCE ACCOUNTS POSTED ------------'
                TO CEDBORD-RECORD
           WRITE CEDBORD-RECORD
           MOVE WS-PREMIUM-POSTED        TO WS-RPT-CNT
           MOVE WS-TOTAL-PREMIUM-POSTED  TO WS-RPT-AMT
           MOVE SPACES                   TO WS-REPORT-LINE
           STRING 'PREMIUM ENTRIES RAISED OR PUT RIGHT=' WS-RPT-CNT
                  ' DUE TO REINSURERS=' WS-RPT-AMT
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE CEDBORD-RECORD FROM WS-REPORT-LINE
           MOVE WS-RECOVERY-POSTED       TO WS-RPT-CNT
           MOVE WS-TOTAL-RECOVERY-POSTED TO WS-RPT-AMT
           MOVE SPACES                   TO WS-REPORT-LINE
           STRING 'RECOVERY ENTRIES RAISED            =' WS-RPT-CNT
                  ' DUE FROM REINSURERS=' WS-RPT-AMT
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE CEDBORD-RECORD FROM WS-REPORT-LINE
      *
           DISPLAY 'LGRCED01 - CESSIONS=' WS-CESSION-COUNT
                   ' CEDED POLICIES=' CDP-END
           CLOSE CLAIMPOL
           CLOSE CEDDETL
           CLOSE CEDBORD
           IF REINACCT-USABLE
              CLOSE REINACCT
           END-IF
           IF PERIODS-USABLE
              CLOSE PERIODS
           END-IF
           IF GLPOST-USABLE
              CLOSE GLPOST
           END-IF
      *
       0900-CLOSE-FILES-EXIT.
           EXIT.
      *
      *================================================================
      * 0940-OPEN-LEDGER-FILES - PERIODS IS READ ONLY, AND MAY NOT
      *     EXIST YET; GLPOST IS CREATED ON FIRST USE.
      *================================================================
       0940-OPEN-LEDGER-FILES.
      *
           OPEN INPUT PERIODS
           IF PERIODS-OPEN-OK
              SET PERIODS-USABLE         TO TRUE
           ELSE
              IF NOT PERIODS-NOT-FOUND
                 DISPLAY '**LGRCED01 - PERIODS OPEN ERROR - STATUS '
                         PERIODS-STATUS
                 MOVE 8                  TO RETURN-CODE
                 MOVE 'N'                TO SW-POSTING
              END-IF
           END-IF
      *
           OPEN I-O GLPOST
           IF GLPOST-NOT-FOUND
              OPEN OUTPUT GLPOST
              CLOSE GLPOST
              OPEN I-O GLPOST
           END-IF
           IF GLPOST-OPEN-OK
              SET GLPOST-USABLE          TO TRUE
           ELSE
              DISPLAY '**LGRCED01 - GLPOST OPEN ERROR - STATUS '
                      GLPOST-STATUS
              MOVE 8                     TO RETURN-CODE
              MOVE 'N'                   TO SW-POSTING
           END-IF
      *
       0940-OPEN-LEDGER-FILES-EXIT.
           EXIT.
      *
      *================================================================
      * 0950-CHECK-PERIOD - SETS GL-PERIOD-CLOSED WHEN THE MONTH OF
      *     WS-GL-DATE HAS BEEN CLOSED ON PERIODS.  A MONTH NOT ON
      *     THE FILE, OR NO FILE AT ALL, IS OPEN.
      *================================================================
       0950-CHECK-PERIOD.
      *
           MOVE WS-GL-DATE(1:7)          TO WS-GL-PERIOD
           SET GL-PERIOD-OPEN            TO TRUE
           IF NOT PERIODS-USABLE
              GO TO 0950-CHECK-PERIOD-EXIT
           END-IF
      *
           MOVE WS-GL-PERIOD             TO PRD-PERIOD
           READ PERIODS
           IF PERIODS-OPEN-OK
              AND PRD-STATUS-CLOSED
              SET GL-PERIOD-CLOSED       TO TRUE
           END-IF
           MOVE '00'                     TO PERIODS-STATUS
      *
       0950-CHECK-PERIOD-EXIT.
           EXIT.
      *
      *================================================================
      * 0960-POST-GL - POSTS WS-GL-AMOUNT TO GLPOST IN THE MONTH OF
      *     WS-GL-DATE UNDER LINE WS-GL-LINE: A DEBIT TO
      *     WS-GL-DEBIT-ACCT AND A CREDIT TO WS-GL-CREDIT-ACCT.
      *================================================================
       0960-POST-GL.
      *
           IF WS-GL-AMOUNT = ZERO
              GO TO 0960-POST-GL-EXIT
           END-IF
      *
           MOVE WS-GL-DEBIT-ACCT         TO WS-GL-ACCOUNT
           MOVE WS-GL-AMOUNT             TO WS-GL-DR
           MOVE ZERO                     TO WS-GL-CR
           PERFORM 0970-ADD-TO-GLPOST
              THRU 0970-ADD-TO-GLPOST-EXIT
           MOVE WS-GL-CREDIT-ACCT        TO WS-GL-ACCOUNT
           MOVE ZERO                     TO WS-GL-DR
           MOVE WS-GL-AMOUNT             TO WS-GL-CR
           PERFORM 0970-ADD-TO-GLPOST
              THRU 0970-ADD-TO-GLPOST-EXIT
      *
       0960-POST-GL-EXIT.
           EXIT.
      *
      *================================================================
      * 0970-ADD-TO-GLPOST - ADDS WS-GL-DR AND WS-GL-CR TO THE
      *     MONTH'S RUNNING TOTAL FOR WS-GL-LINE/WS-GL-ACCOUNT FROM
      *     THIS PROGRAM, STARTING THE TOTAL ON ITS FIRST POSTING.
      *================================================================
       0970-ADD-TO-GLPOST.
      *
           MOVE SPACES                   TO GL-POSTING-RECORD
           MOVE WS-GL-DATE(1:7)          TO GLP-PERIOD
           MOVE WS-GL-LINE               TO GLP-LINE
           MOVE WS-GL-ACCOUNT            TO GLP-ACCOUNT
           MOVE 'LGRCED01'               TO GLP-SOURCE
           MOVE GLP-KEY                  TO WS-GL-KEY-HOLD
      *
           READ GLPOST
           IF GLPOST-NO-RECORD
              MOVE SPACES                TO GL-POSTING-RECORD
              MOVE WS-GL-KEY-HOLD        TO GLP-KEY
              MOVE ZERO                  TO GLP-DEBIT
                                            GLP-CREDIT
                                            GLP-POSTING-COUNT
           ELSE
              IF NOT GLPOST-OPEN-OK
                 GO TO 0970-ADD-TO-GLPOST-ERROR
              END-IF
           END-IF
      *
           ADD WS-GL-DR                  TO GLP-DEBIT
           ADD WS-GL-CR                  TO GLP-CREDIT
           ADD 1                         TO GLP-POSTING-COUNT
           MOVE WS-TODAY-DATE10          TO GLP-LAST-POSTED-DATE
      *
           IF GLPOST-NO-RECORD
              WRITE GL-POSTING-RECORD
           ELSE
              REWRITE GL-POSTING-RECORD
           END-IF
           IF GLPOST-OPEN-OK
              GO TO 0970-ADD-TO-GLPOST-EXIT
           END-IF
      *
       0970-ADD-TO-GLPOST-ERROR.
      *
           DISPLAY '**LGRCED01 - GLPOST UPDATE ERROR - STATUS '
                   GLPOST-STATUS
           MOVE 8                        TO RETURN-CODE.
      *
       0970-ADD-TO-GLPOST-EXIT.
           EXIT.
