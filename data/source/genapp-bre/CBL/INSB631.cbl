       IDENTIFICATION DIVISION.
       PROGRAM-ID. INSB631.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      *
      *================================================================
      *    FUNCTION:
      *      MORNING OPERATIONS DIGEST.  ONE REPORT, ONE SECTION PER
      *      NIGHTLY CHAIN, BUILT FROM THE CONTROL OUTPUTS THE CHAINS
      *      ALREADY LEAVE BEHIND, SO THE DAY SHIFT NO LONGER OPENS
      *      A DOZEN SYSOUTS TO LEARN WHAT LAST NIGHT DID:
      *
      *      PRICE CHAIN  - INSB610 AND ITS FOLLOW-ON STEPS.  THE
      *        INSB610 END-OF-JOB SUMMARY COUNTS (PRCF610X); EVERY
      *        INSB610 ROW ON T119_CP_RSA_CTL - A ROW STILL HOLDING A
      *        CHECKPOINT IS A RESTART WAITING TO BE RUN, AND THE
      *        NIGHTLY ROW MUST SHOW A COMPLETED RUN ON THE RUN DATE;
      *        THE PRCF610B EXTRACT RE-BALANCED THE WAY INSB611
      *        BALANCES IT (HDR AND TRL PRESENT, DETAIL COUNT AND HASH
      *        TOTALS AGAINST THE TRAILER) WITH THE TRAILER COUNT
      *        ALSO TIED TO INSB610'S 'PRCF610B WRITTEN'; THE INSB613
      *        LOAD-ACK TOTALS (ACKR613A); AND THE INSB621 SPLIT
      *        TOTALS (SPLR621A), TIED TO THE TRAILER COUNT.
      *      CLAIMS CHAIN - HRHNIAVC, HRHSEDT1, HRHSNET1 AND HRHSAO3C
      *        FROM THE HRHNRLDG RUN LEDGER - RETURN CODES, COUNTS
      *        AND THE EDT/NET AND NET/AO3C SEAMS, AS HRHSRLR1 CHECKS
      *        THEM - AND THE HRHNMNFT MANIFESTS HRHSAO3C WROTE, WHOSE
      *        DETAIL COUNTS MUST ADD UP TO THE RECORDS HRHSAO3C
      *        REPORTS WRITING.  HRHSAK3C IS STAMPED THE MORNING
      *        AFTER AND IS NOT EXPECTED HERE.
      *      POLICY CHAIN - THE BILLING (LGRBIL01, LGRBIL02,
      *        LGRRCP01, LGRARR01), RENEWAL (LGRRNW01, LGRRNW02),
      *        COMMISSION (LGRBRK02) AND RESERVE (LGRRSV01) BATCHES
      *        FROM THE LGCCMPL COMPLETION RECORDS THEY APPEND TO
      *        CMPLOG - RETURN CODES, COUNTS, CONTROL TOTALS, GL
      *        DEBITS AGAINST CREDITS, AND THE LGRRNW01/LGRRNW02
      *        WORKLIST SEAM.
      *
      *      A STEP WITH NO RECORD FOR THE RUN DATE DID NOT RUN.  A
      *      MISSING STEP OR CONTROL OUTPUT, A STEP ENDING RC 08 OR
      *      HIGHER, OR A TOTAL THAT DOES NOT BALANCE IS FLAGGED '**'
      *      AND PUTS ITS CHAIN IN NEED OF ATTENTION.  INSB621 ONLY
      *      RUNS WHERE THE EXTRACT IS SPLIT PER STORE, SO A MISSING
      *      SPLR621A IS NOTED BUT NOT FLAGGED.  WHERE A STEP RAN
      *      MORE THAN ONCE ON THE DATE ITS LAST RECORD IS THE ONE
      *      CHECKED.
      *
      *    INPUT FILES:  PARMFILE - OPTIONAL, ONE CARD:
      *                     COLS  1-10  RUN DATE (CCYY-MM-DD);
      *                                 ABSENT OR BLANK = TODAY
      *                  PRCF610X - INSB610 EXCEPTION REPORT WITH ITS
      *                             END-OF-JOB SUMMARY
      *                  PRCF610B - THE STORE PRICE EXTRACT
      *                  ACKR613A - INSB613 RECONCILIATION REPORT
      *                  SPLR621A - INSB621 SPLIT SUMMARY REPORT
      *                  HRHNRLDG - CLAIMS RUN LEDGER (HRHYRLDG)
      *                  HRHNMNFT - HRHSAO3C VENDOR MANIFESTS
      *                  CMPLOG   - POLICY BATCH COMPLETION LOG
      *                             (LGCCMPL)
      *                  AN INPUT FILE THAT IS ABSENT IS REPORTED
      *                  AGAINST ITS CHAIN, NOT TREATED AS AN ERROR
      *
      *    TABLE:        T119_CP_RSA_CTL - INSB610 CHECKPOINT ROWS
      *
      *    OUTPUT FILE:  OPSR631A - MORNING OPERATIONS DIGEST
      *
      *    RETURN CODE:  00 - EVERY CHAIN RAN CLEAN
      *                  04 - ONE OR MORE CHAINS NEED ATTENTION
      *                  08 - A CHAIN LEFT NO CONTROL OUTPUT FOR THE
      *                       RUN DATE - IT DID NOT RUN
      *                  12 - BAD CONTROL CARD / SQL OR FILE ERROR
      *================================================================
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT PARMFILE ASSIGN TO PARMFILE
              FILE STATUS IS PARMFILE-STATUS.

           SELECT PRCF610X ASSIGN TO PRCF610X
              FILE STATUS IS PRCF610X-STATUS.

           SELECT PRCF610B ASSIGN TO PRCF610B
              FILE STATUS IS PRCF610B-STATUS.

           SELECT ACKR613A ASSIGN TO ACKR613A
              FILE STATUS IS ACKR613A-STATUS.

           SELECT SPLR621A ASSIGN TO SPLR621A
              FILE STATUS IS SPLR621A-STATUS.

           SELECT HRHNRLDG ASSIGN TO HRHNRLDG
              FILE STATUS IS HRHNRLDG-STATUS.

           SELECT HRHNMNFT ASSIGN TO HRHNMNFT
              FILE STATUS IS HRHNMNFT-STATUS.

           SELECT CMPLOG ASSIGN TO CMPLOG
              FILE STATUS IS CMPLOG-STATUS.

           SELECT OPSR631A ASSIGN TO OPSR631A
              FILE STATUS IS OPSR631A-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  PARMFILE
           BLOCK CONTAINS 0 RECORDS.
       01  PARMFILE-RECORD                PIC X(80).

       FD  PRCF610X
           BLOCK CONTAINS 0 RECORDS.
       01  PRCF610X-RECORD                PIC X(80).

       FD  PRCF610B
           BLOCK CONTAINS 0 RECORDS.
       01  PRCF610B-RECORD                PIC X(150).

       FD  ACKR613A
           BLOCK CONTAINS 0 RECORDS.
       01  ACKR613A-RECORD                PIC X(80).

       FD  SPLR621A
           BLOCK CONTAINS 0 RECORDS.
       01  SPLR621A-RECORD                PIC X(80).

       FD  HRHNRLDG
           BLOCK CONTAINS 0 RECORDS.
       01  HRHNRLDG-RECORD                PIC X(80).

       FD  HRHNMNFT
           BLOCK CONTAINS 0 RECORDS.
       01  HRHNMNFT-RECORD                PIC X(80).

       FD  CMPLOG
           BLOCK CONTAINS 0 RECORDS.
       01  CMPLOG-RECORD                  PIC X(120).

       FD  OPSR631A
           BLOCK CONTAINS 0 RECORDS.
       01  OPSR631A-RECORD                PIC X(80).

       WORKING-STORAGE SECTION.

       77  FILLER                         PIC X(36) VALUE
                   'INSB631 WORKING STORAGE BEGINS HERE'.

       01  WS-AREA.
           05  PARMFILE-STATUS            PIC XX  VALUE '00'.
           05  PRCF610X-STATUS            PIC XX  VALUE '00'.
               88  PRCF610X-OPEN-OK               VALUE '00' '97'.
           05  PRCF610B-STATUS            PIC XX  VALUE '00'.
               88  PRCF610B-OPEN-OK               VALUE '00' '97'.
           05  ACKR613A-STATUS            PIC XX  VALUE '00'.
               88  ACKR613A-OPEN-OK               VALUE '00' '97'.
           05  SPLR621A-STATUS            PIC XX  VALUE '00'.
               88  SPLR621A-OPEN-OK               VALUE '00' '97'.
           05  HRHNRLDG-STATUS            PIC XX  VALUE '00'.
               88  HRHNRLDG-OPEN-OK               VALUE '00' '97'.
           05  HRHNMNFT-STATUS            PIC XX  VALUE '00'.
               88  HRHNMNFT-OPEN-OK               VALUE '00' '97'.
           05  CMPLOG-STATUS              PIC XX  VALUE '00'.
               88  CMPLOG-OPEN-OK                 VALUE '00' '97'.
           05  OPSR631A-STATUS            PIC XX  VALUE '00'.
               88  OPSR631A-VALID-STATUS          VALUE '00'.

       01  WS-INPUT-EOF-SW               PIC X(01) VALUE 'N'.
           88  INPUT-EOF                         VALUE 'Y'.
       01  WS-SQL-ERR-SW                 PIC X(01) VALUE 'N'.
           88  SQL-ERROR-SEEN                    VALUE 'Y'.

       01  PARM-CARD-REC.
           05  PARM-RUN-DATE             PIC X(10).
           05  PARM-RUN-DATE-R REDEFINES PARM-RUN-DATE.
               10  PARM-RUN-CCYY         PIC X(04).
               10  PARM-RUN-DASH1        PIC X(01).
               10  PARM-RUN-MM           PIC X(02).
               10  PARM-RUN-DASH2        PIC X(01).
               10  PARM-RUN-DD           PIC X(02).
           05  FILLER                    PIC X(70).

      *--  THE NIGHT BEING REPORTED, IN BOTH DATE FORMS IN USE ------*
       01  WS-RUN-DATE                   PIC X(10).
       01  WS-RUN-DATE-R REDEFINES WS-RUN-DATE.
           05  WS-RUN-CCYY               PIC X(04).
           05  FILLER                    PIC X(01).
           05  WS-RUN-MM                 PIC X(02).
           05  FILLER                    PIC X(01).
           05  WS-RUN-DD                 PIC X(02).
       01  WS-RUN-DATE8                  PIC X(08).

      *--  CHAIN STATUS, ONE ENTRY PER CHAIN IN REPORT ORDER --------*
       01  CHN-IDX                       PIC 9(01) COMP VALUE ZERO.
       01  CHN-NAME-VALUES.
           05  FILLER                    PIC X(20) VALUE
                   'PRICE CHAIN'.
           05  FILLER                    PIC X(20) VALUE
                   'CLAIMS CHAIN'.
           05  FILLER                    PIC X(20) VALUE
                   'POLICY BATCH CHAIN'.
       01  CHN-NAME-TABLE REDEFINES CHN-NAME-VALUES.
           05  CHN-NAME OCCURS 3 TIMES   PIC X(20).
       01  CHN-STATUS-TABLE.
           05  CHN-ENTRY OCCURS 3 TIMES.
               10  CHN-ATTN-CNT          PIC 9(05) COMP.
               10  CHN-RAN-SW            PIC X(01).
                   88  CHN-RAN                   VALUE 'Y'.

      *--  INSB610 END-OF-JOB SUMMARY, READ BACK FROM PRCF610X ------*
       01  WS-X-LINE                     PIC X(80).
       01  WS-610-SUM-SW                 PIC X(01) VALUE 'N'.
           88  SUM610-SEEN                       VALUE 'Y'.
       01  WS-610-EMERG-SW               PIC X(01) VALUE 'N'.
           88  SUM610-EMERGENCY                  VALUE 'Y'.
       01  S610-ITEMS                    PIC 9(09) COMP VALUE ZERO.
       01  S610-PRCF610B                 PIC 9(09) COMP VALUE ZERO.
       01  S610-T3375-INS                PIC 9(09) COMP VALUE ZERO.
       01  S610-DUP-REJ                  PIC 9(09) COMP VALUE ZERO.
       01  S610-LABELS                   PIC 9(09) COMP VALUE ZERO.
       01  S610-RESTARTS                 PIC 9(05) COMP VALUE ZERO.

      *--  T119 CHECKPOINT ROWS -------------------------------------*
       01  T119D-EOF-SW                  PIC X(01) VALUE 'N'.
           88  T119D-EOF                         VALUE 'Y'.
       01  WS-T119-DONE-SW               PIC X(01) VALUE 'N'.
           88  T119-NIGHTLY-DONE                 VALUE 'Y'.
       01  WS-T119-ROWS                  PIC 9(05) COMP VALUE ZERO.

      *--  PRCF610B RE-BALANCE - THE INSB611 VIEWS -----------------*
       01  WS-INPUT-REC                  PIC X(150).
       01  WS-HDR-REC.
           05  FILLER                    PIC X(03).
           05  WS-HDR-RUN-DATE           PIC X(10).
           05  WS-HDR-EFF-DATE           PIC 9(08).
           05  WS-HDR-JOB-ID             PIC X(08).
           05  FILLER                    PIC X(121).
       01  WS-DETAIL-REC.
           05  FILLER                    PIC X(09).
           05  WS-DTL-STORE              PIC 9(04).
           05  FILLER                    PIC X(11).
           05  WS-DTL-COMP-NET           PIC S9(07)V99.
           05  WS-DTL-STORE-NET          PIC S9(07)V99.
           05  WS-DTL-CONSUMER-SELL      PIC S9(07)V99.
           05  FILLER                    PIC X(99).
       01  WS-TRL-REC.
           05  FILLER                    PIC X(03).
           05  WS-TRL-DETAIL-COUNT       PIC 9(09).
           05  WS-TRL-HASH-CONSUMER-SELL PIC S9(13)V99.
           05  WS-TRL-HASH-STORE-NET     PIC S9(13)V99.
           05  FILLER                    PIC X(108).
       01  WS-HDR-SEEN-SW                PIC X(01) VALUE 'N'.
           88  HDR-SEEN                          VALUE 'Y'.
       01  WS-TRL-SEEN-SW                PIC X(01) VALUE 'N'.
           88  TRL-SEEN                          VALUE 'Y'.
       01  WS-BALANCED-SW                PIC X(01) VALUE 'Y'.
           88  FILE-BALANCES                     VALUE 'Y'.
       01  WS-DETAIL-COUNT               PIC 9(09) COMP VALUE ZERO.
       01  WS-HASH-CONSUMER-SELL         PIC S9(13)V99 COMP-3
                                             VALUE ZERO.
       01  WS-HASH-STORE-NET             PIC S9(13)V99 COMP-3
                                             VALUE ZERO.

      *--  INSB613 / INSB621 REPORT TOTALS ---------------------------*
       01  WS-613-TOT-SW                 PIC X(01) VALUE 'N'.
           88  ACK613-TOTALS-SEEN                VALUE 'Y'.
       01  A613-SENT                     PIC 9(09) COMP VALUE ZERO.
       01  A613-CLEAN                    PIC 9(09) COMP VALUE ZERO.
       01  A613-FAILED                   PIC 9(09) COMP VALUE ZERO.
       01  A613-ORPHANS                  PIC 9(09) COMP VALUE ZERO.
       01  A613-SPLIT-MISM               PIC 9(09) COMP VALUE ZERO.
       01  WS-621-TOT-SW                 PIC X(01) VALUE 'N'.
           88  SPL621-TOTALS-SEEN                VALUE 'Y'.
       01  S621-STORES                   PIC 9(09) COMP VALUE ZERO.
       01  S621-DETAILS                  PIC 9(09) COMP VALUE ZERO.

      *--  CLAIMS CHAIN - LEDGER, EXPECTED STEPS, MANIFESTS ---------*
           COPY HRHYRLDG.

       01  HRH-STEP-COUNT                PIC 9(02) COMP VALUE 4.
       01  HRH-IDX                       PIC 9(02) COMP VALUE ZERO.
       01  HRH-NAME-VALUES.
           05  FILLER                    PIC X(08) VALUE 'HRHNIAVC'.
           05  FILLER                    PIC X(08) VALUE 'HRHSEDT1'.
           05  FILLER                    PIC X(08) VALUE 'HRHSNET1'.
           05  FILLER                    PIC X(08) VALUE 'HRHSAO3C'.
       01  HRH-NAME-TABLE REDEFINES HRH-NAME-VALUES.
           05  HRH-NAME OCCURS 4 TIMES   PIC X(08).
       01  HRH-STEP-TABLE.
           05  HRH-STEP OCCURS 4 TIMES.
               10  HRH-SEEN-SW           PIC X(01).
                   88  HRH-SEEN                  VALUE 'Y'.
               10  HRH-RECS-IN           PIC 9(09).
               10  HRH-RECS-OUT          PIC 9(09).
               10  HRH-RC                PIC 9(04).
       01  WS-LEDGER-ROWS                PIC 9(05) COMP VALUE ZERO.

       01  MNF-REC.
           05  MNF-VENDOR-CODE           PIC X(05).
           05  MNF-FILE-SEQ              PIC 9(06).
           05  MNF-DETAIL-COUNT          PIC 9(08).
           05  MNF-TOTAL-DOLLARS         PIC S9(09)V99.
           05  MNF-GEN-DATE              PIC X(08).
           05  MNF-GEN-TIME              PIC X(06).
           05  FILLER                    PIC X(36).
       01  WS-MNF-FILES                  PIC 9(05) COMP VALUE ZERO.
       01  WS-MNF-DETAILS                PIC 9(09) COMP VALUE ZERO.
       01  WS-MNF-DOLLARS                PIC S9(11)V99 COMP-3
                                             VALUE ZERO.

      *--  POLICY BATCH CHAIN - COMPLETION RECORDS ------------------*
       01  CMP-REC.
           COPY LGCCMPL.

       01  GEN-STEP-COUNT                PIC 9(02) COMP VALUE 8.
       01  GEN-IDX                       PIC 9(02) COMP VALUE ZERO.
       01  GEN-NAME-VALUES.
           05  FILLER                    PIC X(08) VALUE 'LGRBIL01'.
           05  FILLER                    PIC X(08) VALUE 'LGRBIL02'.
           05  FILLER                    PIC X(08) VALUE 'LGRRCP01'.
           05  FILLER                    PIC X(08) VALUE 'LGRARR01'.
           05  FILLER                    PIC X(08) VALUE 'LGRRNW01'.
           05  FILLER                    PIC X(08) VALUE 'LGRRNW02'.
           05  FILLER                    PIC X(08) VALUE 'LGRBRK02'.
           05  FILLER                    PIC X(08) VALUE 'LGRRSV01'.
       01  GEN-NAME-TABLE REDEFINES GEN-NAME-VALUES.
           05  GEN-NAME OCCURS 8 TIMES   PIC X(08).
       01  GEN-STEP-TABLE.
           05  GEN-STEP OCCURS 8 TIMES.
               10  GEN-SEEN-SW           PIC X(01).
                   88  GEN-SEEN                  VALUE 'Y'.
               10  GEN-CMP-REC           PIC X(120).
       01  WS-CMP-ROWS                   PIC 9(05) COMP VALUE ZERO.
       01  WS-CMP-OTHER                  PIC 9(05) COMP VALUE ZERO.
       01  WS-RNW01-OUT                  PIC 9(09) VALUE ZERO.

      *--  REPORT-LINE COUNT SCAN (Z(8)9 FIELDS ON THE STEP REPORTS) *
       01  WS-SCAN-POS                   PIC 9(03) COMP VALUE ZERO.
       01  WS-SCAN-X                     PIC X(09).
       01  WS-SCAN-N REDEFINES WS-SCAN-X PIC 9(09).
       01  WS-SCAN-CNT                   PIC 9(09) COMP VALUE ZERO.

      *--  HOST VARIABLES ------------------------------------------*
       01  H-TODAY                       PIC X(10).
       01  H-PARM-DATE                   PIC X(10).
       01  H-PGM-ID                      PIC X(08) VALUE 'INSB610'.
       01  H-USE-ID                      PIC X(08).
       01  H-CMI-QTY                     PIC S9(09) COMP-3.
       01  H-CP-DM                       PIC X(26).

      *--  REPORT LINES --------------------------------------------*
       01  WS-REPORT-LINE                PIC X(80).
       01  WS-RPT-CNT                    PIC Z(8)9.
       01  WS-RPT-CNT2                   PIC Z(8)9.
       01  WS-RPT-CNT3                   PIC Z(8)9.
       01  WS-RPT-AMT                    PIC -(12)9.99.
       01  WS-RPT-AMT2                   PIC -(12)9.99.
       01  WS-RPT-STATUS                 PIC X(24).

           COPY SQLCA.

      *--  EVERY INSB610 CHECKPOINT ROW - THE NIGHTLY RUN'S (KEYED BY
      *--  ITS JOB NAME) AND THE EMERGENCY AND RECALL RUNS' OWN ----*
           EXEC SQL
              DECLARE T119D CURSOR FOR
               SELECT T119_USE_ID,
                      CMI_QTY,
                      CP_DM
                 FROM T119_CP_RSA_CTL
                WHERE T119_PGM_ID = :H-PGM-ID
             ORDER BY T119_USE_ID
              WITH UR
           END-EXEC.

       PROCEDURE DIVISION.

       0000-MAINLINE.

           PERFORM 1000-INITIALIZATION
           PERFORM 2000-PRICE-CHAIN
           PERFORM 3000-CLAIMS-CHAIN
           PERFORM 4000-POLICY-CHAIN
           PERFORM 9000-SUMMARY-AND-STOP.

      *================================================================
      * 1000-INITIALIZATION - RUN DATE, DIGEST FILE, HEADINGS.
      *================================================================
       1000-INITIALIZATION.

           EXEC SQL
             SET :H-TODAY = CHAR(CURRENT_DATE, ISO)
           END-EXEC
           IF NOT SQL-OK
              DISPLAY 'INSB631: SET TODAY FAILED SQLCODE=' SQLCODE
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF
           MOVE H-TODAY TO WS-RUN-DATE

           OPEN INPUT PARMFILE
           IF PARMFILE-STATUS = '00'
              READ PARMFILE INTO PARM-CARD-REC
                 AT END CONTINUE
                 NOT AT END
                    IF PARM-RUN-DATE NOT = SPACES
                       PERFORM 1100-CHECK-PARM-DATE
                    END-IF
              END-READ
              CLOSE PARMFILE
           END-IF

           MOVE WS-RUN-CCYY TO WS-RUN-DATE8(1:4)
           MOVE WS-RUN-MM   TO WS-RUN-DATE8(5:2)
           MOVE WS-RUN-DD   TO WS-RUN-DATE8(7:2)

           OPEN OUTPUT OPSR631A
           IF NOT OPSR631A-VALID-STATUS
              DISPLAY 'INSB631: OPSR631A DID NOT OPEN - STATUS '
                      OPSR631A-STATUS
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF
           MOVE '-------- INSB631 MORNING OPERATIONS DIGEST ---------'
                TO OPSR631A-RECORD
           WRITE OPSR631A-RECORD
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'RUN DATE: ' WS-RUN-DATE
                  '  PRINTED: ' H-TODAY
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE OPSR631A-RECORD FROM WS-REPORT-LINE
           MOVE '''**'' MARKS AN ITEM THAT NEEDS ATTENTION'
                TO OPSR631A-RECORD
           WRITE OPSR631A-RECORD

           INITIALIZE CHN-STATUS-TABLE
           INITIALIZE HRH-STEP-TABLE
           INITIALIZE GEN-STEP-TABLE
           MOVE 1 TO CHN-IDX
           PERFORM UNTIL CHN-IDX > 3
              MOVE 'N' TO CHN-RAN-SW(CHN-IDX)
              ADD 1 TO CHN-IDX
           END-PERFORM.

      *================================================================
      * 1100-CHECK-PARM-DATE - THE CARD'S DATE MUST BE CCYY-MM-DD AND
      *     A REAL DATE; DB2 DOES THE CALENDAR CHECK.
      *================================================================
       1100-CHECK-PARM-DATE.

           IF PARM-RUN-CCYY NUMERIC AND
              PARM-RUN-MM NUMERIC AND
              PARM-RUN-DD NUMERIC AND
              PARM-RUN-DASH1 = '-' AND
              PARM-RUN-DASH2 = '-'
              MOVE PARM-RUN-DATE TO H-PARM-DATE
              EXEC SQL
                SET :H-PARM-DATE = CHAR(DATE(:H-PARM-DATE), ISO)
              END-EXEC
           END-IF
           IF PARM-RUN-CCYY NUMERIC AND
              PARM-RUN-MM NUMERIC AND
              PARM-RUN-DD NUMERIC AND
              PARM-RUN-DASH1 = '-' AND
              PARM-RUN-DASH2 = '-' AND
              SQL-OK
              MOVE H-PARM-DATE TO WS-RUN-DATE
           ELSE
              DISPLAY 'INSB631: BAD RUN DATE ''' PARM-RUN-DATE
                      ''' - MUST BE CCYY-MM-DD'
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.

      *================================================================
      * 2000-PRICE-CHAIN - INSB610, ITS CHECKPOINT ROWS, THE EXTRACT
      *     IT WROTE, AND THE INSB611 / INSB613 / INSB621 STEPS.
      *================================================================
       2000-PRICE-CHAIN.

           MOVE 1 TO CHN-IDX
           MOVE SPACES TO WS-REPORT-LINE
           PERFORM 8000-WRITE-LINE
           MOVE '====== PRICE CHAIN - INSB610, INSB611, INSB613,'
                TO WS-REPORT-LINE
           MOVE ' INSB621' TO WS-REPORT-LINE(49:8)
           PERFORM 8000-WRITE-LINE

           PERFORM 2100-READ-610-SUMMARY
              THRU 2100-READ-610-EXIT
           PERFORM 2300-READ-T119
              THRU 2300-READ-T119-EXIT
           PERFORM 2500-BALANCE-PRCF610B
              THRU 2500-BALANCE-EXIT
           PERFORM 2700-READ-613-REPORT
              THRU 2700-READ-613-EXIT
           PERFORM 2800-READ-621-REPORT
              THRU 2800-READ-621-EXIT

           PERFORM 8300-WRITE-CHAIN-STATUS.

      *================================================================
      * 2100-READ-610-SUMMARY - INSB610 REWRITES PRCF610X EVERY RUN
      *     AND EXTENDS IT WITH THE END-OF-JOB SUMMARY AS ITS LAST
      *     ACT, SO A REPORT WITH NO SUMMARY IS A RUN THAT NEVER
      *     FINISHED.  THE COUNTS ARE TAKEN FROM THE LAST SUMMARY.
      *================================================================
       2100-READ-610-SUMMARY.

           OPEN INPUT PRCF610X
           IF NOT PRCF610X-OPEN-OK
              MOVE SPACES TO WS-REPORT-LINE
              STRING '**INSB610 DID NOT RUN - NO PRCF610X REPORT'
                     ' (STATUS ' PRCF610X-STATUS ')'
                     DELIMITED BY SIZE INTO WS-REPORT-LINE
              PERFORM 8100-WRITE-ATTENTION
              GO TO 2100-READ-610-EXIT
           END-IF

           MOVE 'N' TO WS-INPUT-EOF-SW
           PERFORM 2150-READ-PRCF610X
           PERFORM UNTIL INPUT-EOF
              PERFORM 2200-SCAN-610-LINE
              PERFORM 2150-READ-PRCF610X
           END-PERFORM
           CLOSE PRCF610X

           IF NOT SUM610-SEEN
              MOVE '**INSB610 DID NOT REACH ITS END-OF-JOB SUMMARY'
                   TO WS-REPORT-LINE
              PERFORM 8100-WRITE-ATTENTION
              GO TO 2100-READ-610-EXIT
           END-IF

           MOVE 'Y' TO CHN-RAN-SW(CHN-IDX)
           MOVE S610-ITEMS    TO WS-RPT-CNT
           MOVE S610-PRCF610B TO WS-RPT-CNT2
           MOVE S610-LABELS   TO WS-RPT-CNT3
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'INSB610  ITEMS=' WS-RPT-CNT
                  ' PRCF610B=' WS-RPT-CNT2
                  ' LABELS=' WS-RPT-CNT3
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM 8000-WRITE-LINE
           MOVE S610-T3375-INS TO WS-RPT-CNT
           MOVE S610-DUP-REJ   TO WS-RPT-CNT2
           MOVE SPACES TO WS-REPORT-LINE
           STRING '         T3375 INSERTS=' WS-RPT-CNT
                  ' DUPLICATE-KEY REJECTS=' WS-RPT-CNT2
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM 8000-WRITE-LINE
           IF SUM610-EMERGENCY
              MOVE '         EMERGENCY SAME-DAY RUN'
                   TO WS-REPORT-LINE
              PERFORM 8000-WRITE-LINE
           END-IF
           IF S610-RESTARTS > ZERO
              MOVE S610-RESTARTS TO WS-RPT-CNT
              MOVE SPACES TO WS-REPORT-LINE
              STRING '         RESTARTED FROM A CHECKPOINT '
                     WS-RPT-CNT ' TIME(S) - SEE PRCF610X'
                     DELIMITED BY SIZE INTO WS-REPORT-LINE
              PERFORM 8000-WRITE-LINE
           END-IF.

       2100-READ-610-EXIT.
           EXIT.

       2150-READ-PRCF610X.

           READ PRCF610X INTO WS-X-LINE
              AT END MOVE 'Y' TO WS-INPUT-EOF-SW
           END-READ.

      *================================================================
      * 2200-SCAN-610-LINE - PICKS THE COUNTS OFF THE SUMMARY LINES BY
      *     THEIR FIXED CAPTIONS.  A SECOND SUMMARY STARTS THE COUNTS
      *     AGAIN.
      *================================================================
       2200-SCAN-610-LINE.

           EVALUATE TRUE
              WHEN WS-X-LINE(1:44) =
                   '-------- INSB610 END-OF-JOB SUMMARY --------'
                 MOVE 'Y' TO WS-610-SUM-SW
                 MOVE ZERO TO S610-ITEMS S610-PRCF610B S610-LABELS
                              S610-T3375-INS S610-DUP-REJ
              WHEN WS-X-LINE(1:21) = '**RESTARTED AT ITEM# '
                 ADD 1 TO S610-RESTARTS
              WHEN WS-X-LINE(1:30) = '**EMERGENCY SAME-DAY PRICE RUN'
                 MOVE 'Y' TO WS-610-EMERG-SW
              WHEN WS-X-LINE(1:16) = 'ITEMS PROCESSED='
                 MOVE 17 TO WS-SCAN-POS
                 PERFORM 8400-SCAN-COUNT
                 MOVE WS-SCAN-CNT TO S610-ITEMS
              WHEN WS-X-LINE(1:17) = 'PRCF610B WRITTEN='
                 MOVE 18 TO WS-SCAN-POS
                 PERFORM 8400-SCAN-COUNT
                 MOVE WS-SCAN-CNT TO S610-PRCF610B
              WHEN WS-X-LINE(1:14) = 'T3375 INSERTS='
                 MOVE 15 TO WS-SCAN-POS
                 PERFORM 8400-SCAN-COUNT
                 MOVE WS-SCAN-CNT TO S610-T3375-INS
                 MOVE 48 TO WS-SCAN-POS
                 PERFORM 8400-SCAN-COUNT
                 MOVE WS-SCAN-CNT TO S610-DUP-REJ
              WHEN WS-X-LINE(1:27) = 'LABEL FEED RECORDS WRITTEN='
                 MOVE 28 TO WS-SCAN-POS
                 PERFORM 8400-SCAN-COUNT
                 MOVE WS-SCAN-CNT TO S610-LABELS
           END-EVALUATE.

      *================================================================
      * 2300-READ-T119 - A ROW WITH CMI_QTY ABOVE ZERO STILL HOLDS A
      *     CHECKPOINT: THAT RUN STOPPED PART WAY AND ITS NEXT RUN
      *     WILL RESTART.  THE NIGHTLY ROW (ANY USE ID BUT INSB610E
      *     AND INSB610R) MUST SHOW A COMPLETED RUN ON THE RUN DATE.
      *================================================================
       2300-READ-T119.

           EXEC SQL
              OPEN T119D
           END-EXEC
           IF NOT SQL-OK
              DISPLAY 'INSB631: T119D OPEN FAILED SQLCODE=' SQLCODE
              MOVE 'Y' TO WS-SQL-ERR-SW
              MOVE '**T119_CP_RSA_CTL COULD NOT BE READ - SEE JOBLOG'
                   TO WS-REPORT-LINE
              PERFORM 8100-WRITE-ATTENTION
              GO TO 2300-READ-T119-EXIT
           END-IF

           PERFORM 2350-FETCH-T119D
           PERFORM UNTIL T119D-EOF
              ADD 1 TO WS-T119-ROWS
              PERFORM 2400-CHECK-ONE-T119
              PERFORM 2350-FETCH-T119D
           END-PERFORM

           EXEC SQL
              CLOSE T119D
           END-EXEC

           IF SQL-ERROR-SEEN
              GO TO 2300-READ-T119-EXIT
           END-IF
           IF T119-NIGHTLY-DONE
              MOVE 'Y' TO CHN-RAN-SW(CHN-IDX)
           ELSE
              MOVE SPACES TO WS-REPORT-LINE
              STRING '**NO COMPLETED NIGHTLY INSB610 RUN ON T119 FOR '
                     WS-RUN-DATE
                     DELIMITED BY SIZE INTO WS-REPORT-LINE
              PERFORM 8100-WRITE-ATTENTION
           END-IF.

       2300-READ-T119-EXIT.
           EXIT.

       2350-FETCH-T119D.

           EXEC SQL
              FETCH T119D
               INTO :H-USE-ID,
                    :H-CMI-QTY,
                    :H-CP-DM
           END-EXEC

           IF NOT SQL-OK
              MOVE 'Y' TO T119D-EOF-SW
              IF NOT SQL-EOF
                 DISPLAY 'INSB631: T119D FETCH FAILED SQLCODE='
                         SQLCODE
                 MOVE 'Y' TO WS-SQL-ERR-SW
                 MOVE '**T119_CP_RSA_CTL COULD NOT BE READ - SEE JOBLOG'
                      TO WS-REPORT-LINE
                 PERFORM 8100-WRITE-ATTENTION
              END-IF
           END-IF.

       2400-CHECK-ONE-T119.

           MOVE H-CMI-QTY TO WS-RPT-CNT
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'T119     ' H-USE-ID
                  ' CMI_QTY=' WS-RPT-CNT
                  ' LAST UPDATE ' H-CP-DM(1:19)
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM 8000-WRITE-LINE

           IF H-CMI-QTY > ZERO
              MOVE SPACES TO WS-REPORT-LINE
              STRING '**T119 ' H-USE-ID ' HOLDS A CHECKPOINT - THE'
                     ' RUN STOPPED AND A RESTART IS PENDING'
                     DELIMITED BY SIZE INTO WS-REPORT-LINE
              PERFORM 8100-WRITE-ATTENTION
           ELSE
              IF H-USE-ID NOT = 'INSB610E' AND
                 H-USE-ID NOT = 'INSB610R' AND
                 H-CP-DM(1:10) = WS-RUN-DATE
                 MOVE 'Y' TO WS-T119-DONE-SW
              END-IF
           END-IF.

      *================================================================
      * 2500-BALANCE-PRCF610B - THE INSB611 CHECKS, REDONE HERE SINCE
      *     INSB611 LEAVES ONLY ITS RETURN CODE, PLUS THE EXTRACT'S
      *     DATE AND ITS TRAILER COUNT AGAINST INSB610'S OWN COUNT.
      *================================================================
       2500-BALANCE-PRCF610B.

           OPEN INPUT PRCF610B
           IF NOT PRCF610B-OPEN-OK
              MOVE SPACES TO WS-REPORT-LINE
              STRING '**PRCF610B EXTRACT NOT AVAILABLE (STATUS '
                     PRCF610B-STATUS ')'
                     DELIMITED BY SIZE INTO WS-REPORT-LINE
              PERFORM 8100-WRITE-ATTENTION
              GO TO 2500-BALANCE-EXIT
           END-IF

           MOVE 'N' TO WS-INPUT-EOF-SW
           PERFORM 2550-READ-PRCF610B
           PERFORM UNTIL INPUT-EOF
              EVALUATE TRUE
                 WHEN WS-INPUT-REC(1:3) = 'HDR'
                    IF NOT HDR-SEEN
                       MOVE 'Y' TO WS-HDR-SEEN-SW
                       MOVE WS-INPUT-REC TO WS-HDR-REC
                    END-IF
                 WHEN WS-INPUT-REC(1:3) = 'TRL'
                    MOVE 'Y' TO WS-TRL-SEEN-SW
                    MOVE WS-INPUT-REC TO WS-TRL-REC
                 WHEN OTHER
                    MOVE WS-INPUT-REC TO WS-DETAIL-REC
                    ADD 1 TO WS-DETAIL-COUNT
                    ADD WS-DTL-CONSUMER-SELL TO WS-HASH-CONSUMER-SELL
                    ADD WS-DTL-STORE-NET     TO WS-HASH-STORE-NET
              END-EVALUATE
              PERFORM 2550-READ-PRCF610B
           END-PERFORM
           CLOSE PRCF610B

           IF HDR-SEEN
              MOVE SPACES TO WS-REPORT-LINE
              STRING 'PRCF610B RUN DATE=' WS-HDR-RUN-DATE
                     ' EFFECTIVE=' WS-HDR-EFF-DATE
                     ' JOB=' WS-HDR-JOB-ID
                     DELIMITED BY SIZE INTO WS-REPORT-LINE
              PERFORM 8000-WRITE-LINE
              IF WS-HDR-RUN-DATE = WS-RUN-DATE
                 MOVE 'Y' TO CHN-RAN-SW(CHN-IDX)
              ELSE
                 MOVE SPACES TO WS-REPORT-LINE
                 STRING '**PRCF610B IS DATED ' WS-HDR-RUN-DATE
                        ' - NOT THE RUN DATE''S EXTRACT'
                        DELIMITED BY SIZE INTO WS-REPORT-LINE
                 PERFORM 8100-WRITE-ATTENTION
              END-IF
           END-IF

           MOVE WS-DETAIL-COUNT TO WS-RPT-CNT
           IF TRL-SEEN
              MOVE WS-TRL-DETAIL-COUNT TO WS-RPT-CNT2
           ELSE
              MOVE ZERO TO WS-RPT-CNT2
           END-IF
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'PRCF610B DETAILS READ=' WS-RPT-CNT
                  ' TRAILER=' WS-RPT-CNT2
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM 8000-WRITE-LINE

           IF NOT HDR-SEEN OR NOT TRL-SEEN
              MOVE '**PRCF610B HDR OR TRL MISSING - INSB611 STOPS THE'
                   TO WS-REPORT-LINE
              MOVE ' LOAD (RC 12)' TO WS-REPORT-LINE(51:13)
              PERFORM 8100-WRITE-ATTENTION
              GO TO 2500-BALANCE-EXIT
           END-IF

           IF WS-DETAIL-COUNT NOT = WS-TRL-DETAIL-COUNT
              MOVE 'N' TO WS-BALANCED-SW
              MOVE '**PRCF610B DETAIL COUNT DOES NOT AGREE WITH ITS'
                   TO WS-REPORT-LINE
              MOVE ' TRAILER' TO WS-REPORT-LINE(48:8)
              PERFORM 8100-WRITE-ATTENTION
           END-IF
           IF WS-HASH-CONSUMER-SELL NOT = WS-TRL-HASH-CONSUMER-SELL
              MOVE 'N' TO WS-BALANCED-SW
              MOVE WS-HASH-CONSUMER-SELL     TO WS-RPT-AMT
              MOVE WS-TRL-HASH-CONSUMER-SELL TO WS-RPT-AMT2
              MOVE SPACES TO WS-REPORT-LINE
              STRING '**CONSUMER-SELL HASH READ=' WS-RPT-AMT
                     ' TRAILER=' WS-RPT-AMT2
                     DELIMITED BY SIZE INTO WS-REPORT-LINE
              PERFORM 8100-WRITE-ATTENTION
           END-IF
           IF WS-HASH-STORE-NET NOT = WS-TRL-HASH-STORE-NET
              MOVE 'N' TO WS-BALANCED-SW
              MOVE WS-HASH-STORE-NET     TO WS-RPT-AMT
              MOVE WS-TRL-HASH-STORE-NET TO WS-RPT-AMT2
              MOVE SPACES TO WS-REPORT-LINE
              STRING '**STORE-NET HASH READ    =' WS-RPT-AMT
                     ' TRAILER=' WS-RPT-AMT2
                     DELIMITED BY SIZE INTO WS-REPORT-LINE
              PERFORM 8100-WRITE-ATTENTION
           END-IF
           IF FILE-BALANCES
              MOVE 'INSB611  PRCF610B BALANCES TO ITS TRAILER'
                   TO WS-REPORT-LINE
              PERFORM 8000-WRITE-LINE
           ELSE
              MOVE '**PRCF610B DOES NOT BALANCE - INSB611 STOPS THE'
                   TO WS-REPORT-LINE
              MOVE ' LOAD (RC 16)' TO WS-REPORT-LINE(48:13)
              PERFORM 8100-WRITE-ATTENTION
           END-IF

           IF SUM610-SEEN AND
              S610-PRCF610B NOT = WS-TRL-DETAIL-COUNT
              MOVE S610-PRCF610B TO WS-RPT-CNT
              MOVE SPACES TO WS-REPORT-LINE
              STRING '**INSB610 WROTE ' WS-RPT-CNT
                     ' PRCF610B RECORDS - THE TRAILER DISAGREES'
                     DELIMITED BY SIZE INTO WS-REPORT-LINE
              PERFORM 8100-WRITE-ATTENTION
           END-IF.

       2500-BALANCE-EXIT.
           EXIT.

       2550-READ-PRCF610B.

           READ PRCF610B INTO WS-INPUT-REC
              AT END MOVE 'Y' TO WS-INPUT-EOF-SW
           END-READ.

      *================================================================
      * 2700-READ-613-REPORT - THE LOAD-ACK TOTALS FROM ACKR613A.  ANY
      *     FAILED STORE, ORPHAN ACK OR SPLIT TRAILER MISMATCH NEEDS
      *     THE DAY SHIFT (INSB613 HAS ALREADY CUT THE RE-EXTRACT
      *     PARMFILE FOR THE FAILED STORES).
      *================================================================
       2700-READ-613-REPORT.

           OPEN INPUT ACKR613A
           IF NOT ACKR613A-OPEN-OK
              MOVE SPACES TO WS-REPORT-LINE
              STRING '**INSB613 DID NOT RUN - NO ACKR613A REPORT'
                     ' (STATUS ' ACKR613A-STATUS ')'
                     DELIMITED BY SIZE INTO WS-REPORT-LINE
              PERFORM 8100-WRITE-ATTENTION
              GO TO 2700-READ-613-EXIT
           END-IF

           MOVE 'N' TO WS-INPUT-EOF-SW
           PERFORM 2750-READ-ACKR613A
           PERFORM UNTIL INPUT-EOF
              EVALUATE TRUE
                 WHEN WS-X-LINE(1:12) = 'STORES SENT='
                    MOVE 'Y' TO WS-613-TOT-SW
                    MOVE 13 TO WS-SCAN-POS
                    PERFORM 8400-SCAN-COUNT
                    MOVE WS-SCAN-CNT TO A613-SENT
                 WHEN WS-X-LINE(1:13) = 'STORES CLEAN='
                    MOVE 14 TO WS-SCAN-POS
                    PERFORM 8400-SCAN-COUNT
                    MOVE WS-SCAN-CNT TO A613-CLEAN
                    MOVE 39 TO WS-SCAN-POS
                    PERFORM 8400-SCAN-COUNT
                    MOVE WS-SCAN-CNT TO A613-FAILED
                 WHEN WS-X-LINE(1:12) = 'ORPHAN ACKS='
                    MOVE 13 TO WS-SCAN-POS
                    PERFORM 8400-SCAN-COUNT
                    MOVE WS-SCAN-CNT TO A613-ORPHANS
                 WHEN WS-X-LINE(1:25) = 'SPLIT TRAILER MISMATCHES='
                    MOVE 26 TO WS-SCAN-POS
                    PERFORM 8400-SCAN-COUNT
                    MOVE WS-SCAN-CNT TO A613-SPLIT-MISM
              END-EVALUATE
              PERFORM 2750-READ-ACKR613A
           END-PERFORM
           CLOSE ACKR613A

           IF NOT ACK613-TOTALS-SEEN
              MOVE '**INSB613 REPORT HAS NO TOTALS - THE STEP DID NOT'
                   TO WS-REPORT-LINE
              MOVE ' FINISH' TO WS-REPORT-LINE(51:7)
              PERFORM 8100-WRITE-ATTENTION
              GO TO 2700-READ-613-EXIT
           END-IF

           MOVE A613-SENT   TO WS-RPT-CNT
           MOVE A613-CLEAN  TO WS-RPT-CNT2
           MOVE A613-FAILED TO WS-RPT-CNT3
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'INSB613  STORES SENT=' WS-RPT-CNT
                  ' CLEAN=' WS-RPT-CNT2
                  ' FAILED=' WS-RPT-CNT3
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM 8000-WRITE-LINE

           IF A613-FAILED > ZERO
              MOVE A613-FAILED TO WS-RPT-CNT
              MOVE SPACES TO WS-REPORT-LINE
              STRING '**' WS-RPT-CNT ' STORE(S) DID NOT LOAD CLEAN -'
                     ' RUN THE PARMF613 RE-EXTRACT'
                     DELIMITED BY SIZE INTO WS-REPORT-LINE
              PERFORM 8100-WRITE-ATTENTION
           END-IF
           IF A613-ORPHANS > ZERO
              MOVE A613-ORPHANS TO WS-RPT-CNT
              MOVE SPACES TO WS-REPORT-LINE
              STRING '**' WS-RPT-CNT ' ORPHAN ACK(S) - STORES THAT'
                     ' WERE NOT SENT RECORDS'
                     DELIMITED BY SIZE INTO WS-REPORT-LINE
              PERFORM 8100-WRITE-ATTENTION
           END-IF
           IF A613-SPLIT-MISM > ZERO
              MOVE A613-SPLIT-MISM TO WS-RPT-CNT
              MOVE SPACES TO WS-REPORT-LINE
              STRING '**' WS-RPT-CNT ' SPLIT TRAILER MISMATCH(ES)'
                     ' - SEE ACKR613A'
                     DELIMITED BY SIZE INTO WS-REPORT-LINE
              PERFORM 8100-WRITE-ATTENTION
           END-IF.

       2700-READ-613-EXIT.
           EXIT.

       2750-READ-ACKR613A.

           READ ACKR613A INTO WS-X-LINE
              AT END MOVE 'Y' TO WS-INPUT-EOF-SW
           END-READ.

      *================================================================
      * 2800-READ-621-REPORT - THE SPLIT IS OPTIONAL.  WHEN IT RAN,
      *     ITS DETAIL TOTAL MUST BE THE EXTRACT'S TRAILER COUNT.
      *================================================================
       2800-READ-621-REPORT.

           OPEN INPUT SPLR621A
           IF NOT SPLR621A-OPEN-OK
              MOVE 'INSB621  NOT RUN - NO SPLR621A (EXTRACT NOT SPLIT)'
                   TO WS-REPORT-LINE
              PERFORM 8000-WRITE-LINE
              GO TO 2800-READ-621-EXIT
           END-IF

           MOVE 'N' TO WS-INPUT-EOF-SW
           PERFORM 2850-READ-SPLR621A
           PERFORM UNTIL INPUT-EOF
              IF WS-X-LINE(1:13) = 'STORES SPLIT='
                 MOVE 'Y' TO WS-621-TOT-SW
                 MOVE 14 TO WS-SCAN-POS
                 PERFORM 8400-SCAN-COUNT
                 MOVE WS-SCAN-CNT TO S621-STORES
                 MOVE 39 TO WS-SCAN-POS
                 PERFORM 8400-SCAN-COUNT
                 MOVE WS-SCAN-CNT TO S621-DETAILS
              END-IF
              PERFORM 2850-READ-SPLR621A
           END-PERFORM
           CLOSE SPLR621A

           IF NOT SPL621-TOTALS-SEEN
              MOVE '**INSB621 REPORT HAS NO TOTALS - THE SPLIT DID NOT'
                   TO WS-REPORT-LINE
              MOVE ' FINISH' TO WS-REPORT-LINE(51:7)
              PERFORM 8100-WRITE-ATTENTION
              GO TO 2800-READ-621-EXIT
           END-IF

           MOVE S621-STORES  TO WS-RPT-CNT
           MOVE S621-DETAILS TO WS-RPT-CNT2
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'INSB621  STORES SPLIT=' WS-RPT-CNT
                  ' DETAILS=' WS-RPT-CNT2
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM 8000-WRITE-LINE

           IF TRL-SEEN AND S621-DETAILS NOT = WS-TRL-DETAIL-COUNT
              MOVE '**INSB621 SPLIT DETAILS DO NOT AGREE WITH THE'
                   TO WS-REPORT-LINE
              MOVE ' PRCF610B TRAILER' TO WS-REPORT-LINE(46:17)
              PERFORM 8100-WRITE-ATTENTION
           END-IF.

       2800-READ-621-EXIT.
           EXIT.

       2850-READ-SPLR621A.

           READ SPLR621A INTO WS-X-LINE
              AT END MOVE 'Y' TO WS-INPUT-EOF-SW
           END-READ.

      *================================================================
      * 3000-CLAIMS-CHAIN - THE HRHNRLDG ROWS FOR THE RUN DATE, THE
      *     EXPECTED STEPS AND SEAMS, THEN THE MANIFESTS.
      *================================================================
       3000-CLAIMS-CHAIN.

           MOVE 2 TO CHN-IDX
           MOVE SPACES TO WS-REPORT-LINE
           PERFORM 8000-WRITE-LINE
           MOVE '====== CLAIMS CHAIN - HRHNIAVC, HRHSEDT1, HRHSNET1,'
                TO WS-REPORT-LINE
           MOVE ' HRHSAO3C' TO WS-REPORT-LINE(52:9)
           PERFORM 8000-WRITE-LINE

           PERFORM 3100-READ-LEDGER
              THRU 3100-READ-LEDGER-EXIT
           PERFORM 3500-READ-MANIFESTS
              THRU 3500-READ-MANIFESTS-EXIT

           PERFORM 8300-WRITE-CHAIN-STATUS.

      *================================================================
      * 3100-READ-LEDGER - EVERY ROW FOR THE DATE IS PRINTED; A STEP
      *     THAT WROTE NONE DID NOT RUN.  THE EDIT STEP'S OUTPUT FEEDS
      *     THE NETTER AND THE NETTER'S FEEDS THE FORMATTER, SO THOSE
      *     SEAMS MUST CARRY THE SAME COUNT ACROSS.
      *================================================================
       3100-READ-LEDGER.

           OPEN INPUT HRHNRLDG
           IF NOT HRHNRLDG-OPEN-OK
              MOVE SPACES TO WS-REPORT-LINE
              STRING '**HRHNRLDG RUN LEDGER NOT AVAILABLE (STATUS '
                     HRHNRLDG-STATUS ')'
                     DELIMITED BY SIZE INTO WS-REPORT-LINE
              PERFORM 8100-WRITE-ATTENTION
              GO TO 3100-READ-LEDGER-EXIT
           END-IF

           MOVE 'N' TO WS-INPUT-EOF-SW
           PERFORM 3150-READ-HRHNRLDG
           PERFORM UNTIL INPUT-EOF
              IF RLG-RUN-DATE = WS-RUN-DATE8
                 ADD 1 TO WS-LEDGER-ROWS
                 PERFORM 3200-NOTE-LEDGER-ROW
              END-IF
              PERFORM 3150-READ-HRHNRLDG
           END-PERFORM
           CLOSE HRHNRLDG

           IF WS-LEDGER-ROWS > ZERO
              MOVE 'Y' TO CHN-RAN-SW(CHN-IDX)
           END-IF

           MOVE 1 TO HRH-IDX
           PERFORM UNTIL HRH-IDX > HRH-STEP-COUNT
              IF NOT HRH-SEEN(HRH-IDX)
                 MOVE SPACES TO WS-REPORT-LINE
                 STRING '**' HRH-NAME(HRH-IDX)
                        ' DID NOT RUN - NO LEDGER RECORD'
                        DELIMITED BY SIZE INTO WS-REPORT-LINE
                 PERFORM 8100-WRITE-ATTENTION
              ELSE
                 IF HRH-RC(HRH-IDX) NOT < 8
                    MOVE SPACES TO WS-REPORT-LINE
                    STRING '**' HRH-NAME(HRH-IDX)
                           ' ENDED RC=' HRH-RC(HRH-IDX)
                           DELIMITED BY SIZE INTO WS-REPORT-LINE
                    PERFORM 8100-WRITE-ATTENTION
                 END-IF
              END-IF
              ADD 1 TO HRH-IDX
           END-PERFORM

           IF HRH-SEEN(2) AND HRH-SEEN(3) AND
              HRH-RECS-OUT(2) NOT = HRH-RECS-IN(3)
              MOVE '**HRHSEDT1 OUT DOES NOT AGREE WITH HRHSNET1 IN'
                   TO WS-REPORT-LINE
              PERFORM 8100-WRITE-ATTENTION
           END-IF
           IF HRH-SEEN(3) AND HRH-SEEN(4) AND
              HRH-RECS-OUT(3) NOT = HRH-RECS-IN(4)
              MOVE '**HRHSNET1 OUT DOES NOT AGREE WITH HRHSAO3C IN'
                   TO WS-REPORT-LINE
              PERFORM 8100-WRITE-ATTENTION
           END-IF.

       3100-READ-LEDGER-EXIT.
           EXIT.

       3150-READ-HRHNRLDG.

           READ HRHNRLDG INTO RUN-LEDGER-RECORD
              AT END MOVE 'Y' TO WS-INPUT-EOF-SW
           END-READ.

       3200-NOTE-LEDGER-ROW.

           MOVE RLG-RECS-IN  TO WS-RPT-CNT
           MOVE RLG-RECS-OUT TO WS-RPT-CNT2
           MOVE SPACES TO WS-REPORT-LINE
           STRING RLG-PROGRAM ' RC=' RLG-RETURN-CODE
                  ' IN(' RLG-INPUT-DD ')=' WS-RPT-CNT
                  ' OUT(' RLG-OUTPUT-DD ')=' WS-RPT-CNT2
                  ' ' RLG-END-TIME
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM 8000-WRITE-LINE

           MOVE 1 TO HRH-IDX
           PERFORM UNTIL HRH-IDX > HRH-STEP-COUNT
              IF HRH-NAME(HRH-IDX) = RLG-PROGRAM
                 MOVE 'Y'             TO HRH-SEEN-SW(HRH-IDX)
                 MOVE RLG-RECS-IN     TO HRH-RECS-IN(HRH-IDX)
                 MOVE RLG-RECS-OUT    TO HRH-RECS-OUT(HRH-IDX)
                 MOVE RLG-RETURN-CODE TO HRH-RC(HRH-IDX)
              END-IF
              ADD 1 TO HRH-IDX
           END-PERFORM.

      *================================================================
      * 3500-READ-MANIFESTS - THE MANIFESTS GENERATED ON THE RUN DATE.
      *     ONCE HRHSAO3C HAS RUN, THEIR DETAIL COUNTS MUST ADD UP TO
      *     THE RECORDS IT WROTE.
      *================================================================
       3500-READ-MANIFESTS.

           OPEN INPUT HRHNMNFT
           IF HRHNMNFT-OPEN-OK
              MOVE 'N' TO WS-INPUT-EOF-SW
              PERFORM 3550-READ-HRHNMNFT
              PERFORM UNTIL INPUT-EOF
                 IF MNF-GEN-DATE = WS-RUN-DATE8
                    ADD 1                 TO WS-MNF-FILES
                    ADD MNF-DETAIL-COUNT  TO WS-MNF-DETAILS
                    ADD MNF-TOTAL-DOLLARS TO WS-MNF-DOLLARS
                 END-IF
                 PERFORM 3550-READ-HRHNMNFT
              END-PERFORM
              CLOSE HRHNMNFT
           END-IF

           MOVE WS-MNF-FILES   TO WS-RPT-CNT
           MOVE WS-MNF-DETAILS TO WS-RPT-CNT2
           MOVE WS-MNF-DOLLARS TO WS-RPT-AMT
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'HRHNMNFT MANIFESTS=' WS-RPT-CNT
                  ' DETAILS=' WS-RPT-CNT2
                  ' $' WS-RPT-AMT
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM 8000-WRITE-LINE

           IF NOT HRH-SEEN(4)
              GO TO 3500-READ-MANIFESTS-EXIT
           END-IF
           IF WS-MNF-FILES = ZERO
              IF HRH-RECS-OUT(4) > ZERO
                 MOVE '**NO HRHNMNFT MANIFESTS FOR THE DATE - HRHSAO3C'
                      TO WS-REPORT-LINE
                 MOVE ' WROTE RECORDS' TO WS-REPORT-LINE(49:14)
                 PERFORM 8100-WRITE-ATTENTION
              END-IF
           ELSE
              IF WS-MNF-DETAILS NOT = HRH-RECS-OUT(4)
                 MOVE '**MANIFEST DETAILS DO NOT AGREE WITH HRHSAO3C'
                      TO WS-REPORT-LINE
                 MOVE ' OUT' TO WS-REPORT-LINE(46:4)
                 PERFORM 8100-WRITE-ATTENTION
              END-IF
           END-IF.

       3500-READ-MANIFESTS-EXIT.
           EXIT.

       3550-READ-HRHNMNFT.

           READ HRHNMNFT INTO MNF-REC
              AT END MOVE 'Y' TO WS-INPUT-EOF-SW
           END-READ.

      *================================================================
      * 4000-POLICY-CHAIN - THE LAST CMPLOG COMPLETION RECORD FOR THE
      *     RUN DATE OF EACH EXPECTED BATCH, ONE LINE PAIR PER BATCH.
      *================================================================
       4000-POLICY-CHAIN.

           MOVE 3 TO CHN-IDX
           MOVE SPACES TO WS-REPORT-LINE
           PERFORM 8000-WRITE-LINE
           MOVE '====== POLICY BATCH CHAIN - BILLING, RENEWAL,'
                TO WS-REPORT-LINE
           MOVE ' COMMISSION, RESERVES' TO WS-REPORT-LINE(46:21)
           PERFORM 8000-WRITE-LINE

           PERFORM 4100-READ-CMPLOG
              THRU 4100-READ-CMPLOG-EXIT

           PERFORM 8300-WRITE-CHAIN-STATUS.

       4100-READ-CMPLOG.

           OPEN INPUT CMPLOG
           IF NOT CMPLOG-OPEN-OK
              MOVE SPACES TO WS-REPORT-LINE
              STRING '**CMPLOG COMPLETION LOG NOT AVAILABLE (STATUS '
                     CMPLOG-STATUS ')'
                     DELIMITED BY SIZE INTO WS-REPORT-LINE
              PERFORM 8100-WRITE-ATTENTION
              GO TO 4100-READ-CMPLOG-EXIT
           END-IF

           MOVE 'N' TO WS-INPUT-EOF-SW
           PERFORM 4150-READ-CMPLOG
           PERFORM UNTIL INPUT-EOF
              IF CMP-RUN-DATE = WS-RUN-DATE
                 ADD 1 TO WS-CMP-ROWS
                 PERFORM 4200-NOTE-CMPLOG-ROW
              END-IF
              PERFORM 4150-READ-CMPLOG
           END-PERFORM
           CLOSE CMPLOG

           IF WS-CMP-ROWS > ZERO
              MOVE 'Y' TO CHN-RAN-SW(CHN-IDX)
           END-IF

           MOVE 1 TO GEN-IDX
           PERFORM UNTIL GEN-IDX > GEN-STEP-COUNT
              PERFORM 4300-REPORT-ONE-BATCH
              ADD 1 TO GEN-IDX
           END-PERFORM

      *    THE RENEWAL WORKLIST LGRRNW01 WRITES IS WHAT LGRRNW02 READS
           IF GEN-SEEN(5) AND GEN-SEEN(6)
              MOVE GEN-CMP-REC(5) TO CMP-REC
              MOVE CMP-RECS-OUT   TO WS-RNW01-OUT
              MOVE GEN-CMP-REC(6) TO CMP-REC
              IF CMP-RECS-IN NOT = WS-RNW01-OUT
                 MOVE '**LGRRNW01 WORKLIST OUT DOES NOT AGREE WITH'
                      TO WS-REPORT-LINE
                 MOVE ' LGRRNW02 IN' TO WS-REPORT-LINE(44:12)
                 PERFORM 8100-WRITE-ATTENTION
              END-IF
           END-IF

           IF WS-CMP-OTHER > ZERO
              MOVE WS-CMP-OTHER TO WS-RPT-CNT
              MOVE SPACES TO WS-REPORT-LINE
              STRING 'OTHER COMPLETION RECORDS FOR THE DATE='
                     WS-RPT-CNT
                     DELIMITED BY SIZE INTO WS-REPORT-LINE
              PERFORM 8000-WRITE-LINE
           END-IF.

       4100-READ-CMPLOG-EXIT.
           EXIT.

       4150-READ-CMPLOG.

           READ CMPLOG INTO CMP-REC
              AT END MOVE 'Y' TO WS-INPUT-EOF-SW
           END-READ.

       4200-NOTE-CMPLOG-ROW.

           MOVE 1 TO GEN-IDX
           PERFORM UNTIL GEN-IDX > GEN-STEP-COUNT
                      OR GEN-NAME(GEN-IDX) = CMP-PROGRAM
              ADD 1 TO GEN-IDX
           END-PERFORM
           IF GEN-IDX > GEN-STEP-COUNT
              ADD 1 TO WS-CMP-OTHER
           ELSE
              MOVE 'Y'     TO GEN-SEEN-SW(GEN-IDX)
              MOVE CMP-REC TO GEN-CMP-REC(GEN-IDX)
           END-IF.

      *================================================================
      * 4300-REPORT-ONE-BATCH - RC AND COUNTS, THEN THE CONTROL TOTAL
      *     AND THE GL POSTINGS, WHICH MUST BALANCE.
      *================================================================
       4300-REPORT-ONE-BATCH.

           IF NOT GEN-SEEN(GEN-IDX)
              MOVE SPACES TO WS-REPORT-LINE
              STRING '**' GEN-NAME(GEN-IDX)
                     ' DID NOT RUN - NO COMPLETION RECORD'
                     DELIMITED BY SIZE INTO WS-REPORT-LINE
              PERFORM 8100-WRITE-ATTENTION
           ELSE
              MOVE GEN-CMP-REC(GEN-IDX) TO CMP-REC
              MOVE CMP-RECS-IN  TO WS-RPT-CNT
              MOVE CMP-RECS-OUT TO WS-RPT-CNT2
              MOVE SPACES TO WS-REPORT-LINE
              STRING CMP-PROGRAM ' RC=' CMP-RETURN-CODE
                     ' IN(' CMP-INPUT-DD ')=' WS-RPT-CNT
                     ' OUT(' CMP-OUTPUT-DD ')=' WS-RPT-CNT2
                     ' ' CMP-END-TIME
                     DELIMITED BY SIZE INTO WS-REPORT-LINE
              PERFORM 8000-WRITE-LINE
              MOVE CMP-CONTROL-TOTAL TO WS-RPT-AMT
              MOVE SPACES TO WS-REPORT-LINE
              STRING '         ' CMP-CONTROL-NAME '=' WS-RPT-AMT
                     DELIMITED BY SIZE INTO WS-REPORT-LINE
              IF CMP-GL-DEBITS NOT = ZERO OR
                 CMP-GL-CREDITS NOT = ZERO
                 MOVE CMP-GL-DEBITS TO WS-RPT-AMT2
                 MOVE ' GL DR/CR='  TO WS-REPORT-LINE(35:10)
                 MOVE WS-RPT-AMT2   TO WS-REPORT-LINE(45:16)
                 MOVE CMP-GL-CREDITS TO WS-RPT-AMT2
                 MOVE '/'           TO WS-REPORT-LINE(61:1)
                 MOVE WS-RPT-AMT2   TO WS-REPORT-LINE(62:16)
              END-IF
              PERFORM 8000-WRITE-LINE
              IF CMP-RETURN-CODE NOT < 8
                 MOVE SPACES TO WS-REPORT-LINE
                 STRING '**' CMP-PROGRAM ' ENDED RC=' CMP-RETURN-CODE
                        DELIMITED BY SIZE INTO WS-REPORT-LINE
                 PERFORM 8100-WRITE-ATTENTION
              END-IF
              IF CMP-GL-DEBITS NOT = CMP-GL-CREDITS
                 MOVE SPACES TO WS-REPORT-LINE
                 STRING '**' CMP-PROGRAM ' GL DEBITS AND CREDITS DO'
                        ' NOT BALANCE'
                        DELIMITED BY SIZE INTO WS-REPORT-LINE
                 PERFORM 8100-WRITE-ATTENTION
              END-IF
           END-IF.

      *================================================================
      * 8000-8400 - DIGEST LINE WRITERS AND THE REPORT COUNT SCAN.
      *     AN ATTENTION LINE COUNTS AGAINST THE CURRENT CHAIN.
      *================================================================
       8000-WRITE-LINE.

           WRITE OPSR631A-RECORD FROM WS-REPORT-LINE.

       8100-WRITE-ATTENTION.

           WRITE OPSR631A-RECORD FROM WS-REPORT-LINE
           ADD 1 TO CHN-ATTN-CNT(CHN-IDX).

       8200-SET-CHAIN-STATUS.

           EVALUATE TRUE
              WHEN NOT CHN-RAN(CHN-IDX)
                 MOVE 'DID NOT RUN' TO WS-RPT-STATUS
              WHEN CHN-ATTN-CNT(CHN-IDX) > ZERO
                 MOVE CHN-ATTN-CNT(CHN-IDX) TO WS-RPT-CNT
                 MOVE 'NEEDS ATTENTION' TO WS-RPT-STATUS
              WHEN OTHER
                 MOVE 'OK' TO WS-RPT-STATUS
           END-EVALUATE.

       8300-WRITE-CHAIN-STATUS.

           PERFORM 8200-SET-CHAIN-STATUS
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'CHAIN STATUS: ' WS-RPT-STATUS
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           IF CHN-RAN(CHN-IDX) AND CHN-ATTN-CNT(CHN-IDX) > ZERO
              MOVE '- ITEMS FLAGGED=' TO WS-REPORT-LINE(40:16)
              MOVE WS-RPT-CNT        TO WS-REPORT-LINE(56:9)
           END-IF
           PERFORM 8000-WRITE-LINE.

       8400-SCAN-COUNT.

           MOVE WS-X-LINE(WS-SCAN-POS:9) TO WS-SCAN-X
           INSPECT WS-SCAN-X REPLACING LEADING SPACE BY ZERO
           IF WS-SCAN-X NUMERIC
              MOVE WS-SCAN-N TO WS-SCAN-CNT
           ELSE
              MOVE ZERO TO WS-SCAN-CNT
           END-IF.

      *================================================================
      * 9000-SUMMARY-AND-STOP - ONE LINE PER CHAIN AND THE RETURN
      *     CODE THE SCHEDULER BRANCHES ON.
      *================================================================
       9000-SUMMARY-AND-STOP.

           MOVE SPACES TO WS-REPORT-LINE
           PERFORM 8000-WRITE-LINE
           MOVE '====== DIGEST SUMMARY' TO WS-REPORT-LINE
           PERFORM 8000-WRITE-LINE

           MOVE 0 TO RETURN-CODE
           MOVE 1 TO CHN-IDX
           PERFORM UNTIL CHN-IDX > 3
              PERFORM 8200-SET-CHAIN-STATUS
              MOVE SPACES TO WS-REPORT-LINE
              STRING CHN-NAME(CHN-IDX) ': ' WS-RPT-STATUS
                     DELIMITED BY SIZE INTO WS-REPORT-LINE
              PERFORM 8000-WRITE-LINE
              EVALUATE TRUE
                 WHEN NOT CHN-RAN(CHN-IDX)
                    IF RETURN-CODE < 8
                       MOVE 8 TO RETURN-CODE
                    END-IF
                 WHEN CHN-ATTN-CNT(CHN-IDX) > ZERO
                    IF RETURN-CODE < 4
                       MOVE 4 TO RETURN-CODE
                    END-IF
              END-EVALUATE
              ADD 1 TO CHN-IDX
           END-PERFORM

           IF SQL-ERROR-SEEN
              MOVE 12 TO RETURN-CODE
           END-IF

           CLOSE OPSR631A

           EVALUATE RETURN-CODE
              WHEN 0
                 DISPLAY 'INSB631: EVERY CHAIN RAN CLEAN'
              WHEN 4
                 DISPLAY 'INSB631: CHAINS NEED ATTENTION - SEE OPSR631A'
              WHEN 8
                 DISPLAY 'INSB631: A CHAIN DID NOT RUN - SEE OPSR631A'
              WHEN OTHER
                 DISPLAY 'INSB631: T119 COULD NOT BE READ - SEE '
                         'OPSR631A'
           END-EVALUATE
           STOP RUN.
