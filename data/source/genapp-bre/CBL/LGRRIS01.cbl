       IDENTIFICATION DIVISION.
       PROGRAM-ID. LGRRIS01.
       AUTHOR. INSURANCE-APPLICATIONS-TEAM.
       INSTALLATION. POLICY-ADMINISTRATION.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.
      *================================================================
      * MODIFICATION HISTORY
      *   2026-10-15  PA  ORIGINAL -- QUARTERLY REINSURER STATEMENT OF
      *                   ACCOUNT.
      *================================================================
      *================================================================
      *    FUNCTION:
      *      PRINTS A STATEMENT OF ACCOUNT FOR EACH REINSURER ON THE
      *      REINACCT KSDS (LGCREIN) FOR ONE QUARTER, FROM EVERY ENTRY
      *      RAISED IN OR BEFORE THAT QUARTER:
      *        - CEDED PREMIUM DUE THIS QUARTER AND STILL OUTSTANDING
      *        - CLAIM RECOVERIES RAISED THIS QUARTER AND STILL
      *          OUTSTANDING
      *        - REMITTANCES RECEIVED AND PAYMENTS MADE THIS QUARTER,
      *          AND WHAT OF EACH IS STILL UNAPPLIED
      *        - THE NET BALANCE: WHAT THE REINSURER OWES US, LESS
      *          WHAT WE OWE IT.  NEGATIVE MEANS WE OWE IT.
      *        - THE OUTSTANDING RECOVERIES, EACH LISTED AND AGED
      *          FROM THE DATE IT WAS RAISED TO THE QUARTER END IN
      *          BANDS OF 0-90, 91-180, 181-365 AND OVER 365 DAYS.
      *      OUTSTANDING AMOUNTS ARE AS THEY STAND ON THE DAY OF THE
      *      RUN, SO RUN IT AS SOON AS THE QUARTER'S REMITTANCES ARE
      *      IN.
      *
      *    INPUT FILES:  RISPARM  - OPTIONAL CARD, COLS 1-6 THE
      *                             QUARTER 'YYYYQN'.  DEFAULT IS THE
      *                             QUARTER BEFORE THE RUN DATE.
      *                  REINACCT - REINSURANCE ACCOUNT KSDS.
      *
      *    OUTPUT FILES: RISRPT   - STATEMENTS OF ACCOUNT.
      *
      *    RETURN CODE:  00 - STATEMENTS PRINTED
      *                  04 - A RECOVERY IS OUTSTANDING OVER 365 DAYS
      *                  08 - FILE ERROR
      *================================================================
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *
           SELECT RISPARM ASSIGN TO RISPARM
              FILE STATUS IS RISPARM-STATUS.
      *
           SELECT REINACCT ASSIGN TO REINACCT
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS RIA-KEY
              FILE STATUS IS REINACCT-STATUS.
      *
           SELECT RISRPT ASSIGN TO RISRPT
              FILE STATUS IS RISRPT-STATUS.
      *
       DATA DIVISION.
       FILE SECTION.
      *
       FD  RISPARM
           BLOCK CONTAINS 0 RECORDS.
       01  RISPARM-RECORD                 PIC X(80).
      *
       FD  REINACCT
           BLOCK CONTAINS 0 RECORDS.
       COPY LGCREIN.
      *
       FD  RISRPT
           BLOCK CONTAINS 0 RECORDS.
       01  RISRPT-RECORD                  PIC X(100).
      *
       WORKING-STORAGE SECTION.
      *
       77  FILLER                         PIC X(36) VALUE
                   'LGRRIS01 WORKING STORAGE BEGINS HR'.
      *
       01  WS-AREA.
           05  RISPARM-STATUS             PIC XX VALUE '00'.
               88  RISPARM-VALID-STATUS           VALUE '00'.
           05  REINACCT-STATUS            PIC XX VALUE '00'.
               88  REINACCT-OPEN-OK               VALUE '00'.
           05  RISRPT-STATUS              PIC XX VALUE '00'.
           05  SW-EOF                     PIC X(01) VALUE 'N'.
               88  END-OF-FILE                    VALUE 'Y'.
           05  SW-REINACCT-OPENED         PIC X(01) VALUE 'N'.
               88  REINACCT-OPENED                VALUE 'Y'.
      *
       01  WS-PARM-REC.
           05  WS-PARM-QUARTER.
               10  WS-PARM-QTR-YEAR       PIC 9(04).
               10  WS-PARM-QTR-LETTER     PIC X(01).
               10  WS-PARM-QTR-NUM        PIC 9(01).
           05  FILLER                     PIC X(74).
      *
       01  WS-TODAY-DATE                  PIC 9(08).
       01  FILLER REDEFINES WS-TODAY-DATE.
           05  WS-TODAY-YYYY              PIC 9(04).
           05  WS-TODAY-MM                PIC 9(02).
           05  WS-TODAY-DD                PIC 9(02).
      *
      *    THE QUARTER BEING STATED AND THE DAY IT ENDS.
       01  WS-QUARTER.
           05  WS-QTR-YEAR                PIC 9(04).
           05  WS-QTR-LETTER              PIC X(01) VALUE 'Q'.
           05  WS-QTR-NUM                 PIC 9(01).
       01  WS-QTR-END-DATE                PIC 9(08).
       01  FILLER REDEFINES WS-QTR-END-DATE.
           05  WS-QTR-END-YYYY            PIC 9(04).
           05  WS-QTR-END-MM              PIC 9(02).
           05  WS-QTR-END-DD              PIC 9(02).
       01  WS-QTR-END-INTDATE             PIC 9(07) VALUE ZERO.
       01  WS-QTR-END-DATE10              PIC X(10).
      *
       01  WS-RAISED-NUMDATE              PIC 9(08) VALUE ZERO.
       01  WS-RAISED-INTDATE              PIC 9(07) VALUE ZERO.
       01  WS-DAYS-OUT                    PIC S9(07) VALUE ZERO.
       01  WS-OUTSTANDING                 PIC S9(09)V99 VALUE ZERO.
      *
      *    THE REINSURER IN HAND AND ITS TOTALS.
       01  WS-CUR-REINSURER               PIC X(05) VALUE SPACES.
       01  WS-REINSURER-TOTALS.
           05  WS-PREM-THIS-QTR           PIC S9(11)V99.
           05  WS-PREM-OUTSTANDING        PIC S9(11)V99.
           05  WS-RCV-THIS-QTR            PIC S9(11)V99.
           05  WS-RCV-OUTSTANDING         PIC S9(11)V99.
           05  WS-REM-THIS-QTR            PIC S9(11)V99.
           05  WS-REM-UNAPPLIED           PIC S9(11)V99.
           05  WS-PAY-THIS-QTR            PIC S9(11)V99.
           05  WS-PAY-UNAPPLIED           PIC S9(11)V99.
           05  WS-AGE-0-90                PIC S9(11)V99.
           05  WS-AGE-91-180              PIC S9(11)V99.
           05  WS-AGE-181-365             PIC S9(11)V99.
           05  WS-AGE-OVER-365            PIC S9(11)V99.
       01  WS-NET-BALANCE                 PIC S9(11)V99 VALUE ZERO.
      *
       01  WS-REINSURER-COUNT             PIC 9(05) COMP VALUE ZERO.
       01  WS-TOTAL-NET-BALANCE           PIC S9(13)V99 VALUE ZERO.
       01  WS-TOTAL-RCV-OUTSTANDING       PIC S9(13)V99 VALUE ZERO.
       01  WS-TOTAL-OVER-365              PIC S9(13)V99 VALUE ZERO.
      *
       01  WS-REPORT-LINE                 PIC X(100).
       01  WS-RPT-CNT                     PIC Z(6)9.
       01  WS-RPT-DAYS                    PIC Z(4)9.
       01  WS-RPT-AMT                     PIC -(11)9.99.
       01  WS-RPT-AMT2                    PIC -(11)9.99.
      *
       PROCEDURE DIVISION.
      *
       0000-MAINLINE.
      *
           PERFORM 0100-INITIALIZATION
              THRU 0100-INITIALIZATION-EXIT
           PERFORM 0200-READ-ACCOUNTS
              THRU 0200-READ-ACCOUNTS-EXIT
           PERFORM 0800-WRITE-SUMMARY
              THRU 0800-WRITE-SUMMARY-EXIT
           PERFORM 0900-CLOSE-FILES
      *
           IF RETURN-CODE NOT = 8
              IF WS-TOTAL-OVER-365 NOT = ZERO
                 MOVE 4                  TO RETURN-CODE
              END-IF
           END-IF
      *
           GOBACK.
      *
       0100-INITIALIZATION.
      *
           OPEN OUTPUT RISRPT
           MOVE '-------- LGRRIS01 REINSURER STATEMENTS OF ACCOUNT -'
                TO RISRPT-RECORD
           WRITE RISRPT-RECORD
      *
      *    THE QUARTER BEFORE THE ONE THE RUN FALLS IN, UNLESS THE
      *    CARD NAMES ONE.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           MOVE WS-TODAY-YYYY            TO WS-QTR-YEAR
           COMPUTE WS-QTR-NUM = (WS-TODAY-MM + 2) / 3
           IF WS-QTR-NUM = 1
              MOVE 4                     TO WS-QTR-NUM
              SUBTRACT 1                 FROM WS-QTR-YEAR
           ELSE
              SUBTRACT 1                 FROM WS-QTR-NUM
           END-IF
      *
           OPEN INPUT RISPARM
           IF RISPARM-VALID-STATUS
              READ RISPARM INTO WS-PARM-REC
                 AT END CONTINUE
                 NOT AT END
                    IF WS-PARM-QTR-YEAR IS NUMERIC
                       AND WS-PARM-QTR-LETTER = 'Q'
                       AND WS-PARM-QTR-NUM IS NUMERIC
                       AND WS-PARM-QTR-NUM > ZERO
                       AND WS-PARM-QTR-NUM < 5
                       MOVE WS-PARM-QUARTER TO WS-QUARTER
                    ELSE
                       MOVE 'QUARTER CARD NOT YYYYQN - IGNORED'
                            TO RISRPT-RECORD
                       WRITE RISRPT-RECORD
                    END-IF
              END-READ
              CLOSE RISPARM
           END-IF
      *
           MOVE WS-QTR-YEAR              TO WS-QTR-END-YYYY
           COMPUTE WS-QTR-END-MM = WS-QTR-NUM * 3
           IF WS-QTR-NUM = 1 OR WS-QTR-NUM = 4
              MOVE 31                    TO WS-QTR-END-DD
           ELSE
              MOVE 30                    TO WS-QTR-END-DD
           END-IF
           COMPUTE WS-QTR-END-INTDATE =
                   FUNCTION INTEGER-OF-DATE(WS-QTR-END-DATE)
           MOVE WS-QTR-END-DATE(1:4)     TO WS-QTR-END-DATE10(1:4)
           MOVE '-'                      TO WS-QTR-END-DATE10(5:1)
           MOVE WS-QTR-END-DATE(5:2)     TO WS-QTR-END-DATE10(6:2)
           MOVE '-'                      TO WS-QTR-END-DATE10(8:1)
           MOVE WS-QTR-END-DATE(7:2)     TO WS-QTR-END-DATE10(9:2)
           MOVE SPACES                   TO WS-REPORT-LINE
           STRING 'QUARTER ' WS-QUARTER
                  ' ENDING ' WS-QTR-END-DATE10
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE RISRPT-RECORD FROM WS-REPORT-LINE
      *
           OPEN INPUT REINACCT
           IF REINACCT-OPEN-OK
              SET REINACCT-OPENED        TO TRUE
           END-IF
           IF NOT REINACCT-OPEN-OK
              DISPLAY '**LGRRIS01 - REINACCT OPEN ERROR - STATUS '
                      REINACCT-STATUS
              MOVE 8                     TO RETURN-CODE
           END-IF
      *
       0100-INITIALIZATION-EXIT.
           EXIT.
      *
      *================================================================
      * 0200-READ-ACCOUNTS - THE ACCOUNTS IN KEY ORDER, SO EACH
      *     REINSURER'S ENTRIES COME TOGETHER; A CHANGE OF REINSURER
      *     CLOSES OFF THE ONE BEFORE.
      *================================================================
       0200-READ-ACCOUNTS.
      *
           IF NOT REINACCT-OPENED
              GO TO 0200-READ-ACCOUNTS-EXIT
           END-IF
           MOVE 'N'                      TO SW-EOF
           PERFORM UNTIL END-OF-FILE
              READ REINACCT NEXT RECORD
                 AT END SET END-OF-FILE  TO TRUE
              END-READ
              IF NOT END-OF-FILE
                 AND RIA-QUARTER NOT > WS-QUARTER
                 IF RIA-REINSURER NOT = WS-CUR-REINSURER
                    IF WS-CUR-REINSURER NOT = SPACES
                       PERFORM 0500-CLOSE-STATEMENT
                          THRU 0500-CLOSE-STATEMENT-EXIT
                    END-IF
                    PERFORM 0250-OPEN-STATEMENT
                       THRU 0250-OPEN-STATEMENT-EXIT
                 END-IF
                 PERFORM 0300-ADD-ENTRY
                    THRU 0300-ADD-ENTRY-EXIT
              END-IF
           END-PERFORM
           IF WS-CUR-REINSURER NOT = SPACES
              PERFORM 0500-CLOSE-STATEMENT
                 THRU 0500-CLOSE-STATEMENT-EXIT
           END-IF
      *
       0200-READ-ACCOUNTS-EXIT.
           EXIT.
      *
       0250-OPEN-STATEMENT.
      *
           MOVE RIA-REINSURER            TO WS-CUR-REINSURER
           INITIALIZE WS-REINSURER-TOTALS
           ADD 1                         TO WS-REINSURER-COUNT
           MOVE SPACES                   TO RISRPT-RECORD
           WRITE RISRPT-RECORD
           MOVE SPACES                   TO WS-REPORT-LINE
           STRING '======== STATEMENT OF ACCOUNT - REINSURER '
                  WS-CUR-REINSURER ' - QUARTER ' WS-QUARTER
                  ' ========'
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE RISRPT-RECORD FROM WS-REPORT-LINE
      *
       0250-OPEN-STATEMENT-EXIT.
           EXIT.
      *
      *================================================================
      * 0300-ADD-ENTRY - ONE ENTRY INTO THE REINSURER'S TOTALS.  AN
      *     OUTSTANDING RECOVERY IS LISTED AND AGED AS IT GOES.
      *================================================================
       0300-ADD-ENTRY.
      *
           COMPUTE WS-OUTSTANDING = RIA-AMOUNT-DUE - RIA-AMOUNT-SETTLED
      *
           EVALUATE TRUE
              WHEN RIA-TYPE-PREMIUM
                 IF RIA-QUARTER = WS-QUARTER
                    ADD RIA-AMOUNT-DUE   TO WS-PREM-THIS-QTR
                 END-IF
                 ADD WS-OUTSTANDING      TO WS-PREM-OUTSTANDING
              WHEN RIA-TYPE-REMITTANCE
                 IF RIA-QUARTER = WS-QUARTER
                    ADD RIA-AMOUNT-DUE   TO WS-REM-THIS-QTR
                 END-IF
                 ADD WS-OUTSTANDING      TO WS-REM-UNAPPLIED
              WHEN RIA-TYPE-PAYMENT
                 IF RIA-QUARTER = WS-QUARTER
                    ADD RIA-AMOUNT-DUE   TO WS-PAY-THIS-QTR
                 END-IF
                 ADD WS-OUTSTANDING      TO WS-PAY-UNAPPLIED
              WHEN RIA-TYPE-RECOVERY
                 IF RIA-QUARTER = WS-QUARTER
                    ADD RIA-AMOUNT-DUE   TO WS-RCV-THIS-QTR
                 END-IF
                 ADD WS-OUTSTANDING      TO WS-RCV-OUTSTANDING
                 IF WS-OUTSTANDING NOT = ZERO
                    PERFORM 0350-AGE-RECOVERY
                       THRU 0350-AGE-RECOVERY-EXIT
                 END-IF
           END-EVALUATE
      *
       0300-ADD-ENTRY-EXIT.
           EXIT.
      *
       0350-AGE-RECOVERY.
      *
           MOVE ZERO                     TO WS-DAYS-OUT
           IF RIA-RAISED-DATE(1:4) IS NUMERIC
              AND RIA-RAISED-DATE(6:2) IS NUMERIC
              AND RIA-RAISED-DATE(9:2) IS NUMERIC
              MOVE RIA-RAISED-DATE(1:4)  TO WS-RAISED-NUMDATE(1:4)
              MOVE RIA-RAISED-DATE(6:2)  TO WS-RAISED-NUMDATE(5:2)
              MOVE RIA-RAISED-DATE(9:2)  TO WS-RAISED-NUMDATE(7:2)
              COMPUTE WS-RAISED-INTDATE =
                      FUNCTION INTEGER-OF-DATE(WS-RAISED-NUMDATE)
              COMPUTE WS-DAYS-OUT =
                      WS-QTR-END-INTDATE - WS-RAISED-INTDATE
           END-IF
           IF WS-DAYS-OUT < ZERO
              MOVE ZERO                  TO WS-DAYS-OUT
           END-IF
      *
           EVALUATE TRUE
              WHEN WS-DAYS-OUT NOT > 90
                 ADD WS-OUTSTANDING      TO WS-AGE-0-90
              WHEN WS-DAYS-OUT NOT > 180
                 ADD WS-OUTSTANDING      TO WS-AGE-91-180
              WHEN WS-DAYS-OUT NOT > 365
                 ADD WS-OUTSTANDING      TO WS-AGE-181-365
              WHEN OTHER
                 ADD WS-OUTSTANDING      TO WS-AGE-OVER-365
           END-EVALUATE
      *
           MOVE WS-DAYS-OUT              TO WS-RPT-DAYS
           MOVE WS-OUTSTANDING           TO WS-RPT-AMT
           MOVE SPACES                   TO WS-REPORT-LINE
           STRING '  RECOVERY CLAIM ' RIA-REF
                  ' QUARTER ' RIA-QUARTER
                  ' RAISED ' RIA-RAISED-DATE
                  ' DAYS ' WS-RPT-DAYS
                  ' OUTSTANDING=' WS-RPT-AMT
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE RISRPT-RECORD FROM WS-REPORT-LINE
      *
       0350-AGE-RECOVERY-EXIT.
           EXIT.
      *
      *================================================================
      * 0500-CLOSE-STATEMENT - THE REINSURER'S TOTALS, NET BALANCE
      *     AND AGEING.
      *================================================================
       0500-CLOSE-STATEMENT.
      *
           COMPUTE WS-NET-BALANCE =
                   (WS-RCV-OUTSTANDING - WS-REM-UNAPPLIED)
                 - (WS-PREM-OUTSTANDING - WS-PAY-UNAPPLIED)
           ADD WS-NET-BALANCE            TO WS-TOTAL-NET-BALANCE
           ADD WS-RCV-OUTSTANDING        TO WS-TOTAL-RCV-OUTSTANDING
           ADD WS-AGE-OVER-365           TO WS-TOTAL-OVER-365
      *
           MOVE WS-PREM-THIS-QTR         TO WS-RPT-AMT
           MOVE WS-PREM-OUTSTANDING      TO WS-RPT-AMT2
           MOVE SPACES                   TO WS-REPORT-LINE
           STRING 'CEDED PREMIUM DUE TO REINSURER  QTR=' WS-RPT-AMT
                  ' OUTSTANDING=' WS-RPT-AMT2
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE RISRPT-RECORD FROM WS-REPORT-LINE
           MOVE WS-PAY-THIS-QTR          TO WS-RPT-AMT
           MOVE WS-PAY-UNAPPLIED         TO WS-RPT-AMT2
           MOVE SPACES                   TO WS-REPORT-LINE
           STRING 'PAYMENTS MADE TO REINSURER      QTR=' WS-RPT-AMT
                  ' UNAPPLIED  =' WS-RPT-AMT2
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE RISRPT-RECORD FROM WS-REPORT-LINE
           MOVE WS-RCV-THIS-QTR          TO WS-RPT-AMT
           MOVE WS-RCV-OUTSTANDING       TO WS-RPT-AMT2
           MOVE SPACES                   TO WS-REPORT-LINE
           STRING 'CLAIM RECOVERIES DUE FROM IT    QTR=' WS-RPT-AMT
                  ' OUTSTANDING=' WS-RPT-AMT2
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE RISRPT-RECORD FROM WS-REPORT-LINE
           MOVE WS-REM-THIS-QTR          TO WS-RPT-AMT
           MOVE WS-REM-UNAPPLIED         TO WS-RPT-AMT2
           MOVE SPACES                   TO WS-REPORT-LINE
           STRING 'REMITTANCES RECEIVED FROM IT    QTR=' WS-RPT-AMT
                  ' UNAPPLIED  =' WS-RPT-AMT2
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE RISRPT-RECORD FROM WS-REPORT-LINE
           MOVE WS-NET-BALANCE           TO WS-RPT-AMT
           MOVE SPACES                   TO WS-REPORT-LINE
           STRING 'NET BALANCE DUE FROM REINSURER     ' WS-RPT-AMT
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE RISRPT-RECORD FROM WS-REPORT-LINE
      *
           MOVE WS-AGE-0-90              TO WS-RPT-AMT
           MOVE WS-AGE-91-180            TO WS-RPT-AMT2
           MOVE SPACES                   TO WS-REPORT-LINE
           STRING 'RECOVERIES AGED   0-90 DAYS     =' WS-RPT-AMT
                  '  91-180 =' WS-RPT-AMT2
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE RISRPT-RECORD FROM WS-REPORT-LINE
           MOVE WS-AGE-181-365           TO WS-RPT-AMT
           MOVE WS-AGE-OVER-365          TO WS-RPT-AMT2
           MOVE SPACES                   TO WS-REPORT-LINE
           STRING 'RECOVERIES AGED 181-365 DAYS    =' WS-RPT-AMT
                  ' OVER 365=' WS-RPT-AMT2
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE RISRPT-RECORD FROM WS-REPORT-LINE
      *
       0500-CLOSE-STATEMENT-EXIT.
           EXIT.
      *
       0800-WRITE-SUMMARY.
      *
           MOVE SPACES                   TO RISRPT-RECORD
           WRITE RISRPT-RECORD
           MOVE '-------- ALL REINSURERS --------------------------'
                TO RISRPT-RECORD
           WRITE RISRPT-RECORD
           MOVE WS-REINSURER-COUNT       TO WS-RPT-CNT
           MOVE SPACES                   TO WS-REPORT-LINE
           STRING 'REINSURERS STATED       =' WS-RPT-CNT
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE RISRPT-RECORD FROM WS-REPORT-LINE
           MOVE WS-TOTAL-RCV-OUTSTANDING TO WS-RPT-AMT
           MOVE SPACES                   TO WS-REPORT-LINE
           STRING 'RECOVERIES OUTSTANDING  =' WS-RPT-AMT
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE RISRPT-RECORD FROM WS-REPORT-LINE
           MOVE WS-TOTAL-OVER-365        TO WS-RPT-AMT
           MOVE SPACES                   TO WS-REPORT-LINE
           STRING '  OF WHICH OVER 365 DAYS=' WS-RPT-AMT
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE RISRPT-RECORD FROM WS-REPORT-LINE
           MOVE WS-TOTAL-NET-BALANCE     TO WS-RPT-AMT
           MOVE SPACES                   TO WS-REPORT-LINE
           STRING 'NET DUE FROM REINSURERS =' WS-RPT-AMT
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE RISRPT-RECORD FROM WS-REPORT-LINE
      *
           DISPLAY 'LGRRIS01 - QUARTER ' WS-QUARTER
                   ' REINSURERS=' WS-REINSURER-COUNT
      *
       0800-WRITE-SUMMARY-EXIT.
           EXIT.
      *
       0900-CLOSE-FILES.
      *
           IF REINACCT-OPENED
              CLOSE REINACCT
           END-IF
           CLOSE RISRPT
      *
       0900-CLOSE-FILES-EXIT.
           EXIT.
