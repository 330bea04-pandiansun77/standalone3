       IDENTIFICATION DIVISION.
       PROGRAM-ID. LGRIPT01.
       AUTHOR. INSURANCE-APPLICATIONS-TEAM.
       INSTALLATION. POLICY-ADMINISTRATION.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.
      *================================================================
      * MODIFICATION HISTORY
      *   2026-10-15  PA  ORIGINAL -- QUARTERLY INSURANCE PREMIUM TAX
      *                   RETURN.  THE TAX ON EACH INVOICE USED TO BE
      *                   WORKED OUT BY FINANCE FROM THE PREMIUM
      *                   TOTALS EACH QUARTER, WITH NOTHING TO TIE IT
      *                   TO WHAT THE CUSTOMERS HAD ACTUALLY PAID.
      *================================================================
      *================================================================
      *    FUNCTION:
      *      PRINTS THE INSURANCE PREMIUM TAX RETURN FOR ONE QUARTER
      *      FROM THE IPT LEDGER (IPTLEDG, LGCIPTL), WHERE THE
      *      BILLING AND RECEIPTS RUNS ADD EVERY TAX MOVEMENT AS IT
      *      HAPPENS.  ONE LINE PER LINE OF BUSINESS AND RATE, A
      *      TOTAL PER LINE OF BUSINESS AND ONE FOR THE QUARTER:
      *        - PREMIUM TAXED    PREMIUM CHARGED LESS PREMIUM
      *                           RETURNED (LGRBIL01, LGRBIL02)
      *        - TAX CHARGED      ON INVOICES, INSTALMENTS AND DEBIT
      *                           NOTES RAISED IN THE QUARTER
      *        - TAX REFUNDED     REVERSED ON CREDIT NOTES RAISED IN
      *                           THE QUARTER
      *        - NET TAX DUE      CHARGED LESS REFUNDED - THE FIGURE
      *                           RETURNED
      *        - TAX COLLECTED    THE TAX SHARE OF RECEIPTS LGRRCP01
      *                           APPLIED IN THE QUARTER
      *        - TAX SET OFF      THE TAX SHARE OF CREDIT NOTES
      *                           LGRRCP01 SET OFF IN THE QUARTER
      *      THE RECONCILIATION AT THE END TAKES THE NET TAX DUE TO
      *      THE TAX COLLECTED: THE DIFFERENCE IS THE QUARTER'S
      *      MOVEMENT IN TAX STILL OWED BY CUSTOMERS.  A SET-OFF
      *      MOVES TAX FROM A CREDIT NOTE TO AN INVOICE AND CHANGES
      *      NOTHING OWED, SO IT IS SHOWN BUT NOT PART OF THE SUM.
      *
      *    INPUT FILES:  IPTPARM  - OPTIONAL CARD, COLS 1-6 THE
      *                             QUARTER 'YYYYQN'.  DEFAULT IS THE
      *                             QUARTER BEFORE THE RUN DATE.
      *                  IPTLEDG  - IPT LEDGER KSDS (OPTIONAL - NO
      *                             FILE MEANS NOTHING POSTED YET).
      *
      *    OUTPUT FILES: IPTRPT   - IPT RETURN.
      *
      *    RETURN CODE:  00 - RETURN PRINTED
      *                  04 - NOTHING ON THE LEDGER FOR THE QUARTER
      *                  08 - FILE ERROR
      *================================================================
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *
           SELECT IPTPARM ASSIGN TO IPTPARM
              FILE STATUS IS IPTPARM-STATUS.
      *
           SELECT IPTLEDG ASSIGN TO IPTLEDG
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS IPL-KEY
              FILE STATUS IS IPTLEDG-STATUS.
      *
           SELECT IPTRPT ASSIGN TO IPTRPT
              FILE STATUS IS IPTRPT-STATUS.
      *
       DATA DIVISION.
       FILE SECTION.
      *
       FD  IPTPARM
           BLOCK CONTAINS 0 RECORDS.
       01  IPTPARM-RECORD                 PIC X(80).
      *
       FD  IPTLEDG
           BLOCK CONTAINS 0 RECORDS.
       COPY LGCIPTL.
      *
       FD  IPTRPT
           BLOCK CONTAINS 0 RECORDS.
       01  IPTRPT-RECORD                  PIC X(132).
      *
       WORKING-STORAGE SECTION.
      *
       77  FILLER                         PIC X(36) VALUE
                   'LGRIPT01 WORKING STORAGE BEGINS HR'.
      *
       01  WS-AREA.
           05  IPTPARM-STATUS             PIC XX VALUE '00'.
               88  IPTPARM-VALID-STATUS           VALUE '00'.
           05  IPTLEDG-STATUS             PIC XX VALUE '00'.
               88  IPTLEDG-OPEN-OK                VALUE '00'.
               88  IPTLEDG-NOT-FOUND              VALUE '35'.
           05  IPTRPT-STATUS              PIC XX VALUE '00'.
           05  SW-EOF                     PIC X(01) VALUE 'N'.
               88  END-OF-FILE                    VALUE 'Y'.
           05  SW-IPTLEDG-OPENED          PIC X(01) VALUE 'N'.
               88  IPTLEDG-OPENED                 VALUE 'Y'.
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
      *    THE QUARTER BEING RETURNED.
       01  WS-QUARTER.
           05  WS-QTR-YEAR                PIC 9(04).
           05  WS-QTR-LETTER              PIC X(01) VALUE 'Q'.
           05  WS-QTR-NUM                 PIC 9(01).
      *
      *    THE LINE OF BUSINESS AND RATE IN HAND.
       01  WS-CUR-LINE                    PIC X(01) VALUE SPACE.
       01  WS-CUR-RATE                    PIC 9(02)V99 VALUE ZERO.
       01  WS-LINE-NAME                   PIC X(10).
      *
      *    RUNNING TOTALS AT THREE LEVELS: 1 = THE RATE IN HAND,
      *    2 = THE LINE OF BUSINESS IN HAND, 3 = THE QUARTER.  EACH
      *    LEVEL IS ADDED TO THE NEXT WHEN IT IS PRINTED.
       01  WS-TOTALS.
           05  WS-TOT-LEVEL OCCURS 3 TIMES.
               10  WS-TOT-PREMIUM         PIC S9(11)V99.
               10  WS-TOT-CHARGED         PIC S9(11)V99.
               10  WS-TOT-REFUNDED        PIC S9(11)V99.
               10  WS-TOT-COLLECTED       PIC S9(11)V99.
               10  WS-TOT-SET-OFF         PIC S9(11)V99.
       01  WS-LVL                         PIC 9(01) VALUE ZERO.
       01  WS-NEXT-LVL                    PIC 9(01) VALUE ZERO.
       01  WS-NET-DUE                     PIC S9(11)V99 VALUE ZERO.
       01  WS-UNCOLLECTED                 PIC S9(11)V99 VALUE ZERO.
      *
       01  WS-ENTRY-COUNT                 PIC 9(07) COMP VALUE ZERO.
      *
       01  WS-REPORT-LINE                 PIC X(132).
       01  WS-RPT-CNT                     PIC Z(6)9.
       01  WS-RPT-RATE                    PIC Z9.99.
       01  WS-RPT-AMT                     PIC -(11)9.99.
       01  WS-RPT-AMT2                    PIC -(11)9.99.
       01  WS-RPT-AMT3                    PIC -(11)9.99.
       01  WS-RPT-AMT4                    PIC -(11)9.99.
       01  WS-RPT-AMT5                    PIC -(11)9.99.
       01  WS-RPT-AMT6                    PIC -(11)9.99.
      *
       PROCEDURE DIVISION.
      *
       0000-MAINLINE.
      *
           PERFORM 0100-INITIALIZATION
              THRU 0100-INITIALIZATION-EXIT
           PERFORM 0200-READ-LEDGER
              THRU 0200-READ-LEDGER-EXIT
           PERFORM 0800-WRITE-SUMMARY
              THRU 0800-WRITE-SUMMARY-EXIT
           PERFORM 0900-CLOSE-FILES
      *
           IF RETURN-CODE NOT = 8
              IF WS-ENTRY-COUNT = ZERO
                 MOVE 4                  TO RETURN-CODE
              END-IF
           END-IF
      *
           GOBACK.
      *
       0100-INITIALIZATION.
      *
           OPEN OUTPUT IPTRPT
           MOVE '-------- LGRIPT01 INSURANCE PREMIUM TAX RETURN -----'
                TO IPTRPT-RECORD
           WRITE IPTRPT-RECORD
           MOVE ZERO                     TO WS-TOT-PREMIUM(1)
                                            WS-TOT-CHARGED(1)
                                            WS-TOT-REFUNDED(1)
                                            WS-TOT-COLLECTED(1)
                                            WS-TOT-SET-OFF(1)
           MOVE WS-TOT-LEVEL(1)          TO WS-TOT-LEVEL(2)
                                            WS-TOT-LEVEL(3)
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
           OPEN INPUT IPTPARM
           IF IPTPARM-VALID-STATUS
              READ IPTPARM INTO WS-PARM-REC
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
                            TO IPTRPT-RECORD
                       WRITE IPTRPT-RECORD
                    END-IF
              END-READ
              CLOSE IPTPARM
           END-IF
      *
           MOVE SPACES                   TO WS-REPORT-LINE
           STRING 'QUARTER ' WS-QUARTER
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE IPTRPT-RECORD FROM WS-REPORT-LINE
           MOVE SPACES                   TO IPTRPT-RECORD
           WRITE IPTRPT-RECORD
           MOVE SPACES                   TO WS-REPORT-LINE
           STRING 'LINE        RATE'
                  '    PREMIUM TAXED'
                  '     TAX CHARGED'
                  '    TAX REFUNDED'
                  '     NET TAX DUE'
                  '   TAX COLLECTED'
                  '     TAX SET OFF'
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE IPTRPT-RECORD FROM WS-REPORT-LINE
      *
           OPEN INPUT IPTLEDG
           IF IPTLEDG-OPEN-OK
              SET IPTLEDG-OPENED         TO TRUE
           ELSE
              IF NOT IPTLEDG-NOT-FOUND
                 DISPLAY '**LGRIPT01 - IPTLEDG OPEN ERROR - STATUS '
                         IPTLEDG-STATUS
                 MOVE 8                  TO RETURN-CODE
              END-IF
           END-IF
      *
       0100-INITIALIZATION-EXIT.
           EXIT.
      *
      *================================================================
      * 0200-READ-LEDGER - THE QUARTER'S TOTALS IN KEY ORDER, WHICH
      *     BRINGS EACH LINE OF BUSINESS AND, WITHIN IT, EACH RATE
      *     TOGETHER.  A CHANGE OF RATE OR LINE PRINTS THE ONE
      *     BEFORE.
      *================================================================
       0200-READ-LEDGER.
      *
           IF NOT IPTLEDG-OPENED
              GO TO 0200-READ-LEDGER-EXIT
           END-IF
           MOVE LOW-VALUES               TO IPL-KEY
           MOVE WS-QUARTER               TO IPL-QUARTER
           START IPTLEDG KEY NOT < IPL-KEY
              INVALID KEY SET END-OF-FILE TO TRUE
           END-START
      *
           PERFORM UNTIL END-OF-FILE
              READ IPTLEDG NEXT RECORD
                 AT END SET END-OF-FILE  TO TRUE
              END-READ
              IF NOT END-OF-FILE
                 IF IPL-QUARTER NOT = WS-QUARTER
                    SET END-OF-FILE      TO TRUE
                 ELSE
                    PERFORM 0250-TAKE-ENTRY
                       THRU 0250-TAKE-ENTRY-EXIT
                 END-IF
              END-IF
           END-PERFORM
      *
           IF WS-ENTRY-COUNT > ZERO
              PERFORM 0300-PRINT-RATE
                 THRU 0300-PRINT-RATE-EXIT
              PERFORM 0350-PRINT-LINE-TOTAL
                 THRU 0350-PRINT-LINE-TOTAL-EXIT
           END-IF
      *
       0200-READ-LEDGER-EXIT.
           EXIT.
      *
       0250-TAKE-ENTRY.
      *
           IF WS-ENTRY-COUNT > ZERO
              IF IPL-LINE NOT = WS-CUR-LINE
                 PERFORM 0300-PRINT-RATE
                    THRU 0300-PRINT-RATE-EXIT
                 PERFORM 0350-PRINT-LINE-TOTAL
                    THRU 0350-PRINT-LINE-TOTAL-EXIT
              ELSE
                 IF IPL-RATE NOT = WS-CUR-RATE
                    PERFORM 0300-PRINT-RATE
                       THRU 0300-PRINT-RATE-EXIT
                 END-IF
              END-IF
           END-IF
           MOVE IPL-LINE                 TO WS-CUR-LINE
           MOVE IPL-RATE                 TO WS-CUR-RATE
           ADD 1                         TO WS-ENTRY-COUNT
      *
           EVALUATE TRUE
              WHEN IPL-KIND-CHARGED
                 ADD IPL-PREMIUM         TO WS-TOT-PREMIUM(1)
                 ADD IPL-TAX             TO WS-TOT-CHARGED(1)
              WHEN IPL-KIND-REFUNDED
                 SUBTRACT IPL-PREMIUM    FROM WS-TOT-PREMIUM(1)
                 ADD IPL-TAX             TO WS-TOT-REFUNDED(1)
              WHEN IPL-KIND-COLLECTED
                 ADD IPL-TAX             TO WS-TOT-COLLECTED(1)
              WHEN IPL-KIND-SET-OFF
                 ADD IPL-TAX             TO WS-TOT-SET-OFF(1)
           END-EVALUATE
      *
       0250-TAKE-ENTRY-EXIT.
           EXIT.
      *
      *================================================================
      * 0300-PRINT-RATE - ONE LINE FOR THE RATE IN HAND, ADDED TO ITS
      *     LINE OF BUSINESS.
      *================================================================
       0300-PRINT-RATE.
      *
           EVALUATE WS-CUR-LINE
              WHEN 'H'   MOVE 'HOUSE'      TO WS-LINE-NAME
              WHEN 'M'   MOVE 'MOTOR'      TO WS-LINE-NAME
              WHEN 'C'   MOVE 'COMMERCIAL' TO WS-LINE-NAME
              WHEN 'E'   MOVE 'ENDOWMENT'  TO WS-LINE-NAME
              WHEN OTHER MOVE WS-CUR-LINE  TO WS-LINE-NAME
           END-EVALUATE
           MOVE WS-CUR-RATE              TO WS-RPT-RATE
           MOVE 1                        TO WS-LVL
           PERFORM 0400-FORMAT-TOTALS
              THRU 0400-FORMAT-TOTALS-EXIT
           MOVE SPACES                   TO WS-REPORT-LINE
           STRING WS-LINE-NAME ' ' WS-RPT-RATE
                  WS-RPT-AMT WS-RPT-AMT2 WS-RPT-AMT3
                  WS-RPT-AMT4 WS-RPT-AMT5 WS-RPT-AMT6
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE IPTRPT-RECORD FROM WS-REPORT-LINE
      *
           MOVE 2                        TO WS-NEXT-LVL
           PERFORM 0450-ROLL-UP
              THRU 0450-ROLL-UP-EXIT
      *
       0300-PRINT-RATE-EXIT.
           EXIT.
      *
      *================================================================
      * 0350-PRINT-LINE-TOTAL - THE TOTAL FOR THE LINE OF BUSINESS IN
      *     HAND, ADDED TO THE QUARTER.
      *================================================================
       0350-PRINT-LINE-TOTAL.
      *
           MOVE 2                        TO WS-LVL
           PERFORM 0400-FORMAT-TOTALS
              THRU 0400-FORMAT-TOTALS-EXIT
           MOVE SPACES                   TO WS-REPORT-LINE
           STRING WS-LINE-NAME ' TOTAL'
                  WS-RPT-AMT WS-RPT-AMT2 WS-RPT-AMT3
                  WS-RPT-AMT4 WS-RPT-AMT5 WS-RPT-AMT6
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE IPTRPT-RECORD FROM WS-REPORT-LINE
           MOVE SPACES                   TO IPTRPT-RECORD
           WRITE IPTRPT-RECORD
      *
           MOVE 3                        TO WS-NEXT-LVL
           PERFORM 0450-ROLL-UP
              THRU 0450-ROLL-UP-EXIT
      *
       0350-PRINT-LINE-TOTAL-EXIT.
           EXIT.
      *
       0400-FORMAT-TOTALS.
      *
           COMPUTE WS-NET-DUE = WS-TOT-CHARGED(WS-LVL)
                              - WS-TOT-REFUNDED(WS-LVL)
           MOVE WS-TOT-PREMIUM(WS-LVL)   TO WS-RPT-AMT
           MOVE WS-TOT-CHARGED(WS-LVL)   TO WS-RPT-AMT2
           MOVE WS-TOT-REFUNDED(WS-LVL)  TO WS-RPT-AMT3
           MOVE WS-NET-DUE               TO WS-RPT-AMT4
           MOVE WS-TOT-COLLECTED(WS-LVL) TO WS-RPT-AMT5
           MOVE WS-TOT-SET-OFF(WS-LVL)   TO WS-RPT-AMT6
      *
       0400-FORMAT-TOTALS-EXIT.
           EXIT.
      *
      *================================================================
      * 0450-ROLL-UP - ADDS LEVEL WS-LVL TO LEVEL WS-NEXT-LVL AND
      *     STARTS WS-LVL AGAIN FROM ZERO.
      *================================================================
       0450-ROLL-UP.
      *
           ADD WS-TOT-PREMIUM(WS-LVL)    TO WS-TOT-PREMIUM(WS-NEXT-LVL)
           ADD WS-TOT-CHARGED(WS-LVL)    TO WS-TOT-CHARGED(WS-NEXT-LVL)
           ADD WS-TOT-REFUNDED(WS-LVL)   TO
               WS-TOT-REFUNDED(WS-NEXT-LVL)
           ADD WS-TOT-COLLECTED(WS-LVL)  TO
               WS-TOT-COLLECTED(WS-NEXT-LVL)
           ADD WS-TOT-SET-OFF(WS-LVL)    TO WS-TOT-SET-OFF(WS-NEXT-LVL)
           MOVE ZERO                     TO WS-TOT-PREMIUM(WS-LVL)
                                            WS-TOT-CHARGED(WS-LVL)
                                            WS-TOT-REFUNDED(WS-LVL)
                                            WS-TOT-COLLECTED(WS-LVL)
                                            WS-TOT-SET-OFF(WS-LVL)
      *
       0450-ROLL-UP-EXIT.
           EXIT.
      *
      *================================================================
      * 0800-WRITE-SUMMARY - THE QUARTER'S TOTAL LINE AND THE
      *     RECONCILIATION OF THE TAX DUE TO THE TAX COLLECTED.
      *================================================================
       0800-WRITE-SUMMARY.
      *
           MOVE 3                        TO WS-LVL
           PERFORM 0400-FORMAT-TOTALS
              THRU 0400-FORMAT-TOTALS-EXIT
           MOVE SPACES                   TO WS-REPORT-LINE
           STRING 'QUARTER TOTAL    '
                  WS-RPT-AMT WS-RPT-AMT2 WS-RPT-AMT3
                  WS-RPT-AMT4 WS-RPT-AMT5 WS-RPT-AMT6
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE IPTRPT-RECORD FROM WS-REPORT-LINE
      *
           MOVE SPACES                   TO IPTRPT-RECORD
           WRITE IPTRPT-RECORD
           MOVE '-------- RECONCILIATION TO TAX COLLECTED ----------'
                TO IPTRPT-RECORD
           WRITE IPTRPT-RECORD
           MOVE WS-TOT-CHARGED(3)        TO WS-RPT-AMT
           MOVE SPACES                   TO WS-REPORT-LINE
           STRING 'TAX CHARGED               =' WS-RPT-AMT
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE IPTRPT-RECORD FROM WS-REPORT-LINE
           MOVE WS-TOT-REFUNDED(3)       TO WS-RPT-AMT
           MOVE SPACES                   TO WS-REPORT-LINE
           STRING 'LESS TAX REFUNDED         =' WS-RPT-AMT
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE IPTRPT-RECORD FROM WS-REPORT-LINE
           MOVE WS-NET-DUE               TO WS-RPT-AMT
           MOVE SPACES                   TO WS-REPORT-LINE
           STRING 'NET TAX DUE ON THE RETURN =' WS-RPT-AMT
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE IPTRPT-RECORD FROM WS-REPORT-LINE
           MOVE WS-TOT-COLLECTED(3)      TO WS-RPT-AMT
           MOVE SPACES                   TO WS-REPORT-LINE
           STRING 'LESS TAX COLLECTED        =' WS-RPT-AMT
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE IPTRPT-RECORD FROM WS-REPORT-LINE
           COMPUTE WS-UNCOLLECTED = WS-NET-DUE - WS-TOT-COLLECTED(3)
           MOVE WS-UNCOLLECTED           TO WS-RPT-AMT
           MOVE SPACES                   TO WS-REPORT-LINE
           STRING 'MOVEMENT IN TAX OWED      =' WS-RPT-AMT
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE IPTRPT-RECORD FROM WS-REPORT-LINE
           MOVE WS-TOT-SET-OFF(3)        TO WS-RPT-AMT
           MOVE SPACES                   TO WS-REPORT-LINE
           STRING 'TAX SET OFF (MEMO)        =' WS-RPT-AMT
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE IPTRPT-RECORD FROM WS-REPORT-LINE
           MOVE WS-ENTRY-COUNT           TO WS-RPT-CNT
           MOVE SPACES                   TO WS-REPORT-LINE
           STRING 'LEDGER TOTALS READ        =' WS-RPT-CNT
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE IPTRPT-RECORD FROM WS-REPORT-LINE
      *
           DISPLAY 'LGRIPT01 - QUARTER ' WS-QUARTER
                   ' NET TAX DUE=' WS-NET-DUE
                   ' COLLECTED=' WS-TOT-COLLECTED(3)
      *
       0800-WRITE-SUMMARY-EXIT.
           EXIT.
      *
       0900-CLOSE-FILES.
      *
           IF IPTLEDG-OPENED
              CLOSE IPTLEDG
           END-IF
           CLOSE IPTRPT
      *
       0900-CLOSE-FILES-EXIT.
           EXIT.
