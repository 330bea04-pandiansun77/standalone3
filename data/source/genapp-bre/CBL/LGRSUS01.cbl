       IDENTIFICATION DIVISION.
       PROGRAM-ID. LGRSUS01.
       AUTHOR. INSURANCE-APPLICATIONS-TEAM.
       INSTALLATION. POLICY-ADMINISTRATION.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.
      *================================================================
      * MODIFICATION HISTORY
      *   2026-10-15  PA  ORIGINAL -- UNAPPLIED-CASH SUSPENSE AGING.
      *                   NIGHTLY, AFTER LGRRCP01: SHOWS THE CASH DESK
      *                   HOW LONG EACH SUSPENSE ITEM HAS WAITED SO
      *                   MONEY IS NOT CARRIED UNALLOCATED PAST
      *                   MONTH-END.
      *================================================================
      *================================================================
      *    FUNCTION:
      *      READS THE SUSPENSE KSDS SEQUENTIALLY AND AGES EVERY ITEM
      *      WITH MONEY STILL UNALLOCATED (STATUS O OR P) FROM ITS
      *      RECEIPT DATE, IN THE BANDS 0-7 / 8-30 / 31-60 / OVER 60
      *      DAYS, WITH A DETAIL LINE PER ITEM AND BAND TOTALS.  AN
      *      ITEM RECEIVED BEFORE THE FIRST OF THE CURRENT MONTH HAS
      *      ALREADY BEEN CARRIED OVER A MONTH-END AND IS FLAGGED.
      *      ITEMS AUTHORIZED FOR REFUND ON LGASUS01 BUT NOT YET PAID
      *      BY LGRDSB01 ARE LISTED SEPARATELY.  CLEARED AND REFUNDED
      *      ITEMS ARE NOT REPORTED.
      *
      *    INPUT FILE:   SUSPENSE - UNAPPLIED-CASH KSDS.
      *    OUTPUT FILE:  SUSRPT   - SUSPENSE AGING REPORT.
      *
      *    RETURN CODE:  00 - NOTHING OLD IN SUSPENSE
      *                  04 - AN ITEM OVER 30 DAYS OLD OR CARRIED
      *                       PAST MONTH-END
      *                  08 - FILE ERROR
      *================================================================
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *
           SELECT SUSPENSE ASSIGN TO SUSPENSE
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS SUS-ITEM-NUM
              FILE STATUS IS SUSPENSE-STATUS.
      *
           SELECT SUSRPT ASSIGN TO SUSRPT
              FILE STATUS IS SUSRPT-STATUS.
      *
       DATA DIVISION.
       FILE SECTION.
      *
       FD  SUSPENSE
           BLOCK CONTAINS 0 RECORDS.
       COPY LGCSUSP.
      *
       FD  SUSRPT
           BLOCK CONTAINS 0 RECORDS.
       01  SUSRPT-RECORD                  PIC X(100).
      *
       WORKING-STORAGE SECTION.
      *
       77  FILLER                         PIC X(36) VALUE
                   'LGRSUS01 WORKING STORAGE BEGINS HR'.
      *
       01  WS-AREA.
           05  SUSPENSE-STATUS            PIC XX VALUE '00'.
               88  SUSPENSE-OPEN-OK               VALUE '00'.
               88  SUSPENSE-NOT-FOUND             VALUE '35'.
           05  SUSRPT-STATUS              PIC XX VALUE '00'.
           05  SW-EOF                     PIC X(01) VALUE 'N'.
               88  END-OF-FILE                    VALUE 'Y'.
      *
       01  WS-TODAY-DATE                  PIC 9(08).
       01  WS-TODAY-INTDATE               PIC 9(07) VALUE ZERO.
      *    THE FIRST OF THE CURRENT MONTH, CCYY-MM-01.  AN ITEM
      *    RECEIVED BEFORE IT HAS BEEN THROUGH A MONTH-END.
       01  WS-MONTH-START                 PIC X(10) VALUE SPACES.
       01  WS-AGE-FROM-DATE               PIC X(10) VALUE SPACES.
       01  WS-AGE-NUMDATE                 PIC 9(08) VALUE ZERO.
       01  WS-AGE-NUMDATE-X REDEFINES WS-AGE-NUMDATE.
           05  FILLER                     PIC X(04).
           05  WS-AGE-MM                  PIC 9(02).
           05  WS-AGE-DD                  PIC 9(02).
       01  WS-AGE-INTDATE                 PIC 9(07) VALUE ZERO.
       01  WS-DAYS-HELD                   PIC S9(07) VALUE ZERO.
       01  WS-UNALLOCATED                 PIC 9(08)V99 VALUE ZERO.
       01  WS-RPT-FLAG                    PIC X(18) VALUE SPACES.
      *
      *    AGING BANDS: 0-7 / 8-30 / 31-60 / OVER 60 DAYS.
       01  WS-BAND-SLOT                   PIC 9(01) VALUE 1.
       01  WS-SUSPENSE-SUMS.
           05  WS-BAND-AMOUNT OCCURS 4 TIMES PIC 9(11)V99 COMP-3.
           05  WS-BAND-COUNT  OCCURS 4 TIMES PIC 9(07)    COMP-3.
      *
       01  WS-OPEN-COUNT                  PIC 9(07) COMP VALUE ZERO.
       01  WS-TOTAL-OPEN                  PIC 9(11)V99 VALUE ZERO.
       01  WS-OLD-COUNT                   PIC 9(07) COMP VALUE ZERO.
       01  WS-MONTH-END-COUNT             PIC 9(07) COMP VALUE ZERO.
       01  WS-TOTAL-MONTH-END             PIC 9(11)V99 VALUE ZERO.
       01  WS-REFUND-WAIT-COUNT           PIC 9(07) COMP VALUE ZERO.
       01  WS-TOTAL-REFUND-WAIT           PIC 9(11)V99 VALUE ZERO.
      *
       01  WS-REPORT-LINE                 PIC X(100).
       01  WS-RPT-CNT                     PIC Z(6)9.
       01  WS-RPT-AMT                     PIC -(9)9.99.
       01  WS-RPT-DAYS                    PIC Z(4)9.
      *
       PROCEDURE DIVISION.
      *
       0000-MAINLINE.
      *
           PERFORM 0100-INITIALIZATION
           PERFORM 0200-AGE-SUSPENSE
              THRU 0200-AGE-SUSPENSE-EXIT
           PERFORM 0800-WRITE-AGING-SUMMARY
           PERFORM 0900-CLOSE-FILES
      *
           IF RETURN-CODE NOT = 8
              IF WS-OLD-COUNT > ZERO
                 OR WS-MONTH-END-COUNT > ZERO
                 MOVE 4                  TO RETURN-CODE
              END-IF
           END-IF
      *
           GOBACK.
      *
       0100-INITIALIZATION.
      *
           OPEN OUTPUT SUSRPT
           MOVE '-------- LGRSUS01 UNAPPLIED-CASH SUSPENSE AGING -'
                TO SUSRPT-RECORD
           WRITE SUSRPT-RECORD
      *
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           COMPUTE WS-TODAY-INTDATE =
                   FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE)
           MOVE WS-TODAY-DATE(1:4)       TO WS-MONTH-START(1:4)
           MOVE '-'                      TO WS-MONTH-START(5:1)
           MOVE WS-TODAY-DATE(5:2)       TO WS-MONTH-START(6:2)
           MOVE '-01'                    TO WS-MONTH-START(8:3)
      *
           PERFORM VARYING WS-BAND-SLOT FROM 1 BY 1
                   UNTIL WS-BAND-SLOT > 4
              MOVE ZERO TO WS-BAND-AMOUNT(WS-BAND-SLOT)
                           WS-BAND-COUNT(WS-BAND-SLOT)
           END-PERFORM
      *
      *    NO SUSPENSE FILE YET MEANS LGRRCP01 HAS NEVER HAD MONEY IT
      *    COULD NOT APPLY - AN EMPTY REPORT, NOT AN ERROR.
           OPEN INPUT SUSPENSE
           IF SUSPENSE-NOT-FOUND
              MOVE 'NO SUSPENSE FILE - NOTHING IN SUSPENSE'
                   TO SUSRPT-RECORD
              WRITE SUSRPT-RECORD
           END-IF
           IF NOT SUSPENSE-OPEN-OK
              AND NOT SUSPENSE-NOT-FOUND
              DISPLAY '**LGRSUS01 - SUSPENSE OPEN ERROR - STATUS '
                      SUSPENSE-STATUS
              MOVE 8                     TO RETURN-CODE
           END-IF
      *
       0100-INITIALIZATION-EXIT.
           EXIT.
      *
       0200-AGE-SUSPENSE.
      *
           IF NOT SUSPENSE-OPEN-OK
              GO TO 0200-AGE-SUSPENSE-EXIT
           END-IF
           MOVE 'N'                      TO SW-EOF
           PERFORM UNTIL END-OF-FILE
              READ SUSPENSE NEXT RECORD
                 AT END SET END-OF-FILE  TO TRUE
              END-READ
              IF NOT END-OF-FILE
                 EVALUATE TRUE
                    WHEN SUS-OPEN
                    WHEN SUS-PART-ALLOCATED
                       PERFORM 0300-AGE-ONE-ITEM
                          THRU 0300-AGE-ONE-ITEM-EXIT
                    WHEN SUS-REFUND-AUTHORIZED
                       PERFORM 0400-LIST-REFUND-WAITING
                          THRU 0400-LIST-REFUND-WAITING-EXIT
                    WHEN OTHER
                       CONTINUE
                 END-EVALUATE
              END-IF
           END-PERFORM
      *
       0200-AGE-SUSPENSE-EXIT.
           EXIT.
      *
      *================================================================
      * 0300-AGE-ONE-ITEM - AGES WHAT IS STILL UNALLOCATED FROM THE
      *     RECEIPT DATE.  A RECEIPT DATE THAT IS NOT A DATE (IT CAME
      *     OFF THE RECEIPT AS KEYED) IS AGED FROM THE DAY THE ITEM
      *     WAS POSTED INSTEAD.
      *================================================================
       0300-AGE-ONE-ITEM.
      *
           COMPUTE WS-UNALLOCATED = SUS-AMOUNT - SUS-ALLOCATED
           IF WS-UNALLOCATED NOT > ZERO
              GO TO 0300-AGE-ONE-ITEM-EXIT
           END-IF
      *
           MOVE SUS-RECEIPT-DATE         TO WS-AGE-FROM-DATE
           MOVE WS-AGE-FROM-DATE(1:4)    TO WS-AGE-NUMDATE-X(1:4)
           MOVE WS-AGE-FROM-DATE(6:2)    TO WS-AGE-NUMDATE-X(5:2)
           MOVE WS-AGE-FROM-DATE(9:2)    TO WS-AGE-NUMDATE-X(7:2)
           IF WS-AGE-NUMDATE-X NOT NUMERIC
              OR WS-AGE-MM < 01 OR WS-AGE-MM > 12
              OR WS-AGE-DD < 01 OR WS-AGE-DD > 31
              MOVE SUS-POSTED-DATE       TO WS-AGE-FROM-DATE
              MOVE WS-AGE-FROM-DATE(1:4) TO WS-AGE-NUMDATE-X(1:4)
              MOVE WS-AGE-FROM-DATE(6:2) TO WS-AGE-NUMDATE-X(5:2)
              MOVE WS-AGE-FROM-DATE(9:2) TO WS-AGE-NUMDATE-X(7:2)
           END-IF
           COMPUTE WS-AGE-INTDATE =
                   FUNCTION INTEGER-OF-DATE(WS-AGE-NUMDATE)
           COMPUTE WS-DAYS-HELD = WS-TODAY-INTDATE - WS-AGE-INTDATE
           IF WS-DAYS-HELD < ZERO
              MOVE ZERO                  TO WS-DAYS-HELD
           END-IF
      *
           ADD 1                         TO WS-OPEN-COUNT
           ADD WS-UNALLOCATED            TO WS-TOTAL-OPEN
      *
           EVALUATE TRUE
              WHEN WS-DAYS-HELD <= 7
                 MOVE 1                  TO WS-BAND-SLOT
              WHEN WS-DAYS-HELD <= 30
                 MOVE 2                  TO WS-BAND-SLOT
              WHEN WS-DAYS-HELD <= 60
                 MOVE 3                  TO WS-BAND-SLOT
              WHEN OTHER
                 MOVE 4                  TO WS-BAND-SLOT
           END-EVALUATE
           ADD WS-UNALLOCATED            TO
               WS-BAND-AMOUNT(WS-BAND-SLOT)
           ADD 1                         TO
               WS-BAND-COUNT(WS-BAND-SLOT)
           IF WS-DAYS-HELD > 30
              ADD 1                      TO WS-OLD-COUNT
           END-IF
      *
           MOVE SPACES                   TO WS-RPT-FLAG
           IF WS-AGE-FROM-DATE < WS-MONTH-START
              ADD 1                      TO WS-MONTH-END-COUNT
              ADD WS-UNALLOCATED         TO WS-TOTAL-MONTH-END
              MOVE ' PAST MONTH-END'     TO WS-RPT-FLAG
           END-IF
      *
           MOVE WS-UNALLOCATED           TO WS-RPT-AMT
           MOVE WS-DAYS-HELD             TO WS-RPT-DAYS
           MOVE SPACES                   TO WS-REPORT-LINE
           STRING 'SUSPENSE ' SUS-ITEM-NUM
                  ' ' SUS-REASON
                  ' REF ' SUS-POLICY-REF
                  ' RCVD ' SUS-RECEIPT-DATE
                  ' HELD' WS-RPT-DAYS
                  ' OPEN=' WS-RPT-AMT
                  WS-RPT-FLAG
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE SUSRPT-RECORD FROM WS-REPORT-LINE
      *
       0300-AGE-ONE-ITEM-EXIT.
           EXIT.
      *
      *================================================================
      * 0400-LIST-REFUND-WAITING - AN ITEM AUTHORIZED FOR REFUND THAT
      *     LGRDSB01 HAS NOT YET PAID.
      *================================================================
       0400-LIST-REFUND-WAITING.
      *
           ADD 1                         TO WS-REFUND-WAIT-COUNT
           ADD SUS-REFUND-AMOUNT         TO WS-TOTAL-REFUND-WAIT
           MOVE SUS-REFUND-AMOUNT        TO WS-RPT-AMT
           MOVE SPACES                   TO WS-REPORT-LINE
           STRING 'REFUND   ' SUS-ITEM-NUM
                  ' AUTH ' SUS-LAST-USER
                  ' ON ' SUS-LAST-ACTION-DATE
                  ' AMOUNT=' WS-RPT-AMT
                  ' AWAITING PAYMENT'
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE SUSRPT-RECORD FROM WS-REPORT-LINE
      *
       0400-LIST-REFUND-WAITING-EXIT.
           EXIT.
      *
       0800-WRITE-AGING-SUMMARY.
      *
           MOVE '-------- SUSPENSE AGING TOTALS ------------------'
                TO SUSRPT-RECORD
           WRITE SUSRPT-RECORD
           MOVE WS-BAND-COUNT(1)         TO WS-RPT-CNT
           MOVE WS-BAND-AMOUNT(1)        TO WS-RPT-AMT
           MOVE SPACES                   TO WS-REPORT-LINE
           STRING '0-7 DAYS   N=' WS-RPT-CNT ' OPEN=' WS-RPT-AMT
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE SUSRPT-RECORD FROM WS-REPORT-LINE
           MOVE WS-BAND-COUNT(2)         TO WS-RPT-CNT
           MOVE WS-BAND-AMOUNT(2)        TO WS-RPT-AMT
           MOVE SPACES                   TO WS-REPORT-LINE
           STRING '8-30 DAYS  N=' WS-RPT-CNT ' OPEN=' WS-RPT-AMT
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE SUSRPT-RECORD FROM WS-REPORT-LINE
           MOVE WS-BAND-COUNT(3)         TO WS-RPT-CNT
           MOVE WS-BAND-AMOUNT(3)        TO WS-RPT-AMT
           MOVE SPACES                   TO WS-REPORT-LINE
           STRING '31-60 DAYS N=' WS-RPT-CNT ' OPEN=' WS-RPT-AMT
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE SUSRPT-RECORD FROM WS-REPORT-LINE
           MOVE WS-BAND-COUNT(4)         TO WS-RPT-CNT
           MOVE WS-BAND-AMOUNT(4)        TO WS-RPT-AMT
           MOVE SPACES                   TO WS-REPORT-LINE
           STRING 'OVER 60    N=' WS-RPT-CNT ' OPEN=' WS-RPT-AMT
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE SUSRPT-RECORD FROM WS-REPORT-LINE
      *
           MOVE WS-TOTAL-OPEN            TO WS-RPT-AMT
           MOVE WS-OPEN-COUNT            TO WS-RPT-CNT
           MOVE SPACES                   TO WS-REPORT-LINE
           STRING 'TOTAL IN SUSPENSE=' WS-RPT-AMT
                  '  ITEMS=' WS-RPT-CNT
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE SUSRPT-RECORD FROM WS-REPORT-LINE
           MOVE WS-TOTAL-MONTH-END       TO WS-RPT-AMT
           MOVE WS-MONTH-END-COUNT       TO WS-RPT-CNT
           MOVE SPACES                   TO WS-REPORT-LINE
           STRING 'PAST MONTH-END   =' WS-RPT-AMT
                  '  ITEMS=' WS-RPT-CNT
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE SUSRPT-RECORD FROM WS-REPORT-LINE
           MOVE WS-TOTAL-REFUND-WAIT     TO WS-RPT-AMT
           MOVE WS-REFUND-WAIT-COUNT     TO WS-RPT-CNT
           MOVE SPACES                   TO WS-REPORT-LINE
           STRING 'REFUNDS TO PAY   =' WS-RPT-AMT
                  '  ITEMS=' WS-RPT-CNT
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE SUSRPT-RECORD FROM WS-REPORT-LINE
      *
           DISPLAY 'LGRSUS01 - IN SUSPENSE=' WS-TOTAL-OPEN
                   ' PAST MONTH-END=' WS-TOTAL-MONTH-END
      *
       0800-WRITE-AGING-SUMMARY-EXIT.
           EXIT.
      *
       0900-CLOSE-FILES.
      *
           IF SUSPENSE-OPEN-OK
              CLOSE SUSPENSE
           END-IF
           CLOSE SUSRPT
      *
       0900-CLOSE-FILES-EXIT.
           EXIT.
