      *          CORRECTIVE 'M' RECORD CUT TO RESTORE IT.
      *      THE CORRECTIVE FILE CARRIES ITS OWN HDR/TRL CONTROLS SO
      *      INSB611 BALANCES IT LIKE ANY OTHER EXTRACT.
      *      A STORE INSB632 HAS CLOSED OUT (ITS BOOK END-DATED ON A
      *      CLOSING DAY ALREADY PAST) HAS NO PRICE BOOK TO AUDIT,
      *      AND INSB610 NO LONGER PRICES IT: THE REPORT SAYS SO AND THE
      *      CORRECTIVE FILE CARRIES ONLY ITS HDR/TRL.
      *
      *    INPUT FILES:  PLUF619A - STORE PLU DUMP:
      *                     COLS  1-04  STORE NUMBER (SAME ON EVERY
      *                             (HDR/TRL) FOR THE DRIFTED ITEMS
      *                  PLUR619A - DRIFT AUDIT REPORT
      *
      *    RETURN CODE:  00 - STORE BOOK MATCHES T3375, OR STORE
      *                       CLOSED - NOT AUDITED
      *                  04 - DRIFT FOUND - CORRECTIVE FILE WRITTEN
      *                  08 - PLU DUMP OUT OF ITEM SEQUENCE
      *                  12 - FILE / SQL ERROR OR EMPTY DUMP
       01  H-CST-AMT                     PIC S9(07)V99 COMP-3.
       01  H-MRG-PCT                     PIC S9(03)V99 COMP-3.
       01  H-RTL-AMT                     PIC S9(07)V99 COMP-3.
       01  H-CLS-DT                      PIC X(10).
       01  H-CLS-IND                     PIC S9(04) COMP.

       01  T3375L-EOF-SW                 PIC X(01) VALUE 'N'.
           88  T3375L-EOF                        VALUE 'Y'.
       01  WS-HST-ONLY-COUNT             PIC 9(09) COMP VALUE ZERO.
       01  WS-SEQ-ERR-SW                 PIC X(01) VALUE 'N'.
           88  PLU-SEQ-BROKEN                    VALUE 'Y'.
       01  WS-STORE-CLOSED-SW            PIC X(01) VALUE 'N'.
           88  STORE-CLOSED                      VALUE 'Y'.

       01  WS-REPORT-LINE                PIC X(80).
       01  WS-RPT-CNT                    PIC Z(8)9.
       0000-MAINLINE.

           PERFORM 1000-INITIALIZATION
           IF NOT STORE-CLOSED
              PERFORM 2000-MATCH-MERGE
           END-IF
           PERFORM 9000-SUMMARY-AND-STOP.

      *================================================================
      * 1000-INITIALIZATION - FIRST PLU RECORD ESTABLISHES THE STORE;
      *     OUTPUTS OPENED AND THE CORRECTIVE HEADER WRITTEN.  A
      *     CLOSED STORE STOPS HERE.
      *================================================================
       1000-INITIALIZATION.

           MOVE 'INSB619 '   TO HDR-JOB-ID
           WRITE CORF619A-RECORD FROM PRCF610B-HDR-REC

           PERFORM 1200-CHECK-STORE-CLOSED
           IF STORE-CLOSED
              MOVE SPACES TO WS-REPORT-LINE
              STRING 'STORE ' WS-AUDIT-STORE ' CLOSED ' H-CLS-DT
                     ' - BOOK END-DATED BY INSB632 - NOT AUDITED'
                     DELIMITED BY SIZE INTO WS-REPORT-LINE
              WRITE PLUR619A-RECORD FROM WS-REPORT-LINE
           ELSE
              PERFORM 1100-OPEN-T3375L
           END-IF.

       1100-OPEN-T3375L.

           EXEC SQL
              OPEN T3375L
           END-EXEC
           END-IF
           PERFORM 2200-FETCH-T3375L.

      *================================================================
      * 1200-CHECK-STORE-CLOSED - THE STORE IS CLOSED WHEN INSB632
      *     END-DATED ITS BOOK ON A DAY BEFORE TODAY: ITS CLOSING-SALE
      *     ROWS ('INSB632S') AND THE ROWS IT END-DATED ('INSB632E')
      *     CARRY THE LAST TRADING DAY.  ROWS LEFT PAST THE CLOSE ARE
      *     ON INSB632'S REPORT FOR THE BUYER.
      *================================================================
       1200-CHECK-STORE-CLOSED.

           MOVE ZERO TO H-CLS-IND
           EXEC SQL
              SELECT CHAR(MAX(C.PME_END_EFC_DT), ISO)
                INTO :H-CLS-DT :H-CLS-IND
                FROM T3375_LBR_PRC_HST C
               WHERE C.T063_LCT_NBR    = :H-LCT-NBR
                 AND C.UPD_ID         IN ('INSB632S', 'INSB632E')
                 AND C.PME_END_EFC_DT  < CURRENT DATE
               WITH UR
           END-EXEC
           IF NOT SQL-OK
              DISPLAY 'INSB619: CLOSED-STORE CHECK FAILED SQLCODE='
                      SQLCODE
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF
           IF H-CLS-IND NOT < ZERO
              MOVE 'Y' TO WS-STORE-CLOSED-SW
           END-IF.

       1500-READ-PLUF619A.

           READ PLUF619A INTO PLUF619A-REC
           WRITE PLUR619A-RECORD FROM WS-REPORT-LINE
           CLOSE PLUR619A

           IF STORE-CLOSED
              DISPLAY 'INSB619: STORE ' WS-AUDIT-STORE ' CLOSED '
                      H-CLS-DT ' - NOT AUDITED'
              MOVE 0 TO RETURN-CODE
              STOP RUN
           END-IF
           IF PLU-SEQ-BROKEN
              DISPLAY 'INSB619: PLU DUMP OUT OF ITEM SEQUENCE -'
                      ' AUDIT ABANDONED - RE-SORT AND RERUN'
