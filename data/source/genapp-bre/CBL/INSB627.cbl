       IDENTIFICATION DIVISION.
       PROGRAM-ID. INSB627.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      *
      *================================================================
      *    FUNCTION:
      *      WEEKLY STORE-LEVEL PRICE OVERRIDE REPORT.  LISTS, BY
      *      STORE, EVERY T3425_STR_PRC_OVR OVERRIDE IN FORCE TODAY
      *      WITH THE GROUP PRICE THE STORE WOULD OTHERWISE CHARGE
      *      (TODAY'S T3375 ROW, WHICH INSB610 KEEPS AT THE GROUP
      *      PRICE WHILE THE OVERRIDE HOLDS), THE MARGIN GIVEN UP PER
      *      UNIT AND THE MARGIN PERCENT THE OVERRIDE CARRIES OVER
      *      COST, WITH STORE AND CHAIN TOTALS.  OVERRIDES INSB610
      *      REFUSED FOR FALLING BELOW THE PRCF610M MARGIN FLOOR THAT
      *      WOULD STILL HAVE BEEN IN FORCE ARE LISTED AFTERWARDS SO
      *      THE STORES CAN BE TOLD.
      *
      *    INPUT FILES:  NONE (T3425_STR_PRC_OVR, T3375_LBR_PRC_HST)
      *
      *    OUTPUT FILES: OVRR627A - STORE OVERRIDE REPORT
      *
      *    RETURN CODE:  00 - REPORT WRITTEN
      *                  04 - REPORT WRITTEN, REFUSED OVERRIDES LISTED
      *                  12 - SQL OR FILE ERROR
      *================================================================
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT OVRR627A ASSIGN TO OVRR627A
              FILE STATUS IS OVRR627A-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  OVRR627A
           BLOCK CONTAINS 0 RECORDS.
       01  OVRR627A-RECORD                PIC X(80).

       WORKING-STORAGE SECTION.

       77  FILLER                         PIC X(36) VALUE
                   'INSB627 WORKING STORAGE BEGINS HERE'.

       01  WS-AREA.
           05  OVRR627A-STATUS            PIC XX  VALUE '00'.
               88  OVRR627A-VALID-STATUS          VALUE '00'.

      *--  REPORT DETAIL LINES -------------------------------------*
       01  WS-DTL-LINE.
           05  DTL-STORE                 PIC 9(04).
           05  FILLER                    PIC X(01) VALUE SPACE.
           05  DTL-ITEM                  PIC 9(09).
           05  FILLER                    PIC X(01) VALUE SPACE.
           05  DTL-OVR-RTL               PIC -(5)9.99.
           05  FILLER                    PIC X(01) VALUE SPACE.
           05  DTL-GRP-RTL               PIC -(5)9.99.
           05  FILLER                    PIC X(01) VALUE SPACE.
           05  DTL-MRG-COST              PIC -(4)9.99.
           05  FILLER                    PIC X(01) VALUE SPACE.
           05  DTL-MRG-PCT               PIC -(3)9.99.
           05  FILLER                    PIC X(01) VALUE SPACE.
           05  DTL-END-DT                PIC X(10).
           05  FILLER                    PIC X(01) VALUE SPACE.
           05  DTL-ATH-USR-ID            PIC X(08).
           05  FILLER                    PIC X(09) VALUE SPACES.

       01  WS-DTL-LINE2.
           05  FILLER                    PIC X(15) VALUE
                   '       REASON: '.
           05  DTL2-RSN-TXT              PIC X(30).
           05  FILLER                    PIC X(08) VALUE
                   '  FROM: '.
           05  DTL2-BGN-DT               PIC X(10).
           05  FILLER                    PIC X(17) VALUE SPACES.

      *--  WORK FIELDS AND COUNTS ----------------------------------*
       01  WS-PREV-STORE                 PIC 9(04) VALUE ZERO.
       01  WS-FIRST-SW                   PIC X(01) VALUE 'Y'.
           88  FIRST-ROW                         VALUE 'Y'.
       01  WS-MRG-COST                   PIC S9(07)V99 COMP-3.
       01  WS-MRG-PCT                    PIC S9(05)V99 COMP-3.
       01  WS-STR-COUNT                  PIC 9(07) COMP VALUE ZERO.
       01  WS-STR-MRG-COST               PIC S9(11)V99 COMP-3
                                             VALUE ZERO.
       01  WS-TOT-COUNT                  PIC 9(09) COMP VALUE ZERO.
       01  WS-TOT-STORES                 PIC 9(09) COMP VALUE ZERO.
       01  WS-TOT-NOGRP                  PIC 9(09) COMP VALUE ZERO.
       01  WS-TOT-MRG-COST               PIC S9(13)V99 COMP-3
                                             VALUE ZERO.
       01  WS-REF-COUNT                  PIC 9(09) COMP VALUE ZERO.

      *--  HOST VARIABLES ------------------------------------------*
       01  H-TODAY                       PIC X(10).
       01  H-LCT-NBR                     PIC 9(04).
       01  H-ITM-NBR                     PIC 9(09).
       01  H-OVR-RTL-AMT                 PIC S9(07)V99 COMP-3.
       01  H-GRP-RTL-AMT                 PIC S9(07)V99 COMP-3.
       01  H-GRP-CST-AMT                 PIC S9(07)V99 COMP-3.
       01  H-GRP-IND                     PIC S9(04) COMP.
       01  H-RSN-TXT                     PIC X(30).
       01  H-ATH-USR-ID                  PIC X(08).
       01  H-OVR-BGN-DT                  PIC X(10).
       01  H-OVR-END-DT                  PIC X(10).

       01  T3425R-EOF-SW                 PIC X(01) VALUE 'N'.
           88  T3425R-EOF                        VALUE 'Y'.
       01  T3425X-EOF-SW                 PIC X(01) VALUE 'N'.
           88  T3425X-EOF                        VALUE 'Y'.

       01  WS-REPORT-LINE                PIC X(80).
       01  WS-RPT-CNT                    PIC Z(8)9.
       01  WS-RPT-CNT2                   PIC Z(8)9.
       01  WS-RPT-AMT                    PIC -(10)9.99.

           COPY SQLCA.

      *--  OVERRIDES IN FORCE TODAY WITH TODAY'S GROUP PRICE, BY
      *--  STORE AND ITEM ------------------------------------------*
           EXEC SQL
              DECLARE T3425R CURSOR FOR
               SELECT OVR.T063_LCT_NBR,
                      OVR.T024_ITM_NBR,
                      OVR.OVR_RTL_PRC_AMT,
                      HST.RTL_PRC_AMT,
                      HST.CST_AMT,
                      OVR.OVR_RSN_TXT,
                      OVR.ATH_USR_ID,
                      OVR.OVR_BGN_DT,
                      OVR.OVR_END_DT
                 FROM T3425_STR_PRC_OVR OVR
                 LEFT OUTER JOIN T3375_LBR_PRC_HST HST
                   ON HST.T024_ITM_NBR = OVR.T024_ITM_NBR
                  AND HST.T063_LCT_NBR = OVR.T063_LCT_NBR
                  AND HST.T3375_PRC_DT = :H-TODAY
                WHERE OVR.OVR_STS_CD   = 'A'
                  AND OVR.OVR_BGN_DT  <= :H-TODAY
                  AND OVR.OVR_END_DT  >= :H-TODAY
             ORDER BY OVR.T063_LCT_NBR,
                      OVR.T024_ITM_NBR
              WITH UR
           END-EXEC.

      *--  REFUSED OVERRIDES THAT HAVE NOT YET RUN OUT ---------------*
           EXEC SQL
              DECLARE T3425X CURSOR FOR
               SELECT T063_LCT_NBR,
                      T024_ITM_NBR,
                      OVR_RTL_PRC_AMT,
                      OVR_RSN_TXT,
                      ATH_USR_ID,
                      OVR_BGN_DT,
                      OVR_END_DT
                 FROM T3425_STR_PRC_OVR
                WHERE OVR_STS_CD   = 'R'
                  AND OVR_END_DT  >= :H-TODAY
             ORDER BY T063_LCT_NBR,
                      T024_ITM_NBR
              WITH UR
           END-EXEC.

       PROCEDURE DIVISION.

       0000-MAINLINE.

           PERFORM 1000-INITIALIZATION
           PERFORM 2000-LIST-ACTIVE
           PERFORM 3000-LIST-REFUSED
           PERFORM 9000-SUMMARY-AND-STOP.

      *================================================================
      * 1000-INITIALIZATION - RUN DATE AND REPORT FILE.
      *================================================================
       1000-INITIALIZATION.

           EXEC SQL
             SET :H-TODAY = CHAR(CURRENT_DATE, ISO)
           END-EXEC
           IF NOT SQL-OK
              DISPLAY 'INSB627: SET TODAY FAILED SQLCODE=' SQLCODE
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN OUTPUT OVRR627A
           IF NOT OVRR627A-VALID-STATUS
              DISPLAY 'INSB627: OVRR627A DID NOT OPEN - STATUS '
                      OVRR627A-STATUS
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF
           MOVE '------ INSB627 STORE PRICE OVERRIDES IN FORCE ------'
                TO OVRR627A-RECORD
           WRITE OVRR627A-RECORD
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'RUN DATE: ' H-TODAY
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE OVRR627A-RECORD FROM WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           WRITE OVRR627A-RECORD FROM WS-REPORT-LINE
           MOVE 'STOR ITEM       OVERRIDE GROUP-RTL MRG-COST MRG-PCT'
                TO OVRR627A-RECORD
           MOVE 'EXPIRES    AUTH-BY' TO OVRR627A-RECORD(53:18)
           WRITE OVRR627A-RECORD.

      *================================================================
      * 2000-LIST-ACTIVE - ONE LINE PAIR PER OVERRIDE IN FORCE, WITH A
      *     SUBTOTAL AT EACH CHANGE OF STORE.
      *================================================================
       2000-LIST-ACTIVE.

           EXEC SQL
              OPEN T3425R
           END-EXEC
           IF NOT SQL-OK
              DISPLAY 'INSB627: T3425R OPEN FAILED SQLCODE=' SQLCODE
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF

           PERFORM 2100-FETCH-T3425R
           PERFORM UNTIL T3425R-EOF
              IF NOT FIRST-ROW AND H-LCT-NBR NOT = WS-PREV-STORE
                 PERFORM 2300-STORE-TOTAL
              END-IF
              IF FIRST-ROW OR H-LCT-NBR NOT = WS-PREV-STORE
                 MOVE 'N' TO WS-FIRST-SW
                 MOVE H-LCT-NBR TO WS-PREV-STORE
                 ADD 1 TO WS-TOT-STORES
              END-IF
              PERFORM 2200-LIST-ONE-OVERRIDE
              PERFORM 2100-FETCH-T3425R
           END-PERFORM
           IF NOT FIRST-ROW
              PERFORM 2300-STORE-TOTAL
           END-IF

           EXEC SQL
              CLOSE T3425R
           END-EXEC.

       2100-FETCH-T3425R.

           EXEC SQL
              FETCH T3425R
               INTO :H-LCT-NBR,
                    :H-ITM-NBR,
                    :H-OVR-RTL-AMT,
                    :H-GRP-RTL-AMT :H-GRP-IND,
                    :H-GRP-CST-AMT :H-GRP-IND,
                    :H-RSN-TXT,
                    :H-ATH-USR-ID,
                    :H-OVR-BGN-DT,
                    :H-OVR-END-DT
           END-EXEC

           IF SQL-EOF
              MOVE 'Y' TO T3425R-EOF-SW
           ELSE
              IF NOT SQL-OK
                 DISPLAY 'INSB627: T3425R FETCH FAILED SQLCODE='
                         SQLCODE
                 MOVE 12 TO RETURN-CODE
                 STOP RUN
              END-IF
           END-IF.

      *================================================================
      * 2200-LIST-ONE-OVERRIDE - THE MARGIN COST IS THE GROUP RETAIL
      *     LESS THE OVERRIDE RETAIL, PER UNIT; THE MARGIN PERCENT IS
      *     THE OVERRIDE RETAIL OVER TODAY'S COST.  WITH NO T3375 ROW
      *     FOR TODAY THE GROUP PRICE IS SHOWN AS ZERO AND NO COST IS
      *     ADDED TO THE TOTALS.
      *================================================================
       2200-LIST-ONE-OVERRIDE.

           ADD 1 TO WS-STR-COUNT
           ADD 1 TO WS-TOT-COUNT
           IF H-GRP-IND < ZERO
              MOVE ZERO TO H-GRP-RTL-AMT
                           H-GRP-CST-AMT
                           WS-MRG-COST
                           WS-MRG-PCT
              ADD 1 TO WS-TOT-NOGRP
           ELSE
              COMPUTE WS-MRG-COST = H-GRP-RTL-AMT - H-OVR-RTL-AMT
              IF H-OVR-RTL-AMT > ZERO
                 COMPUTE WS-MRG-PCT ROUNDED =
                    ((H-OVR-RTL-AMT - H-GRP-CST-AMT) * 100)
                       / H-OVR-RTL-AMT
                    ON SIZE ERROR
                       MOVE -999.99 TO WS-MRG-PCT
                 END-COMPUTE
              ELSE
                 MOVE ZERO TO WS-MRG-PCT
              END-IF
              ADD WS-MRG-COST TO WS-STR-MRG-COST
                                 WS-TOT-MRG-COST
           END-IF

           MOVE H-LCT-NBR     TO DTL-STORE
           MOVE H-ITM-NBR     TO DTL-ITEM
           MOVE H-OVR-RTL-AMT TO DTL-OVR-RTL
           MOVE H-GRP-RTL-AMT TO DTL-GRP-RTL
           MOVE WS-MRG-COST   TO DTL-MRG-COST
           MOVE WS-MRG-PCT    TO DTL-MRG-PCT
           MOVE H-OVR-END-DT  TO DTL-END-DT
           MOVE H-ATH-USR-ID  TO DTL-ATH-USR-ID
           WRITE OVRR627A-RECORD FROM WS-DTL-LINE
           MOVE H-RSN-TXT     TO DTL2-RSN-TXT
           MOVE H-OVR-BGN-DT  TO DTL2-BGN-DT
           WRITE OVRR627A-RECORD FROM WS-DTL-LINE2.

      *================================================================
      * 2300-STORE-TOTAL - OVERRIDE COUNT AND MARGIN COST PER UNIT
      *     SOLD FOR THE STORE JUST FINISHED.
      *================================================================
       2300-STORE-TOTAL.

           MOVE WS-STR-COUNT    TO WS-RPT-CNT
           MOVE WS-STR-MRG-COST TO WS-RPT-AMT
           MOVE SPACES TO WS-REPORT-LINE
           STRING '  STORE ' WS-PREV-STORE
                  ' OVERRIDES=' WS-RPT-CNT
                  '  MARGIN COST/UNIT=' WS-RPT-AMT
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE OVRR627A-RECORD FROM WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           WRITE OVRR627A-RECORD FROM WS-REPORT-LINE
           MOVE ZERO TO WS-STR-COUNT
                        WS-STR-MRG-COST.

      *================================================================
      * 3000-LIST-REFUSED - OVERRIDES INSB610 REFUSED AS BELOW THE
      *     MARGIN FLOOR, STILL WITHIN THEIR REQUESTED DATES.
      *================================================================
       3000-LIST-REFUSED.

           EXEC SQL
              OPEN T3425X
           END-EXEC
           IF NOT SQL-OK
              DISPLAY 'INSB627: T3425X OPEN FAILED SQLCODE=' SQLCODE
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF

           PERFORM 3100-FETCH-T3425X
           IF NOT T3425X-EOF
              MOVE SPACES TO WS-REPORT-LINE
              WRITE OVRR627A-RECORD FROM WS-REPORT-LINE
              MOVE '--- OVERRIDES REFUSED - BELOW THE MARGIN FLOOR ---'
                TO OVRR627A-RECORD
              WRITE OVRR627A-RECORD
           END-IF
           PERFORM UNTIL T3425X-EOF
              ADD 1 TO WS-REF-COUNT
              MOVE H-LCT-NBR     TO DTL-STORE
              MOVE H-ITM-NBR     TO DTL-ITEM
              MOVE H-OVR-RTL-AMT TO DTL-OVR-RTL
              MOVE ZERO          TO DTL-GRP-RTL
                                    DTL-MRG-COST
                                    DTL-MRG-PCT
              MOVE H-OVR-END-DT  TO DTL-END-DT
              MOVE H-ATH-USR-ID  TO DTL-ATH-USR-ID
              WRITE OVRR627A-RECORD FROM WS-DTL-LINE
              MOVE H-RSN-TXT     TO DTL2-RSN-TXT
              MOVE H-OVR-BGN-DT  TO DTL2-BGN-DT
              WRITE OVRR627A-RECORD FROM WS-DTL-LINE2
              PERFORM 3100-FETCH-T3425X
           END-PERFORM

           EXEC SQL
              CLOSE T3425X
           END-EXEC.

       3100-FETCH-T3425X.

           EXEC SQL
              FETCH T3425X
               INTO :H-LCT-NBR,
                    :H-ITM-NBR,
                    :H-OVR-RTL-AMT,
                    :H-RSN-TXT,
                    :H-ATH-USR-ID,
                    :H-OVR-BGN-DT,
                    :H-OVR-END-DT
           END-EXEC

           IF SQL-EOF
              MOVE 'Y' TO T3425X-EOF-SW
           ELSE
              IF NOT SQL-OK
                 DISPLAY 'INSB627: T3425X FETCH FAILED SQLCODE='
                         SQLCODE
                 MOVE 12 TO RETURN-CODE
                 STOP RUN
              END-IF
           END-IF.

      *================================================================
      * 9000-SUMMARY-AND-STOP - CHAIN TOTALS AND RETURN CODE.
      *================================================================
       9000-SUMMARY-AND-STOP.

           MOVE SPACES TO WS-REPORT-LINE
           WRITE OVRR627A-RECORD FROM WS-REPORT-LINE
           MOVE WS-TOT-COUNT  TO WS-RPT-CNT
           MOVE WS-TOT-STORES TO WS-RPT-CNT2
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'OVERRIDES IN FORCE=' WS-RPT-CNT
                  '  STORES=' WS-RPT-CNT2
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE OVRR627A-RECORD FROM WS-REPORT-LINE
           MOVE WS-TOT-MRG-COST TO WS-RPT-AMT
           MOVE SPACES TO WS-REPORT-LINE
           STRING '  CHAIN MARGIN COST/UNIT=' WS-RPT-AMT
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE OVRR627A-RECORD FROM WS-REPORT-LINE
           MOVE WS-TOT-NOGRP TO WS-RPT-CNT
           MOVE SPACES TO WS-REPORT-LINE
           STRING '  NO GROUP PRICE ON FILE TODAY=' WS-RPT-CNT
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE OVRR627A-RECORD FROM WS-REPORT-LINE
           MOVE WS-REF-COUNT TO WS-RPT-CNT
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'REFUSED OVERRIDES LISTED=' WS-RPT-CNT
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE OVRR627A-RECORD FROM WS-REPORT-LINE
           CLOSE OVRR627A

           IF WS-REF-COUNT > ZERO
              DISPLAY 'INSB627: REPORT WRITTEN - REFUSED OVERRIDES'
                      ' LISTED ON OVRR627A'
              MOVE 4 TO RETURN-CODE
           ELSE
              DISPLAY 'INSB627: REPORT WRITTEN'
              MOVE 0 TO RETURN-CODE
           END-IF
           STOP RUN.
