       IDENTIFICATION DIVISION.
       PROGRAM-ID. INSB625.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      *
      *================================================================
      *    FUNCTION:
      *      RETAIL STOCK-LEDGER REVALUATION POSTING FOR THE NIGHT'S
      *      PRICE CHANGES.  FINANCE USED TO BUILD THE RETAIL-METHOD
      *      MARKDOWN AND MARKUP DOLLARS FROM A SPREADSHEET DAYS
      *      AFTER THE PRICES WENT OUT.  RUN AFTER INSB610 (AND
      *      INSB611), THIS STEP READS EVERY PRCF610B MAINTENANCE
      *      RECORD SORTED BY STORE AND ITEM (SORT THE EXTRACT ON
      *      COLS 10-13 THEN 1-9 IN THE PRECEDING JCL STEP, THE SAME
      *      WAY INSB621 RELIES ON ITS STORE SORT), MATCH-MERGES IT
      *      AGAINST THE ON-HAND INVENTORY FEED AND, FOR EACH 'M'
      *      RECORD, COMPUTES
      *          (NEW CONSUMER-SELL - PRIOR T3375 RTL-PRC-AMT)
      *                                            X ON-HAND UNITS
      *      THE PRIOR PRICE IS THE ITEM/LOCATION'S T3375 ROW WITH
      *      THE LATEST PRICE DATE BEFORE THE RECORD'S EFFECTIVE
      *      DATE, THE SAME LOOKUP INSB616 BACKS A NIGHT OUT WITH.
      *      REVALUATIONS ARE POSTED BY STORE AND DEPARTMENT
      *      (PRCF610B-DEPT) IN THREE CLASSES:
      *        PM - PERMANENT MARKDOWN (PRICE DOWN, NOT AN AD EVENT)
      *        PR - PROMOTIONAL MARKDOWN (PRICE DOWN FROM AN ADV107A
      *             SALE EVENT - PRIORITY-SEQ 10 / ELP-CODE '1')
      *        MU - MARKUP (PRICE UP)
      *      'D' DEACTIVATIONS, NEW ITEM/LOCATIONS WITH NO PRIOR
      *      PRICE AND UNCHANGED PRICES POST NOTHING BUT ARE COUNTED.
      *      CHANGED ITEMS WITH NO ON-HAND RECORD ARE LISTED
      *      SEPARATELY.  THE DETAIL COUNT AND CONSUMER-SELL HASH
      *      MUST BALANCE TO THE PRCF610B TRL RECORD, AND EVERY
      *      DETAIL MUST FALL INTO EXACTLY ONE REPORTED CLASS.
      *
      *    INPUT FILES:  PRCF610D - PRCF610B EXTRACT SORTED BY STORE
      *                             AND ITEM (HDR/TRL RECORDS ARE
      *                             RECOGNIZED WHEREVER THE SORT
      *                             LEAVES THEM)
      *                  INVF625A - ON-HAND INVENTORY FEED:
      *                     COLS  1-04  STORE NUMBER
      *                     COLS  5-13  ITEM NUMBER
      *                     COLS 14-20  ON-HAND UNITS 9(07)
      *                     (SORTED ASCENDING BY STORE AND ITEM)
      *
      *    OUTPUT FILES: STLF625A - STOCK-LEDGER POSTINGS, ONE PER
      *                             STORE / DEPARTMENT / CLASS:
      *                     COLS  1-04  STORE NUMBER
      *                     COLS  5-09  DEPARTMENT
      *                     COLS 10-11  CLASS 'PM' / 'PR' / 'MU'
      *                     COLS 12-19  EFFECTIVE DATE (CCYYMMDD)
      *                     COLS 20-26  ITEMS POSTED 9(07)
      *                     COLS 27-37  UNITS S9(11)
      *                     COLS 38-50  RETAIL DOLLARS S9(11)V99
      *                  STLR625A - POSTING, BALANCING AND NO-ON-HAND
      *                             REPORT
      *
      *    RETURN CODE:  00 - POSTED AND BALANCED
      *                  04 - POSTED AND BALANCED, ITEMS WITHOUT AN
      *                       ON-HAND RECORD LISTED
      *                  08 - AN INPUT FILE IS OUT OF SEQUENCE
      *                  12 - FILE / SQL ERROR OR CONTROL RECORD
      *                       MISSING
      *                  16 - TOTALS DO NOT BALANCE TO THE TRAILER -
      *                       DO NOT FEED THE POSTINGS TO THE LEDGER
      *================================================================
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT PRCF610D ASSIGN TO PRCF610D
              FILE STATUS IS PRCF610D-STATUS.

           SELECT INVF625A ASSIGN TO INVF625A
              FILE STATUS IS INVF625A-STATUS.

           SELECT STLF625A ASSIGN TO STLF625A
              FILE STATUS IS STLF625A-STATUS.

           SELECT STLR625A ASSIGN TO STLR625A
              FILE STATUS IS STLR625A-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  PRCF610D
           BLOCK CONTAINS 0 RECORDS.
       01  PRCF610D-RECORD                PIC X(150).

       FD  INVF625A
           BLOCK CONTAINS 0 RECORDS.
       01  INVF625A-RECORD                PIC X(80).

       FD  STLF625A
           BLOCK CONTAINS 0 RECORDS.
       01  STLF625A-RECORD                PIC X(80).

       FD  STLR625A
           BLOCK CONTAINS 0 RECORDS.
       01  STLR625A-RECORD                PIC X(80).

       WORKING-STORAGE SECTION.

       77  FILLER                         PIC X(36) VALUE
                   'INSB625 WORKING STORAGE BEGINS HERE'.

       01  WS-AREA.
           05  PRCF610D-STATUS            PIC XX  VALUE '00'.
               88  PRCF610D-OPEN-OK               VALUE '00' '97'.
           05  INVF625A-STATUS            PIC XX  VALUE '00'.
               88  INVF625A-OPEN-OK               VALUE '00' '97'.
           05  STLF625A-STATUS            PIC XX  VALUE '00'.
               88  STLF625A-VALID-STATUS          VALUE '00'.
           05  STLR625A-STATUS            PIC XX  VALUE '00'.
               88  STLR625A-VALID-STATUS          VALUE '00'.

       01  WS-PRCF610D-EOF-SW            PIC X(01) VALUE 'N'.
           88  PRCF610D-EOF                      VALUE 'Y'.
       01  WS-INVF625A-EOF-SW            PIC X(01) VALUE 'N'.
           88  INVF625A-EOF                      VALUE 'Y'.

       01  WS-INPUT-REC                  PIC X(150).

      *--  DETAIL RECORD VIEW (INSB610 PRCF610B-REC LAYOUT) ---------*
       01  WS-DETAIL-REC.
           05  WS-DTL-ITEM               PIC 9(09).
           05  WS-DTL-STORE              PIC 9(04).
           05  FILLER                    PIC X(07).
           05  WS-DTL-TCODE              PIC X(01).
           05  FILLER                    PIC X(02).
           05  WS-DTL-ELP-CODE           PIC X(01).
           05  WS-DTL-COMP-NET           PIC S9(07)V99.
           05  WS-DTL-STORE-NET          PIC S9(07)V99.
           05  WS-DTL-CONSUMER-SELL      PIC S9(07)V99.
           05  WS-DTL-EFF-DATE           PIC 9(08).
           05  WS-DTL-EFF-DATE-R REDEFINES WS-DTL-EFF-DATE.
               10  WS-DTL-EFF-CCYY       PIC X(04).
               10  WS-DTL-EFF-MM         PIC X(02).
               10  WS-DTL-EFF-DD         PIC X(02).
           05  WS-DTL-PRIORITY-SEQ       PIC 9(02).
           05  FILLER                    PIC X(69).
           05  WS-DTL-DEPT               PIC 9(05).
           05  FILLER                    PIC X(15).

      *--  TRAILER CONTROL RECORD VIEW ------------------------------*
       01  WS-TRL-REC.
           05  FILLER                    PIC X(03).
           05  WS-TRL-DETAIL-COUNT       PIC 9(09).
           05  WS-TRL-HASH-CONSUMER-SELL PIC S9(13)V99.
           05  WS-TRL-HASH-STORE-NET     PIC S9(13)V99.
           05  FILLER                    PIC X(108).

      *--  ON-HAND FEED ---------------------------------------------*
       01  INVF625A-REC.
           05  ONH-KEY.
               10  ONH-STORE             PIC 9(04).
               10  ONH-ITEM              PIC 9(09).
           05  ONH-UNITS                 PIC 9(07).
           05  FILLER                    PIC X(60).

      *--  STOCK-LEDGER POSTING RECORD ------------------------------*
       01  STLF625A-REC.
           05  STL-STORE                 PIC 9(04).
           05  STL-DEPT                  PIC 9(05).
           05  STL-CLASS                 PIC X(02).
           05  STL-EFF-DATE              PIC 9(08).
           05  STL-ITEM-COUNT            PIC 9(07).
           05  STL-UNITS                 PIC S9(11).
           05  STL-AMT                   PIC S9(11)V99.
           05  FILLER                    PIC X(30) VALUE SPACES.

      *--  CURRENT STORE'S DEPARTMENT ACCUMULATORS, ONE ROW PER
      *--  DEPARTMENT SEEN, CLASS 1 = PM, 2 = PR, 3 = MU -------------*
       01  DPT-MAX                       PIC 9(03) COMP VALUE 300.
       01  DPT-IDX                       PIC 9(03) COMP VALUE ZERO.
       01  DPT-END                       PIC 9(03) COMP VALUE ZERO.
       01  CLS-IDX                       PIC 9(01) COMP VALUE ZERO.
       01  DPT-TABLE.
           05  DPT-ENTRY OCCURS 300 TIMES.
               10  DPT-CD                PIC 9(05).
               10  DPT-CLASS OCCURS 3 TIMES.
                   15  DPT-ITEMS         PIC 9(07) COMP.
                   15  DPT-UNITS         PIC S9(11) COMP-3.
                   15  DPT-AMT           PIC S9(11)V99 COMP-3.
       01  CLS-NAMES.
           05  FILLER                    PIC X(02) VALUE 'PM'.
           05  FILLER                    PIC X(02) VALUE 'PR'.
           05  FILLER                    PIC X(02) VALUE 'MU'.
       01  CLS-NAME-TBL REDEFINES CLS-NAMES.
           05  CLS-NAME OCCURS 3 TIMES   PIC X(02).

       01  WS-DTL-KEY.
           05  WS-DTL-KEY-STORE          PIC 9(04).
           05  WS-DTL-KEY-ITEM           PIC 9(09).
       01  WS-PREV-DTL-KEY               PIC X(13) VALUE LOW-VALUES.
       01  WS-PREV-ONH-KEY               PIC X(13) VALUE LOW-VALUES.
       01  WS-CUR-STORE                  PIC 9(04) VALUE ZERO.
       01  WS-STORE-OPEN-SW              PIC X(01) VALUE 'N'.
           88  STORE-SECTION-OPEN                VALUE 'Y'.
       01  WS-SEQ-ERR-SW                 PIC X(01) VALUE 'N'.
           88  INPUT-SEQ-BROKEN                  VALUE 'Y'.
       01  WS-HDR-SEEN-SW                PIC X(01) VALUE 'N'.
           88  HDR-SEEN                          VALUE 'Y'.
       01  WS-TRL-SEEN-SW                PIC X(01) VALUE 'N'.
           88  TRL-SEEN                          VALUE 'Y'.
       01  WS-BALANCED-SW                PIC X(01) VALUE 'Y'.
           88  FILE-BALANCES                     VALUE 'Y'.
       01  WS-HDR-EFF-DATE               PIC 9(08) VALUE ZERO.

       01  WS-REVAL-AMT                  PIC S9(11)V99 COMP-3.
       01  WS-PRICE-DIFF                 PIC S9(07)V99 COMP-3.

      *--  CONTROL COUNTS - EVERY DETAIL LANDS IN EXACTLY ONE --------*
       01  WS-DETAIL-COUNT               PIC 9(09) COMP VALUE ZERO.
       01  WS-HASH-CONSUMER-SELL         PIC S9(13)V99 COMP-3
                                             VALUE ZERO.
       01  WS-DEL-COUNT                  PIC 9(09) COMP VALUE ZERO.
       01  WS-NOPRIOR-COUNT              PIC 9(09) COMP VALUE ZERO.
       01  WS-NOCHG-COUNT                PIC 9(09) COMP VALUE ZERO.
       01  WS-NOONH-COUNT                PIC 9(09) COMP VALUE ZERO.
       01  WS-POSTED-COUNT               PIC 9(09) COMP VALUE ZERO.
       01  WS-CLASSED-COUNT              PIC 9(09) COMP VALUE ZERO.
       01  WS-POSTING-RECS               PIC 9(09) COMP VALUE ZERO.
       01  WS-TOT-TBL.
           05  WS-TOT-CLASS OCCURS 3 TIMES.
               10  WS-TOT-ITEMS          PIC 9(09) COMP.
               10  WS-TOT-AMT            PIC S9(13)V99 COMP-3.

      *--  HOST VARIABLES ------------------------------------------*
       01  H-ITM-NBR                     PIC 9(09).
       01  H-LCT-NBR                     PIC 9(04).
       01  H-EFF-DT                      PIC X(10).
       01  H-PRI-RTL-AMT                 PIC S9(07)V99 COMP-3.

       01  WS-REPORT-LINE                PIC X(80).
       01  WS-RPT-CNT                    PIC Z(8)9.
       01  WS-RPT-CNT2                   PIC Z(8)9.
       01  WS-RPT-AMT                    PIC -(12)9.99.
       01  WS-RPT-AMT2                   PIC -(12)9.99.
       01  WS-RPT-PRC                    PIC -(6)9.99.
       01  WS-RPT-PRC2                   PIC -(6)9.99.

           COPY SQLCA.

       PROCEDURE DIVISION.

       0000-MAINLINE.

           PERFORM 1000-OPEN-FILES
           PERFORM 2000-POST-ALL-RECORDS
           PERFORM 9000-SUMMARY-AND-STOP.

       1000-OPEN-FILES.

           OPEN INPUT PRCF610D
           IF NOT PRCF610D-OPEN-OK
              DISPLAY 'INSB625: PRCF610D DID NOT OPEN - STATUS '
                      PRCF610D-STATUS
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN INPUT INVF625A
           IF NOT INVF625A-OPEN-OK
              DISPLAY 'INSB625: INVF625A DID NOT OPEN - STATUS '
                      INVF625A-STATUS
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN OUTPUT STLF625A
           IF NOT STLF625A-VALID-STATUS
              DISPLAY 'INSB625: STLF625A DID NOT OPEN - STATUS '
                      STLF625A-STATUS
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF
           OPEN OUTPUT STLR625A

           MOVE '------ INSB625 STOCK-LEDGER REVALUATION POSTING ------'
                TO STLR625A-RECORD
           WRITE STLR625A-RECORD

           PERFORM 2150-READ-INVF625A.

      *================================================================
      * 2000-POST-ALL-RECORDS - STORE-BREAK LOGIC OVER THE SORTED
      *     DETAILS, CAPTURING THE HDR/TRL CONTROL RECORDS AS THEY
      *     PASS.
      *================================================================
       2000-POST-ALL-RECORDS.

           PERFORM 2100-READ-PRCF610D
           PERFORM UNTIL PRCF610D-EOF OR INPUT-SEQ-BROKEN
              EVALUATE TRUE
                 WHEN WS-INPUT-REC(1:3) = 'HDR'
                    MOVE 'Y' TO WS-HDR-SEEN-SW
                    MOVE WS-INPUT-REC(14:8) TO WS-HDR-EFF-DATE
                 WHEN WS-INPUT-REC(1:3) = 'TRL'
                    MOVE 'Y' TO WS-TRL-SEEN-SW
                    MOVE WS-INPUT-REC TO WS-TRL-REC
                 WHEN OTHER
                    MOVE WS-INPUT-REC TO WS-DETAIL-REC
                    PERFORM 2200-POST-ONE-DETAIL
                       THRU 2200-POST-EXIT
              END-EVALUATE
              PERFORM 2100-READ-PRCF610D
           END-PERFORM

           IF STORE-SECTION-OPEN AND NOT INPUT-SEQ-BROKEN
              PERFORM 2600-CLOSE-STORE
           END-IF

           CLOSE PRCF610D
           CLOSE INVF625A
           CLOSE STLF625A.

       2100-READ-PRCF610D.

           READ PRCF610D INTO WS-INPUT-REC
              AT END MOVE 'Y' TO WS-PRCF610D-EOF-SW
           END-READ.

       2150-READ-INVF625A.

           READ INVF625A INTO INVF625A-REC
              AT END
                 MOVE 'Y' TO WS-INVF625A-EOF-SW
                 MOVE HIGH-VALUES TO ONH-KEY
           END-READ

           IF NOT INVF625A-EOF
              IF ONH-KEY < WS-PREV-ONH-KEY
                 MOVE 'Y' TO WS-SEQ-ERR-SW
                 DISPLAY 'INSB625: INVF625A NOT IN STORE/ITEM '
                         'SEQUENCE AT ' ONH-KEY
              END-IF
              MOVE ONH-KEY TO WS-PREV-ONH-KEY
           END-IF.

      *================================================================
      * 2200-POST-ONE-DETAIL - CLASSIFIES ONE DETAIL, LOOKS UP ITS
      *     PRIOR PRICE AND ON-HAND UNITS AND ACCUMULATES THE
      *     REVALUATION INTO THE STORE'S DEPARTMENT TABLE.
      *================================================================
       2200-POST-ONE-DETAIL.

           ADD 1 TO WS-DETAIL-COUNT
           ADD WS-DTL-CONSUMER-SELL TO WS-HASH-CONSUMER-SELL

           MOVE WS-DTL-STORE TO WS-DTL-KEY-STORE
           MOVE WS-DTL-ITEM  TO WS-DTL-KEY-ITEM
           IF WS-DTL-KEY < WS-PREV-DTL-KEY
              MOVE 'Y' TO WS-SEQ-ERR-SW
              DISPLAY 'INSB625: PRCF610D NOT IN STORE/ITEM SEQUENCE'
                      ' AT ' WS-DTL-KEY
              GO TO 2200-POST-EXIT
           END-IF
           MOVE WS-DTL-KEY TO WS-PREV-DTL-KEY

           IF STORE-SECTION-OPEN
              IF WS-DTL-STORE NOT = WS-CUR-STORE
                 PERFORM 2600-CLOSE-STORE
                 PERFORM 2500-OPEN-STORE
              END-IF
           ELSE
              PERFORM 2500-OPEN-STORE
           END-IF

           IF WS-DTL-TCODE = 'D'
              ADD 1 TO WS-DEL-COUNT
              GO TO 2200-POST-EXIT
           END-IF

           PERFORM 2300-GET-PRIOR-PRICE
           IF SQL-NOT-FND
              ADD 1 TO WS-NOPRIOR-COUNT
              GO TO 2200-POST-EXIT
           END-IF

           COMPUTE WS-PRICE-DIFF = WS-DTL-CONSUMER-SELL - H-PRI-RTL-AMT
           IF WS-PRICE-DIFF = ZERO
              ADD 1 TO WS-NOCHG-COUNT
              GO TO 2200-POST-EXIT
           END-IF

           PERFORM 2150-READ-INVF625A
              UNTIL ONH-KEY NOT < WS-DTL-KEY
                 OR INPUT-SEQ-BROKEN
           IF ONH-KEY NOT = WS-DTL-KEY
              PERFORM 2400-LIST-NO-ON-HAND
              GO TO 2200-POST-EXIT
           END-IF

           PERFORM 2700-FIND-DEPT
           EVALUATE TRUE
              WHEN WS-PRICE-DIFF > ZERO
                 MOVE 3 TO CLS-IDX
              WHEN WS-DTL-PRIORITY-SEQ = 10 OR WS-DTL-ELP-CODE = '1'
                 MOVE 2 TO CLS-IDX
              WHEN OTHER
                 MOVE 1 TO CLS-IDX
           END-EVALUATE

           COMPUTE WS-REVAL-AMT = WS-PRICE-DIFF * ONH-UNITS
           ADD 1            TO DPT-ITEMS(DPT-IDX, CLS-IDX)
           ADD ONH-UNITS    TO DPT-UNITS(DPT-IDX, CLS-IDX)
           ADD WS-REVAL-AMT TO DPT-AMT(DPT-IDX, CLS-IDX)
           ADD 1            TO WS-TOT-ITEMS(CLS-IDX)
           ADD WS-REVAL-AMT TO WS-TOT-AMT(CLS-IDX)
           ADD 1            TO WS-POSTED-COUNT.

       2200-POST-EXIT.
           EXIT.

      *================================================================
      * 2300-GET-PRIOR-PRICE - THE ITEM/LOCATION'S T3375 ROW WITH THE
      *     LATEST PRICE DATE BEFORE THE RECORD'S EFFECTIVE DATE.
      *================================================================
       2300-GET-PRIOR-PRICE.

           MOVE WS-DTL-ITEM  TO H-ITM-NBR
           MOVE WS-DTL-STORE TO H-LCT-NBR
           MOVE SPACES TO H-EFF-DT
           STRING WS-DTL-EFF-CCYY '-' WS-DTL-EFF-MM '-' WS-DTL-EFF-DD
                  DELIMITED BY SIZE INTO H-EFF-DT

           EXEC SQL
             SELECT RTL_PRC_AMT
               INTO :H-PRI-RTL-AMT
               FROM T3375_LBR_PRC_HST
              WHERE T024_ITM_NBR = :H-ITM-NBR
                AND T063_LCT_NBR = :H-LCT-NBR
                AND T3375_PRC_DT =
                    (SELECT MAX(T3375_PRC_DT)
                       FROM T3375_LBR_PRC_HST
                      WHERE T024_ITM_NBR = :H-ITM-NBR
                        AND T063_LCT_NBR = :H-LCT-NBR
                        AND T3375_PRC_DT < :H-EFF-DT)
               WITH UR
           END-EXEC

           IF NOT SQL-OK AND NOT SQL-NOT-FND
              DISPLAY 'INSB625: T3375 PRIOR PRICE SELECT FAILED '
                      'SQLCODE=' SQLCODE
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.

       2400-LIST-NO-ON-HAND.

           ADD 1 TO WS-NOONH-COUNT
           IF WS-NOONH-COUNT = 1
              MOVE SPACES TO WS-REPORT-LINE
              WRITE STLR625A-RECORD FROM WS-REPORT-LINE
              MOVE 'CHANGED ITEMS WITH NO ON-HAND RECORD (NOT POSTED):'
                   TO WS-REPORT-LINE
              WRITE STLR625A-RECORD FROM WS-REPORT-LINE
           END-IF
           MOVE H-PRI-RTL-AMT        TO WS-RPT-PRC
           MOVE WS-DTL-CONSUMER-SELL TO WS-RPT-PRC2
           MOVE SPACES TO WS-REPORT-LINE
           STRING '**NO ON-HAND STORE=' WS-DTL-STORE
                  ' ITEM=' WS-DTL-ITEM
                  ' DEPT=' WS-DTL-DEPT
                  ' OLD=' WS-RPT-PRC
                  ' NEW=' WS-RPT-PRC2
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE STLR625A-RECORD FROM WS-REPORT-LINE.

       2500-OPEN-STORE.

           MOVE WS-DTL-STORE TO WS-CUR-STORE
           MOVE 'Y' TO WS-STORE-OPEN-SW
           MOVE ZERO TO DPT-END.

      *================================================================
      * 2600-CLOSE-STORE - ONE POSTING PER DEPARTMENT AND CLASS THAT
      *     CARRIED ANY REVALUED ITEM AT THE STORE.
      *================================================================
       2600-CLOSE-STORE.

           MOVE 'N' TO WS-STORE-OPEN-SW
           MOVE 1 TO DPT-IDX
           PERFORM UNTIL DPT-IDX > DPT-END
              MOVE 1 TO CLS-IDX
              PERFORM UNTIL CLS-IDX > 3
                 IF DPT-ITEMS(DPT-IDX, CLS-IDX) > ZERO
                    MOVE WS-CUR-STORE   TO STL-STORE
                    MOVE DPT-CD(DPT-IDX) TO STL-DEPT
                    MOVE CLS-NAME(CLS-IDX) TO STL-CLASS
                    MOVE WS-HDR-EFF-DATE TO STL-EFF-DATE
                    MOVE DPT-ITEMS(DPT-IDX, CLS-IDX) TO STL-ITEM-COUNT
                    MOVE DPT-UNITS(DPT-IDX, CLS-IDX) TO STL-UNITS
                    MOVE DPT-AMT(DPT-IDX, CLS-IDX)   TO STL-AMT
                    WRITE STLF625A-RECORD FROM STLF625A-REC
                    IF NOT STLF625A-VALID-STATUS
                       DISPLAY 'INSB625: STLF625A WRITE FAILED - '
                               'STATUS ' STLF625A-STATUS
                       MOVE 12 TO RETURN-CODE
                       STOP RUN
                    END-IF
                    ADD 1 TO WS-POSTING-RECS
                 END-IF
                 ADD 1 TO CLS-IDX
              END-PERFORM
              ADD 1 TO DPT-IDX
           END-PERFORM.

       2700-FIND-DEPT.

           MOVE 1 TO DPT-IDX
           PERFORM UNTIL DPT-IDX > DPT-END
                      OR DPT-CD(DPT-IDX) = WS-DTL-DEPT
              ADD 1 TO DPT-IDX
           END-PERFORM

           IF DPT-IDX > DPT-END
              IF DPT-END NOT < DPT-MAX
                 DISPLAY 'INSB625: MORE THAN ' DPT-MAX
                         ' DEPARTMENTS AT STORE ' WS-CUR-STORE
                 MOVE 12 TO RETURN-CODE
                 STOP RUN
              END-IF
              ADD 1 TO DPT-END
              MOVE DPT-END TO DPT-IDX
              MOVE WS-DTL-DEPT TO DPT-CD(DPT-IDX)
              MOVE 1 TO CLS-IDX
              PERFORM UNTIL CLS-IDX > 3
                 MOVE ZERO TO DPT-ITEMS(DPT-IDX, CLS-IDX)
                              DPT-UNITS(DPT-IDX, CLS-IDX)
                              DPT-AMT(DPT-IDX, CLS-IDX)
                 ADD 1 TO CLS-IDX
              END-PERFORM
           END-IF.

      *================================================================
      * 9000-SUMMARY-AND-STOP - CLASS TOTALS, THE BALANCE AGAINST
      *     THE TRAILER AND THE RETURN CODE.
      *================================================================
       9000-SUMMARY-AND-STOP.

           MOVE SPACES TO WS-REPORT-LINE
           WRITE STLR625A-RECORD FROM WS-REPORT-LINE
           MOVE 1 TO CLS-IDX
           PERFORM UNTIL CLS-IDX > 3
              MOVE WS-TOT-ITEMS(CLS-IDX) TO WS-RPT-CNT
              MOVE WS-TOT-AMT(CLS-IDX)   TO WS-RPT-AMT
              MOVE SPACES TO WS-REPORT-LINE
              STRING 'CLASS ' CLS-NAME(CLS-IDX)
                     ' ITEMS=' WS-RPT-CNT
                     ' RETAIL=' WS-RPT-AMT
                     DELIMITED BY SIZE INTO WS-REPORT-LINE
              WRITE STLR625A-RECORD FROM WS-REPORT-LINE
              ADD 1 TO CLS-IDX
           END-PERFORM
           MOVE WS-POSTING-RECS TO WS-RPT-CNT
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'POSTING RECORDS WRITTEN=' WS-RPT-CNT
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE STLR625A-RECORD FROM WS-REPORT-LINE

           MOVE SPACES TO WS-REPORT-LINE
           WRITE STLR625A-RECORD FROM WS-REPORT-LINE
           MOVE WS-DETAIL-COUNT TO WS-RPT-CNT
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'DETAILS READ=' WS-RPT-CNT
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE STLR625A-RECORD FROM WS-REPORT-LINE
           MOVE WS-POSTED-COUNT TO WS-RPT-CNT
           MOVE SPACES TO WS-REPORT-LINE
           STRING '  REVALUED AND POSTED=' WS-RPT-CNT
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE STLR625A-RECORD FROM WS-REPORT-LINE
           MOVE WS-NOONH-COUNT TO WS-RPT-CNT
           MOVE SPACES TO WS-REPORT-LINE
           STRING '  CHANGED, NO ON-HAND=' WS-RPT-CNT
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE STLR625A-RECORD FROM WS-REPORT-LINE
           MOVE WS-NOCHG-COUNT TO WS-RPT-CNT
           MOVE SPACES TO WS-REPORT-LINE
           STRING '  PRICE UNCHANGED=' WS-RPT-CNT
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE STLR625A-RECORD FROM WS-REPORT-LINE
           MOVE WS-NOPRIOR-COUNT TO WS-RPT-CNT
           MOVE SPACES TO WS-REPORT-LINE
           STRING '  NO PRIOR PRICE (NEW)=' WS-RPT-CNT
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE STLR625A-RECORD FROM WS-REPORT-LINE
           MOVE WS-DEL-COUNT TO WS-RPT-CNT
           MOVE SPACES TO WS-REPORT-LINE
           STRING '  DEACTIVATIONS=' WS-RPT-CNT
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE STLR625A-RECORD FROM WS-REPORT-LINE

           COMPUTE WS-CLASSED-COUNT = WS-POSTED-COUNT + WS-NOONH-COUNT
                                    + WS-NOCHG-COUNT + WS-NOPRIOR-COUNT
                                    + WS-DEL-COUNT
           IF WS-CLASSED-COUNT NOT = WS-DETAIL-COUNT
              MOVE 'N' TO WS-BALANCED-SW
              MOVE WS-CLASSED-COUNT TO WS-RPT-CNT
              MOVE SPACES TO WS-REPORT-LINE
              STRING '**CLASSES ADD TO ' WS-RPT-CNT
                     ' - NOT THE DETAILS READ'
                     DELIMITED BY SIZE INTO WS-REPORT-LINE
              WRITE STLR625A-RECORD FROM WS-REPORT-LINE
           END-IF

           IF TRL-SEEN
              IF WS-DETAIL-COUNT NOT = WS-TRL-DETAIL-COUNT
                 MOVE 'N' TO WS-BALANCED-SW
                 MOVE WS-DETAIL-COUNT     TO WS-RPT-CNT
                 MOVE WS-TRL-DETAIL-COUNT TO WS-RPT-CNT2
                 MOVE SPACES TO WS-REPORT-LINE
                 STRING '**DETAILS READ=' WS-RPT-CNT
                        ' TRAILER COUNT=' WS-RPT-CNT2
                        DELIMITED BY SIZE INTO WS-REPORT-LINE
                 WRITE STLR625A-RECORD FROM WS-REPORT-LINE
              END-IF
              IF WS-HASH-CONSUMER-SELL NOT =
                 WS-TRL-HASH-CONSUMER-SELL
                 MOVE 'N' TO WS-BALANCED-SW
                 MOVE WS-HASH-CONSUMER-SELL     TO WS-RPT-AMT
                 MOVE WS-TRL-HASH-CONSUMER-SELL TO WS-RPT-AMT2
                 MOVE SPACES TO WS-REPORT-LINE
                 STRING '**CONSUMER-SELL HASH=' WS-RPT-AMT
                        ' TRL=' WS-RPT-AMT2
                        DELIMITED BY SIZE INTO WS-REPORT-LINE
                 WRITE STLR625A-RECORD FROM WS-REPORT-LINE
              END-IF
           END-IF
           CLOSE STLR625A

           EVALUATE TRUE
              WHEN INPUT-SEQ-BROKEN
                 DISPLAY 'INSB625: INPUT OUT OF STORE/ITEM SEQUENCE -'
                         ' SORT BOTH FILES AND RERUN'
                 MOVE 8 TO RETURN-CODE
              WHEN NOT HDR-SEEN OR NOT TRL-SEEN
                 DISPLAY 'INSB625: PRCF610B HDR OR TRL CONTROL RECORD'
                         ' MISSING - EXTRACT INCOMPLETE'
                 MOVE 12 TO RETURN-CODE
              WHEN NOT FILE-BALANCES
                 DISPLAY 'INSB625: POSTINGS DO NOT BALANCE TO THE '
                         'PRCF610B TRAILER - SEE STLR625A'
                 MOVE 16 TO RETURN-CODE
              WHEN WS-NOONH-COUNT > ZERO
                 DISPLAY 'INSB625: POSTED - CHANGED ITEMS WITHOUT '
                         'ON-HAND LISTED ON STLR625A'
                 MOVE 4 TO RETURN-CODE
              WHEN OTHER
                 DISPLAY 'INSB625: POSTED AND BALANCED'
                 MOVE 0 TO RETURN-CODE
           END-EVALUATE
           STOP RUN.
