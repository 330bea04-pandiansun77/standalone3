       IDENTIFICATION DIVISION.
       PROGRAM-ID. LGRHOUS1.
       AUTHOR. INSURANCE-APPLICATIONS-TEAM.
       INSTALLATION. POLICY-ADMINISTRATION.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.
      *================================================================
      * MODIFICATION HISTORY
      *   2026-10-15  PA  ORIGINAL -- NIGHTLY HOUSE REBUILD
      *                   VALUATION REPORT.  LGMHOUS1 WARNS AT
      *                   INQUIRY TIME WHEN A VALUATION IS OVER THREE
      *                   YEARS OLD, BUT ONLY FOR THE POLICY ON THE
      *                   SCREEN; NOTHING LISTED THE WHOLE BOOK FOR
      *                   THE BROKERS TO ARRANGE SURVEYS.
      *================================================================
      *================================================================
      *    FUNCTION:
      *      BATCH REPORT IN THE LGRBRK01 MOLD.  SCANS HOUSEPOL FOR
      *      ACTIVE POLICIES WHOSE HSM-LAST-VALUATION-DATE IS:
      *        - OVERDUE - MORE THAN 1095 DAYS OLD, THE SAME TEST
      *          LGMHOUS1 (5100) APPLIES ONLINE, OR MISSING,
      *        - DUE     - REACHING 1095 DAYS WITHIN THE LEAD TIME
      *          ON THE PARAMETER CARD, SO THE SURVEY CAN BE BOOKED
      *          BEFORE THE VALUATION GOES STALE.
      *      THE POLICIES ARE LISTED GROUPED BY BROKER, EACH WITH ITS
      *      SUM INSURED AND - WHEN THE BUILDING-COST INDEX IS
      *      SUPPLIED - THE SUM INSURED CARRIED FORWARD TO TODAY'S
      *      INDEX, AS A GUIDE TO THE LIKELY REBUILD COST.  A COUNT
      *      PER BROKER AND A RUN TOTAL CLOSE THE REPORT.
      *
      *    INPUT FILES:  HOUSPARM - ONE CARD, COLS 1-3 = LEAD TIME IN
      *                             DAYS (DEFAULT 090 WHEN ABSENT).
      *                  HOUSEPOL - HOUSE POLICY MASTER.
      *                  BCINDEX  - BUILDING-COST INDEX CARDS
      *                             (LGCBCIX).  MAY BE ABSENT - NO
      *                             INDEXED FIGURE IS SHOWN.
      *
      *    OUTPUT FILE:  HOUSVALR - REBUILD VALUATION REPORT.
      *
      *    RETURN CODE:  00 - NO POLICY DUE OR OVERDUE
      *                  04 - POLICIES LISTED
      *                  08 - FILE ERROR
      *================================================================
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *
           SELECT HOUSPARM ASSIGN TO HOUSPARM
              FILE STATUS IS HOUSPARM-STATUS.
      *
           SELECT HOUSEPOL ASSIGN TO HOUSEPOL
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS HSM-POLICY-NUM
              FILE STATUS IS HOUSEPOL-STATUS.
      *
           SELECT BCINDEX ASSIGN TO BCINDEX
              FILE STATUS IS BCINDEX-STATUS.
      *
           SELECT HOUSVALR ASSIGN TO HOUSVALR
              FILE STATUS IS HOUSVALR-STATUS.
      *
       DATA DIVISION.
       FILE SECTION.
      *
       FD  HOUSPARM
           BLOCK CONTAINS 0 RECORDS.
       01  HOUSPARM-RECORD                PIC X(80).
      *
       FD  HOUSEPOL
           BLOCK CONTAINS 0 RECORDS.
       COPY LGCHOUS.
      *
       FD  BCINDEX
           BLOCK CONTAINS 0 RECORDS.
       01  BCINDEX-RECORD                 PIC X(80).
      *
       FD  HOUSVALR
           BLOCK CONTAINS 0 RECORDS.
       01  HOUSVALR-RECORD                PIC X(100).
      *
       WORKING-STORAGE SECTION.
      *
       77  FILLER                         PIC X(36) VALUE
                   'LGRHOUS1 WORKING STORAGE BEGINS HR'.
      *
       01  WS-AREA.
           05  HOUSPARM-STATUS            PIC XX VALUE '00'.
               88  HOUSPARM-VALID-STATUS          VALUE '00'.
           05  HOUSEPOL-STATUS            PIC XX VALUE '00'.
               88  HOUSEPOL-OPEN-OK               VALUE '00'.
               88  HOUSEPOL-NOT-FOUND             VALUE '35'.
           05  BCINDEX-STATUS             PIC XX VALUE '00'.
               88  BCINDEX-OPEN-OK                VALUE '00'.
           05  HOUSVALR-STATUS            PIC XX VALUE '00'.
           05  SW-EOF                     PIC X(01) VALUE 'N'.
               88  END-OF-FILE                    VALUE 'Y'.
           05  SW-HOUSEPOL                PIC X(01) VALUE 'N'.
               88  HOUSEPOL-USABLE                VALUE 'Y'.
      *
       01  WS-PARM-REC.
           05  WS-PARM-LEAD               PIC 9(03).
           05  FILLER                     PIC X(77).
       01  WS-PARM-REC-X REDEFINES WS-PARM-REC.
           05  WS-PARM-LEAD-X             PIC X(03).
           05  FILLER                     PIC X(77).
       01  WS-LEAD-DAYS                   PIC 9(03) VALUE 090.
      *
      *    THE REBUILD/VALUATION AGE LIMIT - THE SAME 3 YEARS
      *    LGMHOUS1 5100-CHECK-REBUILD-DUE TESTS ONLINE.
       01  WS-VALUATION-LIMIT-DAYS        PIC 9(05) VALUE 01095.
      *
       01  WS-TODAY-DATE                  PIC 9(08).
       01  WS-TODAY-DATE10                PIC X(10).
       01  WS-TODAY-INTDATE               PIC 9(07) VALUE ZERO.
       01  WS-VALUATION-NUMDATE           PIC 9(08) VALUE ZERO.
       01  WS-VALUATION-INTDATE           PIC 9(07) VALUE ZERO.
       01  WS-VALUATION-AGE-DAYS          PIC S9(07) VALUE ZERO.
      *
      *    BUILDING-COST INDEX.
       COPY LGCBCIX.
       01  WS-LAST-INDEX-DATE             PIC X(10) VALUE LOW-VALUES.
       01  WS-INDEX-DATE                  PIC X(10).
       01  WS-INDEX-VALUE                 PIC 9(04)V9(02) VALUE ZERO.
       01  WS-INDEX-TODAY                 PIC 9(04)V9(02) VALUE ZERO.
       01  WS-INDEX-BASE                  PIC 9(04)V9(02) VALUE ZERO.
       01  WS-INDEXED-VALUE               PIC 9(09) VALUE ZERO.
       01  WS-BAD-INDEX-COUNT             PIC 9(05) COMP VALUE ZERO.
      *
      *    POLICIES DUE OR OVERDUE, IN HOUSEPOL (POLICY) ORDER.
       01  CND-MAX                        PIC 9(05) COMP VALUE 20000.
       01  CND-IDX                        PIC 9(05) COMP VALUE ZERO.
       01  CND-END                        PIC 9(05) COMP VALUE ZERO.
       01  CND-TABLE.
           05  CND-ENTRY OCCURS 20000 TIMES.
               10  CND-BROKERID           PIC 9(10).
               10  CND-POLICY-NUM         PIC 9(10).
               10  CND-POSTCODE           PIC X(08).
               10  CND-H-VALUE            PIC 9(08).
               10  CND-INDEXED-VALUE      PIC 9(09).
               10  CND-VALUATION-DATE     PIC X(10).
               10  CND-AGE-DAYS           PIC 9(05).
               10  CND-STATUS             PIC X(07).
       01  WS-TABLE-FULL-COUNT            PIC 9(05) COMP VALUE ZERO.
      *
      *    PER-BROKER TALLY, IN ORDER OF FIRST APPEARANCE.
       01  BRK-MAX                        PIC 9(04) COMP VALUE 1000.
       01  BRK-IDX                        PIC 9(04) COMP VALUE ZERO.
       01  BRK-END                        PIC 9(04) COMP VALUE ZERO.
       01  BRK-TABLE.
           05  BRK-ENTRY OCCURS 1000 TIMES.
               10  BRK-BROKERID           PIC 9(10).
               10  BRK-DUE-COUNT          PIC 9(05).
               10  BRK-OVERDUE-COUNT      PIC 9(05).
       01  WS-BRK-FND-SW                  PIC X(01) VALUE 'N'.
           88  BRK-FND                            VALUE 'Y'.
      *
       01  WS-CANDIDATE-STATUS            PIC X(07).
           88  CANDIDATE-OVERDUE                  VALUE 'OVERDUE'
                                                        'NO DATE'.
           88  CANDIDATE-DUE                      VALUE 'DUE'.
           88  CANDIDATE-NONE                     VALUE SPACES.
       01  WS-DUE-COUNT                   PIC 9(07) COMP VALUE ZERO.
       01  WS-OVERDUE-COUNT               PIC 9(07) COMP VALUE ZERO.
       01  WS-SCANNED-COUNT               PIC 9(07) COMP VALUE ZERO.
      *
       01  WS-REPORT-LINE                 PIC X(100).
       01  WS-RPT-CNT                     PIC Z(4)9.
       01  WS-RPT-CNT2                    PIC Z(4)9.
       01  WS-RPT-DAYS                    PIC Z(4)9.
       01  WS-RPT-VALUE                   PIC Z(7)9.
       01  WS-RPT-VALUE2                  PIC Z(8)9.
      *
       PROCEDURE DIVISION.
      *
       0000-MAINLINE.
      *
           PERFORM 0100-INITIALIZATION
              THRU 0100-INITIALIZATION-EXIT
           IF RETURN-CODE NOT < 8
              GO TO 0000-MAINLINE-EXIT
           END-IF
           PERFORM 0150-LOAD-BUILDING-INDEX
              THRU 0150-LOAD-BUILDING-INDEX-EXIT
           PERFORM 0200-SCAN-HOUSEPOL
              THRU 0200-SCAN-HOUSEPOL-EXIT
           PERFORM 0800-WRITE-BY-BROKER
              THRU 0800-WRITE-BY-BROKER-EXIT
           PERFORM 0900-CLOSE-FILES
              THRU 0900-CLOSE-FILES-EXIT
      *
           IF WS-DUE-COUNT + WS-OVERDUE-COUNT > ZERO
              AND RETURN-CODE < 4
              MOVE 4                     TO RETURN-CODE
           END-IF
      *
       0000-MAINLINE-EXIT.
           GOBACK.
      *
      *================================================================
      * 0100-INITIALIZATION - OPENS THE REPORT, TAKES THE LEAD TIME
      *     FROM THE OPTIONAL PARAMETER CARD AND OPENS HOUSEPOL.  NO
      *     HOUSE MASTER YET IS AN EMPTY BOOK, NOT AN ERROR.
      *================================================================
       0100-INITIALIZATION.
      *
           OPEN OUTPUT HOUSVALR
           MOVE '-------- LGRHOUS1 HOUSE REBUILD VALUATION REPORT --'
                TO HOUSVALR-RECORD
           WRITE HOUSVALR-RECORD
      *
           OPEN INPUT HOUSPARM
           IF HOUSPARM-VALID-STATUS
              READ HOUSPARM INTO WS-PARM-REC
                 AT END CONTINUE
                 NOT AT END
                    IF WS-PARM-LEAD-X NUMERIC AND
                       WS-PARM-LEAD > ZERO
                       MOVE WS-PARM-LEAD TO WS-LEAD-DAYS
                    END-IF
              END-READ
              CLOSE HOUSPARM
           END-IF
      *
           MOVE WS-LEAD-DAYS             TO WS-RPT-DAYS
           MOVE SPACES                   TO WS-REPORT-LINE
           STRING 'VALUATIONS OVER 1095 DAYS OLD, OR REACHING IT'
                  ' WITHIN' WS-RPT-DAYS ' DAYS'
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE HOUSVALR-RECORD FROM WS-REPORT-LINE
      *
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           COMPUTE WS-TODAY-INTDATE =
                   FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE)
           MOVE SPACES                   TO WS-TODAY-DATE10
           STRING WS-TODAY-DATE(1:4) '-' WS-TODAY-DATE(5:2) '-'
                  WS-TODAY-DATE(7:2)
                  DELIMITED BY SIZE INTO WS-TODAY-DATE10
      *
           OPEN INPUT HOUSEPOL
           IF HOUSEPOL-OPEN-OK
              MOVE 'Y'                   TO SW-HOUSEPOL
           END-IF
           IF NOT HOUSEPOL-OPEN-OK AND NOT HOUSEPOL-NOT-FOUND
              DISPLAY '**LGRHOUS1 - HOUSEPOL OPEN ERROR - STATUS '
                      HOUSEPOL-STATUS
              MOVE 8                     TO RETURN-CODE
              CLOSE HOUSVALR
           END-IF
      *
       0100-INITIALIZATION-EXIT.
           EXIT.
      *
      *================================================================
      * 0150-LOAD-BUILDING-INDEX - LOADS THE BCINDEX CARDS AS
      *     LGRRNW01 DOES.  A BAD OR OUT-OF-ORDER CARD IS LISTED AND
      *     SKIPPED.  THE INDEX IN FORCE TODAY IS KEPT FOR THE
      *     CARRIED-FORWARD SUM INSURED.
      *================================================================
       0150-LOAD-BUILDING-INDEX.
      *
           OPEN INPUT BCINDEX
           IF NOT BCINDEX-OPEN-OK
              GO TO 0150-LOAD-BUILDING-INDEX-EXIT
           END-IF
      *
           MOVE 'N'                      TO SW-EOF
           PERFORM UNTIL END-OF-FILE
              READ BCINDEX INTO BUILDING-COST-INDEX-CARD
                 AT END SET END-OF-FILE  TO TRUE
              END-READ
              IF NOT END-OF-FILE
                 PERFORM 0160-EDIT-INDEX-CARD
                    THRU 0160-EDIT-INDEX-CARD-EXIT
              END-IF
           END-PERFORM
           CLOSE BCINDEX
      *
           MOVE WS-TODAY-DATE10          TO WS-INDEX-DATE
           PERFORM 0170-FIND-INDEX
              THRU 0170-FIND-INDEX-EXIT
           MOVE WS-INDEX-VALUE           TO WS-INDEX-TODAY
      *
       0150-LOAD-BUILDING-INDEX-EXIT.
           EXIT.
      *
       0160-EDIT-INDEX-CARD.
      *
           IF BCX-COMMENT
              GO TO 0160-EDIT-INDEX-CARD-EXIT
           END-IF
      *
           IF NOT BCX-INDEX-CARD
              OR BCX-EFFECTIVE-DATE(1:4) NOT NUMERIC
              OR BCX-EFFECTIVE-DATE(5:1) NOT = '-'
              OR BCX-EFFECTIVE-DATE(6:2) NOT NUMERIC
              OR BCX-EFFECTIVE-DATE(8:1) NOT = '-'
              OR BCX-EFFECTIVE-DATE(9:2) NOT NUMERIC
              OR BCX-INDEX-VALUE-X NOT NUMERIC
              OR BCX-INDEX-VALUE = ZERO
              OR BCX-EFFECTIVE-DATE NOT > WS-LAST-INDEX-DATE
              OR BCT-INDEX-COUNT NOT < BCT-INDEX-MAX
              ADD 1                      TO WS-BAD-INDEX-COUNT
              MOVE SPACES                TO WS-REPORT-LINE
              STRING 'BCINDEX CARD SKIPPED - ' BCINDEX-RECORD(1:40)
                     DELIMITED BY SIZE INTO WS-REPORT-LINE
              WRITE HOUSVALR-RECORD FROM WS-REPORT-LINE
              GO TO 0160-EDIT-INDEX-CARD-EXIT
           END-IF
      *
           ADD 1                         TO BCT-INDEX-COUNT
           MOVE BCX-EFFECTIVE-DATE
             TO BCT-EFFECTIVE-DATE(BCT-INDEX-COUNT)
           MOVE BCX-INDEX-VALUE
             TO BCT-INDEX-VALUE(BCT-INDEX-COUNT)
           MOVE BCX-EFFECTIVE-DATE       TO WS-LAST-INDEX-DATE
      *
       0160-EDIT-INDEX-CARD-EXIT.
           EXIT.
      *
      *================================================================
      * 0170-FIND-INDEX - SETS WS-INDEX-VALUE TO THE INDEX IN FORCE
      *     ON WS-INDEX-DATE (ZERO WHEN IT PRECEDES EVERY CARD).
      *================================================================
       0170-FIND-INDEX.
      *
           MOVE ZERO                     TO WS-INDEX-VALUE
           PERFORM VARYING BCT-IDX FROM 1 BY 1
                   UNTIL BCT-IDX > BCT-INDEX-COUNT
                      OR BCT-EFFECTIVE-DATE(BCT-IDX) > WS-INDEX-DATE
              MOVE BCT-INDEX-VALUE(BCT-IDX) TO WS-INDEX-VALUE
           END-PERFORM
      *
       0170-FIND-INDEX-EXIT.
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
                 AND HSM-POLICY-ACTIVE
                 ADD 1                   TO WS-SCANNED-COUNT
                 PERFORM 0300-CHECK-VALUATION
                    THRU 0300-CHECK-VALUATION-EXIT
              END-IF
           END-PERFORM
      *
       0200-SCAN-HOUSEPOL-EXIT.
           EXIT.
      *
      *================================================================
      * 0300-CHECK-VALUATION - AGES HSM-LAST-VALUATION-DATE IN
      *     ELAPSED DAYS, AS LGMHOUS1 5100 DOES, AND KEEPS THE POLICY
      *     WHEN IT IS OVERDUE OR FALLS DUE WITHIN THE LEAD TIME.  A
      *     MISSING OR UNREADABLE DATE COUNTS AS OVERDUE.
      *================================================================
       0300-CHECK-VALUATION.
      *
           MOVE SPACES                   TO WS-CANDIDATE-STATUS
           MOVE ZERO                     TO WS-VALUATION-AGE-DAYS
      *
           IF HSM-LAST-VALUATION-DATE(1:4) NOT NUMERIC
              OR HSM-LAST-VALUATION-DATE(6:2) NOT NUMERIC
              OR HSM-LAST-VALUATION-DATE(9:2) NOT NUMERIC
              MOVE 'NO DATE'             TO WS-CANDIDATE-STATUS
           ELSE
              MOVE HSM-LAST-VALUATION-DATE(1:4)
                TO WS-VALUATION-NUMDATE(1:4)
              MOVE HSM-LAST-VALUATION-DATE(6:2)
                TO WS-VALUATION-NUMDATE(5:2)
              MOVE HSM-LAST-VALUATION-DATE(9:2)
                TO WS-VALUATION-NUMDATE(7:2)
              COMPUTE WS-VALUATION-INTDATE =
                      FUNCTION INTEGER-OF-DATE(WS-VALUATION-NUMDATE)
              COMPUTE WS-VALUATION-AGE-DAYS =
                      WS-TODAY-INTDATE - WS-VALUATION-INTDATE
              IF WS-VALUATION-AGE-DAYS < 0
                 MOVE 0                  TO WS-VALUATION-AGE-DAYS
              END-IF
              EVALUATE TRUE
                 WHEN WS-VALUATION-AGE-DAYS > WS-VALUATION-LIMIT-DAYS
                    MOVE 'OVERDUE'       TO WS-CANDIDATE-STATUS
                 WHEN WS-VALUATION-AGE-DAYS + WS-LEAD-DAYS >
                      WS-VALUATION-LIMIT-DAYS
                    MOVE 'DUE'           TO WS-CANDIDATE-STATUS
                 WHEN OTHER
                    CONTINUE
              END-EVALUATE
           END-IF
      *
           IF CANDIDATE-NONE
              GO TO 0300-CHECK-VALUATION-EXIT
           END-IF
      *
           IF CND-END NOT < CND-MAX
              ADD 1                      TO WS-TABLE-FULL-COUNT
              GO TO 0300-CHECK-VALUATION-EXIT
           END-IF
      *
           PERFORM 0350-INDEXED-VALUE
              THRU 0350-INDEXED-VALUE-EXIT
      *
           ADD 1                         TO CND-END
           MOVE HSM-BROKERID             TO CND-BROKERID(CND-END)
           MOVE HSM-POLICY-NUM           TO CND-POLICY-NUM(CND-END)
           MOVE HSM-H-POSTCODE           TO CND-POSTCODE(CND-END)
           MOVE HSM-H-VALUE              TO CND-H-VALUE(CND-END)
           MOVE WS-INDEXED-VALUE         TO CND-INDEXED-VALUE(CND-END)
           MOVE HSM-LAST-VALUATION-DATE
             TO CND-VALUATION-DATE(CND-END)
           MOVE WS-VALUATION-AGE-DAYS    TO CND-AGE-DAYS(CND-END)
           MOVE WS-CANDIDATE-STATUS      TO CND-STATUS(CND-END)
      *
           PERFORM 0400-ADD-TO-BROKER
              THRU 0400-ADD-TO-BROKER-EXIT
      *
           IF CANDIDATE-DUE
              ADD 1                      TO WS-DUE-COUNT
           ELSE
              ADD 1                      TO WS-OVERDUE-COUNT
           END-IF
      *
       0300-CHECK-VALUATION-EXIT.
           EXIT.
      *
      *================================================================
      * 0350-INDEXED-VALUE - CARRIES HSM-H-VALUE FORWARD FROM THE
      *     INDEX IT STANDS AT (HSM-INDEX-BASE, ELSE THE INDEX ON THE
      *     VALUATION DATE) TO TODAY'S INDEX.  ZERO WHEN THERE IS NO
      *     INDEX TO DO IT WITH.
      *================================================================
       0350-INDEXED-VALUE.
      *
           MOVE ZERO                     TO WS-INDEXED-VALUE
           IF WS-INDEX-TODAY = ZERO
              GO TO 0350-INDEXED-VALUE-EXIT
           END-IF
      *
           IF HSM-INDEX-BASE-X NUMERIC AND HSM-INDEX-BASE > ZERO
              MOVE HSM-INDEX-BASE        TO WS-INDEX-BASE
           ELSE
              MOVE HSM-LAST-VALUATION-DATE TO WS-INDEX-DATE
              PERFORM 0170-FIND-INDEX
                 THRU 0170-FIND-INDEX-EXIT
              MOVE WS-INDEX-VALUE        TO WS-INDEX-BASE
           END-IF
           IF WS-INDEX-BASE = ZERO
              GO TO 0350-INDEXED-VALUE-EXIT
           END-IF
      *
           COMPUTE WS-INDEXED-VALUE ROUNDED =
                   HSM-H-VALUE * WS-INDEX-TODAY / WS-INDEX-BASE
              ON SIZE ERROR
                 MOVE ZERO               TO WS-INDEXED-VALUE
           END-COMPUTE
      *
       0350-INDEXED-VALUE-EXIT.
           EXIT.
      *
       0400-ADD-TO-BROKER.
      *
           MOVE 'N'                      TO WS-BRK-FND-SW
           MOVE 1                        TO BRK-IDX
           PERFORM UNTIL BRK-IDX > BRK-END OR BRK-FND
              IF BRK-BROKERID(BRK-IDX) = HSM-BROKERID
                 MOVE 'Y'                TO WS-BRK-FND-SW
              ELSE
                 ADD 1                   TO BRK-IDX
              END-IF
           END-PERFORM
      *
           IF NOT BRK-FND
              IF BRK-END NOT < BRK-MAX
                 GO TO 0400-ADD-TO-BROKER-EXIT
              END-IF
              ADD 1                      TO BRK-END
              MOVE BRK-END               TO BRK-IDX
              MOVE HSM-BROKERID          TO BRK-BROKERID(BRK-IDX)
              MOVE ZERO                  TO BRK-DUE-COUNT(BRK-IDX)
                                            BRK-OVERDUE-COUNT(BRK-IDX)
           END-IF
      *
           IF CANDIDATE-DUE
              ADD 1                      TO BRK-DUE-COUNT(BRK-IDX)
           ELSE
              ADD 1                      TO BRK-OVERDUE-COUNT(BRK-IDX)
           END-IF
      *
       0400-ADD-TO-BROKER-EXIT.
           EXIT.
      *
      *================================================================
      * 0800-WRITE-BY-BROKER - ONE BLOCK PER BROKER: A HEADING, ITS
      *     POLICIES IN POLICY ORDER AND ITS COUNTS, THEN THE RUN
      *     TOTALS.
      *================================================================
       0800-WRITE-BY-BROKER.
      *
           MOVE 1                        TO BRK-IDX
           PERFORM UNTIL BRK-IDX > BRK-END
              PERFORM 0850-WRITE-ONE-BROKER
                 THRU 0850-WRITE-ONE-BROKER-EXIT
              ADD 1                      TO BRK-IDX
           END-PERFORM
      *
           MOVE '-------- REBUILD VALUATION TOTALS ----------------'
                TO HOUSVALR-RECORD
           WRITE HOUSVALR-RECORD
           MOVE WS-SCANNED-COUNT         TO WS-RPT-CNT
           MOVE SPACES                   TO WS-REPORT-LINE
           STRING 'ACTIVE HOUSE POLICIES SCANNED=' WS-RPT-CNT
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE HOUSVALR-RECORD FROM WS-REPORT-LINE
           MOVE WS-DUE-COUNT             TO WS-RPT-CNT
           MOVE WS-OVERDUE-COUNT         TO WS-RPT-CNT2
           MOVE SPACES                   TO WS-REPORT-LINE
           STRING 'VALUATIONS DUE=' WS-RPT-CNT
                  ' OVERDUE=' WS-RPT-CNT2
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE HOUSVALR-RECORD FROM WS-REPORT-LINE
           IF WS-TABLE-FULL-COUNT > ZERO
              MOVE WS-TABLE-FULL-COUNT   TO WS-RPT-CNT
              MOVE SPACES                TO WS-REPORT-LINE
              STRING '**NOT LISTED - TABLE FULL=' WS-RPT-CNT
                     DELIMITED BY SIZE INTO WS-REPORT-LINE
              WRITE HOUSVALR-RECORD FROM WS-REPORT-LINE
              MOVE 8                     TO RETURN-CODE
           END-IF
           IF WS-INDEX-TODAY = ZERO
              MOVE 'NO BUILDING-COST INDEX - INDEXED VALUES NOT SHOWN'
                   TO HOUSVALR-RECORD
              WRITE HOUSVALR-RECORD
           END-IF
      *
           DISPLAY 'LGRHOUS1 - DUE=' WS-DUE-COUNT
                   ' OVERDUE=' WS-OVERDUE-COUNT
      *
       0800-WRITE-BY-BROKER-EXIT.
           EXIT.
      *
       0850-WRITE-ONE-BROKER.
      *
           MOVE SPACES                   TO WS-REPORT-LINE
           STRING 'BROKER ' BRK-BROKERID(BRK-IDX)
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE HOUSVALR-RECORD FROM WS-REPORT-LINE
      *
           MOVE 1                        TO CND-IDX
           PERFORM UNTIL CND-IDX > CND-END
              IF CND-BROKERID(CND-IDX) = BRK-BROKERID(BRK-IDX)
                 PERFORM 0860-WRITE-ONE-POLICY
                    THRU 0860-WRITE-ONE-POLICY-EXIT
              END-IF
              ADD 1                      TO CND-IDX
           END-PERFORM
      *
           MOVE BRK-DUE-COUNT(BRK-IDX)   TO WS-RPT-CNT
           MOVE BRK-OVERDUE-COUNT(BRK-IDX) TO WS-RPT-CNT2
           MOVE SPACES                   TO WS-REPORT-LINE
           STRING '  BROKER TOTAL DUE=' WS-RPT-CNT
                  ' OVERDUE=' WS-RPT-CNT2
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE HOUSVALR-RECORD FROM WS-REPORT-LINE
      *
       0850-WRITE-ONE-BROKER-EXIT.
           EXIT.
      *
       0860-WRITE-ONE-POLICY.
      *
           MOVE CND-AGE-DAYS(CND-IDX)    TO WS-RPT-DAYS
           MOVE CND-H-VALUE(CND-IDX)     TO WS-RPT-VALUE
           MOVE SPACES                   TO WS-REPORT-LINE
           IF CND-INDEXED-VALUE(CND-IDX) > ZERO
              MOVE CND-INDEXED-VALUE(CND-IDX) TO WS-RPT-VALUE2
              STRING '  ' CND-STATUS(CND-IDX)
                     ' POLICY ' CND-POLICY-NUM(CND-IDX)
                     ' ' CND-POSTCODE(CND-IDX)
                     ' VALUED ' CND-VALUATION-DATE(CND-IDX)
                     WS-RPT-DAYS 'D'
                     ' SI=' WS-RPT-VALUE
                     ' INDEXED=' WS-RPT-VALUE2
                     DELIMITED BY SIZE INTO WS-REPORT-LINE
           ELSE
              STRING '  ' CND-STATUS(CND-IDX)
                     ' POLICY ' CND-POLICY-NUM(CND-IDX)
                     ' ' CND-POSTCODE(CND-IDX)
                     ' VALUED ' CND-VALUATION-DATE(CND-IDX)
                     WS-RPT-DAYS 'D'
                     ' SI=' WS-RPT-VALUE
                     DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-IF
           WRITE HOUSVALR-RECORD FROM WS-REPORT-LINE
      *
       0860-WRITE-ONE-POLICY-EXIT.
           EXIT.
      *
       0900-CLOSE-FILES.
      *
           IF HOUSEPOL-USABLE
              CLOSE HOUSEPOL
           END-IF
           CLOSE HOUSVALR
      *
       0900-CLOSE-FILES-EXIT.
           EXIT.
