       IDENTIFICATION DIVISION.
       PROGRAM-ID. LGRADJ01.
       AUTHOR. INSURANCE-APPLICATIONS-TEAM.
       INSTALLATION. POLICY-ADMINISTRATION.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.
      *================================================================
      * MODIFICATION HISTORY
      *   2026-10-15  PA  ORIGINAL -- ADJUSTER CASELOAD REPORT.  CLAIMS
      *                   ARE NOW ROUTED TO ADJUSTERS AT INTAKE
      *                   (LGACLM01 ADDCLM) AND REASSIGNED BY THE
      *                   MANAGER (ASNCLM); THIS SHOWS WHERE THE OPEN
      *                   WORK SITS.
      *================================================================
      *================================================================
      *    FUNCTION:
      *      READS THE CLAIM FILE SEQUENTIALLY AND, FOR EVERY ADJUSTER
      *      IN THE LGCADJT TABLE, PRINTS THE OPEN CLAIMS HELD, THE
      *      SHARE OF THE MAXIMUM CASELOAD THAT REPRESENTS, THE TOTAL
      *      OPEN RESERVE (CLM-C-VALUE MINUS CLM-C-PAID, AS LGRRSV01)
      *      AND THE OLDEST CLAIM BY DATE OF LOSS, FLAGGING ANYONE
      *      OVER THE MAXIMUM OR HOLDING A CLAIM ABOVE THEIR
      *      AUTHORITY.  OPEN CLAIMS WITH NO ADJUSTER, OR WITH ONE NO
      *      LONGER IN THE TABLE, ARE TOTALLED AND THEN LISTED ONE BY
      *      ONE ON A SECOND PASS FOR THE MANAGER TO ASSIGN.
      *
      *    INPUT FILE:   CLAIMPOL - CLAIM MASTER, READ SEQUENTIALLY.
      *
      *    OUTPUT FILE:  ADJRPT   - CASELOAD REPORT.
      *
      *    RETURN CODE:  00 - EVERY OPEN CLAIM OWNED, NOBODY OVER
      *                  04 - UNOWNED CLAIMS, OR AN ADJUSTER OVER THE
      *                       MAXIMUM CASELOAD OR AUTHORITY
      *                  08 - FILE ERROR
      *================================================================
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *
           SELECT CLAIMPOL ASSIGN TO CLAIMPOL
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS CLM-CLAIM-NUM
              FILE STATUS IS CLAIMPOL-STATUS.
      *
           SELECT ADJRPT ASSIGN TO ADJRPT
              FILE STATUS IS ADJRPT-STATUS.
      *
       DATA DIVISION.
       FILE SECTION.
      *
       FD  CLAIMPOL
           BLOCK CONTAINS 0 RECORDS.
       COPY LGCCLAIM.
      *
       FD  ADJRPT
           BLOCK CONTAINS 0 RECORDS.
       01  ADJRPT-RECORD                  PIC X(132).
      *
       WORKING-STORAGE SECTION.
      *
       77  FILLER                         PIC X(36) VALUE
                   'LGRADJ01 WORKING STORAGE BEGINS HR'.
      *
       01  WS-AREA.
           05  CLAIMPOL-STATUS            PIC XX VALUE '00'.
               88  CLAIMPOL-OPEN-OK               VALUE '00'.
           05  ADJRPT-STATUS              PIC XX VALUE '00'.
               88  ADJRPT-OPEN-OK                 VALUE '00'.
           05  SW-EOF                     PIC X(01) VALUE 'N'.
               88  END-OF-FILE                    VALUE 'Y'.
           05  SW-ABORT                   PIC X(01) VALUE 'N'.
               88  ABORT-RUN                      VALUE 'Y'.
           05  SW-CLAIMPOL-OPENED         PIC X(01) VALUE 'N'.
               88  CLAIMPOL-OPENED                VALUE 'Y'.
           05  SW-ADJRPT-OPENED           PIC X(01) VALUE 'N'.
               88  ADJRPT-OPENED                  VALUE 'Y'.
           05  SW-ATTENTION               PIC X(01) VALUE 'N'.
               88  NEEDS-ATTENTION                VALUE 'Y'.
      *
       COPY LGCADJT.
      *
       01  WS-TODAY-DATE                  PIC 9(08).
       01  WS-TODAY-INTDATE               PIC 9(07) VALUE ZERO.
       01  WS-OLD-NUMDATE                 PIC 9(08) VALUE ZERO.
       01  WS-OLD-INTDATE                 PIC 9(07) VALUE ZERO.
       01  WS-DAYS-OLD                    PIC S9(07) VALUE ZERO.
      *
       01  WS-ADJ-SUB                     PIC 9(04) COMP VALUE ZERO.
       01  WS-RESERVE                     PIC S9(09) VALUE ZERO.
       01  WS-LOAD-PCT                    PIC 9(05) VALUE ZERO.
      *
      *    OPEN CLAIMS NOBODY IN THE TABLE OWNS - 1 NO ADJUSTER,
      *    2 AN ADJUSTER NO LONGER IN LGCADJT.
       01  WS-ORPHAN-TABLE.
           05  WS-ORPHAN OCCURS 2 TIMES.
               10  WS-ORPHAN-CLAIMS       PIC 9(05).
               10  WS-ORPHAN-RESERVE      PIC S9(11).
               10  WS-ORPHAN-OLDEST-DATE  PIC X(10).
               10  WS-ORPHAN-OLDEST-CLAIM PIC 9(10).
       01  WS-ORPHAN-SUB                  PIC 9(04) COMP VALUE ZERO.
      *
       01  WS-CLAIMS-READ                 PIC 9(07) COMP VALUE ZERO.
       01  WS-CLAIMS-OPEN                 PIC 9(07) COMP VALUE ZERO.
       01  WS-TOTAL-RESERVE               PIC S9(11) VALUE ZERO.
      *
       01  WS-REPORT-LINE                 PIC X(132).
       01  WS-RPT-CNT                     PIC Z(6)9.
       01  WS-RPT-OPEN                    PIC Z(4)9.
       01  WS-RPT-MAX                     PIC ZZ9.
       01  WS-RPT-PCT                     PIC Z(4)9.
       01  WS-RPT-AUTH                    PIC Z(7)9.
       01  WS-RPT-RESERVE                 PIC -(10)9.
       01  WS-RPT-DAYS                    PIC Z(5)9.
       01  WS-RPT-OLDEST                  PIC X(10).
       01  WS-RPT-OLDEST-CLAIM            PIC X(10).
       01  WS-RPT-FLAGS                   PIC X(24).
       01  WS-RPT-OVER                    PIC Z(4)9.
       01  WS-RPT-LABEL                   PIC X(34).
      *
       PROCEDURE DIVISION.
      *
       0000-MAINLINE.
      *
           PERFORM 0100-INITIALIZATION
              THRU 0100-INITIALIZATION-EXIT
      *
           IF NOT ABORT-RUN
              PERFORM 0200-TALLY-CASELOADS
                 THRU 0200-TALLY-CASELOADS-EXIT
              PERFORM 0400-PRINT-CASELOADS
                 THRU 0400-PRINT-CASELOADS-EXIT
           END-IF
      *
           IF NOT ABORT-RUN
              IF WS-ORPHAN-CLAIMS(1) > ZERO
                 OR WS-ORPHAN-CLAIMS(2) > ZERO
                 PERFORM 0600-LIST-UNOWNED-CLAIMS
                    THRU 0600-LIST-UNOWNED-CLAIMS-EXIT
              END-IF
           END-IF
      *
           PERFORM 0900-CLOSE-FILES
              THRU 0900-CLOSE-FILES-EXIT
      *
           IF ABORT-RUN
              MOVE 8                     TO RETURN-CODE
           ELSE
              IF NEEDS-ATTENTION
                 MOVE 4                  TO RETURN-CODE
              END-IF
           END-IF
      *
           GOBACK.
      *
       0100-INITIALIZATION.
      *
           OPEN OUTPUT ADJRPT
           IF NOT ADJRPT-OPEN-OK
              DISPLAY '**LGRADJ01 - ADJRPT OPEN ERROR - STATUS '
                      ADJRPT-STATUS
              SET ABORT-RUN              TO TRUE
              GO TO 0100-INITIALIZATION-EXIT
           END-IF
           SET ADJRPT-OPENED             TO TRUE
      *
           MOVE '-------- LGRADJ01 ADJUSTER CASELOADS ---------------'
                TO ADJRPT-RECORD
           WRITE ADJRPT-RECORD
      *
           OPEN INPUT CLAIMPOL
           IF NOT CLAIMPOL-OPEN-OK
              DISPLAY '**LGRADJ01 - CLAIMPOL OPEN ERROR - STATUS '
                      CLAIMPOL-STATUS
              SET ABORT-RUN              TO TRUE
              GO TO 0100-INITIALIZATION-EXIT
           END-IF
           SET CLAIMPOL-OPENED           TO TRUE
      *
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           COMPUTE WS-TODAY-INTDATE =
                   FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE)
      *
           INITIALIZE ADJ-CASELOAD-TABLE
           INITIALIZE WS-ORPHAN-TABLE
      *
       0100-INITIALIZATION-EXIT.
           EXIT.
      *
      *================================================================
      * 0200-TALLY-CASELOADS - ONE PASS OF CLAIMPOL, ADDING EACH OPEN
      *     CLAIM TO ITS ADJUSTER'S SLOT OR TO AN UNOWNED BUCKET.
      *================================================================
       0200-TALLY-CASELOADS.
      *
           MOVE 'N'                      TO SW-EOF
           PERFORM UNTIL END-OF-FILE
              READ CLAIMPOL NEXT RECORD
                 AT END SET END-OF-FILE  TO TRUE
              END-READ
              IF NOT END-OF-FILE
                 ADD 1                   TO WS-CLAIMS-READ
                 IF CLM-CLAIM-OPEN
                    PERFORM 0300-TALLY-ONE-CLAIM
                       THRU 0300-TALLY-ONE-CLAIM-EXIT
                 END-IF
              END-IF
           END-PERFORM
      *
       0200-TALLY-CASELOADS-EXIT.
           EXIT.
      *
       0300-TALLY-ONE-CLAIM.
      *
           ADD 1                         TO WS-CLAIMS-OPEN
           COMPUTE WS-RESERVE = CLM-C-VALUE - CLM-C-PAID
           ADD WS-RESERVE                TO WS-TOTAL-RESERVE
      *
           MOVE ZERO                     TO WS-ADJ-SUB
           IF CLM-ADJUSTER-ID = SPACES
              MOVE 1                     TO WS-ORPHAN-SUB
              GO TO 0300-TALLY-ORPHAN
           END-IF
      *
           SET ADJ-IDX                   TO 1
           SEARCH ADJ-ENTRY
              AT END
                 CONTINUE
              WHEN ADJ-ID(ADJ-IDX) = CLM-ADJUSTER-ID
                 SET WS-ADJ-SUB          TO ADJ-IDX
           END-SEARCH
           IF WS-ADJ-SUB = ZERO
              MOVE 2                     TO WS-ORPHAN-SUB
              GO TO 0300-TALLY-ORPHAN
           END-IF
      *
           ADD 1                      TO ADJ-OPEN-CLAIMS(WS-ADJ-SUB)
           ADD WS-RESERVE             TO ADJ-OPEN-RESERVE(WS-ADJ-SUB)
           IF CLM-C-VALUE > ADJ-AUTHORITY(WS-ADJ-SUB)
              ADD 1                   TO ADJ-OVER-AUTHORITY(WS-ADJ-SUB)
           END-IF
      *    CCYY-MM-DD DATES COMPARE CORRECTLY AS STRINGS.
           IF ADJ-OLDEST-DATE(WS-ADJ-SUB) = SPACES
              OR CLM-C-DATE < ADJ-OLDEST-DATE(WS-ADJ-SUB)
              MOVE CLM-C-DATE         TO ADJ-OLDEST-DATE(WS-ADJ-SUB)
              MOVE CLM-CLAIM-NUM      TO ADJ-OLDEST-CLAIM(WS-ADJ-SUB)
           END-IF
           GO TO 0300-TALLY-ONE-CLAIM-EXIT.
      *
       0300-TALLY-ORPHAN.
      *
           SET NEEDS-ATTENTION           TO TRUE
           ADD 1                      TO WS-ORPHAN-CLAIMS(WS-ORPHAN-SUB)
           ADD WS-RESERVE            TO WS-ORPHAN-RESERVE(WS-ORPHAN-SUB)
           IF WS-ORPHAN-OLDEST-DATE(WS-ORPHAN-SUB) = SPACES
              OR CLM-C-DATE < WS-ORPHAN-OLDEST-DATE(WS-ORPHAN-SUB)
              MOVE CLM-C-DATE
                TO WS-ORPHAN-OLDEST-DATE(WS-ORPHAN-SUB)
              MOVE CLM-CLAIM-NUM
                TO WS-ORPHAN-OLDEST-CLAIM(WS-ORPHAN-SUB)
           END-IF
      *
       0300-TALLY-ONE-CLAIM-EXIT.
           EXIT.
      *
      *================================================================
      * 0400-PRINT-CASELOADS - ONE LINE PER ADJUSTER IN TABLE ORDER,
      *     THEN THE UNOWNED BUCKETS AND THE TOTAL.
      *================================================================
       0400-PRINT-CASELOADS.
      *
           MOVE SPACES                   TO ADJRPT-RECORD
           WRITE ADJRPT-RECORD
           MOVE SPACES                   TO WS-REPORT-LINE
           STRING 'ADJUSTER  NAME                 LINE ACT'
                  ' AUTHORITY MAX  OPEN  LOAD%     RESERVE'
                  '  OLDEST LOSS CLAIM       DAYS  FLAGS'
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE ADJRPT-RECORD FROM WS-REPORT-LINE
      *
           PERFORM 0450-PRINT-ONE-ADJUSTER
              THRU 0450-PRINT-ONE-ADJUSTER-EXIT
              VARYING WS-ADJ-SUB FROM 1 BY 1
                UNTIL WS-ADJ-SUB > ADJ-ADJUSTER-COUNT
      *
           MOVE SPACES                   TO ADJRPT-RECORD
           WRITE ADJRPT-RECORD
           MOVE 1                        TO WS-ORPHAN-SUB
           MOVE 'OPEN CLAIMS WITH NO ADJUSTER'
                                         TO WS-RPT-LABEL
           PERFORM 0500-PRINT-ORPHAN-LINE
              THRU 0500-PRINT-ORPHAN-LINE-EXIT
           MOVE 2                        TO WS-ORPHAN-SUB
           MOVE 'OPEN CLAIMS - ADJUSTER NOT IN TABLE'
                                         TO WS-RPT-LABEL
           PERFORM 0500-PRINT-ORPHAN-LINE
              THRU 0500-PRINT-ORPHAN-LINE-EXIT
      *
           MOVE SPACES                   TO ADJRPT-RECORD
           WRITE ADJRPT-RECORD
           MOVE WS-CLAIMS-READ           TO WS-RPT-CNT
           MOVE SPACES                   TO WS-REPORT-LINE
           STRING 'CLAIMS READ         =' WS-RPT-CNT
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE ADJRPT-RECORD FROM WS-REPORT-LINE
           MOVE WS-CLAIMS-OPEN           TO WS-RPT-CNT
           MOVE WS-TOTAL-RESERVE         TO WS-RPT-RESERVE
           MOVE SPACES                   TO WS-REPORT-LINE
           STRING 'OPEN CLAIMS         =' WS-RPT-CNT
                  '   OPEN RESERVE =' WS-RPT-RESERVE
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE ADJRPT-RECORD FROM WS-REPORT-LINE
      *
           DISPLAY 'LGRADJ01 - CLAIMS READ=' WS-CLAIMS-READ
                   ' OPEN=' WS-CLAIMS-OPEN
                   ' NO ADJUSTER=' WS-ORPHAN-CLAIMS(1)
                   ' NOT IN TABLE=' WS-ORPHAN-CLAIMS(2)
      *
       0400-PRINT-CASELOADS-EXIT.
           EXIT.
      *
       0450-PRINT-ONE-ADJUSTER.
      *
           MOVE SPACES                   TO WS-RPT-FLAGS
           MOVE ZERO                     TO WS-LOAD-PCT
           IF ADJ-MAX-CASELOAD(WS-ADJ-SUB) > ZERO
              COMPUTE WS-LOAD-PCT ROUNDED =
                      ADJ-OPEN-CLAIMS(WS-ADJ-SUB) * 100
                    / ADJ-MAX-CASELOAD(WS-ADJ-SUB)
           END-IF
           IF ADJ-OPEN-CLAIMS(WS-ADJ-SUB)
              > ADJ-MAX-CASELOAD(WS-ADJ-SUB)
              MOVE 'OVER MAX'            TO WS-RPT-FLAGS
              SET NEEDS-ATTENTION        TO TRUE
           END-IF
           IF ADJ-OVER-AUTHORITY(WS-ADJ-SUB) > ZERO
              MOVE ADJ-OVER-AUTHORITY(WS-ADJ-SUB) TO WS-RPT-OVER
              MOVE SPACES                TO WS-RPT-FLAGS(10:15)
              STRING WS-RPT-OVER ' OVER AUTH'
                     DELIMITED BY SIZE INTO WS-RPT-FLAGS(10:15)
              SET NEEDS-ATTENTION        TO TRUE
           END-IF
      *
           MOVE ADJ-OLDEST-DATE(WS-ADJ-SUB) TO WS-RPT-OLDEST
           MOVE ADJ-OLDEST-CLAIM(WS-ADJ-SUB) TO WS-RPT-OLDEST-CLAIM
           PERFORM 0550-DAYS-OLD
              THRU 0550-DAYS-OLD-EXIT
      *
           MOVE ADJ-AUTHORITY(WS-ADJ-SUB)   TO WS-RPT-AUTH
           MOVE ADJ-MAX-CASELOAD(WS-ADJ-SUB) TO WS-RPT-MAX
           MOVE ADJ-OPEN-CLAIMS(WS-ADJ-SUB) TO WS-RPT-OPEN
           MOVE WS-LOAD-PCT                 TO WS-RPT-PCT
           MOVE ADJ-OPEN-RESERVE(WS-ADJ-SUB) TO WS-RPT-RESERVE
      *
           MOVE SPACES                   TO WS-REPORT-LINE
           STRING ADJ-ID(WS-ADJ-SUB) '  '
                  ADJ-NAME(WS-ADJ-SUB) ' '
                  ADJ-LINES(WS-ADJ-SUB) '  '
                  ADJ-ACTIVE(WS-ADJ-SUB) ' '
                  WS-RPT-AUTH ' '
                  WS-RPT-MAX ' '
                  WS-RPT-OPEN ' '
                  WS-RPT-PCT ' '
                  WS-RPT-RESERVE '  '
                  WS-RPT-OLDEST '  '
                  WS-RPT-OLDEST-CLAIM ' '
                  WS-RPT-DAYS '  '
                  WS-RPT-FLAGS
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE ADJRPT-RECORD FROM WS-REPORT-LINE
      *
       0450-PRINT-ONE-ADJUSTER-EXIT.
           EXIT.
      *
       0500-PRINT-ORPHAN-LINE.
      *
           MOVE WS-ORPHAN-OLDEST-DATE(WS-ORPHAN-SUB) TO WS-RPT-OLDEST
           MOVE WS-ORPHAN-OLDEST-CLAIM(WS-ORPHAN-SUB)
                                         TO WS-RPT-OLDEST-CLAIM
           PERFORM 0550-DAYS-OLD
              THRU 0550-DAYS-OLD-EXIT
           MOVE WS-ORPHAN-CLAIMS(WS-ORPHAN-SUB)  TO WS-RPT-OPEN
           MOVE WS-ORPHAN-RESERVE(WS-ORPHAN-SUB) TO WS-RPT-RESERVE
      *
           MOVE SPACES                   TO WS-REPORT-LINE
           STRING WS-RPT-LABEL ' '
                  '                   '
                  WS-RPT-OPEN '       '
                  WS-RPT-RESERVE '  '
                  WS-RPT-OLDEST '  '
                  WS-RPT-OLDEST-CLAIM ' '
                  WS-RPT-DAYS
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE ADJRPT-RECORD FROM WS-REPORT-LINE
      *
       0500-PRINT-ORPHAN-LINE-EXIT.
           EXIT.
      *
      *================================================================
      * 0550-DAYS-OLD - DAYS SINCE THE OLDEST LOSS DATE IN
      *     WS-RPT-OLDEST; BLANKS WHEN THERE IS NO OPEN CLAIM.
      *================================================================
       0550-DAYS-OLD.
      *
           MOVE ZERO                     TO WS-RPT-DAYS
           IF WS-RPT-OLDEST = SPACES
              MOVE SPACES                TO WS-RPT-OLDEST-CLAIM
              GO TO 0550-DAYS-OLD-EXIT
           END-IF
      *
           MOVE WS-RPT-OLDEST(1:4)       TO WS-OLD-NUMDATE(1:4)
           MOVE WS-RPT-OLDEST(6:2)       TO WS-OLD-NUMDATE(5:2)
           MOVE WS-RPT-OLDEST(9:2)       TO WS-OLD-NUMDATE(7:2)
           COMPUTE WS-OLD-INTDATE =
                   FUNCTION INTEGER-OF-DATE(WS-OLD-NUMDATE)
           COMPUTE WS-DAYS-OLD = WS-TODAY-INTDATE - WS-OLD-INTDATE
           IF WS-DAYS-OLD < ZERO
              MOVE ZERO                  TO WS-DAYS-OLD
           END-IF
           MOVE WS-DAYS-OLD              TO WS-RPT-DAYS
      *
       0550-DAYS-OLD-EXIT.
           EXIT.
      *
      *================================================================
      * 0600-LIST-UNOWNED-CLAIMS - SECOND PASS OF CLAIMPOL LISTING
      *     EACH OPEN CLAIM THE MANAGER STILL HAS TO ASSIGN.
      *================================================================
       0600-LIST-UNOWNED-CLAIMS.
      *
           CLOSE CLAIMPOL
           MOVE 'N'                      TO SW-CLAIMPOL-OPENED
           OPEN INPUT CLAIMPOL
           IF NOT CLAIMPOL-OPEN-OK
              DISPLAY '**LGRADJ01 - CLAIMPOL REOPEN ERROR - STATUS '
                      CLAIMPOL-STATUS
              SET ABORT-RUN              TO TRUE
              GO TO 0600-LIST-UNOWNED-CLAIMS-EXIT
           END-IF
           SET CLAIMPOL-OPENED           TO TRUE
      *
           MOVE SPACES                   TO ADJRPT-RECORD
           WRITE ADJRPT-RECORD
           MOVE '-------- OPEN CLAIMS TO ASSIGN ---------------------'
                TO ADJRPT-RECORD
           WRITE ADJRPT-RECORD
           MOVE SPACES                   TO WS-REPORT-LINE
           STRING 'CLAIM       POLICY      DATE OF LOSS     VALUE'
                  '  ADJUSTER'
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE ADJRPT-RECORD FROM WS-REPORT-LINE
      *
           MOVE 'N'                      TO SW-EOF
           PERFORM UNTIL END-OF-FILE
              READ CLAIMPOL NEXT RECORD
                 AT END SET END-OF-FILE  TO TRUE
              END-READ
              IF NOT END-OF-FILE
                 IF CLM-CLAIM-OPEN
                    PERFORM 0650-LIST-IF-UNOWNED
                       THRU 0650-LIST-IF-UNOWNED-EXIT
                 END-IF
              END-IF
           END-PERFORM
      *
       0600-LIST-UNOWNED-CLAIMS-EXIT.
           EXIT.
      *
       0650-LIST-IF-UNOWNED.
      *
           IF CLM-ADJUSTER-ID NOT = SPACES
              MOVE ZERO                  TO WS-ADJ-SUB
              SET ADJ-IDX                TO 1
              SEARCH ADJ-ENTRY
                 AT END
                    CONTINUE
                 WHEN ADJ-ID(ADJ-IDX) = CLM-ADJUSTER-ID
                    SET WS-ADJ-SUB       TO ADJ-IDX
              END-SEARCH
              IF WS-ADJ-SUB NOT = ZERO
                 GO TO 0650-LIST-IF-UNOWNED-EXIT
              END-IF
           END-IF
      *
           MOVE CLM-C-VALUE              TO WS-RPT-AUTH
           MOVE SPACES                   TO WS-REPORT-LINE
           STRING CLM-CLAIM-NUM '  '
                  CLM-POLICY-NUM '  '
                  CLM-C-DATE '   '
                  WS-RPT-AUTH '  '
                  CLM-ADJUSTER-ID
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE ADJRPT-RECORD FROM WS-REPORT-LINE
      *
       0650-LIST-IF-UNOWNED-EXIT.
           EXIT.
      *
       0900-CLOSE-FILES.
      *
           IF CLAIMPOL-OPENED
              CLOSE CLAIMPOL
           END-IF
           IF ADJRPT-OPENED
              CLOSE ADJRPT
           END-IF
      *
       0900-CLOSE-FILES-EXIT.
           EXIT.
