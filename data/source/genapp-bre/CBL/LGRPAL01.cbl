       IDENTIFICATION DIVISION.
       PROGRAM-ID. LGRPAL01.
       AUTHOR. INSURANCE-APPLICATIONS-TEAM.
       INSTALLATION. POLICY-ADMINISTRATION.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.
      *================================================================
      * MODIFICATION HISTORY
      *   2026-10-15  PA  PARAGRAPHS LEFT BY GO TO THEIR EXIT ARE
      *                   PERFORMED THRU THAT EXIT.
      *   2026-10-15  PA  ORIGINAL -- WEEKLY PRIVACY ACCESS REVIEW
      *                   OVER THE PRIVALOG LOG LGIAUD01 WRITES.
      *                   THE HIPAA ACCESS REVIEW ASKS WHO LOOKED AT
      *                   WHICH MEMBER'S CLAIMS; THIS ANSWERS IT BY
      *                   USER AND PICKS OUT THE ACCESSES THAT NEED
      *                   A SECOND LOOK.
      *================================================================
      *================================================================
      *    FUNCTION:
      *      READS THE PRIVACY ACCESS LOG FOR THE REVIEW PERIOD AND
      *      TOTALS, BY USER ID, THE INQUIRIES MADE, THE PAGING
      *      CONTINUATIONS AND THE CLAIMS RETURNED.  FLAGS:
      *        - VOLUME:    A USER WHOSE INQUIRIES FOR THE PERIOD
      *                     EXCEED THE PARM LIMIT,
      *        - OWN:       A LOOKUP OF A CLAIM BELONGING TO THE
      *                     USER'S OWN MEMBER ID,
      *        - CO-WORKER: A LOOKUP OF A CLAIM BELONGING TO THE
      *                     MEMBER ID OF ANOTHER EMPLOYEE ON THE
      *                     STAFF ROSTER,
      *        - OFF-HOURS: AN INQUIRY BEFORE THE BUSINESS-DAY
      *                     START, AT OR AFTER ITS END, OR ON A
      *                     SATURDAY OR SUNDAY.
      *      THE AUDIT TRAIL DOES NOT CARRY THE MEMBER ID, SO A
      *      CLAIM IS TIED TO ITS MEMBER THROUGH THE HRHNACAD
      *      ACCUMULATOR AUDIT DETAIL (ONLY CLAIMS OF MEMBERS ON THE
      *      STAFF ROSTER ARE KEPT).  THE CLAIMS CHECKED ARE THOSE
      *      RETURNED PLUS, FOR AN 'INQCLM', THE CLAIM ASKED FOR -
      *      ASKING IS ITSELF THE ACCESS ATTEMPT.
      *
      *    INPUT FILES:  PALPARM  - OPTIONAL CARD:
      *                             COLS  1-8  PERIOD FROM (YYYYMMDD)
      *                             COLS 10-17 PERIOD TO   (YYYYMMDD)
      *                                        (SPACES = WHOLE LOG)
      *                             COLS 19-23 VOLUME LIMIT
      *                                        (DEFAULT 00100)
      *                             COLS 25-28 BUSINESS-DAY START
      *                                        HHMM (DEFAULT 0700)
      *                             COLS 30-33 BUSINESS-DAY END
      *                                        HHMM (DEFAULT 1800)
      *                  PALSTAFF - OPTIONAL STAFF ROSTER:
      *                             COLS  1-8  USER ID
      *                             COLS 10-27 EMPLOYEE'S OWN MEMBER
      *                                        ID (SPACES = NONE)
      *                             COLS 29-48 EMPLOYEE NAME
      *                  PRIVALOG - THE ACCESS LOG (READ
      *                             SEQUENTIALLY).
      *                  HRHNACAD - ACCUMULATOR AUDIT DETAIL
      *                             GENERATIONS, CONCATENATED
      *                             (OPTIONAL).
      *    OUTPUT FILE:  PALRPT   - ACCESS REVIEW REPORT.
      *
      *    RETURN CODE:  00 - NOTHING FLAGGED
      *                  04 - ACCESSES FLAGGED FOR REVIEW
      *                  08 - FILE ERROR
      *================================================================
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *
           SELECT PALPARM ASSIGN TO PALPARM
              FILE STATUS IS PALPARM-STATUS.
      *
           SELECT PALSTAFF ASSIGN TO PALSTAFF
              FILE STATUS IS PALSTAFF-STATUS.
      *
           SELECT PRIVALOG ASSIGN TO PRIVALOG
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS PAL-KEY
              FILE STATUS IS PRIVALOG-STATUS.
      *
           SELECT HRHNACAD ASSIGN TO HRHNACAD
              FILE STATUS IS HRHNACAD-STATUS.
      *
           SELECT PALRPT ASSIGN TO PALRPT
              FILE STATUS IS PALRPT-STATUS.
      *
       DATA DIVISION.
       FILE SECTION.
      *
       FD  PALPARM
           BLOCK CONTAINS 0 RECORDS.
       01  PALPARM-RECORD                 PIC X(80).
      *
       FD  PALSTAFF
           BLOCK CONTAINS 0 RECORDS.
       01  PALSTAFF-RECORD.
           05  STF-USERID                 PIC X(08).
           05  FILLER                     PIC X(01).
           05  STF-MEMBER-ID              PIC X(18).
           05  FILLER                     PIC X(01).
           05  STF-NAME                   PIC X(20).
           05  FILLER                     PIC X(32).
      *
       FD  PRIVALOG
           BLOCK CONTAINS 0 RECORDS.
       COPY LGCPALG.
      *
       FD  HRHNACAD
           BLOCK CONTAINS 0 RECORDS.
       01  ACCUM-AUDIT-RECORD.
           05  ACA-CAR-REC-ID             PIC X(50).
           05  ACA-CLAIM-CTL-NO           PIC 9(15).
           05  ACA-VENDOR-CODE            PIC X(05).
           05  ACA-MEMBER-ID              PIC X(18).
           05  FILLER                     PIC X(72).
      *
       FD  PALRPT
           BLOCK CONTAINS 0 RECORDS.
       01  PALRPT-RECORD                  PIC X(120).
      *
       WORKING-STORAGE SECTION.
      *
       77  FILLER                         PIC X(36) VALUE
                   'LGRPAL01 WORKING STORAGE BEGINS HR'.
      *
       01  WS-AREA.
           05  PALPARM-STATUS             PIC XX VALUE '00'.
               88  PALPARM-VALID-STATUS           VALUE '00'.
           05  PALSTAFF-STATUS            PIC XX VALUE '00'.
               88  PALSTAFF-VALID-STATUS          VALUE '00'.
           05  PRIVALOG-STATUS            PIC XX VALUE '00'.
               88  PRIVALOG-VALID-STATUS          VALUE '00'.
           05  HRHNACAD-STATUS            PIC XX VALUE '00'.
               88  HRHNACAD-VALID-STATUS          VALUE '00'.
           05  PALRPT-STATUS              PIC XX VALUE '00'.
           05  SW-EOF                     PIC X(01) VALUE 'N'.
               88  END-OF-FILE                    VALUE 'Y'.
           05  SW-LOG-OPEN                PIC X(01) VALUE 'N'.
               88  ACCESS-LOG-OPEN                VALUE 'Y'.
      *
       01  WS-PARM-REC.
           05  WS-PARM-FROM               PIC X(08).
           05  FILLER                     PIC X(01).
           05  WS-PARM-TO                 PIC X(08).
           05  FILLER                     PIC X(01).
           05  WS-PARM-VOLUME             PIC 9(05).
           05  FILLER                     PIC X(01).
           05  WS-PARM-DAY-START          PIC 9(04).
           05  FILLER                     PIC X(01).
           05  WS-PARM-DAY-END            PIC 9(04).
           05  FILLER                     PIC X(47).
       01  WS-PARM-REC-X REDEFINES WS-PARM-REC.
           05  FILLER                     PIC X(18).
           05  WS-PARM-VOLUME-X           PIC X(05).
           05  FILLER                     PIC X(01).
           05  WS-PARM-DAY-START-X        PIC X(04).
           05  FILLER                     PIC X(01).
           05  WS-PARM-DAY-END-X          PIC X(04).
           05  FILLER                     PIC X(47).
      *
       01  WS-PERIOD-FROM                 PIC X(08) VALUE LOW-VALUES.
       01  WS-PERIOD-TO                   PIC X(08) VALUE HIGH-VALUES.
       01  WS-VOLUME-LIMIT                PIC 9(05) VALUE 00100.
       01  WS-DAY-START                   PIC 9(04) VALUE 0700.
       01  WS-DAY-END                     PIC 9(04) VALUE 1800.
      *
      *    STAFF ROSTER.
       01  STF-MAX                        PIC 9(04) COMP VALUE 1000.
       01  STF-IDX                        PIC 9(04) COMP VALUE ZERO.
       01  STF-END                        PIC 9(04) COMP VALUE ZERO.
       01  STF-TABLE.
           05  STF-ENTRY OCCURS 1000 TIMES.
               10  STF-T-USERID           PIC X(08).
               10  STF-T-MEMBER-ID        PIC X(18).
               10  STF-T-NAME             PIC X(20).
      *
      *    CLAIMS BELONGING TO STAFF MEMBERS, FROM HRHNACAD.
       01  STC-MAX                        PIC 9(05) COMP VALUE 20000.
       01  STC-IDX                        PIC 9(05) COMP VALUE ZERO.
       01  STC-END                        PIC 9(05) COMP VALUE ZERO.
       01  STC-TABLE.
           05  STC-ENTRY OCCURS 20000 TIMES.
               10  STC-CLAIM-CTL-NO       PIC 9(15).
               10  STC-STAFF-IDX          PIC 9(04) COMP.
      *
      *    ACCESS TOTALS BY USER, KEPT IN USER-ID ORDER.
       01  USR-MAX                        PIC 9(04) COMP VALUE 2000.
       01  USR-IDX                        PIC 9(04) COMP VALUE ZERO.
       01  USR-JDX                        PIC 9(04) COMP VALUE ZERO.
       01  USR-END                        PIC 9(04) COMP VALUE ZERO.
       01  USR-TABLE.
           05  USR-ENTRY OCCURS 2000 TIMES.
               10  USR-USERID             PIC X(08).
               10  USR-INQUIRIES          PIC 9(07) COMP.
               10  USR-CONTINUES          PIC 9(07) COMP.
               10  USR-CLAIMS             PIC 9(07) COMP.
               10  USR-OFF-HOURS          PIC 9(07) COMP.
               10  USR-OWN                PIC 9(07) COMP.
               10  USR-COWORKER           PIC 9(07) COMP.
      *
       01  WS-CHECK-CLAIM                 PIC 9(15) VALUE ZERO.
       01  WS-LAST-CLAIM                  PIC 9(15) VALUE ZERO.
       01  WS-CLAIM-IDX                   PIC 9(02) VALUE ZERO.
       01  WS-LOG-DATE                    PIC 9(08) VALUE ZERO.
       01  WS-LOG-HHMM                    PIC 9(04) VALUE ZERO.
       01  WS-INT-DATE                    PIC 9(07) VALUE ZERO.
       01  WS-DOW-QUOT                    PIC 9(07) VALUE ZERO.
       01  WS-DOW                         PIC 9(01) VALUE ZERO.
       01  WS-FLAG-TEXT                   PIC X(10) VALUE SPACES.
       01  WS-USER-FLAGS                  PIC X(30) VALUE SPACES.
       01  WS-FLAG-PTR                    PIC 9(02) COMP VALUE 1.
      *
       01  WS-READ-COUNT                  PIC 9(07) COMP VALUE ZERO.
       01  WS-PERIOD-COUNT                PIC 9(07) COMP VALUE ZERO.
       01  WS-FLAGGED-COUNT               PIC 9(07) COMP VALUE ZERO.
       01  WS-FLAGGED-USERS               PIC 9(05) COMP VALUE ZERO.
       01  WS-STAFF-DROPPED               PIC 9(05) COMP VALUE ZERO.
       01  WS-USER-DROPPED                PIC 9(05) COMP VALUE ZERO.
      *
       01  WS-REPORT-LINE                 PIC X(120).
       01  WS-RPT-CNT                     PIC Z(6)9.
       01  WS-RPT-CNT2                    PIC Z(6)9.
       01  WS-RPT-CNT3                    PIC Z(6)9.
       01  WS-RPT-CNT4                    PIC Z(6)9.
       01  WS-RPT-CNT5                    PIC Z(6)9.
       01  WS-RPT-CNT6                    PIC Z(6)9.
      *
       PROCEDURE DIVISION.
      *
       0000-MAINLINE.
      *
           PERFORM 0100-INITIALIZATION
           PERFORM 0150-LOAD-STAFF-ROSTER
              THRU 0150-LOAD-STAFF-ROSTER-EXIT
           PERFORM 0200-LOAD-STAFF-CLAIMS
              THRU 0200-LOAD-STAFF-CLAIMS-EXIT
           PERFORM 0300-REVIEW-ACCESS-LOG
              THRU 0300-REVIEW-ACCESS-LOG-EXIT
           PERFORM 0800-WRITE-USER-SUMMARY
           PERFORM 0900-CLOSE-FILES
      *
           IF WS-FLAGGED-COUNT > ZERO OR WS-FLAGGED-USERS > ZERO
              IF RETURN-CODE NOT = 8
                 MOVE 4                  TO RETURN-CODE
              END-IF
           END-IF
      *
           GOBACK.
      *
       0100-INITIALIZATION.
      *
           OPEN OUTPUT PALRPT
           MOVE '-------- LGRPAL01 PRIVACY ACCESS REVIEW -----------'
                TO PALRPT-RECORD
           WRITE PALRPT-RECORD
      *
           MOVE SPACES                   TO WS-PARM-REC
           OPEN INPUT PALPARM
           IF PALPARM-VALID-STATUS
              READ PALPARM INTO WS-PARM-REC
                 AT END CONTINUE
                 NOT AT END
                    IF WS-PARM-FROM NOT = SPACES
                       MOVE WS-PARM-FROM TO WS-PERIOD-FROM
                    END-IF
                    IF WS-PARM-TO NOT = SPACES
                       MOVE WS-PARM-TO   TO WS-PERIOD-TO
                    END-IF
                    IF WS-PARM-VOLUME-X NUMERIC AND
                       WS-PARM-VOLUME > ZERO
                       MOVE WS-PARM-VOLUME TO WS-VOLUME-LIMIT
                    END-IF
                    IF WS-PARM-DAY-START-X NUMERIC AND
                       WS-PARM-DAY-START < 2400
                       MOVE WS-PARM-DAY-START TO WS-DAY-START
                    END-IF
                    IF WS-PARM-DAY-END-X NUMERIC AND
                       WS-PARM-DAY-END NOT > 2400
                       MOVE WS-PARM-DAY-END TO WS-DAY-END
                    END-IF
              END-READ
              CLOSE PALPARM
           END-IF
      *
           MOVE SPACES                   TO WS-REPORT-LINE
           IF WS-PARM-FROM = SPACES AND WS-PARM-TO = SPACES
              MOVE 'PERIOD=WHOLE LOG'    TO WS-REPORT-LINE
           ELSE
              STRING 'PERIOD=' WS-PARM-FROM ' TO ' WS-PARM-TO
                     DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-IF
           MOVE WS-VOLUME-LIMIT          TO WS-RPT-CNT
           STRING '  VOLUME LIMIT=' WS-RPT-CNT
                  '  BUSINESS HOURS=' WS-DAY-START '-' WS-DAY-END
                  ' MON-FRI'
                  DELIMITED BY SIZE INTO WS-REPORT-LINE(30:)
           WRITE PALRPT-RECORD FROM WS-REPORT-LINE
      *
           OPEN INPUT PRIVALOG
           IF NOT PRIVALOG-VALID-STATUS
              DISPLAY '**LGRPAL01 - PRIVALOG OPEN ERROR - STATUS '
                      PRIVALOG-STATUS
              MOVE 8                     TO RETURN-CODE
           ELSE
              SET ACCESS-LOG-OPEN        TO TRUE
           END-IF
      *
       0100-INITIALIZATION-EXIT.
           EXIT.
      *
      *================================================================
      * 0150-LOAD-STAFF-ROSTER - NO ROSTER MEANS NO OWN/CO-WORKER
      *     CHECK; THE REPORT SAYS SO RATHER THAN IMPLYING A CLEAN
      *     RESULT.
      *================================================================
       0150-LOAD-STAFF-ROSTER.
      *
           OPEN INPUT PALSTAFF
           IF NOT PALSTAFF-VALID-STATUS
              MOVE '** NO STAFF ROSTER - OWN/CO-WORKER CHECK NOT DONE'
                TO PALRPT-RECORD
              WRITE PALRPT-RECORD
              GO TO 0150-LOAD-STAFF-ROSTER-EXIT
           END-IF
           MOVE 'N'                      TO SW-EOF
           PERFORM UNTIL END-OF-FILE
              READ PALSTAFF
                 AT END SET END-OF-FILE  TO TRUE
              END-READ
              IF NOT END-OF-FILE AND STF-USERID NOT = SPACES
                 IF STF-END < STF-MAX
                    ADD 1                TO STF-END
                    MOVE STF-USERID      TO STF-T-USERID(STF-END)
                    MOVE STF-MEMBER-ID   TO STF-T-MEMBER-ID(STF-END)
                    MOVE STF-NAME        TO STF-T-NAME(STF-END)
                 ELSE
                    ADD 1                TO WS-STAFF-DROPPED
                 END-IF
              END-IF
           END-PERFORM
           CLOSE PALSTAFF
      *
           IF WS-STAFF-DROPPED > ZERO
              DISPLAY '**LGRPAL01 - STAFF ROSTER FULL - '
                      WS-STAFF-DROPPED ' ENTRIES IGNORED'
           END-IF
      *
       0150-LOAD-STAFF-ROSTER-EXIT.
           EXIT.
      *
      *================================================================
      * 0200-LOAD-STAFF-CLAIMS - ONE PASS OF HRHNACAD, KEEPING THE
      *     CLAIM CONTROL NUMBERS OF EVERY STAFF MEMBER'S CLAIMS.
      *     A CLAIM HAS ONE ROW PER LINE AND VENDOR, SO A CLAIM
      *     ALREADY KEPT IS NOT ADDED AGAIN.
      *================================================================
       0200-LOAD-STAFF-CLAIMS.
      *
           IF STF-END = ZERO
              GO TO 0200-LOAD-STAFF-CLAIMS-EXIT
           END-IF
           OPEN INPUT HRHNACAD
           IF NOT HRHNACAD-VALID-STATUS
              MOVE '** NO HRHNACAD - OWN/CO-WORKER CHECK NOT DONE'
                TO PALRPT-RECORD
              WRITE PALRPT-RECORD
              GO TO 0200-LOAD-STAFF-CLAIMS-EXIT
           END-IF
           MOVE 'N'                      TO SW-EOF
           PERFORM UNTIL END-OF-FILE OR STC-END = STC-MAX
              READ HRHNACAD
                 AT END SET END-OF-FILE  TO TRUE
              END-READ
              IF NOT END-OF-FILE AND ACA-MEMBER-ID NOT = SPACES
                 PERFORM 0250-KEEP-STAFF-CLAIM
                    THRU 0250-KEEP-STAFF-CLAIM-EXIT
              END-IF
           END-PERFORM
           CLOSE HRHNACAD
      *
       0200-LOAD-STAFF-CLAIMS-EXIT.
           EXIT.
      *
       0250-KEEP-STAFF-CLAIM.
      *
           MOVE 1                        TO STF-IDX
           PERFORM UNTIL STF-IDX > STF-END
                      OR STF-T-MEMBER-ID(STF-IDX) = ACA-MEMBER-ID
              ADD 1                      TO STF-IDX
           END-PERFORM
           IF STF-IDX > STF-END
              GO TO 0250-KEEP-STAFF-CLAIM-EXIT
           END-IF
      *
           MOVE 1                        TO STC-IDX
           PERFORM UNTIL STC-IDX > STC-END
                      OR STC-CLAIM-CTL-NO(STC-IDX) = ACA-CLAIM-CTL-NO
              ADD 1                      TO STC-IDX
           END-PERFORM
           IF STC-IDX > STC-END
              ADD 1                      TO STC-END
              MOVE ACA-CLAIM-CTL-NO      TO STC-CLAIM-CTL-NO(STC-END)
              MOVE STF-IDX               TO STC-STAFF-IDX(STC-END)
           END-IF
      *
       0250-KEEP-STAFF-CLAIM-EXIT.
           EXIT.
      *
       0300-REVIEW-ACCESS-LOG.
      *
           IF NOT ACCESS-LOG-OPEN
              GO TO 0300-REVIEW-ACCESS-LOG-EXIT
           END-IF
      *
           MOVE '-- FLAGGED ACCESSES ---------------------------------'
                TO PALRPT-RECORD
           WRITE PALRPT-RECORD
      *
           MOVE 'N'                      TO SW-EOF
           PERFORM UNTIL END-OF-FILE
              READ PRIVALOG NEXT RECORD
                 AT END SET END-OF-FILE  TO TRUE
              END-READ
              IF NOT END-OF-FILE
                 ADD 1                   TO WS-READ-COUNT
                 IF PAL-TIMESTAMP(1:8) NOT < WS-PERIOD-FROM AND
                    PAL-TIMESTAMP(1:8) NOT > WS-PERIOD-TO
                    PERFORM 0400-REVIEW-ONE-ACCESS
                       THRU 0400-REVIEW-ONE-ACCESS-EXIT
                 END-IF
              END-IF
           END-PERFORM
      *
       0300-REVIEW-ACCESS-LOG-EXIT.
           EXIT.
      *
       0400-REVIEW-ONE-ACCESS.
      *
           ADD 1                         TO WS-PERIOD-COUNT
           PERFORM 0450-FIND-USER
              THRU 0450-FIND-USER-EXIT
           IF USR-IDX = ZERO
              GO TO 0400-REVIEW-ONE-ACCESS-EXIT
           END-IF
      *
           ADD 1                         TO USR-INQUIRIES(USR-IDX)
           IF PAL-CONTINUATION
              ADD 1                      TO USR-CONTINUES(USR-IDX)
           END-IF
           IF PAL-ENTRY-COUNT NUMERIC
              ADD PAL-ENTRY-COUNT        TO USR-CLAIMS(USR-IDX)
           END-IF
      *
           PERFORM 0500-CHECK-BUSINESS-HOURS
              THRU 0500-CHECK-BUSINESS-HOURS-EXIT
      *
           IF STC-END = ZERO
              GO TO 0400-REVIEW-ONE-ACCESS-EXIT
           END-IF
      *    A CLAIM WITH SEVERAL AUDIT ROWS COMES BACK SEVERAL TIMES
      *    ON ONE PAGE; IT IS ONE ACCESS, SO ONLY A CHANGE OF CLAIM
      *    IS CHECKED.
           MOVE ZERO                     TO WS-LAST-CLAIM
           IF PAL-REQUEST-ID = 'INQCLM' AND PAL-FIRST-PAGE AND
              PAL-CLAIM-CTL-NO NUMERIC
              MOVE PAL-CLAIM-CTL-NO      TO WS-CHECK-CLAIM
                                            WS-LAST-CLAIM
              PERFORM 0600-CHECK-STAFF-CLAIM
                 THRU 0600-CHECK-STAFF-CLAIM-EXIT
           END-IF
           IF PAL-ENTRY-COUNT NUMERIC
              PERFORM VARYING WS-CLAIM-IDX FROM 1 BY 1
                      UNTIL WS-CLAIM-IDX > PAL-ENTRY-COUNT
                         OR WS-CLAIM-IDX > 8
                 MOVE PAL-RETURNED-CLAIM(WS-CLAIM-IDX)
                   TO WS-CHECK-CLAIM
                 IF WS-CHECK-CLAIM NOT = WS-LAST-CLAIM
                    MOVE WS-CHECK-CLAIM  TO WS-LAST-CLAIM
                    PERFORM 0600-CHECK-STAFF-CLAIM
                       THRU 0600-CHECK-STAFF-CLAIM-EXIT
                 END-IF
              END-PERFORM
           END-IF
      *
       0400-REVIEW-ONE-ACCESS-EXIT.
           EXIT.
      *
      *================================================================
      * 0450-FIND-USER - LOCATES THE USER'S TOTALS SLOT, INSERTING A
      *     NEW ONE IN USER-ID ORDER.  USR-IDX = ZERO WHEN THE TABLE
      *     IS FULL.
      *================================================================
       0450-FIND-USER.
      *
           MOVE 1                        TO USR-IDX
           PERFORM UNTIL USR-IDX > USR-END
                      OR USR-USERID(USR-IDX) NOT < PAL-USERID
              ADD 1                      TO USR-IDX
           END-PERFORM
           IF USR-IDX NOT > USR-END
              IF USR-USERID(USR-IDX) = PAL-USERID
                 GO TO 0450-FIND-USER-EXIT
              END-IF
           END-IF
      *
           IF USR-END = USR-MAX
              ADD 1                      TO WS-USER-DROPPED
              MOVE ZERO                  TO USR-IDX
              GO TO 0450-FIND-USER-EXIT
           END-IF
      *
           PERFORM VARYING USR-JDX FROM USR-END BY -1
                   UNTIL USR-JDX < USR-IDX
              MOVE USR-ENTRY(USR-JDX)    TO USR-ENTRY(USR-JDX + 1)
           END-PERFORM
           ADD 1                         TO USR-END
           MOVE PAL-USERID               TO USR-USERID(USR-IDX)
           MOVE ZERO                     TO USR-INQUIRIES(USR-IDX)
                                            USR-CONTINUES(USR-IDX)
                                            USR-CLAIMS(USR-IDX)
                                            USR-OFF-HOURS(USR-IDX)
                                            USR-OWN(USR-IDX)
                                            USR-COWORKER(USR-IDX)
      *
       0450-FIND-USER-EXIT.
           EXIT.
      *
      *================================================================
      * 0500-CHECK-BUSINESS-HOURS - DAY 1 OF THE INTEGER CALENDAR
      *     (1 JANUARY 1601) IS A MONDAY, SO THE REMAINDER OVER 7 IS
      *     6 FOR A SATURDAY AND 0 FOR A SUNDAY.
      *================================================================
       0500-CHECK-BUSINESS-HOURS.
      *
           IF PAL-TIMESTAMP(1:12) NOT NUMERIC
              GO TO 0500-CHECK-BUSINESS-HOURS-EXIT
           END-IF
           MOVE PAL-TIMESTAMP(1:8)       TO WS-LOG-DATE
           MOVE PAL-TIMESTAMP(9:4)       TO WS-LOG-HHMM
           COMPUTE WS-INT-DATE =
                   FUNCTION INTEGER-OF-DATE(WS-LOG-DATE)
           DIVIDE WS-INT-DATE BY 7
                  GIVING WS-DOW-QUOT REMAINDER WS-DOW
      *
           IF WS-DOW = 6 OR WS-DOW = 0 OR
              WS-LOG-HHMM < WS-DAY-START OR
              WS-LOG-HHMM NOT < WS-DAY-END
              ADD 1                      TO USR-OFF-HOURS(USR-IDX)
              MOVE 'OFF-HOURS'           TO WS-FLAG-TEXT
              MOVE ZERO                  TO WS-CHECK-CLAIM
              MOVE ZERO                  TO STF-IDX
              PERFORM 0700-WRITE-FLAGGED-ACCESS
           END-IF
      *
       0500-CHECK-BUSINESS-HOURS-EXIT.
           EXIT.
      *
      *================================================================
      * 0600-CHECK-STAFF-CLAIM - IS WS-CHECK-CLAIM ONE OF A STAFF
      *     MEMBER'S CLAIMS, AND WHOSE?
      *================================================================
       0600-CHECK-STAFF-CLAIM.
      *
           IF WS-CHECK-CLAIM = ZERO
              GO TO 0600-CHECK-STAFF-CLAIM-EXIT
           END-IF
           MOVE 1                        TO STC-IDX
           PERFORM UNTIL STC-IDX > STC-END
                      OR STC-CLAIM-CTL-NO(STC-IDX) = WS-CHECK-CLAIM
              ADD 1                      TO STC-IDX
           END-PERFORM
           IF STC-IDX > STC-END
              GO TO 0600-CHECK-STAFF-CLAIM-EXIT
           END-IF
      *
           MOVE STC-STAFF-IDX(STC-IDX)   TO STF-IDX
           IF STF-T-USERID(STF-IDX) = PAL-USERID
              ADD 1                      TO USR-OWN(USR-IDX)
              MOVE 'OWN'                 TO WS-FLAG-TEXT
           ELSE
              ADD 1                      TO USR-COWORKER(USR-IDX)
              MOVE 'CO-WORKER'           TO WS-FLAG-TEXT
           END-IF
           PERFORM 0700-WRITE-FLAGGED-ACCESS
      *
       0600-CHECK-STAFF-CLAIM-EXIT.
           EXIT.
      *
       0700-WRITE-FLAGGED-ACCESS.
      *
           ADD 1                         TO WS-FLAGGED-COUNT
           MOVE SPACES                   TO WS-REPORT-LINE
           STRING PAL-TIMESTAMP ' ' PAL-USERID
                  ' TRM=' PAL-TERMINAL
                  ' REQ=' PAL-REQUEST-ID ' ' PAL-PAGE-IND
                  ' ' WS-FLAG-TEXT
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           IF WS-CHECK-CLAIM NOT = ZERO
              STRING 'CLAIM=' WS-CHECK-CLAIM
                     ' OF ' STF-T-USERID(STF-IDX)
                     ' ' STF-T-NAME(STF-IDX)
                     DELIMITED BY SIZE INTO WS-REPORT-LINE(63:)
           END-IF
           WRITE PALRPT-RECORD FROM WS-REPORT-LINE
      *
       0700-WRITE-FLAGGED-ACCESS-EXIT.
           EXIT.
      *
       0800-WRITE-USER-SUMMARY.
      *
           MOVE '-- ACCESS BY USER -----------------------------------'
                TO PALRPT-RECORD
           WRITE PALRPT-RECORD
           MOVE SPACES                   TO WS-REPORT-LINE
           STRING 'USER ID   INQUIRIES   PAGING   CLAIMS  OFF-HRS'
                  '      OWN CO-WORKR  FLAGS'
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE PALRPT-RECORD FROM WS-REPORT-LINE
      *
           PERFORM VARYING USR-IDX FROM 1 BY 1
                   UNTIL USR-IDX > USR-END
              MOVE SPACES                TO WS-USER-FLAGS
              MOVE 1                     TO WS-FLAG-PTR
              IF USR-INQUIRIES(USR-IDX) > WS-VOLUME-LIMIT
                 STRING ' VOLUME' DELIMITED BY SIZE
                        INTO WS-USER-FLAGS WITH POINTER WS-FLAG-PTR
              END-IF
              IF USR-OWN(USR-IDX) > ZERO
                 STRING ' OWN' DELIMITED BY SIZE
                        INTO WS-USER-FLAGS WITH POINTER WS-FLAG-PTR
              END-IF
              IF USR-COWORKER(USR-IDX) > ZERO
                 STRING ' CO-WORKER' DELIMITED BY SIZE
                        INTO WS-USER-FLAGS WITH POINTER WS-FLAG-PTR
              END-IF
              IF USR-OFF-HOURS(USR-IDX) > ZERO
                 STRING ' OFF-HOURS' DELIMITED BY SIZE
                        INTO WS-USER-FLAGS WITH POINTER WS-FLAG-PTR
              END-IF
              IF WS-USER-FLAGS NOT = SPACES
                 ADD 1                   TO WS-FLAGGED-USERS
              END-IF
              MOVE USR-INQUIRIES(USR-IDX) TO WS-RPT-CNT
              MOVE USR-CONTINUES(USR-IDX) TO WS-RPT-CNT2
              MOVE USR-CLAIMS(USR-IDX)    TO WS-RPT-CNT3
              MOVE USR-OFF-HOURS(USR-IDX) TO WS-RPT-CNT4
              MOVE USR-OWN(USR-IDX)       TO WS-RPT-CNT5
              MOVE USR-COWORKER(USR-IDX)  TO WS-RPT-CNT6
              MOVE SPACES                TO WS-REPORT-LINE
              STRING USR-USERID(USR-IDX) '    ' WS-RPT-CNT
                     '  ' WS-RPT-CNT2 '  ' WS-RPT-CNT3
                     '  ' WS-RPT-CNT4 '  ' WS-RPT-CNT5
                     '  ' WS-RPT-CNT6 ' ' WS-USER-FLAGS
                     DELIMITED BY SIZE INTO WS-REPORT-LINE
              WRITE PALRPT-RECORD FROM WS-REPORT-LINE
           END-PERFORM
      *
           MOVE WS-READ-COUNT            TO WS-RPT-CNT
           MOVE WS-PERIOD-COUNT          TO WS-RPT-CNT2
           MOVE WS-FLAGGED-COUNT         TO WS-RPT-CNT3
           MOVE WS-FLAGGED-USERS         TO WS-RPT-CNT4
           MOVE SPACES                   TO WS-REPORT-LINE
           STRING 'LOG RECORDS READ=' WS-RPT-CNT
                  '  IN PERIOD=' WS-RPT-CNT2
                  '  FLAGGED ACCESSES=' WS-RPT-CNT3
                  '  USERS FLAGGED=' WS-RPT-CNT4
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE PALRPT-RECORD FROM WS-REPORT-LINE
           IF WS-USER-DROPPED > ZERO
              MOVE WS-USER-DROPPED       TO WS-RPT-CNT
              MOVE SPACES                TO WS-REPORT-LINE
              STRING '** USER TABLE FULL - ACCESSES NOT TOTALLED='
                     WS-RPT-CNT
                     DELIMITED BY SIZE INTO WS-REPORT-LINE
              WRITE PALRPT-RECORD FROM WS-REPORT-LINE
           END-IF
      *
           DISPLAY 'LGRPAL01 - READ=' WS-READ-COUNT
                   ' IN PERIOD=' WS-PERIOD-COUNT
                   ' FLAGGED=' WS-FLAGGED-COUNT
                   ' USERS FLAGGED=' WS-FLAGGED-USERS
      *
       0800-WRITE-USER-SUMMARY-EXIT.
           EXIT.
      *
       0900-CLOSE-FILES.
      *
           IF ACCESS-LOG-OPEN
              CLOSE PRIVALOG
           END-IF
           CLOSE PALRPT
      *
       0900-CLOSE-FILES-EXIT.
           EXIT.
