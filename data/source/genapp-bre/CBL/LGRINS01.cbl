       IDENTIFICATION DIVISION.
       PROGRAM-ID. LGRINS01.
       AUTHOR. INSURANCE-APPLICATIONS-TEAM.
       INSTALLATION. POLICY-ADMINISTRATION.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.
      *================================================================
      * MODIFICATION HISTORY
      *   2026-10-15  PA  ORIGINAL -- WEEKLY COMMERCIAL RISK SURVEY
      *                   REPORT.  SURVEYS RAISED WHEN LGMCOM01 BINDS
      *                   A LARGER RISK WERE BEING CHASED FROM A
      *                   SPREADSHEET; THIS LISTS WHAT IS OVERDUE AND
      *                   WHICH POLICIES UNDERWRITING SHOULD REFER
      *                   BACK.
      *================================================================
      *================================================================
      *    FUNCTION:
      *      READS THE INSPFILE KSDS SEQUENTIALLY AND, FOR EVERY POLICY
      *      STILL BOUND (3000) ON COMMPOL, LISTS ONE LINE PER
      *      FINDING IN POLICY ORDER:
      *        SURVEY  - THE SURVEY IS STILL OPEN PAST ITS DUE DATE,
      *                  WITH THE VISIT BOOKED OR 'NOT BOOKED';
      *        REC n   - RECOMMENDATION n OF A COMPLETED SURVEY IS
      *                  STILL OPEN PAST ITS DUE DATE;
      *        RESULT  - THE SURVEY FOUND THE RISK UNACCEPTABLE.
      *      A FINDING MORE THAN THE REFER AGE PAST DUE, AND EVERY
      *      UNACCEPTABLE RESULT, IS FLAGGED REFER - THE BASIS FOR
      *      UNDERWRITING TO MOVE THE POLICY BACK TO REFERRED (2000)
      *      THROUGH LGMCOM01 CHGCOM.  THE REST ARE FLAGGED CHASE.
      *      SURVEYS ON POLICIES NO LONGER BOUND ARE COUNTED, NOT
      *      LISTED.  STATUS VALUES ARE LITERALS - THE CBSTM VALUE
      *      CLAUSES DO NOT APPLY THROUGH THE FD COPY OF LGCCOMM.
      *
      *    INPUT FILES:  INSPARM  - ONE CARD, COLS 1-3 = REFER AGE IN
      *                             DAYS PAST DUE (DEFAULT 030).
      *                  INSPFILE - RISK SURVEY KSDS (LGCINSP), READ
      *                             SEQUENTIALLY.
      *                  COMMPOL  - COMMERCIAL POLICY MASTER, READ BY
      *                             KEY.
      *
      *    OUTPUT FILE:  INSRPT   - OVERDUE SURVEY REPORT.
      *
      *    RETURN CODE:  00 - NOTHING OVERDUE
      *                  04 - OVERDUE ITEMS LISTED
      *                  06 - POLICIES FLAGGED FOR REFERRAL
      *                  08 - FILE ERROR
      *================================================================
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *
           SELECT INSPARM ASSIGN TO INSPARM
              FILE STATUS IS INSPARM-STATUS.
      *
           SELECT INSPFILE ASSIGN TO INSPFILE
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS INS-POLICY-NUM
              FILE STATUS IS INSPFILE-STATUS.
      *
           SELECT COMMPOL ASSIGN TO COMMPOL
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS CML-POLICY-NUM
              FILE STATUS IS COMMPOL-STATUS.
      *
           SELECT INSRPT ASSIGN TO INSRPT
              FILE STATUS IS INSRPT-STATUS.
      *
       DATA DIVISION.
       FILE SECTION.
      *
       FD  INSPARM
           BLOCK CONTAINS 0 RECORDS.
       01  INSPARM-RECORD                 PIC X(80).
      *
       FD  INSPFILE
           BLOCK CONTAINS 0 RECORDS.
       COPY LGCINSP.
      *
       FD  COMMPOL
           BLOCK CONTAINS 0 RECORDS.
       COPY LGCCOMM.
      *
       FD  INSRPT
           BLOCK CONTAINS 0 RECORDS.
       01  INSRPT-RECORD                  PIC X(132).
      *
       WORKING-STORAGE SECTION.
      *
       77  FILLER                         PIC X(36) VALUE
                   'LGRINS01 WORKING STORAGE BEGINS HR'.
      *
       01  WS-AREA.
           05  INSPARM-STATUS             PIC XX VALUE '00'.
               88  INSPARM-VALID-STATUS           VALUE '00'.
           05  INSPFILE-STATUS            PIC XX VALUE '00'.
               88  INSPFILE-OPEN-OK               VALUE '00'.
               88  INSPFILE-NOT-FOUND             VALUE '35'.
           05  COMMPOL-STATUS             PIC XX VALUE '00'.
               88  COMMPOL-OPEN-OK                VALUE '00'.
           05  INSRPT-STATUS              PIC XX VALUE '00'.
           05  SW-EOF                     PIC X(01) VALUE 'N'.
               88  END-OF-FILE                    VALUE 'Y'.
           05  SW-INSPFILE-OPENED         PIC X(01) VALUE 'N'.
               88  INSPFILE-OPENED                VALUE 'Y'.
           05  SW-COMMPOL-OPENED          PIC X(01) VALUE 'N'.
               88  COMMPOL-OPENED                 VALUE 'Y'.
           05  SW-DATE-OK                 PIC X(01) VALUE 'N'.
               88  DATE-OK                        VALUE 'Y'.
      *
       01  WS-PARM-REC.
           05  WS-PARM-REFER              PIC 9(03).
           05  FILLER                     PIC X(77).
       01  WS-PARM-REC-X REDEFINES WS-PARM-REC.
           05  WS-PARM-REFER-X            PIC X(03).
           05  FILLER                     PIC X(77).
       01  WS-REFER-DAYS                  PIC 9(03) VALUE 030.
      *
       01  WS-TODAY-DATE                  PIC 9(08).
       01  FILLER REDEFINES WS-TODAY-DATE.
           05  WS-TODAY-YYYY              PIC 9(04).
           05  WS-TODAY-MM                PIC 9(02).
           05  WS-TODAY-DD                PIC 9(02).
       01  WS-TODAY-DATE10                PIC X(10).
       01  WS-TODAY-INTDATE               PIC 9(07) VALUE ZERO.
      *
      *    A CCYY-MM-DD DATE TAKEN APART FOR THE DAY COUNT.
       01  WS-CHK-DATE10                  PIC X(10).
       01  FILLER REDEFINES WS-CHK-DATE10.
           05  WS-CHK-YYYY                PIC X(04).
           05  FILLER                     PIC X(01).
           05  WS-CHK-MM                  PIC X(02).
           05  FILLER                     PIC X(01).
           05  WS-CHK-DD                  PIC X(02).
       01  WS-CHK-NUMDATE                 PIC 9(08) VALUE ZERO.
       01  WS-CHK-INTDATE                 PIC 9(07) VALUE ZERO.
       01  WS-DAYS-OVERDUE                PIC 9(05) VALUE ZERO.
      *
       01  WS-REC-IX                      PIC 9(02) COMP VALUE ZERO.
       01  WS-REC-NUM                     PIC 9(01).
       01  WS-FINDING                     PIC X(06).
       01  WS-ITEM                        PIC X(40).
       01  WS-DUE-DATE                    PIC X(10).
       01  WS-ACTION                      PIC X(05).
       01  SW-POLICY-REFERRED             PIC X(01) VALUE 'N'.
           88  POLICY-REFERRED                    VALUE 'Y'.
      *
       01  WS-SURVEYS-READ                PIC 9(07) COMP VALUE ZERO.
       01  WS-NOT-BOUND-COUNT             PIC 9(07) COMP VALUE ZERO.
       01  WS-OPEN-SURVEYS                PIC 9(07) COMP VALUE ZERO.
       01  WS-OVERDUE-SURVEYS             PIC 9(07) COMP VALUE ZERO.
       01  WS-OPEN-RECS                   PIC 9(07) COMP VALUE ZERO.
       01  WS-OVERDUE-RECS                PIC 9(07) COMP VALUE ZERO.
       01  WS-UNACCEPTABLE                PIC 9(07) COMP VALUE ZERO.
       01  WS-FINDINGS                    PIC 9(07) COMP VALUE ZERO.
       01  WS-REFER-POLICIES              PIC 9(07) COMP VALUE ZERO.
      *
       01  WS-REPORT-LINE                 PIC X(132).
       01  WS-RPT-CNT                     PIC Z(6)9.
       01  WS-RPT-DAYS                    PIC Z(4)9.
       01  WS-RPT-PREMIUM                 PIC Z(5)9.
      *
       PROCEDURE DIVISION.
      *
       0000-MAINLINE.
      *
           PERFORM 0100-INITIALIZATION
              THRU 0100-INITIALIZATION-EXIT
           PERFORM 0200-SCAN-SURVEYS
              THRU 0200-SCAN-SURVEYS-EXIT
           PERFORM 0800-WRITE-SUMMARY
              THRU 0800-WRITE-SUMMARY-EXIT
           PERFORM 0900-CLOSE-FILES
              THRU 0900-CLOSE-FILES-EXIT
      *
           IF RETURN-CODE NOT = 8
              EVALUATE TRUE
                 WHEN WS-REFER-POLICIES > ZERO
                    MOVE 6               TO RETURN-CODE
                 WHEN WS-FINDINGS > ZERO
                    MOVE 4               TO RETURN-CODE
                 WHEN OTHER
                    MOVE 0               TO RETURN-CODE
              END-EVALUATE
           END-IF
      *
           GOBACK.
      *
       0100-INITIALIZATION.
      *
           OPEN OUTPUT INSRPT
           MOVE '-------- LGRINS01 RISK SURVEYS OVERDUE --------------'
                TO INSRPT-RECORD
           WRITE INSRPT-RECORD
      *
           OPEN INPUT INSPARM
           IF INSPARM-VALID-STATUS
              READ INSPARM INTO WS-PARM-REC
                 AT END CONTINUE
                 NOT AT END
                    IF WS-PARM-REFER-X NUMERIC AND
                       WS-PARM-REFER > ZERO
                       MOVE WS-PARM-REFER TO WS-REFER-DAYS
                    END-IF
              END-READ
              CLOSE INSPARM
           END-IF
      *
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           STRING WS-TODAY-YYYY '-' WS-TODAY-MM '-' WS-TODAY-DD
                  DELIMITED BY SIZE INTO WS-TODAY-DATE10
           COMPUTE WS-TODAY-INTDATE =
                   FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE)
           MOVE WS-REFER-DAYS            TO WS-RPT-DAYS
           MOVE SPACES                   TO WS-REPORT-LINE
           STRING 'DUE BEFORE ' WS-TODAY-DATE10
                  '  -  REFER WHEN MORE THAN' WS-RPT-DAYS
                  ' DAYS PAST DUE OR RESULT UNACCEPTABLE'
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE INSRPT-RECORD FROM WS-REPORT-LINE
      *
      *    NO SURVEY FILE YET MEANS NO SURVEYS YET.
           OPEN INPUT INSPFILE
           IF INSPFILE-OPEN-OK
              SET INSPFILE-OPENED        TO TRUE
           ELSE
              IF NOT INSPFILE-NOT-FOUND
                 DISPLAY '**LGRINS01 - INSPFILE OPEN ERROR - STATUS '
                         INSPFILE-STATUS
                 MOVE 8                  TO RETURN-CODE
              END-IF
              GO TO 0100-INITIALIZATION-EXIT
           END-IF
      *
           OPEN INPUT COMMPOL
           IF COMMPOL-OPEN-OK
              SET COMMPOL-OPENED         TO TRUE
           ELSE
              DISPLAY '**LGRINS01 - COMMPOL OPEN ERROR - STATUS '
                      COMMPOL-STATUS
              MOVE 8                     TO RETURN-CODE
           END-IF
      *
           MOVE SPACES                   TO INSRPT-RECORD
           WRITE INSRPT-RECORD
           MOVE SPACES                   TO WS-REPORT-LINE
           STRING 'POLICY      CUSTOMER    PREMIUM  FINDING'
                  '  ITEM                                    '
                  '  DUE         DAYS  ACTION'
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE INSRPT-RECORD FROM WS-REPORT-LINE
      *
       0100-INITIALIZATION-EXIT.
           EXIT.
      *
      *================================================================
      * 0200-SCAN-SURVEYS - ONE PASS OF INSPFILE IN POLICY ORDER.
      *================================================================
       0200-SCAN-SURVEYS.
      *
           IF NOT INSPFILE-OPENED OR NOT COMMPOL-OPENED
              GO TO 0200-SCAN-SURVEYS-EXIT
           END-IF
      *
           MOVE 'N'                      TO SW-EOF
           PERFORM UNTIL END-OF-FILE
              READ INSPFILE NEXT RECORD
                 AT END SET END-OF-FILE  TO TRUE
              END-READ
              IF NOT END-OF-FILE
                 ADD 1                   TO WS-SURVEYS-READ
                 PERFORM 0300-CHECK-ONE-SURVEY
                    THRU 0300-CHECK-ONE-SURVEY-EXIT
              END-IF
           END-PERFORM
      *
       0200-SCAN-SURVEYS-EXIT.
           EXIT.
      *
      *================================================================
      * 0300-CHECK-ONE-SURVEY - ONLY A POLICY STILL ON RISK IS WORTH
      *     CHASING.  AN OPEN SURVEY PAST DUE IS ONE FINDING; A
      *     COMPLETED SURVEY GIVES ONE PER OVERDUE OPEN
      *     RECOMMENDATION, PLUS ONE IF THE RISK WAS UNACCEPTABLE.
      *================================================================
       0300-CHECK-ONE-SURVEY.
      *
           MOVE 'N'                      TO SW-POLICY-REFERRED
      *
           MOVE INS-POLICY-NUM           TO CML-POLICY-NUM
           READ COMMPOL
           IF NOT COMMPOL-OPEN-OK
              OR CML-B-STATUS NOT = 3000
              ADD 1                      TO WS-NOT-BOUND-COUNT
              GO TO 0300-CHECK-ONE-SURVEY-EXIT
           END-IF
      *
           IF INS-SCHEDULED
              ADD 1                      TO WS-OPEN-SURVEYS
              IF INS-DUE-DATE < WS-TODAY-DATE10
                 ADD 1                   TO WS-OVERDUE-SURVEYS
                 MOVE 'SURVEY'           TO WS-FINDING
                 MOVE SPACES             TO WS-ITEM
                 IF INS-VISIT-DATE = SPACES
                    MOVE 'NOT BOOKED'    TO WS-ITEM
                 ELSE
                    STRING 'VISIT ' INS-VISIT-DATE ' ' INS-SURVEYOR
                           DELIMITED BY SIZE INTO WS-ITEM
                 END-IF
                 MOVE INS-DUE-DATE       TO WS-DUE-DATE
                 PERFORM 0500-PRINT-FINDING
                    THRU 0500-PRINT-FINDING-EXIT
              END-IF
           END-IF
      *
           IF INS-COMPLETED
              PERFORM 0400-CHECK-ONE-REC
                 THRU 0400-CHECK-ONE-REC-EXIT
                 VARYING WS-REC-IX FROM 1 BY 1
                   UNTIL WS-REC-IX > INS-REC-COUNT
                      OR WS-REC-IX > 8
              IF INS-RESULT-UNACCEPTABLE
                 ADD 1                   TO WS-UNACCEPTABLE
                 MOVE 'RESULT'           TO WS-FINDING
                 MOVE SPACES             TO WS-ITEM
                 STRING 'UNACCEPTABLE ' INS-NOTE
                        DELIMITED BY SIZE INTO WS-ITEM
                 MOVE INS-SURVEY-DATE    TO WS-DUE-DATE
                 PERFORM 0500-PRINT-FINDING
                    THRU 0500-PRINT-FINDING-EXIT
              END-IF
           END-IF
      *
           IF POLICY-REFERRED
              ADD 1                      TO WS-REFER-POLICIES
           END-IF
      *
       0300-CHECK-ONE-SURVEY-EXIT.
           EXIT.
      *
       0400-CHECK-ONE-REC.
      *
           IF NOT INS-REC-OPEN(WS-REC-IX)
              GO TO 0400-CHECK-ONE-REC-EXIT
           END-IF
           ADD 1                         TO WS-OPEN-RECS
           IF INS-REC-DUE-DATE(WS-REC-IX) NOT < WS-TODAY-DATE10
              GO TO 0400-CHECK-ONE-REC-EXIT
           END-IF
      *
           ADD 1                         TO WS-OVERDUE-RECS
           MOVE WS-REC-IX                TO WS-REC-NUM
           MOVE SPACES                   TO WS-FINDING
           STRING 'REC ' WS-REC-NUM
                  DELIMITED BY SIZE INTO WS-FINDING
           MOVE SPACES                   TO WS-ITEM
           STRING INS-REC-CODE(WS-REC-IX) ' '
                  INS-REC-TEXT(WS-REC-IX)
                  DELIMITED BY SIZE INTO WS-ITEM
           MOVE INS-REC-DUE-DATE(WS-REC-IX) TO WS-DUE-DATE
           PERFORM 0500-PRINT-FINDING
              THRU 0500-PRINT-FINDING-EXIT
      *
       0400-CHECK-ONE-REC-EXIT.
           EXIT.
      *
      *================================================================
      * 0500-PRINT-FINDING - WORKS OUT THE DAYS PAST WS-DUE-DATE AND
      *     THE ACTION, AND PRINTS THE LINE.  AN UNACCEPTABLE RESULT
      *     IS ALWAYS REFER; ITS DATE IS THE SURVEY DATE.  A DATE
      *     THAT IS NOT A REAL CCYY-MM-DD IS SHOWN AS CHECK.
      *================================================================
       0500-PRINT-FINDING.
      *
           ADD 1                         TO WS-FINDINGS
           MOVE ZERO                     TO WS-DAYS-OVERDUE
           MOVE WS-DUE-DATE              TO WS-CHK-DATE10
           PERFORM 0550-DAYS-PAST-DATE
              THRU 0550-DAYS-PAST-DATE-EXIT
      *
           EVALUATE TRUE
              WHEN WS-FINDING = 'RESULT'
                 MOVE 'REFER'            TO WS-ACTION
              WHEN NOT DATE-OK
                 MOVE 'CHECK'            TO WS-ACTION
              WHEN WS-DAYS-OVERDUE > WS-REFER-DAYS
                 MOVE 'REFER'            TO WS-ACTION
              WHEN OTHER
                 MOVE 'CHASE'            TO WS-ACTION
           END-EVALUATE
           IF WS-ACTION = 'REFER'
              SET POLICY-REFERRED        TO TRUE
           END-IF
      *
           MOVE WS-DAYS-OVERDUE          TO WS-RPT-DAYS
           MOVE INS-PREMIUM              TO WS-RPT-PREMIUM
           MOVE SPACES                   TO WS-REPORT-LINE
           STRING INS-POLICY-NUM
                  '  ' INS-CUSTOMER-NUM
                  '  ' WS-RPT-PREMIUM
                  '   ' WS-FINDING
                  '   ' WS-ITEM
                  '  ' WS-DUE-DATE
                  '  ' WS-RPT-DAYS
                  '  ' WS-ACTION
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE INSRPT-RECORD FROM WS-REPORT-LINE
      *
       0500-PRINT-FINDING-EXIT.
           EXIT.
      *
       0550-DAYS-PAST-DATE.
      *
           MOVE 'N'                      TO SW-DATE-OK
           IF WS-CHK-YYYY NOT NUMERIC
              OR WS-CHK-MM NOT NUMERIC
              OR WS-CHK-DD NOT NUMERIC
              GO TO 0550-DAYS-PAST-DATE-EXIT
           END-IF
      *
           MOVE WS-CHK-YYYY              TO WS-CHK-NUMDATE(1:4)
           MOVE WS-CHK-MM                TO WS-CHK-NUMDATE(5:2)
           MOVE WS-CHK-DD                TO WS-CHK-NUMDATE(7:2)
           IF WS-CHK-NUMDATE(5:2) < '01' OR > '12'
              OR WS-CHK-NUMDATE(7:2) < '01' OR > '31'
              GO TO 0550-DAYS-PAST-DATE-EXIT
           END-IF
      *
           SET DATE-OK                   TO TRUE
           COMPUTE WS-CHK-INTDATE =
                   FUNCTION INTEGER-OF-DATE(WS-CHK-NUMDATE)
           IF WS-CHK-INTDATE < WS-TODAY-INTDATE
              COMPUTE WS-DAYS-OVERDUE =
                      WS-TODAY-INTDATE - WS-CHK-INTDATE
           END-IF
      *
       0550-DAYS-PAST-DATE-EXIT.
           EXIT.
      *
       0800-WRITE-SUMMARY.
      *
           MOVE SPACES                   TO INSRPT-RECORD
           WRITE INSRPT-RECORD
           MOVE '-------- SURVEY TOTALS -----------------------------'
                TO INSRPT-RECORD
           WRITE INSRPT-RECORD
           MOVE WS-SURVEYS-READ          TO WS-RPT-CNT
           MOVE SPACES                   TO WS-REPORT-LINE
           STRING 'SURVEYS READ             =' WS-RPT-CNT
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE INSRPT-RECORD FROM WS-REPORT-LINE
           MOVE WS-NOT-BOUND-COUNT       TO WS-RPT-CNT
           MOVE SPACES                   TO WS-REPORT-LINE
           STRING '  POLICY NO LONGER BOUND =' WS-RPT-CNT
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE INSRPT-RECORD FROM WS-REPORT-LINE
           MOVE WS-OPEN-SURVEYS          TO WS-RPT-CNT
           MOVE SPACES                   TO WS-REPORT-LINE
           STRING 'SURVEYS OPEN             =' WS-RPT-CNT
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE INSRPT-RECORD FROM WS-REPORT-LINE
           MOVE WS-OVERDUE-SURVEYS       TO WS-RPT-CNT
           MOVE SPACES                   TO WS-REPORT-LINE
           STRING '  OVERDUE                =' WS-RPT-CNT
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE INSRPT-RECORD FROM WS-REPORT-LINE
           MOVE WS-OPEN-RECS             TO WS-RPT-CNT
           MOVE SPACES                   TO WS-REPORT-LINE
           STRING 'RECOMMENDATIONS OPEN     =' WS-RPT-CNT
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE INSRPT-RECORD FROM WS-REPORT-LINE
           MOVE WS-OVERDUE-RECS          TO WS-RPT-CNT
           MOVE SPACES                   TO WS-REPORT-LINE
           STRING '  OVERDUE                =' WS-RPT-CNT
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE INSRPT-RECORD FROM WS-REPORT-LINE
           MOVE WS-UNACCEPTABLE          TO WS-RPT-CNT
           MOVE SPACES                   TO WS-REPORT-LINE
           STRING 'UNACCEPTABLE RESULTS     =' WS-RPT-CNT
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE INSRPT-RECORD FROM WS-REPORT-LINE
           MOVE WS-REFER-POLICIES        TO WS-RPT-CNT
           MOVE SPACES                   TO WS-REPORT-LINE
           STRING 'POLICIES TO REFER        =' WS-RPT-CNT
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE INSRPT-RECORD FROM WS-REPORT-LINE
      *
           DISPLAY 'LGRINS01 - SURVEYS=' WS-SURVEYS-READ
                   ' FINDINGS=' WS-FINDINGS
                   ' REFER=' WS-REFER-POLICIES
      *
       0800-WRITE-SUMMARY-EXIT.
           EXIT.
      *
       0900-CLOSE-FILES.
      *
           IF INSPFILE-OPENED
              CLOSE INSPFILE
           END-IF
           IF COMMPOL-OPENED
              CLOSE COMMPOL
           END-IF
           CLOSE INSRPT
      *
       0900-CLOSE-FILES-EXIT.
           EXIT.
