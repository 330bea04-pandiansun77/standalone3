       IDENTIFICATION DIVISION.
       PROGRAM-ID. LGRDRY01.
       AUTHOR. INSURANCE-APPLICATIONS-TEAM.
       INSTALLATION. POLICY-ADMINISTRATION.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.
      *================================================================
      * MODIFICATION HISTORY
      *   2026-10-15  PA  ORIGINAL -- NIGHTLY CLAIMS DIARY.  FOLLOW-UPS
      *                   LIVED IN ADJUSTERS' NOTEBOOKS; NOW THEY ARE
      *                   DIARY ITEMS ON CLAIMNOT (LGACLM01 ADDNOT)
      *                   AND THIS LISTS WHAT IS DUE.
      *================================================================
      *================================================================
      *    FUNCTION:
      *      READS THE CLAIM NOTE KSDS SEQUENTIALLY AND LISTS EVERY
      *      OPEN DIARY ITEM WHOSE FOLLOW-UP DATE IS TODAY OR EARLIER,
      *      GROUPED BY THE USER IT IS ASSIGNED TO AND, WITHIN EACH,
      *      OLDEST FOLLOW-UP FIRST, WITH THE DAYS OVERDUE, THE
      *      CLAIM'S POLICY AND THE START OF THE NOTE.  AN ITEM STAYS
      *      ON THE LIST EVERY NIGHT UNTIL IT IS CLEARED (LGACLM01
      *      CLRNOT, OR CLSCLM WITH THE CLEAR FLAG).
      *
      *    INPUT FILES:  CLAIMNOT - CLAIM NOTE DETAIL KSDS (LGCCLAIM),
      *                             READ SEQUENTIALLY.
      *                  CLAIMPOL - CLAIM MASTER, READ BY KEY.
      *
      *    OUTPUT FILE:  DRYRPT   - DIARY REPORT.
      *
      *    RETURN CODE:  00 - NOTHING DUE
      *                  04 - DIARY ITEMS DUE OR OVERDUE LISTED
      *                  08 - FILE ERROR
      *================================================================
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *
           SELECT CLAIMNOT ASSIGN TO CLAIMNOT
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS CLN-F-KEY
              FILE STATUS IS CLAIMNOT-STATUS.
      *
           SELECT CLAIMPOL ASSIGN TO CLAIMPOL
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS CLM-CLAIM-NUM
              FILE STATUS IS CLAIMPOL-STATUS.
      *
           SELECT DRYRPT ASSIGN TO DRYRPT
              FILE STATUS IS DRYRPT-STATUS.
      *
       DATA DIVISION.
       FILE SECTION.
      *
       FD  CLAIMPOL
           BLOCK CONTAINS 0 RECORDS.
       COPY LGCCLAIM.
      *
      *    LGCCLAIM IS ALREADY COPIED UNDER THE CLAIMPOL FD - THE SAME
      *    ARRANGEMENT LGRBNK01 USES FOR CLAIMPAY.  THE WHOLE NOTE FILE
      *    IS LOADED BEFORE ANY CLAIM IS READ.
       FD  CLAIMNOT
           BLOCK CONTAINS 0 RECORDS.
       01  CLAIM-NOTE-FILE-RECORD.
           05  CLN-F-KEY.
               10  CLN-F-CLAIM-NUM        PIC 9(10).
               10  CLN-F-NOTE-SEQ         PIC 9(04).
           05  FILLER                     PIC X(284).
      *
       FD  DRYRPT
           BLOCK CONTAINS 0 RECORDS.
       01  DRYRPT-RECORD                  PIC X(132).
      *
       WORKING-STORAGE SECTION.
      *
       77  FILLER                         PIC X(36) VALUE
                   'LGRDRY01 WORKING STORAGE BEGINS HR'.
      *
       01  WS-AREA.
           05  CLAIMNOT-STATUS            PIC XX VALUE '00'.
               88  CLAIMNOT-OPEN-OK               VALUE '00'.
               88  CLAIMNOT-NOT-FOUND             VALUE '35'.
           05  CLAIMPOL-STATUS            PIC XX VALUE '00'.
               88  CLAIMPOL-OPEN-OK               VALUE '00'.
           05  DRYRPT-STATUS              PIC XX VALUE '00'.
           05  SW-EOF                     PIC X(01) VALUE 'N'.
               88  END-OF-FILE                    VALUE 'Y'.
           05  SW-CLAIMNOT-OPENED         PIC X(01) VALUE 'N'.
               88  CLAIMNOT-OPENED                VALUE 'Y'.
           05  SW-CLAIMPOL-OPENED         PIC X(01) VALUE 'N'.
               88  CLAIMPOL-OPENED                VALUE 'Y'.
      *
       01  WS-TODAY-DATE                  PIC 9(08).
       01  FILLER REDEFINES WS-TODAY-DATE.
           05  WS-TODAY-YYYY              PIC 9(04).
           05  WS-TODAY-MM                PIC 9(02).
           05  WS-TODAY-DD                PIC 9(02).
       01  WS-TODAY-DATE10                PIC X(10).
       01  WS-TODAY-INTDATE               PIC 9(07) VALUE ZERO.
       01  WS-DUE-NUMDATE                 PIC 9(08) VALUE ZERO.
       01  WS-DUE-INTDATE                 PIC 9(07) VALUE ZERO.
       01  WS-DAYS-OVERDUE                PIC 9(05) VALUE ZERO.
      *
      *    THE ITEMS DUE, KEPT IN ASSIGNEE / FOLLOW-UP DATE / CLAIM /
      *    NOTE ORDER AS THEY ARE LOADED.
       01  DUE-MAX                        PIC 9(04) COMP VALUE 5000.
       01  DUE-IDX                        PIC 9(04) COMP VALUE ZERO.
       01  DUE-POS                        PIC 9(04) COMP VALUE ZERO.
       01  DUE-END                        PIC 9(04) COMP VALUE ZERO.
       01  DUE-TABLE.
           05  DUE-ENTRY OCCURS 5000 TIMES.
               10  DUE-SORT-KEY.
                   15  DUE-ASSIGNED-USER  PIC X(08).
                   15  DUE-FOLLOW-UP-DATE PIC X(10).
                   15  DUE-CLAIM-NUM      PIC 9(10).
                   15  DUE-NOTE-SEQ       PIC 9(04).
               10  DUE-USER               PIC X(08).
               10  DUE-NOTE-TYPE          PIC X(01).
               10  DUE-TEXT               PIC X(50).
       01  WS-NEW-SORT-KEY.
           05  WS-NEW-ASSIGNED-USER       PIC X(08).
           05  WS-NEW-FOLLOW-UP-DATE      PIC X(10).
           05  WS-NEW-CLAIM-NUM           PIC 9(10).
           05  WS-NEW-NOTE-SEQ            PIC 9(04).
      *
       01  WS-CUR-USER                    PIC X(08) VALUE SPACES.
       01  WS-POLICY-NUM                  PIC X(10).
       01  WS-CLAIM-STATE                 PIC X(06).
      *
       01  WS-NOTES-READ                  PIC 9(07) COMP VALUE ZERO.
       01  WS-OPEN-ITEMS                  PIC 9(07) COMP VALUE ZERO.
       01  WS-DUE-COUNT                   PIC 9(07) COMP VALUE ZERO.
       01  WS-OVERDUE-COUNT               PIC 9(07) COMP VALUE ZERO.
       01  WS-DROPPED-COUNT               PIC 9(07) COMP VALUE ZERO.
       01  WS-USER-DUE                    PIC 9(05) COMP VALUE ZERO.
       01  WS-USER-OVERDUE                PIC 9(05) COMP VALUE ZERO.
      *
       01  WS-REPORT-LINE                 PIC X(132).
       01  WS-RPT-CNT                     PIC Z(6)9.
       01  WS-RPT-CNT2                    PIC Z(6)9.
       01  WS-RPT-DAYS                    PIC Z(4)9.
      *
       PROCEDURE DIVISION.
      *
       0000-MAINLINE.
      *
           PERFORM 0100-INITIALIZATION
              THRU 0100-INITIALIZATION-EXIT
           PERFORM 0200-LOAD-DUE-ITEMS
              THRU 0200-LOAD-DUE-ITEMS-EXIT
           PERFORM 0400-PRINT-DUE-ITEMS
              THRU 0400-PRINT-DUE-ITEMS-EXIT
           PERFORM 0800-WRITE-SUMMARY
              THRU 0800-WRITE-SUMMARY-EXIT
           PERFORM 0900-CLOSE-FILES
              THRU 0900-CLOSE-FILES-EXIT
      *
           IF RETURN-CODE NOT = 8
              IF DUE-END > ZERO
                 MOVE 4                  TO RETURN-CODE
              END-IF
           END-IF
      *
           GOBACK.
      *
       0100-INITIALIZATION.
      *
           OPEN OUTPUT DRYRPT
           MOVE '-------- LGRDRY01 CLAIMS DIARY - ITEMS DUE ---------'
                TO DRYRPT-RECORD
           WRITE DRYRPT-RECORD
      *
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           STRING WS-TODAY-YYYY '-' WS-TODAY-MM '-' WS-TODAY-DD
                  DELIMITED BY SIZE INTO WS-TODAY-DATE10
           COMPUTE WS-TODAY-INTDATE =
                   FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE)
           MOVE SPACES                   TO WS-REPORT-LINE
           STRING 'FOLLOW-UPS DUE ON OR BEFORE ' WS-TODAY-DATE10
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE DRYRPT-RECORD FROM WS-REPORT-LINE
      *
      *    NO NOTE FILE YET MEANS NO NOTES YET.
           OPEN INPUT CLAIMNOT
           IF CLAIMNOT-OPEN-OK
              SET CLAIMNOT-OPENED        TO TRUE
           ELSE
              IF NOT CLAIMNOT-NOT-FOUND
                 DISPLAY '**LGRDRY01 - CLAIMNOT OPEN ERROR - STATUS '
                         CLAIMNOT-STATUS
                 MOVE 8                  TO RETURN-CODE
              END-IF
           END-IF
      *
           OPEN INPUT CLAIMPOL
           IF CLAIMPOL-OPEN-OK
              SET CLAIMPOL-OPENED        TO TRUE
           END-IF
      *
       0100-INITIALIZATION-EXIT.
           EXIT.
      *
      *================================================================
      * 0200-LOAD-DUE-ITEMS - EVERY OPEN DIARY ITEM DUE TODAY OR
      *     EARLIER GOES INTO THE TABLE IN REPORT ORDER.
      *================================================================
       0200-LOAD-DUE-ITEMS.
      *
           IF NOT CLAIMNOT-OPENED
              GO TO 0200-LOAD-DUE-ITEMS-EXIT
           END-IF
      *
           MOVE 'N'                      TO SW-EOF
           PERFORM UNTIL END-OF-FILE
              READ CLAIMNOT INTO CLAIM-NOTE-DETAIL-RECORD
                 AT END SET END-OF-FILE  TO TRUE
              END-READ
              IF NOT END-OF-FILE
                 ADD 1                   TO WS-NOTES-READ
                 IF CLN-DIARY-OPEN
                    ADD 1                TO WS-OPEN-ITEMS
      *             CCYY-MM-DD DATES COMPARE CORRECTLY AS STRINGS.
                    IF CLN-FOLLOW-UP-DATE NOT > WS-TODAY-DATE10
                       PERFORM 0300-INSERT-DUE-ITEM
                          THRU 0300-INSERT-DUE-ITEM-EXIT
                    END-IF
                 END-IF
              END-IF
           END-PERFORM
      *
       0200-LOAD-DUE-ITEMS-EXIT.
           EXIT.
      *
      *================================================================
      * 0300-INSERT-DUE-ITEM - FINDS THE ITEM'S PLACE, MOVES THE ITEMS
      *     AFTER IT DOWN ONE AND PUTS IT IN.
      *================================================================
       0300-INSERT-DUE-ITEM.
      *
           IF DUE-END NOT < DUE-MAX
              ADD 1                      TO WS-DROPPED-COUNT
              GO TO 0300-INSERT-DUE-ITEM-EXIT
           END-IF
      *
           MOVE CLN-ASSIGNED-USER        TO WS-NEW-ASSIGNED-USER
           MOVE CLN-FOLLOW-UP-DATE       TO WS-NEW-FOLLOW-UP-DATE
           MOVE CLN-CLAIM-NUM            TO WS-NEW-CLAIM-NUM
           MOVE CLN-NOTE-SEQ             TO WS-NEW-NOTE-SEQ
      *
           MOVE 1                        TO DUE-POS
           PERFORM UNTIL DUE-POS > DUE-END
                      OR DUE-SORT-KEY(DUE-POS) > WS-NEW-SORT-KEY
              ADD 1                      TO DUE-POS
           END-PERFORM
      *
           PERFORM VARYING DUE-IDX FROM DUE-END BY -1
                     UNTIL DUE-IDX < DUE-POS
              MOVE DUE-ENTRY(DUE-IDX)    TO DUE-ENTRY(DUE-IDX + 1)
           END-PERFORM
           ADD 1                         TO DUE-END
      *
           MOVE WS-NEW-SORT-KEY          TO DUE-SORT-KEY(DUE-POS)
           MOVE CLN-USER                 TO DUE-USER(DUE-POS)
           MOVE CLN-NOTE-TYPE            TO DUE-NOTE-TYPE(DUE-POS)
           MOVE CLN-TEXT                 TO DUE-TEXT(DUE-POS)
      *
       0300-INSERT-DUE-ITEM-EXIT.
           EXIT.
      *
      *================================================================
      * 0400-PRINT-DUE-ITEMS - ONE BLOCK PER ASSIGNEE.
      *================================================================
       0400-PRINT-DUE-ITEMS.
      *
           PERFORM 0450-PRINT-ONE-ITEM
              THRU 0450-PRINT-ONE-ITEM-EXIT
              VARYING DUE-IDX FROM 1 BY 1
                UNTIL DUE-IDX > DUE-END
           IF DUE-END > ZERO
              PERFORM 0500-PRINT-USER-TOTAL
                 THRU 0500-PRINT-USER-TOTAL-EXIT
           END-IF
      *
       0400-PRINT-DUE-ITEMS-EXIT.
           EXIT.
      *
       0450-PRINT-ONE-ITEM.
      *
           IF DUE-IDX = 1
              OR DUE-ASSIGNED-USER(DUE-IDX) NOT = WS-CUR-USER
              IF DUE-IDX > 1
                 PERFORM 0500-PRINT-USER-TOTAL
                    THRU 0500-PRINT-USER-TOTAL-EXIT
              END-IF
              MOVE DUE-ASSIGNED-USER(DUE-IDX) TO WS-CUR-USER
              MOVE SPACES                TO DRYRPT-RECORD
              WRITE DRYRPT-RECORD
              MOVE SPACES                TO WS-REPORT-LINE
              STRING 'ASSIGNED TO ' WS-CUR-USER
                     DELIMITED BY SIZE INTO WS-REPORT-LINE
              WRITE DRYRPT-RECORD FROM WS-REPORT-LINE
              MOVE SPACES                TO WS-REPORT-LINE
              STRING '  FOLLOW-UP   DAYS LATE  CLAIM       NOTE'
                     '  POLICY      CLAIM   BY       T  NOTE'
                     DELIMITED BY SIZE INTO WS-REPORT-LINE
              WRITE DRYRPT-RECORD FROM WS-REPORT-LINE
           END-IF
      *
           MOVE DUE-FOLLOW-UP-DATE(DUE-IDX)(1:4)
                                         TO WS-DUE-NUMDATE(1:4)
           MOVE DUE-FOLLOW-UP-DATE(DUE-IDX)(6:2)
                                         TO WS-DUE-NUMDATE(5:2)
           MOVE DUE-FOLLOW-UP-DATE(DUE-IDX)(9:2)
                                         TO WS-DUE-NUMDATE(7:2)
           COMPUTE WS-DUE-INTDATE =
                   FUNCTION INTEGER-OF-DATE(WS-DUE-NUMDATE)
           COMPUTE WS-DAYS-OVERDUE = WS-TODAY-INTDATE - WS-DUE-INTDATE
           IF WS-DAYS-OVERDUE > ZERO
              ADD 1                      TO WS-OVERDUE-COUNT
              ADD 1                      TO WS-USER-OVERDUE
           END-IF
           ADD 1                         TO WS-DUE-COUNT
           ADD 1                         TO WS-USER-DUE
           MOVE WS-DAYS-OVERDUE          TO WS-RPT-DAYS
      *
           MOVE SPACES                   TO WS-POLICY-NUM
           MOVE SPACES                   TO WS-CLAIM-STATE
           IF CLAIMPOL-OPENED
              MOVE DUE-CLAIM-NUM(DUE-IDX) TO CLM-CLAIM-NUM
              READ CLAIMPOL
              IF CLAIMPOL-OPEN-OK
                 MOVE CLM-POLICY-NUM     TO WS-POLICY-NUM
                 IF CLM-CLAIM-CLOSED
                    MOVE 'CLOSED'        TO WS-CLAIM-STATE
                 ELSE
                    MOVE 'OPEN'          TO WS-CLAIM-STATE
                 END-IF
              ELSE
                 MOVE 'NO CLAIM'         TO WS-POLICY-NUM
              END-IF
           END-IF
      *
           MOVE SPACES                   TO WS-REPORT-LINE
           STRING '  ' DUE-FOLLOW-UP-DATE(DUE-IDX)
                  '  ' WS-RPT-DAYS
                  '  ' DUE-CLAIM-NUM(DUE-IDX)
                  '  ' DUE-NOTE-SEQ(DUE-IDX)
                  '  ' WS-POLICY-NUM
                  '  ' WS-CLAIM-STATE
                  '  ' DUE-USER(DUE-IDX)
                  ' ' DUE-NOTE-TYPE(DUE-IDX)
                  '  ' DUE-TEXT(DUE-IDX)
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE DRYRPT-RECORD FROM WS-REPORT-LINE
      *
       0450-PRINT-ONE-ITEM-EXIT.
           EXIT.
      *
       0500-PRINT-USER-TOTAL.
      *
           MOVE WS-USER-DUE              TO WS-RPT-CNT
           MOVE WS-USER-OVERDUE          TO WS-RPT-CNT2
           MOVE SPACES                   TO WS-REPORT-LINE
           STRING '  ' WS-CUR-USER ' ITEMS DUE=' WS-RPT-CNT
                  '  OF WHICH OVERDUE=' WS-RPT-CNT2
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE DRYRPT-RECORD FROM WS-REPORT-LINE
           MOVE ZERO                     TO WS-USER-DUE
           MOVE ZERO                     TO WS-USER-OVERDUE
      *
       0500-PRINT-USER-TOTAL-EXIT.
           EXIT.
      *
       0800-WRITE-SUMMARY.
      *
           MOVE SPACES                   TO DRYRPT-RECORD
           WRITE DRYRPT-RECORD
           MOVE '-------- DIARY TOTALS ------------------------------'
                TO DRYRPT-RECORD
           WRITE DRYRPT-RECORD
           MOVE WS-NOTES-READ            TO WS-RPT-CNT
           MOVE SPACES                   TO WS-REPORT-LINE
           STRING 'NOTES READ          =' WS-RPT-CNT
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE DRYRPT-RECORD FROM WS-REPORT-LINE
           MOVE WS-OPEN-ITEMS            TO WS-RPT-CNT
           MOVE SPACES                   TO WS-REPORT-LINE
           STRING 'DIARY ITEMS OPEN    =' WS-RPT-CNT
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE DRYRPT-RECORD FROM WS-REPORT-LINE
           MOVE WS-DUE-COUNT             TO WS-RPT-CNT
           MOVE SPACES                   TO WS-REPORT-LINE
           STRING 'DUE OR OVERDUE      =' WS-RPT-CNT
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE DRYRPT-RECORD FROM WS-REPORT-LINE
           MOVE WS-OVERDUE-COUNT         TO WS-RPT-CNT
           MOVE SPACES                   TO WS-REPORT-LINE
           STRING '  OVERDUE           =' WS-RPT-CNT
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE DRYRPT-RECORD FROM WS-REPORT-LINE
           IF WS-DROPPED-COUNT > ZERO
              MOVE WS-DROPPED-COUNT      TO WS-RPT-CNT
              MOVE SPACES                TO WS-REPORT-LINE
              STRING '**TABLE FULL - ITEMS NOT LISTED=' WS-RPT-CNT
                     DELIMITED BY SIZE INTO WS-REPORT-LINE
              WRITE DRYRPT-RECORD FROM WS-REPORT-LINE
           END-IF
      *
           DISPLAY 'LGRDRY01 - OPEN=' WS-OPEN-ITEMS
                   ' DUE=' WS-DUE-COUNT
                   ' OVERDUE=' WS-OVERDUE-COUNT
      *
       0800-WRITE-SUMMARY-EXIT.
           EXIT.
      *
       0900-CLOSE-FILES.
      *
           IF CLAIMNOT-OPENED
              CLOSE CLAIMNOT
           END-IF
           IF CLAIMPOL-OPENED
              CLOSE CLAIMPOL
           END-IF
           CLOSE DRYRPT
      *
       0900-CLOSE-FILES-EXIT.
           EXIT.
