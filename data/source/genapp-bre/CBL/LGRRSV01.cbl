       DATE-COMPILED.
      *================================================================
      * MODIFICATION HISTORY
      *   2026-10-15  PA  STANDARD COMPLETION RECORD ON CMPLOG
      *                   (LGCCMPL, THROUGH LGACMP01) AT THE END
      *                   OF EVERY RUN, FOR THE MORNING
      *                   OPERATIONS DIGEST.
      *   2026-10-15  PA  NET OF REINSURANCE INCURRED.  THE REINSURERS'
      *                   SHARE OF EACH CLAIM IS TAKEN FROM THE
      *                   REINACCT ACCOUNTS LGRCED01 KEEPS: THE
      *                   RECOVERIES RAISED ON WHAT HAS BEEN PAID,
      *                   PLUS THE SAME SHARE OF THE OPEN RESERVE.
      *   2026-09-02  PA  NET INCURRED AFTER RECOVERIES.  THE
      *                   RECOVERY FILE (LGARCV01) NOW FEEDS THE
      *                   SUMMARY: GROSS INCURRED (PAID PLUS OPEN
      *        - A CLOSURE-ACCURACY SECTION FOR CLAIMS OPEN ON THE
      *          PRIOR SNAPSHOT AND CLOSED NOW, COMPARING FINAL PAID
      *          TO THE ORIGINAL ESTIMATE.
      *        - NET INCURRED AFTER RECOVERIES, AND THEN NET OF
      *          THE REINSURERS' SHARE.
      *      THIS RUN'S SNAPSHOT IS WRITTEN FOR THE NEXT RUN.
      *
      *    INPUT FILES:  CLAIMPOL, HOUSEPOL, MOTORPOL, COMMPOL,
      *                  RECOVERY - RECOVERY DETAIL KSDS (MAY BE
      *                             ABSENT),
      *                  REINACCT - REINSURANCE ACCOUNT KSDS (MAY BE
      *                             ABSENT),
      *                  RSVSNAPI - PRIOR-RUN SNAPSHOT (MAY BE ABSENT)
      *    OUTPUT FILES: RSVSNAPO - THIS RUN'S SNAPSHOT
      *                  RSVRPT   - RESERVE REPORT
      *                  CMPLOG   - BATCH COMPLETION LOG (LGCCMPL,
      *                             THROUGH LGACMP01)
      *
      *    RETURN CODE:  00 - REPORT COMPLETE
      *                  08 - FILE ERROR
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS RCV-F-KEY
              FILE STATUS IS RECOVERY-STATUS.
      *
           SELECT REINACCT ASSIGN TO REINACCT
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS RIA-KEY
              FILE STATUS IS REINACCT-STATUS.
      *
           SELECT RSVSNAPI ASSIGN TO RSVSNAPI
              FILE STATUS IS RSVSNAPI-STATUS.
           05  RCV-F-LAST-RECEIPT-DATE    PIC X(10).
           05  RCV-F-STATUS-FLAG          PIC X(01).
           05  FILLER                     PIC X(09).
      *
       FD  REINACCT
           BLOCK CONTAINS 0 RECORDS.
       COPY LGCREIN.
      *
       FD  RSVSNAPI
           BLOCK CONTAINS 0 RECORDS.
           05  RECOVERY-STATUS            PIC XX VALUE '00'.
               88  RECOVERY-VALID-STATUS          VALUE '00' '35'.
               88  RECOVERY-OPEN-OK               VALUE '00'.
           05  REINACCT-STATUS            PIC XX VALUE '00'.
               88  REINACCT-OPEN-OK               VALUE '00'.
           05  SW-REINACCT-OPENED         PIC X(01) VALUE 'N'.
               88  REINACCT-OPENED                VALUE 'Y'.
           05  RSVSNAPI-STATUS            PIC XX VALUE '00'.
               88  RSVSNAPI-VALID-STATUS          VALUE '00' '35'.
               88  RSVSNAPI-OPEN-OK               VALUE '00'.
           88  PSN-FND                            VALUE 'Y'.
       01  WS-PSN-SLOT                    PIC 9(05) COMP VALUE ZERO.
      *
      *    REINSURERS' SHARE BY CLAIM, FROM THE R ENTRIES ON
      *    REINACCT: THE RECOVERIES RAISED SO FAR AND THE SHARE RATE,
      *    SUMMED OVER REINSURERS USING EACH ONE'S LATEST ENTRY.
       01  RIC-MAX                        PIC 9(05) COMP VALUE 20000.
       01  RIC-IDX                        PIC 9(05) COMP VALUE ZERO.
       01  RIC-END                        PIC 9(05) COMP VALUE ZERO.
       01  RIC-TABLE.
           05  RIC-ENTRY OCCURS 20000 TIMES.
               10  RIC-CLAIM-NUM          PIC X(10).
               10  RIC-RAISED             PIC S9(09)V99 COMP-3.
               10  RIC-RATE               PIC 9(03)V9(06) COMP-3.
       01  WS-RIC-SLOT                    PIC 9(05) COMP VALUE ZERO.
       01  WS-RIC-PREV-KEY                PIC X(15) VALUE SPACES.
       01  WS-RIC-PREV-RATE               PIC 9V9(06) VALUE ZERO.
      *
      *    POLICY-TO-LINE MAP.
       01  MAP-MAX                        PIC 9(05) COMP VALUE 30000.
       01  MAP-IDX                        PIC 9(05) COMP VALUE ZERO.
       01  WS-MOVEMENT                    PIC S9(09) VALUE ZERO.
       01  WS-TOT-RESERVE-NOW             PIC S9(11) VALUE ZERO.
       01  WS-TOT-RESERVE-PRIOR           PIC S9(11) VALUE ZERO.
       01  WS-CLAIMS-READ                 PIC 9(07) COMP VALUE ZERO.
       01  WS-STRENGTHEN-COUNT            PIC 9(05) COMP VALUE ZERO.
       01  WS-RELEASE-COUNT               PIC 9(05) COMP VALUE ZERO.
       01  WS-CLOSED-COUNT                PIC 9(05) COMP VALUE ZERO.
       01  WS-TOT-PAID                    PIC 9(12) VALUE ZERO.
       01  WS-TOT-RECOVERED               PIC 9(12)V99 VALUE ZERO.
       01  WS-NET-INCURRED                PIC S9(13) VALUE ZERO.
       01  WS-RI-SHARE                    PIC S9(11)V99 VALUE ZERO.
       01  WS-TOT-RI-PAID-SHARE           PIC S9(13)V99 VALUE ZERO.
       01  WS-TOT-RI-RESERVE-SHARE        PIC S9(13)V99 VALUE ZERO.
       01  WS-NET-OF-RI-INCURRED          PIC S9(13) VALUE ZERO.
      *
       01  WS-REPORT-LINE                 PIC X(100).
       01  WS-RPT-CNT                     PIC Z(5)9.
       01  WS-RPT-AMT                     PIC -(10)9.
       01  WS-RPT-AMT2                    PIC -(10)9.
      *
      *    STANDARD COMPLETION RECORD - SEE 0990-WRITE-COMPLETION.
       01  WS-CMP-TIME                    PIC X(08).
       01  WS-CMP-AREA.
           COPY LGCCMPL REPLACING LEADING ==CMP== BY ==WSCM==.
      *
       PROCEDURE DIVISION.
      *
           PERFORM 0100-INITIALIZATION
           PERFORM 0150-LOAD-PRIOR-SNAPSHOT
           PERFORM 0170-SUM-RECOVERIES
           PERFORM 0180-LOAD-REINSURANCE
           PERFORM 0200-BUILD-LINE-MAP
           PERFORM 0300-PROCESS-CLAIMS
           PERFORM 0600-WRITE-RESERVE-SUMMARY
           PERFORM 0700-WRITE-MOVEMENT-TOTALS
           PERFORM 0900-CLOSE-FILES
           PERFORM 0990-WRITE-COMPLETION
              THRU 0990-WRITE-COMPLETION-EXIT
           GOBACK.
      *
       0100-INITIALIZATION.
      *
           MOVE SPACES                   TO WS-CMP-AREA
           INITIALIZE WS-CMP-AREA
           ACCEPT WS-CMP-TIME FROM TIME
           MOVE WS-CMP-TIME(1:6)         TO WSCM-START-TIME
      *
           OPEN OUTPUT RSVRPT
           MOVE '-------- LGRRSV01 CLAIMS RESERVE REPORT ---------'
           OPEN INPUT COMMPOL
           OPEN INPUT RSVSNAPI
           OPEN INPUT RECOVERY
           OPEN INPUT REINACCT
           IF REINACCT-OPEN-OK
              SET REINACCT-OPENED        TO TRUE
           END-IF
      *
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           COMPUTE WS-TODAY-INTDATE =
      *
       0170-SUM-RECOVERIES-EXIT.
           EXIT.
      *
      *================================================================
      * 0180-LOAD-REINSURANCE - THE CLAIM RECOVERIES ON THE REINSURERS'
      *     ACCOUNTS, BY CLAIM.  THE ENTRIES FOR ONE REINSURER AND
      *     CLAIM COME TOGETHER OLDEST QUARTER FIRST, SO EACH LATER
      *     ENTRY'S RATE REPLACES THE ONE BEFORE.  AN ABSENT FILE
      *     MEANS NOTHING IS CEDED.
      *================================================================
       0180-LOAD-REINSURANCE.
      *
           IF REINACCT-OPENED
              MOVE 'N'                   TO SW-EOF
              PERFORM UNTIL END-OF-FILE
                 READ REINACCT NEXT RECORD
                    AT END SET END-OF-FILE TO TRUE
                 END-READ
                 IF NOT END-OF-FILE AND RIA-TYPE-RECOVERY
                    PERFORM 0190-ADD-REINSURER-SHARE
                 END-IF
              END-PERFORM
           END-IF
      *
       0180-LOAD-REINSURANCE-EXIT.
           EXIT.
      *
       0190-ADD-REINSURER-SHARE.
      *
           IF RIA-REINSURER = WS-RIC-PREV-KEY(1:5)
              AND RIA-REF = WS-RIC-PREV-KEY(6:10)
              SUBTRACT WS-RIC-PREV-RATE  FROM RIC-RATE(WS-RIC-SLOT)
           ELSE
              MOVE ZERO                  TO WS-RIC-SLOT
              MOVE 1                     TO RIC-IDX
              PERFORM UNTIL RIC-IDX > RIC-END
                         OR WS-RIC-SLOT > ZERO
                 IF RIC-CLAIM-NUM(RIC-IDX) = RIA-REF
                    MOVE RIC-IDX         TO WS-RIC-SLOT
                 END-IF
                 ADD 1                   TO RIC-IDX
              END-PERFORM
              IF WS-RIC-SLOT = ZERO
                 AND RIC-END < RIC-MAX
                 ADD 1                   TO RIC-END
                 MOVE RIC-END            TO WS-RIC-SLOT
                 MOVE RIA-REF            TO RIC-CLAIM-NUM(WS-RIC-SLOT)
                 MOVE ZERO               TO RIC-RAISED(WS-RIC-SLOT)
                                            RIC-RATE(WS-RIC-SLOT)
              END-IF
           END-IF
      *
           IF WS-RIC-SLOT > ZERO
              ADD RIA-AMOUNT-DUE         TO RIC-RAISED(WS-RIC-SLOT)
              ADD RIA-SHARE-RATE         TO RIC-RATE(WS-RIC-SLOT)
              MOVE RIA-REINSURER         TO WS-RIC-PREV-KEY(1:5)
              MOVE RIA-REF               TO WS-RIC-PREV-KEY(6:10)
              MOVE RIA-SHARE-RATE        TO WS-RIC-PREV-RATE
           ELSE
              MOVE SPACES                TO WS-RIC-PREV-KEY
           END-IF
      *
       0190-ADD-REINSURER-SHARE-EXIT.
           EXIT.
      *
       0200-BUILD-LINE-MAP.
      *
                 AT END SET END-OF-FILE  TO TRUE
              END-READ
              IF NOT END-OF-FILE
                 ADD 1                   TO WS-CLAIMS-READ
                 PERFORM 0350-PROCESS-ONE-CLAIM
              END-IF
           END-PERFORM
           END-IF
      *
           PERFORM 0450-CHECK-PRIOR-SNAPSHOT
      *
           IF RIC-END > ZERO
              PERFORM 0470-REINSURER-SHARE
           END-IF
      *
           MOVE SPACES                   TO WS-SNAP-REC
           MOVE CLM-CLAIM-NUM            TO SNP-CLAIM-NUM
      *
       0450-CHECK-PRIOR-SNAPSHOT-EXIT.
           EXIT.
      *
      *================================================================
      * 0470-REINSURER-SHARE - WHAT THE REINSURERS CARRY OF THIS
      *     CLAIM: THE RECOVERIES ALREADY RAISED ON WHAT WE HAVE PAID,
      *     AND THEIR SHARE OF ANY RESERVE STILL OPEN.
      *================================================================
       0470-REINSURER-SHARE.
      *
           MOVE ZERO                     TO WS-RIC-SLOT
           MOVE 1                        TO RIC-IDX
           PERFORM UNTIL RIC-IDX > RIC-END OR WS-RIC-SLOT > ZERO
              IF RIC-CLAIM-NUM(RIC-IDX) = CLM-CLAIM-NUM
                 MOVE RIC-IDX            TO WS-RIC-SLOT
              END-IF
              ADD 1                      TO RIC-IDX
           END-PERFORM
      *
           IF WS-RIC-SLOT > ZERO
              ADD RIC-RAISED(WS-RIC-SLOT) TO WS-TOT-RI-PAID-SHARE
              IF CLM-CLAIM-OPEN
                 COMPUTE WS-RI-SHARE ROUNDED =
                         WS-RESERVE * RIC-RATE(WS-RIC-SLOT)
                 ADD WS-RI-SHARE         TO WS-TOT-RI-RESERVE-SHARE
              END-IF
           END-IF
      *
       0470-REINSURER-SHARE-EXIT.
           EXIT.
      *
       0600-WRITE-RESERVE-SUMMARY.
      *
                  '  NET INCURRED=' WS-RPT-AMT2
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE RSVRPT-RECORD FROM WS-REPORT-LINE
      *
           MOVE '-------- NET OF REINSURANCE INCURRED ------------'
                TO RSVRPT-RECORD
           WRITE RSVRPT-RECORD
           IF NOT REINACCT-OPENED
              MOVE 'NO REINSURANCE ACCOUNTS - NOTHING CEDED'
                   TO RSVRPT-RECORD
              WRITE RSVRPT-RECORD
           END-IF
           COMPUTE WS-NET-OF-RI-INCURRED ROUNDED =
                   WS-NET-INCURRED - WS-TOT-RI-PAID-SHARE
                   - WS-TOT-RI-RESERVE-SHARE
           MOVE WS-TOT-RI-PAID-SHARE     TO WS-RPT-AMT
           MOVE WS-TOT-RI-RESERVE-SHARE  TO WS-RPT-AMT2
           MOVE SPACES                   TO WS-REPORT-LINE
           STRING 'RI ON PAID=' WS-RPT-AMT
                  '  RI ON OPEN RESERVES=' WS-RPT-AMT2
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE RSVRPT-RECORD FROM WS-REPORT-LINE
           MOVE WS-NET-OF-RI-INCURRED    TO WS-RPT-AMT
           MOVE SPACES                   TO WS-REPORT-LINE
           STRING 'NET OF REINSURANCE INCURRED=' WS-RPT-AMT
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE RSVRPT-RECORD FROM WS-REPORT-LINE
      *
           DISPLAY 'LGRRSV01 - RESERVE NOW=' WS-TOT-RESERVE-NOW
                   ' PRIOR=' WS-TOT-RESERVE-PRIOR
           IF RECOVERY-OPEN-OK
              CLOSE RECOVERY
           END-IF
           IF REINACCT-OPENED
              CLOSE REINACCT
           END-IF
           CLOSE RSVSNAPO
           CLOSE RSVRPT
      *
       0900-CLOSE-FILES-EXIT.
           EXIT.
      *
      *================================================================
      * 0990-WRITE-COMPLETION - THE RUN'S STANDARD COMPLETION RECORD
      *     ON CMPLOG (LGCCMPL) THROUGH LGACMP01.  THE CALL RESETS
      *     RETURN-CODE, SO THE CODE GOES OUT IN THE RECORD AND IS
      *     TAKEN BACK FROM IT.
      *================================================================
       0990-WRITE-COMPLETION.
      *
           MOVE 'LGRRSV01'               TO WSCM-PROGRAM
           MOVE 'CLAIMPOL'               TO WSCM-INPUT-DD
           MOVE WS-CLAIMS-READ           TO WSCM-RECS-IN
           MOVE 'RSVSNAPO'               TO WSCM-OUTPUT-DD
           MOVE WS-CLAIMS-READ           TO WSCM-RECS-OUT
           MOVE 'RESERVE'                TO WSCM-CONTROL-NAME
           MOVE WS-TOT-RESERVE-NOW       TO WSCM-CONTROL-TOTAL
           MOVE RETURN-CODE              TO WSCM-RETURN-CODE
           CALL 'LGACMP01' USING WS-CMP-AREA
           MOVE WSCM-RETURN-CODE         TO RETURN-CODE
      *
       0990-WRITE-COMPLETION-EXIT.
           EXIT.
