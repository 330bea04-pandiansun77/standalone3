       IDENTIFICATION DIVISION.
       PROGRAM-ID. LGRCEV02.
       AUTHOR. INSURANCE-APPLICATIONS-TEAM.
       INSTALLATION. POLICY-ADMINISTRATION.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.
      *================================================================
      * MODIFICATION HISTORY
      *   2026-10-15  PA  THE TREATY TABLE IS LOADED AS IN FORCE TODAY
      *                   FROM THE REFTAB REFERENCE FILE (LGARTB01)
      *                   INSTEAD OF COMPILED VALUES.
      *   2026-10-15  PA  ORIGINAL -- CATASTROPHE EVENT LOSS REPORT.
      *                   THE REINSURANCE DESK HAD NO WAY TO SEE WHAT
      *                   AN EVENT HAD COST ACROSS THE ZONES IT HIT, OR
      *                   WHETHER IT HAD GONE THROUGH THE RETENTION.
      *================================================================
      *================================================================
      *    FUNCTION:
      *      BATCH REPORT IN THE LGRACC01 MOLD.  LOADS EVERY EVENT ON
      *      CATEVENT (LGCCATE), THEN SCANS CLAIMPOL FOR CLAIMS CODED
      *      TO AN EVENT (CLM-CAT-EVENT-CODE - SUGGESTED, CONFIRMED OR
      *      OVERRIDDEN) AND TOTALS THEM PER EVENT AND PER PERIL ZONE:
      *        - CLAIM COUNT,
      *        - PAID     - CLM-C-PAID, THE LGAPAY01 TOTAL,
      *        - RESERVE  - CLAIM VALUE LESS PAID ON AN OPEN CLAIM,
      *                     NIL ON A CLOSED ONE OR WHEN PAID HAS
      *                     REACHED THE VALUE,
      *        - INCURRED - PAID PLUS RESERVE,
      *        - UNCONFIRMED - CLAIMS STILL ONLY SUGGESTED BY ADDCLM,
      *                     WHICH THE ADJUSTERS HAVE YET TO CONFIRM.
      *      EACH EVENT'S INCURRED IS SET AGAINST THE LGCTRTY
      *      RETENTION FOR THE EVENT'S PERIL; ANY EXCESS IS SHOWN AS
      *      THE AMOUNT THE CATASTROPHE CARRIER ON THAT TREATY WILL BE
      *      ASKED FOR.  CLAIMS CODED TO AN EVENT NO LONGER ON
      *      CATEVENT ARE LISTED SEPARATELY.
      *
      *    INPUT FILES:  CATEVENT - CATASTROPHE EVENT KSDS.
      *                  CLAIMPOL - CLAIM MASTER KSDS.
      *                  REFTAB   - REFERENCE TABLES (VIA LGARTB01).
      *
      *    OUTPUT FILE:  CEVLOSS  - EVENT LOSS REPORT.
      *
      *    RETURN CODE:  00 - REPORT PRODUCED
      *                  04 - REPORT PRODUCED, BUT A CLAIM CARRIES AN
      *                       EVENT CODE NOT ON CATEVENT (LISTED)
      *                  08 - FILE ERROR, OR AN EVENT OR ZONE TABLE
      *                       FILLED UP
      *================================================================
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *
           SELECT CATEVENT ASSIGN TO CATEVENT
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS CEV-EVENT-CODE
              FILE STATUS IS CATEVENT-STATUS.
      *
           SELECT CLAIMPOL ASSIGN TO CLAIMPOL
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS CLM-CLAIM-NUM
              FILE STATUS IS CLAIMPOL-STATUS.
      *
           SELECT CEVLOSS ASSIGN TO CEVLOSS
              FILE STATUS IS CEVLOSS-STATUS.
      *
       DATA DIVISION.
       FILE SECTION.
      *
       FD  CATEVENT
           BLOCK CONTAINS 0 RECORDS.
       COPY LGCCATE.
      *
       FD  CLAIMPOL
           BLOCK CONTAINS 0 RECORDS.
       COPY LGCCLAIM.
      *
       FD  CEVLOSS
           BLOCK CONTAINS 0 RECORDS.
       01  CEVLOSS-RECORD                 PIC X(132).
      *
       WORKING-STORAGE SECTION.
      *
       77  FILLER                         PIC X(36) VALUE
                   'LGRCEV02 WORKING STORAGE BEGINS HR'.
      *
       01  WS-AREA.
           05  CATEVENT-STATUS            PIC XX VALUE '00'.
               88  CATEVENT-OPEN-OK               VALUE '00'.
               88  CATEVENT-NOT-FOUND             VALUE '35'.
           05  CLAIMPOL-STATUS            PIC XX VALUE '00'.
               88  CLAIMPOL-OPEN-OK               VALUE '00'.
               88  CLAIMPOL-NOT-FOUND             VALUE '35'.
           05  CEVLOSS-STATUS             PIC XX VALUE '00'.
           05  SW-EOF                     PIC X(01) VALUE 'N'.
               88  END-OF-FILE                    VALUE 'Y'.
           05  SW-CATEVENT                PIC X(01) VALUE 'N'.
               88  CATEVENT-USABLE                VALUE 'Y'.
           05  SW-CLAIMPOL                PIC X(01) VALUE 'N'.
               88  CLAIMPOL-USABLE                VALUE 'Y'.
      *
      *    THE TREATY RETENTION FOR EACH PERIL.
       COPY LGCTRTY.
      *
      *    REFERENCE TABLE LOADER (LGARTB01) PARAMETER AREA.
       01  WS-REF-LOAD-AREA.
           COPY LGCREFL REPLACING LEADING ==RL== BY ==WSRL==.
       01  SW-REFTAB-LOAD                 PIC X(01) VALUE 'Y'.
           88  REFTAB-LOADED                      VALUE 'Y'.
      *
      *    THE EVENTS ON FILE, IN CODE ORDER, WITH THEIR TOTALS.
       01  EVT-MAX                        PIC 9(04) COMP VALUE 500.
       01  EVT-IDX                        PIC 9(04) COMP VALUE ZERO.
       01  EVT-END                        PIC 9(04) COMP VALUE ZERO.
       01  EVT-FOUND                      PIC 9(04) COMP VALUE ZERO.
       01  EVT-TABLE.
           05  EVT-ENTRY OCCURS 500 TIMES.
               10  EVT-EVENT-CODE         PIC X(08).
               10  EVT-PERIL              PIC X(08).
               10  EVT-START-DATE         PIC X(10).
               10  EVT-END-DATE           PIC X(10).
               10  EVT-STATUS-FLAG        PIC X(01).
               10  EVT-CLAIM-COUNT        PIC 9(07) COMP.
               10  EVT-UNCONFIRMED        PIC 9(07) COMP.
               10  EVT-PAID               PIC S9(11) COMP-3.
               10  EVT-RESERVE            PIC S9(11) COMP-3.
               10  EVT-INCURRED           PIC S9(11) COMP-3.
      *
      *    EVENT/ZONE TOTALS, IN ORDER OF FIRST APPEARANCE.
       01  EZT-MAX                        PIC 9(04) COMP VALUE 2000.
       01  EZT-IDX                        PIC 9(04) COMP VALUE ZERO.
       01  EZT-END                        PIC 9(04) COMP VALUE ZERO.
       01  EZT-FOUND                      PIC 9(04) COMP VALUE ZERO.
       01  EZT-TABLE.
           05  EZT-ENTRY OCCURS 2000 TIMES.
               10  EZT-EVENT-IDX          PIC 9(04) COMP.
               10  EZT-ZONE               PIC X(08).
               10  EZT-CLAIM-COUNT        PIC 9(07) COMP.
               10  EZT-UNCONFIRMED        PIC 9(07) COMP.
               10  EZT-PAID               PIC S9(11) COMP-3.
               10  EZT-RESERVE            PIC S9(11) COMP-3.
               10  EZT-INCURRED           PIC S9(11) COMP-3.
      *
       01  WS-ZONE-HOLD                   PIC X(08).
       01  WS-CLAIM-RESERVE               PIC S9(09) VALUE ZERO.
       01  WS-CLAIM-INCURRED              PIC S9(09) VALUE ZERO.
       01  WS-EXCESS                      PIC S9(11) VALUE ZERO.
       01  WS-CLAIMS-READ                 PIC 9(07) COMP VALUE ZERO.
       01  WS-CODED-COUNT                 PIC 9(07) COMP VALUE ZERO.
       01  WS-UNKNOWN-COUNT               PIC 9(07) COMP VALUE ZERO.
       01  WS-UNCONFIRMED-COUNT           PIC 9(07) COMP VALUE ZERO.
       01  WS-TABLE-FULL-COUNT            PIC 9(07) COMP VALUE ZERO.
       01  WS-ATTACHING-COUNT             PIC 9(07) COMP VALUE ZERO.
       01  WS-TOTAL-PAID                  PIC S9(13) COMP-3 VALUE ZERO.
       01  WS-TOTAL-RESERVE               PIC S9(13) COMP-3 VALUE ZERO.
       01  WS-TOTAL-INCURRED              PIC S9(13) COMP-3 VALUE ZERO.
      *
       01  WS-REPORT-LINE                 PIC X(132).
       01  WS-RPT-CNT                     PIC Z(6)9.
       01  WS-RPT-CNT2                    PIC Z(6)9.
       01  WS-RPT-PAID                    PIC Z(12)9.
       01  WS-RPT-RESERVE                 PIC Z(12)9.
       01  WS-RPT-INCURRED                PIC Z(12)9.
       01  WS-RPT-AMT                     PIC Z(12)9.
       01  WS-RPT-STATUS                  PIC X(06).
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
           PERFORM 0200-LOAD-EVENTS
              THRU 0200-LOAD-EVENTS-EXIT
           PERFORM 0300-SCAN-CLAIMPOL
              THRU 0300-SCAN-CLAIMPOL-EXIT
           PERFORM 0800-WRITE-EVENTS
              THRU 0800-WRITE-EVENTS-EXIT
           PERFORM 0900-CLOSE-FILES
              THRU 0900-CLOSE-FILES-EXIT
      *
           IF WS-UNKNOWN-COUNT > ZERO
              AND RETURN-CODE < 4
              MOVE 4                     TO RETURN-CODE
           END-IF
      *
       0000-MAINLINE-EXIT.
           GOBACK.
      *
      *================================================================
      * 0100-INITIALIZATION - OPENS THE REPORT AND THE FILES.  NO
      *     EVENT FILE OR CLAIM FILE YET IS AN EMPTY REPORT, NOT AN
      *     ERROR.
      *================================================================
       0100-INITIALIZATION.
      *
           PERFORM 0180-LOAD-REFERENCE-TABLES
              THRU 0180-LOAD-REFERENCE-TABLES-EXIT
      *
           OPEN OUTPUT CEVLOSS
           MOVE '-------- LGRCEV02 CATASTROPHE EVENT LOSS REPORT -----'
                TO CEVLOSS-RECORD
           WRITE CEVLOSS-RECORD
      *
           OPEN INPUT CATEVENT
           IF CATEVENT-OPEN-OK
              SET CATEVENT-USABLE        TO TRUE
           END-IF
           IF NOT CATEVENT-OPEN-OK AND NOT CATEVENT-NOT-FOUND
              DISPLAY '**LGRCEV02 - CATEVENT OPEN ERROR - STATUS '
                      CATEVENT-STATUS
              MOVE 8                     TO RETURN-CODE
           END-IF
      *
           OPEN INPUT CLAIMPOL
           IF CLAIMPOL-OPEN-OK
              SET CLAIMPOL-USABLE        TO TRUE
           END-IF
           IF NOT CLAIMPOL-OPEN-OK AND NOT CLAIMPOL-NOT-FOUND
              DISPLAY '**LGRCEV02 - CLAIMPOL OPEN ERROR - STATUS '
                      CLAIMPOL-STATUS
              MOVE 8                     TO RETURN-CODE
           END-IF
      *
           IF RETURN-CODE NOT < 8
              PERFORM 0900-CLOSE-FILES
                 THRU 0900-CLOSE-FILES-EXIT
           END-IF
      *
       0100-INITIALIZATION-EXIT.
           EXIT.
      *
      *================================================================
      * 0180-LOAD-REFERENCE-TABLES - THE TREATY RETENTIONS AND
      *     CEDED SHARES AS
      *     IN FORCE TODAY, FROM REFTAB THROUGH LGARTB01.  LOADED
      *     BEFORE ANYTHING ELSE SETS THE RETURN CODE, WHICH EACH
      *     CALL RESETS; A TABLE THAT CANNOT BE LOADED FAILS THE RUN.
      *================================================================
       0180-LOAD-REFERENCE-TABLES.
      *
           MOVE 'TRTY'                   TO WSRL-TABLE-ID
           PERFORM 0190-LOAD-ONE-TABLE
              THRU 0190-LOAD-ONE-TABLE-EXIT
           MOVE WSRL-TABLE-AREA          TO TRT-TREATY-AREA
      *
           IF NOT REFTAB-LOADED
              MOVE 8                     TO RETURN-CODE
           END-IF
      *
       0180-LOAD-REFERENCE-TABLES-EXIT.
           EXIT.
      *
       0190-LOAD-ONE-TABLE.
      *
           MOVE SPACES                   TO WSRL-AS-OF-DATE
           CALL 'LGARTB01' USING WS-REF-LOAD-AREA
      *
           EVALUATE WSRL-RETURN-CODE
              WHEN 00
                 CONTINUE
              WHEN 10
                 DISPLAY 'LGRCEV02 - NO ' WSRL-TABLE-ID
                         ' ENTRY IN FORCE ON REFTAB'
              WHEN 12
                 DISPLAY 'LGRCEV02 - ' WSRL-TABLE-ID
                         ' TABLE FULL - LATER ENTRIES NOT LOADED'
              WHEN OTHER
                 DISPLAY '**LGRCEV02 - ' WSRL-TABLE-ID
                         ' NOT LOADED FROM REFTAB - RC '
                         WSRL-RETURN-CODE
                 MOVE 'N'                TO SW-REFTAB-LOAD
           END-EVALUATE
      *
       0190-LOAD-ONE-TABLE-EXIT.
           EXIT.
      *
      *================================================================
      * 0200-LOAD-EVENTS - EVERY EVENT, OPEN OR CLOSED, INTO
      *     EVT-TABLE.  A CLOSED EVENT STILL HAS CLAIMS RUNNING OFF.
      *================================================================
       0200-LOAD-EVENTS.
      *
           IF NOT CATEVENT-USABLE
              GO TO 0200-LOAD-EVENTS-EXIT
           END-IF
           MOVE 'N'                      TO SW-EOF
           PERFORM UNTIL END-OF-FILE
              READ CATEVENT NEXT RECORD
                 AT END SET END-OF-FILE  TO TRUE
              END-READ
              IF NOT END-OF-FILE
                 IF EVT-END NOT < EVT-MAX
                    ADD 1                TO WS-TABLE-FULL-COUNT
                 ELSE
                    ADD 1                TO EVT-END
                    MOVE CEV-EVENT-CODE  TO EVT-EVENT-CODE(EVT-END)
                    MOVE CEV-PERIL       TO EVT-PERIL(EVT-END)
                    MOVE CEV-START-DATE  TO EVT-START-DATE(EVT-END)
                    MOVE CEV-END-DATE    TO EVT-END-DATE(EVT-END)
                    MOVE CEV-STATUS-FLAG TO EVT-STATUS-FLAG(EVT-END)
                    MOVE ZERO            TO EVT-CLAIM-COUNT(EVT-END)
                                            EVT-UNCONFIRMED(EVT-END)
                                            EVT-PAID(EVT-END)
                                            EVT-RESERVE(EVT-END)
                                            EVT-INCURRED(EVT-END)
                 END-IF
              END-IF
           END-PERFORM
      *
       0200-LOAD-EVENTS-EXIT.
           EXIT.
      *
       0300-SCAN-CLAIMPOL.
      *
           IF NOT CLAIMPOL-USABLE
              GO TO 0300-SCAN-CLAIMPOL-EXIT
           END-IF
           MOVE 'N'                      TO SW-EOF
           PERFORM UNTIL END-OF-FILE
              READ CLAIMPOL NEXT RECORD
                 AT END SET END-OF-FILE  TO TRUE
              END-READ
              IF NOT END-OF-FILE
                 ADD 1                   TO WS-CLAIMS-READ
                 IF CLM-CAT-EVENT-CODE NOT = SPACES
                    PERFORM 0400-ADD-ONE-CLAIM
                       THRU 0400-ADD-ONE-CLAIM-EXIT
                 END-IF
              END-IF
           END-PERFORM
      *
       0300-SCAN-CLAIMPOL-EXIT.
           EXIT.
      *
      *================================================================
      * 0400-ADD-ONE-CLAIM - THE CLAIM'S PAID, RESERVE AND INCURRED
      *     INTO ITS EVENT AND ITS EVENT/ZONE ROW.  A CODE NOT ON
      *     CATEVENT IS LISTED AND LEFT OUT OF THE TOTALS.
      *================================================================
       0400-ADD-ONE-CLAIM.
      *
           MOVE ZERO                     TO EVT-FOUND
           MOVE 1                        TO EVT-IDX
           PERFORM UNTIL EVT-IDX > EVT-END OR EVT-FOUND > ZERO
              IF EVT-EVENT-CODE(EVT-IDX) = CLM-CAT-EVENT-CODE
                 MOVE EVT-IDX            TO EVT-FOUND
              ELSE
                 ADD 1                   TO EVT-IDX
              END-IF
           END-PERFORM
      *
           IF EVT-FOUND = ZERO
              ADD 1                      TO WS-UNKNOWN-COUNT
              MOVE SPACES                TO WS-REPORT-LINE
              STRING 'CLAIM ' CLM-CLAIM-NUM
                     ' CODED TO EVENT ' CLM-CAT-EVENT-CODE
                     ' - NOT ON CATEVENT, NOT TOTALLED'
                     DELIMITED BY SIZE INTO WS-REPORT-LINE
              WRITE CEVLOSS-RECORD FROM WS-REPORT-LINE
              GO TO 0400-ADD-ONE-CLAIM-EXIT
           END-IF
      *
           MOVE ZERO                     TO WS-CLAIM-RESERVE
           IF CLM-CLAIM-OPEN
              AND CLM-C-VALUE > CLM-C-PAID
              COMPUTE WS-CLAIM-RESERVE = CLM-C-VALUE - CLM-C-PAID
           END-IF
           COMPUTE WS-CLAIM-INCURRED = CLM-C-PAID + WS-CLAIM-RESERVE
      *
      *    A CLAIM ON A LINE WITH NO LOCATION CARRIES NO ZONE.
           MOVE CLM-CAT-ZONE             TO WS-ZONE-HOLD
           IF WS-ZONE-HOLD = SPACES
              MOVE '(NONE)'              TO WS-ZONE-HOLD
           END-IF
      *
           MOVE ZERO                     TO EZT-FOUND
           MOVE 1                        TO EZT-IDX
           PERFORM UNTIL EZT-IDX > EZT-END OR EZT-FOUND > ZERO
              IF EZT-EVENT-IDX(EZT-IDX) = EVT-FOUND
                 AND EZT-ZONE(EZT-IDX) = WS-ZONE-HOLD
                 MOVE EZT-IDX            TO EZT-FOUND
              ELSE
                 ADD 1                   TO EZT-IDX
              END-IF
           END-PERFORM
           IF EZT-FOUND = ZERO
              IF EZT-END NOT < EZT-MAX
                 ADD 1                   TO WS-TABLE-FULL-COUNT
                 GO TO 0400-ADD-ONE-CLAIM-EXIT
              END-IF
              ADD 1                      TO EZT-END
              MOVE EZT-END               TO EZT-FOUND
              MOVE EVT-FOUND             TO EZT-EVENT-IDX(EZT-FOUND)
              MOVE WS-ZONE-HOLD          TO EZT-ZONE(EZT-FOUND)
              MOVE ZERO                  TO EZT-CLAIM-COUNT(EZT-FOUND)
                                            EZT-UNCONFIRMED(EZT-FOUND)
                                            EZT-PAID(EZT-FOUND)
                                            EZT-RESERVE(EZT-FOUND)
                                            EZT-INCURRED(EZT-FOUND)
           END-IF
      *
           ADD 1                         TO WS-CODED-COUNT
           ADD 1                         TO EVT-CLAIM-COUNT(EVT-FOUND)
           ADD 1                         TO EZT-CLAIM-COUNT(EZT-FOUND)
           IF CLM-CAT-SUGGESTED
              ADD 1                      TO WS-UNCONFIRMED-COUNT
              ADD 1                      TO EVT-UNCONFIRMED(EVT-FOUND)
              ADD 1                      TO EZT-UNCONFIRMED(EZT-FOUND)
           END-IF
           ADD CLM-C-PAID                TO EVT-PAID(EVT-FOUND)
                                            EZT-PAID(EZT-FOUND)
                                            WS-TOTAL-PAID
           ADD WS-CLAIM-RESERVE          TO EVT-RESERVE(EVT-FOUND)
                                            EZT-RESERVE(EZT-FOUND)
                                            WS-TOTAL-RESERVE
           ADD WS-CLAIM-INCURRED         TO EVT-INCURRED(EVT-FOUND)
                                            EZT-INCURRED(EZT-FOUND)
                                            WS-TOTAL-INCURRED
      *
       0400-ADD-ONE-CLAIM-EXIT.
           EXIT.
      *
      *================================================================
      * 0800-WRITE-EVENTS - ONE BLOCK PER EVENT: ITS HEADING, A LINE
      *     PER ZONE, THE EVENT TOTAL AND THE RETENTION TEST, THEN THE
      *     RUN TOTALS.
      *================================================================
       0800-WRITE-EVENTS.
      *
           MOVE 1                        TO EVT-IDX
           PERFORM UNTIL EVT-IDX > EVT-END
              PERFORM 0850-WRITE-ONE-EVENT
                 THRU 0850-WRITE-ONE-EVENT-EXIT
              ADD 1                      TO EVT-IDX
           END-PERFORM
      *
           MOVE SPACES                   TO CEVLOSS-RECORD
           WRITE CEVLOSS-RECORD
           MOVE '-------- EVENT LOSS TOTALS -------------------------'
                TO CEVLOSS-RECORD
           WRITE CEVLOSS-RECORD
           MOVE EVT-END                  TO WS-RPT-CNT
           MOVE WS-ATTACHING-COUNT       TO WS-RPT-CNT2
           MOVE SPACES                   TO WS-REPORT-LINE
           STRING 'EVENTS=' WS-RPT-CNT
                  ' THROUGH RETENTION=' WS-RPT-CNT2
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE CEVLOSS-RECORD FROM WS-REPORT-LINE
           MOVE WS-CLAIMS-READ           TO WS-RPT-CNT
           MOVE WS-CODED-COUNT           TO WS-RPT-CNT2
           MOVE SPACES                   TO WS-REPORT-LINE
           STRING 'CLAIMS READ=' WS-RPT-CNT
                  ' CODED TO AN EVENT=' WS-RPT-CNT2
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE CEVLOSS-RECORD FROM WS-REPORT-LINE
           MOVE WS-UNCONFIRMED-COUNT     TO WS-RPT-CNT
           MOVE WS-UNKNOWN-COUNT         TO WS-RPT-CNT2
           MOVE SPACES                   TO WS-REPORT-LINE
           STRING 'UNCONFIRMED=' WS-RPT-CNT
                  ' UNKNOWN EVENT CODE=' WS-RPT-CNT2
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE CEVLOSS-RECORD FROM WS-REPORT-LINE
           MOVE WS-TOTAL-PAID            TO WS-RPT-PAID
           MOVE WS-TOTAL-RESERVE         TO WS-RPT-RESERVE
           MOVE WS-TOTAL-INCURRED        TO WS-RPT-INCURRED
           MOVE SPACES                   TO WS-REPORT-LINE
           STRING 'ALL EVENTS PAID=' WS-RPT-PAID
                  ' RESERVE=' WS-RPT-RESERVE
                  ' INCURRED=' WS-RPT-INCURRED
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE CEVLOSS-RECORD FROM WS-REPORT-LINE
           IF WS-TABLE-FULL-COUNT > ZERO
              MOVE WS-TABLE-FULL-COUNT   TO WS-RPT-CNT
              MOVE SPACES                TO WS-REPORT-LINE
              STRING '**NOT TOTALLED - TABLE FULL=' WS-RPT-CNT
                     DELIMITED BY SIZE INTO WS-REPORT-LINE
              WRITE CEVLOSS-RECORD FROM WS-REPORT-LINE
              MOVE 8                     TO RETURN-CODE
           END-IF
      *
           DISPLAY 'LGRCEV02 - EVENTS=' EVT-END
                   ' CODED CLAIMS=' WS-CODED-COUNT
                   ' UNKNOWN=' WS-UNKNOWN-COUNT
      *
       0800-WRITE-EVENTS-EXIT.
           EXIT.
      *
       0850-WRITE-ONE-EVENT.
      *
           IF EVT-STATUS-FLAG(EVT-IDX) = 'C'
              MOVE 'CLOSED'              TO WS-RPT-STATUS
           ELSE
              MOVE 'OPEN'                TO WS-RPT-STATUS
           END-IF
           MOVE SPACES                   TO CEVLOSS-RECORD
           WRITE CEVLOSS-RECORD
           MOVE SPACES                   TO WS-REPORT-LINE
           STRING 'EVENT ' EVT-EVENT-CODE(EVT-IDX)
                  ' ' EVT-PERIL(EVT-IDX)
                  ' ' WS-RPT-STATUS
                  ' FROM ' EVT-START-DATE(EVT-IDX)
                  ' TO ' EVT-END-DATE(EVT-IDX)
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE CEVLOSS-RECORD FROM WS-REPORT-LINE
      *
           IF EVT-CLAIM-COUNT(EVT-IDX) = ZERO
              MOVE '  NO CLAIMS CODED TO THIS EVENT' TO CEVLOSS-RECORD
              WRITE CEVLOSS-RECORD
              GO TO 0850-WRITE-ONE-EVENT-EXIT
           END-IF
      *
           MOVE 1                        TO EZT-IDX
           PERFORM UNTIL EZT-IDX > EZT-END
              IF EZT-EVENT-IDX(EZT-IDX) = EVT-IDX
                 MOVE EZT-CLAIM-COUNT(EZT-IDX) TO WS-RPT-CNT
                 MOVE EZT-UNCONFIRMED(EZT-IDX) TO WS-RPT-CNT2
                 MOVE EZT-PAID(EZT-IDX)     TO WS-RPT-PAID
                 MOVE EZT-RESERVE(EZT-IDX)  TO WS-RPT-RESERVE
                 MOVE EZT-INCURRED(EZT-IDX) TO WS-RPT-INCURRED
                 MOVE SPACES             TO WS-REPORT-LINE
                 STRING '  ZONE ' EZT-ZONE(EZT-IDX)
                        ' CLAIMS=' WS-RPT-CNT
                        ' PAID=' WS-RPT-PAID
                        ' RESERVE=' WS-RPT-RESERVE
                        ' INCURRED=' WS-RPT-INCURRED
                        ' UNCONFIRMED=' WS-RPT-CNT2
                        DELIMITED BY SIZE INTO WS-REPORT-LINE
                 WRITE CEVLOSS-RECORD FROM WS-REPORT-LINE
              END-IF
              ADD 1                      TO EZT-IDX
           END-PERFORM
      *
           MOVE EVT-CLAIM-COUNT(EVT-IDX) TO WS-RPT-CNT
           MOVE EVT-UNCONFIRMED(EVT-IDX) TO WS-RPT-CNT2
           MOVE EVT-PAID(EVT-IDX)        TO WS-RPT-PAID
           MOVE EVT-RESERVE(EVT-IDX)     TO WS-RPT-RESERVE
           MOVE EVT-INCURRED(EVT-IDX)    TO WS-RPT-INCURRED
           MOVE SPACES                   TO WS-REPORT-LINE
           STRING '  EVENT TOTAL   CLAIMS=' WS-RPT-CNT
                  ' PAID=' WS-RPT-PAID
                  ' RESERVE=' WS-RPT-RESERVE
                  ' INCURRED=' WS-RPT-INCURRED
                  ' UNCONFIRMED=' WS-RPT-CNT2
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE CEVLOSS-RECORD FROM WS-REPORT-LINE
      *
      *    THE RETENTION ON THE EVENT'S PERIL TREATY.  A PERIL WITH
      *    NO TREATY IS CARRIED ENTIRELY NET.
           SET TRT-IDX                   TO 1
           SEARCH TRT-ENTRY
              AT END
                 MOVE '  NO TREATY FOR THIS PERIL - LOSS IS ALL NET'
                      TO CEVLOSS-RECORD
                 WRITE CEVLOSS-RECORD
              WHEN TRT-PERIL-NAME(TRT-IDX) = EVT-PERIL(EVT-IDX)
                 PERFORM 0870-TEST-RETENTION
                    THRU 0870-TEST-RETENTION-EXIT
           END-SEARCH
      *
       0850-WRITE-ONE-EVENT-EXIT.
           EXIT.
      *
       0870-TEST-RETENTION.
      *
           MOVE TRT-RETENTION(TRT-IDX)   TO WS-RPT-AMT
           COMPUTE WS-EXCESS =
                   EVT-INCURRED(EVT-IDX) - TRT-RETENTION(TRT-IDX)
           MOVE SPACES                   TO WS-REPORT-LINE
           IF WS-EXCESS > ZERO
              ADD 1                      TO WS-ATTACHING-COUNT
              MOVE WS-EXCESS             TO WS-RPT-INCURRED
              STRING '  RETENTION=' WS-RPT-AMT
                     ' EXCESS=' WS-RPT-INCURRED
                     ' **CAT COVER ATTACHES - REINSURER '
                     TRT-REINSURER(TRT-IDX)
                     DELIMITED BY SIZE INTO WS-REPORT-LINE
           ELSE
              STRING '  RETENTION=' WS-RPT-AMT
                     ' WITHIN RETENTION'
                     DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-IF
           WRITE CEVLOSS-RECORD FROM WS-REPORT-LINE
      *
       0870-TEST-RETENTION-EXIT.
           EXIT.
      *
       0900-CLOSE-FILES.
      *
           IF CATEVENT-USABLE
              CLOSE CATEVENT
           END-IF
           IF CLAIMPOL-USABLE
              CLOSE CLAIMPOL
           END-IF
           CLOSE CEVLOSS
      *
       0900-CLOSE-FILES-EXIT.
           EXIT.
