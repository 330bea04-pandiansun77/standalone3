       DATE-COMPILED.
      *================================================================
      * MODIFICATION HISTORY
      *   2026-10-15  PA  STANDARD COMPLETION RECORD ON CMPLOG
      *                   (LGCCMPL, THROUGH LGACMP01) AT THE END
      *                   OF EVERY RUN, FOR THE MORNING
      *                   OPERATIONS DIGEST.
      *   2026-10-15  PA  EACH LETTER NOW ALSO QUEUES A RENEWAL
      *                   SCHEDULE ON DOCREQ (LGCDOCQ) FOR THE NIGHTLY
      *                   LGRDOC01 COMPOSITION EXTRACT.  EVERY
      *                   PARAGRAPH IS NOW PERFORMED THRU ITS EXIT -
      *                   THE GO TO FOR A MISSING CUSTOMER (AND FOR A
      *                   WORKLIST OPEN ERROR) USED TO DROP OUT OF
      *                   THE PERFORM INTO THE PARAGRAPHS BELOW.
      *   2026-09-02  PA  ORIGINAL -- RENEWAL CORRESPONDENCE
      *                   EXTRACT.  LGRRNW01 BUILDS THE CANDIDATE
      *                   WORKLIST WITH PROPOSED PREMIUMS AND THEN A
      *      BALANCES AGAINST.  A CANDIDATE WHOSE CUSTOMER RECORD
      *      CANNOT BE FOUND IS REPORTED AND LEFT OUT OF THE EXTRACT
      *      RATHER THAN PRINTED WITH A BLANK ADDRESS.
      *      EVERY LETTER WRITTEN ALSO QUEUES A RENEWAL SCHEDULE
      *      REQUEST ON DOCREQ, EFFECTIVE FROM THE RENEWAL (EXPIRY)
      *      DATE, AT THE POLICY'S NEXT DOCUMENT SEQUENCE AND
      *      VERSION.  A RERUN DOES NOT QUEUE A SECOND ONE: THE
      *      POLICY'S LAST REQUEST BEING A RENEWAL FOR THE SAME DATE
      *      MEANS IT IS ALREADY QUEUED.
      *
      *    INPUT FILES:  RNWWORKF - WORKLIST FROM LGRRNW01.
      *                  CUSTOMER - CUSTOMER KSDS (RANDOM READ).
      *                  DOCREQ   - DOCUMENT REQUEST KSDS (I-O,
      *                             CREATED ON FIRST USE).
      *
      *    OUTPUT FILES: RNWCORR  - CORRESPONDENCE EXTRACT:
      *                             DETAIL RECORDS ('D' IN COL 1)
      *                             THEN ONE TRAILER ('T' IN COL 1)
      *                             CARRYING THE DETAIL COUNT.
      *                  RNWCRPT  - RUN REPORT.
      *                  CMPLOG   - BATCH COMPLETION LOG (LGCCMPL,
      *                             THROUGH LGACMP01).
      *
      *    RETURN CODE:  00 - EXTRACT COMPLETE
      *                  04 - CANDIDATES SKIPPED (CUSTOMER MISSING)
      *                  08 - FILE ERROR (INCLUDING A DOCREQ
      *                       WRITE FAILURE)
      *================================================================
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
              ACCESS MODE IS RANDOM
              RECORD KEY IS CUM-CUSTOMER-NUM
              FILE STATUS IS CUSTOMER-STATUS.
      *
           SELECT DOCREQ ASSIGN TO DOCREQ
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS DRQ-KEY
              FILE STATUS IS DOCREQ-STATUS.
      *
           SELECT RNWCORR ASSIGN TO RNWCORR
              FILE STATUS IS RNWCORR-STATUS.
       FD  CUSTOMER
           BLOCK CONTAINS 0 RECORDS.
       COPY LGCCUST.
      *
       FD  DOCREQ
           BLOCK CONTAINS 0 RECORDS.
       COPY LGCDOCQ.
      *
       FD  RNWCORR
           BLOCK CONTAINS 0 RECORDS.
               88  RNWWORKF-VALID-STATUS          VALUE '00'.
           05  CUSTOMER-STATUS            PIC XX VALUE '00'.
               88  CUSTOMER-READ-OK               VALUE '00'.
           05  DOCREQ-STATUS              PIC XX VALUE '00'.
               88  DOCREQ-OK                      VALUE '00'.
               88  DOCREQ-NOT-FOUND               VALUE '35'.
           05  RNWCORR-STATUS             PIC XX VALUE '00'.
           05  RNWCRPT-STATUS             PIC XX VALUE '00'.
           05  SW-EOF                     PIC X(01) VALUE 'N'.
               88  END-OF-FILE                    VALUE 'Y'.
           05  SW-DOCREQ-OPENED           PIC X(01) VALUE 'N'.
               88  DOCREQ-OPENED                  VALUE 'Y'.
           05  SW-END-OF-POLICY-DOCS      PIC X(01) VALUE 'N'.
               88  END-OF-POLICY-DOCS             VALUE 'Y'.
      *
      *    THE POLICY'S LAST DOCUMENT REQUEST, FOR THE NEXT SEQUENCE
      *    AND VERSION.
       01  WS-LAST-DOC-AREA.
           05  WS-LAST-DOC-SEQ            PIC 9(04) VALUE ZERO.
           05  WS-LAST-DOC-VERSION        PIC 9(03) VALUE ZERO.
           05  WS-LAST-DOC-TYPE           PIC X(01) VALUE SPACE.
           05  WS-LAST-DOC-EFF-DATE       PIC X(10) VALUE SPACES.
      *
      *    CORRESPONDENCE DETAIL RECORD.
       01  WS-CORR-DETAIL-REC.
       01  WS-TODAY-DATE                  PIC 9(08).
       01  WS-TODAY-DATE10                PIC X(10).
      *
       01  WS-WORKLIST-READ               PIC 9(07) COMP VALUE ZERO.
       01  WS-DETAIL-COUNT                PIC 9(07) COMP VALUE ZERO.
       01  WS-SKIPPED-COUNT               PIC 9(07) COMP VALUE ZERO.
       01  WS-QUEUED-COUNT                PIC 9(07) COMP VALUE ZERO.
       01  WS-TOTAL-PREMIUM               PIC 9(11)V99 VALUE ZERO.
       01  WS-ALREADY-QUEUED-COUNT        PIC 9(07) COMP VALUE ZERO.
      *
       01  WS-REPORT-LINE                 PIC X(100).
       01  WS-RPT-CNT                     PIC Z(6)9.
      *
      *    STANDARD COMPLETION RECORD - SEE 0990-WRITE-COMPLETION.
       01  WS-CMP-TIME                    PIC X(08).
       01  WS-CMP-AREA.
           COPY LGCCMPL REPLACING LEADING ==CMP== BY ==WSCM==.
      *
       PROCEDURE DIVISION.
      *
       0000-MAINLINE.
      *
           PERFORM 0100-INITIALIZATION
              THRU 0100-INITIALIZATION-EXIT
           PERFORM 0200-PROCESS-WORKLIST
              THRU 0200-PROCESS-WORKLIST-EXIT
           PERFORM 0800-WRITE-TRAILER
              THRU 0800-WRITE-TRAILER-EXIT
           PERFORM 0900-CLOSE-FILES
              THRU 0900-CLOSE-FILES-EXIT
      *
           IF WS-SKIPPED-COUNT > ZERO AND RETURN-CODE NOT = 8
              MOVE 4                     TO RETURN-CODE
           END-IF
      *
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
           OPEN OUTPUT RNWCRPT
           MOVE '------ LGRRNW02 RENEWAL CORRESPONDENCE EXTRACT --'
              MOVE 8                     TO RETURN-CODE
           END-IF
           OPEN INPUT CUSTOMER
      *
      *    NO REQUEST FILE YET MEANS NO DOCUMENTS QUEUED YET.
           OPEN I-O DOCREQ
           IF DOCREQ-NOT-FOUND
              OPEN OUTPUT DOCREQ
              CLOSE DOCREQ
              OPEN I-O DOCREQ
           END-IF
           IF DOCREQ-OK
              SET DOCREQ-OPENED          TO TRUE
           ELSE
              DISPLAY '**LGRRNW02 - DOCREQ OPEN ERROR - STATUS '
                      DOCREQ-STATUS
              MOVE 8                     TO RETURN-CODE
           END-IF
      *
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           MOVE WS-TODAY-DATE(1:4)       TO WS-TODAY-DATE10(1:4)
                 AT END SET END-OF-FILE  TO TRUE
              END-READ
              IF NOT END-OF-FILE
                 ADD 1                   TO WS-WORKLIST-READ
                 PERFORM 0300-BUILD-ONE-LETTER
                    THRU 0300-BUILD-ONE-LETTER-EXIT
              END-IF
           END-PERFORM
      *
      *
           WRITE RNWCORR-RECORD FROM WS-CORR-DETAIL-REC
           ADD 1                         TO WS-DETAIL-COUNT
           ADD WKL-PROPOSED-PREMIUM      TO WS-TOTAL-PREMIUM
      *
           PERFORM 0400-QUEUE-RENEWAL-SCHEDULE
              THRU 0400-QUEUE-RENEWAL-SCHEDULE-EXIT
      *
       0300-BUILD-ONE-LETTER-EXIT.
           EXIT.
      *
      *================================================================
      * 0400-QUEUE-RENEWAL-SCHEDULE - THE RENEWAL SCHEDULE REQUEST
      *     FOR THE LETTER JUST WRITTEN, AT THE POLICY'S NEXT
      *     SEQUENCE AND VERSION (SEE LGCDOCQ).
      *================================================================
       0400-QUEUE-RENEWAL-SCHEDULE.
      *
           IF NOT DOCREQ-OPENED
              GO TO 0400-QUEUE-RENEWAL-SCHEDULE-EXIT
           END-IF
      *
           PERFORM 0450-FIND-LAST-DOCUMENT
              THRU 0450-FIND-LAST-DOCUMENT-EXIT
      *
           IF WS-LAST-DOC-TYPE = 'R'
              AND WS-LAST-DOC-EFF-DATE = WKL-EXPIRY-DATE
              ADD 1                      TO WS-ALREADY-QUEUED-COUNT
              GO TO 0400-QUEUE-RENEWAL-SCHEDULE-EXIT
           END-IF
      *
           MOVE SPACES                   TO DOCUMENT-REQUEST-RECORD
           MOVE WKL-POLICY-NUM           TO DRQ-POLICY-NUM
           COMPUTE DRQ-REQ-SEQ = WS-LAST-DOC-SEQ + 1
           MOVE WKL-LINE                 TO DRQ-LINE
           MOVE WKL-CUSTOMER-NUM         TO DRQ-CUSTOMER-NUM
           SET DRQ-RENEWAL               TO TRUE
           COMPUTE DRQ-VERSION = WS-LAST-DOC-VERSION + 1
           MOVE WKL-EXPIRY-DATE          TO DRQ-EFFECTIVE-DATE
           MOVE ZERO                     TO DRQ-ENDORSE-SEQ
           MOVE 'LGRRNW02'               TO DRQ-SOURCE
           MOVE 'BATCH'                  TO DRQ-REQUESTED-BY
           MOVE WS-TODAY-DATE10          TO DRQ-REQUESTED-DATE
           SET DRQ-DELIVER-DEFAULT       TO TRUE
           SET DRQ-PENDING               TO TRUE
           MOVE ZERO                     TO DRQ-DOC-SEQ
      *
           WRITE DOCUMENT-REQUEST-RECORD
           IF DOCREQ-OK
              ADD 1                      TO WS-QUEUED-COUNT
           ELSE
              DISPLAY '**LGRRNW02 - DOCREQ WRITE ERROR - STATUS '
                      DOCREQ-STATUS ' POLICY ' WKL-POLICY-NUM
              MOVE 8                     TO RETURN-CODE
           END-IF
      *
       0400-QUEUE-RENEWAL-SCHEDULE-EXIT.
           EXIT.
      *
      *================================================================
      * 0450-FIND-LAST-DOCUMENT - READS THROUGH THE POLICY'S DOCREQ
      *     ROWS FROM THE FIRST; THE LAST ONE READ IS THE HIGHEST.
      *================================================================
       0450-FIND-LAST-DOCUMENT.
      *
           MOVE ZERO                     TO WS-LAST-DOC-SEQ
           MOVE ZERO                     TO WS-LAST-DOC-VERSION
           MOVE SPACE                    TO WS-LAST-DOC-TYPE
           MOVE SPACES                   TO WS-LAST-DOC-EFF-DATE
      *
           MOVE WKL-POLICY-NUM           TO DRQ-POLICY-NUM
           MOVE ZERO                     TO DRQ-REQ-SEQ
           START DOCREQ KEY IS NOT < DRQ-KEY
           IF NOT DOCREQ-OK
              MOVE '00'                  TO DOCREQ-STATUS
              GO TO 0450-FIND-LAST-DOCUMENT-EXIT
           END-IF
      *
           MOVE 'N'                      TO SW-END-OF-POLICY-DOCS
           PERFORM UNTIL END-OF-POLICY-DOCS
              READ DOCREQ NEXT
                 AT END SET END-OF-POLICY-DOCS TO TRUE
              END-READ
              IF NOT END-OF-POLICY-DOCS
                 IF DRQ-POLICY-NUM NOT = WKL-POLICY-NUM
                    SET END-OF-POLICY-DOCS TO TRUE
                 ELSE
                    MOVE DRQ-REQ-SEQ     TO WS-LAST-DOC-SEQ
                    MOVE DRQ-VERSION     TO WS-LAST-DOC-VERSION
                    MOVE DRQ-DOC-TYPE    TO WS-LAST-DOC-TYPE
                    MOVE DRQ-EFFECTIVE-DATE
                                         TO WS-LAST-DOC-EFF-DATE
                 END-IF
              END-IF
           END-PERFORM
           MOVE '00'                     TO DOCREQ-STATUS
      *
       0450-FIND-LAST-DOCUMENT-EXIT.
           EXIT.
      *
       0800-WRITE-TRAILER.
      *
           STRING 'LETTERS SKIPPED   =' WS-RPT-CNT
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE RNWCRPT-RECORD FROM WS-REPORT-LINE
           MOVE WS-QUEUED-COUNT          TO WS-RPT-CNT
           MOVE SPACES                   TO WS-REPORT-LINE
           STRING 'SCHEDULES QUEUED  =' WS-RPT-CNT
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE RNWCRPT-RECORD FROM WS-REPORT-LINE
           MOVE WS-ALREADY-QUEUED-COUNT  TO WS-RPT-CNT
           MOVE SPACES                   TO WS-REPORT-LINE
           STRING 'ALREADY QUEUED    =' WS-RPT-CNT
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE RNWCRPT-RECORD FROM WS-REPORT-LINE
      *
           DISPLAY 'LGRRNW02 - LETTERS=' WS-DETAIL-COUNT
                   ' SKIPPED=' WS-SKIPPED-COUNT
      *
           CLOSE RNWWORKF
           CLOSE CUSTOMER
           IF DOCREQ-OPENED
              CLOSE DOCREQ
           END-IF
           CLOSE RNWCORR
           CLOSE RNWCRPT
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
           MOVE 'LGRRNW02'               TO WSCM-PROGRAM
           MOVE 'RNWWORKF'               TO WSCM-INPUT-DD
           MOVE WS-WORKLIST-READ         TO WSCM-RECS-IN
           MOVE 'RNWCORR'                TO WSCM-OUTPUT-DD
           MOVE WS-DETAIL-COUNT          TO WSCM-RECS-OUT
           MOVE 'PREMIUM'                TO WSCM-CONTROL-NAME
           MOVE WS-TOTAL-PREMIUM         TO WSCM-CONTROL-TOTAL
           MOVE RETURN-CODE              TO WSCM-RETURN-CODE
           CALL 'LGACMP01' USING WS-CMP-AREA
           MOVE WSCM-RETURN-CODE         TO RETURN-CODE
      *
       0990-WRITE-COMPLETION-EXIT.
           EXIT.
