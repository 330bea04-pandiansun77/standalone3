       IDENTIFICATION DIVISION.
       PROGRAM-ID. LGACMP01.
       AUTHOR. INSURANCE-APPLICATIONS-TEAM.
       INSTALLATION. POLICY-ADMINISTRATION.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.
      *================================================================
      * MODIFICATION HISTORY
      *   2026-10-15  PA  ORIGINAL -- BATCH COMPLETION RECORD WRITER.
      *                   OPERATIONS HAD TO OPEN EVERY NIGHTLY BATCH'S
      *                   OWN REPORT TO SEE WHETHER IT HAD RUN.
      *================================================================
      *================================================================
      *    FUNCTION:
      *      CALLED SUBPROGRAM (NO CICS) FOR THE NIGHTLY BATCHES.
      *      APPENDS THE CALLER'S COMPLETION RECORD (LGCCMPL) TO THE
      *      SHARED CMPLOG FILE, CREATING THE FILE ON ITS FIRST USE,
      *      AFTER FILLING IN THE RUN DATE AND END TIME IF THE CALLER
      *      LEFT THEM AS SPACES.  A CMPLOG THAT CANNOT BE WRITTEN IS
      *      DISPLAYED AND OTHERWISE IGNORED - COMPLETION LOGGING
      *      NEVER FAILS THE BUSINESS STEP.
      *
      *      THE CALL RESETS THE RETURN-CODE REGISTER, SO THE CALLER
      *      MOVES ITS RETURN CODE INTO CMP-RETURN-CODE BEFORE THE
      *      CALL AND BACK FROM IT AFTERWARDS.
      *
      *    FILES:    CMPLOG   - BATCH COMPLETION LOG, EXTENDED.
      *
      *    LINKAGE:  01 CMP-LINK             (LGCCMPL)
      *================================================================
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *
           SELECT CMPLOG ASSIGN TO CMPLOG
              FILE STATUS IS CMPLOG-STATUS.
      *
       DATA DIVISION.
       FILE SECTION.
      *
       FD  CMPLOG
           BLOCK CONTAINS 0 RECORDS.
       01  CMPLOG-RECORD                  PIC X(120).
      *
       WORKING-STORAGE SECTION.
      *
       77  FILLER                         PIC X(36) VALUE
                   'LGACMP01 WORKING STORAGE BEGINS HR'.
      *
       01  WS-AREA.
           05  CMPLOG-STATUS              PIC XX VALUE '00'.
               88  CMPLOG-OK                      VALUE '00'.
           05  WS-TODAY-DATE              PIC X(08).
           05  WS-NOW-TIME                PIC X(08).
      *
       LINKAGE SECTION.
      *
       01  CMP-LINK.
           COPY LGCCMPL.
      *
       PROCEDURE DIVISION USING CMP-LINK.
      *
       0000-MAINLINE.
      *
           IF CMP-RUN-DATE = SPACES
              ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
              MOVE WS-TODAY-DATE(1:4)    TO CMP-RUN-DATE(1:4)
              MOVE '-'                   TO CMP-RUN-DATE(5:1)
              MOVE WS-TODAY-DATE(5:2)    TO CMP-RUN-DATE(6:2)
              MOVE '-'                   TO CMP-RUN-DATE(8:1)
              MOVE WS-TODAY-DATE(7:2)    TO CMP-RUN-DATE(9:2)
           END-IF
           IF CMP-END-TIME = SPACES
              ACCEPT WS-NOW-TIME FROM TIME
              MOVE WS-NOW-TIME(1:6)      TO CMP-END-TIME
           END-IF
      *
           PERFORM 1000-APPEND-RECORD
              THRU 1000-APPEND-RECORD-EXIT
      *
           GOBACK.
      *
      *================================================================
      * 1000-APPEND-RECORD - EXTEND CMPLOG, OR START IT WHEN IT DOES
      *     NOT EXIST YET, AND ADD THE ONE RECORD.
      *================================================================
       1000-APPEND-RECORD.
      *
           OPEN EXTEND CMPLOG
           IF NOT CMPLOG-OK
              OPEN OUTPUT CMPLOG
           END-IF
           IF NOT CMPLOG-OK
              DISPLAY '**LGACMP01 - CMPLOG DID NOT OPEN - STATUS '
                      CMPLOG-STATUS ' - NO COMPLETION RECORD FOR '
                      CMP-PROGRAM
              GO TO 1000-APPEND-RECORD-EXIT
           END-IF
      *
           WRITE CMPLOG-RECORD FROM CMP-LINK
           IF NOT CMPLOG-OK
              DISPLAY '**LGACMP01 - CMPLOG WRITE ERROR - STATUS '
                      CMPLOG-STATUS ' - NO COMPLETION RECORD FOR '
                      CMP-PROGRAM
           END-IF
           CLOSE CMPLOG
      *
       1000-APPEND-RECORD-EXIT.
           EXIT.
