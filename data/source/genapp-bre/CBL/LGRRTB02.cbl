       IDENTIFICATION DIVISION.
       PROGRAM-ID. LGRRTB02.
       AUTHOR. INSURANCE-APPLICATIONS-TEAM.
       INSTALLATION. POLICY-ADMINISTRATION.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.
      *================================================================
      * MODIFICATION HISTORY
      *   2026-10-15  PA  ORIGINAL -- REFERENCE TABLE INITIAL LOAD.
      *                   THE PERIL-ZONE, TREATY, PAYMENT-LIMIT AND
      *                   ACCUMULATION TABLES MOVE FROM COMPILED
      *                   VALUES TO THE REFTAB FILE; THIS PUTS THE
      *                   SIGNED-OFF VALUES ON IT AS THEY STOOD.
      *================================================================
      *================================================================
      *    FUNCTION:
      *      ONE-OFF BATCH LOAD OF REFTAB (LGCREFT).  WRITES EVERY
      *      ENTRY OF THE FIVE TABLES, AS THEY STOOD WHEN THEY WERE
      *      LAST COMPILED INTO LGCPERZ, LGCTRTY, LGCPAYL AND LGCACCZ,
      *      AS AN ACTIVE VERSION EFFECTIVE 2000-01-01 - SO EVERY
      *      PAST RUN DATE SEES THE VALUES IT WAS RATED ON.  LATER
      *      CHANGES ARE NEW VERSIONS KEYED THROUGH LGMRTB01.
      *      PERIL ZONES ARE GIVEN SEARCH ORDERS 010, 020, ... IN
      *      THEIR COMPILED ORDER, LEAVING ROOM TO PLACE A NEW ZONE
      *      BETWEEN TWO OTHERS.  THE RUN IS SAFE TO REPEAT: A ROW
      *      ALREADY ON FILE IS LEFT ALONE AND COUNTED.  EVERY ROW
      *      WRITTEN IS JOURNALLED TO AUDITJNL AS LGMRTB01 DOES
      *      ONLINE, WITH 'BTCH' FOR THE TRANSACTION.
      *
      *    I-O FILES:    REFTAB   - REFERENCE TABLE KSDS (CREATED ON
      *                             FIRST USE).
      *                  AUDITJNL - COMMON AUDIT JOURNAL.
      *
      *    RETURN CODE:  00 - EVERY ROW WRITTEN
      *                  04 - SOME ROWS ALREADY ON FILE (RERUN)
      *                  08 - FILE ERROR
      *================================================================
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *
           SELECT REFTAB ASSIGN TO REFTAB
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS REF-KEY
              FILE STATUS IS REFTAB-STATUS.
      *
           SELECT AUDITJNL ASSIGN TO AUDITJNL
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS AJR-KEY
              FILE STATUS IS AUDITJNL-STATUS.
      *
       DATA DIVISION.
       FILE SECTION.
      *
       FD  REFTAB
           BLOCK CONTAINS 0 RECORDS.
       COPY LGCREFT.
      *
       FD  AUDITJNL
           BLOCK CONTAINS 0 RECORDS.
       COPY LGCAJRF.
      *
       WORKING-STORAGE SECTION.
      *
       77  FILLER                         PIC X(36) VALUE
                   'LGRRTB02 WORKING STORAGE BEGINS HR'.
      *
       01  WS-AREA.
           05  REFTAB-STATUS              PIC XX VALUE '00'.
               88  REFTAB-OPEN-OK                 VALUE '00'.
               88  REFTAB-NOT-FOUND               VALUE '35'.
               88  REFTAB-DUPLICATE               VALUE '22'.
           05  AUDITJNL-STATUS            PIC XX VALUE '00'.
               88  AUDITJNL-OPEN-OK               VALUE '00'.
               88  AUDITJNL-NOT-FOUND             VALUE '35'.
               88  AUDITJNL-DUPLICATE             VALUE '22'.
      *
       01  WS-TODAY-DATE                  PIC X(08).
       01  WS-TODAY-TIME                  PIC X(08).
       01  WS-SEED-EFFECTIVE-DATE         PIC X(10) VALUE '2000-01-01'.
       01  WS-PERZ-SEQ                    PIC 9(03) VALUE ZERO.
      *
       01  WS-WRITTEN-COUNT               PIC 9(05) COMP VALUE ZERO.
       01  WS-ON-FILE-COUNT               PIC 9(05) COMP VALUE ZERO.
       01  WS-RPT-CNT                     PIC Z(4)9.
      *
      *    THE TABLES AS LAST COMPILED, WITH THEIR SIGN-OFF NOTES.
      *
       01  SDZ-ZONE-COUNT                 PIC 9(02) VALUE 04.
       01  SDZ-ZONE-TABLE.
           05  SDZ-ZONE OCCURS 4 TIMES
                         INDEXED BY SDZ-IDX.
               10  SDZ-NAME                PIC X(08).
               10  SDZ-LAT-LO              PIC S9(03)V9(04).
               10  SDZ-LAT-HI              PIC S9(03)V9(04).
               10  SDZ-LON-LO              PIC S9(03)V9(04).
               10  SDZ-LON-HI              PIC S9(03)V9(04).
               10  SDZ-FIREPERIL           PIC 9(04).
               10  SDZ-CRIMEPERIL          PIC 9(04).
               10  SDZ-FLOODPERIL          PIC 9(04).
               10  SDZ-WEATHERPERIL        PIC 9(04).
       01  FILLER REDEFINES SDZ-ZONE-TABLE.
      *    CITY CENTRE - CRIME BAND
           05  FILLER                      PIC X(08) VALUE 'CITYCTR '.
           05  FILLER                      PIC S9(03)V9(04) VALUE
               +051.4800.
           05  FILLER                      PIC S9(03)V9(04) VALUE
               +051.5600.
           05  FILLER                      PIC S9(03)V9(04) VALUE
               -000.2400.
           05  FILLER                      PIC S9(03)V9(04) VALUE
               +000.0600.
           05  FILLER                      PIC 9(04) VALUE 0120.
           05  FILLER                      PIC 9(04) VALUE 0300.
           05  FILLER                      PIC 9(04) VALUE 0050.
           05  FILLER                      PIC 9(04) VALUE 0080.
      *    RIVER FLOOD PLAIN
           05  FILLER                      PIC X(08) VALUE 'RIVRPLN '.
           05  FILLER                      PIC S9(03)V9(04) VALUE
               +051.3500.
           05  FILLER                      PIC S9(03)V9(04) VALUE
               +051.4800.
           05  FILLER                      PIC S9(03)V9(04) VALUE
               -000.5000.
           05  FILLER                      PIC S9(03)V9(04) VALUE
               +000.3000.
           05  FILLER                      PIC 9(04) VALUE 0100.
           05  FILLER                      PIC 9(04) VALUE 0090.
           05  FILLER                      PIC 9(04) VALUE 0350.
           05  FILLER                      PIC 9(04) VALUE 0120.
      *    COASTAL WEATHER BAND
           05  FILLER                      PIC X(08) VALUE 'COASTAL '.
           05  FILLER                      PIC S9(03)V9(04) VALUE
               +050.0000.
           05  FILLER                      PIC S9(03)V9(04) VALUE
               +051.3500.
           05  FILLER                      PIC S9(03)V9(04) VALUE
               -006.0000.
           05  FILLER                      PIC S9(03)V9(04) VALUE
               +002.0000.
           05  FILLER                      PIC 9(04) VALUE 0100.
           05  FILLER                      PIC 9(04) VALUE 0070.
           05  FILLER                      PIC 9(04) VALUE 0150.
           05  FILLER                      PIC 9(04) VALUE 0280.
      *    STANDARD CATCH-ALL - MUST STAY LAST
           05  FILLER                      PIC X(08) VALUE 'STANDARD'.
           05  FILLER                      PIC S9(03)V9(04) VALUE
               -090.0000.
           05  FILLER                      PIC S9(03)V9(04) VALUE
               +090.0000.
           05  FILLER                      PIC S9(03)V9(04) VALUE
               -180.0000.
           05  FILLER                      PIC S9(03)V9(04) VALUE
               +180.0000.
           05  FILLER                      PIC 9(04) VALUE 0100.
           05  FILLER                      PIC 9(04) VALUE 0100.
           05  FILLER                      PIC 9(04) VALUE 0100.
           05  FILLER                      PIC 9(04) VALUE 0100.
      *
       01  SDT-TREATY-COUNT               PIC 9(02) VALUE 04.
       01  SDT-TREATY-TABLE.
           05  SDT-ENTRY OCCURS 4 TIMES
                         INDEXED BY SDT-IDX.
               10  SDT-PERIL-NAME          PIC X(08).
               10  SDT-REINSURER           PIC X(05).
               10  SDT-RETENTION           PIC 9(08).
               10  SDT-CEDED-PCT           PIC 9(03).
       01  FILLER REDEFINES SDT-TREATY-TABLE.
      *    FIRE SURPLUS TREATY
           05  FILLER                      PIC X(08) VALUE 'FIRE    '.
           05  FILLER                      PIC X(05) VALUE 'RE001'.
           05  FILLER                      PIC 9(08) VALUE 00025000.
           05  FILLER                      PIC 9(03) VALUE 080.
      *    CRIME SURPLUS TREATY
           05  FILLER                      PIC X(08) VALUE 'CRIME   '.
           05  FILLER                      PIC X(05) VALUE 'RE001'.
           05  FILLER                      PIC 9(08) VALUE 00015000.
           05  FILLER                      PIC 9(03) VALUE 070.
      *    FLOOD SURPLUS TREATY - SEPARATE CATASTROPHE CARRIER
           05  FILLER                      PIC X(08) VALUE 'FLOOD   '.
           05  FILLER                      PIC X(05) VALUE 'RE002'.
           05  FILLER                      PIC 9(08) VALUE 00010000.
           05  FILLER                      PIC 9(03) VALUE 090.
      *    WEATHER SURPLUS TREATY - SEPARATE CATASTROPHE CARRIER
           05  FILLER                      PIC X(08) VALUE 'WEATHER '.
           05  FILLER                      PIC X(05) VALUE 'RE002'.
           05  FILLER                      PIC 9(08) VALUE 00010000.
           05  FILLER                      PIC 9(03) VALUE 085.
      *
       01  SDP-USER-COUNT                 PIC 9(02) VALUE 07.
       01  SDP-LIMIT-TABLE.
           05  SDP-ENTRY OCCURS 7 TIMES
                         INDEXED BY SDP-IDX.
               10  SDP-USER-ID             PIC X(08).
               10  SDP-LIMIT-AMOUNT        PIC 9(08)V9(02).
               10  SDP-PAY-CLASS           PIC X(01).
                   88  SDP-CLAIM-PAYER             VALUE 'C'.
                   88  SDP-REFUND-PAYER            VALUE 'R'.
       01  FILLER REDEFINES SDP-LIMIT-TABLE.
      *    CLAIMS HANDLERS - ROUTINE SETTLEMENTS
           05  FILLER                      PIC X(08) VALUE 'CLMHND01'.
           05  FILLER                      PIC 9(08)V9(02) VALUE
               00005000.00.
           05  FILLER                      PIC X(01) VALUE 'C'.
           05  FILLER                      PIC X(08) VALUE 'CLMHND02'.
           05  FILLER                      PIC 9(08)V9(02) VALUE
               00005000.00.
           05  FILLER                      PIC X(01) VALUE 'C'.
      *    SENIOR ADJUSTER
           05  FILLER                      PIC X(08) VALUE 'CLMADJ01'.
           05  FILLER                      PIC 9(08)V9(02) VALUE
               00050000.00.
           05  FILLER                      PIC X(01) VALUE 'C'.
      *    CLAIMS MANAGER - LARGE-LOSS SIGN-OFF
           05  FILLER                      PIC X(08) VALUE 'CLMMGR01'.
           05  FILLER                      PIC 9(08)V9(02) VALUE
               00500000.00.
           05  FILLER                      PIC X(01) VALUE 'C'.
      *    PREMIUM ACCOUNTS DESK - ROUTINE REFUNDS
           05  FILLER                      PIC X(08) VALUE 'ACCDSK01'.
           05  FILLER                      PIC 9(08)V9(02) VALUE
               00001000.00.
           05  FILLER                      PIC X(01) VALUE 'R'.
           05  FILLER                      PIC X(08) VALUE 'ACCDSK02'.
           05  FILLER                      PIC 9(08)V9(02) VALUE
               00001000.00.
           05  FILLER                      PIC X(01) VALUE 'R'.
      *    PREMIUM ACCOUNTS MANAGER - LARGE REFUNDS
           05  FILLER                      PIC X(08) VALUE 'ACCMGR01'.
           05  FILLER                      PIC 9(08)V9(02) VALUE
               00025000.00.
           05  FILLER                      PIC X(01) VALUE 'R'.
      *
       01  SDC-PREFIX-COUNT               PIC 9(02) VALUE 03.
       01  SDC-PREFIX-TABLE.
           05  SDC-PREFIX-ENTRY OCCURS 3 TIMES
                         INDEXED BY SDC-IDX.
               10  SDC-PREFIX              PIC X(02).
               10  SDC-ZONE                PIC X(08).
       01  FILLER REDEFINES SDC-PREFIX-TABLE.
      *    CITY CENTRE DISTRICTS
           05  FILLER                      PIC X(02) VALUE 'EC'.
           05  FILLER                      PIC X(08) VALUE 'CITYCTR '.
      *    RIVER FLOOD PLAIN DISTRICTS
           05  FILLER                      PIC X(02) VALUE 'SW'.
           05  FILLER                      PIC X(08) VALUE 'RIVRPLN '.
      *    COASTAL DISTRICTS
           05  FILLER                      PIC X(02) VALUE 'TR'.
           05  FILLER                      PIC X(08) VALUE 'COASTAL '.
      *
       01  SDL-LIMIT-COUNT                PIC 9(02) VALUE 06.
       01  SDL-LIMIT-TABLE.
           05  SDL-LIMIT-ENTRY OCCURS 6 TIMES
                         INDEXED BY SDL-IDX.
               10  SDL-ZONE                PIC X(08).
               10  SDL-PERIL               PIC X(08).
               10  SDL-LIMIT               PIC 9(12).
       01  FILLER REDEFINES SDL-LIMIT-TABLE.
      *    FLOOD ALONG THE RIVER PLAIN - THE ONE THAT KEEPS THE
      *    REINSURERS AWAKE
           05  FILLER                      PIC X(08) VALUE 'RIVRPLN '.
           05  FILLER                      PIC X(08) VALUE 'FLOOD   '.
           05  FILLER                      PIC 9(12) VALUE 050000000.
      *    WEATHER ON THE COAST
           05  FILLER                      PIC X(08) VALUE 'COASTAL '.
           05  FILLER                      PIC X(08) VALUE 'WEATHER '.
           05  FILLER                      PIC 9(12) VALUE 075000000.
      *    FIRE IN THE CITY CENTRE
           05  FILLER                      PIC X(08) VALUE 'CITYCTR '.
           05  FILLER                      PIC X(08) VALUE 'FIRE    '.
           05  FILLER                      PIC 9(12) VALUE 100000000.
      *    CRIME IN THE CITY CENTRE
           05  FILLER                      PIC X(08) VALUE 'CITYCTR '.
           05  FILLER                      PIC X(08) VALUE 'CRIME   '.
           05  FILLER                      PIC 9(12) VALUE 025000000.
      *    STANDARD ZONE BACKSTOPS
           05  FILLER                      PIC X(08) VALUE 'STANDARD'.
           05  FILLER                      PIC X(08) VALUE 'FLOOD   '.
           05  FILLER                      PIC 9(12) VALUE 200000000.
           05  FILLER                      PIC X(08) VALUE 'STANDARD'.
           05  FILLER                      PIC X(08) VALUE 'WEATHER '.
           05  FILLER                      PIC 9(12) VALUE 200000000.
      *
       PROCEDURE DIVISION.
      *
       0000-MAINLINE.
      *
           PERFORM 0100-INITIALIZATION
              THRU 0100-INITIALIZATION-EXIT
           IF RETURN-CODE = 8
              GOBACK
           END-IF
      *
           PERFORM 0200-LOAD-PERIL-ZONES
              THRU 0200-LOAD-PERIL-ZONES-EXIT
              VARYING SDZ-IDX FROM 1 BY 1
              UNTIL SDZ-IDX > SDZ-ZONE-COUNT
           PERFORM 0300-LOAD-TREATIES
              THRU 0300-LOAD-TREATIES-EXIT
              VARYING SDT-IDX FROM 1 BY 1
              UNTIL SDT-IDX > SDT-TREATY-COUNT
           PERFORM 0400-LOAD-PAY-LIMITS
              THRU 0400-LOAD-PAY-LIMITS-EXIT
              VARYING SDP-IDX FROM 1 BY 1
              UNTIL SDP-IDX > SDP-USER-COUNT
           PERFORM 0500-LOAD-POSTCODE-ZONES
              THRU 0500-LOAD-POSTCODE-ZONES-EXIT
              VARYING SDC-IDX FROM 1 BY 1
              UNTIL SDC-IDX > SDC-PREFIX-COUNT
           PERFORM 0600-LOAD-ACCUM-LIMITS
              THRU 0600-LOAD-ACCUM-LIMITS-EXIT
              VARYING SDL-IDX FROM 1 BY 1
              UNTIL SDL-IDX > SDL-LIMIT-COUNT
      *
           PERFORM 0900-CLOSE-FILES
              THRU 0900-CLOSE-FILES-EXIT
      *
           GOBACK.
      *
       0100-INITIALIZATION.
      *
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           ACCEPT WS-TODAY-TIME FROM TIME
      *
           OPEN I-O REFTAB
           IF REFTAB-NOT-FOUND
              OPEN OUTPUT REFTAB
              CLOSE REFTAB
              OPEN I-O REFTAB
           END-IF
           IF NOT REFTAB-OPEN-OK
              DISPLAY '**LGRRTB02 - REFTAB OPEN ERROR - STATUS '
                      REFTAB-STATUS
              MOVE 8                     TO RETURN-CODE
              GO TO 0100-INITIALIZATION-EXIT
           END-IF
      *
           OPEN I-O AUDITJNL
           IF AUDITJNL-NOT-FOUND
              OPEN OUTPUT AUDITJNL
              CLOSE AUDITJNL
              OPEN I-O AUDITJNL
           END-IF
      *
       0100-INITIALIZATION-EXIT.
           EXIT.
      *
      *================================================================
      * 0200-0600 - ONE COMPILED ENTRY EACH, SHAPED AS A REFTAB ROW.
      *================================================================
       0200-LOAD-PERIL-ZONES.
      *
           MOVE SPACES                   TO REF-TABLE-RECORD
           MOVE 'PERZ'                   TO REF-TABLE-ID
           ADD 10                        TO WS-PERZ-SEQ
           MOVE WS-PERZ-SEQ              TO REF-PERZ-SEQ
           MOVE SDZ-NAME(SDZ-IDX)        TO REF-PERZ-ZONE
           MOVE SDZ-LAT-LO(SDZ-IDX)      TO REF-LAT-LO
           MOVE SDZ-LAT-HI(SDZ-IDX)      TO REF-LAT-HI
           MOVE SDZ-LON-LO(SDZ-IDX)      TO REF-LON-LO
           MOVE SDZ-LON-HI(SDZ-IDX)      TO REF-LON-HI
           MOVE SDZ-FIREPERIL(SDZ-IDX)   TO REF-FIREPERIL
           MOVE SDZ-CRIMEPERIL(SDZ-IDX)  TO REF-CRIMEPERIL
           MOVE SDZ-FLOODPERIL(SDZ-IDX)  TO REF-FLOODPERIL
           MOVE SDZ-WEATHERPERIL(SDZ-IDX) TO REF-WEATHERPERIL
           PERFORM 0800-WRITE-ROW
              THRU 0800-WRITE-ROW-EXIT
      *
       0200-LOAD-PERIL-ZONES-EXIT.
           EXIT.
      *
       0300-LOAD-TREATIES.
      *
           MOVE SPACES                   TO REF-TABLE-RECORD
           MOVE 'TRTY'                   TO REF-TABLE-ID
           MOVE SDT-PERIL-NAME(SDT-IDX)  TO REF-ENTRY-KEY
           MOVE SDT-REINSURER(SDT-IDX)   TO REF-REINSURER
           MOVE SDT-RETENTION(SDT-IDX)   TO REF-RETENTION
           MOVE SDT-CEDED-PCT(SDT-IDX)   TO REF-CEDED-PCT
           PERFORM 0800-WRITE-ROW
              THRU 0800-WRITE-ROW-EXIT
      *
       0300-LOAD-TREATIES-EXIT.
           EXIT.
      *
       0400-LOAD-PAY-LIMITS.
      *
           MOVE SPACES                   TO REF-TABLE-RECORD
           MOVE 'PAYL'                   TO REF-TABLE-ID
           MOVE SDP-USER-ID(SDP-IDX)     TO REF-ENTRY-KEY
           MOVE SDP-LIMIT-AMOUNT(SDP-IDX) TO REF-LIMIT-AMOUNT
           MOVE SDP-PAY-CLASS(SDP-IDX)   TO REF-PAY-CLASS
           PERFORM 0800-WRITE-ROW
              THRU 0800-WRITE-ROW-EXIT
      *
       0400-LOAD-PAY-LIMITS-EXIT.
           EXIT.
      *
       0500-LOAD-POSTCODE-ZONES.
      *
           MOVE SPACES                   TO REF-TABLE-RECORD
           MOVE 'ACCP'                   TO REF-TABLE-ID
           MOVE SDC-PREFIX(SDC-IDX)      TO REF-ENTRY-KEY
           MOVE SDC-ZONE(SDC-IDX)        TO REF-ZONE
           PERFORM 0800-WRITE-ROW
              THRU 0800-WRITE-ROW-EXIT
      *
       0500-LOAD-POSTCODE-ZONES-EXIT.
           EXIT.
      *
       0600-LOAD-ACCUM-LIMITS.
      *
           MOVE SPACES                   TO REF-TABLE-RECORD
           MOVE 'ACCL'                   TO REF-TABLE-ID
           MOVE SDL-ZONE(SDL-IDX)        TO REF-ACCL-ZONE
           MOVE SDL-PERIL(SDL-IDX)       TO REF-ACCL-PERIL
           MOVE SDL-LIMIT(SDL-IDX)       TO REF-ACCUM-LIMIT-AMT
           PERFORM 0800-WRITE-ROW
              THRU 0800-WRITE-ROW-EXIT
      *
       0600-LOAD-ACCUM-LIMITS-EXIT.
           EXIT.
      *
      *================================================================
      * 0800-WRITE-ROW - WRITES THE ROW AS AN ACTIVE VERSION FROM THE
      *     LOAD DATE.  THE JOURNAL RECORD IS BUILT FIRST, WHILE THE
      *     ROW IS STILL IN THE RECORD AREA.  A ROW ALREADY ON FILE
      *     (A RERUN, OR A VERSION KEYED ONLINE) IS LEFT ALONE.
      *================================================================
       0800-WRITE-ROW.
      *
           MOVE WS-SEED-EFFECTIVE-DATE   TO REF-EFFECTIVE-DATE
           MOVE 'A'                      TO REF-STATUS
           MOVE SPACES                   TO REF-LAST-CHANGED
           MOVE WS-TODAY-DATE            TO REF-LAST-CHANGED(1:8)
           MOVE WS-TODAY-TIME(1:6)       TO REF-LAST-CHANGED(9:6)
      *
           MOVE SPACES                   TO AUDIT-JOURNAL-RECORD
           MOVE WS-TODAY-DATE            TO AJR-TIMESTAMP(1:8)
           MOVE WS-TODAY-TIME(1:6)       TO AJR-TIMESTAMP(9:6)
           MOVE ZERO                     TO AJR-SEQ
           MOVE 'BTCH'                   TO AJR-TRANSACTION
           MOVE 'LODREF'                 TO AJR-REQUEST-ID
           MOVE 'REFTAB  '               TO AJR-FILE-NAME
           MOVE REF-TABLE-ID             TO AJR-RECORD-KEY(1:4)
           MOVE REF-ENTRY-KEY            TO AJR-RECORD-KEY(5:16)
           MOVE SPACES                   TO AJR-BEFORE-IMAGE
           MOVE REF-TABLE-RECORD         TO AJR-AFTER-IMAGE
      *
           WRITE REF-TABLE-RECORD
           IF REFTAB-DUPLICATE
              ADD 1                      TO WS-ON-FILE-COUNT
              GO TO 0800-WRITE-ROW-EXIT
           END-IF
           IF NOT REFTAB-OPEN-OK
              DISPLAY '**LGRRTB02 - REFTAB WRITE ERROR - STATUS '
                      REFTAB-STATUS ' - KEY ' AJR-RECORD-KEY
              MOVE 8                     TO RETURN-CODE
              GO TO 0800-WRITE-ROW-EXIT
           END-IF
           ADD 1                         TO WS-WRITTEN-COUNT
      *
           PERFORM 0850-WRITE-JOURNAL
              THRU 0850-WRITE-JOURNAL-EXIT
      *
       0800-WRITE-ROW-EXIT.
           EXIT.
      *
      *================================================================
      * 0850-WRITE-JOURNAL - WRITES THE ROW TO AUDITJNL IN THE LGCAJRF
      *     SHAPE, THE KEY'S SEQUENCE BUMPED ON DUPLICATES AS LGAJRN01
      *     DOES ONLINE.  JOURNALING NEVER FAILS THE LOAD ITSELF.
      *================================================================
       0850-WRITE-JOURNAL.
      *
           IF NOT AUDITJNL-OPEN-OK
              GO TO 0850-WRITE-JOURNAL-EXIT
           END-IF
      *
           MOVE '99'                     TO AUDITJNL-STATUS
           PERFORM 0860-WRITE-JOURNAL-ONCE
              THRU 0860-WRITE-JOURNAL-ONCE-EXIT
              UNTIL AUDITJNL-OPEN-OK
                 OR AJR-SEQ > 99
      *
           MOVE '00'                     TO AUDITJNL-STATUS
      *
       0850-WRITE-JOURNAL-EXIT.
           EXIT.
      *
       0860-WRITE-JOURNAL-ONCE.
      *
           WRITE AUDIT-JOURNAL-RECORD
           IF AUDITJNL-DUPLICATE
              ADD 1                      TO AJR-SEQ
           ELSE
              IF NOT AUDITJNL-OPEN-OK
                 MOVE 100                TO AJR-SEQ
              END-IF
           END-IF
      *
       0860-WRITE-JOURNAL-ONCE-EXIT.
           EXIT.
      *
       0900-CLOSE-FILES.
      *
           MOVE WS-WRITTEN-COUNT         TO WS-RPT-CNT
           DISPLAY 'LGRRTB02 - REFTAB ROWS WRITTEN       ' WS-RPT-CNT
           MOVE WS-ON-FILE-COUNT         TO WS-RPT-CNT
           DISPLAY 'LGRRTB02 - ROWS ALREADY ON FILE      ' WS-RPT-CNT
      *
           CLOSE REFTAB
           IF AUDITJNL-OPEN-OK
              CLOSE AUDITJNL
           END-IF
      *
           IF RETURN-CODE NOT = 8
              AND WS-ON-FILE-COUNT > ZERO
              MOVE 4                     TO RETURN-CODE
           END-IF
      *
       0900-CLOSE-FILES-EXIT.
           EXIT.
