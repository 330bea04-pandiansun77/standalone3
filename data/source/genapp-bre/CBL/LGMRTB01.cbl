       IDENTIFICATION DIVISION.
       PROGRAM-ID. LGMRTB01.
       AUTHOR. INSURANCE-APPLICATIONS-TEAM.
       INSTALLATION. POLICY-ADMINISTRATION.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.
      *================================================================
      * MODIFICATION HISTORY
      *   2026-10-15  PA  ORIGINAL -- REFERENCE TABLE MAINTENANCE.
      *                   PERIL ZONES, TREATIES, PAYMENT LIMITS AND
      *                   ACCUMULATION LIMITS WERE COMPILED VALUES; A
      *                   CHANGE NEEDED A PROGRAM CHANGE AND A
      *                   RECOMPILE OF EVERY PROGRAM CARRYING THEM.
      *================================================================
      *================================================================
      *    FUNCTION:
      *      COMMAREA-DRIVEN TRANSACTION (LGCMART1) THAT MAINTAINS
      *      THE REFTAB REFERENCE TABLE FILE (LGCREFT).  EVERY CHANGE
      *      IS A VERSION OF ONE TABLE ENTRY FROM AN EFFECTIVE DATE;
      *      THE LOADERS (LGARTB01/LGARTB02) GIVE EVERY PROGRAM THE
      *      VERSIONS IN FORCE ON ITS RUN DATE, SO A TREATY RENEWAL
      *      OR A NEW ADJUSTER IS KEYED HERE AHEAD OF TIME AND TAKES
      *      EFFECT ON ITS DATE WITH NO PROGRAM CHANGE.  A VERSION
      *      ALREADY IN FORCE IS NEVER CHANGED OR REMOVED - PAST RUNS
      *      WERE RATED ON IT - SO THE TABLES AS AT ANY PAST DATE
      *      CAN STILL BE PRINTED (LGRRTB01).  EVERY ADD, UPDATE AND
      *      DELETE IS JOURNALLED.
      *
      *    ENTRY POINTS:  TOP OF PROGRAM, VIA DFHCOMMAREA.
      *
      *    FILES:         REFTAB   - CICS KSDS, KEYED BY REF-KEY.
      *
      *    CA-REQUEST-ID VALUES HANDLED:
      *       'INQREF'  -  INQUIRE VERSION
      *       'ADDREF'  -  ADD VERSION (STATUS 'W' WITHDRAWS THE
      *                    ENTRY FROM ITS EFFECTIVE DATE)
      *       'UPDREF'  -  CORRECT A VERSION NOT YET IN FORCE
      *       'DELREF'  -  REMOVE A VERSION NOT YET IN FORCE
      *
      *    CA-RETURN-CODE VALUES SET:
      *       00  -  REQUEST SUCCESSFUL
      *       10  -  VERSION ALREADY ON FILE (ADD) /
      *              VERSION NOT FOUND (INQ/UPD/DEL)
      *       30  -  UNRECOGNIZED CA-REQUEST-ID
      *       41  -  UPDATE OR DELETE REFUSED - THE FILE COPY IS NEWER
      *              THAN THE CA-F-LASTCHANGED THE CALLER PRESENTED
      *              (SPACES BYPASS THE CHECK, AS ON THE POLICY
      *              MASTERS)
      *       44  -  VERSION FAILED VALIDATION - UNKNOWN TABLE ID, NO
      *              ENTRY KEY, EFFECTIVE DATE NOT CCYY-MM-DD, STATUS
      *              NOT A/W, OR AN ACTIVE VERSION'S VALUES NOT IN
      *              SHAPE FOR ITS TABLE
      *       45  -  REFUSED - AN ADD DATED BEFORE TODAY, OR AN
      *              UPDATE OR DELETE OF A VERSION ALREADY IN FORCE;
      *              ADD A NEW VERSION INSTEAD
      *       90  -  FILE I/O ERROR
      *================================================================
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      *
       DATA DIVISION.
       WORKING-STORAGE SECTION.
      *
       77  FILLER                         PIC X(36) VALUE
                   'LGMRTB01 WORKING STORAGE BEGINS HR'.
      *
       01  WS-AREA.
           05  WS-RESP                    PIC S9(08) COMP.
           05  WS-LC-ABSTIME              PIC S9(15) COMP-3.
           05  WS-LC-STAMP                PIC X(26).
           05  WS-LC-DATE8                PIC X(08).
           05  WS-LC-TIME6                PIC X(06).
           05  WS-TODAY-DATE10            PIC X(10).
      *
       COPY LGCREFT.
      *
      *    COMMON AUDIT JOURNAL (SEE LGAJRN01) -- BEFORE/AFTER IMAGES
      *    HANDED TO THE SHARED WRITER ON EVERY CHANGE PATH.
       01  WS-AUDIT-LINK-AREA.
       COPY LGCAJRN REPLACING LEADING ==AJ== BY ==WSAJ==.
      *
       LINKAGE SECTION.
      *
       01  DFHCOMMAREA.
           COPY LGCMART1.
      *
       PROCEDURE DIVISION.
      *
       0000-MAINLINE.
      *
           EVALUATE CA-REQUEST-ID
              WHEN 'INQREF'
                 PERFORM 1000-INQUIRE-VERSION
                    THRU 1000-INQUIRE-VERSION-EXIT
              WHEN 'ADDREF'
                 PERFORM 2000-ADD-VERSION
                    THRU 2000-ADD-VERSION-EXIT
              WHEN 'UPDREF'
                 PERFORM 3000-UPDATE-VERSION
                    THRU 3000-UPDATE-VERSION-EXIT
              WHEN 'DELREF'
                 PERFORM 4000-DELETE-VERSION
                    THRU 4000-DELETE-VERSION-EXIT
              WHEN OTHER
                 MOVE 30                  TO CA-RETURN-CODE
           END-EVALUATE
      *
           EXEC CICS RETURN
           END-EXEC
      *
           GOBACK.
      *
      *================================================================
      * 1000-INQUIRE-VERSION - RETURNS THE VERSION AS IT STANDS.
      *================================================================
       1000-INQUIRE-VERSION.
      *
           MOVE 0                        TO CA-RETURN-CODE
           MOVE CA-F-TABLE-ID            TO REF-TABLE-ID
           MOVE CA-F-ENTRY-KEY           TO REF-ENTRY-KEY
           MOVE CA-F-EFFECTIVE-DATE      TO REF-EFFECTIVE-DATE
      *
           EXEC CICS READ
                FILE('REFTAB')
                INTO(REF-TABLE-RECORD)
                RIDFLD(REF-KEY)
                RESP(WS-RESP)
           END-EXEC
      *
           IF WS-RESP NOT = DFHRESP(NORMAL)
              MOVE 10                    TO CA-RETURN-CODE
              GO TO 1000-INQUIRE-VERSION-EXIT
           END-IF
      *
           PERFORM 5100-MOVE-ROW-TO-CA
              THRU 5100-MOVE-ROW-TO-CA-EXIT
      *
       1000-INQUIRE-VERSION-EXIT.
           EXIT.
      *
      *================================================================
      * 2000-ADD-VERSION - ADDS A VERSION EFFECTIVE TODAY OR LATER.
      *     BACK-DATING WOULD CHANGE THE TABLES PAST RUNS USED.
      *================================================================
       2000-ADD-VERSION.
      *
           MOVE 0                        TO CA-RETURN-CODE
      *
           PERFORM 5000-EDIT-VERSION
              THRU 5000-EDIT-VERSION-EXIT
           IF CA-RETURN-CODE NOT = ZERO
              GO TO 2000-ADD-VERSION-EXIT
           END-IF
      *
           PERFORM 7100-STAMP-LAST-CHANGED
              THRU 7100-STAMP-LAST-CHANGED-EXIT
           IF CA-F-EFFECTIVE-DATE < WS-TODAY-DATE10
              MOVE 45                    TO CA-RETURN-CODE
              GO TO 2000-ADD-VERSION-EXIT
           END-IF
      *
           MOVE SPACES                   TO REF-TABLE-RECORD
           MOVE CA-F-TABLE-ID            TO REF-TABLE-ID
           MOVE CA-F-ENTRY-KEY           TO REF-ENTRY-KEY
           MOVE CA-F-EFFECTIVE-DATE      TO REF-EFFECTIVE-DATE
           PERFORM 5200-MOVE-CA-TO-ROW
              THRU 5200-MOVE-CA-TO-ROW-EXIT
           MOVE WS-LC-STAMP              TO REF-LAST-CHANGED
                                            CA-F-LASTCHANGED
      *
           EXEC CICS WRITE
                FILE('REFTAB')
                FROM(REF-TABLE-RECORD)
                RIDFLD(REF-KEY)
                RESP(WS-RESP)
           END-EXEC
      *
           IF WS-RESP = DFHRESP(DUPREC)
              MOVE 10                    TO CA-RETURN-CODE
              GO TO 2000-ADD-VERSION-EXIT
           END-IF
           IF WS-RESP NOT = DFHRESP(NORMAL)
              MOVE 90                    TO CA-RETURN-CODE
              GO TO 2000-ADD-VERSION-EXIT
           END-IF
      *
           MOVE SPACES                   TO WSAJ-BEFORE-IMAGE
           MOVE REF-TABLE-RECORD         TO WSAJ-AFTER-IMAGE
           PERFORM 7000-WRITE-AUDIT-JOURNAL
              THRU 7000-WRITE-AUDIT-JOURNAL-EXIT
      *
       2000-ADD-VERSION-EXIT.
           EXIT.
      *
      *================================================================
      * 3000-UPDATE-VERSION - CORRECTS THE STATUS AND VALUES OF A
      *     VERSION THAT HAS NOT YET COME INTO FORCE.
      *================================================================
       3000-UPDATE-VERSION.
      *
           MOVE 0                        TO CA-RETURN-CODE
      *
           PERFORM 5000-EDIT-VERSION
              THRU 5000-EDIT-VERSION-EXIT
           IF CA-RETURN-CODE NOT = ZERO
              GO TO 3000-UPDATE-VERSION-EXIT
           END-IF
      *
           PERFORM 7100-STAMP-LAST-CHANGED
              THRU 7100-STAMP-LAST-CHANGED-EXIT
           IF CA-F-EFFECTIVE-DATE NOT > WS-TODAY-DATE10
              MOVE 45                    TO CA-RETURN-CODE
              GO TO 3000-UPDATE-VERSION-EXIT
           END-IF
      *
           MOVE CA-F-TABLE-ID            TO REF-TABLE-ID
           MOVE CA-F-ENTRY-KEY           TO REF-ENTRY-KEY
           MOVE CA-F-EFFECTIVE-DATE      TO REF-EFFECTIVE-DATE
      *
           EXEC CICS READ
                FILE('REFTAB')
                INTO(REF-TABLE-RECORD)
                RIDFLD(REF-KEY)
                UPDATE
                RESP(WS-RESP)
           END-EXEC
      *
           IF WS-RESP NOT = DFHRESP(NORMAL)
              MOVE 10                    TO CA-RETURN-CODE
              GO TO 3000-UPDATE-VERSION-EXIT
           END-IF
      *
           IF CA-F-LASTCHANGED NOT = SPACES AND
              CA-F-LASTCHANGED NOT = REF-LAST-CHANGED
              EXEC CICS UNLOCK
                   FILE('REFTAB')
              END-EXEC
              MOVE 41                    TO CA-RETURN-CODE
              GO TO 3000-UPDATE-VERSION-EXIT
           END-IF
      *
           MOVE REF-TABLE-RECORD         TO WSAJ-BEFORE-IMAGE
      *
           PERFORM 5200-MOVE-CA-TO-ROW
              THRU 5200-MOVE-CA-TO-ROW-EXIT
           MOVE WS-LC-STAMP              TO REF-LAST-CHANGED
      *
           EXEC CICS REWRITE
                FILE('REFTAB')
                FROM(REF-TABLE-RECORD)
                RESP(WS-RESP)
           END-EXEC
      *
           IF WS-RESP NOT = DFHRESP(NORMAL)
              MOVE 90                    TO CA-RETURN-CODE
              GO TO 3000-UPDATE-VERSION-EXIT
           END-IF
      *
           PERFORM 5100-MOVE-ROW-TO-CA
              THRU 5100-MOVE-ROW-TO-CA-EXIT
      *
           MOVE REF-TABLE-RECORD         TO WSAJ-AFTER-IMAGE
           PERFORM 7000-WRITE-AUDIT-JOURNAL
              THRU 7000-WRITE-AUDIT-JOURNAL-EXIT
      *
       3000-UPDATE-VERSION-EXIT.
           EXIT.
      *
      *================================================================
      * 4000-DELETE-VERSION - REMOVES A VERSION THAT HAS NOT YET COME
      *     INTO FORCE (E.G. A RENEWAL KEYED IN ERROR).
      *================================================================
       4000-DELETE-VERSION.
      *
           MOVE 0                        TO CA-RETURN-CODE
      *
           PERFORM 7100-STAMP-LAST-CHANGED
              THRU 7100-STAMP-LAST-CHANGED-EXIT
           IF CA-F-EFFECTIVE-DATE NOT > WS-TODAY-DATE10
              MOVE 45                    TO CA-RETURN-CODE
              GO TO 4000-DELETE-VERSION-EXIT
           END-IF
      *
           MOVE CA-F-TABLE-ID            TO REF-TABLE-ID
           MOVE CA-F-ENTRY-KEY           TO REF-ENTRY-KEY
           MOVE CA-F-EFFECTIVE-DATE      TO REF-EFFECTIVE-DATE
      *
           EXEC CICS READ
                FILE('REFTAB')
                INTO(REF-TABLE-RECORD)
                RIDFLD(REF-KEY)
                UPDATE
                RESP(WS-RESP)
           END-EXEC
      *
           IF WS-RESP NOT = DFHRESP(NORMAL)
              MOVE 10                    TO CA-RETURN-CODE
              GO TO 4000-DELETE-VERSION-EXIT
           END-IF
      *
           IF CA-F-LASTCHANGED NOT = SPACES AND
              CA-F-LASTCHANGED NOT = REF-LAST-CHANGED
              EXEC CICS UNLOCK
                   FILE('REFTAB')
              END-EXEC
              MOVE 41                    TO CA-RETURN-CODE
              GO TO 4000-DELETE-VERSION-EXIT
           END-IF
      *
           MOVE REF-TABLE-RECORD         TO WSAJ-BEFORE-IMAGE
      *
           EXEC CICS DELETE
                FILE('REFTAB')
                RESP(WS-RESP)
           END-EXEC
      *
           IF WS-RESP NOT = DFHRESP(NORMAL)
              MOVE 90                    TO CA-RETURN-CODE
              GO TO 4000-DELETE-VERSION-EXIT
           END-IF
      *
           MOVE SPACES                   TO WSAJ-AFTER-IMAGE
           PERFORM 7000-WRITE-AUDIT-JOURNAL
              THRU 7000-WRITE-AUDIT-JOURNAL-EXIT
      *
       4000-DELETE-VERSION-EXIT.
           EXIT.
      *
      *================================================================
      * 5000-EDIT-VERSION - THE KEY MUST BE WHOLE AND AN ACTIVE
      *     VERSION'S VALUES IN SHAPE FOR ITS TABLE BEFORE THE LOADERS
      *     CAN HAND THEM TO A RATING OR AUTHORITY CHECK.  A WITHDRAWN
      *     VERSION CARRIES NO VALUES.
      *================================================================
       5000-EDIT-VERSION.
      *
           MOVE CA-F-TABLE-ID            TO REF-TABLE-ID
           IF NOT REF-TABLE-ID-VALID
              GO TO 5000-EDIT-VERSION-REFUSED
           END-IF
           IF CA-F-ENTRY-KEY = SPACES
              GO TO 5000-EDIT-VERSION-REFUSED
           END-IF
           IF CA-F-EFFECTIVE-DATE(1:4) NOT NUMERIC
              OR CA-F-EFFECTIVE-DATE(5:1) NOT = '-'
              OR CA-F-EFFECTIVE-DATE(6:2) NOT NUMERIC
              OR CA-F-EFFECTIVE-DATE(8:1) NOT = '-'
              OR CA-F-EFFECTIVE-DATE(9:2) NOT NUMERIC
              GO TO 5000-EDIT-VERSION-REFUSED
           END-IF
           IF CA-F-STATUS NOT = 'A' AND 'W'
              GO TO 5000-EDIT-VERSION-REFUSED
           END-IF
      *
           EVALUATE CA-F-TABLE-ID
              WHEN 'PERZ'
                 IF CA-F-PERZ-SEQ NOT NUMERIC
                    OR CA-F-PERZ-ZONE = SPACES
                    GO TO 5000-EDIT-VERSION-REFUSED
                 END-IF
              WHEN 'ACCP'
                 IF CA-F-ENTRY-KEY(1:2) = SPACES
                    OR CA-F-ENTRY-KEY(3:14) NOT = SPACES
                    GO TO 5000-EDIT-VERSION-REFUSED
                 END-IF
              WHEN 'ACCL'
                 IF CA-F-ACCL-ZONE = SPACES
                    OR CA-F-ACCL-PERIL = SPACES
                    GO TO 5000-EDIT-VERSION-REFUSED
                 END-IF
           END-EVALUATE
      *
           IF CA-F-STATUS = 'W'
              GO TO 5000-EDIT-VERSION-EXIT
           END-IF
      *
           EVALUATE CA-F-TABLE-ID
              WHEN 'PERZ'
                 IF CA-F-LAT-LO NOT NUMERIC
                    OR CA-F-LAT-HI NOT NUMERIC
                    OR CA-F-LON-LO NOT NUMERIC
                    OR CA-F-LON-HI NOT NUMERIC
                    OR CA-F-FIREPERIL NOT NUMERIC
                    OR CA-F-CRIMEPERIL NOT NUMERIC
                    OR CA-F-FLOODPERIL NOT NUMERIC
                    OR CA-F-WEATHERPERIL NOT NUMERIC
                    GO TO 5000-EDIT-VERSION-REFUSED
                 END-IF
                 IF CA-F-LAT-LO > CA-F-LAT-HI
                    OR CA-F-LON-LO > CA-F-LON-HI
                    OR CA-F-LAT-LO < -90 OR CA-F-LAT-HI > 90
                    OR CA-F-LON-LO < -180 OR CA-F-LON-HI > 180
                    GO TO 5000-EDIT-VERSION-REFUSED
                 END-IF
              WHEN 'TRTY'
                 IF CA-F-REINSURER = SPACES
                    OR CA-F-RETENTION NOT NUMERIC
                    OR CA-F-CEDED-PCT NOT NUMERIC
                    GO TO 5000-EDIT-VERSION-REFUSED
                 END-IF
                 IF CA-F-CEDED-PCT > 100
                    GO TO 5000-EDIT-VERSION-REFUSED
                 END-IF
              WHEN 'PAYL'
                 IF CA-F-LIMIT-AMOUNT NOT NUMERIC
                    OR CA-F-PAY-CLASS NOT = 'C' AND 'R'
                    GO TO 5000-EDIT-VERSION-REFUSED
                 END-IF
              WHEN 'ACCP'
                 IF CA-F-ZONE = SPACES
                    GO TO 5000-EDIT-VERSION-REFUSED
                 END-IF
              WHEN 'ACCL'
                 IF CA-F-ACCUM-LIMIT NOT NUMERIC
                    OR CA-F-ACCUM-LIMIT = ZERO
                    GO TO 5000-EDIT-VERSION-REFUSED
                 END-IF
           END-EVALUATE
           GO TO 5000-EDIT-VERSION-EXIT.
      *
       5000-EDIT-VERSION-REFUSED.
           MOVE 44                       TO CA-RETURN-CODE.
      *
       5000-EDIT-VERSION-EXIT.
           EXIT.
      *
      *================================================================
      * 5100-MOVE-ROW-TO-CA - THE VERSION TO THE COMMAREA.
      *================================================================
       5100-MOVE-ROW-TO-CA.
      *
           MOVE REF-TABLE-ID             TO CA-F-TABLE-ID
           MOVE REF-ENTRY-KEY            TO CA-F-ENTRY-KEY
           MOVE REF-EFFECTIVE-DATE       TO CA-F-EFFECTIVE-DATE
           MOVE REF-STATUS               TO CA-F-STATUS
           MOVE REF-DATA                 TO CA-F-DATA
           MOVE REF-LAST-CHANGED         TO CA-F-LASTCHANGED
      *
       5100-MOVE-ROW-TO-CA-EXIT.
           EXIT.
      *
      *================================================================
      * 5200-MOVE-CA-TO-ROW - THE KEYED STATUS AND VALUES TO THE ROW.
      *     THE KEY AND STAMP ARE SET BY THE CALLER; A WITHDRAWAL
      *     CARRIES NO VALUES.
      *================================================================
       5200-MOVE-CA-TO-ROW.
      *
           MOVE CA-F-STATUS              TO REF-STATUS
           IF REF-WITHDRAWN
              MOVE SPACES                TO REF-DATA
           ELSE
              MOVE CA-F-DATA             TO REF-DATA
           END-IF
      *
       5200-MOVE-CA-TO-ROW-EXIT.
           EXIT.
      *
      *================================================================
      * 7000-WRITE-AUDIT-JOURNAL - HANDS THE BEFORE/AFTER IMAGES TO
      *     THE COMMON AUDIT-JOURNAL WRITER.  THE JOURNAL KEY HOLDS
      *     THE TABLE AND ENTRY; THE EFFECTIVE DATE IS IN THE IMAGES.
      *     JOURNALING NEVER FAILS THE BUSINESS REQUEST.
      *================================================================
       7000-WRITE-AUDIT-JOURNAL.
      *
           MOVE CA-REQUEST-ID            TO WSAJ-REQUEST-ID
           MOVE 'REFTAB'                 TO WSAJ-FILE-NAME
           MOVE CA-F-TABLE-ID            TO WSAJ-RECORD-KEY(1:4)
           MOVE CA-F-ENTRY-KEY           TO WSAJ-RECORD-KEY(5:16)
      *
           EXEC CICS LINK
                PROGRAM('LGAJRN01')
                COMMAREA(WS-AUDIT-LINK-AREA)
                RESP(WS-RESP)
           END-EXEC
      *
       7000-WRITE-AUDIT-JOURNAL-EXIT.
           EXIT.
      *================================================================
      * 7100-STAMP-LAST-CHANGED - BUILDS THE OPTIMISTIC-LOCK STAMP
      *     (DATE + TIME) APPLIED ON EVERY SUCCESSFUL CHANGE, AND
      *     TODAY'S DATE AS CCYY-MM-DD.
      *================================================================
       7100-STAMP-LAST-CHANGED.
      *
           EXEC CICS ASSIGN
                ABSTIME(WS-LC-ABSTIME)
           END-EXEC
      *
           EXEC CICS FORMATTIME
                ABSTIME(WS-LC-ABSTIME)
                YYYYMMDD(WS-LC-DATE8)
                TIME(WS-LC-TIME6)
           END-EXEC
      *
           MOVE SPACES                   TO WS-LC-STAMP
           MOVE WS-LC-DATE8              TO WS-LC-STAMP(1:8)
           MOVE WS-LC-TIME6              TO WS-LC-STAMP(9:6)
      *
           MOVE SPACES                   TO WS-TODAY-DATE10
           STRING WS-LC-DATE8(1:4) '-' WS-LC-DATE8(5:2) '-'
                  WS-LC-DATE8(7:2)
                  DELIMITED BY SIZE INTO WS-TODAY-DATE10
      *
       7100-STAMP-LAST-CHANGED-EXIT.
           EXIT.
