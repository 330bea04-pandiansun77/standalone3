      *                   WHEN, AND TO WHICH VENDOR" WHILE THE CALLER
      *                   IS STILL ON THE PHONE, INSTEAD OF WAITING
      *                   FOR A BATCH SCAN OF THE FILE.
      *   2026-10-15  PA  EVERY INQUIRY, PAGING CONTINUATIONS
      *                   INCLUDED, IS NOW WRITTEN TO THE PRIVALOG
      *                   PRIVACY ACCESS LOG (WHO, TERMINAL, WHEN,
      *                   SEARCH ARGUMENTS, CLAIMS RETURNED) FOR THE
      *                   HIPAA ACCESS REVIEW - SEE LGRPAL01.
      *================================================================
      *================================================================
      *    FUNCTION:
      *      MEMBER'S CLAIM CONTROL NUMBERS IN THE CLAIMS SYSTEM AND
      *      THEN USING 'INQCLM' HERE.
      *
      *      EVERY CALL - WHATEVER ITS OUTCOME - IS LOGGED TO
      *      PRIVALOG BEFORE RETURNING, WITH THE SIGNED-ON USER ID,
      *      TERMINAL, TIMESTAMP, THE SEARCH ARGUMENTS AS RECEIVED
      *      AND THE CLAIM CONTROL NUMBERS RETURNED.  A CALL WITH A
      *      RESUME KEY IS LOGGED AS A CONTINUATION.  AS WITH THE
      *      AUDIT JOURNAL, A LOG WRITE FAILURE DOES NOT FAIL THE
      *      INQUIRY; IT IS RETRIED ON A DUPLICATE KEY ONLY.
      *
      *    ENTRY POINTS:  TOP OF PROGRAM, VIA DFHCOMMAREA.
      *
      *    FILES:         HRHNARID - CICS KSDS, KEYED BY AR-CAR-REC-ID
      *                   PRIVALOG - CICS KSDS, KEYED BY PAL-KEY
      *
      *    CA-RETURN-CODE VALUES SET:
      *       00  -  ENTRIES RETURNED (SEE CA-A-ENTRY-COUNT)
           05  SW-SKIP-FIRST              PIC X(01) VALUE 'N'.
               88  SKIP-FIRST-RECORD              VALUE 'Y'.
           05  WS-BROWSE-KEY              PIC X(50).
           05  WS-ABSTIME                 PIC S9(15) COMP-3.
           05  WS-DATE8                   PIC X(08).
           05  WS-TIME6                   PIC X(06).
           05  WS-TRY-COUNT               PIC 9(03) VALUE ZERO.
           05  WS-LOG-IDX                 PIC 9(02) VALUE ZERO.
      *
      *    SEARCH ARGUMENTS AS RECEIVED - 5000-RETURN-ONE-ENTRY
      *    OVERWRITES CA-A-RESUME-ID AS IT GOES.
       01  WS-REQUEST-IN                  PIC X(136).
      *
       COPY LGCPALG.
      *
       01  AUDIT-TRAIL-RECORD.
           05  AR-CAR-REC-ID              PIC X(50).
      *
       0000-MAINLINE.
      *
           MOVE CA-AUDIT-REQUEST         TO WS-REQUEST-IN
           MOVE 0                        TO CA-A-ENTRY-COUNT
           MOVE 'N'                      TO CA-A-MORE-FLAG
      *
              WHEN OTHER
                 MOVE 30                  TO CA-RETURN-CODE
           END-EVALUATE
      *
           PERFORM 6000-WRITE-ACCESS-LOG
              THRU 6000-WRITE-ACCESS-LOG-EXIT
      *
           EXEC CICS RETURN
           END-EXEC
      *
       5000-RETURN-ONE-ENTRY-EXIT.
           EXIT.
      *
      *================================================================
      * 6000-WRITE-ACCESS-LOG - ONE PRIVALOG RECORD FOR THIS CALL.
      *     THE KEY IS DATE+TIME+TERMINAL PLUS A SEQUENCE BUMPED ON
      *     A DUPLICATE, SO TWO CALLS FROM ONE TERMINAL IN THE SAME
      *     SECOND NEVER COLLIDE.
      *================================================================
       6000-WRITE-ACCESS-LOG.
      *
           MOVE SPACES                   TO PRIVACY-ACCESS-RECORD
      *
           EXEC CICS ASKTIME
                ABSTIME(WS-ABSTIME)
           END-EXEC
      *
           EXEC CICS FORMATTIME
                ABSTIME(WS-ABSTIME)
                YYYYMMDD(WS-DATE8)
                TIME(WS-TIME6)
           END-EXEC
      *
           EXEC CICS ASSIGN
                USERID(PAL-USERID)
                RESP(WS-RESP)
           END-EXEC
      *
           MOVE WS-DATE8                 TO PAL-TIMESTAMP(1:8)
           MOVE WS-TIME6                 TO PAL-TIMESTAMP(9:6)
           MOVE EIBTRMID                 TO PAL-TERMINAL
           MOVE ZERO                     TO PAL-SEQ
           MOVE EIBTRNID                 TO PAL-TRANSACTION
           MOVE CA-REQUEST-ID            TO PAL-REQUEST-ID
           MOVE WS-REQUEST-IN            TO PAL-CRITERIA
           IF PAL-RESUME-ID = SPACES
              SET PAL-FIRST-PAGE         TO TRUE
           ELSE
              SET PAL-CONTINUATION       TO TRUE
           END-IF
           MOVE CA-RETURN-CODE           TO PAL-RETURN-CODE
           MOVE CA-A-ENTRY-COUNT         TO PAL-ENTRY-COUNT
           PERFORM VARYING WS-LOG-IDX FROM 1 BY 1
                   UNTIL WS-LOG-IDX > 8
              IF WS-LOG-IDX > CA-A-ENTRY-COUNT
                 MOVE ZERO               TO
                      PAL-RETURNED-CLAIM(WS-LOG-IDX)
              ELSE
                 MOVE CA-A-E-CLAIM-CTL(WS-LOG-IDX) TO
                      PAL-RETURNED-CLAIM(WS-LOG-IDX)
              END-IF
           END-PERFORM
      *
           MOVE ZERO                     TO WS-TRY-COUNT
           MOVE -1                       TO WS-RESP
           PERFORM 6100-WRITE-LOG-RECORD
              THRU 6100-WRITE-LOG-RECORD-EXIT
              UNTIL WS-RESP = DFHRESP(NORMAL)
                 OR WS-TRY-COUNT > 99
      *
       6000-WRITE-ACCESS-LOG-EXIT.
           EXIT.
      *
      *================================================================
      * 6100-WRITE-LOG-RECORD - ONE WRITE ATTEMPT; A DUPLICATE KEY
      *     BUMPS THE SEQUENCE AND THE CALLER TRIES AGAIN.
      *================================================================
       6100-WRITE-LOG-RECORD.
      *
           ADD 1                         TO WS-TRY-COUNT
      *
           EXEC CICS WRITE
                FILE('PRIVALOG')
                FROM(PRIVACY-ACCESS-RECORD)
                RIDFLD(PAL-KEY)
                RESP(WS-RESP)
           END-EXEC
      *
           IF WS-RESP = DFHRESP(DUPREC)
              ADD 1                      TO PAL-SEQ
           ELSE
              IF WS-RESP NOT = DFHRESP(NORMAL)
                 MOVE 100                TO WS-TRY-COUNT
              END-IF
           END-IF
      *
       6100-WRITE-LOG-RECORD-EXIT.
           EXIT.
