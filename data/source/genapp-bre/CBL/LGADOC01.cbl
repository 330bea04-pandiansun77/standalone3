       IDENTIFICATION DIVISION.
       PROGRAM-ID. LGADOC01.
       AUTHOR. INSURANCE-APPLICATIONS-TEAM.
       INSTALLATION. POLICY-ADMINISTRATION.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.
      *================================================================
      * MODIFICATION HISTORY
      *   2026-10-15  PA  ORIGINAL -- COMMON POLICY DOCUMENT-REQUEST
      *                   WRITER.  SCHEDULES WERE PRODUCED BY HAND
      *                   FROM THE INQUIRY SCREENS; EVERY ADD,
      *                   ENDORSEMENT AND CANCELLATION NOW QUEUES A
      *                   DOCREQ ROW FOR THE NIGHTLY LGRDOC01
      *                   COMPOSITION EXTRACT, AND THE DESK CAN ASK
      *                   FOR A REPRINT.
      *================================================================
      *================================================================
      *    FUNCTION:
      *      LINKED WITH THE LGCDOCL COMMAREA.  FINDS THE POLICY'S
      *      LAST DOCREQ ROW (HIGHEST SEQUENCE) TO GIVE THE NEXT
      *      SEQUENCE AND THE SCHEDULE VERSION - ONE UP FOR A NEW
      *      BUSINESS, ENDORSEMENT OR CANCELLATION SCHEDULE, THE SAME
      *      VERSION FOR A REPRINT - AND WRITES THE ROW AS PENDING.
      *      A DUPLICATE KEY (TWO REQUESTS FOR THE SAME POLICY AT
      *      ONCE) BUMPS THE SEQUENCE AND TRIES AGAIN, AS LGAJRN01
      *      DOES.  THE MAINTENANCE PROGRAMS LINK HERE AFTER THE
      *      POLICY CHANGE IS COMMITTED TO THE MASTER AND IGNORE THE
      *      RETURN CODE - A MISSING SCHEDULE IS PUT RIGHT WITH A
      *      REPRINT, NOT BY FAILING THE BUSINESS TRANSACTION.
      *
      *    ENTRY POINTS:  TOP OF PROGRAM, VIA DFHCOMMAREA.
      *
      *    FILES:         DOCREQ   - CICS KSDS, KEYED BY DRQ-KEY.
      *                   HOUSEPOL, MOTORPOL, COMMPOL, ENDOWPOL -
      *                              READ ON REPDOC ONLY, FOR THE
      *                              OWNING CUSTOMER.
      *
      *    DQ-REQUEST-ID VALUES HANDLED:
      *       'REPDOC'  -  DESK REPRINT OF THE CURRENT SCHEDULE FOR
      *                    DQ-POLICY-NUM ON LINE DQ-LINE.  REFUSED
      *                    WHEN NO SCHEDULE HAS BEEN ISSUED YET.
      *       ANY OTHER -  THE CALLING TRANSACTION'S CA-REQUEST-ID;
      *                    DQ-DOC-TYPE SAYS WHAT KIND OF SCHEDULE.
      *
      *    DQ-RETURN-CODE VALUES SET:
      *       00  -  REQUEST WRITTEN
      *       10  -  REPDOC - POLICY NOT ON THE LINE'S MASTER
      *       11  -  DQ-LINE NOT H, M, C OR E
      *       12  -  REPDOC - NO SCHEDULE ISSUED YET FOR THE POLICY
      *       90  -  FILE I/O ERROR
      *================================================================
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      *
       DATA DIVISION.
       WORKING-STORAGE SECTION.
      *
       77  FILLER                         PIC X(36) VALUE
                   'LGADOC01 WORKING STORAGE BEGINS HR'.
      *
       01  WS-AREA.
           05  WS-RESP                    PIC S9(08) COMP.
           05  WS-ABSTIME                 PIC S9(15) COMP-3.
           05  WS-TODAY-DATE              PIC X(10).
           05  WS-USERID                  PIC X(08).
           05  WS-TRY-COUNT               PIC 9(03) VALUE ZERO.
           05  WS-LAST-SEQ                PIC 9(04) VALUE ZERO.
           05  WS-LAST-VERSION            PIC 9(03) VALUE ZERO.
           05  WS-BROWSE-KEY.
               10  WS-BROWSE-POLICY       PIC 9(10).
               10  WS-BROWSE-SEQ          PIC 9(04).
           05  SW-PRIOR-FOUND             PIC X(01) VALUE 'N'.
               88  PRIOR-REQUEST-FOUND            VALUE 'Y'.
      *
       COPY LGCDOCQ.
      *
       COPY LGCHOUS.
      *
       COPY LGCMOTR.
      *
       COPY LGCCOMM.
      *
       COPY LGCENDW.
      *
       LINKAGE SECTION.
      *
       01  DFHCOMMAREA.
           COPY LGCDOCL.
      *
       PROCEDURE DIVISION.
      *
       0000-MAINLINE.
      *
           MOVE 0                        TO DQ-RETURN-CODE
      *
           EXEC CICS ASSIGN
                ABSTIME(WS-ABSTIME)
                USERID(WS-USERID)
           END-EXEC
      *
           EXEC CICS FORMATTIME
                ABSTIME(WS-ABSTIME)
                YYYYMMDD(WS-TODAY-DATE)
                DATESEP('-')
           END-EXEC
      *
           PERFORM 0100-PROCESS-REQUEST
              THRU 0100-PROCESS-REQUEST-EXIT
      *
           EXEC CICS RETURN
           END-EXEC
      *
           GOBACK.
      *
      *================================================================
      * 0100-PROCESS-REQUEST - EDIT, NEXT SEQUENCE AND VERSION, WRITE.
      *================================================================
       0100-PROCESS-REQUEST.
      *
           IF DQ-LINE NOT = 'H' AND NOT = 'M'
                  AND NOT = 'C' AND NOT = 'E'
              MOVE 11                    TO DQ-RETURN-CODE
              GO TO 0100-PROCESS-REQUEST-EXIT
           END-IF
      *
           IF DQ-REQUEST-ID = 'REPDOC'
              PERFORM 1000-EDIT-REPRINT
                 THRU 1000-EDIT-REPRINT-EXIT
              IF DQ-RETURN-CODE NOT = 0
                 GO TO 0100-PROCESS-REQUEST-EXIT
              END-IF
           END-IF
      *
           PERFORM 2000-FIND-LAST-REQUEST
              THRU 2000-FIND-LAST-REQUEST-EXIT
      *
           IF DQ-REQUEST-ID = 'REPDOC'
              AND NOT PRIOR-REQUEST-FOUND
              MOVE 12                    TO DQ-RETURN-CODE
              GO TO 0100-PROCESS-REQUEST-EXIT
           END-IF
      *
           PERFORM 3000-BUILD-REQUEST
              THRU 3000-BUILD-REQUEST-EXIT
      *
           MOVE ZERO                     TO WS-TRY-COUNT
           MOVE -1                       TO WS-RESP
           PERFORM 4000-WRITE-REQUEST
              THRU 4000-WRITE-REQUEST-EXIT
              UNTIL WS-RESP = DFHRESP(NORMAL)
                 OR WS-TRY-COUNT > 99
      *
           IF WS-RESP = DFHRESP(NORMAL)
              MOVE DRQ-REQ-SEQ           TO DQ-REQ-SEQ
              MOVE DRQ-VERSION           TO DQ-VERSION
           ELSE
              MOVE 90                    TO DQ-RETURN-CODE
           END-IF
      *
       0100-PROCESS-REQUEST-EXIT.
           EXIT.
      *
      *================================================================
      * 1000-EDIT-REPRINT - THE DESK SENDS THE POLICY AND LINE; THE
      *     OWNING CUSTOMER IS TAKEN FROM THE MASTER SO A REPRINT
      *     GOES TO WHOEVER HOLDS THE POLICY NOW.
      *================================================================
       1000-EDIT-REPRINT.
      *
           EVALUATE DQ-LINE
              WHEN 'H'
                 EXEC CICS READ
                      FILE('HOUSEPOL')
                      INTO(HOUSE-POLICY-MASTER-RECORD)
                      RIDFLD(DQ-POLICY-NUM)
                      RESP(WS-RESP)
                 END-EXEC
                 MOVE HSM-CUSTOMER-NUM   TO DQ-CUSTOMER-NUM
              WHEN 'M'
                 EXEC CICS READ
                      FILE('MOTORPOL')
                      INTO(MOTOR-POLICY-MASTER-RECORD)
                      RIDFLD(DQ-POLICY-NUM)
                      RESP(WS-RESP)
                 END-EXEC
                 MOVE MTM-CUSTOMER-NUM   TO DQ-CUSTOMER-NUM
              WHEN 'C'
                 EXEC CICS READ
                      FILE('COMMPOL')
                      INTO(COMMERCIAL-POLICY-MASTER-RECORD)
                      RIDFLD(DQ-POLICY-NUM)
                      RESP(WS-RESP)
                 END-EXEC
                 MOVE CML-CUSTOMER-NUM   TO DQ-CUSTOMER-NUM
              WHEN OTHER
                 EXEC CICS READ
                      FILE('ENDOWPOL')
                      INTO(ENDOWMENT-POLICY-MASTER-RECORD)
                      RIDFLD(DQ-POLICY-NUM)
                      RESP(WS-RESP)
                 END-EXEC
                 MOVE ENM-CUSTOMER-NUM   TO DQ-CUSTOMER-NUM
           END-EVALUATE
      *
           IF WS-RESP NOT = DFHRESP(NORMAL)
              MOVE 10                    TO DQ-RETURN-CODE
              GO TO 1000-EDIT-REPRINT-EXIT
           END-IF
      *
           MOVE 'P'                      TO DQ-DOC-TYPE
           MOVE ZERO                     TO DQ-ENDORSE-SEQ
           MOVE WS-TODAY-DATE            TO DQ-EFFECTIVE-DATE
      *
       1000-EDIT-REPRINT-EXIT.
           EXIT.
      *
      *================================================================
      * 2000-FIND-LAST-REQUEST - THE POLICY'S HIGHEST SEQUENCE: START
      *     AT SEQUENCE 9999 AND READ BACK ONE, AS THE ENDORSE AND
      *     MOTORACC SEQUENCES ARE FOUND.  A POLICY ABOVE EVERY KEY
      *     ON THE FILE LEAVES NOTHING TO START AT, SO THE BROWSE IS
      *     THEN STARTED FROM THE END OF THE FILE INSTEAD.
      *================================================================
       2000-FIND-LAST-REQUEST.
      *
           MOVE 'N'                      TO SW-PRIOR-FOUND
           MOVE ZERO                     TO WS-LAST-SEQ
           MOVE ZERO                     TO WS-LAST-VERSION
           MOVE DQ-POLICY-NUM            TO WS-BROWSE-POLICY
           MOVE 9999                     TO WS-BROWSE-SEQ
      *
           EXEC CICS STARTBR
                FILE('DOCREQ')
                RIDFLD(WS-BROWSE-KEY)
                GTEQ
                RESP(WS-RESP)
           END-EXEC
      *
           IF WS-RESP = DFHRESP(NOTFND)
              MOVE HIGH-VALUES           TO WS-BROWSE-KEY
              EXEC CICS STARTBR
                   FILE('DOCREQ')
                   RIDFLD(WS-BROWSE-KEY)
                   GTEQ
                   RESP(WS-RESP)
              END-EXEC
           END-IF
      *
           IF WS-RESP NOT = DFHRESP(NORMAL)
              GO TO 2000-FIND-LAST-REQUEST-EXIT
           END-IF
      *
           EXEC CICS READPREV
                FILE('DOCREQ')
                INTO(DOCUMENT-REQUEST-RECORD)
                RIDFLD(WS-BROWSE-KEY)
                RESP(WS-RESP)
           END-EXEC
      *
           IF WS-RESP = DFHRESP(NORMAL)
              AND DRQ-POLICY-NUM = DQ-POLICY-NUM
              SET PRIOR-REQUEST-FOUND    TO TRUE
              MOVE DRQ-REQ-SEQ           TO WS-LAST-SEQ
              MOVE DRQ-VERSION           TO WS-LAST-VERSION
           END-IF
      *
           EXEC CICS ENDBR
                FILE('DOCREQ')
           END-EXEC
      *
       2000-FIND-LAST-REQUEST-EXIT.
           EXIT.
      *
      *================================================================
      * 3000-BUILD-REQUEST - THE PENDING ROW.  A REPRINT KEEPS THE
      *     CURRENT VERSION; ANYTHING ELSE IS A NEW VERSION.
      *================================================================
       3000-BUILD-REQUEST.
      *
           MOVE SPACES                   TO DOCUMENT-REQUEST-RECORD
           MOVE DQ-POLICY-NUM            TO DRQ-POLICY-NUM
           COMPUTE DRQ-REQ-SEQ = WS-LAST-SEQ + 1
           MOVE DQ-LINE                  TO DRQ-LINE
           MOVE DQ-CUSTOMER-NUM          TO DRQ-CUSTOMER-NUM
           MOVE DQ-DOC-TYPE              TO DRQ-DOC-TYPE
           IF DRQ-REPRINT
              MOVE WS-LAST-VERSION       TO DRQ-VERSION
           ELSE
              COMPUTE DRQ-VERSION = WS-LAST-VERSION + 1
           END-IF
           MOVE DQ-EFFECTIVE-DATE        TO DRQ-EFFECTIVE-DATE
           MOVE DQ-ENDORSE-SEQ           TO DRQ-ENDORSE-SEQ
           MOVE DQ-REQUEST-ID            TO DRQ-SOURCE
           MOVE WS-USERID                TO DRQ-REQUESTED-BY
           MOVE WS-TODAY-DATE            TO DRQ-REQUESTED-DATE
           MOVE DQ-DELIVERY              TO DRQ-DELIVERY
           SET DRQ-PENDING               TO TRUE
           MOVE ZERO                     TO DRQ-DOC-SEQ
      *
       3000-BUILD-REQUEST-EXIT.
           EXIT.
      *
      *================================================================
      * 4000-WRITE-REQUEST - ONE WRITE ATTEMPT; A DUPLICATE KEY BUMPS
      *     THE SEQUENCE AND THE MAINLINE LOOP TRIES AGAIN.
      *================================================================
       4000-WRITE-REQUEST.
      *
           ADD 1                         TO WS-TRY-COUNT
      *
           EXEC CICS WRITE
                FILE('DOCREQ')
                FROM(DOCUMENT-REQUEST-RECORD)
                RIDFLD(DRQ-KEY)
                RESP(WS-RESP)
           END-EXEC
      *
           IF WS-RESP = DFHRESP(DUPREC)
              ADD 1                      TO DRQ-REQ-SEQ
           ELSE
              IF WS-RESP NOT = DFHRESP(NORMAL)
                 MOVE 100                TO WS-TRY-COUNT
              END-IF
           END-IF
      *
       4000-WRITE-REQUEST-EXIT.
           EXIT.
