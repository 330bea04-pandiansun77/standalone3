       IDENTIFICATION DIVISION.
       PROGRAM-ID. LGIBRK01.
       AUTHOR. INSURANCE-APPLICATIONS-TEAM.
       INSTALLATION. POLICY-ADMINISTRATION.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.
      *================================================================
      * MODIFICATION HISTORY
      *   2026-10-15  PA  ORIGINAL -- ONLINE INQUIRY OVER A BROKER'S
      *                   COMMISSION ACCOUNT SO ACCOUNTS CAN ANSWER A
      *                   BROKER'S "WHAT DID YOU PAY ME AND WHY" FROM
      *                   THE LEDGER RATHER THAN A PILE OF PRINTOUTS.
      *================================================================
      *================================================================
      *    FUNCTION:
      *      COMMAREA-DRIVEN CICS INQUIRY (LGCMARB1) OVER THE BRKLEDG
      *      BROKER COMMISSION LEDGER THAT LGRBRK02 POSTS.  RETURNS
      *      THE ACCOUNT'S BALANCE AND LAST POSTED/PAID DATES FROM
      *      ITS BALANCE RECORD, AND ITS HISTORY - EVERY PERIOD'S
      *      POSTING AND EVERY PAYMENT, OLDEST FIRST - UP TO 8 ENTRIES
      *      PER CALL WITH A RESUME KEY FOR PAGING.
      *
      *    ENTRY POINTS:  TOP OF PROGRAM, VIA DFHCOMMAREA.
      *
      *    FILES:         BRKLEDG  - CICS KSDS, KEYED BY BRL-KEY
      *
      *    CA-RETURN-CODE VALUES SET:
      *       00  -  ACCOUNT RETURNED (SEE CA-B-ENTRY-COUNT)
      *       10  -  NO ACCOUNT FOR THE BROKER
      *       30  -  UNRECOGNIZED CA-REQUEST-ID
      *================================================================
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      *
       DATA DIVISION.
       WORKING-STORAGE SECTION.
      *
       77  FILLER                         PIC X(36) VALUE
                   'LGIBRK01 WORKING STORAGE BEGINS HR'.
      *
       01  WS-AREA.
           05  WS-RESP                    PIC S9(08) COMP.
           05  SW-END-OF-BROWSE           PIC X(01) VALUE 'N'.
               88  END-OF-BROWSE                  VALUE 'Y'.
           05  SW-SKIP-FIRST              PIC X(01) VALUE 'N'.
               88  SKIP-FIRST-RECORD              VALUE 'Y'.
      *
       01  WS-BROWSE-KEY.
           05  WS-BROWSE-BROKERID         PIC 9(10).
           05  WS-BROWSE-REST             PIC X(11).
      *
       COPY LGCBRKL.
      *
       LINKAGE SECTION.
      *
       01  DFHCOMMAREA.
           COPY LGCMARB1.
      *
       PROCEDURE DIVISION.
      *
       0000-MAINLINE.
      *
           MOVE 0                        TO CA-B-ENTRY-COUNT
           MOVE 'N'                      TO CA-B-MORE-FLAG
      *
           EVALUATE CA-REQUEST-ID
              WHEN 'INQBRK'
                 PERFORM 1000-READ-BALANCE
                    THRU 1000-READ-BALANCE-EXIT
                 IF CA-RETURN-CODE = 0
                    PERFORM 2000-SCAN-HISTORY
                       THRU 2000-SCAN-HISTORY-EXIT
                 END-IF
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
      * 1000-READ-BALANCE - THE ACCOUNT'S BALANCE RECORD.
      *================================================================
       1000-READ-BALANCE.
      *
           MOVE 0                        TO CA-RETURN-CODE
           MOVE CA-B-BROKERID            TO BRL-BROKERID
           MOVE '0000-00-00'             TO BRL-ENTRY-DATE
           SET BRL-TYPE-BALANCE          TO TRUE
      *
           EXEC CICS READ
                FILE('BRKLEDG')
                INTO(BROKER-LEDGER-RECORD)
                RIDFLD(BRL-KEY)
                RESP(WS-RESP)
           END-EXEC
      *
           IF WS-RESP NOT = DFHRESP(NORMAL)
              MOVE 10                    TO CA-RETURN-CODE
              GO TO 1000-READ-BALANCE-EXIT
           END-IF
      *
           MOVE BRL-BALANCE-AFTER        TO CA-B-BALANCE
           MOVE BRL-LAST-POSTED-DATE     TO CA-B-LAST-POSTED
           MOVE BRL-LAST-PAID-DATE       TO CA-B-LAST-PAID
      *
       1000-READ-BALANCE-EXIT.
           EXIT.
      *
      *================================================================
      * 2000-SCAN-HISTORY - BROWSES THE BROKER'S ENTRIES FROM JUST
      *     AFTER THE BALANCE RECORD, UP TO 8 PER CALL.  A PAGING
      *     CALL (CA-B-RESUME-KEY NOT SPACES) REPOSITIONS AT THE LAST
      *     RETURNED KEY AND SKIPS IT.
      *================================================================
       2000-SCAN-HISTORY.
      *
           MOVE 'N'                      TO SW-END-OF-BROWSE
           MOVE 'N'                      TO SW-SKIP-FIRST
           MOVE CA-B-BROKERID            TO WS-BROWSE-BROKERID
      *
           IF CA-B-RESUME-KEY = SPACES
              MOVE '0000-00-00'          TO WS-BROWSE-REST(1:10)
              MOVE 'B'                   TO WS-BROWSE-REST(11:1)
           ELSE
              MOVE CA-B-RESUME-KEY       TO WS-BROWSE-REST
           END-IF
      *    THE BALANCE RECORD, OR THE LAST ENTRY ALREADY RETURNED,
      *    IS WHERE THE BROWSE STARTS - IT IS NOT RETURNED AGAIN.
           SET SKIP-FIRST-RECORD         TO TRUE
      *
           EXEC CICS STARTBR
                FILE('BRKLEDG')
                RIDFLD(WS-BROWSE-KEY)
                GTEQ
                RESP(WS-RESP)
           END-EXEC
      *
           IF WS-RESP NOT = DFHRESP(NORMAL)
              GO TO 2000-SCAN-HISTORY-EXIT
           END-IF
      *
           PERFORM 2100-BROWSE-NEXT-ENTRY
              THRU 2100-BROWSE-NEXT-ENTRY-EXIT
              UNTIL END-OF-BROWSE
                 OR CA-B-ENTRY-COUNT = 8
      *
           EXEC CICS ENDBR
                FILE('BRKLEDG')
           END-EXEC
      *
           IF CA-B-ENTRY-COUNT = 8 AND NOT END-OF-BROWSE
              MOVE 'Y'                   TO CA-B-MORE-FLAG
           END-IF
      *
       2000-SCAN-HISTORY-EXIT.
           EXIT.
      *
      *================================================================
      * 2100-BROWSE-NEXT-ENTRY - ONE STEP OF THE SCAN; THE BROWSE ENDS
      *     AT THE FIRST RECORD FOR ANOTHER BROKER.
      *================================================================
       2100-BROWSE-NEXT-ENTRY.
      *
           EXEC CICS READNEXT
                FILE('BRKLEDG')
                INTO(BROKER-LEDGER-RECORD)
                RIDFLD(WS-BROWSE-KEY)
                RESP(WS-RESP)
           END-EXEC
      *
           IF WS-RESP NOT = DFHRESP(NORMAL)
              SET END-OF-BROWSE          TO TRUE
              GO TO 2100-BROWSE-NEXT-ENTRY-EXIT
           END-IF
           IF BRL-BROKERID NOT = CA-B-BROKERID
              SET END-OF-BROWSE          TO TRUE
              GO TO 2100-BROWSE-NEXT-ENTRY-EXIT
           END-IF
      *
           IF SKIP-FIRST-RECORD
              MOVE 'N'                   TO SW-SKIP-FIRST
              IF BRL-ENTRY-DATE = WS-BROWSE-REST(1:10)
                 AND BRL-ENTRY-TYPE = WS-BROWSE-REST(11:1)
                 GO TO 2100-BROWSE-NEXT-ENTRY-EXIT
              END-IF
           END-IF
      *
           IF BRL-TYPE-BALANCE
              GO TO 2100-BROWSE-NEXT-ENTRY-EXIT
           END-IF
      *
           PERFORM 5000-RETURN-ONE-ENTRY
              THRU 5000-RETURN-ONE-ENTRY-EXIT
      *
       2100-BROWSE-NEXT-ENTRY-EXIT.
           EXIT.
      *
      *================================================================
      * 5000-RETURN-ONE-ENTRY - ADDS THE CURRENT LEDGER ENTRY TO THE
      *     COMMAREA RESULT TABLE AND REMEMBERS IT AS THE RESUME KEY.
      *================================================================
       5000-RETURN-ONE-ENTRY.
      *
           ADD 1                         TO CA-B-ENTRY-COUNT
           MOVE BRL-ENTRY-DATE
             TO CA-B-E-DATE(CA-B-ENTRY-COUNT)
           MOVE BRL-ENTRY-TYPE
             TO CA-B-E-TYPE(CA-B-ENTRY-COUNT)
           MOVE BRL-PERIOD-DAYS
             TO CA-B-E-PERIOD-DAYS(CA-B-ENTRY-COUNT)
           MOVE BRL-NB-COMM
             TO CA-B-E-NB-COMM(CA-B-ENTRY-COUNT)
           MOVE BRL-RNW-COMM
             TO CA-B-E-RNW-COMM(CA-B-ENTRY-COUNT)
           MOVE BRL-CLAWBACK
             TO CA-B-E-CLAWBACK(CA-B-ENTRY-COUNT)
           MOVE BRL-AMOUNT
             TO CA-B-E-AMOUNT(CA-B-ENTRY-COUNT)
           MOVE BRL-BALANCE-BEFORE
             TO CA-B-E-BAL-BEFORE(CA-B-ENTRY-COUNT)
           MOVE BRL-BALANCE-AFTER
             TO CA-B-E-BAL-AFTER(CA-B-ENTRY-COUNT)
           MOVE BRL-PAYMENT-SEQ
             TO CA-B-E-PAYMENT-SEQ(CA-B-ENTRY-COUNT)
           MOVE BRL-ENTRY-DATE           TO CA-B-RESUME-KEY(1:10)
           MOVE BRL-ENTRY-TYPE           TO CA-B-RESUME-KEY(11:1)
      *
       5000-RETURN-ONE-ENTRY-EXIT.
           EXIT.
