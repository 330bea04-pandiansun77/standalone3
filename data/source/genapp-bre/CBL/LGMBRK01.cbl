       IDENTIFICATION DIVISION.
       PROGRAM-ID. LGMBRK01.
       AUTHOR. INSURANCE-APPLICATIONS-TEAM.
       INSTALLATION. POLICY-ADMINISTRATION.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.
      *================================================================
      * MODIFICATION HISTORY
      *   2026-10-15  PA  ORIGINAL -- BROKER MASTER MAINTENANCE.
      *                   CA-BROKERID WAS ONLY A NUMBER, WITH NO
      *                   RECORD OF WHO THE BROKER WAS, WHERE TO PAY
      *                   THEM OR WHETHER THEY MIGHT STILL TRADE.
      *================================================================
      *================================================================
      *    FUNCTION:
      *      COMMAREA-DRIVEN TRANSACTION (LGCMARK1) THAT MAINTAINS
      *      THE BROKERMS BROKER MASTER (LGCBRKM): NAME AND ADDRESS,
      *      THE BANK ACCOUNT COMMISSION IS PAID INTO, AGENCY
      *      STATUS, LICENCE AND THE LINES OF BUSINESS THE AGENCY
      *      MAY PLACE.  EVERY POLICY AND QUOTE ADD CHECKS THE
      *      BROKER AGAINST THIS RECORD (SEE LGABKC01), SO
      *      SUSPENDING A BROKER HERE STOPS NEW BUSINESS AT ONCE.
      *      EVERY ADD AND UPDATE IS JOURNALLED.
      *
      *    ENTRY POINTS:  TOP OF PROGRAM, VIA DFHCOMMAREA.
      *
      *    FILES:         BROKERMS - CICS KSDS, KEYED BY
      *                               BKR-BROKERID.
      *
      *    CA-REQUEST-ID VALUES HANDLED:
      *       'INQBKM'  -  INQUIRE BROKER
      *       'ADDBKM'  -  ADD BROKER
      *       'UPDBKM'  -  UPDATE BROKER (STATUS, LICENCE AND LINE
      *                    AUTHORITIES INCLUDED).  THE STATUS DATE
      *                    MOVES ONLY WHEN THE STATUS DOES
      *
      *    CA-RETURN-CODE VALUES SET:
      *       00  -  REQUEST SUCCESSFUL
      *       10  -  BROKER ALREADY ON FILE (ADD) /
      *              BROKER NOT FOUND (INQ/UPD)
      *       23  -  CA-K-POSTCODE FAILED THE FORMAT CHECK
      *              (LGAPCD01)
      *       30  -  UNRECOGNIZED CA-REQUEST-ID
      *       41  -  UPDATE REFUSED - THE FILE COPY IS NEWER THAN THE
      *              CA-K-LASTCHANGED THE CALLER PRESENTED (SPACES
      *              BYPASS THE CHECK, AS ON THE POLICY MASTERS)
      *       44  -  BROKER DETAILS FAILED VALIDATION - BROKERID
      *              ZERO, NO NAME, STATUS NOT A/S/T, LICENCE EXPIRY
      *              NOT CCYY-MM-DD, A LINE AUTHORITY NOT Y/N, OR THE
      *              BANK DETAILS NOT NUMERIC
      *       90  -  FILE I/O ERROR
      *================================================================
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      *
       DATA DIVISION.
       WORKING-STORAGE SECTION.
      *
       77  FILLER                         PIC X(36) VALUE
                   'LGMBRK01 WORKING STORAGE BEGINS HR'.
      *
       01  WS-AREA.
           05  WS-RESP                    PIC S9(08) COMP.
           05  WS-LC-ABSTIME              PIC S9(15) COMP-3.
           05  WS-LC-STAMP                PIC X(26).
           05  WS-LC-DATE8                PIC X(08).
           05  WS-LC-TIME6                PIC X(06).
           05  WS-TODAY-DATE10            PIC X(10).
           05  WS-PCD-POSTCODE            PIC X(08).
           05  WS-PCD-VALID-FLAG          PIC X(01).
               88  POSTCODE-VALID                 VALUE 'Y'.
           05  WS-OLD-STATUS              PIC X(01).
      *
       COPY LGCBRKM.
      *
      *    COMMON AUDIT JOURNAL (SEE LGAJRN01) -- BEFORE/AFTER IMAGES
      *    HANDED TO THE SHARED WRITER ON EVERY CHANGE PATH.
       01  WS-AUDIT-LINK-AREA.
       COPY LGCAJRN REPLACING LEADING ==AJ== BY ==WSAJ==.
      *
       LINKAGE SECTION.
      *
       01  DFHCOMMAREA.
           COPY LGCMARK1.
      *
       PROCEDURE DIVISION.
      *
       0000-MAINLINE.
      *
           EVALUATE CA-REQUEST-ID
              WHEN 'INQBKM'
                 PERFORM 1000-INQUIRE-BROKER
                    THRU 1000-INQUIRE-BROKER-EXIT
              WHEN 'ADDBKM'
                 PERFORM 2000-ADD-BROKER
                    THRU 2000-ADD-BROKER-EXIT
              WHEN 'UPDBKM'
                 PERFORM 3000-UPDATE-BROKER
                    THRU 3000-UPDATE-BROKER-EXIT
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
      * 1000-INQUIRE-BROKER - RETURNS THE BROKER MASTER AS IT STANDS.
      *================================================================
       1000-INQUIRE-BROKER.
      *
           MOVE 0                        TO CA-RETURN-CODE
           MOVE CA-K-BROKERID            TO BKR-BROKERID
      *
           EXEC CICS READ
                FILE('BROKERMS')
                INTO(BROKER-MASTER-RECORD)
                RIDFLD(BKR-BROKERID)
                RESP(WS-RESP)
           END-EXEC
      *
           IF WS-RESP NOT = DFHRESP(NORMAL)
              MOVE 10                    TO CA-RETURN-CODE
              GO TO 1000-INQUIRE-BROKER-EXIT
           END-IF
      *
           PERFORM 5100-MOVE-MASTER-TO-CA
              THRU 5100-MOVE-MASTER-TO-CA-EXIT
      *
       1000-INQUIRE-BROKER-EXIT.
           EXIT.
      *
      *================================================================
      * 2000-ADD-BROKER - ADDS A NEW BROKER.  THE STATUS DATE IS
      *     TODAY.
      *================================================================
       2000-ADD-BROKER.
      *
           MOVE 0                        TO CA-RETURN-CODE
      *
           PERFORM 5000-EDIT-BROKER
              THRU 5000-EDIT-BROKER-EXIT
           IF CA-RETURN-CODE NOT = ZERO
              GO TO 2000-ADD-BROKER-EXIT
           END-IF
      *
           MOVE SPACES                   TO BROKER-MASTER-RECORD
           PERFORM 5200-MOVE-CA-TO-MASTER
              THRU 5200-MOVE-CA-TO-MASTER-EXIT
      *
           PERFORM 7100-STAMP-LAST-CHANGED
              THRU 7100-STAMP-LAST-CHANGED-EXIT
           MOVE WS-TODAY-DATE10          TO BKR-STATUS-DATE
                                            CA-K-STATUS-DATE
           MOVE WS-LC-STAMP              TO BKR-LAST-CHANGED
                                            CA-K-LASTCHANGED
      *
           EXEC CICS WRITE
                FILE('BROKERMS')
                FROM(BROKER-MASTER-RECORD)
                RIDFLD(BKR-BROKERID)
                RESP(WS-RESP)
           END-EXEC
      *
           IF WS-RESP = DFHRESP(DUPREC)
              MOVE 10                    TO CA-RETURN-CODE
              GO TO 2000-ADD-BROKER-EXIT
           END-IF
           IF WS-RESP NOT = DFHRESP(NORMAL)
              MOVE 90                    TO CA-RETURN-CODE
              GO TO 2000-ADD-BROKER-EXIT
           END-IF
      *
           MOVE SPACES                   TO WSAJ-BEFORE-IMAGE
           MOVE BROKER-MASTER-RECORD     TO WSAJ-AFTER-IMAGE
           MOVE 'BROKERMS'               TO WSAJ-FILE-NAME
           MOVE BKR-BROKERID             TO WSAJ-RECORD-KEY
           PERFORM 7000-WRITE-AUDIT-JOURNAL
              THRU 7000-WRITE-AUDIT-JOURNAL-EXIT
      *
       2000-ADD-BROKER-EXIT.
           EXIT.
      *
      *================================================================
      * 3000-UPDATE-BROKER - REPLACES THE BROKER'S DETAILS.  A MOVE OF
      *     STATUS (E.G. TO SUSPENDED) IS DATED TODAY.
      *================================================================
       3000-UPDATE-BROKER.
      *
           MOVE 0                        TO CA-RETURN-CODE
      *
           PERFORM 5000-EDIT-BROKER
              THRU 5000-EDIT-BROKER-EXIT
           IF CA-RETURN-CODE NOT = ZERO
              GO TO 3000-UPDATE-BROKER-EXIT
           END-IF
      *
           MOVE CA-K-BROKERID            TO BKR-BROKERID
      *
           EXEC CICS READ
                FILE('BROKERMS')
                INTO(BROKER-MASTER-RECORD)
                RIDFLD(BKR-BROKERID)
                UPDATE
                RESP(WS-RESP)
           END-EXEC
      *
           IF WS-RESP NOT = DFHRESP(NORMAL)
              MOVE 10                    TO CA-RETURN-CODE
              GO TO 3000-UPDATE-BROKER-EXIT
           END-IF
      *
           IF CA-K-LASTCHANGED NOT = SPACES AND
              CA-K-LASTCHANGED NOT = BKR-LAST-CHANGED
              EXEC CICS UNLOCK
                   FILE('BROKERMS')
              END-EXEC
              MOVE 41                    TO CA-RETURN-CODE
              GO TO 3000-UPDATE-BROKER-EXIT
           END-IF
      *
           MOVE BROKER-MASTER-RECORD     TO WSAJ-BEFORE-IMAGE
           MOVE BKR-STATUS               TO WS-OLD-STATUS
      *
           PERFORM 5200-MOVE-CA-TO-MASTER
              THRU 5200-MOVE-CA-TO-MASTER-EXIT
      *
           PERFORM 7100-STAMP-LAST-CHANGED
              THRU 7100-STAMP-LAST-CHANGED-EXIT
           IF BKR-STATUS NOT = WS-OLD-STATUS
              MOVE WS-TODAY-DATE10       TO BKR-STATUS-DATE
           END-IF
           MOVE WS-LC-STAMP              TO BKR-LAST-CHANGED
      *
           EXEC CICS REWRITE
                FILE('BROKERMS')
                FROM(BROKER-MASTER-RECORD)
                RESP(WS-RESP)
           END-EXEC
      *
           IF WS-RESP NOT = DFHRESP(NORMAL)
              MOVE 90                    TO CA-RETURN-CODE
              GO TO 3000-UPDATE-BROKER-EXIT
           END-IF
      *
           PERFORM 5100-MOVE-MASTER-TO-CA
              THRU 5100-MOVE-MASTER-TO-CA-EXIT
      *
           MOVE BROKER-MASTER-RECORD     TO WSAJ-AFTER-IMAGE
           MOVE 'BROKERMS'               TO WSAJ-FILE-NAME
           MOVE BKR-BROKERID             TO WSAJ-RECORD-KEY
           PERFORM 7000-WRITE-AUDIT-JOURNAL
              THRU 7000-WRITE-AUDIT-JOURNAL-EXIT
      *
       3000-UPDATE-BROKER-EXIT.
           EXIT.
      *
      *================================================================
      * 5000-EDIT-BROKER - EVERYTHING LGABKC01 RELIES ON MUST BE
      *     PRESENT AND IN SHAPE BEFORE IT REACHES THE MASTER.
      *================================================================
       5000-EDIT-BROKER.
      *
           IF CA-K-BROKERID NOT NUMERIC
              OR CA-K-BROKERID = ZERO
              GO TO 5000-EDIT-BROKER-REFUSED
           END-IF
           IF CA-K-NAME = SPACES
              GO TO 5000-EDIT-BROKER-REFUSED
           END-IF
           IF CA-K-STATUS NOT = 'A' AND 'S' AND 'T'
              GO TO 5000-EDIT-BROKER-REFUSED
           END-IF
           IF CA-K-LICENCE-EXPIRY(1:4) NOT NUMERIC
              OR CA-K-LICENCE-EXPIRY(5:1) NOT = '-'
              OR CA-K-LICENCE-EXPIRY(6:2) NOT NUMERIC
              OR CA-K-LICENCE-EXPIRY(8:1) NOT = '-'
              OR CA-K-LICENCE-EXPIRY(9:2) NOT NUMERIC
              GO TO 5000-EDIT-BROKER-REFUSED
           END-IF
           IF CA-K-AUTH-HOUSE NOT = 'Y' AND 'N'
              OR CA-K-AUTH-MOTOR NOT = 'Y' AND 'N'
              OR CA-K-AUTH-COMMERCIAL NOT = 'Y' AND 'N'
              OR CA-K-AUTH-ENDOWMENT NOT = 'Y' AND 'N'
              GO TO 5000-EDIT-BROKER-REFUSED
           END-IF
           IF CA-K-BANK-SORT-CODE NOT NUMERIC
              OR CA-K-BANK-ACCOUNT-NUM NOT NUMERIC
              GO TO 5000-EDIT-BROKER-REFUSED
           END-IF
      *
           MOVE CA-K-POSTCODE            TO WS-PCD-POSTCODE
           PERFORM 7200-VALIDATE-POSTCODE
              THRU 7200-VALIDATE-POSTCODE-EXIT
           IF NOT POSTCODE-VALID
              MOVE 23                    TO CA-RETURN-CODE
           END-IF
           GO TO 5000-EDIT-BROKER-EXIT.
      *
       5000-EDIT-BROKER-REFUSED.
           MOVE 44                       TO CA-RETURN-CODE.
      *
       5000-EDIT-BROKER-EXIT.
           EXIT.
      *
      *================================================================
      * 5100-MOVE-MASTER-TO-CA - THE BROKER MASTER TO THE COMMAREA.
      *================================================================
       5100-MOVE-MASTER-TO-CA.
      *
           MOVE BKR-BROKERID             TO CA-K-BROKERID
           MOVE BKR-NAME                 TO CA-K-NAME
           MOVE BKR-ADDRESS-LINE-1       TO CA-K-ADDRESS-LINE-1
           MOVE BKR-ADDRESS-LINE-2       TO CA-K-ADDRESS-LINE-2
           MOVE BKR-TOWN                 TO CA-K-TOWN
           MOVE BKR-POSTCODE             TO CA-K-POSTCODE
           MOVE BKR-BANK-SORT-CODE       TO CA-K-BANK-SORT-CODE
           MOVE BKR-BANK-ACCOUNT-NUM     TO CA-K-BANK-ACCOUNT-NUM
           MOVE BKR-BANK-ACCOUNT-NAME    TO CA-K-BANK-ACCOUNT-NAME
           MOVE BKR-STATUS               TO CA-K-STATUS
           MOVE BKR-STATUS-DATE          TO CA-K-STATUS-DATE
           MOVE BKR-LICENCE-NUM          TO CA-K-LICENCE-NUM
           MOVE BKR-LICENCE-EXPIRY       TO CA-K-LICENCE-EXPIRY
           MOVE BKR-AUTH-HOUSE           TO CA-K-AUTH-HOUSE
           MOVE BKR-AUTH-MOTOR           TO CA-K-AUTH-MOTOR
           MOVE BKR-AUTH-COMMERCIAL      TO CA-K-AUTH-COMMERCIAL
           MOVE BKR-AUTH-ENDOWMENT       TO CA-K-AUTH-ENDOWMENT
           MOVE BKR-LAST-CHANGED         TO CA-K-LASTCHANGED
      *
       5100-MOVE-MASTER-TO-CA-EXIT.
           EXIT.
      *
      *================================================================
      * 5200-MOVE-CA-TO-MASTER - THE KEYED DETAILS TO THE MASTER.  THE
      *     STATUS DATE AND STAMP ARE SET BY THE CALLER.
      *================================================================
       5200-MOVE-CA-TO-MASTER.
      *
           MOVE CA-K-BROKERID            TO BKR-BROKERID
           MOVE CA-K-NAME                TO BKR-NAME
           MOVE CA-K-ADDRESS-LINE-1      TO BKR-ADDRESS-LINE-1
           MOVE CA-K-ADDRESS-LINE-2      TO BKR-ADDRESS-LINE-2
           MOVE CA-K-TOWN                TO BKR-TOWN
           MOVE CA-K-POSTCODE            TO BKR-POSTCODE
           MOVE CA-K-BANK-SORT-CODE      TO BKR-BANK-SORT-CODE
           MOVE CA-K-BANK-ACCOUNT-NUM    TO BKR-BANK-ACCOUNT-NUM
           MOVE CA-K-BANK-ACCOUNT-NAME   TO BKR-BANK-ACCOUNT-NAME
           MOVE CA-K-STATUS              TO BKR-STATUS
           MOVE CA-K-LICENCE-NUM         TO BKR-LICENCE-NUM
           MOVE CA-K-LICENCE-EXPIRY      TO BKR-LICENCE-EXPIRY
           MOVE CA-K-AUTH-HOUSE          TO BKR-AUTH-HOUSE
           MOVE CA-K-AUTH-MOTOR          TO BKR-AUTH-MOTOR
           MOVE CA-K-AUTH-COMMERCIAL     TO BKR-AUTH-COMMERCIAL
           MOVE CA-K-AUTH-ENDOWMENT      TO BKR-AUTH-ENDOWMENT
      *
       5200-MOVE-CA-TO-MASTER-EXIT.
           EXIT.
      *
      *================================================================
      * 7000-WRITE-AUDIT-JOURNAL - HANDS THE BEFORE/AFTER IMAGES TO
      *     THE COMMON AUDIT-JOURNAL WRITER.  JOURNALING NEVER FAILS
      *     THE BUSINESS REQUEST.
      *================================================================
       7000-WRITE-AUDIT-JOURNAL.
      *
           MOVE CA-REQUEST-ID            TO WSAJ-REQUEST-ID
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
      *================================================================
      * 7200-VALIDATE-POSTCODE - SHARED POSTCODE FORMAT CHECK.
      *================================================================
       7200-VALIDATE-POSTCODE.
      *
           CALL 'LGAPCD01' USING WS-PCD-POSTCODE, WS-PCD-VALID-FLAG
      *
       7200-VALIDATE-POSTCODE-EXIT.
           EXIT.
