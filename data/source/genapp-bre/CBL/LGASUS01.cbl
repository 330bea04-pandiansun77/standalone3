       IDENTIFICATION DIVISION.
       PROGRAM-ID. LGASUS01.
       AUTHOR. INSURANCE-APPLICATIONS-TEAM.
       INSTALLATION. POLICY-ADMINISTRATION.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.
      *================================================================
      * MODIFICATION HISTORY
      *   2026-10-15  PA  THE PAYMENT AUTHORITY LIMITS ARE LOADED AS IN
      *                   FORCE TODAY FROM REFTAB (LGARTB02) INSTEAD OF
      *                   COMPILED VALUES.  RC 90 WHEN THEY CANNOT BE
      *                   READ.
      *   2026-10-15  PA  PERIOD CONTROL.  NO ALLOCATION ONCE TODAY'S
      *                   MONTH IS CLOSED ON PERIODS; EACH ALLOCATION
      *                   IS POSTED TO THE GL INTERFACE (GLPOST), AND
      *                   A FAILED POSTING BACKS THE REQUEST OUT.
      *   2026-10-15  PA  ORIGINAL -- UNAPPLIED-CASH SUSPENSE
      *                   ALLOCATION.  MONEY LGRRCP01 COULD NOT APPLY
      *                   WAS ONLY A LINE ON ITS REPORT, RESOLVED BY
      *                   THE CASH DESK ON PAPER AND NEVER RECORDED.
      *================================================================
      *================================================================
      *    FUNCTION:
      *      COMMAREA-DRIVEN CICS TRANSACTION (LGCMARU1) OVER THE
      *      SUSPENSE KSDS (LGCSUSP) THAT LGRRCP01 FILLS WITH THE
      *      RECEIPTS IT COULD NOT APPLY.
      *        SRCSUS - SEARCHES SUSPENSE BY POLICY REFERENCE AS
      *                 KEYED ON THE RECEIPT, EARLIEST RECEIPT DATE
      *                 AND OPEN-ONLY, 10 ITEMS A PAGE WITH A RESUME
      *                 KEY - THE LGASRC01 PAGING PATTERN.
      *        ALCSUS - ALLOCATES THE ITEM, IN WHOLE OR IN PART, TO
      *                 THE NAMED POLICY'S OPEN BILLINV INVOICES,
      *                 OLDEST FIRST, EXACTLY AS LGRRCP01 APPLIES A
      *                 RECEIPT.  ONLY WHAT THOSE INVOICES STILL NEED
      *                 IS TAKEN; THE REST STAYS IN SUSPENSE.
      *        RFDSUS - AUTHORIZES WHAT IS LEFT OF THE ITEM FOR
      *                 REFUND TO THE PAYEE GIVEN, AGAINST THE LGCPAYL
      *                 REFUND LIMITS AS LGARFD01 DOES; LGRDSB01 PAYS
      *                 IT.
      *      EVERY CHANGE - SUSPENSE ITEM AND INVOICE - IS JOURNALLED
      *      THROUGH LGAJRN01.
      *      AN ALLOCATION IS REFUSED WHEN TODAY'S MONTH HAS BEEN
      *      CLOSED ON PERIODS (LGCPERD).  WHAT IS ALLOCATED IS POSTED
      *      TO GLPOST (LGCGLPT) AS IT IS APPLIED: DEBIT UNALLOCATED
      *      CASH, CREDIT RECEIVABLES UNDER THE INVOICE'S LINE.
      *
      *    ENTRY POINTS:  TOP OF PROGRAM, VIA DFHCOMMAREA.
      *
      *    FILES:         SUSPENSE - CICS KSDS, KEYED BY SUS-ITEM-NUM.
      *                   BILLINV  - CICS KSDS, KEYED BY INV-KEY.
      *                   PERIODS  - CICS KSDS, KEYED BY PRD-PERIOD.
      *                   GLPOST   - CICS KSDS, KEYED BY GLP-KEY.
      *
      *    CA-RETURN-CODE VALUES SET:
      *       00  -  REQUEST SUCCESSFUL
      *       10  -  ITEM NOT FOUND, OR NOTHING MATCHED THE SEARCH
      *       11  -  THE POLICY HAS NO OPEN INVOICE TO ALLOCATE TO
      *       30  -  UNRECOGNIZED CA-REQUEST-ID
      *       45  -  CA-U-USER IS NOT AN AUTHORIZED REFUND PAYER
      *       46  -  REFUND EXCEEDS THE USER'S AUTHORIZATION LIMIT
      *       47  -  USER OR PAYEE BLANK, OR AMOUNT MORE THAN IS LEFT
      *              ON THE ITEM
      *       48  -  ITEM HAS NOTHING LEFT TO ALLOCATE OR REFUND
      *       57  -  TODAY'S POSTING PERIOD IS CLOSED
      *       90  -  FILE I/O ERROR (AN ALLOCATION IS BACKED OUT)
      *================================================================
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      *
       DATA DIVISION.
       WORKING-STORAGE SECTION.
      *
       77  FILLER                         PIC X(36) VALUE
                   'LGASUS01 WORKING STORAGE BEGINS HR'.
      *
       01  WS-AREA.
           05  WS-RESP                    PIC S9(08) COMP.
           05  WS-ABSTIME                 PIC S9(15) COMP-3.
           05  WS-TODAY-DATE              PIC X(10).
           05  SW-END-OF-BROWSE           PIC X(01) VALUE 'N'.
               88  END-OF-BROWSE                  VALUE 'Y'.
           05  SW-SKIP-FIRST              PIC X(01) VALUE 'N'.
               88  SKIP-FIRST-RECORD              VALUE 'Y'.
           05  WS-BROWSE-KEY              PIC 9(10) VALUE ZERO.
           05  WS-ITEM-REMAINING          PIC 9(08)V99 VALUE ZERO.
           05  WS-WANTED                  PIC 9(08)V99 VALUE ZERO.
           05  WS-INV-OUTSTANDING         PIC 9(08)V99 VALUE ZERO.
           05  WS-APPLIED                 PIC 9(08)V99 VALUE ZERO.
      *
      *    OPEN INVOICES FOR THE POLICY, OLDEST FIRST, GATHERED BY A
      *    BROWSE BEFORE ANY IS READ FOR UPDATE.
       01  WS-OPEN-INVOICES.
           05  WS-OPEN-COUNT              PIC 9(02) COMP VALUE ZERO.
           05  WS-OPEN-KEY OCCURS 24 TIMES
                           INDEXED BY OPN-IDX
                                          PIC X(20).
      *
      *    GENERAL LEDGER POSTING - SEE 5000-CHECK-PERIOD AND
      *    5100-POST-GL.
       01  WS-GL-AREA.
           05  WS-GL-DATE                 PIC X(10).
           05  WS-GL-PERIOD-SW            PIC X(01) VALUE 'O'.
               88  GL-PERIOD-OPEN                 VALUE 'O'.
               88  GL-PERIOD-CLOSED               VALUE 'C'.
           05  WS-GL-LINE                 PIC X(01).
           05  WS-GL-DEBIT-ACCT           PIC X(04).
           05  WS-GL-CREDIT-ACCT          PIC X(04).
           05  WS-GL-ACCOUNT              PIC X(04).
           05  WS-GL-AMOUNT               PIC S9(09)V99 VALUE ZERO.
           05  WS-GL-DR                   PIC S9(09)V99 VALUE ZERO.
           05  WS-GL-CR                   PIC S9(09)V99 VALUE ZERO.
      *
       COPY LGCPERD.
      *
       COPY LGCGLPT.
      *
       COPY LGCPAYL.
      *
      *    REFERENCE TABLE LOADER (LGARTB02) COMMAREA.
       01  WS-REF-LOAD-AREA.
           COPY LGCREFL REPLACING LEADING ==RL== BY ==WSRL==.
      *
       COPY LGCSUSP.
      *
       COPY LGCBILL.
      *
      *    COMMON AUDIT JOURNAL (SEE LGAJRN01) -- BEFORE/AFTER IMAGES
      *    HANDED TO THE SHARED WRITER ON EVERY CHANGE PATH.
       01  WS-AUDIT-LINK-AREA.
       COPY LGCAJRN REPLACING LEADING ==AJ== BY ==WSAJ==.
      *
      *    THE SUSPENSE ITEM'S BEFORE-IMAGE IS HELD HERE WHILE THE
      *    INVOICE CHANGES ARE JOURNALLED.
       01  WS-AJR-SUSPENSE-BEFORE         PIC X(600).
      *
       LINKAGE SECTION.
      *
       01  DFHCOMMAREA.
           COPY LGCMARU1.
      *
       PROCEDURE DIVISION.
      *
       0000-MAINLINE.
      *
           MOVE 0                        TO CA-U-ENTRY-COUNT
           MOVE 0                        TO CA-U-ALLOCATED
      *
           EXEC CICS ASSIGN
                ABSTIME(WS-ABSTIME)
           END-EXEC
           EXEC CICS FORMATTIME
                ABSTIME(WS-ABSTIME)
                YYYYMMDD(WS-TODAY-DATE)
                DATESEP('-')
           END-EXEC
      *
           EVALUATE CA-REQUEST-ID
              WHEN 'SRCSUS'
                 PERFORM 1000-SEARCH-SUSPENSE
                    THRU 1000-SEARCH-SUSPENSE-EXIT
              WHEN 'ALCSUS'
                 PERFORM 2000-ALLOCATE-ITEM
                    THRU 2000-ALLOCATE-ITEM-EXIT
              WHEN 'RFDSUS'
                 PERFORM 3000-REFUND-ITEM
                    THRU 3000-REFUND-ITEM-EXIT
              WHEN OTHER
                 MOVE 30                  TO CA-RETURN-CODE
           END-EVALUATE
      *
      *    AN ALLOCATION THAT FAILED PART WAY IS BACKED OUT.
           IF CA-RETURN-CODE = 90
              EXEC CICS SYNCPOINT ROLLBACK
              END-EXEC
           END-IF
      *
           EXEC CICS RETURN
           END-EXEC
      *
           GOBACK.
      *
      *================================================================
      * 1000-SEARCH-SUSPENSE - BROWSES SUSPENSE FROM THE FRONT (OR
      *     FROM THE RESUME KEY ON A PAGING CALL) AND RETURNS EVERY
      *     ITEM MATCHING THE ARGUMENTS, UP TO 10 PER CALL.
      *================================================================
       1000-SEARCH-SUSPENSE.
      *
           MOVE 0                        TO CA-RETURN-CODE
           MOVE 'N'                      TO CA-U-MORE-FLAG
           MOVE 'N'                      TO SW-END-OF-BROWSE
           MOVE 'N'                      TO SW-SKIP-FIRST
      *
           IF CA-U-RESUME-NUM = ZERO
              MOVE ZERO                  TO WS-BROWSE-KEY
           ELSE
              MOVE CA-U-RESUME-NUM       TO WS-BROWSE-KEY
              SET SKIP-FIRST-RECORD      TO TRUE
           END-IF
      *
           EXEC CICS STARTBR
                FILE('SUSPENSE')
                RIDFLD(WS-BROWSE-KEY)
                GTEQ
                RESP(WS-RESP)
           END-EXEC
      *
           IF WS-RESP NOT = DFHRESP(NORMAL)
              MOVE 10                    TO CA-RETURN-CODE
              GO TO 1000-SEARCH-SUSPENSE-EXIT
           END-IF
      *
           PERFORM 1100-BROWSE-NEXT-ITEM
              THRU 1100-BROWSE-NEXT-ITEM-EXIT
              UNTIL END-OF-BROWSE
                 OR CA-U-ENTRY-COUNT = 10
      *
           EXEC CICS ENDBR
                FILE('SUSPENSE')
           END-EXEC
      *
           IF CA-U-ENTRY-COUNT = 10 AND NOT END-OF-BROWSE
              MOVE 'Y'                   TO CA-U-MORE-FLAG
           END-IF
      *
           IF CA-U-ENTRY-COUNT = 0
              MOVE 10                    TO CA-RETURN-CODE
           END-IF
      *
       1000-SEARCH-SUSPENSE-EXIT.
           EXIT.
      *
      *================================================================
      * 1100-BROWSE-NEXT-ITEM - ONE STEP OF THE SEARCH.
      *================================================================
       1100-BROWSE-NEXT-ITEM.
      *
           EXEC CICS READNEXT
                FILE('SUSPENSE')
                INTO(SUSPENSE-ITEM-RECORD)
                RIDFLD(WS-BROWSE-KEY)
                RESP(WS-RESP)
           END-EXEC
      *
           IF WS-RESP NOT = DFHRESP(NORMAL)
              SET END-OF-BROWSE          TO TRUE
              GO TO 1100-BROWSE-NEXT-ITEM-EXIT
           END-IF
      *
           IF SKIP-FIRST-RECORD
              MOVE 'N'                   TO SW-SKIP-FIRST
              IF SUS-ITEM-NUM = CA-U-RESUME-NUM
                 GO TO 1100-BROWSE-NEXT-ITEM-EXIT
              END-IF
           END-IF
      *
           PERFORM 4000-ITEM-REMAINING
              THRU 4000-ITEM-REMAINING-EXIT
      *
           IF CA-U-OPEN-ONLY = 'Y'
              AND WS-ITEM-REMAINING = ZERO
              GO TO 1100-BROWSE-NEXT-ITEM-EXIT
           END-IF
           IF CA-U-POLICY-REF NOT = SPACES
              AND SUS-POLICY-REF NOT = CA-U-POLICY-REF
              GO TO 1100-BROWSE-NEXT-ITEM-EXIT
           END-IF
           IF CA-U-FROM-DATE NOT = SPACES
              AND SUS-RECEIPT-DATE < CA-U-FROM-DATE
              GO TO 1100-BROWSE-NEXT-ITEM-EXIT
           END-IF
      *
           ADD 1                         TO CA-U-ENTRY-COUNT
           MOVE SUS-ITEM-NUM
             TO CA-U-E-ITEM-NUM(CA-U-ENTRY-COUNT)
           MOVE SUS-RECEIPT-DATE
             TO CA-U-E-RECEIPT-DATE(CA-U-ENTRY-COUNT)
           MOVE SUS-POLICY-REF
             TO CA-U-E-POLICY-REF(CA-U-ENTRY-COUNT)
           MOVE SUS-AMOUNT
             TO CA-U-E-AMOUNT(CA-U-ENTRY-COUNT)
           MOVE WS-ITEM-REMAINING
             TO CA-U-E-REMAINING(CA-U-ENTRY-COUNT)
           MOVE SUS-REASON
             TO CA-U-E-REASON(CA-U-ENTRY-COUNT)
           MOVE SUS-STATUS-FLAG
             TO CA-U-E-STATUS(CA-U-ENTRY-COUNT)
           MOVE SUS-ITEM-NUM             TO CA-U-RESUME-NUM
      *
       1100-BROWSE-NEXT-ITEM-EXIT.
           EXIT.
      *
      *================================================================
      * 2000-ALLOCATE-ITEM - TAKES THE AMOUNT ASKED FOR (OR ALL THAT
      *     REMAINS) FROM THE ITEM AND APPLIES IT TO THE POLICY'S
      *     OPEN INVOICES, OLDEST FIRST.
      *================================================================
       2000-ALLOCATE-ITEM.
      *
           MOVE 0                        TO CA-RETURN-CODE
      *
           IF CA-U-USER = SPACES
              MOVE 47                    TO CA-RETURN-CODE
              GO TO 2000-ALLOCATE-ITEM-EXIT
           END-IF
      *
           MOVE WS-TODAY-DATE            TO WS-GL-DATE
           PERFORM 5000-CHECK-PERIOD
              THRU 5000-CHECK-PERIOD-EXIT
           IF GL-PERIOD-CLOSED
              MOVE 57                    TO CA-RETURN-CODE
              GO TO 2000-ALLOCATE-ITEM-EXIT
           END-IF
      *
           EXEC CICS READ
                FILE('SUSPENSE')
                INTO(SUSPENSE-ITEM-RECORD)
                RIDFLD(CA-U-ITEM-NUM)
                UPDATE
                RESP(WS-RESP)
           END-EXEC
      *
           IF WS-RESP NOT = DFHRESP(NORMAL)
              MOVE 10                    TO CA-RETURN-CODE
              GO TO 2000-ALLOCATE-ITEM-EXIT
           END-IF
      *
           PERFORM 4000-ITEM-REMAINING
              THRU 4000-ITEM-REMAINING-EXIT
           IF WS-ITEM-REMAINING = ZERO
              MOVE 48                    TO CA-RETURN-CODE
              GO TO 2000-ALLOCATE-ITEM-RETURN
           END-IF
      *
           IF CA-U-AMOUNT = ZERO
              MOVE WS-ITEM-REMAINING     TO WS-WANTED
           ELSE
              IF CA-U-AMOUNT > WS-ITEM-REMAINING
                 MOVE 47                 TO CA-RETURN-CODE
                 GO TO 2000-ALLOCATE-ITEM-RETURN
              END-IF
              MOVE CA-U-AMOUNT           TO WS-WANTED
           END-IF
      *
           PERFORM 2100-GATHER-OPEN-INVOICES
              THRU 2100-GATHER-OPEN-INVOICES-EXIT
           IF WS-OPEN-COUNT = ZERO
              MOVE 11                    TO CA-RETURN-CODE
              GO TO 2000-ALLOCATE-ITEM-RETURN
           END-IF
      *
           MOVE SUSPENSE-ITEM-RECORD     TO WS-AJR-SUSPENSE-BEFORE
      *
           SET OPN-IDX                   TO 1
           PERFORM 2200-APPLY-TO-INVOICE
              THRU 2200-APPLY-TO-INVOICE-EXIT
              UNTIL OPN-IDX > WS-OPEN-COUNT
                 OR WS-WANTED = ZERO
                 OR CA-RETURN-CODE NOT = ZERO
      *
           IF CA-RETURN-CODE = 90
              GO TO 2000-ALLOCATE-ITEM-EXIT
           END-IF
           IF CA-U-ALLOCATED = ZERO
              GO TO 2000-ALLOCATE-ITEM-RETURN
           END-IF
      *
           ADD CA-U-ALLOCATED            TO SUS-ALLOCATED
           IF SUS-ALLOCATED < SUS-AMOUNT
              SET SUS-PART-ALLOCATED     TO TRUE
           ELSE
              SET SUS-CLEARED            TO TRUE
           END-IF
           MOVE CA-U-USER                TO SUS-LAST-USER
           MOVE WS-TODAY-DATE            TO SUS-LAST-ACTION-DATE
           MOVE CA-U-POLICY-NUM          TO SUS-LAST-POLICY-NUM
      *
           EXEC CICS REWRITE
                FILE('SUSPENSE')
                FROM(SUSPENSE-ITEM-RECORD)
                RESP(WS-RESP)
           END-EXEC
      *
           IF WS-RESP NOT = DFHRESP(NORMAL)
              MOVE 90                    TO CA-RETURN-CODE
              GO TO 2000-ALLOCATE-ITEM-EXIT
           END-IF
      *
           MOVE WS-AJR-SUSPENSE-BEFORE   TO WSAJ-BEFORE-IMAGE
           MOVE SUSPENSE-ITEM-RECORD     TO WSAJ-AFTER-IMAGE
           MOVE 'SUSPENSE'               TO WSAJ-FILE-NAME
           MOVE SUS-ITEM-NUM             TO WSAJ-RECORD-KEY
           PERFORM 7000-WRITE-AUDIT-JOURNAL
              THRU 7000-WRITE-AUDIT-JOURNAL-EXIT
      *
      *    ALLOCATED OR NOT, THE CALLER SEES WHAT IS LEFT ON THE ITEM.
       2000-ALLOCATE-ITEM-RETURN.
      *
           PERFORM 4000-ITEM-REMAINING
              THRU 4000-ITEM-REMAINING-EXIT
           MOVE WS-ITEM-REMAINING        TO CA-U-REMAINING
           MOVE SUS-STATUS-FLAG          TO CA-U-STATUS
      *
       2000-ALLOCATE-ITEM-EXIT.
           EXIT.
      *
      *================================================================
      * 2100-GATHER-OPEN-INVOICES - BROWSES THE POLICY'S BILLINV
      *     RECORDS AND KEEPS THE KEY OF EACH INVOICE OR DEBIT NOTE
      *     STILL OWING.  CREDIT NOTES ARE NOT INVOICES.
      *================================================================
       2100-GATHER-OPEN-INVOICES.
      *
           MOVE ZERO                     TO WS-OPEN-COUNT
           MOVE 'N'                      TO SW-END-OF-BROWSE
           MOVE CA-U-POLICY-NUM          TO INV-POLICY-NUM
           MOVE LOW-VALUES               TO INV-CYCLE-DATE
      *
           EXEC CICS STARTBR
                FILE('BILLINV')
                RIDFLD(INV-KEY)
                GTEQ
                RESP(WS-RESP)
           END-EXEC
      *
           IF WS-RESP NOT = DFHRESP(NORMAL)
              GO TO 2100-GATHER-OPEN-INVOICES-EXIT
           END-IF
      *
           PERFORM 2150-GATHER-NEXT-INVOICE
              THRU 2150-GATHER-NEXT-INVOICE-EXIT
              UNTIL END-OF-BROWSE
                 OR WS-OPEN-COUNT = 24
      *
           EXEC CICS ENDBR
                FILE('BILLINV')
           END-EXEC
      *
       2100-GATHER-OPEN-INVOICES-EXIT.
           EXIT.
      *
       2150-GATHER-NEXT-INVOICE.
      *
           EXEC CICS READNEXT
                FILE('BILLINV')
                INTO(PREMIUM-INVOICE-RECORD)
                RIDFLD(INV-KEY)
                RESP(WS-RESP)
           END-EXEC
      *
           IF WS-RESP NOT = DFHRESP(NORMAL)
              SET END-OF-BROWSE          TO TRUE
              GO TO 2150-GATHER-NEXT-INVOICE-EXIT
           END-IF
      *
           IF INV-POLICY-NUM NOT = CA-U-POLICY-NUM
              SET END-OF-BROWSE          TO TRUE
              GO TO 2150-GATHER-NEXT-INVOICE-EXIT
           END-IF
      *
           IF INV-TYPE-CREDIT-NOTE
              OR INV-AMOUNT-PAID NOT < INV-AMOUNT-DUE
              GO TO 2150-GATHER-NEXT-INVOICE-EXIT
           END-IF
      *
           ADD 1                         TO WS-OPEN-COUNT
           MOVE INV-KEY                  TO WS-OPEN-KEY(WS-OPEN-COUNT)
      *
       2150-GATHER-NEXT-INVOICE-EXIT.
           EXIT.
      *
      *================================================================
      * 2200-APPLY-TO-INVOICE - APPLIES AS MUCH OF WHAT IS WANTED AS
      *     THE INVOICE STILL NEEDS, DATED WITH THE RECEIPT DATE, AND
      *     JOURNALS THE CHANGE.
      *================================================================
       2200-APPLY-TO-INVOICE.
      *
           MOVE WS-OPEN-KEY(OPN-IDX)     TO INV-KEY
           SET OPN-IDX                   UP BY 1
      *
           EXEC CICS READ
                FILE('BILLINV')
                INTO(PREMIUM-INVOICE-RECORD)
                RIDFLD(INV-KEY)
                UPDATE
                RESP(WS-RESP)
           END-EXEC
      *
           IF WS-RESP NOT = DFHRESP(NORMAL)
              MOVE 90                    TO CA-RETURN-CODE
              GO TO 2200-APPLY-TO-INVOICE-EXIT
           END-IF
      *
           COMPUTE WS-INV-OUTSTANDING =
                   INV-AMOUNT-DUE - INV-AMOUNT-PAID
           IF WS-INV-OUTSTANDING NOT > ZERO
              EXEC CICS UNLOCK
                   FILE('BILLINV')
              END-EXEC
              GO TO 2200-APPLY-TO-INVOICE-EXIT
           END-IF
      *
           IF WS-WANTED < WS-INV-OUTSTANDING
              MOVE WS-WANTED             TO WS-APPLIED
           ELSE
              MOVE WS-INV-OUTSTANDING    TO WS-APPLIED
           END-IF
      *
           MOVE PREMIUM-INVOICE-RECORD   TO WSAJ-BEFORE-IMAGE
           ADD WS-APPLIED                TO INV-AMOUNT-PAID
           MOVE SUS-RECEIPT-DATE         TO INV-LAST-RECEIPT-DATE
           IF INV-AMOUNT-PAID < INV-AMOUNT-DUE
              SET INV-STATUS-PART-PAID   TO TRUE
           ELSE
              SET INV-STATUS-SETTLED     TO TRUE
           END-IF
      *
           EXEC CICS REWRITE
                FILE('BILLINV')
                FROM(PREMIUM-INVOICE-RECORD)
                RESP(WS-RESP)
           END-EXEC
      *
           IF WS-RESP NOT = DFHRESP(NORMAL)
              MOVE 90                    TO CA-RETURN-CODE
              GO TO 2200-APPLY-TO-INVOICE-EXIT
           END-IF
      *
           MOVE WS-APPLIED               TO WS-GL-AMOUNT
           MOVE INV-LINE                 TO WS-GL-LINE
           MOVE 'SUSP'                   TO WS-GL-DEBIT-ACCT
           MOVE 'RECV'                   TO WS-GL-CREDIT-ACCT
           PERFORM 5100-POST-GL
              THRU 5100-POST-GL-EXIT
           IF CA-RETURN-CODE = 90
              GO TO 2200-APPLY-TO-INVOICE-EXIT
           END-IF
      *
           SUBTRACT WS-APPLIED           FROM WS-WANTED
           ADD WS-APPLIED                TO CA-U-ALLOCATED
      *
           MOVE PREMIUM-INVOICE-RECORD   TO WSAJ-AFTER-IMAGE
           MOVE 'BILLINV '               TO WSAJ-FILE-NAME
           MOVE INV-KEY                  TO WSAJ-RECORD-KEY
           PERFORM 7000-WRITE-AUDIT-JOURNAL
              THRU 7000-WRITE-AUDIT-JOURNAL-EXIT
      *
       2200-APPLY-TO-INVOICE-EXIT.
           EXIT.
      *
      *================================================================
      * 3000-REFUND-ITEM - AUTHORIZES EVERYTHING LEFT ON THE ITEM FOR
      *     REFUND TO THE PAYEE, WITHIN THE USER'S LGCPAYL REFUND
      *     LIMIT.
      *================================================================
       3000-REFUND-ITEM.
      *
           MOVE 0                        TO CA-RETURN-CODE
      *
           IF CA-U-USER = SPACES
              OR CA-U-PAYEE = SPACES
              MOVE 47                    TO CA-RETURN-CODE
              GO TO 3000-REFUND-ITEM-EXIT
           END-IF
      *
           EXEC CICS READ
                FILE('SUSPENSE')
                INTO(SUSPENSE-ITEM-RECORD)
                RIDFLD(CA-U-ITEM-NUM)
                UPDATE
                RESP(WS-RESP)
           END-EXEC
      *
           IF WS-RESP NOT = DFHRESP(NORMAL)
              MOVE 10                    TO CA-RETURN-CODE
              GO TO 3000-REFUND-ITEM-EXIT
           END-IF
      *
           PERFORM 4000-ITEM-REMAINING
              THRU 4000-ITEM-REMAINING-EXIT
           IF WS-ITEM-REMAINING = ZERO
              MOVE 48                    TO CA-RETURN-CODE
              GO TO 3000-REFUND-ITEM-RETURN
           END-IF
      *
           PERFORM 3100-CHECK-AUTH-LIMIT
              THRU 3100-CHECK-AUTH-LIMIT-EXIT
           IF CA-RETURN-CODE NOT = ZERO
              GO TO 3000-REFUND-ITEM-RETURN
           END-IF
      *
           MOVE SUSPENSE-ITEM-RECORD     TO WSAJ-BEFORE-IMAGE
      *
           MOVE WS-ITEM-REMAINING        TO SUS-REFUND-AMOUNT
           MOVE CA-U-PAYEE               TO SUS-REFUND-PAYEE
           SET SUS-REFUND-AUTHORIZED     TO TRUE
           MOVE CA-U-USER                TO SUS-LAST-USER
           MOVE WS-TODAY-DATE            TO SUS-LAST-ACTION-DATE
      *
           EXEC CICS REWRITE
                FILE('SUSPENSE')
                FROM(SUSPENSE-ITEM-RECORD)
                RESP(WS-RESP)
           END-EXEC
      *
           IF WS-RESP NOT = DFHRESP(NORMAL)
              MOVE 90                    TO CA-RETURN-CODE
              GO TO 3000-REFUND-ITEM-EXIT
           END-IF
      *
           MOVE SUSPENSE-ITEM-RECORD     TO WSAJ-AFTER-IMAGE
           MOVE 'SUSPENSE'               TO WSAJ-FILE-NAME
           MOVE SUS-ITEM-NUM             TO WSAJ-RECORD-KEY
           PERFORM 7000-WRITE-AUDIT-JOURNAL
              THRU 7000-WRITE-AUDIT-JOURNAL-EXIT
      *
      *    REFUSED OR NOT, THE CALLER SEES WHAT IS LEFT ON THE ITEM.
       3000-REFUND-ITEM-RETURN.
      *
           PERFORM 4000-ITEM-REMAINING
              THRU 4000-ITEM-REMAINING-EXIT
           MOVE WS-ITEM-REMAINING        TO CA-U-REMAINING
           MOVE SUS-STATUS-FLAG          TO CA-U-STATUS
      *
       3000-REFUND-ITEM-EXIT.
           EXIT.
      *
      *================================================================
      * 3100-CHECK-AUTH-LIMIT - THE USER MUST BE IN THE LGCPAYL TABLE
      *     AS A REFUND PAYER AND THE REFUND WITHIN THEIR LIMIT.
      *     REFUSAL IS THE DEFAULT: AN UNKNOWN USER AUTHORIZES
      *     NOTHING.  THE TABLE IS THE ONE IN FORCE TODAY ON REFTAB
      *     (LGARTB02); RC 90 WHEN IT CANNOT BE READ.
      *================================================================
       3100-CHECK-AUTH-LIMIT.
      *
           MOVE 'PAYL'                   TO WSRL-TABLE-ID
           MOVE SPACES                   TO WSRL-AS-OF-DATE
           EXEC CICS LINK
                PROGRAM('LGARTB02')
                COMMAREA(WS-REF-LOAD-AREA)
                RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL)
              OR WSRL-RETURN-CODE > 12
              MOVE 90                    TO CA-RETURN-CODE
              GO TO 3100-CHECK-AUTH-LIMIT-EXIT
           END-IF
           MOVE WSRL-TABLE-AREA          TO PAL-LIMIT-AREA
      *
           MOVE 'N'                      TO WS-PAL-USER-FND
           MOVE ZERO                     TO WS-PAL-LIMIT
           SET PAL-IDX                   TO 1
           SEARCH PAL-ENTRY
              AT END
                 CONTINUE
              WHEN PAL-USER-ID(PAL-IDX) = CA-U-USER
                   AND PAL-REFUND-PAYER(PAL-IDX)
                 SET PAL-USER-FND        TO TRUE
                 MOVE PAL-LIMIT-AMOUNT(PAL-IDX) TO WS-PAL-LIMIT
           END-SEARCH
      *
           IF NOT PAL-USER-FND
              MOVE 45                    TO CA-RETURN-CODE
              GO TO 3100-CHECK-AUTH-LIMIT-EXIT
           END-IF
      *
           IF WS-ITEM-REMAINING > WS-PAL-LIMIT
              MOVE 46                    TO CA-RETURN-CODE
           END-IF
      *
       3100-CHECK-AUTH-LIMIT-EXIT.
           EXIT.
      *
      *================================================================
      * 4000-ITEM-REMAINING - WHAT IS STILL IN SUSPENSE ON THE ITEM.
      *     ONCE CLEARED OR PASSED FOR REFUND NOTHING IS.
      *================================================================
       4000-ITEM-REMAINING.
      *
           IF SUS-OPEN OR SUS-PART-ALLOCATED
              COMPUTE WS-ITEM-REMAINING = SUS-AMOUNT - SUS-ALLOCATED
           ELSE
              MOVE ZERO                  TO WS-ITEM-REMAINING
           END-IF
      *
       4000-ITEM-REMAINING-EXIT.
           EXIT.
      *
      *================================================================
      * 5000-CHECK-PERIOD - SETS GL-PERIOD-CLOSED WHEN THE MONTH OF
      *     WS-GL-DATE HAS BEEN CLOSED ON PERIODS.  A MONTH NOT ON
      *     THE FILE IS OPEN.
      *================================================================
       5000-CHECK-PERIOD.
      *
           SET GL-PERIOD-OPEN            TO TRUE
           MOVE WS-GL-DATE(1:7)          TO PRD-PERIOD
      *
           EXEC CICS READ
                FILE('PERIODS')
                INTO(PERIOD-CONTROL-RECORD)
                RIDFLD(PRD-PERIOD)
                RESP(WS-RESP)
           END-EXEC
      *
           IF WS-RESP = DFHRESP(NORMAL)
              AND PRD-STATUS-CLOSED
              SET GL-PERIOD-CLOSED       TO TRUE
           END-IF
      *
       5000-CHECK-PERIOD-EXIT.
           EXIT.
      *
      *================================================================
      * 5100-POST-GL - POSTS WS-GL-AMOUNT TO GLPOST IN THE MONTH OF
      *     WS-GL-DATE UNDER LINE WS-GL-LINE: A DEBIT TO
      *     WS-GL-DEBIT-ACCT AND A CREDIT TO WS-GL-CREDIT-ACCT.  A
      *     FAILURE SETS CA-RETURN-CODE 90 SO THE WHOLE REQUEST IS
      *     BACKED OUT.
      *================================================================
       5100-POST-GL.
      *
           IF WS-GL-AMOUNT = ZERO
              GO TO 5100-POST-GL-EXIT
           END-IF
      *
           MOVE WS-GL-DEBIT-ACCT         TO WS-GL-ACCOUNT
           MOVE WS-GL-AMOUNT             TO WS-GL-DR
           MOVE ZERO                     TO WS-GL-CR
           PERFORM 5200-ADD-TO-GLPOST
              THRU 5200-ADD-TO-GLPOST-EXIT
           IF CA-RETURN-CODE = 90
              GO TO 5100-POST-GL-EXIT
           END-IF
           MOVE WS-GL-CREDIT-ACCT        TO WS-GL-ACCOUNT
           MOVE ZERO                     TO WS-GL-DR
           MOVE WS-GL-AMOUNT             TO WS-GL-CR
           PERFORM 5200-ADD-TO-GLPOST
              THRU 5200-ADD-TO-GLPOST-EXIT
      *
       5100-POST-GL-EXIT.
           EXIT.
      *
      *================================================================
      * 5200-ADD-TO-GLPOST - ADDS WS-GL-DR AND WS-GL-CR TO THE
      *     MONTH'S RUNNING TOTAL FOR WS-GL-LINE/WS-GL-ACCOUNT FROM
      *     THIS PROGRAM, STARTING THE TOTAL ON ITS FIRST POSTING.
      *================================================================
       5200-ADD-TO-GLPOST.
      *
           MOVE SPACES                   TO GL-POSTING-RECORD
           MOVE WS-GL-DATE(1:7)          TO GLP-PERIOD
           MOVE WS-GL-LINE               TO GLP-LINE
           MOVE WS-GL-ACCOUNT            TO GLP-ACCOUNT
           MOVE 'LGASUS01'               TO GLP-SOURCE
      *
           EXEC CICS READ
                FILE('GLPOST')
                INTO(GL-POSTING-RECORD)
                RIDFLD(GLP-KEY)
                UPDATE
                RESP(WS-RESP)
           END-EXEC
      *
           IF WS-RESP = DFHRESP(NOTFND)
              MOVE ZERO                  TO GLP-DEBIT
                                            GLP-CREDIT
                                            GLP-POSTING-COUNT
           ELSE
              IF WS-RESP NOT = DFHRESP(NORMAL)
                 MOVE 90                 TO CA-RETURN-CODE
                 GO TO 5200-ADD-TO-GLPOST-EXIT
              END-IF
           END-IF
      *
           ADD WS-GL-DR                  TO GLP-DEBIT
           ADD WS-GL-CR                  TO GLP-CREDIT
           ADD 1                         TO GLP-POSTING-COUNT
           MOVE WS-TODAY-DATE            TO GLP-LAST-POSTED-DATE
      *
           IF GLP-POSTING-COUNT = 1
              EXEC CICS WRITE
                   FILE('GLPOST')
                   FROM(GL-POSTING-RECORD)
                   RIDFLD(GLP-KEY)
                   RESP(WS-RESP)
              END-EXEC
           ELSE
              EXEC CICS REWRITE
                   FILE('GLPOST')
                   FROM(GL-POSTING-RECORD)
                   RESP(WS-RESP)
              END-EXEC
           END-IF
      *
           IF WS-RESP NOT = DFHRESP(NORMAL)
              MOVE 90                    TO CA-RETURN-CODE
           END-IF
      *
       5200-ADD-TO-GLPOST-EXIT.
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
