       DATE-COMPILED.
      *================================================================
      * MODIFICATION HISTORY
      *   2026-10-15  PA  STANDARD COMPLETION RECORD ON CMPLOG
      *                   (LGCCMPL, THROUGH LGACMP01) AT THE END
      *                   OF EVERY RUN, FOR THE MORNING
      *                   OPERATIONS DIGEST.
      *   2026-10-15  PA  DUNNING.  AN OVERDUE HOUSE, MOTOR OR
      *                   ENDOWMENT INVOICE MOVES UP A STAGE (REMINDER,
      *                   FINAL NOTICE, NOTICE OF CANCELLATION) AS ITS
      *                   DAYS OVERDUE PASS THE ARRPARM THRESHOLDS, AND
      *                   EACH MOVE WRITES A LETTER TO DUNLTR ADDRESSED
      *                   FROM CUSTOMER.  HOUSE AND MOTOR POLICIES AT
      *                   THE LAST STAGE GO ON THE CANWORKR WORKLIST.
      *   2026-10-15  PA  AN OVERDUE INSTALMENT IS REPORTED AS A MISSED
      *                   INSTALMENT WITH ITS REFERENCE, AND MISSED
      *                   INSTALMENTS ARE TOTALLED SEPARATELY.
      *   2026-10-15  PA  CREDIT HELD FOR A REFUND (LGRRFD01) IS GOING
      *                   BACK TO THE CUSTOMER AND IS NOT NETTED.
      *   2026-10-15  PA  PARAGRAPHS LEFT BY GO TO THEIR EXIT ARE
      *                   PERFORMED THRU THAT EXIT, SO CONTROL NO
      *                   LONGER FALLS THROUGH INTO THE NEXT STEP.
      *   2026-10-15  PA  ARREARS ARE AGED NET OF THE POLICY'S UNUSED
      *                   CREDIT NOTES (LGRBIL02 RETURN PREMIUMS), SO
      *                   A CUSTOMER OWED A REFUND IS NOT CHASED - OR
      *                   LAPSED - FOR THE GROSS INVOICE.
      *   2026-09-02  PA  ORIGINAL -- PREMIUM ARREARS AGING.  THIRD
      *                   STEP OF THE BILLING CHAIN: LGRBIL01 RAISES
      *                   INVOICES, LGRRCP01 POSTS RECEIPTS, THIS
      *      INVOICE STILL CARRYING AN OUTSTANDING BALANCE PAST ITS
      *      DUE DATE, IN THE BANDS 1-30 / 31-60 / 61-90 / OVER 90
      *      DAYS, WITH A DETAIL LINE PER ARREAR AND BAND TOTALS.
      *      THE BALANCE AGED IS THE NET ONE: A POLICY'S INVOICES ARE
      *      GATHERED TOGETHER (THE KEY LEADS WITH THE POLICY), ANY
      *      CREDIT NOTE CREDIT LGRRCP01 HAS NOT YET USED IS TAKEN OFF
      *      ITS MOST OVERDUE INVOICES FIRST, AND ONLY WHAT IS LEFT IS
      *      AGED.  CREDIT NOTES ARE NEVER AGED THEMSELVES.
      *      EACH MONTHLY INSTALMENT OF A POLICY ON AN INSTALMENT
      *      PLAN AGES FROM ITS OWN DUE DATE; ONE PAST DUE IS LISTED
      *      AS 'MISSED' WITH ITS INSTALMENT REFERENCE (INS2026/03).
      *
      *      A COMMERCIAL POLICY WHOSE ARREARS PASS THE ESCALATION
      *      AGE IS MOVED BOUND (3000) TO LAPSED (5000) THROUGH THE
      *      CLEAR IS A CHGCOM DECISION FOR THE UNDERWRITING DESK,
      *      NOT AN AUTOMATIC ONE.
      *
      *      PERSONAL LINES (HOUSE, MOTOR, ENDOWMENT) ARE DUNNED
      *      INSTEAD.  EACH ARREAR CARRIES A DUNNING STAGE ON BILLINV
      *      (INV-DUNNING-STAGE): 1 REMINDER, 2 FINAL NOTICE, 3 NOTICE
      *      OF CANCELLATION.  WHEN THE NET DAYS OVERDUE REACH A
      *      HIGHER STAGE'S THRESHOLD THAN THE ONE RECORDED, THE
      *      INVOICE MOVES STRAIGHT TO THAT STAGE AND ONE LETTER IS
      *      WRITTEN TO DUNLTR (LGCDUNL) WITH THE CUSTOMER'S NAME AND
      *      ADDRESS - A MERGED CUSTOMER IS FOLLOWED TO THE SURVIVOR,
      *      AND AN ANONYMISED OR MISSING ONE GETS NO LETTER AND THE
      *      STAGE IS LEFT WHERE IT WAS, TO BE TRIED AGAIN NEXT RUN.
      *      A HOUSE OR MOTOR POLICY REACHING STAGE 3 IS LISTED ON
      *      THE CANWORKR WORKLIST FOR THE DESK TO CANCEL FOR
      *      NON-PAYMENT (CANHSE/CANMOT) - CANCELLATION ITSELF STAYS
      *      A DESK DECISION.  THE STAGE IS REWRITTEN WHEN THE POLICY
      *      IS FINISHED, AND THE PASS CARRIES ON FROM THE RECORD IT
      *      HAD REACHED.
      *
      *    INPUT FILES:  ARRPARM  - ONE CARD, COLS 1-3 = ESCALATION
      *                             AGE IN DAYS (DEFAULT 060);
      *                             COLS 4-6, 7-9, 10-12 = DAYS
      *                             OVERDUE FOR THE REMINDER, FINAL
      *                             NOTICE AND NOTICE OF
      *                             CANCELLATION (DEFAULT 007, 030,
      *                             060; THEY MUST RISE, OR THE
      *                             DEFAULTS ARE USED).
      *                  CUSTOMER - CUSTOMER KSDS (RANDOM READ).
      *    I-O FILES:    BILLINV  - PREMIUM INVOICE KSDS (DUNNING
      *                             STAGE REWRITTEN).
      *                  COMMPOL  - COMMERCIAL POLICY MASTER.
      *                  AUDITJNL - COMMON AUDIT JOURNAL.
      *                  DUNLTR   - DUNNING LETTER KSDS (CREATED ON
      *                             FIRST USE).
      *    OUTPUT FILES: ARRRPT   - ARREARS AGING REPORT.
      *                  CANWORKR - CANCELLATION-FOR-NON-PAYMENT
      *                             WORKLIST.
      *                  CMPLOG   - BATCH COMPLETION LOG (LGCCMPL,
      *                             THROUGH LGACMP01).
      *
      *    RETURN CODE:  00 - NO ARREARS
      *                  04 - ARREARS REPORTED
      *
           SELECT BILLINV ASSIGN TO BILLINV
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS INV-KEY
              FILE STATUS IS BILLINV-STATUS.
      *
              ACCESS MODE IS RANDOM
              RECORD KEY IS AJR-KEY
              FILE STATUS IS AUDITJNL-STATUS.
      *
           SELECT CUSTOMER ASSIGN TO CUSTOMER
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS CUM-CUSTOMER-NUM
              FILE STATUS IS CUSTOMER-STATUS.
      *
           SELECT DUNLTR ASSIGN TO DUNLTR
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS DUN-KEY
              FILE STATUS IS DUNLTR-STATUS.
      *
           SELECT ARRRPT ASSIGN TO ARRRPT
              FILE STATUS IS ARRRPT-STATUS.
      *
           SELECT CANWORKR ASSIGN TO CANWORKR
              FILE STATUS IS CANWORKR-STATUS.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  AUDITJNL
           BLOCK CONTAINS 0 RECORDS.
       COPY LGCAJRF.
      *
       FD  CUSTOMER
           BLOCK CONTAINS 0 RECORDS.
       COPY LGCCUST.
      *
       FD  DUNLTR
           BLOCK CONTAINS 0 RECORDS.
       COPY LGCDUNL.
      *
       FD  ARRRPT
           BLOCK CONTAINS 0 RECORDS.
       01  ARRRPT-RECORD                  PIC X(100).
      *
       FD  CANWORKR
           BLOCK CONTAINS 0 RECORDS.
       01  CANWORKR-RECORD                PIC X(100).
      *
       WORKING-STORAGE SECTION.
      *
               88  AUDITJNL-OPEN-OK               VALUE '00'.
               88  AUDITJNL-NOT-FOUND             VALUE '35'.
               88  AUDITJNL-DUPLICATE             VALUE '22'.
           05  CUSTOMER-STATUS            PIC XX VALUE '00'.
               88  CUSTOMER-OPEN-OK               VALUE '00'.
           05  DUNLTR-STATUS              PIC XX VALUE '00'.
               88  DUNLTR-OPEN-OK                 VALUE '00'.
               88  DUNLTR-NOT-FOUND               VALUE '35'.
               88  DUNLTR-DUPLICATE               VALUE '22'.
           05  ARRRPT-STATUS              PIC XX VALUE '00'.
           05  CANWORKR-STATUS            PIC XX VALUE '00'.
           05  SW-DUNNING                 PIC X(01) VALUE 'N'.
               88  DUNNING-USABLE                 VALUE 'Y'.
           05  SW-STAGE-ADVANCED          PIC X(01) VALUE 'N'.
               88  STAGE-ADVANCED                 VALUE 'Y'.
           05  SW-EOF                     PIC X(01) VALUE 'N'.
               88  END-OF-FILE                    VALUE 'Y'.
      *
       01  WS-PARM-REC.
           05  WS-PARM-ESCALATE           PIC 9(03).
           05  WS-PARM-REMINDER           PIC 9(03).
           05  WS-PARM-FINAL              PIC 9(03).
           05  WS-PARM-CANCEL             PIC 9(03).
           05  FILLER                     PIC X(68).
       01  WS-PARM-REC-X REDEFINES WS-PARM-REC.
           05  WS-PARM-ESCALATE-X         PIC X(03).
           05  WS-PARM-REMINDER-X         PIC X(03).
           05  WS-PARM-FINAL-X            PIC X(03).
           05  WS-PARM-CANCEL-X           PIC X(03).
           05  FILLER                     PIC X(68).
      *
       01  WS-ESCALATE-DAYS               PIC 9(03) VALUE 060.
      *
      *    DUNNING THRESHOLDS - DAYS OVERDUE FOR EACH STAGE.
       01  WS-REMINDER-DAYS               PIC 9(03) VALUE 007.
       01  WS-FINAL-DAYS                  PIC 9(03) VALUE 030.
       01  WS-CANCEL-DAYS                 PIC 9(03) VALUE 060.
      *
       01  WS-TODAY-DATE                  PIC 9(08).
       01  WS-TODAY-INTDATE               PIC 9(07) VALUE ZERO.
       01  WS-TODAY-TIME                  PIC 9(06).
       01  WS-TODAY-DATE10                PIC X(10) VALUE SPACES.
       01  WS-DUE-NUMDATE                 PIC 9(08) VALUE ZERO.
       01  WS-DUE-INTDATE                 PIC 9(07) VALUE ZERO.
       01  WS-DAYS-OVERDUE                PIC S9(07) VALUE ZERO.
       01  WS-OUTSTANDING                 PIC 9(08)V99 VALUE ZERO.
      *
      *    ONE POLICY'S OVERDUE INVOICES, HELD UNTIL THE POLICY NUMBER
      *    CHANGES SO ITS UNUSED CREDIT CAN BE NETTED OFF FIRST.
       01  WS-POLICY-HOLD                 PIC 9(10) VALUE ZERO.
       01  WS-POLICY-CREDIT               PIC 9(09)V99 VALUE ZERO.
       01  WS-POLICY-NETTED               PIC 9(09)V99 VALUE ZERO.
       01  WS-ITEM-MAX                    PIC 9(03) COMP VALUE 100.
       01  WS-ITEM-COUNT                  PIC 9(03) COMP VALUE ZERO.
       01  WS-ITEM-SUB                    PIC 9(03) COMP VALUE ZERO.
       01  WS-ITEM-PICK                   PIC 9(03) COMP VALUE ZERO.
       01  WS-POLICY-ITEMS.
           05  WS-ITEM OCCURS 100 TIMES.
               10  WS-ITEM-CYCLE          PIC X(10).
               10  WS-ITEM-TYPE           PIC X(01).
               10  WS-ITEM-LINE           PIC X(01).
               10  WS-ITEM-CUSTOMER       PIC 9(10).
               10  WS-ITEM-DAYS-OVERDUE   PIC S9(07).
               10  WS-ITEM-OUTSTANDING    PIC 9(08)V99.
               10  WS-ITEM-DUE-DATE       PIC X(10).
               10  WS-ITEM-STAGE          PIC X(01).
               10  WS-ITEM-NEW-STAGE      PIC X(01).
      *
      *    THE ARREAR BEING AGED - SET FROM THE HELD ITEM FOR 0300.
       01  WS-ARR-POLICY-NUM              PIC 9(10) VALUE ZERO.
       01  WS-ARR-CYCLE                   PIC X(10) VALUE SPACES.
       01  WS-ARR-TYPE                    PIC X(01) VALUE SPACE.
           88  ARR-INSTALMENT                     VALUE 'I'.
       01  WS-ARR-TAG                     PIC X(07) VALUE SPACES.
       01  WS-ARR-REF                     PIC X(16) VALUE SPACES.
       01  WS-ARR-LINE                    PIC X(01) VALUE SPACE.
       01  WS-ARR-CUSTOMER-NUM            PIC 9(10) VALUE ZERO.
       01  WS-ARR-DUE-DATE                PIC X(10) VALUE SPACES.
       01  WS-ARR-STAGE                   PIC X(01) VALUE SPACE.
       01  WS-ARR-NEW-STAGE               PIC X(01) VALUE SPACE.
      *
      *    DUNNING - THE KEY OF THE NEXT RECORD OF THE PASS, READ
      *    BACK AFTER THE HELD POLICY'S STAGES ARE REWRITTEN, AND THE
      *    RUN'S COUNTS.
       01  WS-SAVE-INV-KEY                PIC X(20) VALUE SPACES.
       01  WS-DUN-STAGE                   PIC X(01) VALUE SPACE.
       01  WS-DUN-TEMPLATE                PIC X(06) VALUE SPACES.
       01  WS-DUN-STAGE-NAME              PIC X(22) VALUE SPACES.
       01  WS-DUN-NO-LETTER-REASON        PIC X(20) VALUE SPACES.
       01  WS-INVOICES-READ               PIC 9(07) COMP VALUE ZERO.
       01  WS-REMINDER-COUNT              PIC 9(07) COMP VALUE ZERO.
       01  WS-FINAL-COUNT                 PIC 9(07) COMP VALUE ZERO.
       01  WS-CANCEL-NOTICE-COUNT         PIC 9(07) COMP VALUE ZERO.
       01  WS-NO-LETTER-COUNT             PIC 9(07) COMP VALUE ZERO.
       01  WS-WORKLIST-COUNT              PIC 9(07) COMP VALUE ZERO.
       01  WS-CREDIT-NETTED-COUNT         PIC 9(07) COMP VALUE ZERO.
       01  WS-TOTAL-CREDIT-NETTED         PIC 9(11)V99 VALUE ZERO.
       01  WS-MISSED-INSTAL-COUNT         PIC 9(07) COMP VALUE ZERO.
       01  WS-TOTAL-MISSED-INSTAL         PIC 9(11)V99 VALUE ZERO.
      *
      *    AGING BANDS: 1-30 / 31-60 / 61-90 / OVER 90 DAYS.
       01  WS-BAND-SLOT                   PIC 9(01) VALUE 1.
       01  WS-ARREARS-SUMS.
       01  WS-RPT-CNT                     PIC Z(6)9.
       01  WS-RPT-AMT                     PIC -(9)9.99.
       01  WS-RPT-DAYS                    PIC Z(4)9.
      *
      *    STANDARD COMPLETION RECORD - SEE 0990-WRITE-COMPLETION.
       01  WS-CMP-TIME                    PIC X(08).
       01  WS-CMP-AREA.
           COPY LGCCMPL REPLACING LEADING ==CMP== BY ==WSCM==.
      *
       PROCEDURE DIVISION.
      *
      *
           PERFORM 0100-INITIALIZATION
           PERFORM 0200-AGE-INVOICES
              THRU 0200-AGE-INVOICES-EXIT
           PERFORM 0800-WRITE-AGING-SUMMARY
           PERFORM 0900-CLOSE-FILES
      *
                 MOVE 4                  TO RETURN-CODE
           END-EVALUATE
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
           OPEN OUTPUT ARRRPT
           MOVE '-------- LGRARR01 PREMIUM ARREARS AGING ---------'
                       WS-PARM-ESCALATE > ZERO
                       MOVE WS-PARM-ESCALATE TO WS-ESCALATE-DAYS
                    END-IF
                    IF WS-PARM-REMINDER-X NUMERIC AND
                       WS-PARM-REMINDER > ZERO
                       MOVE WS-PARM-REMINDER TO WS-REMINDER-DAYS
                    END-IF
                    IF WS-PARM-FINAL-X NUMERIC AND
                       WS-PARM-FINAL > ZERO
                       MOVE WS-PARM-FINAL    TO WS-FINAL-DAYS
                    END-IF
                    IF WS-PARM-CANCEL-X NUMERIC AND
                       WS-PARM-CANCEL > ZERO
                       MOVE WS-PARM-CANCEL   TO WS-CANCEL-DAYS
                    END-IF
              END-READ
              CLOSE ARRPARM
           END-IF
      *
           IF WS-REMINDER-DAYS NOT < WS-FINAL-DAYS
              OR WS-FINAL-DAYS NOT < WS-CANCEL-DAYS
              DISPLAY 'LGRARR01 - DUNNING THRESHOLDS DO NOT RISE - '
                      'DEFAULTS USED'
              MOVE 007                   TO WS-REMINDER-DAYS
              MOVE 030                   TO WS-FINAL-DAYS
              MOVE 060                   TO WS-CANCEL-DAYS
           END-IF
      *
           MOVE WS-ESCALATE-DAYS         TO WS-RPT-DAYS
           MOVE SPACES                   TO WS-REPORT-LINE
           STRING 'COMMERCIAL ESCALATION AGE DAYS=' WS-RPT-DAYS
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE ARRRPT-RECORD FROM WS-REPORT-LINE
           MOVE SPACES                   TO WS-REPORT-LINE
           STRING 'DUNNING DAYS - REMINDER=' WS-REMINDER-DAYS
                  ' FINAL NOTICE=' WS-FINAL-DAYS
                  ' NOTICE OF CANCELLATION=' WS-CANCEL-DAYS
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE ARRRPT-RECORD FROM WS-REPORT-LINE
      *
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           ACCEPT WS-TODAY-TIME FROM TIME
           COMPUTE WS-TODAY-INTDATE =
                   FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE)
           STRING WS-TODAY-DATE(1:4) '-' WS-TODAY-DATE(5:2) '-'
                  WS-TODAY-DATE(7:2)
                  DELIMITED BY SIZE INTO WS-TODAY-DATE10
      *
           PERFORM VARYING WS-BAND-SLOT FROM 1 BY 1
                   UNTIL WS-BAND-SLOT > 4
                           WS-BAND-COUNT(WS-BAND-SLOT)
           END-PERFORM
      *
           OPEN I-O BILLINV
           IF NOT BILLINV-VALID-STATUS
              DISPLAY '**LGRARR01 - BILLINV OPEN ERROR - STATUS '
                      BILLINV-STATUS
              CLOSE AUDITJNL
              OPEN I-O AUDITJNL
           END-IF
      *
           OPEN OUTPUT CANWORKR
           MOVE '-------- LGRARR01 CANCELLATION FOR NON-PAYMENT ---'
                TO CANWORKR-RECORD
           WRITE CANWORKR-RECORD
      *
           OPEN INPUT CUSTOMER
           OPEN I-O DUNLTR
           IF DUNLTR-NOT-FOUND
              OPEN OUTPUT DUNLTR
              CLOSE DUNLTR
              OPEN I-O DUNLTR
           END-IF
           IF CUSTOMER-OPEN-OK AND DUNLTR-OPEN-OK
              SET DUNNING-USABLE         TO TRUE
           ELSE
              DISPLAY '**LGRARR01 - CUSTOMER/DUNLTR OPEN ERROR - '
                      'STATUS ' CUSTOMER-STATUS '/' DUNLTR-STATUS
                      ' - NO DUNNING'
              MOVE 8                     TO RETURN-CODE
           END-IF
      *
       0100-INITIALIZATION-EXIT.
           EXIT.
              GO TO 0200-AGE-INVOICES-EXIT
           END-IF
           MOVE 'N'                      TO SW-EOF
           MOVE ZERO                     TO WS-ITEM-COUNT
                                            WS-POLICY-CREDIT
           PERFORM UNTIL END-OF-FILE
              READ BILLINV NEXT RECORD
                 AT END SET END-OF-FILE  TO TRUE
              END-READ
              IF NOT END-OF-FILE
                 ADD 1                   TO WS-INVOICES-READ
                 IF INV-POLICY-NUM NOT = WS-POLICY-HOLD
                    PERFORM 0250-AGE-ONE-POLICY
                    MOVE INV-POLICY-NUM  TO WS-POLICY-HOLD
                 END-IF
                 PERFORM 0220-HOLD-ONE-INVOICE
                    THRU 0220-HOLD-ONE-INVOICE-EXIT
              END-IF
           END-PERFORM
           PERFORM 0250-AGE-ONE-POLICY
      *
       0200-AGE-INVOICES-EXIT.
           EXIT.
      *
      *================================================================
      * 0220-HOLD-ONE-INVOICE - A CREDIT NOTE ADDS ITS UNUSED CREDIT
      *     TO THE POLICY'S CREDIT; AN INVOICE OR DEBIT NOTE WITH A
      *     BALANCE PAST ITS DUE DATE IS HELD FOR 0250.
      *================================================================
       0220-HOLD-ONE-INVOICE.
      *
           COMPUTE WS-OUTSTANDING =
                   INV-AMOUNT-DUE - INV-AMOUNT-PAID
           IF WS-OUTSTANDING NOT > ZERO
              GO TO 0220-HOLD-ONE-INVOICE-EXIT
           END-IF
      *
           IF INV-TYPE-CREDIT-NOTE
              IF NOT INV-STATUS-REFUND-HELD
                 ADD WS-OUTSTANDING      TO WS-POLICY-CREDIT
              END-IF
              GO TO 0220-HOLD-ONE-INVOICE-EXIT
           END-IF
      *
           MOVE INV-DUE-DATE(1:4)        TO WS-DUE-NUMDATE(1:4)
           COMPUTE WS-DAYS-OVERDUE =
                   WS-TODAY-INTDATE - WS-DUE-INTDATE
           IF WS-DAYS-OVERDUE NOT > ZERO
              GO TO 0220-HOLD-ONE-INVOICE-EXIT
           END-IF
      *
           IF WS-ITEM-COUNT NOT < WS-ITEM-MAX
              DISPLAY '**LGRARR01 - MORE THAN 100 ARREARS ON POLICY '
                      INV-POLICY-NUM ' - NOT ALL AGED'
              MOVE 8                     TO RETURN-CODE
              GO TO 0220-HOLD-ONE-INVOICE-EXIT
           END-IF
      *
           ADD 1                         TO WS-ITEM-COUNT
           MOVE INV-CYCLE-DATE           TO WS-ITEM-CYCLE(WS-ITEM-COUNT)
           MOVE INV-TYPE                 TO WS-ITEM-TYPE(WS-ITEM-COUNT)
           MOVE INV-LINE                 TO WS-ITEM-LINE(WS-ITEM-COUNT)
           MOVE INV-CUSTOMER-NUM         TO
                WS-ITEM-CUSTOMER(WS-ITEM-COUNT)
           MOVE WS-DAYS-OVERDUE          TO
                WS-ITEM-DAYS-OVERDUE(WS-ITEM-COUNT)
           MOVE WS-OUTSTANDING           TO
                WS-ITEM-OUTSTANDING(WS-ITEM-COUNT)
           MOVE INV-DUE-DATE             TO
                WS-ITEM-DUE-DATE(WS-ITEM-COUNT)
           MOVE INV-DUNNING-STAGE        TO
                WS-ITEM-STAGE(WS-ITEM-COUNT)
           MOVE SPACE                    TO
                WS-ITEM-NEW-STAGE(WS-ITEM-COUNT)
      *
       0220-HOLD-ONE-INVOICE-EXIT.
           EXIT.
      *
      *================================================================
      * 0250-AGE-ONE-POLICY - NETS THE POLICY'S UNUSED CREDIT OFF ITS
      *     MOST OVERDUE HELD INVOICE FIRST, THEN AGES WHAT IS LEFT
      *     OF EACH ONE, REWRITES ANY DUNNING STAGE THAT MOVED, AND
      *     CLEARS THE HOLD FOR THE NEXT POLICY.
      *================================================================
       0250-AGE-ONE-POLICY.
      *
           MOVE ZERO                     TO WS-POLICY-NETTED
           PERFORM UNTIL WS-POLICY-CREDIT = ZERO
              MOVE ZERO                  TO WS-ITEM-PICK
              PERFORM VARYING WS-ITEM-SUB FROM 1 BY 1
                      UNTIL WS-ITEM-SUB > WS-ITEM-COUNT
                 IF WS-ITEM-OUTSTANDING(WS-ITEM-SUB) > ZERO
                    IF WS-ITEM-PICK = ZERO
                       MOVE WS-ITEM-SUB  TO WS-ITEM-PICK
                    ELSE
                       IF WS-ITEM-DAYS-OVERDUE(WS-ITEM-SUB) >
                          WS-ITEM-DAYS-OVERDUE(WS-ITEM-PICK)
                          MOVE WS-ITEM-SUB TO WS-ITEM-PICK
                       END-IF
                    END-IF
                 END-IF
              END-PERFORM
              IF WS-ITEM-PICK = ZERO
                 MOVE ZERO               TO WS-POLICY-CREDIT
              ELSE
                 IF WS-POLICY-CREDIT <
                    WS-ITEM-OUTSTANDING(WS-ITEM-PICK)
                    SUBTRACT WS-POLICY-CREDIT FROM
                             WS-ITEM-OUTSTANDING(WS-ITEM-PICK)
                    ADD WS-POLICY-CREDIT TO WS-POLICY-NETTED
                    MOVE ZERO            TO WS-POLICY-CREDIT
                 ELSE
                    SUBTRACT WS-ITEM-OUTSTANDING(WS-ITEM-PICK)
                        FROM WS-POLICY-CREDIT
                    ADD WS-ITEM-OUTSTANDING(WS-ITEM-PICK)
                        TO WS-POLICY-NETTED
                    MOVE ZERO TO WS-ITEM-OUTSTANDING(WS-ITEM-PICK)
                 END-IF
              END-IF
           END-PERFORM
      *
           IF WS-POLICY-NETTED > ZERO
              ADD 1                      TO WS-CREDIT-NETTED-COUNT
              ADD WS-POLICY-NETTED       TO WS-TOTAL-CREDIT-NETTED
              MOVE WS-POLICY-NETTED      TO WS-RPT-AMT
              MOVE SPACES                TO WS-REPORT-LINE
              STRING 'NETTED   POLICY ' WS-POLICY-HOLD
                     ' UNUSED CREDIT TAKEN OFF ARREARS=' WS-RPT-AMT
                     DELIMITED BY SIZE INTO WS-REPORT-LINE
              WRITE ARRRPT-RECORD FROM WS-REPORT-LINE
           END-IF
      *
           MOVE WS-POLICY-HOLD           TO WS-ARR-POLICY-NUM
           PERFORM VARYING WS-ITEM-SUB FROM 1 BY 1
                   UNTIL WS-ITEM-SUB > WS-ITEM-COUNT
              IF WS-ITEM-OUTSTANDING(WS-ITEM-SUB) > ZERO
                 MOVE WS-ITEM-CYCLE(WS-ITEM-SUB) TO WS-ARR-CYCLE
                 MOVE WS-ITEM-TYPE(WS-ITEM-SUB)  TO WS-ARR-TYPE
                 MOVE WS-ITEM-LINE(WS-ITEM-SUB)  TO WS-ARR-LINE
                 MOVE WS-ITEM-CUSTOMER(WS-ITEM-SUB)
                   TO WS-ARR-CUSTOMER-NUM
                 MOVE WS-ITEM-DAYS-OVERDUE(WS-ITEM-SUB)
                   TO WS-DAYS-OVERDUE
                 MOVE WS-ITEM-OUTSTANDING(WS-ITEM-SUB)
                   TO WS-OUTSTANDING
                 MOVE WS-ITEM-DUE-DATE(WS-ITEM-SUB)
                   TO WS-ARR-DUE-DATE
                 MOVE WS-ITEM-STAGE(WS-ITEM-SUB) TO WS-ARR-STAGE
                 MOVE SPACE              TO WS-ARR-NEW-STAGE
                 PERFORM 0300-AGE-ONE-INVOICE
                 MOVE WS-ARR-NEW-STAGE
                   TO WS-ITEM-NEW-STAGE(WS-ITEM-SUB)
              END-IF
           END-PERFORM
      *
           IF STAGE-ADVANCED
              PERFORM 0460-REWRITE-STAGES
                 THRU 0460-REWRITE-STAGES-EXIT
           END-IF
      *
           MOVE ZERO                     TO WS-ITEM-COUNT
                                            WS-POLICY-CREDIT
      *
       0250-AGE-ONE-POLICY-EXIT.
           EXIT.
      *
       0300-AGE-ONE-INVOICE.
      *
           ADD 1                         TO WS-ARREARS-COUNT
           ADD WS-OUTSTANDING            TO WS-TOTAL-ARREARS
               WS-BAND-AMOUNT(WS-BAND-SLOT)
           ADD 1                         TO
               WS-BAND-COUNT(WS-BAND-SLOT)
      *
           IF ARR-INSTALMENT
              ADD 1                      TO WS-MISSED-INSTAL-COUNT
              ADD WS-OUTSTANDING         TO WS-TOTAL-MISSED-INSTAL
              MOVE 'MISSED '             TO WS-ARR-TAG
              MOVE SPACES                TO WS-ARR-REF
              STRING ' INSTAL ' WS-ARR-CYCLE
                     DELIMITED BY SIZE INTO WS-ARR-REF
           ELSE
              MOVE 'ARREAR '             TO WS-ARR-TAG
              MOVE SPACES                TO WS-ARR-REF
           END-IF
      *
           MOVE WS-OUTSTANDING           TO WS-RPT-AMT
           MOVE WS-DAYS-OVERDUE          TO WS-RPT-DAYS
           MOVE SPACES                   TO WS-REPORT-LINE
           STRING WS-ARR-TAG WS-ARR-LINE
                  ' POLICY ' WS-ARR-POLICY-NUM
                  ' CUSTOMER ' WS-ARR-CUSTOMER-NUM
                  ' OVERDUE' WS-RPT-DAYS
                  ' OWES=' WS-RPT-AMT
                  WS-ARR-REF
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE ARRRPT-RECORD FROM WS-REPORT-LINE
      *
           IF WS-ARR-LINE = 'C'
              AND WS-DAYS-OVERDUE > WS-ESCALATE-DAYS
              PERFORM 0500-LAPSE-COMMERCIAL
                 THRU 0500-LAPSE-COMMERCIAL-EXIT
           END-IF
      *
           IF (WS-ARR-LINE = 'H' OR 'M' OR 'E')
              AND DUNNING-USABLE
              PERFORM 0400-DUN-ONE-INVOICE
                 THRU 0400-DUN-ONE-INVOICE-EXIT
           END-IF
      *
       0300-AGE-ONE-INVOICE-EXIT.
           EXIT.
      *
      *================================================================
      * 0400-DUN-ONE-INVOICE - THE HIGHEST STAGE WHOSE THRESHOLD THE
      *     DAYS OVERDUE HAVE REACHED.  WHEN IT IS BEYOND THE STAGE ON
      *     THE INVOICE, WRITES THE LETTER FOR IT AND HANDS THE NEW
      *     STAGE BACK IN WS-ARR-NEW-STAGE FOR 0460 TO REWRITE.  A
      *     LETTER ALREADY ON DUNLTR (A RERUN AFTER A FAILURE) IS NOT
      *     WRITTEN AGAIN BUT STILL MOVES THE STAGE.
      *================================================================
       0400-DUN-ONE-INVOICE.
      *
           EVALUATE TRUE
              WHEN WS-DAYS-OVERDUE NOT < WS-CANCEL-DAYS
                 MOVE '3'                TO WS-DUN-STAGE
                 MOVE 'DUNCAN'           TO WS-DUN-TEMPLATE
                 MOVE 'NOTICE OF CANCELLATION'
                                         TO WS-DUN-STAGE-NAME
              WHEN WS-DAYS-OVERDUE NOT < WS-FINAL-DAYS
                 MOVE '2'                TO WS-DUN-STAGE
                 MOVE 'DUNFIN'           TO WS-DUN-TEMPLATE
                 MOVE 'FINAL NOTICE'     TO WS-DUN-STAGE-NAME
              WHEN WS-DAYS-OVERDUE NOT < WS-REMINDER-DAYS
                 MOVE '1'                TO WS-DUN-STAGE
                 MOVE 'DUNREM'           TO WS-DUN-TEMPLATE
                 MOVE 'REMINDER'         TO WS-DUN-STAGE-NAME
              WHEN OTHER
                 GO TO 0400-DUN-ONE-INVOICE-EXIT
           END-EVALUATE
      *
           IF WS-DUN-STAGE NOT > WS-ARR-STAGE
              GO TO 0400-DUN-ONE-INVOICE-EXIT
           END-IF
      *
           PERFORM 0420-ADDRESS-LETTER
              THRU 0420-ADDRESS-LETTER-EXIT
           IF WS-DUN-NO-LETTER-REASON NOT = SPACES
              ADD 1                      TO WS-NO-LETTER-COUNT
              MOVE SPACES                TO WS-REPORT-LINE
              STRING 'NO LETTER POLICY ' WS-ARR-POLICY-NUM
                     ' CUSTOMER ' WS-ARR-CUSTOMER-NUM
                     ' - ' WS-DUN-NO-LETTER-REASON
                     DELIMITED BY SIZE INTO WS-REPORT-LINE
              WRITE ARRRPT-RECORD FROM WS-REPORT-LINE
              GO TO 0400-DUN-ONE-INVOICE-EXIT
           END-IF
      *
           MOVE CUM-CUSTOMER-NUM         TO DUN-CUSTOMER-NUM
           MOVE WS-ARR-POLICY-NUM        TO DUN-POLICY-NUM
           MOVE WS-ARR-CYCLE             TO DUN-CYCLE-DATE
           MOVE WS-DUN-STAGE             TO DUN-STAGE
           MOVE WS-ARR-LINE              TO DUN-LINE
           MOVE WS-ARR-TYPE              TO DUN-INVOICE-TYPE
           MOVE WS-DUN-TEMPLATE          TO DUN-TEMPLATE
           MOVE WS-TODAY-DATE10          TO DUN-LETTER-DATE
           MOVE WS-ARR-DUE-DATE          TO DUN-DUE-DATE
           MOVE WS-DAYS-OVERDUE          TO DUN-DAYS-OVERDUE
           MOVE WS-OUTSTANDING           TO DUN-AMOUNT-OWED
           MOVE CUM-FIRST-NAME           TO DUN-FIRST-NAME
           MOVE CUM-LAST-NAME            TO DUN-LAST-NAME
           MOVE CUM-HOUSE-NAME           TO DUN-HOUSE-NAME
           MOVE CUM-HOUSE-NUM            TO DUN-HOUSE-NUM
           MOVE CUM-POSTCODE             TO DUN-POSTCODE
      *
           WRITE DUNNING-LETTER-RECORD
           EVALUATE TRUE
              WHEN DUNLTR-OPEN-OK
                 EVALUATE WS-DUN-STAGE
                    WHEN '1'
                       ADD 1             TO WS-REMINDER-COUNT
                    WHEN '2'
                       ADD 1             TO WS-FINAL-COUNT
                    WHEN OTHER
                       ADD 1             TO WS-CANCEL-NOTICE-COUNT
                 END-EVALUATE
              WHEN DUNLTR-DUPLICATE
                 MOVE '00'               TO DUNLTR-STATUS
              WHEN OTHER
                 DISPLAY '**LGRARR01 - DUNLTR WRITE ERROR - STATUS '
                         DUNLTR-STATUS
                 MOVE 8                  TO RETURN-CODE
                 MOVE '00'               TO DUNLTR-STATUS
                 GO TO 0400-DUN-ONE-INVOICE-EXIT
           END-EVALUATE
      *
           MOVE WS-DUN-STAGE             TO WS-ARR-NEW-STAGE
           SET STAGE-ADVANCED            TO TRUE
      *
           MOVE SPACES                   TO WS-REPORT-LINE
           STRING 'DUNNED   POLICY ' WS-ARR-POLICY-NUM
                  ' CUSTOMER ' CUM-CUSTOMER-NUM
                  ' STAGE ' WS-DUN-STAGE ' ' WS-DUN-STAGE-NAME
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE ARRRPT-RECORD FROM WS-REPORT-LINE
      *
           IF WS-DUN-STAGE = '3'
              AND (WS-ARR-LINE = 'H' OR 'M')
              PERFORM 0440-WRITE-WORKLIST
                 THRU 0440-WRITE-WORKLIST-EXIT
           END-IF
      *
       0400-DUN-ONE-INVOICE-EXIT.
           EXIT.
      *
      *================================================================
      * 0420-ADDRESS-LETTER - THE ARREAR'S CUSTOMER, OR THE SURVIVOR
      *     IF IT HAS BEEN MERGED.  AN ANONYMISED CUSTOMER HAS NO
      *     NAME OR ADDRESS LEFT TO WRITE TO.
      *================================================================
       0420-ADDRESS-LETTER.
      *
           MOVE SPACES                   TO WS-DUN-NO-LETTER-REASON
           MOVE WS-ARR-CUSTOMER-NUM      TO CUM-CUSTOMER-NUM
           READ CUSTOMER
           IF CUSTOMER-OPEN-OK AND CUM-MERGED-TO > ZERO
              MOVE CUM-MERGED-TO         TO CUM-CUSTOMER-NUM
              READ CUSTOMER
           END-IF
           IF NOT CUSTOMER-OPEN-OK
              MOVE '00'                  TO CUSTOMER-STATUS
              MOVE 'NO CUSTOMER'         TO WS-DUN-NO-LETTER-REASON
              GO TO 0420-ADDRESS-LETTER-EXIT
           END-IF
           IF CUM-ANONYMISED-DATE NOT = SPACES
              MOVE 'CUSTOMER ANONYMISED' TO WS-DUN-NO-LETTER-REASON
           END-IF
      *
       0420-ADDRESS-LETTER-EXIT.
           EXIT.
      *
      *================================================================
      * 0440-WRITE-WORKLIST - A HOUSE OR MOTOR POLICY SENT ITS NOTICE
      *     OF CANCELLATION GOES ON THE DESK'S WORKLIST, ONCE, ON THE
      *     RUN THAT SENDS THE NOTICE.
      *================================================================
       0440-WRITE-WORKLIST.
      *
           ADD 1                         TO WS-WORKLIST-COUNT
           MOVE WS-OUTSTANDING           TO WS-RPT-AMT
           MOVE WS-DAYS-OVERDUE          TO WS-RPT-DAYS
           MOVE SPACES                   TO WS-REPORT-LINE
           STRING 'CANCEL ' WS-ARR-LINE
                  ' POLICY ' WS-ARR-POLICY-NUM
                  ' CUSTOMER ' CUM-CUSTOMER-NUM
                  ' CYCLE ' WS-ARR-CYCLE
                  ' OVERDUE' WS-RPT-DAYS
                  ' OWES=' WS-RPT-AMT
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE CANWORKR-RECORD FROM WS-REPORT-LINE
      *
       0440-WRITE-WORKLIST-EXIT.
           EXIT.
      *
      *================================================================
      * 0460-REWRITE-STAGES - PUTS THE NEW DUNNING STAGES ON THE HELD
      *     POLICY'S INVOICES.  THE PASS HAS ALREADY READ THE NEXT
      *     POLICY'S FIRST RECORD, SO ITS KEY IS KEPT, THE RECORD READ
      *     BACK AND THE PASS STARTED AGAIN PAST IT, AS LGRRCP01 DOES.
      *================================================================
       0460-REWRITE-STAGES.
      *
           IF NOT END-OF-FILE
              MOVE INV-KEY               TO WS-SAVE-INV-KEY
           END-IF
      *
           PERFORM 0470-REWRITE-ONE-STAGE
              THRU 0470-REWRITE-ONE-STAGE-EXIT
              VARYING WS-ITEM-SUB FROM 1 BY 1
                UNTIL WS-ITEM-SUB > WS-ITEM-COUNT
      *
           MOVE 'N'                      TO SW-STAGE-ADVANCED
           IF END-OF-FILE
              GO TO 0460-REWRITE-STAGES-EXIT
           END-IF
      *
           MOVE WS-SAVE-INV-KEY          TO INV-KEY
           READ BILLINV
           IF NOT BILLINV-OPEN-OK
              DISPLAY '**LGRARR01 - BILLINV REREAD ERROR - STATUS '
                      BILLINV-STATUS
              MOVE 8                     TO RETURN-CODE
              SET END-OF-FILE            TO TRUE
              GO TO 0460-REWRITE-STAGES-EXIT
           END-IF
           START BILLINV KEY > INV-KEY
              INVALID KEY SET END-OF-FILE TO TRUE
           END-START
      *
       0460-REWRITE-STAGES-EXIT.
           EXIT.
      *
       0470-REWRITE-ONE-STAGE.
      *
           IF WS-ITEM-NEW-STAGE(WS-ITEM-SUB) = SPACE
              GO TO 0470-REWRITE-ONE-STAGE-EXIT
           END-IF
      *
           MOVE WS-POLICY-HOLD           TO INV-POLICY-NUM
           MOVE WS-ITEM-CYCLE(WS-ITEM-SUB) TO INV-CYCLE-DATE
           READ BILLINV
           IF NOT BILLINV-OPEN-OK
              DISPLAY '**LGRARR01 - BILLINV READ ERROR - STATUS '
                      BILLINV-STATUS ' POLICY ' WS-POLICY-HOLD
              MOVE 8                     TO RETURN-CODE
              GO TO 0470-REWRITE-ONE-STAGE-EXIT
           END-IF
      *
           MOVE WS-ITEM-NEW-STAGE(WS-ITEM-SUB) TO INV-DUNNING-STAGE
           REWRITE PREMIUM-INVOICE-RECORD
           IF NOT BILLINV-OPEN-OK
              DISPLAY '**LGRARR01 - BILLINV REWRITE ERROR - STATUS '
                      BILLINV-STATUS ' POLICY ' WS-POLICY-HOLD
              MOVE 8                     TO RETURN-CODE
           END-IF
      *
       0470-REWRITE-ONE-STAGE-EXIT.
           EXIT.
      *
      *================================================================
      * 0500-LAPSE-COMMERCIAL - MOVES THE POLICY BOUND (3000) TO
      *     LAPSED (5000), THE TRANSITION THE CBSTM TABLE IN LGCCOMM
      *     ALLOWS FOR ARREARS.  A POLICY NOT AT BOUND IS LEFT ALONE
              GO TO 0500-LAPSE-COMMERCIAL-EXIT
           END-IF
      *
           MOVE WS-ARR-POLICY-NUM        TO CML-POLICY-NUM
           READ COMMPOL
           IF NOT COMMPOL-OPEN-OK
              MOVE '00'                  TO COMMPOL-STATUS
           MOVE WS-TODAY-DATE            TO CML-B-STATUS-DATE
           MOVE SPACES                   TO CML-B-REJECTREASON
           STRING 'PREMIUM UNPAID - LAPSED BY LGRARR01, CYCLE '
                  WS-ARR-CYCLE
                  DELIMITED BY SIZE INTO CML-B-REJECTREASON
      *
           REWRITE COMMERCIAL-POLICY-MASTER-RECORD
           MOVE COMMERCIAL-POLICY-MASTER-RECORD
             TO AJR-AFTER-IMAGE
           PERFORM 0600-WRITE-JOURNAL
              THRU 0600-WRITE-JOURNAL-EXIT
      *
           MOVE SPACES                   TO WS-REPORT-LINE
           STRING 'LAPSED - COMMERCIAL POLICY ' WS-ARR-POLICY-NUM
                  ' MOVED 3000 TO 5000 FOR NON-PAYMENT'
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE ARRRPT-RECORD FROM WS-REPORT-LINE
                  '  COMMERCIAL LAPSES=' WS-RPT-CNT
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE ARRRPT-RECORD FROM WS-REPORT-LINE
           MOVE WS-TOTAL-CREDIT-NETTED   TO WS-RPT-AMT
           MOVE WS-CREDIT-NETTED-COUNT   TO WS-RPT-CNT
           MOVE SPACES                   TO WS-REPORT-LINE
           STRING 'CREDIT NETTED=' WS-RPT-AMT
                  '  POLICIES NETTED=' WS-RPT-CNT
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE ARRRPT-RECORD FROM WS-REPORT-LINE
           MOVE WS-TOTAL-MISSED-INSTAL   TO WS-RPT-AMT
           MOVE WS-MISSED-INSTAL-COUNT   TO WS-RPT-CNT
           MOVE SPACES                   TO WS-REPORT-LINE
           STRING 'MISSED INSTALS=' WS-RPT-AMT
                  '  INSTALMENTS=' WS-RPT-CNT
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE ARRRPT-RECORD FROM WS-REPORT-LINE
      *
           MOVE WS-REMINDER-COUNT        TO WS-RPT-CNT
           MOVE SPACES                   TO WS-REPORT-LINE
           STRING 'DUNNING REMINDERS=' WS-RPT-CNT
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE ARRRPT-RECORD FROM WS-REPORT-LINE
           MOVE WS-FINAL-COUNT           TO WS-RPT-CNT
           MOVE SPACES                   TO WS-REPORT-LINE
           STRING 'FINAL NOTICES=' WS-RPT-CNT
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE ARRRPT-RECORD FROM WS-REPORT-LINE
           MOVE WS-CANCEL-NOTICE-COUNT   TO WS-RPT-CNT
           MOVE SPACES                   TO WS-REPORT-LINE
           STRING 'NOTICES OF CANCELLATION=' WS-RPT-CNT
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE ARRRPT-RECORD FROM WS-REPORT-LINE
           MOVE WS-NO-LETTER-COUNT       TO WS-RPT-CNT
           MOVE SPACES                   TO WS-REPORT-LINE
           STRING 'NO LETTER (NO ADDRESS)=' WS-RPT-CNT
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE ARRRPT-RECORD FROM WS-REPORT-LINE
      *
           MOVE WS-WORKLIST-COUNT        TO WS-RPT-CNT
           MOVE SPACES                   TO WS-REPORT-LINE
           STRING 'POLICIES FOR CANCELLATION=' WS-RPT-CNT
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE CANWORKR-RECORD FROM WS-REPORT-LINE
      *
           DISPLAY 'LGRARR01 - ARREARS=' WS-TOTAL-ARREARS
                   ' LAPSES=' WS-LAPSE-COUNT
                   ' CANCELLATION WORKLIST=' WS-WORKLIST-COUNT
      *
       0800-WRITE-AGING-SUMMARY-EXIT.
           EXIT.
           IF AUDITJNL-OPEN-OK
              CLOSE AUDITJNL
           END-IF
           IF CUSTOMER-OPEN-OK
              CLOSE CUSTOMER
           END-IF
           IF DUNLTR-OPEN-OK
              CLOSE DUNLTR
           END-IF
           CLOSE ARRRPT
           CLOSE CANWORKR
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
           MOVE 'LGRARR01'               TO WSCM-PROGRAM
           MOVE 'BILLINV'                TO WSCM-INPUT-DD
           MOVE WS-INVOICES-READ         TO WSCM-RECS-IN
           MOVE 'DUNLTR'                 TO WSCM-OUTPUT-DD
           COMPUTE WSCM-RECS-OUT = WS-REMINDER-COUNT + WS-FINAL-COUNT
                                 + WS-CANCEL-NOTICE-COUNT
           MOVE 'ARREARS'                TO WSCM-CONTROL-NAME
           MOVE WS-TOTAL-ARREARS         TO WSCM-CONTROL-TOTAL
           MOVE RETURN-CODE              TO WSCM-RETURN-CODE
           CALL 'LGACMP01' USING WS-CMP-AREA
           MOVE WSCM-RETURN-CODE         TO RETURN-CODE
      *
       0990-WRITE-COMPLETION-EXIT.
           EXIT.
