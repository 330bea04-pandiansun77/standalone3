       IDENTIFICATION DIVISION.
       PROGRAM-ID. INSB628.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      *
      *================================================================
      *    FUNCTION:
      *      RECEIVING-SIDE BALANCING AND RECONCILIATION FOR THE
      *      ECMF610A DIGITAL-CHANNEL PRICE FILE INSB610 WRITES FOR
      *      THE WEB STORE AND MOBILE APP.  RUN BEFORE THE CHANNEL
      *      FILE IS LOADED:
      *        - BALANCING, AS INSB611 DOES FOR PRCF610B: THE HDR
      *          MUST BE PRESENT, THE DETAILS ARE RE-COUNTED AND
      *          THEIR REGULAR RETAIL AND SALE PRICE RE-ADDED AND
      *          COMPARED WITH THE TRL CONTROL RECORD.
      *        - RECONCILIATION: EVERY PRCF610B DETAIL FOR A
      *          FULFILMENT LOCATION IS EXPECTED ON THE CHANNEL FILE
      *          ONCE FOR EACH CHANNEL THAT LOCATION FULFILS, WITH
      *          THE SAME REGULAR RETAIL, SALE PRICE, DEAL, GOODTHRU
      *          DATE, UNIT PRICE AND EFFECTIVE DATE.  BOTH FILES
      *          ARE SORTED TOGETHER BY CHANNEL, STORE, ITEM AND
      *          TRANSACTION CODE AND MATCHED; RECORDS ON ONE SIDE
      *          ONLY AND EVERY FIELD THAT DISAGREES ARE LISTED.
      *
      *    INPUT FILES:  ECMF610P - FULFILMENT LOCATION CARDS, THE
      *                             SAME CARDS INSB610 WAS GIVEN:
      *                     COLS  1-04  FULFILMENT LOCATION
      *                     COLS  6-08  CHANNEL (WEB / APP)
      *                  ECMF610A - CHANNEL PRICE FILE WITH HDR/TRL
      *                  PRCF610B - STORE PRICE EXTRACT WITH HDR/TRL
      *
      *    OUTPUT FILE:  ECMR628A - RECONCILIATION REPORT
      *
      *    RETURN CODE:  00 - FILE BALANCES AND AGREES WITH PRCF610B
      *                  04 - FILE BALANCES, DIFFERENCES LISTED ON
      *                       ECMR628A
      *                  08 - A FILE IS MISSING OR COULD NOT BE
      *                       OPENED, OR NO FULFILMENT CARDS
      *                  12 - HEADER OR TRAILER CONTROL RECORD MISSING
      *                  16 - COUNT OR HASH TOTALS DO NOT BALANCE
      *================================================================
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT ECMF610P ASSIGN TO ECMF610P
              FILE STATUS IS ECMF610P-STATUS.

           SELECT ECMF610A ASSIGN TO ECMF610A
              FILE STATUS IS ECMF610A-STATUS.

           SELECT PRCF610B ASSIGN TO PRCF610B
              FILE STATUS IS PRCF610B-STATUS.

           SELECT ECMR628A ASSIGN TO ECMR628A
              FILE STATUS IS ECMR628A-STATUS.

           SELECT SRTF628W ASSIGN TO SRTF628W.

       DATA DIVISION.
       FILE SECTION.

       FD  ECMF610P
           BLOCK CONTAINS 0 RECORDS.
       01  ECMF610P-RECORD                PIC X(80).

       FD  ECMF610A
           BLOCK CONTAINS 0 RECORDS.
       01  ECMF610A-RECORD                PIC X(100).

       FD  PRCF610B
           BLOCK CONTAINS 0 RECORDS.
       01  PRCF610B-RECORD                PIC X(150).

       FD  ECMR628A
           BLOCK CONTAINS 0 RECORDS.
       01  ECMR628A-RECORD                PIC X(80).

      *--  SRT-SOURCE 'C' CHANNEL FILE / 'S' STORE FILE.  'C' SORTS
      *--  AHEAD OF 'S' SO EACH CHANNEL RECORD IS IN HAND WHEN ITS
      *--  STORE-FILE PARTNER ARRIVES --------------------------------*
       SD  SRTF628W.
       01  SRT-PRICE-REC.
           05  SRT-CHANNEL               PIC X(03).
           05  SRT-STORE                 PIC 9(04).
           05  SRT-ITEM                  PIC 9(09).
           05  SRT-TCODE                 PIC X(01).
           05  SRT-SOURCE                PIC X(01).
               88  SRT-FROM-CHANNEL              VALUE 'C'.
           05  SRT-REG-RTL               PIC S9(07)V99.
           05  SRT-SALE-PRC              PIC S9(07)V99.
           05  SRT-DEAL-QTY              PIC 9(02).
           05  SRT-DEAL-AMT              PIC S9(07)V99.
           05  SRT-SALE-END-DT           PIC 9(08).
           05  SRT-UNIT-PRC              PIC S9(05)V999.
           05  SRT-UNIT-UOM              PIC X(03).
           05  SRT-EFF-DATE              PIC 9(08).

       WORKING-STORAGE SECTION.

       77  FILLER                         PIC X(36) VALUE
                   'INSB628 WORKING STORAGE BEGINS HERE'.

       01  WS-AREA.
           05  ECMF610P-STATUS            PIC XX  VALUE '00'.
               88  ECMF610P-OPEN-OK               VALUE '00' '97'.
           05  ECMF610A-STATUS            PIC XX  VALUE '00'.
               88  ECMF610A-OPEN-OK               VALUE '00' '97'.
           05  PRCF610B-STATUS            PIC XX  VALUE '00'.
               88  PRCF610B-OPEN-OK               VALUE '00' '97'.
           05  ECMR628A-STATUS            PIC XX  VALUE '00'.
               88  ECMR628A-VALID-STATUS          VALUE '00'.

      *--  FULFILMENT LOCATION CARDS ---------------------------------*
       01  ECMF610P-REC.
           05  ECMP-CARD-STORE           PIC 9(04).
           05  ECMP-CARD-STORE-X REDEFINES ECMP-CARD-STORE
                                         PIC X(04).
           05  FILLER                    PIC X(01).
           05  ECMP-CARD-CHANNEL         PIC X(03).
               88  ECMP-VALID-CHANNEL            VALUE 'WEB' 'APP'.
           05  FILLER                    PIC X(72).

       01  ECM-MAX                       PIC 9(03) COMP VALUE 200.
       01  ECM-IDX                       PIC 9(03) COMP VALUE ZERO.
       01  ECM-END                       PIC 9(03) COMP VALUE ZERO.
       01  ECM-TABLE.
           05  ECM-ENTRY OCCURS 200 TIMES.
               10  ECM-STORE             PIC 9(04).
               10  ECM-CHANNEL           PIC X(03).
       01  WS-ECMF610P-EOF-SW            PIC X(01) VALUE 'N'.
           88  ECMF610P-EOF                      VALUE 'Y'.
       01  WS-ECM-CARD-OK-SW             PIC X(01) VALUE 'Y'.
           88  ECM-CARD-OK                       VALUE 'Y'.

      *--  CHANNEL FILE VIEWS ----------------------------------------*
       01  WS-ECMF610A-EOF-SW            PIC X(01) VALUE 'N'.
           88  ECMF610A-EOF                      VALUE 'Y'.
       01  WS-ECM-INPUT-REC              PIC X(100).

       01  WS-ECM-DETAIL-REC.
           05  WS-ECMA-CHANNEL           PIC X(03).
           05  WS-ECMA-STORE             PIC 9(04).
           05  WS-ECMA-ITEM-NUM          PIC 9(09).
           05  WS-ECMA-TCODE             PIC X(01).
           05  WS-ECMA-DEPT              PIC 9(05).
           05  WS-ECMA-ITEM-DESC         PIC X(20).
           05  WS-ECMA-REG-RTL           PIC S9(07)V99.
           05  WS-ECMA-SALE-PRC          PIC S9(07)V99.
           05  WS-ECMA-DEAL-QTY          PIC 9(02).
           05  WS-ECMA-DEAL-AMT          PIC S9(07)V99.
           05  WS-ECMA-SALE-END-DT       PIC 9(08).
           05  WS-ECMA-UNIT-PRC          PIC S9(05)V999.
           05  WS-ECMA-UNIT-UOM          PIC X(03).
           05  WS-ECMA-EFF-DATE          PIC 9(08).
           05  FILLER                    PIC X(02).

       01  WS-ECM-HDR-REC.
           05  FILLER                    PIC X(03).
           05  WS-ECMH-RUN-DATE          PIC X(10).
           05  WS-ECMH-EFF-DATE          PIC 9(08).
           05  FILLER                    PIC X(79).

       01  WS-ECM-TRL-REC.
           05  FILLER                    PIC X(03).
           05  WS-ECMT-DETAIL-COUNT      PIC 9(09).
           05  WS-ECMT-HASH-REG-RTL      PIC S9(13)V99.
           05  WS-ECMT-HASH-SALE-PRC     PIC S9(13)V99.
           05  FILLER                    PIC X(58).

      *--  STORE FILE VIEWS ------------------------------------------*
       01  WS-PRCF610B-EOF-SW            PIC X(01) VALUE 'N'.
           88  PRCF610B-EOF                      VALUE 'Y'.
       01  WS-PRC-INPUT-REC              PIC X(150).

       01  WS-PRC-DETAIL-REC.
           05  WS-PRC-ITEM-NUM           PIC 9(09).
           05  WS-PRC-STORE              PIC 9(04).
           05  FILLER                    PIC X(07).
           05  WS-PRC-TCODE              PIC X(01).
           05  FILLER                    PIC X(21).
           05  WS-PRC-CONSUMER-SELL      PIC S9(07)V99.
           05  WS-PRC-EFF-DATE           PIC 9(08).
           05  FILLER                    PIC X(07).
           05  WS-PRC-LMP-EXP-DT         PIC 9(08).
           05  FILLER                    PIC X(16).
           05  WS-PRC-NLP-AMT            PIC S9(07)V99.
           05  WS-PRC-DEAL-QTY           PIC 9(02).
           05  WS-PRC-DEAL-AMT           PIC S9(07)V99.
           05  FILLER                    PIC X(25).
           05  WS-PRC-UNIT-PRC           PIC S9(05)V999.
           05  WS-PRC-UNIT-UOM           PIC X(03).
           05  FILLER                    PIC X(04).

       01  WS-PRC-HDR-REC.
           05  FILLER                    PIC X(03).
           05  WS-PRCH-RUN-DATE          PIC X(10).
           05  WS-PRCH-EFF-DATE          PIC 9(08).
           05  FILLER                    PIC X(129).

      *--  BALANCING ----------------------------------------------*
       01  WS-HDR-SEEN-SW                PIC X(01) VALUE 'N'.
           88  HDR-SEEN                          VALUE 'Y'.
       01  WS-TRL-SEEN-SW                PIC X(01) VALUE 'N'.
           88  TRL-SEEN                          VALUE 'Y'.
       01  WS-PRC-HDR-SEEN-SW            PIC X(01) VALUE 'N'.
           88  PRC-HDR-SEEN                      VALUE 'Y'.
       01  WS-BALANCED-SW                PIC X(01) VALUE 'Y'.
           88  FILE-BALANCES                     VALUE 'Y'.

       01  WS-DETAIL-COUNT               PIC 9(09) COMP VALUE ZERO.
       01  WS-HASH-REG-RTL               PIC S9(13)V99 COMP-3
                                             VALUE ZERO.
       01  WS-HASH-SALE-PRC              PIC S9(13)V99 COMP-3
                                             VALUE ZERO.

      *--  MATCHING -----------------------------------------------*
       01  WS-SRT-EOF-SW                 PIC X(01) VALUE 'N'.
           88  SRT-EOF                           VALUE 'Y'.
       01  WS-HELD-SW                    PIC X(01) VALUE 'N'.
           88  CHANNEL-REC-HELD                  VALUE 'Y'.
       01  WS-HELD-REC.
           05  HLD-CHANNEL               PIC X(03).
           05  HLD-STORE                 PIC 9(04).
           05  HLD-ITEM                  PIC 9(09).
           05  HLD-TCODE                 PIC X(01).
           05  HLD-SOURCE                PIC X(01).
           05  HLD-REG-RTL               PIC S9(07)V99.
           05  HLD-SALE-PRC              PIC S9(07)V99.
           05  HLD-DEAL-QTY              PIC 9(02).
           05  HLD-DEAL-AMT              PIC S9(07)V99.
           05  HLD-SALE-END-DT           PIC 9(08).
           05  HLD-UNIT-PRC              PIC S9(05)V999.
           05  HLD-UNIT-UOM              PIC X(03).
           05  HLD-EFF-DATE              PIC 9(08).
       01  WS-HELD-KEY REDEFINES WS-HELD-REC.
           05  HLD-MATCH-KEY             PIC X(17).
           05  FILLER                    PIC X(57).
       01  WS-SRT-KEY                    PIC X(17).
       01  WS-DIFF-SW                    PIC X(01) VALUE 'N'.
           88  PAIR-DIFFERS                      VALUE 'Y'.

       01  WS-STORE-REC-COUNT            PIC 9(09) COMP VALUE ZERO.
       01  WS-MATCH-COUNT                PIC 9(09) COMP VALUE ZERO.
       01  WS-MISMATCH-COUNT             PIC 9(09) COMP VALUE ZERO.
       01  WS-NOT-IN-CHN-COUNT           PIC 9(09) COMP VALUE ZERO.
       01  WS-NOT-IN-STR-COUNT           PIC 9(09) COMP VALUE ZERO.
       01  WS-CARD-REJ-COUNT             PIC 9(09) COMP VALUE ZERO.
       01  WS-EFF-DATE-SW                PIC X(01) VALUE 'Y'.
           88  EFF-DATES-AGREE                   VALUE 'Y'.

      *--  RECONCILIATION REPORT DETAIL -------------------------------*
       01  RCN-DETAIL-LINE.
           05  RCN-TYPE                  PIC X(20).
           05  FILLER                    PIC X(01) VALUE SPACE.
           05  RCN-CHANNEL               PIC X(03).
           05  FILLER                    PIC X(01) VALUE SPACE.
           05  RCN-STORE                 PIC 9(04).
           05  FILLER                    PIC X(01) VALUE SPACE.
           05  RCN-ITEM                  PIC 9(09).
           05  FILLER                    PIC X(01) VALUE SPACE.
           05  RCN-TCODE                 PIC X(01).
           05  FILLER                    PIC X(01) VALUE SPACE.
           05  RCN-FIELD                 PIC X(08).
           05  FILLER                    PIC X(01) VALUE SPACE.
           05  RCN-CHN-VAL               PIC X(12).
           05  FILLER                    PIC X(01) VALUE SPACE.
           05  RCN-STR-VAL               PIC X(12).
           05  FILLER                    PIC X(04) VALUE SPACES.

       01  WS-EDIT-AMT                   PIC -(6)9.999.
       01  WS-EDIT-NUM                   PIC Z(11)9.
       01  WS-REPORT-LINE                PIC X(80).
       01  WS-RPT-CNT                    PIC Z(8)9.
       01  WS-RPT-AMT                    PIC -(12)9.99.
       01  WS-RPT-AMT2                   PIC -(12)9.99.

       PROCEDURE DIVISION.

       0000-MAINLINE.

           PERFORM 1000-INITIALIZATION

           SORT SRTF628W
               ON ASCENDING KEY SRT-CHANNEL
                                SRT-STORE
                                SRT-ITEM
                                SRT-TCODE
                                SRT-SOURCE
               INPUT PROCEDURE IS 2000-RELEASE-PRICES
               OUTPUT PROCEDURE IS 3000-MATCH-PRICES

           PERFORM 9000-REPORT-AND-STOP.

      *================================================================
      * 1000-INITIALIZATION - REPORT FILE AND FULFILMENT CARDS.
      *================================================================
       1000-INITIALIZATION.

           OPEN OUTPUT ECMR628A
           IF NOT ECMR628A-VALID-STATUS
              DISPLAY 'INSB628: ECMR628A DID NOT OPEN - STATUS '
                      ECMR628A-STATUS
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF
           MOVE '------ INSB628 CHANNEL PRICE RECONCILIATION ------'
                TO ECMR628A-RECORD
           WRITE ECMR628A-RECORD
           MOVE 'DIFFERENCE           CHN STOR      ITEM T FIELD'
                TO ECMR628A-RECORD
           MOVE '      CHANNEL        STORE' TO ECMR628A-RECORD(48:26)
           WRITE ECMR628A-RECORD

           OPEN INPUT ECMF610P
           IF NOT ECMF610P-OPEN-OK
              DISPLAY 'INSB628: ECMF610P DID NOT OPEN - STATUS '
                      ECMF610P-STATUS
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF
           PERFORM 1100-READ-ECMF610P
           PERFORM 1200-LOAD-ONE-CARD
              UNTIL ECMF610P-EOF
           CLOSE ECMF610P

           IF ECM-END = ZERO
              DISPLAY 'INSB628: NO VALID FULFILMENT CARDS ON ECMF610P'
                      ' - NOTHING TO RECONCILE AGAINST'
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

       1100-READ-ECMF610P.

           READ ECMF610P INTO ECMF610P-REC
              AT END MOVE 'Y' TO WS-ECMF610P-EOF-SW
           END-READ.

      *================================================================
      * 1200-LOAD-ONE-CARD - THE SAME EDITS INSB610 APPLIES, SO BOTH
      *     PROGRAMS WORK FROM THE SAME SET OF LOCATIONS.
      *================================================================
       1200-LOAD-ONE-CARD.

           MOVE 'Y' TO WS-ECM-CARD-OK-SW
           IF ECMP-CARD-STORE-X NOT NUMERIC OR
              NOT ECMP-VALID-CHANNEL
              MOVE 'N' TO WS-ECM-CARD-OK-SW
           ELSE
              IF ECMP-CARD-STORE = ZERO
                 MOVE 'N' TO WS-ECM-CARD-OK-SW
              END-IF
           END-IF
           MOVE 1 TO ECM-IDX
           PERFORM UNTIL ECM-IDX > ECM-END OR NOT ECM-CARD-OK
              IF ECM-STORE (ECM-IDX) = ECMP-CARD-STORE AND
                 ECM-CHANNEL (ECM-IDX) = ECMP-CARD-CHANNEL
                 MOVE 'N' TO WS-ECM-CARD-OK-SW
              END-IF
              ADD 1 TO ECM-IDX
           END-PERFORM
           IF ECM-CARD-OK AND ECM-END < ECM-MAX
              ADD 1 TO ECM-END
              MOVE ECMP-CARD-STORE   TO ECM-STORE (ECM-END)
              MOVE ECMP-CARD-CHANNEL TO ECM-CHANNEL (ECM-END)
           ELSE
              ADD 1 TO WS-CARD-REJ-COUNT
              MOVE SPACES TO WS-REPORT-LINE
              STRING 'FULFILMENT CARD IGNORED - '
                     ECMF610P-RECORD(1:8)
                     DELIMITED BY SIZE INTO WS-REPORT-LINE
              WRITE ECMR628A-RECORD FROM WS-REPORT-LINE
           END-IF

           PERFORM 1100-READ-ECMF610P.

      *================================================================
      * 2000-RELEASE-PRICES - SORT INPUT PROCEDURE.  THE CHANNEL FILE
      *     IS BALANCED AS IT IS READ AND EVERY DETAIL RELEASED AS
      *     'C'.  EACH PRCF610B DETAIL FOR A FULFILMENT LOCATION IS
      *     RELEASED AS 'S' ONCE PER CHANNEL THE LOCATION FULFILS,
      *     CARRYING THE CHANNEL PRICES INSB610 SHOULD HAVE DERIVED.
      *================================================================
       2000-RELEASE-PRICES.

           OPEN INPUT ECMF610A
           IF NOT ECMF610A-OPEN-OK
              DISPLAY 'INSB628: ECMF610A DID NOT OPEN - STATUS '
                      ECMF610A-STATUS
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF
           PERFORM 2100-READ-ECMF610A
           PERFORM 2200-RELEASE-CHANNEL-REC
              UNTIL ECMF610A-EOF
           CLOSE ECMF610A

           OPEN INPUT PRCF610B
           IF NOT PRCF610B-OPEN-OK
              DISPLAY 'INSB628: PRCF610B DID NOT OPEN - STATUS '
                      PRCF610B-STATUS
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF
           PERFORM 2300-READ-PRCF610B
           PERFORM 2400-RELEASE-STORE-REC
              UNTIL PRCF610B-EOF
           CLOSE PRCF610B.

       2100-READ-ECMF610A.

           READ ECMF610A INTO WS-ECM-INPUT-REC
              AT END MOVE 'Y' TO WS-ECMF610A-EOF-SW
           END-READ.

       2200-RELEASE-CHANNEL-REC.

           EVALUATE TRUE
              WHEN WS-ECM-INPUT-REC(1:3) = 'HDR'
                 MOVE 'Y' TO WS-HDR-SEEN-SW
                 MOVE WS-ECM-INPUT-REC TO WS-ECM-HDR-REC
              WHEN WS-ECM-INPUT-REC(1:3) = 'TRL'
                 MOVE 'Y' TO WS-TRL-SEEN-SW
                 MOVE WS-ECM-INPUT-REC TO WS-ECM-TRL-REC
              WHEN OTHER
                 MOVE WS-ECM-INPUT-REC TO WS-ECM-DETAIL-REC
                 ADD 1 TO WS-DETAIL-COUNT
                 ADD WS-ECMA-REG-RTL  TO WS-HASH-REG-RTL
                 ADD WS-ECMA-SALE-PRC TO WS-HASH-SALE-PRC
                 MOVE WS-ECMA-CHANNEL     TO SRT-CHANNEL
                 MOVE WS-ECMA-STORE       TO SRT-STORE
                 MOVE WS-ECMA-ITEM-NUM    TO SRT-ITEM
                 MOVE WS-ECMA-TCODE       TO SRT-TCODE
                 MOVE 'C'                 TO SRT-SOURCE
                 MOVE WS-ECMA-REG-RTL     TO SRT-REG-RTL
                 MOVE WS-ECMA-SALE-PRC    TO SRT-SALE-PRC
                 MOVE WS-ECMA-DEAL-QTY    TO SRT-DEAL-QTY
                 MOVE WS-ECMA-DEAL-AMT    TO SRT-DEAL-AMT
                 MOVE WS-ECMA-SALE-END-DT TO SRT-SALE-END-DT
                 MOVE WS-ECMA-UNIT-PRC    TO SRT-UNIT-PRC
                 MOVE WS-ECMA-UNIT-UOM    TO SRT-UNIT-UOM
                 MOVE WS-ECMA-EFF-DATE    TO SRT-EFF-DATE
                 RELEASE SRT-PRICE-REC
           END-EVALUATE

           PERFORM 2100-READ-ECMF610A.

       2300-READ-PRCF610B.

           READ PRCF610B INTO WS-PRC-INPUT-REC
              AT END MOVE 'Y' TO WS-PRCF610B-EOF-SW
           END-READ.

       2400-RELEASE-STORE-REC.

           EVALUATE TRUE
              WHEN WS-PRC-INPUT-REC(1:3) = 'HDR'
                 MOVE 'Y' TO WS-PRC-HDR-SEEN-SW
                 MOVE WS-PRC-INPUT-REC TO WS-PRC-HDR-REC
              WHEN WS-PRC-INPUT-REC(1:3) = 'TRL'
                 CONTINUE
              WHEN OTHER
                 MOVE WS-PRC-INPUT-REC TO WS-PRC-DETAIL-REC
                 MOVE 1 TO ECM-IDX
                 PERFORM UNTIL ECM-IDX > ECM-END
                    IF ECM-STORE (ECM-IDX) = WS-PRC-STORE
                       PERFORM 2500-RELEASE-EXPECTED
                    END-IF
                    ADD 1 TO ECM-IDX
                 END-PERFORM
           END-EVALUATE

           PERFORM 2300-READ-PRCF610B.

      *================================================================
      * 2500-RELEASE-EXPECTED - THE CHANNEL RECORD THE STORE DETAIL
      *     SHOULD HAVE PRODUCED: A MARKDOWN (LMP GOODTHRU DATE
      *     PRESENT) IS ON SALE AT CONSUMER-SELL WITH THE NLP PRICE
      *     AS REGULAR RETAIL; ANYTHING ELSE IS REGULAR RETAIL ONLY.
      *================================================================
       2500-RELEASE-EXPECTED.

           MOVE ECM-CHANNEL (ECM-IDX) TO SRT-CHANNEL
           MOVE WS-PRC-STORE          TO SRT-STORE
           MOVE WS-PRC-ITEM-NUM       TO SRT-ITEM
           MOVE WS-PRC-TCODE          TO SRT-TCODE
           MOVE 'S'                   TO SRT-SOURCE
           IF WS-PRC-LMP-EXP-DT > ZERO
              MOVE WS-PRC-NLP-AMT       TO SRT-REG-RTL
              MOVE WS-PRC-CONSUMER-SELL TO SRT-SALE-PRC
              MOVE WS-PRC-DEAL-QTY      TO SRT-DEAL-QTY
              MOVE WS-PRC-DEAL-AMT      TO SRT-DEAL-AMT
              MOVE WS-PRC-LMP-EXP-DT    TO SRT-SALE-END-DT
           ELSE
              MOVE WS-PRC-CONSUMER-SELL TO SRT-REG-RTL
              MOVE ZERO                 TO SRT-SALE-PRC
                                           SRT-DEAL-QTY
                                           SRT-DEAL-AMT
                                           SRT-SALE-END-DT
           END-IF
           MOVE WS-PRC-UNIT-PRC       TO SRT-UNIT-PRC
           MOVE WS-PRC-UNIT-UOM       TO SRT-UNIT-UOM
           MOVE WS-PRC-EFF-DATE       TO SRT-EFF-DATE
           RELEASE SRT-PRICE-REC
           ADD 1 TO WS-STORE-REC-COUNT.

      *================================================================
      * 3000-MATCH-PRICES - SORT OUTPUT PROCEDURE.  A CHANNEL RECORD
      *     IS HELD UNTIL THE NEXT RECORD SHOWS WHETHER ITS STORE-FILE
      *     PARTNER EXISTS; A STORE RECORD WITH NO HELD CHANNEL
      *     RECORD OF THE SAME KEY NEVER REACHED THE CHANNEL FILE.
      *================================================================
       3000-MATCH-PRICES.

           PERFORM 3100-RETURN-SRTF628W
           PERFORM UNTIL SRT-EOF
              MOVE SRT-PRICE-REC(1:17) TO WS-SRT-KEY
              IF CHANNEL-REC-HELD AND HLD-MATCH-KEY NOT = WS-SRT-KEY
                 PERFORM 3300-NOT-IN-STORE-FILE
              END-IF
              IF SRT-FROM-CHANNEL
                 MOVE SRT-PRICE-REC TO WS-HELD-REC
                 MOVE 'Y' TO WS-HELD-SW
              ELSE
                 IF CHANNEL-REC-HELD
                    PERFORM 3400-COMPARE-PAIR
                    MOVE 'N' TO WS-HELD-SW
                 ELSE
                    PERFORM 3200-NOT-IN-CHANNEL
                 END-IF
              END-IF
              PERFORM 3100-RETURN-SRTF628W
           END-PERFORM

           IF CHANNEL-REC-HELD
              PERFORM 3300-NOT-IN-STORE-FILE
           END-IF.

       3100-RETURN-SRTF628W.

           RETURN SRTF628W
              AT END MOVE 'Y' TO WS-SRT-EOF-SW
           END-RETURN.

       3200-NOT-IN-CHANNEL.

           ADD 1 TO WS-NOT-IN-CHN-COUNT
           MOVE 'MISSING FROM CHANNEL' TO RCN-TYPE
           MOVE SRT-CHANNEL TO RCN-CHANNEL
           MOVE SRT-STORE   TO RCN-STORE
           MOVE SRT-ITEM    TO RCN-ITEM
           MOVE SRT-TCODE   TO RCN-TCODE
           MOVE SPACES      TO RCN-FIELD
                               RCN-CHN-VAL
           MOVE SRT-REG-RTL TO WS-EDIT-AMT
           MOVE WS-EDIT-AMT TO RCN-STR-VAL
           WRITE ECMR628A-RECORD FROM RCN-DETAIL-LINE.

       3300-NOT-IN-STORE-FILE.

           ADD 1 TO WS-NOT-IN-STR-COUNT
           MOVE 'NOT IN STORE FILE'   TO RCN-TYPE
           MOVE HLD-CHANNEL TO RCN-CHANNEL
           MOVE HLD-STORE   TO RCN-STORE
           MOVE HLD-ITEM    TO RCN-ITEM
           MOVE HLD-TCODE   TO RCN-TCODE
           MOVE SPACES      TO RCN-FIELD
                               RCN-STR-VAL
           MOVE HLD-REG-RTL TO WS-EDIT-AMT
           MOVE WS-EDIT-AMT TO RCN-CHN-VAL
           WRITE ECMR628A-RECORD FROM RCN-DETAIL-LINE
           MOVE 'N' TO WS-HELD-SW.

      *================================================================
      * 3400-COMPARE-PAIR - ONE REPORT LINE FOR EVERY FIELD OF THE
      *     HELD CHANNEL RECORD THAT DISAGREES WITH THE STORE FILE.
      *================================================================
       3400-COMPARE-PAIR.

           MOVE 'N' TO WS-DIFF-SW
           MOVE 'PRICE MISMATCH'   TO RCN-TYPE
           MOVE HLD-CHANNEL TO RCN-CHANNEL
           MOVE HLD-STORE   TO RCN-STORE
           MOVE HLD-ITEM    TO RCN-ITEM
           MOVE HLD-TCODE   TO RCN-TCODE

           IF HLD-REG-RTL NOT = SRT-REG-RTL
              MOVE 'REG-RTL'   TO RCN-FIELD
              MOVE HLD-REG-RTL TO WS-EDIT-AMT
              MOVE WS-EDIT-AMT TO RCN-CHN-VAL
              MOVE SRT-REG-RTL TO WS-EDIT-AMT
              MOVE WS-EDIT-AMT TO RCN-STR-VAL
              PERFORM 3450-WRITE-MISMATCH
           END-IF
           IF HLD-SALE-PRC NOT = SRT-SALE-PRC
              MOVE 'SALE-PRC'   TO RCN-FIELD
              MOVE HLD-SALE-PRC TO WS-EDIT-AMT
              MOVE WS-EDIT-AMT  TO RCN-CHN-VAL
              MOVE SRT-SALE-PRC TO WS-EDIT-AMT
              MOVE WS-EDIT-AMT  TO RCN-STR-VAL
              PERFORM 3450-WRITE-MISMATCH
           END-IF
           IF HLD-DEAL-QTY NOT = SRT-DEAL-QTY
              MOVE 'DEAL-QTY'   TO RCN-FIELD
              MOVE HLD-DEAL-QTY TO WS-EDIT-NUM
              MOVE WS-EDIT-NUM  TO RCN-CHN-VAL
              MOVE SRT-DEAL-QTY TO WS-EDIT-NUM
              MOVE WS-EDIT-NUM  TO RCN-STR-VAL
              PERFORM 3450-WRITE-MISMATCH
           END-IF
           IF HLD-DEAL-AMT NOT = SRT-DEAL-AMT
              MOVE 'DEAL-AMT'   TO RCN-FIELD
              MOVE HLD-DEAL-AMT TO WS-EDIT-AMT
              MOVE WS-EDIT-AMT  TO RCN-CHN-VAL
              MOVE SRT-DEAL-AMT TO WS-EDIT-AMT
              MOVE WS-EDIT-AMT  TO RCN-STR-VAL
              PERFORM 3450-WRITE-MISMATCH
           END-IF
           IF HLD-SALE-END-DT NOT = SRT-SALE-END-DT
              MOVE 'GOODTHRU'      TO RCN-FIELD
              MOVE HLD-SALE-END-DT TO WS-EDIT-NUM
              MOVE WS-EDIT-NUM     TO RCN-CHN-VAL
              MOVE SRT-SALE-END-DT TO WS-EDIT-NUM
              MOVE WS-EDIT-NUM     TO RCN-STR-VAL
              PERFORM 3450-WRITE-MISMATCH
           END-IF
           IF HLD-UNIT-PRC NOT = SRT-UNIT-PRC OR
              HLD-UNIT-UOM NOT = SRT-UNIT-UOM
              MOVE 'UNIT-PRC'   TO RCN-FIELD
              MOVE HLD-UNIT-PRC TO WS-EDIT-AMT
              MOVE WS-EDIT-AMT  TO RCN-CHN-VAL
              MOVE HLD-UNIT-UOM TO RCN-CHN-VAL(10:3)
              MOVE SRT-UNIT-PRC TO WS-EDIT-AMT
              MOVE WS-EDIT-AMT  TO RCN-STR-VAL
              MOVE SRT-UNIT-UOM TO RCN-STR-VAL(10:3)
              PERFORM 3450-WRITE-MISMATCH
           END-IF
           IF HLD-EFF-DATE NOT = SRT-EFF-DATE
              MOVE 'EFF-DATE'   TO RCN-FIELD
              MOVE HLD-EFF-DATE TO WS-EDIT-NUM
              MOVE WS-EDIT-NUM  TO RCN-CHN-VAL
              MOVE SRT-EFF-DATE TO WS-EDIT-NUM
              MOVE WS-EDIT-NUM  TO RCN-STR-VAL
              PERFORM 3450-WRITE-MISMATCH
           END-IF

           IF PAIR-DIFFERS
              ADD 1 TO WS-MISMATCH-COUNT
           ELSE
              ADD 1 TO WS-MATCH-COUNT
           END-IF.

       3450-WRITE-MISMATCH.

           MOVE 'Y' TO WS-DIFF-SW
           WRITE ECMR628A-RECORD FROM RCN-DETAIL-LINE.

      *================================================================
      * 9000-REPORT-AND-STOP - BALANCING RESULT AS INSB611 SHOWS IT,
      *     THE RECONCILIATION TOTALS, AND A RETURN CODE THE LOAD JOB
      *     CAN BRANCH ON.  A FILE THAT DOES NOT BALANCE OUTRANKS
      *     ANY RECONCILIATION DIFFERENCE.
      *================================================================
       9000-REPORT-AND-STOP.

           IF HDR-SEEN AND PRC-HDR-SEEN AND
              WS-ECMH-EFF-DATE NOT = WS-PRCH-EFF-DATE
              MOVE 'N' TO WS-EFF-DATE-SW
           END-IF

           MOVE SPACES TO WS-REPORT-LINE
           WRITE ECMR628A-RECORD FROM WS-REPORT-LINE
           IF NOT EFF-DATES-AGREE
              MOVE SPACES TO WS-REPORT-LINE
              STRING 'FILES ARE FROM DIFFERENT RUNS - CHANNEL EFF='
                     WS-ECMH-EFF-DATE
                     ' STORE EFF=' WS-PRCH-EFF-DATE
                     DELIMITED BY SIZE INTO WS-REPORT-LINE
              WRITE ECMR628A-RECORD FROM WS-REPORT-LINE
           END-IF
           MOVE ECM-END TO WS-RPT-CNT
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'CHANNEL/LOCATIONS RECONCILED=' WS-RPT-CNT
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE ECMR628A-RECORD FROM WS-REPORT-LINE
           MOVE WS-DETAIL-COUNT TO WS-RPT-CNT
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'CHANNEL RECORDS READ=' WS-RPT-CNT
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE ECMR628A-RECORD FROM WS-REPORT-LINE
           MOVE WS-STORE-REC-COUNT TO WS-RPT-CNT
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'STORE-FILE RECORDS EXPECTED=' WS-RPT-CNT
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE ECMR628A-RECORD FROM WS-REPORT-LINE
           MOVE WS-MATCH-COUNT TO WS-RPT-CNT
           MOVE SPACES TO WS-REPORT-LINE
           STRING '  AGREE=' WS-RPT-CNT
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE ECMR628A-RECORD FROM WS-REPORT-LINE
           MOVE WS-MISMATCH-COUNT TO WS-RPT-CNT
           MOVE SPACES TO WS-REPORT-LINE
           STRING '  PRICE MISMATCHES=' WS-RPT-CNT
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE ECMR628A-RECORD FROM WS-REPORT-LINE
           MOVE WS-NOT-IN-CHN-COUNT TO WS-RPT-CNT
           MOVE SPACES TO WS-REPORT-LINE
           STRING '  MISSING FROM CHANNEL=' WS-RPT-CNT
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE ECMR628A-RECORD FROM WS-REPORT-LINE
           MOVE WS-NOT-IN-STR-COUNT TO WS-RPT-CNT
           MOVE SPACES TO WS-REPORT-LINE
           STRING '  NOT IN STORE FILE=' WS-RPT-CNT
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE ECMR628A-RECORD FROM WS-REPORT-LINE
           IF WS-CARD-REJ-COUNT > ZERO
              MOVE WS-CARD-REJ-COUNT TO WS-RPT-CNT
              MOVE SPACES TO WS-REPORT-LINE
              STRING 'FULFILMENT CARDS IGNORED=' WS-RPT-CNT
                     DELIMITED BY SIZE INTO WS-REPORT-LINE
              WRITE ECMR628A-RECORD FROM WS-REPORT-LINE
           END-IF
           CLOSE ECMR628A

           DISPLAY '++++++++++ ECMF610A BALANCING CHECK ++++++++++'
           IF NOT HDR-SEEN OR NOT TRL-SEEN
              DISPLAY '+ HEADER OR TRAILER CONTROL RECORD MISSING  +'
              DISPLAY '+ FILE IS INCOMPLETE - DO NOT LOAD          +'
              MOVE 12 TO RETURN-CODE
           ELSE
              IF WS-DETAIL-COUNT NOT = WS-ECMT-DETAIL-COUNT
                 MOVE 'N' TO WS-BALANCED-SW
                 MOVE WS-DETAIL-COUNT      TO WS-RPT-CNT
                 DISPLAY '+ DETAIL COUNT READ     = ' WS-RPT-CNT
                 MOVE WS-ECMT-DETAIL-COUNT TO WS-RPT-CNT
                 DISPLAY '+ TRAILER DETAIL COUNT  = ' WS-RPT-CNT
              END-IF
              IF WS-HASH-REG-RTL NOT = WS-ECMT-HASH-REG-RTL
                 MOVE 'N' TO WS-BALANCED-SW
                 MOVE WS-HASH-REG-RTL      TO WS-RPT-AMT
                 MOVE WS-ECMT-HASH-REG-RTL TO WS-RPT-AMT2
                 DISPLAY '+ REGULAR RETAIL HASH   =' WS-RPT-AMT
                         ' TRAILER=' WS-RPT-AMT2
              END-IF
              IF WS-HASH-SALE-PRC NOT = WS-ECMT-HASH-SALE-PRC
                 MOVE 'N' TO WS-BALANCED-SW
                 MOVE WS-HASH-SALE-PRC      TO WS-RPT-AMT
                 MOVE WS-ECMT-HASH-SALE-PRC TO WS-RPT-AMT2
                 DISPLAY '+ SALE PRICE HASH       =' WS-RPT-AMT
                         ' TRAILER=' WS-RPT-AMT2
              END-IF
              IF FILE-BALANCES
                 MOVE WS-DETAIL-COUNT TO WS-RPT-CNT
                 DISPLAY '+ FILE BALANCES - DETAILS=' WS-RPT-CNT
                 IF WS-MISMATCH-COUNT   > ZERO OR
                    WS-NOT-IN-CHN-COUNT > ZERO OR
                    WS-NOT-IN-STR-COUNT > ZERO OR
                    NOT EFF-DATES-AGREE
                    DISPLAY '+ DIFFERS FROM PRCF610B - SEE ECMR628A   +'
                    MOVE 4 TO RETURN-CODE
                 ELSE
                    DISPLAY '+ AGREES WITH PRCF610B                   +'
                    MOVE 0 TO RETURN-CODE
                 END-IF
              ELSE
                 DISPLAY '+ FILE DOES NOT BALANCE - DO NOT LOAD     +'
                 MOVE 16 TO RETURN-CODE
              END-IF
           END-IF
           DISPLAY '++++++++++++++++++++++++++++++++++++++++++++++'
           STOP RUN.
