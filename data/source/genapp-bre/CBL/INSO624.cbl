       IDENTIFICATION DIVISION.
       PROGRAM-ID. INSO624.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      *
      *================================================================
      *    FUNCTION:
      *      ONLINE PRICE MAINTENANCE OVER T3422_LBR_PRC_MNT
      *      (LOCATION-GROUP ROWS) AND T3377_CRP_LBR_PRC (CORPORATE
      *      ROWS) WITH TWO-PERSON APPROVAL.  COMMAREA-DRIVEN
      *      (INSC624), THE SAME SHAPE AS THE POLICY-SIDE
      *      TRANSACTIONS.  ROWS USED TO GO IN THROUGH SPUFI AND
      *      AD-HOC SCRIPTS WITH NO RECORD OF WHO KEYED OR CHECKED
      *      A PRICE.
      *
      *      EVERY ADD, CHANGE OR WITHDRAW IS EDITED THE WAY INSB617
      *      EDITS THE NIGHT'S MAINTENANCE - COST AND RETAIL ABOVE
      *      ZERO, MARGIN INSIDE 0-100 AND NOT UNDER A BLOCKING
      *      PRCF610M CATEGORY FLOOR, ITEM ON T2567, NO OVERLAPPING
      *      ROW FOR THE SAME ITEM/LOCATION-CATEGORY/OWNER - AND IS
      *      THEN LEFT PENDING:
      *        - AN ADDED ROW CARRIES MNT_STS_CD 'P' AND IS NOT SEEN
      *          BY THE INSB610 T3422A/T3377A CURSORS (WHICH READ
      *          ONLY MNT_STS_CD 'A') UNTIL IT IS APPROVED,
      *        - A CHANGE OR WITHDRAWAL OF AN APPROVED ROW IS HELD IN
      *          THE ROW'S PND_ COLUMNS; THE APPROVED VALUES STAY IN
      *          FORCE UNTIL THE CHANGE IS APPROVED.
      *      APPROVAL MUST COME FROM A DIFFERENT USER THAN THE ONE
      *      WHO KEYED THE PENDING ACTION.  EVERY APPROVAL IS LOGGED
      *      TO T3423_PRC_MNT_APV_LOG WITH BOTH USER IDS.  APPROVING
      *      AN ADD WHOSE BEGIN DATE FALLS INSIDE AN APPROVED OPEN-
      *      ENDED ROW FOR THE SAME KEY CLOSES THAT ROW TO THE DAY
      *      BEFORE, SO THE NEW PRICE SUPERSEDES IT CLEANLY.
      *
      *    ENTRY POINTS:  TOP OF PROGRAM, VIA DFHCOMMAREA.
      *
      *    TABLES:        T3422_LBR_PRC_MNT, T3377_CRP_LBR_PRC -
      *                     APPROVAL COLUMNS MNT_STS_CD, PND_ACN_CD,
      *                     PND_CST_AMT, PND_RTL_PRC_AMT,
      *                     PND_MRG_PCT, PND_END_DT, ENT_USR_ID,
      *                     ENT_DM, PND_USR_ID, APV_USR_ID, APV_DM
      *                   T3423_PRC_MNT_APV_LOG - APPROVAL LOG
      *                   T2567_LBR_CGY_ITM - ITEM CATEGORY
      *
      *    FILES:         PRCF610M - CICS KSDS OF THE PRCF610M
      *                              MARGIN-FLOOR CARDS, KEYED BY
      *                              CATEGORY (COLS 1-5)
      *
      *    CA-REQUEST-ID VALUES HANDLED:
      *       'INQMNT'  -  RETURN ONE ROW AND ITS APPROVAL STATE
      *       'ADDMNT'  -  ADD A ROW, PENDING APPROVAL
      *       'CHGMNT'  -  CHANGE COST/RETAIL/END DATE, PENDING
      *       'WDRMNT'  -  WITHDRAW A ROW, PENDING APPROVAL
      *       'APVMNT'  -  APPROVE THE ROW'S PENDING ACTION
      *
      *    CA-RETURN-CODE VALUES SET:
      *       00  -  REQUEST SUCCESSFUL (CA-WARN-FLAG 'W' = MARGIN
      *              UNDER A WARNING-ONLY FLOOR)
      *       10  -  ROW NOT FOUND
      *       20  -  OVERLAPS ANOTHER ROW FOR THE SAME KEY
      *       30  -  UNRECOGNIZED CA-REQUEST-ID OR CA-TABLE-ID
      *       40  -  COST NOT ABOVE ZERO
      *       41  -  RETAIL NOT ABOVE ZERO
      *       42  -  MARGIN OUTSIDE 0-100
      *       43  -  MARGIN UNDER THE BLOCKING CATEGORY FLOOR
      *       44  -  ITEM NOT ON T2567_LBR_CGY_ITM
      *       45  -  CA-USER-ID IS BLANK
      *       46  -  BAD DATE OR END DATE BEFORE BEGIN DATE
      *       50  -  NOTHING PENDING TO APPROVE
      *       51  -  APPROVER IS THE USER WHO KEYED THE ACTION
      *       52  -  ROW ALREADY HAS A PENDING ACTION
      *       53  -  ROW IS WITHDRAWN
      *       90  -  SQL OR FILE ERROR (CA-SQLCODE SET)
      *================================================================
       DATA DIVISION.
       WORKING-STORAGE SECTION.
      *
       77  FILLER                         PIC X(36) VALUE
                   'INSO624 WORKING STORAGE BEGINS HERE'.
      *
       01  WS-AREA.
           05  WS-RESP                    PIC S9(08) COMP.
           05  WS-EFF-MRG-PCT             PIC S9(05)V99 COMP-3.
           05  WS-ENTERED-BY              PIC X(08).
           05  WS-APV-ACN-CD              PIC X(01).
      *
      *--  MARGIN-FLOOR CARD (SAME LAYOUT INSB610/INSB617 LOAD) -----*
       01  PRCF610M-REC.
           05  MRGF-CARD-CGY-CD           PIC 9(05).
           05  MRGF-CARD-MIN-PCT          PIC 9(03)V99.
           05  MRGF-CARD-SEV-FLG          PIC X(01).
           05  FILLER                     PIC X(69).
      *
      *--  HOST VARIABLES ------------------------------------------*
       01  H-ITM-NBR                      PIC 9(09).
       01  H-LCT-CGY-CD                   PIC S9(04) COMP.
       01  H-CGY-SHT-NME                  PIC X(10).
       01  H-ONR-ID                       PIC X(07).
       01  H-BGN-DT                       PIC X(10).
       01  H-END-DT                       PIC X(10).
       01  H-CST-AMT                      PIC S9(07)V99 COMP-3.
       01  H-RTL-AMT                      PIC S9(07)V99 COMP-3.
       01  H-MRG-PCT                      PIC S9(03)V99 COMP-3.
       01  H-MNT-STS-CD                   PIC X(01).
       01  H-PND-ACN-CD                   PIC X(01).
       01  H-PND-CST-AMT                  PIC S9(07)V99 COMP-3.
       01  H-PND-RTL-AMT                  PIC S9(07)V99 COMP-3.
       01  H-PND-MRG-PCT                  PIC S9(03)V99 COMP-3.
       01  H-PND-END-DT                   PIC X(10).
       01  H-ENT-USR-ID                   PIC X(08).
       01  H-PND-USR-ID                   PIC X(08).
       01  H-APV-USR-ID                   PIC X(08).
       01  H-PRIOR-END-DT                 PIC X(10).
       01  H-CGY-CD                       PIC 9(05).
       01  H-OVERLAP-COUNT                PIC S9(09) COMP.
       01  H-USER-ID                      PIC X(08).
       01  H-TABLE-ID                     PIC X(05).
       01  H-PND-IND                      PIC S9(04) COMP.
       01  H-PND-END-IND                  PIC S9(04) COMP.
       01  H-PND-USR-IND                  PIC S9(04) COMP.
       01  H-APV-USR-IND                  PIC S9(04) COMP.
      *
           COPY SQLCA.
      *
       LINKAGE SECTION.
      *
       01  DFHCOMMAREA.
           COPY INSC624.
      *
       PROCEDURE DIVISION.
      *
       0000-MAINLINE.
      *
           MOVE 0                        TO CA-RETURN-CODE
           MOVE SPACE                    TO CA-WARN-FLAG
           MOVE ZERO                     TO CA-SQLCODE
      *
           IF NOT CA-T3422 AND NOT CA-T3377
              MOVE 30                    TO CA-RETURN-CODE
              GO TO 0000-RETURN
           END-IF
      *
           IF CA-USER-ID = SPACES
              MOVE 45                    TO CA-RETURN-CODE
              GO TO 0000-RETURN
           END-IF
      *
           PERFORM 0100-SET-KEY-HOSTS
      *
           EVALUATE CA-REQUEST-ID
              WHEN 'INQMNT'
                 PERFORM 1000-INQUIRE
                    THRU 1000-INQUIRE-EXIT
              WHEN 'ADDMNT'
                 PERFORM 2000-ADD-ROW
                    THRU 2000-ADD-ROW-EXIT
              WHEN 'CHGMNT'
                 PERFORM 3000-CHANGE-ROW
                    THRU 3000-CHANGE-ROW-EXIT
              WHEN 'WDRMNT'
                 PERFORM 4000-WITHDRAW-ROW
                    THRU 4000-WITHDRAW-ROW-EXIT
              WHEN 'APVMNT'
                 PERFORM 5000-APPROVE-ROW
                    THRU 5000-APPROVE-ROW-EXIT
              WHEN OTHER
                 MOVE 30                 TO CA-RETURN-CODE
           END-EVALUATE
      *
      *    ANY UPDATE REQUEST THAT FAILED PART WAY IS BACKED OUT.
           IF CA-RETURN-CODE = 90
              EXEC CICS SYNCPOINT ROLLBACK
              END-EXEC
           END-IF.
      *
       0000-RETURN.
      *
           EXEC CICS RETURN
           END-EXEC
      *
           GOBACK.
      *
       0100-SET-KEY-HOSTS.
      *
           MOVE CA-ITM-NBR               TO H-ITM-NBR
           MOVE CA-CNG-BGN-DT            TO H-BGN-DT
           MOVE CA-USER-ID               TO H-USER-ID
           MOVE CA-TABLE-ID              TO H-TABLE-ID
           IF CA-T3422
              MOVE CA-LCT-CGY-CD         TO H-LCT-CGY-CD
              MOVE CA-CGY-SHT-NME        TO H-CGY-SHT-NME
              MOVE CA-CGY-ONR-ID         TO H-ONR-ID
           ELSE
              MOVE ZERO                  TO H-LCT-CGY-CD
              MOVE SPACES                TO H-CGY-SHT-NME
              MOVE 'CORP'                TO H-ONR-ID
           END-IF.
      *
      *================================================================
      * 1000-INQUIRE - RETURNS THE ROW AND ITS APPROVAL STATE.
      *================================================================
       1000-INQUIRE.
      *
           PERFORM 7000-READ-ROW
              THRU 7000-READ-ROW-EXIT
           IF CA-RETURN-CODE NOT = ZERO
              GO TO 1000-INQUIRE-EXIT
           END-IF
      *
           PERFORM 7900-RETURN-ROW.
      *
       1000-INQUIRE-EXIT.
           EXIT.
      *
      *================================================================
      * 2000-ADD-ROW - EDITS THE NEW ROW, CHECKS FOR AN OVERLAP AND
      *     INSERTS IT PENDING APPROVAL.
      *================================================================
       2000-ADD-ROW.
      *
           IF CA-CNG-END-DT = SPACES
              MOVE '9999-12-31'          TO CA-CNG-END-DT
           END-IF
           MOVE CA-CNG-END-DT            TO H-END-DT
           MOVE CA-CST-AMT               TO H-CST-AMT
           MOVE CA-RTL-PRC-AMT           TO H-RTL-AMT
      *
           PERFORM 6000-EDIT-PRICE
              THRU 6000-EDIT-PRICE-EXIT
           IF CA-RETURN-CODE NOT = ZERO
              GO TO 2000-ADD-ROW-EXIT
           END-IF
      *
           PERFORM 6500-CHECK-OVERLAP
              THRU 6500-CHECK-OVERLAP-EXIT
           IF CA-RETURN-CODE NOT = ZERO
              GO TO 2000-ADD-ROW-EXIT
           END-IF
      *
           IF CA-T3422
              EXEC SQL
                 INSERT INTO T3422_LBR_PRC_MNT
                        (T024_ITM_NBR, T224_LCT_CGY_CD,
                         T162_CGY_SHT_NME, T162_CGY_ONR_ID,
                         NEW_CST_AMT, NEW_RTL_PRC_AMT, NEW_MRG_PCT,
                         T3422_CNG_BGN_DT, CNG_END_DT,
                         MNT_STS_CD, PND_ACN_CD,
                         ENT_USR_ID, ENT_DM)
                 VALUES (:H-ITM-NBR, :H-LCT-CGY-CD,
                         :H-CGY-SHT-NME, :H-ONR-ID,
                         :H-CST-AMT, :H-RTL-AMT, :H-MRG-PCT,
                         :H-BGN-DT, :H-END-DT,
                         'P', ' ',
                         :H-USER-ID, CURRENT TIMESTAMP)
              END-EXEC
           ELSE
              EXEC SQL
                 INSERT INTO T3377_CRP_LBR_PRC
                        (T024_LBR_ITM_NBR,
                         LBR_ITM_CST_AMT, LBR_ITM_PRC_AMT,
                         LBR_ITM_MRG_PCT,
                         T3377_PRC_BGN_DT, PRC_END_DT,
                         MNT_STS_CD, PND_ACN_CD,
                         ENT_USR_ID, ENT_DM)
                 VALUES (:H-ITM-NBR,
                         :H-CST-AMT, :H-RTL-AMT,
                         :H-MRG-PCT,
                         :H-BGN-DT, :H-END-DT,
                         'P', ' ',
                         :H-USER-ID, CURRENT TIMESTAMP)
              END-EXEC
           END-IF
      *
           IF SQLCODE = -803
              MOVE 20                    TO CA-RETURN-CODE
              GO TO 2000-ADD-ROW-EXIT
           END-IF
           IF NOT SQL-OK
              PERFORM 9000-SQL-ERROR
              GO TO 2000-ADD-ROW-EXIT
           END-IF
      *
           PERFORM 7000-READ-ROW
              THRU 7000-READ-ROW-EXIT
           IF CA-RETURN-CODE = ZERO
              PERFORM 7900-RETURN-ROW
           END-IF.
      *
       2000-ADD-ROW-EXIT.
           EXIT.
      *
      *================================================================
      * 3000-CHANGE-ROW - A ROW STILL PENDING ITS ADD IS CHANGED IN
      *     PLACE (AND STAYS PENDING, NOW KEYED BY THIS USER); AN
      *     APPROVED ROW HAS THE CHANGE HELD IN ITS PND_ COLUMNS.
      *================================================================
       3000-CHANGE-ROW.
      *
           PERFORM 7000-READ-ROW
              THRU 7000-READ-ROW-EXIT
           IF CA-RETURN-CODE NOT = ZERO
              GO TO 3000-CHANGE-ROW-EXIT
           END-IF
      *
           IF H-MNT-STS-CD = 'X'
              MOVE 53                    TO CA-RETURN-CODE
              GO TO 3000-CHANGE-ROW-EXIT
           END-IF
           IF H-PND-ACN-CD NOT = SPACE
              MOVE 52                    TO CA-RETURN-CODE
              GO TO 3000-CHANGE-ROW-EXIT
           END-IF
      *
           IF CA-CNG-END-DT = SPACES
              MOVE H-END-DT              TO CA-CNG-END-DT
           END-IF
           MOVE CA-CNG-END-DT            TO H-END-DT
           MOVE CA-CST-AMT               TO H-CST-AMT
           MOVE CA-RTL-PRC-AMT           TO H-RTL-AMT
      *
           PERFORM 6000-EDIT-PRICE
              THRU 6000-EDIT-PRICE-EXIT
           IF CA-RETURN-CODE NOT = ZERO
              GO TO 3000-CHANGE-ROW-EXIT
           END-IF
      *
           PERFORM 6500-CHECK-OVERLAP
              THRU 6500-CHECK-OVERLAP-EXIT
           IF CA-RETURN-CODE NOT = ZERO
              GO TO 3000-CHANGE-ROW-EXIT
           END-IF
      *
           IF H-MNT-STS-CD = 'P'
              PERFORM 3100-CHANGE-PENDING-ADD
           ELSE
              PERFORM 3200-HOLD-CHANGE
           END-IF
      *
           IF NOT SQL-OK
              PERFORM 9000-SQL-ERROR
              GO TO 3000-CHANGE-ROW-EXIT
           END-IF
      *
           PERFORM 7000-READ-ROW
              THRU 7000-READ-ROW-EXIT
           IF CA-RETURN-CODE = ZERO
              PERFORM 7900-RETURN-ROW
           END-IF.
      *
       3000-CHANGE-ROW-EXIT.
           EXIT.
      *
       3100-CHANGE-PENDING-ADD.
      *
           IF CA-T3422
              EXEC SQL
                 UPDATE T3422_LBR_PRC_MNT
                    SET NEW_CST_AMT     = :H-CST-AMT,
                        NEW_RTL_PRC_AMT = :H-RTL-AMT,
                        NEW_MRG_PCT     = :H-MRG-PCT,
                        CNG_END_DT      = :H-END-DT,
                        ENT_USR_ID      = :H-USER-ID,
                        ENT_DM          = CURRENT TIMESTAMP
                  WHERE T024_ITM_NBR     = :H-ITM-NBR
                    AND T224_LCT_CGY_CD  = :H-LCT-CGY-CD
                    AND T162_CGY_SHT_NME = :H-CGY-SHT-NME
                    AND T162_CGY_ONR_ID  = :H-ONR-ID
                    AND T3422_CNG_BGN_DT = :H-BGN-DT
              END-EXEC
           ELSE
              EXEC SQL
                 UPDATE T3377_CRP_LBR_PRC
                    SET LBR_ITM_CST_AMT = :H-CST-AMT,
                        LBR_ITM_PRC_AMT = :H-RTL-AMT,
                        LBR_ITM_MRG_PCT = :H-MRG-PCT,
                        PRC_END_DT      = :H-END-DT,
                        ENT_USR_ID      = :H-USER-ID,
                        ENT_DM          = CURRENT TIMESTAMP
                  WHERE T024_LBR_ITM_NBR = :H-ITM-NBR
                    AND T3377_PRC_BGN_DT = :H-BGN-DT
              END-EXEC
           END-IF.
      *
       3200-HOLD-CHANGE.
      *
           IF CA-T3422
              EXEC SQL
                 UPDATE T3422_LBR_PRC_MNT
                    SET PND_ACN_CD      = 'C',
                        PND_CST_AMT     = :H-CST-AMT,
                        PND_RTL_PRC_AMT = :H-RTL-AMT,
                        PND_MRG_PCT     = :H-MRG-PCT,
                        PND_END_DT      = :H-END-DT,
                        PND_USR_ID      = :H-USER-ID
                  WHERE T024_ITM_NBR     = :H-ITM-NBR
                    AND T224_LCT_CGY_CD  = :H-LCT-CGY-CD
                    AND T162_CGY_SHT_NME = :H-CGY-SHT-NME
                    AND T162_CGY_ONR_ID  = :H-ONR-ID
                    AND T3422_CNG_BGN_DT = :H-BGN-DT
              END-EXEC
           ELSE
              EXEC SQL
                 UPDATE T3377_CRP_LBR_PRC
                    SET PND_ACN_CD      = 'C',
                        PND_CST_AMT     = :H-CST-AMT,
                        PND_RTL_PRC_AMT = :H-RTL-AMT,
                        PND_MRG_PCT     = :H-MRG-PCT,
                        PND_END_DT      = :H-END-DT,
                        PND_USR_ID      = :H-USER-ID
                  WHERE T024_LBR_ITM_NBR = :H-ITM-NBR
                    AND T3377_PRC_BGN_DT = :H-BGN-DT
              END-EXEC
           END-IF.
      *
      *================================================================
      * 4000-WITHDRAW-ROW - AN ADD THAT WAS NEVER APPROVED IS SIMPLY
      *     WITHDRAWN (IT NEVER REACHED THE EXTRACT); AN APPROVED ROW
      *     HAS THE WITHDRAWAL HELD FOR A SECOND USER.
      *================================================================
       4000-WITHDRAW-ROW.
      *
           PERFORM 7000-READ-ROW
              THRU 7000-READ-ROW-EXIT
           IF CA-RETURN-CODE NOT = ZERO
              GO TO 4000-WITHDRAW-ROW-EXIT
           END-IF
      *
           IF H-MNT-STS-CD = 'X'
              MOVE 53                    TO CA-RETURN-CODE
              GO TO 4000-WITHDRAW-ROW-EXIT
           END-IF
           IF H-PND-ACN-CD NOT = SPACE
              MOVE 52                    TO CA-RETURN-CODE
              GO TO 4000-WITHDRAW-ROW-EXIT
           END-IF
      *
           IF H-MNT-STS-CD = 'P'
              MOVE 'X'                   TO H-MNT-STS-CD
              MOVE SPACE                 TO H-PND-ACN-CD
           ELSE
              MOVE 'A'                   TO H-MNT-STS-CD
              MOVE 'W'                   TO H-PND-ACN-CD
           END-IF
      *
           IF CA-T3422
              EXEC SQL
                 UPDATE T3422_LBR_PRC_MNT
                    SET MNT_STS_CD = :H-MNT-STS-CD,
                        PND_ACN_CD = :H-PND-ACN-CD,
                        PND_USR_ID = :H-USER-ID
                  WHERE T024_ITM_NBR     = :H-ITM-NBR
                    AND T224_LCT_CGY_CD  = :H-LCT-CGY-CD
                    AND T162_CGY_SHT_NME = :H-CGY-SHT-NME
                    AND T162_CGY_ONR_ID  = :H-ONR-ID
                    AND T3422_CNG_BGN_DT = :H-BGN-DT
              END-EXEC
           ELSE
              EXEC SQL
                 UPDATE T3377_CRP_LBR_PRC
                    SET MNT_STS_CD = :H-MNT-STS-CD,
                        PND_ACN_CD = :H-PND-ACN-CD,
                        PND_USR_ID = :H-USER-ID
                  WHERE T024_LBR_ITM_NBR = :H-ITM-NBR
                    AND T3377_PRC_BGN_DT = :H-BGN-DT
              END-EXEC
           END-IF
      *
           IF NOT SQL-OK
              PERFORM 9000-SQL-ERROR
              GO TO 4000-WITHDRAW-ROW-EXIT
           END-IF
      *
           PERFORM 7000-READ-ROW
              THRU 7000-READ-ROW-EXIT
           IF CA-RETURN-CODE = ZERO
              PERFORM 7900-RETURN-ROW
           END-IF.
      *
       4000-WITHDRAW-ROW-EXIT.
           EXIT.
      *
      *================================================================
      * 5000-APPROVE-ROW - A SECOND USER RELEASES THE PENDING ACTION.
      *     THE APPROVER MAY NOT BE THE USER WHO KEYED IT.  THE
      *     APPROVAL AND BOTH USER IDS ARE LOGGED IN THE SAME UNIT
      *     OF WORK AS THE UPDATE.
      *================================================================
       5000-APPROVE-ROW.
      *
           PERFORM 7000-READ-ROW
              THRU 7000-READ-ROW-EXIT
           IF CA-RETURN-CODE NOT = ZERO
              GO TO 5000-APPROVE-ROW-EXIT
           END-IF
      *
           EVALUATE TRUE
              WHEN H-MNT-STS-CD = 'P'
                 MOVE 'A'                TO WS-APV-ACN-CD
                 MOVE H-ENT-USR-ID       TO WS-ENTERED-BY
              WHEN H-PND-ACN-CD = 'C' OR H-PND-ACN-CD = 'W'
                 MOVE H-PND-ACN-CD       TO WS-APV-ACN-CD
                 MOVE H-PND-USR-ID       TO WS-ENTERED-BY
              WHEN OTHER
                 MOVE 50                 TO CA-RETURN-CODE
                 GO TO 5000-APPROVE-ROW-EXIT
           END-EVALUATE
      *
           IF WS-ENTERED-BY = CA-USER-ID
              MOVE 51                    TO CA-RETURN-CODE
              GO TO 5000-APPROVE-ROW-EXIT
           END-IF
      *
      *    ANOTHER ROW MAY HAVE BEEN KEYED OR CHANGED INTO THIS
      *    WINDOW SINCE THIS ONE WAS KEYED, SO THE CHECK IS MADE AGAIN
      *    BEFORE AN ADD OR A CHANGE IS RELEASED
           IF WS-APV-ACN-CD = 'A' OR WS-APV-ACN-CD = 'C'
              IF WS-APV-ACN-CD = 'C'
                 MOVE H-PND-END-DT       TO H-END-DT
              END-IF
              PERFORM 6500-CHECK-OVERLAP
                 THRU 6500-CHECK-OVERLAP-EXIT
              IF CA-RETURN-CODE NOT = ZERO
                 GO TO 5000-APPROVE-ROW-EXIT
              END-IF
           END-IF
      *
           EVALUATE WS-APV-ACN-CD
              WHEN 'A'
                 PERFORM 5100-APPROVE-ADD
                    THRU 5100-APPROVE-ADD-EXIT
              WHEN 'C'
                 PERFORM 5200-APPROVE-CHANGE
              WHEN 'W'
                 PERFORM 5300-APPROVE-WITHDRAW
           END-EVALUATE
      *
           IF NOT SQL-OK
              PERFORM 9000-SQL-ERROR
              GO TO 5000-APPROVE-ROW-EXIT
           END-IF
      *
           PERFORM 5500-LOG-APPROVAL
           IF NOT SQL-OK
              PERFORM 9000-SQL-ERROR
              GO TO 5000-APPROVE-ROW-EXIT
           END-IF
      *
           PERFORM 7000-READ-ROW
              THRU 7000-READ-ROW-EXIT
           IF CA-RETURN-CODE = ZERO
              PERFORM 7900-RETURN-ROW
           END-IF.
      *
       5000-APPROVE-ROW-EXIT.
           EXIT.
      *
      *================================================================
      * 5100-APPROVE-ADD - CLOSES ANY APPROVED OPEN-ENDED ROW FOR THE
      *     SAME KEY THAT BEGAN EARLIER, THEN RELEASES THE NEW ROW.
      *================================================================
       5100-APPROVE-ADD.
      *
           EXEC SQL
              SET :H-PRIOR-END-DT = CHAR(DATE(:H-BGN-DT) - 1 DAY, ISO)
           END-EXEC
           IF NOT SQL-OK
              GO TO 5100-APPROVE-ADD-EXIT
           END-IF
      *
           IF CA-T3422
              EXEC SQL
                 UPDATE T3422_LBR_PRC_MNT
                    SET CNG_END_DT = :H-PRIOR-END-DT
                  WHERE T024_ITM_NBR     = :H-ITM-NBR
                    AND T224_LCT_CGY_CD  = :H-LCT-CGY-CD
                    AND T162_CGY_SHT_NME = :H-CGY-SHT-NME
                    AND T162_CGY_ONR_ID  = :H-ONR-ID
                    AND T3422_CNG_BGN_DT < :H-BGN-DT
                    AND CNG_END_DT       = '9999-12-31'
                    AND MNT_STS_CD       = 'A'
              END-EXEC
           ELSE
              EXEC SQL
                 UPDATE T3377_CRP_LBR_PRC
                    SET PRC_END_DT = :H-PRIOR-END-DT
                  WHERE T024_LBR_ITM_NBR = :H-ITM-NBR
                    AND T3377_PRC_BGN_DT < :H-BGN-DT
                    AND PRC_END_DT       = '9999-12-31'
                    AND MNT_STS_CD       = 'A'
              END-EXEC
           END-IF
           IF NOT SQL-OK AND NOT SQL-NOT-FND
              GO TO 5100-APPROVE-ADD-EXIT
           END-IF
      *
           IF CA-T3422
              EXEC SQL
                 UPDATE T3422_LBR_PRC_MNT
                    SET MNT_STS_CD = 'A',
                        APV_USR_ID = :H-USER-ID,
                        APV_DM     = CURRENT TIMESTAMP
                  WHERE T024_ITM_NBR     = :H-ITM-NBR
                    AND T224_LCT_CGY_CD  = :H-LCT-CGY-CD
                    AND T162_CGY_SHT_NME = :H-CGY-SHT-NME
                    AND T162_CGY_ONR_ID  = :H-ONR-ID
                    AND T3422_CNG_BGN_DT = :H-BGN-DT
              END-EXEC
           ELSE
              EXEC SQL
                 UPDATE T3377_CRP_LBR_PRC
                    SET MNT_STS_CD = 'A',
                        APV_USR_ID = :H-USER-ID,
                        APV_DM     = CURRENT TIMESTAMP
                  WHERE T024_LBR_ITM_NBR = :H-ITM-NBR
                    AND T3377_PRC_BGN_DT = :H-BGN-DT
              END-EXEC
           END-IF.
      *
       5100-APPROVE-ADD-EXIT.
           EXIT.
      *
       5200-APPROVE-CHANGE.
      *
           IF CA-T3422
              EXEC SQL
                 UPDATE T3422_LBR_PRC_MNT
                    SET NEW_CST_AMT     = PND_CST_AMT,
                        NEW_RTL_PRC_AMT = PND_RTL_PRC_AMT,
                        NEW_MRG_PCT     = PND_MRG_PCT,
                        CNG_END_DT      = PND_END_DT,
                        PND_ACN_CD      = ' ',
                        APV_USR_ID      = :H-USER-ID,
                        APV_DM          = CURRENT TIMESTAMP
                  WHERE T024_ITM_NBR     = :H-ITM-NBR
                    AND T224_LCT_CGY_CD  = :H-LCT-CGY-CD
                    AND T162_CGY_SHT_NME = :H-CGY-SHT-NME
                    AND T162_CGY_ONR_ID  = :H-ONR-ID
                    AND T3422_CNG_BGN_DT = :H-BGN-DT
              END-EXEC
           ELSE
              EXEC SQL
                 UPDATE T3377_CRP_LBR_PRC
                    SET LBR_ITM_CST_AMT = PND_CST_AMT,
                        LBR_ITM_PRC_AMT = PND_RTL_PRC_AMT,
                        LBR_ITM_MRG_PCT = PND_MRG_PCT,
                        PRC_END_DT      = PND_END_DT,
                        PND_ACN_CD      = ' ',
                        APV_USR_ID      = :H-USER-ID,
                        APV_DM          = CURRENT TIMESTAMP
                  WHERE T024_LBR_ITM_NBR = :H-ITM-NBR
                    AND T3377_PRC_BGN_DT = :H-BGN-DT
              END-EXEC
           END-IF.
      *
       5300-APPROVE-WITHDRAW.
      *
           IF CA-T3422
              EXEC SQL
                 UPDATE T3422_LBR_PRC_MNT
                    SET MNT_STS_CD = 'X',
                        PND_ACN_CD = ' ',
                        APV_USR_ID = :H-USER-ID,
                        APV_DM     = CURRENT TIMESTAMP
                  WHERE T024_ITM_NBR     = :H-ITM-NBR
                    AND T224_LCT_CGY_CD  = :H-LCT-CGY-CD
                    AND T162_CGY_SHT_NME = :H-CGY-SHT-NME
                    AND T162_CGY_ONR_ID  = :H-ONR-ID
                    AND T3422_CNG_BGN_DT = :H-BGN-DT
              END-EXEC
           ELSE
              EXEC SQL
                 UPDATE T3377_CRP_LBR_PRC
                    SET MNT_STS_CD = 'X',
                        PND_ACN_CD = ' ',
                        APV_USR_ID = :H-USER-ID,
                        APV_DM     = CURRENT TIMESTAMP
                  WHERE T024_LBR_ITM_NBR = :H-ITM-NBR
                    AND T3377_PRC_BGN_DT = :H-BGN-DT
              END-EXEC
           END-IF.
      *
       5500-LOG-APPROVAL.
      *
           EXEC SQL
              INSERT INTO T3423_PRC_MNT_APV_LOG
                     (TBL_ID, T024_ITM_NBR, T224_LCT_CGY_CD,
                      T162_CGY_SHT_NME, T162_CGY_ONR_ID,
                      CNG_BGN_DT, APV_ACN_CD,
                      ENT_USR_ID, APV_USR_ID, APV_DM)
              VALUES (:H-TABLE-ID, :H-ITM-NBR, :H-LCT-CGY-CD,
                      :H-CGY-SHT-NME, :H-ONR-ID,
                      :H-BGN-DT, :WS-APV-ACN-CD,
                      :WS-ENTERED-BY, :H-USER-ID, CURRENT TIMESTAMP)
           END-EXEC.
      *
      *================================================================
      * 6000-EDIT-PRICE - THE INSB617 EDITS: COST AND RETAIL ABOVE
      *     ZERO, VALID DATES, MARGIN INSIDE 0-100, ITEM ON T2567,
      *     AND THE ITEM CATEGORY'S PRCF610M FLOOR ('B' CARDS BLOCK,
      *     OTHERS WARN).  SETS H-MRG-PCT FOR THE UPDATE.
      *================================================================
       6000-EDIT-PRICE.
      *
           IF H-CST-AMT NOT > ZERO
              MOVE 40                    TO CA-RETURN-CODE
              GO TO 6000-EDIT-PRICE-EXIT
           END-IF
           IF H-RTL-AMT NOT > ZERO
              MOVE 41                    TO CA-RETURN-CODE
              GO TO 6000-EDIT-PRICE-EXIT
           END-IF
      *
           IF H-BGN-DT(5:1) NOT = '-' OR H-BGN-DT(8:1) NOT = '-'
              OR H-END-DT(5:1) NOT = '-' OR H-END-DT(8:1) NOT = '-'
              OR H-END-DT < H-BGN-DT
              MOVE 46                    TO CA-RETURN-CODE
              GO TO 6000-EDIT-PRICE-EXIT
           END-IF
      *
           COMPUTE WS-EFF-MRG-PCT ROUNDED =
              ((H-RTL-AMT - H-CST-AMT) * 100) / H-RTL-AMT
           IF WS-EFF-MRG-PCT < ZERO OR WS-EFF-MRG-PCT > 100
              MOVE 42                    TO CA-RETURN-CODE
              GO TO 6000-EDIT-PRICE-EXIT
           END-IF
           MOVE WS-EFF-MRG-PCT           TO H-MRG-PCT
           MOVE WS-EFF-MRG-PCT           TO CA-MRG-PCT
      *
           EXEC SQL
             SELECT T2565_LBR_CGY_CD
               INTO :H-CGY-CD
               FROM T2567_LBR_CGY_ITM
              WHERE T024_ITM_NBR = :H-ITM-NBR
              FETCH FIRST ROW ONLY
               WITH UR
           END-EXEC
           IF SQL-NOT-FND
              MOVE 44                    TO CA-RETURN-CODE
              GO TO 6000-EDIT-PRICE-EXIT
           END-IF
           IF NOT SQL-OK
              PERFORM 9000-SQL-ERROR
              GO TO 6000-EDIT-PRICE-EXIT
           END-IF
      *
           EXEC CICS READ
                FILE('PRCF610M')
                INTO(PRCF610M-REC)
                RIDFLD(H-CGY-CD)
                RESP(WS-RESP)
           END-EXEC
      *
           IF WS-RESP = DFHRESP(NOTFND)
              GO TO 6000-EDIT-PRICE-EXIT
           END-IF
           IF WS-RESP NOT = DFHRESP(NORMAL)
              MOVE 90                    TO CA-RETURN-CODE
              GO TO 6000-EDIT-PRICE-EXIT
           END-IF
      *
           IF WS-EFF-MRG-PCT < MRGF-CARD-MIN-PCT
              IF MRGF-CARD-SEV-FLG = 'B'
                 MOVE 43                 TO CA-RETURN-CODE
              ELSE
                 MOVE 'W'                TO CA-WARN-FLAG
              END-IF
           END-IF.
      *
       6000-EDIT-PRICE-EXIT.
           EXIT.
      *
      *================================================================
      * 6500-CHECK-OVERLAP - NO OTHER LIVE OR PENDING ROW FOR THE
      *     SAME ITEM/LOCATION-CATEGORY/OWNER MAY COVER ANY DATE OF
      *     THE WINDOW H-BGN-DT THRU H-END-DT.  THE ROW'S OWN KEY IS
      *     EXCLUDED, SO A CHANGE OR AN APPROVAL IS NOT COUNTED
      *     AGAINST ITSELF.  AN APPROVED OPEN-ENDED ROW THAT BEGAN
      *     EARLIER IS NOT AN OVERLAP - APPROVAL SUPERSEDES IT.
      *================================================================
       6500-CHECK-OVERLAP.
      *
           MOVE ZERO                     TO H-OVERLAP-COUNT
           IF CA-T3422
              EXEC SQL
                 SELECT COUNT(*)
                   INTO :H-OVERLAP-COUNT
                   FROM T3422_LBR_PRC_MNT
                  WHERE T024_ITM_NBR      = :H-ITM-NBR
                    AND T224_LCT_CGY_CD   = :H-LCT-CGY-CD
                    AND T162_CGY_SHT_NME  = :H-CGY-SHT-NME
                    AND T162_CGY_ONR_ID   = :H-ONR-ID
                    AND MNT_STS_CD       IN ('A','P')
                    AND T3422_CNG_BGN_DT <> :H-BGN-DT
                    AND T3422_CNG_BGN_DT <= :H-END-DT
                    AND CNG_END_DT       >= :H-BGN-DT
                    AND NOT (MNT_STS_CD       = 'A'
                         AND CNG_END_DT       = '9999-12-31'
                         AND T3422_CNG_BGN_DT < :H-BGN-DT)
              END-EXEC
           ELSE
              EXEC SQL
                 SELECT COUNT(*)
                   INTO :H-OVERLAP-COUNT
                   FROM T3377_CRP_LBR_PRC
                  WHERE T024_LBR_ITM_NBR  = :H-ITM-NBR
                    AND MNT_STS_CD       IN ('A','P')
                    AND T3377_PRC_BGN_DT <> :H-BGN-DT
                    AND T3377_PRC_BGN_DT <= :H-END-DT
                    AND PRC_END_DT       >= :H-BGN-DT
                    AND NOT (MNT_STS_CD       = 'A'
                         AND PRC_END_DT       = '9999-12-31'
                         AND T3377_PRC_BGN_DT < :H-BGN-DT)
              END-EXEC
           END-IF
      *
           IF NOT SQL-OK
              PERFORM 9000-SQL-ERROR
              GO TO 6500-CHECK-OVERLAP-EXIT
           END-IF
           IF H-OVERLAP-COUNT > ZERO
              MOVE 20                    TO CA-RETURN-CODE
           END-IF.
      *
       6500-CHECK-OVERLAP-EXIT.
           EXIT.
      *
      *================================================================
      * 7000-READ-ROW - ONE ROW BY FULL KEY, INTO THE H- FIELDS.
      *================================================================
       7000-READ-ROW.
      *
           IF CA-T3422
              EXEC SQL
                 SELECT NEW_CST_AMT, NEW_RTL_PRC_AMT, NEW_MRG_PCT,
                        CNG_END_DT, MNT_STS_CD, PND_ACN_CD,
                        PND_CST_AMT, PND_RTL_PRC_AMT, PND_END_DT,
                        ENT_USR_ID, PND_USR_ID, APV_USR_ID
                   INTO :H-CST-AMT, :H-RTL-AMT, :H-MRG-PCT,
                        :H-END-DT, :H-MNT-STS-CD, :H-PND-ACN-CD,
                        :H-PND-CST-AMT:H-PND-IND,
                        :H-PND-RTL-AMT:H-PND-IND,
                        :H-PND-END-DT:H-PND-END-IND,
                        :H-ENT-USR-ID,
                        :H-PND-USR-ID:H-PND-USR-IND,
                        :H-APV-USR-ID:H-APV-USR-IND
                   FROM T3422_LBR_PRC_MNT
                  WHERE T024_ITM_NBR     = :H-ITM-NBR
                    AND T224_LCT_CGY_CD  = :H-LCT-CGY-CD
                    AND T162_CGY_SHT_NME = :H-CGY-SHT-NME
                    AND T162_CGY_ONR_ID  = :H-ONR-ID
                    AND T3422_CNG_BGN_DT = :H-BGN-DT
              END-EXEC
           ELSE
              EXEC SQL
                 SELECT LBR_ITM_CST_AMT, LBR_ITM_PRC_AMT,
                        LBR_ITM_MRG_PCT,
                        PRC_END_DT, MNT_STS_CD, PND_ACN_CD,
                        PND_CST_AMT, PND_RTL_PRC_AMT, PND_END_DT,
                        ENT_USR_ID, PND_USR_ID, APV_USR_ID
                   INTO :H-CST-AMT, :H-RTL-AMT,
                        :H-MRG-PCT,
                        :H-END-DT, :H-MNT-STS-CD, :H-PND-ACN-CD,
                        :H-PND-CST-AMT:H-PND-IND,
                        :H-PND-RTL-AMT:H-PND-IND,
                        :H-PND-END-DT:H-PND-END-IND,
                        :H-ENT-USR-ID,
                        :H-PND-USR-ID:H-PND-USR-IND,
                        :H-APV-USR-ID:H-APV-USR-IND
                   FROM T3377_CRP_LBR_PRC
                  WHERE T024_LBR_ITM_NBR = :H-ITM-NBR
                    AND T3377_PRC_BGN_DT = :H-BGN-DT
              END-EXEC
           END-IF
      *
           IF SQL-NOT-FND
              MOVE 10                    TO CA-RETURN-CODE
              GO TO 7000-READ-ROW-EXIT
           END-IF
           IF NOT SQL-OK
              PERFORM 9000-SQL-ERROR
              GO TO 7000-READ-ROW-EXIT
           END-IF
      *
           IF H-PND-IND < ZERO
              MOVE ZERO                  TO H-PND-CST-AMT
                                            H-PND-RTL-AMT
           END-IF
           IF H-PND-END-IND < ZERO
              MOVE SPACES                TO H-PND-END-DT
           END-IF
           IF H-PND-USR-IND < ZERO
              MOVE SPACES                TO H-PND-USR-ID
           END-IF
           IF H-APV-USR-IND < ZERO
              MOVE SPACES                TO H-APV-USR-ID
           END-IF.
      *
       7000-READ-ROW-EXIT.
           EXIT.
      *
       7900-RETURN-ROW.
      *
           MOVE H-END-DT                 TO CA-CNG-END-DT
           MOVE H-CST-AMT                TO CA-CST-AMT
           MOVE H-RTL-AMT                TO CA-RTL-PRC-AMT
           MOVE H-MRG-PCT                TO CA-MRG-PCT
           MOVE H-MNT-STS-CD             TO CA-MNT-STS-CD
           MOVE H-PND-ACN-CD             TO CA-PND-ACN-CD
           MOVE H-PND-CST-AMT            TO CA-PND-CST-AMT
           MOVE H-PND-RTL-AMT            TO CA-PND-RTL-PRC-AMT
           MOVE H-PND-END-DT             TO CA-PND-END-DT
           MOVE H-ENT-USR-ID             TO CA-ENT-USR-ID
           MOVE H-PND-USR-ID             TO CA-PND-USR-ID
           MOVE H-APV-USR-ID             TO CA-APV-USR-ID.
      *
       9000-SQL-ERROR.
      *
           MOVE 90                       TO CA-RETURN-CODE
           MOVE SQLCODE                  TO CA-SQLCODE.
