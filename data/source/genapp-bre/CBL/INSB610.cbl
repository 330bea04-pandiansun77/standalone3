           SELECT DSCF610A ASSIGN TO DSCF610A
              FILE STATUS IS DSCF610A-STATUS.

           SELECT CLRF610A ASSIGN TO CLRF610A
              FILE STATUS IS CLRF610A-STATUS.

           SELECT INVF610A ASSIGN TO INVF610A
              FILE STATUS IS INVF610A-STATUS.

           SELECT CLRF610S ASSIGN TO CLRF610S
              FILE STATUS IS CLRF610S-STATUS.

           SELECT LWLF610A ASSIGN TO LWLF610A
              FILE STATUS IS LWLF610A-STATUS.

           SELECT LWLF610D ASSIGN TO LWLF610D
              FILE STATUS IS LWLF610D-STATUS.

           SELECT FAMF610A ASSIGN TO FAMF610A
              FILE STATUS IS FAMF610A-STATUS.

           SELECT ECMF610P ASSIGN TO ECMF610P
              FILE STATUS IS ECMF610P-STATUS.

           SELECT ECMF610A ASSIGN TO ECMF610A
              FILE STATUS IS ECMF610A-STATUS.

           SELECT MAPF610P ASSIGN TO MAPF610P
              FILE STATUS IS MAPF610P-STATUS.

           SELECT MAPF610A ASSIGN TO MAPF610A
              FILE STATUS IS MAPF610A-STATUS.

       DATA DIVISION.
       FILE SECTION.

           BLOCK CONTAINS 0 RECORDS.
       01  DSCF610A-RECORD                PIC X(80).

      *--  CLEARANCE MARKDOWN SCHEDULE CARDS BY DEPARTMENT ----------*
       FD  CLRF610A
           BLOCK CONTAINS 0 RECORDS.
       01  CLRF610A-RECORD                PIC X(80).

      *--  STORE ON-HAND FEED (INVF625A LAYOUT, SORTED BY ITEM AND
      *--  STORE) FOR THE CLEARANCE PASS ---------------------------*
       FD  INVF610A
           BLOCK CONTAINS 0 RECORDS.
       01  INVF610A-RECORD                PIC X(80).

      *--  CLEARANCE STATUS REPORT ----------------------------------*
       FD  CLRF610S
           BLOCK CONTAINS 0 RECORDS.
       01  CLRF610S-RECORD                PIC X(80).

      *--  NIGHTLY LABEL-CHANGE CAP CARDS BY STORE / SIZE CLASS -----*
       FD  LWLF610A
           BLOCK CONTAINS 0 RECORDS.
       01  LWLF610A-RECORD                PIC X(80).

      *--  DEFERRED LABEL-CHANGE REPORT -----------------------------*
       FD  LWLF610D
           BLOCK CONTAINS 0 RECORDS.
       01  LWLF610D-RECORD                PIC X(80).

      *--  PRICE-FAMILY EXCEPTION REPORT ----------------------------*
       FD  FAMF610A
           BLOCK CONTAINS 0 RECORDS.
       01  FAMF610A-RECORD                PIC X(80).

      *--  DIGITAL-CHANNEL FULFILMENT LOCATION CARDS ----------------*
       FD  ECMF610P
           BLOCK CONTAINS 0 RECORDS.
       01  ECMF610P-RECORD                PIC X(80).

      *--  DIGITAL-CHANNEL (WEB STORE / MOBILE APP) PRICE FEED -------*
       FD  ECMF610A
           BLOCK CONTAINS 0 RECORDS.
       01  ECMF610A-RECORD                PIC X(100).

      *--  VENDOR MINIMUM-ADVERTISED-PRICE AGREEMENT CARDS ----------*
       FD  MAPF610P
           BLOCK CONTAINS 0 RECORDS.
       01  MAPF610P-RECORD                PIC X(80).

      *--  MAP EXCEPTION REPORT FOR THE BUYERS ----------------------*
       FD  MAPF610A
           BLOCK CONTAINS 0 RECORDS.
       01  MAPF610A-RECORD                PIC X(80).

      *--  SHELF-LABEL PRINT FEED.  ONE RECORD PER PRCF610B
      *--  MAINTENANCE RECORD, STORE-LEADING SO THE LABEL SYSTEM'S
      *--  SORT STEP SPLITS IT INTO ONE PRINT BATCH PER STORE --------*
               88 UOMF610A-VALID-STATUS           VALUE '00' '10'.
           05  DSCF610A-STATUS            PIC XX  VALUE '00'.
               88 DSCF610A-VALID-STATUS           VALUE '00'.
           05  CLRF610A-STATUS            PIC XX  VALUE '00'.
               88 CLRF610A-VALID-STATUS           VALUE '00' '10'.
           05  INVF610A-STATUS            PIC XX  VALUE '00'.
               88 INVF610A-VALID-STATUS           VALUE '00' '10'.
           05  CLRF610S-STATUS            PIC XX  VALUE '00'.
               88 CLRF610S-VALID-STATUS           VALUE '00'.
           05  LWLF610A-STATUS            PIC XX  VALUE '00'.
               88 LWLF610A-VALID-STATUS           VALUE '00' '10'.
           05  LWLF610D-STATUS            PIC XX  VALUE '00'.
               88 LWLF610D-VALID-STATUS           VALUE '00'.
           05  FAMF610A-STATUS            PIC XX  VALUE '00'.
               88 FAMF610A-VALID-STATUS           VALUE '00'.
           05  ECMF610P-STATUS            PIC XX  VALUE '00'.
               88 ECMF610P-VALID-STATUS           VALUE '00' '10'.
           05  ECMF610A-STATUS            PIC XX  VALUE '00'.
               88 ECMF610A-VALID-STATUS           VALUE '00'.
           05  MAPF610P-STATUS            PIC XX  VALUE '00'.
               88 MAPF610P-VALID-STATUS           VALUE '00' '10'.
           05  MAPF610A-STATUS            PIC XX  VALUE '00'.
               88 MAPF610A-VALID-STATUS           VALUE '00'.

      *--  HOST VARIABLES ------------------------------------------*

                    AND T3422.T162_CGY_ONR_ID   = T165.T162_CGY_ONR_ID
                    AND T3422.T3422_CNG_BGN_DT <= :H-TOMORROW
                    AND T3422.CNG_END_DT       >= :H-TOMORROW
                    AND T3422.MNT_STS_CD        = 'A'
                    AND T165.T158_LCT_GRP_CD    = 10
                    AND T165.T224_LCT_CGY_CD    = 300
                    AND T165.T162_CGY_ONR_ID    = 'LBRST') L
                    AND T3422.T162_CGY_ONR_ID   = T165.T162_CGY_ONR_ID
                    AND T3422.T3422_CNG_BGN_DT <= :H-TOMORROW
                    AND T3422.CNG_END_DT       >= :H-TOMORROW
                    AND T3422.MNT_STS_CD        = 'A'
                    AND T165.T158_LCT_GRP_CD    = 10
                    AND T165.T224_LCT_CGY_CD    = 300
                    AND T165.T162_CGY_ONR_ID    = 'LBRPZ') R
                 FROM T3377_CRP_LBR_PRC
                WHERE T3377_PRC_BGN_DT <= :H-TOMORROW
                  AND PRC_END_DT       >= :H-TOMORROW
                  AND MNT_STS_CD        = 'A'
             ORDER BY T024_LBR_ITM_NBR,
                      LBR_ITM_PRC_AMT
               WITH UR
              WITH UR
           END-EXEC.

      *--  STORE-LEVEL PRICE OVERRIDES FOR ONE ITEM: EVERY ACCEPTED
      *--  OVERRIDE IN FORCE TOMORROW ('A'), AND EVERY ONE THAT HAS
      *--  EXPIRED BUT WHOSE STORE HAS NOT YET BEEN SENT THE GROUP
      *--  PRICE BACK ('E').  ACTIVE ROWS SORT AHEAD OF EXPIRED ONES
      *--  FOR THE SAME LOCATION -------------------------------------*
           EXEC SQL
              DECLARE T3425A CURSOR WITH HOLD FOR
               SELECT T063_LCT_NBR,
                      OVR_RTL_PRC_AMT,
                      CASE WHEN OVR_END_DT < :H-TOMORROW
                           THEN 'E' ELSE 'A' END AS OVR_STATE
                 FROM T3425_STR_PRC_OVR
                WHERE T024_ITM_NBR = :T2567-REC.T024-ITM-NBR
                  AND OVR_STS_CD   = 'A'
                  AND OVR_BGN_DT  <= :H-TOMORROW
                  AND (OVR_END_DT >= :H-TOMORROW
                       OR RST_SNT_IDC = 'N')
             ORDER BY T063_LCT_NBR,
                      OVR_STATE
              WITH UR
           END-EXEC.

      *--  STORES CLOSED OUT BY INSB632, WITH THEIR LAST TRADING DAY.
      *--  INSB632 STAMPS ITS CLOSING-SALE ROWS 'INSB632S' AND THE
      *--  ROWS IT END-DATES 'INSB632E' ------------------------------*
           EXEC SQL
              DECLARE T3375Z CURSOR FOR
               SELECT T063_LCT_NBR,
                      CHAR(MAX(PME_END_EFC_DT), ISO)
                 FROM T3375_LBR_PRC_HST
                WHERE UPD_ID IN ('INSB632S', 'INSB632E')
                  AND PME_END_EFC_DT IS NOT NULL
             GROUP BY T063_LCT_NBR
             ORDER BY T063_LCT_NBR
              WITH UR
           END-EXEC.

      *--  QUEUED NON-URGENT LABEL CHANGES FOR CAPPED STORES, STORE
      *--  BY STORE.  WITHIN A STORE THE CHANGES THAT HAVE WAITED
      *--  LONGEST COME FIRST, THEN THE HIGHEST PRIORITY (LOWEST
      *--  PRIORITY-SEQ), SO THE LOWEST-PRIORITY CHANGES ARE THE
      *--  ONES LEFT OVER THE CAP ----------------------------------*
           EXEC SQL
              DECLARE T3426L CURSOR WITH HOLD FOR
               SELECT T024_ITM_NBR,
                      T063_LCT_NBR,
                      PRI_SEQ_NBR,
                      ADD_DT,
                      DFR_CNT,
                      PRC_REC_TXT,
                      LBL_SRC_CD,
                      CHG_TYP_TXT,
                      OLD_PRC_IDC,
                      OLD_RTL_AMT,
                      OLD_CST_AMT
                 FROM T3426_LBL_CHG_QUE
             ORDER BY T063_LCT_NBR,
                      ADD_DT,
                      PRI_SEQ_NBR,
                      T024_ITM_NBR
              WITH UR
           END-EXEC.

      *--  PRICE-FAMILY BREAKS FOR THE FAMILY OF THE ITEM IN HAND.
      *--  EACH MEMBER PRICED TODAY IS GIVEN THE RETAIL ITS OWN
      *--  MAINTENANCE CARRIES TOMORROW (T3422 STORE, THEN PRICE
      *--  ZONE, THEN T3377 CORPORATE, AS T3422A/T3377A PICK IT),
      *--  DIVIDED BY ITS SIZE RATIO.  ONE ROW COMES BACK FOR EACH
      *--  LOCATION WHERE THOSE BASE RETAILS SPREAD WIDER THAN THE
      *--  FAMILY'S TOLERANCE, WITH THE MEMBER COUNT AND THE COUNT
      *--  AND RANGE OF THE MEMBERS WHOSE MAINTENANCE TAKES EFFECT
      *--  TOMORROW.  EVERY MEMBER OF THE FAMILY SEES THE SAME ROWS,
      *--  SO EVERY MEMBER REACHES THE SAME DECISION ---------------*
           EXEC SQL
              DECLARE T3428F CURSOR WITH HOLD FOR
               SELECT P.LCT_NBR,
                      COUNT(*),
                      SUM(CASE WHEN P.NEW_IDC = 'Y' THEN 1 ELSE 0 END),
                      COALESCE(MIN(CASE WHEN P.NEW_IDC = 'Y'
                                        THEN P.BSE_RTL_AMT END), 0),
                      COALESCE(MAX(CASE WHEN P.NEW_IDC = 'Y'
                                        THEN P.BSE_RTL_AMT END), 0)
                 FROM
                  (SELECT C.T063_LCT_NBR AS LCT_NBR,
                          DECIMAL(COALESCE(L.NEW_RTL_PRC_AMT,
                                           R.NEW_RTL_PRC_AMT,
                                           K.LBR_ITM_PRC_AMT)
                                  / M.RTO_FCT, 11, 4) AS BSE_RTL_AMT,
                          CASE WHEN COALESCE(L.CNG_BGN_DT,
                                             R.CNG_BGN_DT,
                                             K.PRC_BGN_DT)
                                    = :H-TOMORROW
                               THEN 'Y' ELSE 'N' END AS NEW_IDC
                     FROM
                      (SELECT MBR.T024_ITM_NBR,
                              CASE WHEN FAM.FAM_TYP_CD = 'R'
                                   THEN MBR.SZ_RTO_FCT
                                   ELSE 1 END AS RTO_FCT
                         FROM T3428_PRC_FAM_MBR MBR,
                              T3427_PRC_FAM     FAM
                        WHERE MBR.FAM_ID = :H-FAM-ID
                          AND FAM.FAM_ID = MBR.FAM_ID
                          AND (FAM.FAM_TYP_CD <> 'R'
                               OR MBR.SZ_RTO_FCT > 0)) M
                     INNER JOIN T3375_LBR_PRC_HST C
                        ON C.T024_ITM_NBR = M.T024_ITM_NBR
                       AND C.T3375_PRC_DT = :H-TODAY
                     LEFT OUTER JOIN
                      (SELECT T3422.T024_ITM_NBR,
                              T165.T164_LCT_GRP_NBR,
                              MIN(T3422.NEW_RTL_PRC_AMT)
                                    AS NEW_RTL_PRC_AMT,
                              MAX(T3422.T3422_CNG_BGN_DT)
                                    AS CNG_BGN_DT
                         FROM T3422_LBR_PRC_MNT         T3422,
                              T165_LCT_CGY_GRP          T165
                        WHERE T3422.T224_LCT_CGY_CD =
                              T165.T224_LCT_CGY_CD
                          AND T3422.T162_CGY_SHT_NME =
                              T165.T162_CGY_SHT_NME
                          AND T3422.T162_CGY_ONR_ID =
                              T165.T162_CGY_ONR_ID
                          AND T3422.T3422_CNG_BGN_DT <= :H-TOMORROW
                          AND T3422.CNG_END_DT       >= :H-TOMORROW
                          AND T3422.MNT_STS_CD        = 'A'
                          AND T165.T158_LCT_GRP_CD    = 10
                          AND T165.T224_LCT_CGY_CD    = 300
                          AND T165.T162_CGY_ONR_ID    = 'LBRST'
                          AND T3422.T024_ITM_NBR IN
                              (SELECT T024_ITM_NBR
                                 FROM T3428_PRC_FAM_MBR
                                WHERE FAM_ID = :H-FAM-ID)
                        GROUP BY T3422.T024_ITM_NBR,
                                 T165.T164_LCT_GRP_NBR) L
                        ON L.T024_ITM_NBR     = M.T024_ITM_NBR
                       AND L.T164_LCT_GRP_NBR = C.T063_LCT_NBR
                     LEFT OUTER JOIN
                      (SELECT T3422.T024_ITM_NBR,
                              T165.T164_LCT_GRP_NBR,
                              MIN(T3422.NEW_RTL_PRC_AMT)
                                    AS NEW_RTL_PRC_AMT,
                              MAX(T3422.T3422_CNG_BGN_DT)
                                    AS CNG_BGN_DT
                         FROM T3422_LBR_PRC_MNT         T3422,
                              T165_LCT_CGY_GRP          T165
                        WHERE T3422.T224_LCT_CGY_CD =
                              T165.T224_LCT_CGY_CD
                          AND T3422.T162_CGY_SHT_NME =
                              T165.T162_CGY_SHT_NME
                          AND T3422.T162_CGY_ONR_ID =
                              T165.T162_CGY_ONR_ID
                          AND T3422.T3422_CNG_BGN_DT <= :H-TOMORROW
                          AND T3422.CNG_END_DT       >= :H-TOMORROW
                          AND T3422.MNT_STS_CD        = 'A'
                          AND T165.T158_LCT_GRP_CD    = 10
                          AND T165.T224_LCT_CGY_CD    = 300
                          AND T165.T162_CGY_ONR_ID    = 'LBRPZ'
                          AND T3422.T024_ITM_NBR IN
                              (SELECT T024_ITM_NBR
                                 FROM T3428_PRC_FAM_MBR
                                WHERE FAM_ID = :H-FAM-ID)
                        GROUP BY T3422.T024_ITM_NBR,
                                 T165.T164_LCT_GRP_NBR) R
                        ON R.T024_ITM_NBR     = M.T024_ITM_NBR
                       AND R.T164_LCT_GRP_NBR = C.T063_LCT_NBR
                     LEFT OUTER JOIN
                      (SELECT T024_LBR_ITM_NBR,
                              MIN(LBR_ITM_PRC_AMT) AS LBR_ITM_PRC_AMT,
                              MAX(T3377_PRC_BGN_DT) AS PRC_BGN_DT
                         FROM T3377_CRP_LBR_PRC
                        WHERE T3377_PRC_BGN_DT <= :H-TOMORROW
                          AND PRC_END_DT       >= :H-TOMORROW
                          AND MNT_STS_CD        = 'A'
                        GROUP BY T024_LBR_ITM_NBR) K
                        ON K.T024_LBR_ITM_NBR = M.T024_ITM_NBR
                    WHERE COALESCE(L.NEW_RTL_PRC_AMT,
                                   R.NEW_RTL_PRC_AMT,
                                   K.LBR_ITM_PRC_AMT) IS NOT NULL) P
             GROUP BY P.LCT_NBR
               HAVING MAX(P.BSE_RTL_AMT) - MIN(P.BSE_RTL_AMT)
                      > :H-FAM-TLR-AMT
             ORDER BY P.LCT_NBR
              WITH UR
           END-EXEC.

      *--  FULL PRICE BOOK FOR ONE STORE: EVERY IN-SCOPE ITEM'S
      *--  LATEST NOT-FUTURE T3375 ROW FOR THE NAMED LOCATION
      *--  (PA-REBASE).  THE SUBSELECT IS BOUNDED AT CURRENT DATE SO
               88  LBL-TYPE-REGULAR              VALUE 'R'.
               88  LBL-TYPE-SALE                 VALUE 'S'.
               88  LBL-TYPE-DEAL                 VALUE 'D'.
               88  LBL-TYPE-CLEARANCE            VALUE 'C'.
           05  LBL-ITEM-NUM              PIC 9(09).
           05  LBL-DEPT                  PIC 9(05).
           05  LBL-ITEM-DESC             PIC X(20).
           88  DISC-LCT-FND                      VALUE 'Y'.
       01  WS-DISC-COUNT                 PIC 9(09) COMP VALUE ZERO.

      *--  CLEARANCE MARKDOWN SCHEDULE (LOADED FROM CLRF610A) ---------*
      *--  ONE CARD PER DEPARTMENT (LABOR CATEGORY); DEPARTMENT 00000
      *--  IS THE DEFAULT FOR ANY DEPARTMENT WITHOUT A CARD OF ITS
      *--  OWN.  UP TO FIVE STEPS, EACH A PERCENT OFF THE RETAIL THAT
      *--  WAS ON FILE WHEN THE ITEM/LOCATION ENTERED CLEARANCE.
       01  CLRF610A-REC.
           05  CLRS-CARD-DEPT            PIC 9(05).
           05  CLRS-CARD-STEPS           PIC 9(01).
           05  CLRS-CARD-DAYS            PIC 9(03).
           05  CLRS-CARD-PCT             PIC 9(03) OCCURS 5 TIMES.
           05  FILLER                    PIC X(56).

       01  CLRS-MAX                      PIC 9(03) COMP VALUE 100.
       01  CLRS-IDX                      PIC 9(03) COMP VALUE ZERO.
       01  CLRS-END                      PIC 9(03) COMP VALUE ZERO.
       01  CLRS-PCT-IDX                  PIC 9(03) COMP VALUE ZERO.
       01  CLRS-TABLE.
           05  CLRS-ENTRY OCCURS 100 TIMES.
               10  CLRS-DEPT             PIC 9(05).
               10  CLRS-STEPS            PIC 9(01).
               10  CLRS-DAYS             PIC 9(03).
               10  CLRS-PCT              PIC 9(03) OCCURS 5 TIMES.
       01  WS-CLRF610A-EOF-SW            PIC X(01) VALUE 'N'.
           88  CLRF610A-EOF                      VALUE 'Y'.
       01  WS-CLRS-CARD-OK-SW            PIC X(01) VALUE 'Y'.
           88  CLRS-CARD-OK                      VALUE 'Y'.
       01  WS-CLRS-FND-SW                PIC X(01) VALUE 'N'.
           88  CLRS-FND                          VALUE 'Y'.
       01  WS-CLRS-DFT-IDX               PIC 9(03) COMP VALUE ZERO.

      *--  STORE ON-HAND FEED (SAME RECORD AS INVF625A) ---------------*
       01  INVF610A-REC.
           05  ONH-STORE                 PIC 9(04).
           05  ONH-ITEM                  PIC 9(09).
           05  ONH-UNITS                 PIC 9(07).
           05  FILLER                    PIC X(60).
       01  WS-INVF-OPEN-SW               PIC X(01) VALUE 'N'.
           88  INVF-OPEN                         VALUE 'Y'.
       01  WS-INVF-EOF-SW                PIC X(01) VALUE 'N'.
           88  INVF-EOF                          VALUE 'Y'.
       01  WS-ONH-ZERO-SW                PIC X(01) VALUE 'N'.
           88  ONH-ZERO                          VALUE 'Y'.

      *--  CLEARANCE TRACKING ROW (T3424_CLR_ITM_LCT) -----------------*
       01  H-CLR-DPT-NBR                 PIC 9(05).
       01  H-CLR-BGN-DT                  PIC X(10).
       01  H-CLR-LST-PRC-DT              PIC X(10).
       01  H-CLR-STP-NBR                 PIC S9(04) COMP.
       01  H-CLR-ELP-DAYS                PIC S9(09) COMP.
       01  H-CLR-BSE-RTL-AMT             PIC S9(07)V99 COMP-3.
       01  H-CLR-CST-AMT                 PIC S9(07)V99 COMP-3.
       01  H-CLR-RTL-AMT                 PIC S9(07)V99 COMP-3.
       01  H-CLR-MRG-PCT                 PIC S9(03)V99 COMP-3.
       01  H-CLR-ITM-DSC                 PIC X(20).

      *--  CLEARANCE PASS DECISION AND COUNTERS -----------------------*
       01  WS-CLR-ACTION                 PIC X(01) VALUE SPACE.
           88  CLR-SEND-DELETE                   VALUE 'D'.
           88  CLR-SEND-STEP                     VALUE 'S'.
           88  CLR-HOLD-STEP                     VALUE 'H'.
       01  WS-CLR-ROW-SW                 PIC X(01) VALUE 'N'.
           88  CLR-ROW-FND                       VALUE 'Y'.
       01  WS-CLR-NEW-STP                PIC S9(04) COMP VALUE ZERO.
       01  WS-CLR-STP-LEFT               PIC S9(09) COMP VALUE ZERO.
       01  WS-CLR-REASON                 PIC X(20) VALUE SPACES.
       01  WS-CLR-START-COUNT            PIC 9(09) COMP VALUE ZERO.
       01  WS-CLR-STEP-COUNT             PIC 9(09) COMP VALUE ZERO.
       01  WS-CLR-HOLD-COUNT             PIC 9(09) COMP VALUE ZERO.
       01  WS-CLR-END-COUNT              PIC 9(09) COMP VALUE ZERO.
       01  WS-CLR-ZERO-COUNT             PIC 9(09) COMP VALUE ZERO.

      *--  STORE-LEVEL PRICE OVERRIDES FOR THE ITEM IN HAND (T3425A) --*
      *--  WHILE AN OVERRIDE IS IN FORCE THE STORE KEEPS ITS OWN SHELF
      *--  PRICE AND IS SENT NO REGULAR PRICE CHANGE; T3375 STILL
      *--  CARRIES THE GROUP PRICE.  ONCE IT EXPIRES THE GROUP PRICE
      *--  IS RE-SENT AND RST_SNT_IDC IS SET.
       01  OVR-MAX                       PIC 9(03) COMP VALUE 200.
       01  OVR-IDX                       PIC 9(03) COMP VALUE ZERO.
       01  OVR-END                       PIC 9(03) COMP VALUE ZERO.
       01  OVR-TABLE.
           05  OVR-ENTRY OCCURS 200 TIMES.
               10  OVR-LCT               PIC 9(04).
               10  OVR-RTL-AMT           PIC S9(07)V99 COMP-3.
               10  OVR-STATE             PIC X(01).
       01  T3425A-EOF-SW                 PIC X(01) VALUE 'N'.
           88  T3425A-EOF                        VALUE 'Y'.
       01  H-OVR-LCT-NBR                 PIC 9(04).
       01  H-OVR-RTL-AMT                 PIC S9(07)V99 COMP-3.
       01  H-OVR-STATE                   PIC X(01).
       01  WS-OVR-SW                     PIC X(01) VALUE 'N'.
           88  OVR-NONE                          VALUE 'N'.
           88  OVR-ACTIVE                        VALUE 'A'.
           88  OVR-RESTORE                       VALUE 'E'.
       01  WS-OVR-RTL-AMT                PIC S9(07)V99 COMP-3
                                             VALUE ZERO.
       01  WS-OVR-EFF-MRG                PIC S9(05)V99 COMP-3
                                             VALUE ZERO.
       01  WS-OVR-PRC-CNT                PIC 9(09) COMP VALUE ZERO.
       01  WS-OVR-HELD-COUNT             PIC 9(09) COMP VALUE ZERO.
       01  WS-OVR-RST-COUNT              PIC 9(09) COMP VALUE ZERO.
       01  WS-OVR-REF-COUNT              PIC 9(09) COMP VALUE ZERO.

      *--  STORES CLOSED OUT BY INSB632 (T3375Z) ---------------------*
      *--  FROM THE CLOSE-OUT ON THE STORE'S BOOK BELONGS TO INSB632:
      *--  IT IS SENT NO PRICE, CLEARANCE, DELETE, LABEL OR REBASE
      *--  AND NO T3375 ROW IS WRITTEN FOR IT, SO THE CLOSING SALE
      *--  STANDS AND NOTHING IS LEFT OPEN PAST THE LAST TRADING
      *--  DAY.  RECALL DEACTIVATIONS STILL GO TO IT.
       01  CLS-MAX                       PIC 9(03) COMP VALUE 200.
       01  CLS-IDX                       PIC 9(03) COMP VALUE ZERO.
       01  CLS-END                       PIC 9(03) COMP VALUE ZERO.
       01  CLS-TABLE.
           05  CLS-LCT OCCURS 200 TIMES  PIC 9(04).
       01  T3375Z-EOF-SW                 PIC X(01) VALUE 'N'.
           88  T3375Z-EOF                        VALUE 'Y'.
       01  H-CLS-LCT-NBR                 PIC 9(04).
       01  H-CLS-DT                      PIC X(10).
       01  WS-CLS-LCT                    PIC 9(04) VALUE ZERO.
       01  LCT-CLOSED-SW                 PIC X(01) VALUE 'N'.
           88  LCT-CLOSED                        VALUE 'Y'.

      *--  CLEARANCE STATUS REPORT DETAIL -----------------------------*
       01  CLRF610S-REC.
           05  CLRR-STORE                PIC 9(04).
           05  FILLER                    PIC X(01) VALUE SPACE.
           05  CLRR-DEPT                 PIC 9(05).
           05  FILLER                    PIC X(01) VALUE SPACE.
           05  CLRR-ITEM-NUM             PIC 9(09).
           05  FILLER                    PIC X(01) VALUE SPACE.
           05  CLRR-STEP                 PIC 9(01).
           05  FILLER                    PIC X(01) VALUE '/'.
           05  CLRR-STEPS                PIC 9(01).
           05  FILLER                    PIC X(01) VALUE SPACE.
           05  CLRR-BGN-DT               PIC X(10).
           05  FILLER                    PIC X(01) VALUE SPACE.
           05  CLRR-BSE-RTL              PIC -(5)9.99.
           05  FILLER                    PIC X(01) VALUE SPACE.
           05  CLRR-CLR-RTL              PIC -(5)9.99.
           05  FILLER                    PIC X(01) VALUE SPACE.
           05  CLRR-DAYS-LEFT            PIC ZZ9.
           05  FILLER                    PIC X(01) VALUE SPACE.
           05  CLRR-STATUS               PIC X(12).
           05  FILLER                    PIC X(08) VALUE SPACES.

      *--  NIGHTLY LABEL-CHANGE WORKLOAD LEVELING (LWLF610A CARDS) ----*
      *--  A STORE CAN ONLY HANG SO MANY SHELF LABELS BEFORE IT OPENS.
      *--  A STORE WITH A CAP IS SENT AT MOST THAT MANY NON-URGENT
      *--  CHANGES A NIGHT; THE REST WAIT ON T3426_LBL_CHG_QUE FOR
      *--  THE FOLLOWING TRADE DAYS.  MARKDOWNS, DELETES, EMERGENCY
      *--  AND RECALL RUNS ARE NEVER HELD.
      *--      COLS  1-04  STORE (0000 = CHAIN DEFAULT / CLASS CARD)
      *--      COLS  5-05  STORE SIZE CLASS (A-Z, OR SPACE)
      *--      COLS  6-10  NIGHTLY CAP (NON-URGENT CHANGES)
       01  LWLF610A-REC.
           05  LWLC-CARD-STORE           PIC 9(04).
           05  LWLC-CARD-STORE-X REDEFINES LWLC-CARD-STORE
                                         PIC X(04).
           05  LWLC-CARD-CLASS           PIC X(01).
           05  LWLC-CARD-CAP             PIC 9(05).
           05  LWLC-CARD-CAP-X REDEFINES LWLC-CARD-CAP
                                         PIC X(05).
           05  FILLER                    PIC X(70).

       01  LWLC-MAX                      PIC 9(03) COMP VALUE 026.
       01  LWLC-IDX                      PIC 9(03) COMP VALUE ZERO.
       01  LWLC-END                      PIC 9(03) COMP VALUE ZERO.
       01  LWLC-TABLE.
           05  LWLC-ENTRY OCCURS 26 TIMES.
               10  LWLC-CLASS            PIC X(01).
               10  LWLC-CAP              PIC 9(05) COMP.
       01  WS-LWLC-FND-SW                PIC X(01) VALUE 'N'.
           88  LWLC-FND                          VALUE 'Y'.
       01  WS-LWL-CLASS                  PIC X(01) VALUE SPACE.
       01  WS-LWL-DFT-CAP                PIC 9(05) COMP VALUE ZERO.
       01  WS-LWLF610A-EOF-SW            PIC X(01) VALUE 'N'.
           88  LWLF610A-EOF                      VALUE 'Y'.
       01  WS-LWL-CARD-OK-SW             PIC X(01) VALUE 'Y'.
           88  LWL-CARD-OK                       VALUE 'Y'.
       01  WS-LWL-CAPS-SW                PIC X(01) VALUE 'N'.
           88  LWL-CAPS-LOADED                   VALUE 'Y'.
       01  LWL-MIN-PRI                   PIC 9(02) VALUE 20.

      *--  PER-STORE LEVELING STATE, INDEXED BY STORE NUMBER.
      *--  LWL-STR-SET: 'S' OWN CAP, 'C' SIZE-CLASS MEMBER,
      *--  'X' EXEMPT (CAP CARD OF ZERO), SPACE - CHAIN DEFAULT ----*
       01  LWL-STR-IDX                   PIC 9(05) COMP VALUE ZERO.
       01  LWL-STR-TABLE.
           05  LWL-STR-ENTRY OCCURS 9999 TIMES.
               10  LWL-STR-SET           PIC X(01).
               10  LWL-STR-CLASS         PIC X(01).
               10  LWL-STR-CAP           PIC 9(05) COMP.
               10  LWL-STR-URG           PIC 9(07) COMP.
               10  LWL-STR-SENT          PIC 9(07) COMP.
               10  LWL-STR-DFR           PIC 9(07) COMP.
               10  LWL-STR-DAY-IDX       PIC 9(03) COMP.

      *--  FOLLOWING TRADE DAYS (T131_BUS_CLD), BUILT AS NEEDED.
      *--  ENTRY N IS THE NTH TRADING DAY AFTER H-TOMORROW ---------*
       01  LWL-DAY-MAX                   PIC 9(03) COMP VALUE 060.
       01  LWL-DAY-IDX                   PIC 9(03) COMP VALUE ZERO.
       01  LWL-DAY-END                   PIC 9(03) COMP VALUE ZERO.
       01  LWL-DAY-TABLE.
           05  LWL-DAY-DT OCCURS 60 TIMES PIC X(10).
       01  H-LWL-CLD-DT                  PIC X(10).
       01  H-LWL-TRD-IDC                 PIC X(01).
       01  WS-LWL-GAP                    PIC 9(02) COMP VALUE ZERO.

      *--  LABEL-CHANGE QUEUE ROW (T3426_LBL_CHG_QUE) -----------------*
       01  H-LWL-ITM-NBR                 PIC 9(09).
       01  H-LWL-LCT-NBR                 PIC 9(04).
       01  H-LWL-PRI-SEQ                 PIC S9(04) COMP.
       01  H-LWL-ADD-DT                  PIC X(10).
       01  H-LWL-RLS-DT                  PIC X(10).
       01  H-LWL-DFR-CNT                 PIC S9(04) COMP.
       01  H-LWL-PRC-REC                 PIC X(150).
       01  H-LWL-SRC-CD                  PIC X(01).
           88  LWL-SRC-REGULAR                   VALUE 'R'.
           88  LWL-SRC-CLEARANCE                 VALUE 'C'.
       01  H-LWL-CHG-TYP                 PIC X(08).
       01  H-LWL-OLD-IDC                 PIC X(01).
       01  H-LWL-OLD-RTL                 PIC S9(07)V99 COMP-3.
       01  H-LWL-OLD-CST                 PIC S9(07)V99 COMP-3.
       01  T3426L-EOF-SW                 PIC X(01) VALUE 'N'.
           88  T3426L-EOF                        VALUE 'Y'.

      *--  LEVELING PASS WORK FIELDS AND COUNTERS ---------------------*
       01  WS-LWL-QUEUE-SW               PIC X(01) VALUE 'N'.
           88  LWL-QUEUED                        VALUE 'Y'.
       01  WS-LWL-CUR-LCT                PIC 9(04) VALUE ZERO.
       01  WS-LWL-POS                    PIC 9(07) COMP VALUE ZERO.
       01  WS-LWL-QUEUE-COUNT            PIC 9(09) COMP VALUE ZERO.
       01  WS-LWL-SENT-COUNT             PIC 9(09) COMP VALUE ZERO.
       01  WS-LWL-DFR-COUNT              PIC 9(09) COMP VALUE ZERO.
       01  WS-LWL-PURGE-COUNT            PIC 9(09) COMP VALUE ZERO.
       01  WS-LWL-OVF-COUNT              PIC 9(09) COMP VALUE ZERO.

      *--  DEFERRED LABEL-CHANGE REPORT DETAIL ------------------------*
       01  LWLF610D-REC.
           05  LWLD-STORE                PIC 9(04).
           05  FILLER                    PIC X(01) VALUE SPACE.
           05  LWLD-ITEM-NUM             PIC 9(09).
           05  FILLER                    PIC X(01) VALUE SPACE.
           05  LWLD-DEPT                 PIC 9(05).
           05  FILLER                    PIC X(01) VALUE SPACE.
           05  LWLD-PRIORITY             PIC 9(02).
           05  FILLER                    PIC X(01) VALUE SPACE.
           05  LWLD-CHANGE-TYPE          PIC X(08).
           05  FILLER                    PIC X(01) VALUE SPACE.
           05  LWLD-NEW-PRC              PIC -(5)9.99.
           05  FILLER                    PIC X(01) VALUE SPACE.
           05  LWLD-ADD-DT               PIC X(10).
           05  FILLER                    PIC X(01) VALUE SPACE.
           05  LWLD-GOES-DT              PIC X(10).
           05  FILLER                    PIC X(01) VALUE SPACE.
           05  LWLD-NIGHTS               PIC ZZ9.
           05  FILLER                    PIC X(12) VALUE SPACES.

      *--  PRICE FAMILIES (T3427_PRC_FAM / T3428_PRC_FAM_MBR) --------*
      *--  ITEMS THAT MUST SELL AT ONE RETAIL ('S') OR AT A FIXED
      *--  SIZE RATIO TO ONE ANOTHER ('R').  WHERE THE MEMBERS'
      *--  MAINTENANCE DISAGREES AT A LOCATION THE FAMILY IS EITHER
      *--  HELD AT TODAY'S PRICES ('H') OR, WHEN THE MEMBERS CHANGING
      *--  TOMORROW AGREE, COMPLETED FOR THE REST ('C').
       01  WS-FAM-ITM-SW                 PIC X(01) VALUE 'N'.
           88  FAM-ITM                           VALUE 'Y'.
       01  H-FAM-ID                      PIC S9(09) COMP.
       01  H-FAM-TYP-CD                  PIC X(01).
       01  H-FAM-ACT-CD                  PIC X(01).
           88  FAM-ACT-COMPLETE                  VALUE 'C'.
       01  H-FAM-TLR-AMT                 PIC S9(03)V9(04) COMP-3.
       01  H-FAM-RTO-FCT                 PIC S9(03)V9(04) COMP-3.
       01  FAM-MAX                       PIC 9(05) COMP VALUE 02000.
       01  FAM-POS                       PIC 9(05) COMP VALUE 1.
       01  FAM-END                       PIC 9(05) COMP VALUE ZERO.
       01  FAM-TABLE.
           05  FAM-ENTRY OCCURS 2000 TIMES.
               10  FAM-LCT               PIC 9(04).
               10  FAM-MBR-CNT           PIC 9(04) COMP.
               10  FAM-NEW-CNT           PIC 9(04) COMP.
               10  FAM-NEW-MIN           PIC S9(07)V9(04) COMP-3.
               10  FAM-NEW-MAX           PIC S9(07)V9(04) COMP-3.
       01  T3428F-EOF-SW                 PIC X(01) VALUE 'N'.
           88  T3428F-EOF                        VALUE 'Y'.
       01  H-FAMF-LCT-NBR                PIC 9(04).
       01  H-FAMF-MBR-CNT                PIC S9(09) COMP.
       01  H-FAMF-NEW-CNT                PIC S9(09) COMP.
       01  H-FAMF-NEW-MIN                PIC S9(07)V9(04) COMP-3.
       01  H-FAMF-NEW-MAX                PIC S9(07)V9(04) COMP-3.
       01  WS-FAM-HIT-SW                 PIC X(01) VALUE 'N'.
           88  FAM-HIT                           VALUE 'Y'.
       01  WS-FAM-NEW-SW                 PIC X(01) VALUE 'N'.
           88  FAM-NEW-MNT                       VALUE 'Y'.
       01  WS-FAM-RSLT-SW                PIC X(01) VALUE 'N'.
           88  FAM-HELD                          VALUE 'H'.
           88  FAM-COMPLETED                     VALUE 'C'.
       01  WS-FAM-MNT-RTL                PIC S9(07)V99 COMP-3
                                             VALUE ZERO.
       01  WS-FAM-BRK-COUNT              PIC 9(09) COMP VALUE ZERO.
       01  WS-FAM-HELD-COUNT             PIC 9(09) COMP VALUE ZERO.
       01  WS-FAM-CMPL-COUNT             PIC 9(09) COMP VALUE ZERO.

      *--  PRICE-FAMILY EXCEPTION REPORT DETAIL -----------------------*
       01  FAMF610A-REC.
           05  FAMR-FAM-ID               PIC 9(07).
           05  FILLER                    PIC X(01) VALUE SPACE.
           05  FAMR-DEPT                 PIC 9(05).
           05  FILLER                    PIC X(01) VALUE SPACE.
           05  FAMR-STORE                PIC 9(04).
           05  FILLER                    PIC X(01) VALUE SPACE.
           05  FAMR-ITEM-NUM             PIC 9(09).
           05  FILLER                    PIC X(01) VALUE SPACE.
           05  FAMR-CUR-RTL              PIC -(5)9.99.
           05  FILLER                    PIC X(01) VALUE SPACE.
           05  FAMR-MNT-RTL              PIC -(5)9.99.
           05  FILLER                    PIC X(01) VALUE SPACE.
           05  FAMR-OUT-RTL              PIC -(5)9.99.
           05  FILLER                    PIC X(01) VALUE SPACE.
           05  FAMR-ACTION               PIC X(12).
           05  FILLER                    PIC X(09) VALUE SPACES.

      *--  DIGITAL-CHANNEL PRICE FEED (ECMF610P CARDS) ----------------*
      *--  THE WEB STORE AND MOBILE APP ARE PRICED FROM THE SAME
      *--  PRCF610B RECORDS THE SHELF GETS, AT THE LOCATIONS THAT
      *--  FULFIL EACH CHANNEL'S ORDERS.  ONE CARD PER LOCATION AND
      *--  CHANNEL; A LOCATION MAY FULFIL MORE THAN ONE CHANNEL.
      *--      COLS  1-04  FULFILMENT LOCATION (STORE NUMBER)
      *--      COLS  6-08  CHANNEL (WEB / APP)
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
       01  WS-ECM-BACK-EOF-SW            PIC X(01) VALUE 'N'.
           88  ECM-BACK-EOF                      VALUE 'Y'.
       01  WS-ECM-COUNT                  PIC 9(09) COMP VALUE ZERO.
       01  WS-ECM-SALE-COUNT             PIC 9(09) COMP VALUE ZERO.
       01  WS-HASH-ECM-REG-RTL           PIC S9(13)V99 COMP-3
                                             VALUE ZERO.
       01  WS-HASH-ECM-SALE-PRC          PIC S9(13)V99 COMP-3
                                             VALUE ZERO.

      *--  CHANNEL PRICE RECORD.  REGULAR RETAIL IS THE SHELF PRICE
      *--  WITHOUT THE AD; AN ACTIVE ADV107A SALE CARRIES ITS PRICE,
      *--  DEAL QUANTITY/AMOUNT AND GOODTHRU DATE, OTHERWISE THE
      *--  SALE FIELDS ARE ZERO ------------------------------------*
       01  ECMF610A-REC.
           05  ECMA-CHANNEL              PIC X(03).
           05  ECMA-STORE                PIC 9(04).
           05  ECMA-ITEM-NUM             PIC 9(09).
           05  ECMA-TCODE                PIC X(01).
           05  ECMA-DEPT                 PIC 9(05).
           05  ECMA-ITEM-DESC            PIC X(20).
           05  ECMA-REG-RTL              PIC S9(07)V99.
           05  ECMA-SALE-PRC             PIC S9(07)V99.
           05  ECMA-DEAL-QTY             PIC 9(02).
           05  ECMA-DEAL-AMT             PIC S9(07)V99.
           05  ECMA-SALE-END-DT          PIC 9(08).
           05  ECMA-UNIT-PRC             PIC S9(05)V999.
           05  ECMA-UNIT-UOM             PIC X(03).
           05  ECMA-EFF-DATE             PIC 9(08).
           05  FILLER                    PIC X(02) VALUE SPACES.

       01  ECMF610A-HDR-REC.
           05  ECMH-REC-ID               PIC X(03) VALUE 'HDR'.
           05  ECMH-RUN-DATE             PIC X(10).
           05  ECMH-EFF-DATE             PIC 9(08).
           05  ECMH-JOB-ID               PIC X(08).
           05  FILLER                    PIC X(71) VALUE SPACES.

       01  ECMF610A-TRL-REC.
           05  ECMT-REC-ID               PIC X(03) VALUE 'TRL'.
           05  ECMT-DETAIL-COUNT         PIC 9(09).
           05  ECMT-HASH-REG-RTL         PIC S9(13)V99.
           05  ECMT-HASH-SALE-PRC        PIC S9(13)V99.
           05  FILLER                    PIC X(58) VALUE SPACES.

      *--  VENDOR MAP AGREEMENTS (MAPF610P CARDS) ---------------------*
      *--  A VENDOR MAY NOT HAVE AN ITEM ADVERTISED OR SHELVED BELOW
      *--  ITS MINIMUM ADVERTISED PRICE WHILE THE AGREEMENT IS IN
      *--  FORCE.  ACTION 'F' FALLS THE PRICE BACK TO THE MAP, 'H'
      *--  HOLDS THE PRICE CHANGE SO THE STORE KEEPS ITS PRICE.
      *--      COLS  1-07  VENDOR
      *--      COLS  9-17  ITEM NUMBER
      *--      COLS 19-25  MINIMUM ADVERTISED PRICE (99999V99)
      *--      COLS 27-34  AGREEMENT START (YYYYMMDD)
      *--      COLS 36-43  AGREEMENT END (YYYYMMDD, ZERO = OPEN)
      *--      COL  45     ACTION (F = FALL BACK, H = HOLD)
       01  MAPF610P-REC.
           05  MAPP-CARD-VENDOR          PIC X(07).
           05  FILLER                    PIC X(01).
           05  MAPP-CARD-ITM-NBR         PIC 9(09).
           05  MAPP-CARD-ITM-NBR-X REDEFINES MAPP-CARD-ITM-NBR
                                         PIC X(09).
           05  FILLER                    PIC X(01).
           05  MAPP-CARD-MAP-AMT         PIC 9(05)V99.
           05  MAPP-CARD-MAP-AMT-X REDEFINES MAPP-CARD-MAP-AMT
                                         PIC X(07).
           05  FILLER                    PIC X(01).
           05  MAPP-CARD-BGN-DT          PIC 9(08).
           05  MAPP-CARD-BGN-DT-X REDEFINES MAPP-CARD-BGN-DT
                                         PIC X(08).
           05  FILLER                    PIC X(01).
           05  MAPP-CARD-END-DT          PIC 9(08).
           05  MAPP-CARD-END-DT-X REDEFINES MAPP-CARD-END-DT
                                         PIC X(08).
           05  FILLER                    PIC X(01).
           05  MAPP-CARD-ACTION          PIC X(01).
               88  MAPP-VALID-ACTION             VALUE 'F' 'H'.
           05  FILLER                    PIC X(35).

       01  MAPA-MAX                      PIC 9(04) COMP VALUE 2000.
       01  MAPA-IDX                      PIC 9(04) COMP VALUE ZERO.
       01  MAPA-END                      PIC 9(04) COMP VALUE ZERO.
       01  MAPA-TABLE.
           05  MAPA-ENTRY OCCURS 2000 TIMES.
               10  MAPA-VENDOR           PIC X(07).
               10  MAPA-ITM-NBR          PIC 9(09).
               10  MAPA-MAP-AMT          PIC S9(05)V99 COMP-3.
               10  MAPA-BGN-DT           PIC 9(08).
               10  MAPA-END-DT           PIC 9(08).
               10  MAPA-ACTION           PIC X(01).

       01  WS-MAPF610P-EOF-SW            PIC X(01) VALUE 'N'.
           88  MAPF610P-EOF                      VALUE 'Y'.
       01  WS-MAP-CARD-OK-SW             PIC X(01) VALUE 'Y'.
           88  MAP-CARD-OK                       VALUE 'Y'.
       01  WS-MAP-FND-SW                 PIC X(01) VALUE 'N'.
           88  MAP-FND                           VALUE 'Y'.
       01  WS-MAP-HOLD-SW                PIC X(01) VALUE 'N'.
           88  MAP-HELD                          VALUE 'Y'.
       01  WS-MAP-ITM-NBR                PIC 9(09) VALUE ZERO.
       01  WS-MAP-RULE-IDX               PIC 9(04) COMP VALUE ZERO.
       01  WS-MAP-AMT                    PIC S9(05)V99 COMP-3
                                             VALUE ZERO.
       01  WS-MAP-BEFORE                 PIC S9(07)V99 COMP-3
                                             VALUE ZERO.
       01  WS-MAP-FBK-COUNT              PIC 9(09) COMP VALUE ZERO.
       01  WS-MAP-HELD-COUNT             PIC 9(09) COMP VALUE ZERO.

      *--  MAP EXCEPTION REPORT DETAIL --------------------------------*
       01  MAPF610A-REC.
           05  MAPR-VENDOR               PIC X(07).
           05  FILLER                    PIC X(01) VALUE SPACE.
           05  MAPR-ITEM-NUM             PIC 9(09).
           05  FILLER                    PIC X(01) VALUE SPACE.
           05  MAPR-STORE                PIC 9(04).
           05  FILLER                    PIC X(01) VALUE SPACE.
           05  MAPR-DEPT                 PIC 9(05).
           05  FILLER                    PIC X(01) VALUE SPACE.
           05  MAPR-PRC-TYP              PIC X(04).
           05  FILLER                    PIC X(01) VALUE SPACE.
           05  MAPR-PRICE                PIC -(6)9.99.
           05  FILLER                    PIC X(01) VALUE SPACE.
           05  MAPR-MAP-AMT              PIC -(6)9.99.
           05  FILLER                    PIC X(01) VALUE SPACE.
           05  MAPR-GAP-AMT              PIC -(5)9.99.
           05  FILLER                    PIC X(01) VALUE SPACE.
           05  MAPR-ACTION               PIC X(09).
           05  FILLER                    PIC X(04) VALUE SPACES.

       PROCEDURE DIVISION.

       0000-MAINLINE.

           PERFORM 0131-LOAD-ZONE-MAP

           PERFORM 0134-LOAD-CLR-SCHEDULE

           PERFORM 0137-OPEN-ON-HAND-FEED

           PERFORM 0139-LOAD-LABEL-CAPS

           PERFORM 0145-OPEN-FAMILY-RPT

           PERFORM 0146-LOAD-CHANNEL-LCTS

           PERFORM 0148-LOAD-MAP-AGREEMENTS

           PERFORM 0178-LOAD-CLOSED-STORES

      *    PARMFILE IS LOADED AHEAD OF THE RESTART CHECK SO AN
      *    EMERGENCY-MODE RUN CAN SWITCH TO ITS OWN T119 USE-ID
      *    BEFORE THE CHECKPOINT ROW IS READ OR CREATED.
           END-IF.

      *================================================================
      * 0134-LOAD-CLR-SCHEDULE - LOADS THE CLEARANCE MARKDOWN SCHEDULE
      *     FROM CLRF610A.  EACH CARD CARRIES A DEPARTMENT (LABOR
      *     CATEGORY, 00000 = DEFAULT FOR ANY DEPARTMENT WITHOUT ITS
      *     OWN CARD), THE NUMBER OF STEPS (1-5), THE DAYS EACH STEP
      *     RUNS, AND THE PERCENT OFF FOR EACH STEP:
      *         COLS  1-05  DEPARTMENT
      *         COLS  6-06  NUMBER OF STEPS
      *         COLS  7-09  DAYS PER STEP
      *         COLS 10-24  PERCENT OFF, 3 DIGITS PER STEP
      *     THE PERCENTS MUST RISE STEP BY STEP AND STAY BELOW 100;
      *     A CARD THAT FAILS IS LISTED ON PRCF610X AND IGNORED.  A
      *     MISSING OR EMPTY FILE MEANS NO CLEARANCE - A DISCONTINUED
      *     ITEM GOES STRAIGHT TO THE DELETE, AS BEFORE.
      *================================================================
       0134-LOAD-CLR-SCHEDULE.

           MOVE ZERO TO CLRS-IDX
           MOVE ZERO TO WS-CLRS-DFT-IDX
           OPEN INPUT CLRF610A
           IF NOT CLRF610A-VALID-STATUS
              DISPLAY '**NO CLEARANCE SCHEDULE FILE (CLRF610A) -'
                      ' DISCONTINUED ITEMS ARE DELETED OUTRIGHT'
           ELSE
              PERFORM 0136-READ-CLRF610A
              PERFORM UNTIL CLRF610A-EOF OR CLRS-IDX = CLRS-MAX
                 MOVE 'Y' TO WS-CLRS-CARD-OK-SW
                 IF CLRS-CARD-STEPS < 1 OR CLRS-CARD-STEPS > 5 OR
                    CLRS-CARD-DAYS NOT > ZERO
                    MOVE 'N' TO WS-CLRS-CARD-OK-SW
                 ELSE
                    MOVE 1 TO CLRS-PCT-IDX
                    PERFORM UNTIL CLRS-PCT-IDX > CLRS-CARD-STEPS
                       IF CLRS-CARD-PCT(CLRS-PCT-IDX) NOT > ZERO OR
                          CLRS-CARD-PCT(CLRS-PCT-IDX) NOT < 100
                          MOVE 'N' TO WS-CLRS-CARD-OK-SW
                       END-IF
                       IF CLRS-PCT-IDX > 1
                          IF CLRS-CARD-PCT(CLRS-PCT-IDX) NOT >
                             CLRS-CARD-PCT(CLRS-PCT-IDX - 1)
                             MOVE 'N' TO WS-CLRS-CARD-OK-SW
                          END-IF
                       END-IF
                       ADD 1 TO CLRS-PCT-IDX
                    END-PERFORM
                 END-IF
                 IF CLRS-CARD-OK
                    ADD 1 TO CLRS-IDX
                    MOVE CLRS-CARD-DEPT  TO CLRS-DEPT(CLRS-IDX)
                    MOVE CLRS-CARD-STEPS TO CLRS-STEPS(CLRS-IDX)
                    MOVE CLRS-CARD-DAYS  TO CLRS-DAYS(CLRS-IDX)
                    MOVE 1 TO CLRS-PCT-IDX
                    PERFORM UNTIL CLRS-PCT-IDX > 5
                       MOVE CLRS-CARD-PCT(CLRS-PCT-IDX)
                         TO CLRS-PCT(CLRS-IDX, CLRS-PCT-IDX)
                       ADD 1 TO CLRS-PCT-IDX
                    END-PERFORM
                    IF CLRS-CARD-DEPT = ZERO
                       MOVE CLRS-IDX TO WS-CLRS-DFT-IDX
                    END-IF
                 ELSE
                    MOVE SPACES TO WS-REPORT-LINE
                    STRING '**CLEARANCE CARD REJECTED - '
                           CLRF610A-RECORD(1:24)
                           DELIMITED BY SIZE INTO WS-REPORT-LINE
                    WRITE PRCF610X-RECORD FROM WS-REPORT-LINE
                 END-IF
                 PERFORM 0136-READ-CLRF610A
              END-PERFORM
              CLOSE CLRF610A
           END-IF
           MOVE CLRS-IDX TO CLRS-END
           IF CLRS-END > ZERO
              DISPLAY '**CLEARANCE SCHEDULE ENTRIES LOADED: '
                      CLRS-END
           END-IF.

       0136-READ-CLRF610A.

           READ CLRF610A INTO CLRF610A-REC
              AT END MOVE 'Y' TO WS-CLRF610A-EOF-SW
           END-READ.

      *================================================================
      * 0137-OPEN-ON-HAND-FEED - OPENS THE OPTIONAL STORE ON-HAND
      *     FEED (INVF610A - THE INVF625A RECORD, SORTED BY ITEM AND
      *     STORE) THAT LETS THE CLEARANCE PASS SEND THE DELETE AS
      *     SOON AS A STORE REPORTS ZERO ON HAND, AND THE CLEARANCE
      *     STATUS REPORT.  WITHOUT THE FEED EVERY CLEARANCE RUNS ITS
      *     FULL SCHEDULE.
      *================================================================
       0137-OPEN-ON-HAND-FEED.

           OPEN OUTPUT CLRF610S
           IF NOT CLRF610S-VALID-STATUS
              MOVE 'CLRF610S'       TO WS-FLE-NME
              MOVE CLRF610S-STATUS  TO WS-FLE-ST-CD
              MOVE 'OPEN-OUT'       TO WS-FLE-FNC
              CALL 'JOBLOG3'       USING WS-FLE-ERROR
              PERFORM 0999-ABORT
           END-IF
           MOVE '-------- INSB610 CLEARANCE STATUS REPORT --------'
                TO CLRF610S-RECORD
           WRITE CLRF610S-RECORD
           MOVE 'STOR DEPT  ITEM      STP BEGIN       BASE-RTL'
                TO CLRF610S-RECORD
           MOVE ' CLEAR-RTL LFT STATUS' TO CLRF610S-RECORD(46:21)
           WRITE CLRF610S-RECORD

           OPEN INPUT INVF610A
           IF NOT INVF610A-VALID-STATUS
              DISPLAY '**NO STORE ON-HAND FEED (INVF610A) -'
                      ' CLEARANCE RUNS EVERY SCHEDULE TO THE END'
           ELSE
              MOVE 'Y' TO WS-INVF-OPEN-SW
              PERFORM 0753-READ-INVF610A
           END-IF.

      *================================================================
      * 0139-LOAD-LABEL-CAPS - LOADS THE NIGHTLY LABEL-CHANGE CAPS
      *     FROM LWLF610A AND RESOLVES ONE CAP PER STORE NUMBER:
      *       STORE 0000, CLASS SPACE  - CHAIN DEFAULT CAP
      *       STORE 0000, CLASS X      - CAP FOR SIZE CLASS X
      *       STORE NNNN, CAP > 0      - THE STORE'S OWN CAP
      *       STORE NNNN, CAP 0, CLASS - STORE BELONGS TO THE CLASS
      *       STORE NNNN, CAP 0, SPACE - STORE IS NEVER CAPPED
      *     A CAP OF ZERO MEANS NO LIMIT.  A MISSING OR EMPTY FILE
      *     LEAVES EVERY STORE UNCAPPED, AS BEFORE - ANY CHANGES
      *     STILL QUEUED FROM EARLIER NIGHTS THEN ALL GO TONIGHT.
      *     ALSO OPENS THE DEFERRED LABEL-CHANGE REPORT.
      *================================================================
       0139-LOAD-LABEL-CAPS.

           INITIALIZE LWL-STR-TABLE
           MOVE ZERO TO LWLC-END
                        WS-LWL-DFT-CAP

           OPEN OUTPUT LWLF610D
           IF NOT LWLF610D-VALID-STATUS
              MOVE 'LWLF610D'       TO WS-FLE-NME
              MOVE LWLF610D-STATUS  TO WS-FLE-ST-CD
              MOVE 'OPEN-OUT'       TO WS-FLE-FNC
              CALL 'JOBLOG3'       USING WS-FLE-ERROR
              PERFORM 0999-ABORT
           END-IF
           MOVE '-------- INSB610 DEFERRED LABEL CHANGES --------'
                TO LWLF610D-RECORD
           WRITE LWLF610D-RECORD
           MOVE 'STOR ITEM      DEPT  PR TYPE       NEW-RTL QUEUED'
                TO LWLF610D-RECORD
           MOVE '     GOES       NTS' TO LWLF610D-RECORD(50:18)
           WRITE LWLF610D-RECORD

           OPEN INPUT LWLF610A
           IF NOT LWLF610A-VALID-STATUS
              DISPLAY '**NO LABEL CAP FILE (LWLF610A) -'
                      ' NO STORE HAS A NIGHTLY LABEL-CHANGE CAP'
           ELSE
              PERFORM 0141-READ-LWLF610A
              PERFORM UNTIL LWLF610A-EOF
                 MOVE 'Y' TO WS-LWL-CARD-OK-SW
                 IF LWLC-CARD-STORE-X NOT NUMERIC OR
                    LWLC-CARD-CAP-X NOT NUMERIC
                    MOVE 'N' TO WS-LWL-CARD-OK-SW
                 END-IF
                 IF LWLC-CARD-CLASS NOT = SPACE AND
                    LWLC-CARD-CLASS NOT ALPHABETIC-UPPER
                    MOVE 'N' TO WS-LWL-CARD-OK-SW
                 END-IF
                 IF LWL-CARD-OK
                    PERFORM 0142-APPLY-LWL-CARD
                 ELSE
                    MOVE SPACES TO WS-REPORT-LINE
                    STRING '**LABEL CAP CARD REJECTED - '
                           LWLF610A-RECORD(1:10)
                           DELIMITED BY SIZE INTO WS-REPORT-LINE
                    WRITE PRCF610X-RECORD FROM WS-REPORT-LINE
                 END-IF
                 PERFORM 0141-READ-LWLF610A
              END-PERFORM
              CLOSE LWLF610A
           END-IF

           MOVE 1 TO LWL-STR-IDX
           PERFORM UNTIL LWL-STR-IDX > 9999
              PERFORM 0143-RESOLVE-STORE-CAP
              ADD 1 TO LWL-STR-IDX
           END-PERFORM

           IF LWL-CAPS-LOADED
              DISPLAY '**NIGHTLY LABEL-CHANGE CAPS IN FORCE - CHAIN'
                      ' DEFAULT=' WS-LWL-DFT-CAP
                      ' SIZE CLASSES=' LWLC-END
           END-IF.

       0141-READ-LWLF610A.

           READ LWLF610A INTO LWLF610A-REC
              AT END MOVE 'Y' TO WS-LWLF610A-EOF-SW
           END-READ.

      *================================================================
      * 0142-APPLY-LWL-CARD - FILES ONE VALID CAP CARD.  A LATER CARD
      *     FOR THE SAME STORE OR CLASS REPLACES AN EARLIER ONE.
      *================================================================
       0142-APPLY-LWL-CARD.

           EVALUATE TRUE
              WHEN LWLC-CARD-STORE = ZERO AND
                   LWLC-CARD-CLASS = SPACE
                 MOVE LWLC-CARD-CAP TO WS-LWL-DFT-CAP
              WHEN LWLC-CARD-STORE = ZERO
                 MOVE LWLC-CARD-CLASS TO WS-LWL-CLASS
                 PERFORM 0144-FIND-LWL-CLASS
                 IF NOT LWLC-FND
                    ADD 1 TO LWLC-END
                    MOVE LWLC-END TO LWLC-IDX
                    MOVE LWLC-CARD-CLASS TO LWLC-CLASS(LWLC-IDX)
                 END-IF
                 MOVE LWLC-CARD-CAP TO LWLC-CAP(LWLC-IDX)
              WHEN LWLC-CARD-CAP > ZERO
                 MOVE 'S' TO LWL-STR-SET(LWLC-CARD-STORE)
                 MOVE LWLC-CARD-CLASS
                   TO LWL-STR-CLASS(LWLC-CARD-STORE)
                 MOVE LWLC-CARD-CAP TO LWL-STR-CAP(LWLC-CARD-STORE)
              WHEN LWLC-CARD-CLASS NOT = SPACE
                 MOVE 'C' TO LWL-STR-SET(LWLC-CARD-STORE)
                 MOVE LWLC-CARD-CLASS
                   TO LWL-STR-CLASS(LWLC-CARD-STORE)
              WHEN OTHER
                 MOVE 'X' TO LWL-STR-SET(LWLC-CARD-STORE)
                 MOVE ZERO TO LWL-STR-CAP(LWLC-CARD-STORE)
           END-EVALUATE.

      *================================================================
      * 0143-RESOLVE-STORE-CAP - SETS LWL-STR-CAP FOR ONE STORE
      *     NUMBER FROM ITS OWN CARD, ITS SIZE CLASS (A CLASS WITH
      *     NO CAP CARD FALLS BACK TO THE CHAIN DEFAULT), OR THE
      *     CHAIN DEFAULT.
      *================================================================
       0143-RESOLVE-STORE-CAP.

           EVALUATE LWL-STR-SET(LWL-STR-IDX)
              WHEN 'S'
              WHEN 'X'
                 CONTINUE
              WHEN 'C'
                 MOVE LWL-STR-CLASS(LWL-STR-IDX) TO WS-LWL-CLASS
                 PERFORM 0144-FIND-LWL-CLASS
                 IF LWLC-FND
                    MOVE LWLC-CAP(LWLC-IDX)
                      TO LWL-STR-CAP(LWL-STR-IDX)
                 ELSE
                    MOVE WS-LWL-DFT-CAP TO LWL-STR-CAP(LWL-STR-IDX)
                 END-IF
              WHEN OTHER
                 MOVE WS-LWL-DFT-CAP TO LWL-STR-CAP(LWL-STR-IDX)
           END-EVALUATE

           IF LWL-STR-CAP(LWL-STR-IDX) > ZERO
              MOVE 'Y' TO WS-LWL-CAPS-SW
           END-IF.

      *================================================================
      * 0144-FIND-LWL-CLASS - LOOKS THE SIZE CLASS IN WS-LWL-CLASS UP
      *     IN THE CLASS TABLE.  LWLC-IDX IS LEFT ON THE MATCH.
      *================================================================
       0144-FIND-LWL-CLASS.

           MOVE 'N' TO WS-LWLC-FND-SW
           MOVE 1 TO LWLC-IDX
           PERFORM UNTIL LWLC-IDX > LWLC-END OR LWLC-FND
              IF LWLC-CLASS(LWLC-IDX) = WS-LWL-CLASS
                 MOVE 'Y' TO WS-LWLC-FND-SW
              ELSE
                 ADD 1 TO LWLC-IDX
              END-IF
           END-PERFORM.

      *================================================================
      * 0145-OPEN-FAMILY-RPT - OPENS THE PRICE-FAMILY EXCEPTION
      *     REPORT.  ONE LINE PER FAMILY MEMBER AT EVERY LOCATION
      *     WHERE THE FAMILY'S MAINTENANCE DISAGREES, SHOWING WHAT
      *     THE RUN DID WITH THAT MEMBER'S PRICE.
      *================================================================
       0145-OPEN-FAMILY-RPT.

           OPEN OUTPUT FAMF610A
           IF NOT FAMF610A-VALID-STATUS
              MOVE 'FAMF610A'       TO WS-FLE-NME
              MOVE FAMF610A-STATUS  TO WS-FLE-ST-CD
              MOVE 'OPEN-OUT'       TO WS-FLE-FNC
              CALL 'JOBLOG3'       USING WS-FLE-ERROR
              PERFORM 0999-ABORT
           END-IF
           MOVE '------- INSB610 PRICE-FAMILY EXCEPTION REPORT -------'
                TO FAMF610A-RECORD
           WRITE FAMF610A-RECORD
           MOVE ' FAMILY  DEPT  STR      ITEM     TODAY  MAINTAIN'
                TO FAMF610A-RECORD
           MOVE '     SENT ACTION' TO FAMF610A-RECORD(50:16)
           WRITE FAMF610A-RECORD.

      *================================================================
      * 0146-LOAD-CHANNEL-LCTS - LOADS THE DIGITAL-CHANNEL FULFILMENT
      *     LOCATIONS FROM ECMF610P.  A BAD, DUPLICATE OR OVERFLOW
      *     CARD IS LISTED ON PRCF610X AND IGNORED.  NO CARDS MEANS
      *     THE CHANNEL FILE GOES OUT WITH ITS HEADER AND TRAILER
      *     ONLY, SO THE RECEIVING STEPS STILL BALANCE.
      *================================================================
       0146-LOAD-CHANNEL-LCTS.

           MOVE ZERO TO ECM-END
           OPEN INPUT ECMF610P
           IF NOT ECMF610P-VALID-STATUS
              DISPLAY '**NO FULFILMENT LOCATION CARDS (ECMF610P) -'
                      ' CHANNEL PRICE FILE WILL CARRY NO DETAILS'
           ELSE
              PERFORM 0147-READ-ECMF610P
              PERFORM UNTIL ECMF610P-EOF
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
                    MOVE SPACES TO WS-REPORT-LINE
                    STRING '**FULFILMENT LOCATION CARD REJECTED - '
                           ECMF610P-RECORD(1:8)
                           DELIMITED BY SIZE INTO WS-REPORT-LINE
                    WRITE PRCF610X-RECORD FROM WS-REPORT-LINE
                 END-IF
                 PERFORM 0147-READ-ECMF610P
              END-PERFORM
              CLOSE ECMF610P
              DISPLAY '**DIGITAL-CHANNEL FULFILMENT LOCATIONS='
                      ECM-END
           END-IF.

       0147-READ-ECMF610P.

           READ ECMF610P INTO ECMF610P-REC
              AT END MOVE 'Y' TO WS-ECMF610P-EOF-SW
           END-READ.

      *================================================================
      * 0148-LOAD-MAP-AGREEMENTS - LOADS THE VENDOR MINIMUM-ADVERTISED-
      *     PRICE AGREEMENTS FROM MAPF610P AND OPENS THE MAP
      *     EXCEPTION REPORT.  A BAD OR OVERFLOW CARD IS LISTED ON
      *     PRCF610X AND IGNORED.  A MISSING OR EMPTY FILE MEANS NO
      *     MAP CHECKING THIS RUN; THE REPORT STILL GOES OUT.
      *================================================================
       0148-LOAD-MAP-AGREEMENTS.

           MOVE ZERO TO MAPA-END
           OPEN INPUT MAPF610P
           IF NOT MAPF610P-VALID-STATUS
              DISPLAY '**NO MAP AGREEMENT FILE (MAPF610P) -'
                      ' NO MAP PRICES ENFORCED THIS RUN'
           ELSE
              PERFORM 0149-READ-MAPF610P
              PERFORM UNTIL MAPF610P-EOF
                 MOVE 'Y' TO WS-MAP-CARD-OK-SW
                 IF MAPP-CARD-ITM-NBR-X NOT NUMERIC OR
                    MAPP-CARD-MAP-AMT-X NOT NUMERIC OR
                    MAPP-CARD-BGN-DT-X  NOT NUMERIC OR
                    MAPP-CARD-END-DT-X  NOT NUMERIC OR
                    MAPP-CARD-VENDOR = SPACES OR
                    NOT MAPP-VALID-ACTION
                    MOVE 'N' TO WS-MAP-CARD-OK-SW
                 ELSE
                    IF MAPP-CARD-MAP-AMT = ZERO OR
                       (MAPP-CARD-END-DT NOT = ZERO AND
                        MAPP-CARD-END-DT < MAPP-CARD-BGN-DT)
                       MOVE 'N' TO WS-MAP-CARD-OK-SW
                    END-IF
                 END-IF
                 IF MAP-CARD-OK AND MAPA-END < MAPA-MAX
                    ADD 1 TO MAPA-END
                    MOVE MAPP-CARD-VENDOR  TO MAPA-VENDOR (MAPA-END)
                    MOVE MAPP-CARD-ITM-NBR TO MAPA-ITM-NBR (MAPA-END)
                    MOVE MAPP-CARD-MAP-AMT TO MAPA-MAP-AMT (MAPA-END)
                    MOVE MAPP-CARD-BGN-DT  TO MAPA-BGN-DT (MAPA-END)
                    MOVE MAPP-CARD-END-DT  TO MAPA-END-DT (MAPA-END)
                    MOVE MAPP-CARD-ACTION  TO MAPA-ACTION (MAPA-END)
                 ELSE
                    MOVE SPACES TO WS-REPORT-LINE
                    STRING '**MAP AGREEMENT CARD REJECTED - '
                           MAPF610P-RECORD(1:45)
                           DELIMITED BY SIZE INTO WS-REPORT-LINE
                    WRITE PRCF610X-RECORD FROM WS-REPORT-LINE
                 END-IF
                 PERFORM 0149-READ-MAPF610P
              END-PERFORM
              CLOSE MAPF610P
              DISPLAY '**MAP AGREEMENTS LOADED: ' MAPA-END
           END-IF

           OPEN OUTPUT MAPF610A
           IF NOT MAPF610A-VALID-STATUS
              MOVE 'MAPF610A'       TO WS-FLE-NME
              MOVE MAPF610A-STATUS  TO WS-FLE-ST-CD
              MOVE 'OPEN-OUT'       TO WS-FLE-FNC
              CALL 'JOBLOG3'       USING WS-FLE-ERROR
              PERFORM 0999-ABORT
           END-IF
           MOVE '------ INSB610 MAP EXCEPTION REPORT ------'
                TO MAPF610A-RECORD
           WRITE MAPF610A-RECORD
           MOVE 'VENDOR       ITEM  STR  DEPT TYPE      PRICE'
                TO MAPF610A-RECORD
           MOVE '        MAP       GAP ACTION' TO MAPF610A-RECORD(45:28)
           WRITE MAPF610A-RECORD.

       0149-READ-MAPF610P.

           READ MAPF610P INTO MAPF610P-REC
              AT END MOVE 'Y' TO WS-MAPF610P-EOF-SW
           END-READ.

      *================================================================
      * 0178-LOAD-CLOSED-STORES - LOADS EVERY STORE INSB632 HAS
      *     CLOSED OUT (T3375Z) INTO CLS-TABLE AND LISTS EACH ONE ON
      *     PRCF610X.  0729-CHECK-CLOSED BYPASSES THEM FOR THE RUN.
      *================================================================
       0178-LOAD-CLOSED-STORES.

           MOVE ZERO TO CLS-END
           MOVE 'N'  TO T3375Z-EOF-SW

           EXEC SQL
              OPEN T3375Z
           END-EXEC
           IF NOT SQL-OK
              MOVE 'OPNT3375Z' TO WS-EXE-IDF
              MOVE SQLCODE     TO WS-SQL-CODE
              MOVE '** PROGRAM ABENDED ** SQL OPEN FAILED T3375Z'
                               TO WS-ABORT-MESSAGE
              CALL 'SQLMSGB3'  USING WS-PROG-ID, WS-EXE-IDF, SQLCA
              CALL 'JOBLOG3'   USING WS-SQL-ERROR
              PERFORM 0999-ABORT
           END-IF

           PERFORM 0179-FETCH-T3375Z
           PERFORM UNTIL T3375Z-EOF OR CLS-END = CLS-MAX
              ADD 1 TO CLS-END
              MOVE H-CLS-LCT-NBR TO CLS-LCT(CLS-END)
              MOVE SPACES TO WS-REPORT-LINE
              STRING '**CLOSE-OUT - STORE ' H-CLS-LCT-NBR
                     ' LAST TRADING DAY ' H-CLS-DT
                     ' - BYPASSED'
                     DELIMITED BY SIZE INTO WS-REPORT-LINE
              WRITE PRCF610X-RECORD FROM WS-REPORT-LINE
              PERFORM 0179-FETCH-T3375Z
           END-PERFORM

           IF CLS-END = CLS-MAX AND NOT T3375Z-EOF
              DISPLAY '**WARNING - CLS-MAX (' CLS-MAX
                      ') REACHED - CLOSED STORE LIST MAY BE TRUNCATED'
           END-IF

           EXEC SQL
              CLOSE T3375Z
           END-EXEC
           DISPLAY '**CLOSED-OUT STORES BYPASSED: ' CLS-END.

       0179-FETCH-T3375Z.

           EXEC SQL
              FETCH T3375Z
               INTO :H-CLS-LCT-NBR,
                    :H-CLS-DT
           END-EXEC

           IF SQL-OK
              CONTINUE
           ELSE
              IF SQL-EOF
                 MOVE 'Y' TO T3375Z-EOF-SW
              ELSE
                 MOVE 'FET3375Z' TO WS-EXE-IDF
                 MOVE SQLCODE TO WS-SQL-CODE
                 MOVE '** PROGRAM ABENDED ** SQL FETCH FAILED T3375Z'
                          TO WS-ABORT-MESSAGE
                 CALL 'SQLMSGB3' USING WS-PROG-ID, WS-EXE-IDF, SQLCA
                 CALL 'JOBLOG3' USING WS-SQL-ERROR
                 PERFORM 0999-ABORT
              END-IF
           END-IF.

      *================================================================
      * 0131-LOAD-ZONE-MAP - LOADS THE STORE-TO-PRICE-ZONE MAP FROM
      *     ZONF610A.  A STORE FLAGGED 'E' IS A ZONE EXCEPTION AND IS
      *     ALWAYS PRICED INDIVIDUALLY.  A MISSING OR EMPTY FILE
      *     LEAVES ZONE PROCESSING OFF - EVERY STORE IS PRICED
      *     INDIVIDUALLY EXACTLY AS BEFORE.
      *================================================================
       0131-LOAD-ZONE-MAP.

           MOVE ZERO TO ZON-IDX
           OPEN INPUT ZONF610A
           IF NOT ZONF610A-VALID-STATUS
              DISPLAY '**NO PRICE-ZONE MAP (ZONF610A) - ZONE'
                      ' ROLLUP OFF THIS RUN'
           ELSE
              PERFORM 0132-READ-ZONF610A
              PERFORM UNTIL ZONF610A-EOF OR ZON-IDX = ZON-MAX
                 ADD 1 TO ZON-IDX
                 MOVE ZON-CARD-STORE TO ZON-STORE(ZON-IDX)
                 MOVE ZON-CARD-ZONE  TO ZON-ZONE(ZON-IDX)
                 MOVE ZON-CARD-EXC   TO ZON-EXC(ZON-IDX)
                 PERFORM 0132-READ-ZONF610A
              END-PERFORM
              CLOSE ZONF610A
           END-IF
           MOVE ZON-IDX TO ZON-END
           IF ZON-END > ZERO
              MOVE 'Y' TO WS-ZONE-ACTIVE-SW
              DISPLAY '**PRICE-ZONE MAP ENTRIES LOADED: ' ZON-END
           END-IF.

       0132-READ-ZONF610A.

           READ ZONF610A INTO ZONF610A-REC
              AT END MOVE 'Y' TO WS-ZONF610A-EOF-SW
           END-READ.

      *================================================================
      * 0133-FIND-ZONE - MAPS ONE STORE NUMBER TO ITS ZONE (ZERO =
      *     NOT MAPPED, PRICED INDIVIDUALLY).
      *================================================================
       0133-FIND-ZONE.

           MOVE ZERO  TO WS-ZON-ZONE
           MOVE SPACE TO WS-ZON-EXC
           MOVE 1 TO ZON-IDX
           PERFORM UNTIL ZON-IDX > ZON-END
              IF ZON-STORE(ZON-IDX) = T164-LCT-GRP-NBR OF T165-REC
                 MOVE ZON-ZONE(ZON-IDX) TO WS-ZON-ZONE
                 MOVE ZON-EXC(ZON-IDX)  TO WS-ZON-EXC
                 MOVE ZON-END TO ZON-IDX
              END-IF
              ADD 1 TO ZON-IDX
           END-PERFORM.

       0130-CHECK-RESTART.

           EXEC SQL
             SELECT CP_ARA_TXT,
                    CMI_FRQ_QTY,
                    CMI_QTY,
                    CP_DM
                 INTO :CP-ARA,
                      :CMI-FRQ-QTY,
                      :CMI-QTY,
                      :CP-DM
               FROM T119_CP_RSA_CTL
              WHERE T119_PGM_ID = :PGM-ID
                AND T119_USE_ID = :JOB-USE-ID
               WITH UR
           END-EXEC.

           IF SQL-OK
              IF CMI-QTY OF T119-REC > 0
                 MOVE 'Y'        TO PGM-RESTART-IDC
                 MOVE CP-ITEM    TO RSA-ITM-NBR
                 DISPLAY '**RESTART REQUIRED - STARTING AT '
                         'LAST CHECKPOINT - ITEM# ' CP-ITEM
                 MOVE CP-ITEM-COUNT TO ITEM-COUNT
                 MOVE CP-LCT-COUNT  TO LCT-COUNT
                 MOVE CP-STR-COUNT  TO STR-COUNT
                 MOVE CP-AUTO-COUNT TO AUTO-COUNT
                 MOVE CP-IREF-COUNT TO IREF-COUNT
                 MOVE CP-IMAT-COUNT TO IMAT-COUNT
                 MOVE CP-ICST-COUNT TO ICST-COUNT
                 MOVE CP-NEW-COUNT  TO NEW-COUNT
                 MOVE CP-NEW-ITEMS  TO NEW-ITEMS
                 MOVE CP-PROMO-COUNT TO PROMO-COUNT
                 MOVE CP-LBRST-COUNT TO LBRST-COUNT
                 MOVE CP-LBRPZ-COUNT TO LBRPZ-COUNT
                 MOVE CP-CORP-COUNT TO CORP-COUNT
                 MOVE CP-PROMO-PC   TO PROMO-PC
                 MOVE CP-LBRST-PC   TO LBRST-PC
                 MOVE CP-LBRPZ-PC   TO LBRPZ-PC
                 MOVE CP-CORP-PC    TO CORP-PC
                 MOVE CP-PRCF610B-COUNT TO PRCF610B-COUNT
                 MOVE CP-T3375-INS-COUNT TO T3375-INS-COUNT
                 MOVE CP-T3375-INS-803   TO T3375-INS-803
                 PERFORM 0135-WRITE-RESTART-RPT
              END-IF
           ELSE
              IF SQL-NOT-FND
                 PERFORM 0140-INSERT-T119
              ELSE
                 MOVE 'SELT119-RSA' TO WS-EXE-IDF
                 MOVE SQLCODE TO WS-SQL-CODE
                 MOVE '** PROGRAM ABENDED ** SQL SELECT FAILED !!!'
                   TO WS-ABORT-MESSAGE
                 CALL 'SQLMSGB3' USING WS-PROG-ID, WS-EXE-IDF, SQLCA
                 CALL 'JOBLOG3'  USING WS-SQL-ERROR
                 PERFORM 0999-ABORT
              END-IF
           END-IF.

      *================================================================
      * 0135-WRITE-RESTART-RPT - LOGS A CHECKPOINT/RESTART SUMMARY
      *     LINE TO THE EXCEPTION REPORT EVERY TIME THIS RUN PICKS
      *     UP FROM A PRIOR CHECKPOINT, SO OPERATIONS HAS A RECORD
      *     OF WHERE AND WHY THE JOB RESTARTED.
      *================================================================
       0135-WRITE-RESTART-RPT.

           MOVE CP-ITEM-COUNT TO WS-RPT-CNT
           STRING '**RESTARTED AT ITEM# ' CP-ITEM
                  ' ITEMS-PROCESSED-SO-FAR=' WS-RPT-CNT
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE PRCF610X-RECORD FROM WS-REPORT-LINE.

       0140-INSERT-T119.

           MOVE ZERO TO CMI-QTY OF T119-REC
           MOVE CP-ARA-INIT TO CP-ARA-TXT OF T119-REC

           EXEC SQL
             INSERT INTO T119_CP_RSA_CTL
               (T119_PGM_ID, T119_USE_ID, CMI_FRQ_QTY, CMI_QTY,
                CP_DM, CP_ARA_TXT, ADD_DT, UPD_DM, UPD_ID,

           IF REBASE-MODE
              PERFORM 0250-PROCESS-REBASE
                 THRU 0250-PROCESS-REBASE-EXIT
              MOVE ZERO TO CMI-QTY OF T119-REC
              MOVE CP-ARA-INIT TO CP-ARA
              PERFORM 0150-UPDATE-T119
              PERFORM 0230-PROCESS-DISCONTINUED
           END-IF

      *    THE LABEL QUEUE IS RELEASED ONCE EVERY NON-URGENT CHANGE
      *    FOR TONIGHT (CLEARANCE STEPS INCLUDED) HAS BEEN QUEUED,
      *    AND BEFORE ANY FORWARD PASS MOVES H-TOMORROW
           IF NOT EMERGENCY-MODE AND NOT DRY-RUN
              PERFORM 0270-LEVEL-LABEL-WORKLOAD
           END-IF

           IF WS-FWD-DAYS > ZERO AND NOT EMERGENCY-MODE
              PERFORM 0205-FORWARD-DAYS
           END-IF
           DISPLAY '**REBASE MODE - FULL PRICE BOOK FOR STORE '
                   H-RBS-LCT-NBR

      *    A CLOSED-OUT STORE KEEPS ITS CLOSING-SALE BOOK
           MOVE H-RBS-LCT-NBR TO WS-CLS-LCT
           PERFORM 0729-CHECK-CLOSED
           IF LCT-CLOSED
              MOVE SPACES TO WS-REPORT-LINE
              STRING '**REBASE REFUSED - STORE ' H-RBS-LCT-NBR
                     ' HAS BEEN CLOSED OUT'
                     DELIMITED BY SIZE INTO WS-REPORT-LINE
              DISPLAY WS-REPORT-LINE
              WRITE PRCF610X-RECORD FROM WS-REPORT-LINE
              GO TO 0250-PROCESS-REBASE-EXIT
           END-IF

           EXEC SQL
              OPEN T3375R
           END-EXEC
           DISPLAY WS-REPORT-LINE
           WRITE PRCF610X-RECORD FROM WS-REPORT-LINE.

       0250-PROCESS-REBASE-EXIT.
           EXIT.

       0251-FETCH-T3375R.

           EXEC SQL

              PERFORM 0735-LOAD-CUR-PRICES
                 THRU 0735-LOAD-CUR-EXIT
              IF NOT DEADLOCK-HIT
                 PERFORM 0760-LOAD-OVERRIDES
                    THRU 0760-LOAD-OVERRIDES-EXIT
              END-IF
              MOVE 'N' TO WS-FAM-ITM-SW
              IF NOT DEADLOCK-HIT AND NOT EMERGENCY-MODE
                 PERFORM 0770-LOAD-FAMILY
                    THRU 0770-LOAD-FAMILY-EXIT
              END-IF

              MOVE 1 TO LCT-IDX
              PERFORM UNTIL (LCT-IDX > LCT-END) OR DEADLOCK-HIT

                 PERFORM 0725-CHECK-EXCLUDED
                 PERFORM 0726-CHECK-LCT-RANGE
                 MOVE LCT-NBR(LCT-IDX) TO WS-CLS-LCT
                 PERFORM 0729-CHECK-CLOSED

                 IF NOT LCT-EXCLUDED AND LCT-RANGE-OK AND
                    NOT LCT-CLOSED
                    IF STR-END > 0
                       PERFORM 0720-CHECK-STORE-UPD
                    END-IF
                    INITIALIZE T3375-REC
                    MOVE 'N' TO WS-OLD-PRC-VALID-SW
                    MOVE 'N' TO WS-ZONE-HIT-SW
                    MOVE 'N' TO WS-MAP-HOLD-SW
                    MOVE '0' TO ITM-CHANGE-TYP
                    MOVE 'N' TO ADV107A-FETCH-SW
                    PERFORM 0581-FETCH-MARKDOWN
                       UNTIL (ADV107A-FETCHED OR ADV107A-EOF)

      *             A NON-MARKDOWN LOCATION IN A MAPPED, NON-EXCEPTION
      *             ZONE REUSES THE ZONE'S CACHED PRICE DECISION.  A
      *             PRICE-FAMILY MEMBER IS PRICED LOCATION BY LOCATION
                    MOVE 'N' TO WS-ZC-FND-SW
                    IF NOT ITEM-MARKDOWN AND ZONE-ACTIVE AND
                       NOT FAM-ITM AND
                       LCT-ZONE(LCT-IDX) > ZERO AND
                       LCT-ZEXC(LCT-IDX) NOT = 'E'
                       PERFORM 0216-FIND-ZONE-DECISION

                    IF ITM-CHANGE-TYP NOT = '0'
                       PERFORM 0590-APPLY-PRICE-POINT
                       PERFORM 0595-CHECK-MAP-PRICE
                       IF CMP-ITM-FND
                          PERFORM 0747-CHECK-COMPETITOR
                       END-IF
                    IF ZONE-HIT
                       MOVE ZC-REF-ITM-IDC(ZC-IDX) TO REF-ITM-IDC
                    END-IF
                    PERFORM 0762-CHECK-OVERRIDE
                    MOVE PRCF610B-COUNT TO WS-OVR-PRC-CNT
                    MOVE 'N' TO WS-LWL-QUEUE-SW
                    MOVE 'N' TO WS-FAM-RSLT-SW
                    IF MARKDOWN-PRICE
                       MOVE ZERO TO H-PME-DT-IND
                       PERFORM 0600-INSERT-T3375
                          THRU 0600-INSERT-T3375-EXIT
      *                UNDER A STORE OVERRIDE THE AD PRICE ONLY GOES
      *                OUT WHEN IT BEATS THE STORE'S PRICE, AND THE
      *                STORE GOES BACK TO ITS OVERRIDE AT AD END
                       IF NOT MRG-FLOOR-BLOCKED AND
                          NOT DEADLOCK-HIT AND NOT MAP-HELD AND
                          (NOT OVR-ACTIVE OR
                           H-PRM-UNIT-PRC < WS-OVR-RTL-AMT)
                          IF OVR-ACTIVE
                             MOVE WS-OVR-RTL-AMT TO H-REG-RTL-PRC
                          END-IF
                          PERFORM 0745-GET-STORE-NET-ADJ
                          PERFORM 0850-FORMAT-PRCF610B
                             THRU 0850-FORMAT-PRCF610B-EXIT
                       END-IF
                    ELSE
                       IF LBRST-PRICE OR LBRPZ-PRICE OR CORP-PRICE
                          MOVE -1 TO H-PME-DT-IND
                          IF FAM-ITM
                             PERFORM 0772-CHECK-FAMILY-LCT
                                THRU 0772-CHECK-FAMILY-EXIT
                          END-IF
      *                   A FAMILY MEMBER IS ALWAYS COMPARED WITH TODAY,
      *                   SO A COMPLETED PRICE, OR ONE RELEASED WHEN A
      *                   HELD FAMILY IS PUT RIGHT, GOES TO THE STORE
                          IF (H-AUTOREFRESH-FLG = 'Y' OR FAM-ITM) AND
                             NOT ZONE-HIT
                             PERFORM 0730-CK-4-PRC-CHG
                          END-IF
                             THRU 0600-INSERT-T3375-EXIT
                          PERFORM 0745-GET-STORE-NET-ADJ
                          IF ZONE-ACTIVE AND NOT ZONE-HIT AND
                             NOT FAM-ITM AND NOT MAP-HELD AND
                             LCT-ZONE(LCT-IDX) > ZERO AND
                             LCT-ZEXC(LCT-IDX) NOT = 'E'
                             PERFORM 0218-SAVE-ZONE-DECISION
                          END-IF

                          IF (NOT MRG-FLOOR-BLOCKED AND
                              NOT DEADLOCK-HIT AND NOT MAP-HELD AND
                              NOT OVR-ACTIVE AND
                              NOT FAM-HELD AND
                              (LBRST-PRICE OR LBRPZ-PRICE) AND
                              (H-CNG-BGN-DT = H-TOMORROW OR
                               REF-LCT OR REF-ITM OR
                               NEW-LCT OR NEW-ITM OR STR-UPD OR
                               OVR-RESTORE))
                              PERFORM 0850-FORMAT-PRCF610B
                                 THRU 0850-FORMAT-PRCF610B-EXIT
                          ELSE
                             IF (NOT MRG-FLOOR-BLOCKED AND
                                 NOT DEADLOCK-HIT AND NOT MAP-HELD AND
                                 NOT OVR-ACTIVE AND
                                 NOT FAM-HELD AND
                                 CORP-PRICE AND
                                 (H-PRC-BGN-DT = H-TOMORROW OR
                                  REF-LCT OR REF-ITM OR
                                  NEW-LCT OR NEW-ITM OR STR-UPD OR
                                  OVR-RESTORE))
                                PERFORM 0850-FORMAT-PRCF610B
                                   THRU 0850-FORMAT-PRCF610B-EXIT
                             END-IF
                          END-IF
                       END-IF
                   END-IF
                    IF OVR-RESTORE AND
                       (PRCF610B-COUNT > WS-OVR-PRC-CNT OR LWL-QUEUED)
                       PERFORM 0764-MARK-OVR-RESTORED
                    END-IF
                 ELSE
                    IF WS-TRACE-SW = 'Y'
                       PERFORM 0727-TRACE-SKIP
              END-PERFORM
           END-IF.

      *================================================================
      * 0726-CHECK-LCT-RANGE - WHEN A LOCATION RANGE WAS SUPPLIED ON
      *     THE PA-LCTRANGE CONTROL CARD, SKIPS ANY LOCATION OUTSIDE
      *     THAT RANGE SO THE SAME PARMFILE CAN BE SPLIT ACROSS
      *     SEVERAL CONCURRENT PARTITIONED RUNS.
      *================================================================
       0726-CHECK-LCT-RANGE.

           MOVE 'Y' TO WS-LCT-RANGE-OK-SW
           IF LCT-RANGE-ACTIVE
              IF LCT-NBR(LCT-IDX) < WS-LCT-RANGE-LOW OR
                 LCT-NBR(LCT-IDX) > WS-LCT-RANGE-HIGH
                 MOVE 'N' TO WS-LCT-RANGE-OK-SW
              END-IF
           END-IF.

      *================================================================
      * 0727-TRACE-SKIP - DIAGNOSTIC TRACE MODE. WHEN ON, EXPLAINS
      *     WHY A GIVEN ITEM/LOCATION COMBINATION PRODUCED NO
      *     PRCF610B RECORD THIS RUN.
      *================================================================
       0727-TRACE-SKIP.

           STRING 'TRACE: ITEM=' T024-ITM-NBR OF T2567-REC
                  ' LCT=' LCT-NBR(LCT-IDX)
                  ' SKIPPED - EXCLUDED, CLOSED OR OUTSIDE RANGE'
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           DISPLAY WS-REPORT-LINE.

      *================================================================
      * 0729-CHECK-CLOSED - FLAGS WS-CLS-LCT AS CLOSED WHEN INSB632
      *     HAS CLOSED IT OUT (CLS-TABLE, LOADED BY 0178).
      *================================================================
       0729-CHECK-CLOSED.

           MOVE 'N' TO LCT-CLOSED-SW
           IF CLS-END > 0
              MOVE 1 TO CLS-IDX
              PERFORM UNTIL CLS-IDX > CLS-END OR LCT-CLOSED
                 IF WS-CLS-LCT = CLS-LCT(CLS-IDX)
                    MOVE 'Y' TO LCT-CLOSED-SW
                 END-IF
                 ADD 1 TO CLS-IDX
              END-PERFORM
           END-IF.

      *================================================================
      * 0586-LOG-MARKDOWN-CONFLICT - THE MARKDOWN/AD PRICE LOST TO A
      *     LOWER LABOR OR CORPORATE PRICE THIS CYCLE (H-PRM-RTL-PRC
      *     WAS NOT BELOW THE COMPETING RTL-PRC-AMT); THAT'S A
      *     PRICING CONFLICT WORTH A LINE ON THE EXCEPTION REPORT
      *     RATHER THAN SILENT SUPPRESSION.
      *================================================================
       0586-LOG-MARKDOWN-CONFLICT.

           MOVE H-PRM-UNIT-PRC TO WS-RPT-AMT
           MOVE RTL-PRC-AMT    TO WS-RPT-AMT2
           STRING '**MARKDOWN SUPPRESSED - ITEM='
                  T024-ITM-NBR OF T2567-REC
                  ' LCT=' T164-LCT-GRP-NBR OF T165-REC
                  ' AD-PRICE=' WS-RPT-AMT
                  ' COMPETING-PRICE=' WS-RPT-AMT2
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE PRCF610X-RECORD FROM WS-REPORT-LINE.

      *================================================================
      * 0745-GET-STORE-NET-ADJ - LOOKS UP A STORE-SPECIFIC NET-PRICE
      *     ADJUSTMENT SO PRCF610B-STORE-NET CAN DIFFER FROM
      *     PRCF610B-COMP-NET (THE COMPANY'S NEGOTIATED COST).  WHEN
      *     NO ADJUSTMENT ROW EXISTS, STORE-NET STAYS EQUAL TO
      *     COMP-NET, MATCHING TODAY'S BEHAVIOR.
      *================================================================
       0745-GET-STORE-NET-ADJ.

           MOVE ZERO TO H-STR-NET-ADJ

           EXEC SQL
              SELECT STR_NET_ADJ_AMT
                INTO :H-STR-NET-ADJ
                FROM T165_STR_NET_ADJ
               WHERE T164_LCT_GRP_NBR = :T165-REC.T164-LCT-GRP-NBR
                 AND T024_ITM_NBR     = :T3375-REC.T024-ITM-NBR
              FETCH FIRST ROW ONLY
               WITH UR
           END-EXEC.

           IF SQL-OK OR SQL-NOT-FND
              CONTINUE
           ELSE
              MOVE 'SELSTRNET' TO WS-EXE-IDF
              MOVE SQLCODE TO WS-SQL-CODE
              MOVE '** PROGRAM ABENDED ** SQL SELECT FAILED !!!'
                   TO WS-ABORT-MESSAGE
              CALL 'SQLMSGB3' USING WS-PROG-ID, WS-EXE-IDF, SQLCA
              CALL 'JOBLOG3' USING WS-SQL-ERROR
              PERFORM 0999-ABORT
           END-IF.

       0220-CHECKPOINT.

           ADD 1 TO ITEMS-PROCESSED
           IF ITEMS-PROCESSED = COMMIT-POINT

              MOVE T024-ITM-NBR OF T2567-REC TO CP-ITEM
              COMPUTE CMI-QTY = CMI-QTY + 1


               MOVE ITEM-COUNT   TO CP-ITEM-COUNT
               MOVE LCT-COUNT    TO CP-LCT-COUNT
               MOVE STR-COUNT    TO CP-STR-COUNT
               MOVE AUTO-COUNT   TO CP-AUTO-COUNT
               MOVE IREF-COUNT   TO CP-IREF-COUNT
               MOVE IMAT-COUNT   TO CP-IMAT-COUNT
               MOVE ICST-COUNT   TO CP-ICST-COUNT
               MOVE NEW-COUNT    TO CP-NEW-COUNT
               MOVE NEW-ITEMS    TO CP-NEW-ITEMS
               MOVE PROMO-COUNT  TO CP-PROMO-COUNT
               MOVE LBRST-COUNT  TO CP-LBRST-COUNT
               MOVE LBRPZ-COUNT  TO CP-LBRPZ-COUNT
               MOVE CORP-COUNT   TO CP-CORP-COUNT
               MOVE PROMO-PC     TO CP-PROMO-PC
               MOVE LBRST-PC     TO CP-LBRST-PC
               MOVE LBRPZ-PC     TO CP-LBRPZ-PC
               MOVE CORP-PC      TO CP-CORP-PC
               MOVE PRCF610B-COUNT TO CP-PRCF610B-COUNT
               MOVE T3375-INS-COUNT TO CP-T3375-INS-COUNT
               MOVE T3375-INS-803 TO CP-T3375-INS-803
               MOVE WS-HASH-CONSUMER-SELL TO CP-HASH-CONSUMER-SELL
               MOVE WS-HASH-STORE-NET     TO CP-HASH-STORE-NET
               PERFORM 0150-UPDATE-T119

               EXEC SQL COMMIT END-EXEC
               MOVE ZERO TO ITEMS-PROCESSED
               MOVE ZERO TO WS-RETRY-COUNT
           END-IF.

      *================================================================
      * 0230-PROCESS-DISCONTINUED - ITEMS THAT STILL HAVE A T3375 ROW
      *     PRICED TODAY BUT HAVE DROPPED OUT OF THE T2567A SCOPE
      *     (LEFT T2567_LBR_CGY_ITM, OR THEIR CATEGORY MOVED TO 0/54)
      *     ARE NEVER SEEN BY 0210-PROCESS-ALL-ITEMS, SO THE STORES
      *     KEPT SELLING AT THE LAST PRICE ON FILE.  THIS PASS RUNS
      *     AFTER THE MAIN ITEM LOOP AND CUTS A DELETE/DEACTIVATE
      *     PRCF610B RECORD FOR EACH SUCH ITEM/LOCATION THAT IS IN
      *     THIS RUN'S LOCATION LIST.
      *     WHEN THE ITEM'S DEPARTMENT HAS A CLEARANCE SCHEDULE
      *     (CLRF610A) THE LOCATION IS FIRST WALKED THROUGH THE
      *     SCHEDULE'S MARKDOWN STEPS (0232) AND THE DELETE ONLY GOES
      *     OUT ONCE THE LAST STEP HAS RUN ITS DAYS OR THE STORE
      *     REPORTS ZERO ON HAND.  EVERY NIGHT IN CLEARANCE WRITES
      *     TOMORROW'S T3375 ROW AT THE CLEARANCE PRICE, WHICH IS
      *     WHAT BRINGS THE ITEM/LOCATION BACK ON T3375D THE NEXT
      *     NIGHT.
      *================================================================
       0230-PROCESS-DISCONTINUED.

           PERFORM 0570-OPEN-T3375D
           PERFORM 0571-FETCH-T3375D

           PERFORM UNTIL T3375D-EOF
              PERFORM 0736-CHECK-DISC-LCT
              IF DISC-LCT-FND
                 PERFORM 0232-CHECK-CLEARANCE
                    THRU 0232-CHECK-CLEARANCE-EXIT
                 EVALUATE TRUE
                    WHEN CLR-SEND-STEP
                       PERFORM 0237-INSERT-CLR-T3375
                       PERFORM 0862-FORMAT-PRCF610B-CLR
                          THRU 0862-FORMAT-PRCF610B-CLR-EXIT
                    WHEN CLR-HOLD-STEP
                       PERFORM 0237-INSERT-CLR-T3375
                    WHEN OTHER
                       PERFORM 0860-FORMAT-PRCF610B-DEL
                 END-EVALUATE
                 IF WS-CLR-REASON NOT = SPACES
                    PERFORM 0239-WRITE-CLR-STATUS
                 END-IF
              END-IF
              PERFORM 0571-FETCH-T3375D
           END-PERFORM

           PERFORM 0955-CLOSE-T3375D.

      *================================================================
      * 0736-CHECK-DISC-LCT - A DISCONTINUED ITEM/LOCATION IS ONLY
      *     SENT A DELETE IF THE LOCATION IS PART OF THIS RUN'S
      *     LCT-TABLE POPULATION AND SURVIVES THE SAME EXCLUSION,
      *     CLOSE-OUT AND PARTITION-RANGE CHECKS THE MAIN LOOP
      *     APPLIES.
      *================================================================
       0736-CHECK-DISC-LCT.

           MOVE 'N' TO WS-DISC-LCT-SW
           MOVE 1 TO LCT-IDX
           PERFORM UNTIL LCT-IDX > LCT-END OR DISC-LCT-FND
              IF LCT-NBR(LCT-IDX) = H-DISC-LCT-NBR
                 PERFORM 0725-CHECK-EXCLUDED
                 PERFORM 0726-CHECK-LCT-RANGE
                 MOVE H-DISC-LCT-NBR TO WS-CLS-LCT
                 PERFORM 0729-CHECK-CLOSED
                 IF NOT LCT-EXCLUDED AND LCT-RANGE-OK AND
                    NOT LCT-CLOSED
                    MOVE 'Y' TO WS-DISC-LCT-SW
                 END-IF
              END-IF
              ADD 1 TO LCT-IDX
           END-PERFORM.

      *================================================================
      * 0231-FIND-CLR-SCHEDULE - LOOKS H-CLR-DPT-NBR UP IN THE
      *     CLEARANCE SCHEDULE, FALLING BACK TO THE DEPARTMENT 00000
      *     DEFAULT CARD.  CLRS-IDX IS LEFT ON THE MATCHED ENTRY.
      *================================================================
       0231-FIND-CLR-SCHEDULE.

           MOVE 'N' TO WS-CLRS-FND-SW
           MOVE 1 TO CLRS-IDX
           PERFORM UNTIL CLRS-IDX > CLRS-END OR CLRS-FND
              IF CLRS-DEPT(CLRS-IDX) = H-CLR-DPT-NBR
                 MOVE 'Y' TO WS-CLRS-FND-SW
              ELSE
                 ADD 1 TO CLRS-IDX
              END-IF
           END-PERFORM
           IF NOT CLRS-FND AND WS-CLRS-DFT-IDX > ZERO
              MOVE WS-CLRS-DFT-IDX TO CLRS-IDX
              MOVE 'Y' TO WS-CLRS-FND-SW
           END-IF.

      *================================================================
      * 0232-CHECK-CLEARANCE - DECIDES WHAT THE DISCONTINUED
      *     ITEM/LOCATION IN HAND GETS TONIGHT:
      *       'S' - A NEW CLEARANCE STEP STARTS TOMORROW, SEND IT
      *       'H' - STILL INSIDE THE CURRENT STEP, NOTHING TO SEND
      *       'D' - SEND THE DELETE (NO SCHEDULE, LAST STEP EXPIRED,
      *             OR THE STORE REPORTS ZERO ON HAND)
      *     THE STEP IS WORKED OUT FROM THE DAYS SINCE THE FIRST STEP
      *     WENT ON THE SHELF, SO A MISSED NIGHT CATCHES UP RATHER
      *     THAN STRETCHING THE SCHEDULE.  A T3424 ROW THAT WAS NOT
      *     CARRIED FORWARD LAST NIGHT BELONGS TO AN EARLIER
      *     CLEARANCE (THE ITEM CAME BACK INTO RANGE IN BETWEEN) AND
      *     IS STARTED AGAIN FROM STEP 1.
      *================================================================
       0232-CHECK-CLEARANCE.

           MOVE 'D'    TO WS-CLR-ACTION
           MOVE SPACES TO WS-CLR-REASON
           IF CLRS-END = ZERO
              GO TO 0232-CHECK-CLEARANCE-EXIT
           END-IF

           PERFORM 0238-CHECK-ON-HAND
           PERFORM 0233-READ-T3424
           IF CLR-ROW-FND AND H-CLR-LST-PRC-DT < H-TODAY
              PERFORM 0236-DELETE-T3424
              MOVE 'N' TO WS-CLR-ROW-SW
           END-IF

           IF NOT CLR-ROW-FND
              PERFORM 0234-START-CLEARANCE
                 THRU 0234-START-CLEARANCE-EXIT
              GO TO 0232-CHECK-CLEARANCE-EXIT
           END-IF

           PERFORM 0231-FIND-CLR-SCHEDULE
           IF NOT CLRS-FND
              MOVE 'NO SCHEDULE' TO WS-CLR-REASON
              PERFORM 0236-DELETE-T3424
              GO TO 0232-CHECK-CLEARANCE-EXIT
           END-IF

           COMPUTE WS-CLR-NEW-STP =
              (H-CLR-ELP-DAYS / CLRS-DAYS(CLRS-IDX)) + 1
           IF WS-CLR-NEW-STP > CLRS-STEPS(CLRS-IDX)
              MOVE 'LAST STEP END' TO WS-CLR-REASON
              ADD 1 TO WS-CLR-END-COUNT
              PERFORM 0236-DELETE-T3424
              GO TO 0232-CHECK-CLEARANCE-EXIT
           END-IF

           IF ONH-ZERO
              MOVE 'ZERO ON HAND' TO WS-CLR-REASON
              ADD 1 TO WS-CLR-ZERO-COUNT
              PERFORM 0236-DELETE-T3424
              GO TO 0232-CHECK-CLEARANCE-EXIT
           END-IF

           IF WS-CLR-NEW-STP > H-CLR-STP-NBR
              MOVE WS-CLR-NEW-STP TO H-CLR-STP-NBR
              PERFORM 0235-PRICE-CLR-STEP
              MOVE 'S' TO WS-CLR-ACTION
              MOVE 'STEP SENT' TO WS-CLR-REASON
              ADD 1 TO WS-CLR-STEP-COUNT
           ELSE
              MOVE 'H' TO WS-CLR-ACTION
              MOVE 'IN STEP' TO WS-CLR-REASON
              ADD 1 TO WS-CLR-HOLD-COUNT
           END-IF

           IF NOT DRY-RUN
              EXEC SQL
                 UPDATE T3424_CLR_ITM_LCT
                    SET CLR_STP_NBR     = :H-CLR-STP-NBR,
                        CLR_RTL_PRC_AMT = :H-CLR-RTL-AMT,
                        LST_PRC_DT      = :H-TOMORROW,
                        UPD_DM          = CURRENT_TIMESTAMP,
                        UPD_ID          = 'INSB610'
                  WHERE T024_ITM_NBR = :H-DISC-ITM-NBR
                    AND T063_LCT_NBR = :H-DISC-LCT-NBR
              END-EXEC
              IF NOT SQL-OK
                 MOVE 'UPD3424' TO WS-EXE-IDF
                 MOVE SQLCODE TO WS-SQL-CODE
                 MOVE '** PROGRAM ABENDED ** SQL UPDATE FAILED !!!'
                   TO WS-ABORT-MESSAGE
                 CALL 'SQLMSGB3' USING WS-PROG-ID, WS-EXE-IDF, SQLCA
                 CALL 'JOBLOG3' USING WS-SQL-ERROR
                 PERFORM 0999-ABORT
              END-IF
           END-IF.

       0232-CHECK-CLEARANCE-EXIT.
           EXIT.

      *================================================================
      * 0233-READ-T3424 - THE ITEM/LOCATION'S CLEARANCE TRACKING ROW,
      *     WITH THE DAYS FROM THE FIRST STEP'S EFFECTIVE DATE TO
      *     TOMORROW.
      *================================================================
       0233-READ-T3424.

           MOVE 'N' TO WS-CLR-ROW-SW
           EXEC SQL
              SELECT DPT_NBR,
                     CLR_BGN_DT,
                     LST_PRC_DT,
                     CLR_STP_NBR,
                     BSE_RTL_PRC_AMT,
                     CST_AMT,
                     CLR_RTL_PRC_AMT,
                     DAYS(:H-TOMORROW) - DAYS(CLR_BGN_DT)
                INTO :H-CLR-DPT-NBR,
                     :H-CLR-BGN-DT,
                     :H-CLR-LST-PRC-DT,
                     :H-CLR-STP-NBR,
                     :H-CLR-BSE-RTL-AMT,
                     :H-CLR-CST-AMT,
                     :H-CLR-RTL-AMT,
                     :H-CLR-ELP-DAYS
                FROM T3424_CLR_ITM_LCT
               WHERE T024_ITM_NBR = :H-DISC-ITM-NBR
                 AND T063_LCT_NBR = :H-DISC-LCT-NBR
           END-EXEC.

           IF SQL-OK
              MOVE 'Y' TO WS-CLR-ROW-SW
           ELSE
              IF NOT SQL-NOT-FND
                 MOVE 'SEL3424' TO WS-EXE-IDF
                 MOVE SQLCODE TO WS-SQL-CODE
                 MOVE '** PROGRAM ABENDED ** SQL SELECT FAILED !!!'
                   TO WS-ABORT-MESSAGE
                 CALL 'SQLMSGB3' USING WS-PROG-ID, WS-EXE-IDF, SQLCA
                 CALL 'JOBLOG3' USING WS-SQL-ERROR
                 PERFORM 0999-ABORT
              END-IF
           END-IF.

      *================================================================
      * 0234-START-CLEARANCE - FIRST NIGHT OF A DISCONTINUED
      *     ITEM/LOCATION.  THE DEPARTMENT IS THE ITEM'S LAST LABOR
      *     CATEGORY ON T2567 (ZERO ONCE IT HAS LEFT THE TABLE, WHICH
      *     PICKS UP THE DEFAULT CARD), AND THE BASE RETAIL AND COST
      *     ARE TODAY'S T3375 ROW.  NO SCHEDULE, NO BASE PRICE OR
      *     ZERO ON HAND MEANS THE DELETE GOES OUT TONIGHT, AS BEFORE.
      *================================================================
       0234-START-CLEARANCE.

           MOVE ZERO TO H-CLR-DPT-NBR
           EXEC SQL
              SELECT T2565_LBR_CGY_CD
                INTO :H-CLR-DPT-NBR
                FROM T2567_LBR_CGY_ITM
               WHERE T024_ITM_NBR = :H-DISC-ITM-NBR
              FETCH FIRST ROW ONLY
               WITH UR
           END-EXEC.
           IF NOT SQL-OK AND NOT SQL-NOT-FND
              MOVE 'SELCLRDPT' TO WS-EXE-IDF
              MOVE SQLCODE TO WS-SQL-CODE
              MOVE '** PROGRAM ABENDED ** SQL SELECT FAILED !!!'
                TO WS-ABORT-MESSAGE
              CALL 'SQLMSGB3' USING WS-PROG-ID, WS-EXE-IDF, SQLCA
              CALL 'JOBLOG3' USING WS-SQL-ERROR
              PERFORM 0999-ABORT
           END-IF

           PERFORM 0231-FIND-CLR-SCHEDULE
           IF NOT CLRS-FND
              GO TO 0234-START-CLEARANCE-EXIT
           END-IF

           IF ONH-ZERO
              MOVE 'ZERO ON HAND' TO WS-CLR-REASON
              ADD 1 TO WS-CLR-ZERO-COUNT
              MOVE ZERO TO H-CLR-STP-NBR
                           H-CLR-BSE-RTL-AMT
                           H-CLR-RTL-AMT
              MOVE SPACES TO H-CLR-BGN-DT
              GO TO 0234-START-CLEARANCE-EXIT
           END-IF

           EXEC SQL
              SELECT RTL_PRC_AMT,
                     CST_AMT
                INTO :H-CLR-BSE-RTL-AMT,
                     :H-CLR-CST-AMT
                FROM T3375_LBR_PRC_HST
               WHERE T024_ITM_NBR = :H-DISC-ITM-NBR
                 AND T063_LCT_NBR = :H-DISC-LCT-NBR
                 AND T3375_PRC_DT = :H-TODAY
              WITH UR
           END-EXEC.
           IF NOT SQL-OK
              IF SQL-NOT-FND
                 GO TO 0234-START-CLEARANCE-EXIT
              END-IF
              MOVE 'SELCLRBSE' TO WS-EXE-IDF
              MOVE SQLCODE TO WS-SQL-CODE
              MOVE '** PROGRAM ABENDED ** SQL SELECT FAILED !!!'
                TO WS-ABORT-MESSAGE
              CALL 'SQLMSGB3' USING WS-PROG-ID, WS-EXE-IDF, SQLCA
              CALL 'JOBLOG3' USING WS-SQL-ERROR
              PERFORM 0999-ABORT
           END-IF
           IF H-CLR-BSE-RTL-AMT NOT > ZERO
              GO TO 0234-START-CLEARANCE-EXIT
           END-IF

           MOVE 1          TO H-CLR-STP-NBR
           MOVE ZERO       TO H-CLR-ELP-DAYS
           MOVE H-TOMORROW TO H-CLR-BGN-DT
           PERFORM 0235-PRICE-CLR-STEP

           IF NOT DRY-RUN
              EXEC SQL
                 INSERT INTO T3424_CLR_ITM_LCT
                        (T024_ITM_NBR,    T063_LCT_NBR,
                         DPT_NBR,         CLR_BGN_DT,
                         LST_PRC_DT,      CLR_STP_NBR,
                         BSE_RTL_PRC_AMT, CST_AMT,
                         CLR_RTL_PRC_AMT,
                         ADD_DT, UPD_DM, UPD_ID)
                 VALUES (:H-DISC-ITM-NBR,
                         :H-DISC-LCT-NBR,
                         :H-CLR-DPT-NBR,
                         :H-CLR-BGN-DT,
                         :H-TOMORROW,
                         :H-CLR-STP-NBR,
                         :H-CLR-BSE-RTL-AMT,
                         :H-CLR-CST-AMT,
                         :H-CLR-RTL-AMT,
                          CURRENT_DATE,
                          CURRENT_TIMESTAMP,
                         'INSB610')
              END-EXEC
              IF NOT SQL-OK
                 MOVE 'INS3424' TO WS-EXE-IDF
                 MOVE SQLCODE TO WS-SQL-CODE
                 MOVE '** PROGRAM ABENDED ** SQL INSERT FAILED !!!'
                   TO WS-ABORT-MESSAGE
                 CALL 'SQLMSGB3' USING WS-PROG-ID, WS-EXE-IDF, SQLCA
                 CALL 'JOBLOG3' USING WS-SQL-ERROR
                 PERFORM 0999-ABORT
              END-IF
           END-IF

           MOVE 'S' TO WS-CLR-ACTION
           MOVE 'STARTED' TO WS-CLR-REASON
           ADD 1 TO WS-CLR-START-COUNT.

       0234-START-CLEARANCE-EXIT.
           EXIT.

      *================================================================
      * 0235-PRICE-CLR-STEP - CLEARANCE RETAIL FOR STEP H-CLR-STP-NBR:
      *     THE BASE RETAIL LESS THE STEP'S PERCENT, ROUNDED TO THE
      *     CENT.  CLEARANCE IS MEANT TO SELL THROUGH BELOW COST, SO
      *     THE PRCF610M MARGIN FLOOR IS NOT APPLIED; THE MARGIN IS
      *     STILL CARRIED ON THE T3375 ROW.
      *================================================================
       0235-PRICE-CLR-STEP.

           COMPUTE H-CLR-RTL-AMT ROUNDED =
              H-CLR-BSE-RTL-AMT *
              (100 - CLRS-PCT(CLRS-IDX, H-CLR-STP-NBR)) / 100
           IF H-CLR-RTL-AMT > ZERO
              COMPUTE H-CLR-MRG-PCT ROUNDED =
                 ((H-CLR-RTL-AMT - H-CLR-CST-AMT) * 100)
                    / H-CLR-RTL-AMT
                 ON SIZE ERROR
                    MOVE -999.99 TO H-CLR-MRG-PCT
              END-COMPUTE
           ELSE
              MOVE ZERO TO H-CLR-MRG-PCT
           END-IF.

      *================================================================
      * 0236-DELETE-T3424 - DROPS THE CLEARANCE TRACKING ROW ONCE THE
      *     DELETE IS GOING OUT (OR A STALE ROW IS BEING RESTARTED).
      *================================================================
       0236-DELETE-T3424.

           IF DRY-RUN
              CONTINUE
           ELSE
              EXEC SQL
                 DELETE FROM T3424_CLR_ITM_LCT
                  WHERE T024_ITM_NBR = :H-DISC-ITM-NBR
                    AND T063_LCT_NBR = :H-DISC-LCT-NBR
              END-EXEC
              IF NOT SQL-OK AND NOT SQL-NOT-FND
                 MOVE 'DEL3424' TO WS-EXE-IDF
                 MOVE SQLCODE TO WS-SQL-CODE
                 MOVE '** PROGRAM ABENDED ** SQL DELETE FAILED !!!'
                   TO WS-ABORT-MESSAGE
                 CALL 'SQLMSGB3' USING WS-PROG-ID, WS-EXE-IDF, SQLCA
                 CALL 'JOBLOG3' USING WS-SQL-ERROR
                 PERFORM 0999-ABORT
              END-IF
           END-IF.

      *================================================================
      * 0237-INSERT-CLR-T3375 - TOMORROW'S PRICE-HISTORY ROW AT THE
      *     CLEARANCE RETAIL.  A RERUN OF THE SAME NIGHT FINDS THE ROW
      *     ALREADY THERE AND REWRITES IT.
      *================================================================
       0237-INSERT-CLR-T3375.

           IF DRY-RUN
              ADD 1 TO T3375-INS-COUNT
           ELSE
              EXEC SQL
                 INSERT INTO T3375_LBR_PRC_HST
                        (T024_ITM_NBR, T063_LCT_NBR,
                         T3375_PRC_DT, CST_AMT,
                         MRG_PCT,      RTL_PRC_AMT,
                         ADD_DT, UPD_DM, UPD_ID)
                 VALUES (:H-DISC-ITM-NBR,
                         :H-DISC-LCT-NBR,
                         :H-TOMORROW,
                         :H-CLR-CST-AMT,
                         :H-CLR-MRG-PCT,
                         :H-CLR-RTL-AMT,
                          CURRENT_DATE,
                          CURRENT_TIMESTAMP,
                         'INSB610L')
              END-EXEC
              IF SQLCODE = -803
                 EXEC SQL
                    UPDATE T3375_LBR_PRC_HST
                       SET CST_AMT     = :H-CLR-CST-AMT,
                           MRG_PCT     = :H-CLR-MRG-PCT,
                           RTL_PRC_AMT = :H-CLR-RTL-AMT,
                           UPD_DM      = CURRENT_TIMESTAMP,
                           UPD_ID      = 'INSB610L'
                     WHERE T024_ITM_NBR = :H-DISC-ITM-NBR
                       AND T063_LCT_NBR = :H-DISC-LCT-NBR
                       AND T3375_PRC_DT = :H-TOMORROW
                 END-EXEC
              END-IF
              IF SQL-OK
                 ADD 1 TO T3375-INS-COUNT
              ELSE
                 MOVE 'INSCLR3375' TO WS-EXE-IDF
                 MOVE SQLCODE TO WS-SQL-CODE
                 MOVE '** PROGRAM ABENDED ** SQL INSERT FAILED !!!'
                   TO WS-ABORT-MESSAGE
                 CALL 'SQLMSGB3' USING WS-PROG-ID, WS-EXE-IDF, SQLCA
                 CALL 'JOBLOG3' USING WS-SQL-ERROR
                 PERFORM 0999-ABORT
              END-IF
           END-IF.

      *================================================================
      * 0238-CHECK-ON-HAND - ADVANCES THE ITEM/STORE-ORDERED ON-HAND
      *     FEED TO THE T3375D ITEM/LOCATION IN HAND.  ONLY A RECORD
      *     THAT IS THERE AND SAYS ZERO COUNTS AS ZERO ON HAND; NO
      *     RECORD MEANS THE STORE HAS NOT REPORTED.
      *================================================================
       0238-CHECK-ON-HAND.

           MOVE 'N' TO WS-ONH-ZERO-SW
           IF INVF-OPEN
              PERFORM 0753-READ-INVF610A
                 UNTIL INVF-EOF
                    OR ONH-ITEM > H-DISC-ITM-NBR
                    OR (ONH-ITEM = H-DISC-ITM-NBR AND
                        ONH-STORE NOT < H-DISC-LCT-NBR)
              IF NOT INVF-EOF
                 IF ONH-ITEM  = H-DISC-ITM-NBR AND
                    ONH-STORE = H-DISC-LCT-NBR AND
                    ONH-UNITS = ZERO
                    MOVE 'Y' TO WS-ONH-ZERO-SW
                 END-IF
              END-IF
           END-IF.

      *================================================================
      * 0239-WRITE-CLR-STATUS - ONE CLEARANCE STATUS REPORT LINE PER
      *     ITEM/STORE IN (OR LEAVING) CLEARANCE TONIGHT, SHOWING THE
      *     STEP IT IS ON, THE BASE AND CLEARANCE RETAIL AND THE DAYS
      *     LEFT IN THE STEP.
      *================================================================
       0239-WRITE-CLR-STATUS.

           MOVE H-DISC-LCT-NBR    TO CLRR-STORE
           MOVE H-CLR-DPT-NBR     TO CLRR-DEPT
           MOVE H-DISC-ITM-NBR    TO CLRR-ITEM-NUM
           MOVE H-CLR-STP-NBR     TO CLRR-STEP
           IF CLRS-FND
              MOVE CLRS-STEPS(CLRS-IDX) TO CLRR-STEPS
              COMPUTE WS-CLR-STP-LEFT =
                 (H-CLR-STP-NBR * CLRS-DAYS(CLRS-IDX))
                    - H-CLR-ELP-DAYS
           ELSE
              MOVE ZERO TO CLRR-STEPS
              MOVE ZERO TO WS-CLR-STP-LEFT
           END-IF
           IF CLR-SEND-DELETE OR WS-CLR-STP-LEFT < ZERO
              MOVE ZERO TO WS-CLR-STP-LEFT
           END-IF
           MOVE WS-CLR-STP-LEFT   TO CLRR-DAYS-LEFT
           MOVE H-CLR-BGN-DT      TO CLRR-BGN-DT
           MOVE H-CLR-BSE-RTL-AMT TO CLRR-BSE-RTL
           MOVE H-CLR-RTL-AMT     TO CLRR-CLR-RTL
           IF CLR-SEND-DELETE
              MOVE 'DELETE SENT' TO CLRR-STATUS
              WRITE CLRF610S-RECORD FROM CLRF610S-REC
              MOVE SPACES TO CLRF610S-RECORD
              STRING '      REASON: ' WS-CLR-REASON
                     DELIMITED BY SIZE INTO CLRF610S-RECORD
              WRITE CLRF610S-RECORD
           ELSE
              MOVE WS-CLR-REASON TO CLRR-STATUS
              WRITE CLRF610S-RECORD FROM CLRF610S-REC
           END-IF.

      *================================================================
      * 0270-LEVEL-LABEL-WORKLOAD - NIGHTLY RELEASE OF THE LABEL
      *     QUEUE.  RUNS AFTER THE PRICING AND DISCONTINUED PASSES,
      *     WHEN EVERY NON-URGENT CHANGE FOR A CAPPED STORE IS ON
      *     T3426.  EACH STORE IN THIS RUN'S POPULATION IS SENT ITS
      *     QUEUED CHANGES IN CURSOR ORDER (LONGEST WAITING, THEN
      *     HIGHEST PRIORITY) UP TO ITS CAP; THE REST ARE RE-DATED
      *     ONTO THE FOLLOWING TRADE DAYS, ONE CAP'S WORTH PER DAY,
      *     AND LISTED ON LWLF610D.  THE WHOLE BACKLOG IS RE-PLANNED
      *     EVERY NIGHT, SO A CAP CHANGE TAKES EFFECT AT ONCE AND A
      *     STORE WHOSE CAP IS REMOVED GETS EVERYTHING TONIGHT.
      *     STORES OUTSIDE THIS RUN (EXCLUDED OR OUTSIDE A
      *     PA-LCTRANGE PARTITION) ARE LEFT ALONE.
      *================================================================
       0270-LEVEL-LABEL-WORKLOAD.

           MOVE ZERO TO WS-LWL-CUR-LCT
                        LWL-DAY-END
           MOVE 'N' TO T3426L-EOF-SW
           PERFORM 0271-OPEN-T3426L
           PERFORM 0272-FETCH-T3426L

           PERFORM UNTIL T3426L-EOF
              IF H-LWL-LCT-NBR NOT = WS-LWL-CUR-LCT
                 MOVE H-LWL-LCT-NBR TO WS-LWL-CUR-LCT
                 MOVE ZERO TO WS-LWL-POS
                 MOVE H-LWL-LCT-NBR TO H-DISC-LCT-NBR
                 PERFORM 0736-CHECK-DISC-LCT
              END-IF
              IF DISC-LCT-FND
                 ADD 1 TO WS-LWL-POS
                 IF LWL-STR-CAP(H-LWL-LCT-NBR) = ZERO OR
                    WS-LWL-POS NOT > LWL-STR-CAP(H-LWL-LCT-NBR)
                    PERFORM 0273-RELEASE-LABEL-CHANGE
                 ELSE
                    PERFORM 0275-DEFER-LABEL-CHANGE
                 END-IF
              END-IF
              PERFORM 0272-FETCH-T3426L
           END-PERFORM

           PERFORM 0274-CLOSE-T3426L.

       0271-OPEN-T3426L.

           EXEC SQL
              OPEN T3426L
           END-EXEC.

           IF NOT SQL-OK
              MOVE 'OPNT3426L' TO WS-EXE-IDF
              MOVE SQLCODE     TO WS-SQL-CODE
              MOVE '** PROGRAM ABENDED ** SQL OPEN FAILED T3426L'
                               TO WS-ABORT-MESSAGE
              CALL 'SQLMSGB3'  USING WS-PROG-ID, WS-EXE-IDF, SQLCA
              CALL 'JOBLOG3'   USING WS-SQL-ERROR
              PERFORM 0999-ABORT
           END-IF.

       0272-FETCH-T3426L.

           EXEC SQL
              FETCH T3426L
               INTO :H-LWL-ITM-NBR,
                    :H-LWL-LCT-NBR,
                    :H-LWL-PRI-SEQ,
                    :H-LWL-ADD-DT,
                    :H-LWL-DFR-CNT,
                    :H-LWL-PRC-REC,
                    :H-LWL-SRC-CD,
                    :H-LWL-CHG-TYP,
                    :H-LWL-OLD-IDC,
                    :H-LWL-OLD-RTL,
                    :H-LWL-OLD-CST
           END-EXEC.

           IF SQL-OK
              NEXT SENTENCE
           ELSE
              IF SQL-EOF
                 MOVE 'Y' TO T3426L-EOF-SW
              ELSE
                 MOVE 'FET3426L' TO WS-EXE-IDF
                 MOVE SQLCODE TO WS-SQL-CODE
                 MOVE '** PROGRAM ABENDED ** SQL FETCH FAILED T3426L'
                          TO WS-ABORT-MESSAGE
                 CALL 'SQLMSGB3' USING WS-PROG-ID, WS-EXE-IDF, SQLCA
                 CALL 'JOBLOG3' USING WS-SQL-ERROR
                 PERFORM 0999-ABORT
              END-IF
           END-IF.

      *================================================================
      * 0273-RELEASE-LABEL-CHANGE - SENDS ONE QUEUED CHANGE TONIGHT:
      *     THE STORED PRCF610B IMAGE GOES OUT EFFECTIVE TOMORROW,
      *     WITH ITS PREVIEW AND SHELF-LABEL RECORDS AND (FOR A
      *     REGULAR PRICE CHANGE) ITS MARGIN-IMPACT ENTRY, AND THE
      *     QUEUE ROW IS DELETED.
      *================================================================
       0273-RELEASE-LABEL-CHANGE.

           MOVE H-LWL-PRC-REC    TO PRCF610B-REC
           MOVE WS-FORM-TOMORROW TO PRCF610B-EFF-DATE
           WRITE PRCF610B-RECORD FROM PRCF610B-REC
           IF NOT PRCF610B-VALID-STATUS
              MOVE 'PRCF610B'  TO WS-FLE-NME
              MOVE PRCF610B-STATUS TO WS-FLE-ST-CD
              MOVE 'WRITE' TO WS-FLE-FNC
              CALL 'JOBLOG3' USING WS-FLE-ERROR
              PERFORM 0999-ABORT
           END-IF
           ADD 1 TO PRCF610B-COUNT
           ADD PRCF610B-CONSUMER-SELL TO WS-HASH-CONSUMER-SELL
           ADD PRCF610B-STORE-NET     TO WS-HASH-STORE-NET

           IF LWL-SRC-REGULAR
              MOVE PRCF610B-CONSUMER-SELL TO RTL-PRC-AMT
              MOVE PRCF610B-COMP-NET      TO CST-AMT
              MOVE H-LWL-OLD-RTL          TO CUR-RTL-PRC-AMT
              MOVE H-LWL-OLD-CST          TO CUR-CST-AMT
              MOVE H-LWL-OLD-IDC          TO WS-OLD-PRC-VALID-SW
              PERFORM 0985-ADD-MARGIN-IMPACT
                 THRU 0985-ADD-MARGIN-EXIT
           END-IF

           MOVE PRCF610B-STORE    TO PVW-STORE
           MOVE PRCF610B-DEPT     TO PVW-DEPT
           MOVE PRCF610B-ITEM-NUM TO PVW-ITEM-NUM
           IF H-LWL-OLD-IDC = 'Y'
              MOVE H-LWL-OLD-RTL  TO PVW-OLD-PRC
           ELSE
              MOVE ZERO           TO PVW-OLD-PRC
           END-IF
           MOVE PRCF610B-CONSUMER-SELL TO PVW-NEW-PRC
           MOVE H-LWL-CHG-TYP     TO PVW-CHANGE-TYPE
           MOVE PRCF610B-EFF-DATE TO PVW-EFF-DATE
           WRITE PRCF610S-RECORD FROM PRCF610S-REC
           ADD 1 TO WS-PVW-COUNT

           MOVE PRCF610B-STORE         TO LBL-STORE
           MOVE PRCF610B-ITEM-NUM      TO LBL-ITEM-NUM
           MOVE PRCF610B-DEPT          TO LBL-DEPT
           MOVE PRCF610B-ITEM-DESC     TO LBL-ITEM-DESC
           MOVE PRCF610B-CONSUMER-SELL TO LBL-CONSUMER-SELL
           MOVE PRCF610B-LMP-AMT       TO LBL-LMP-AMT
           MOVE PRCF610B-LMP-EXP-DT    TO LBL-LMP-EXP-DT
           MOVE PRCF610B-NLP-EFC-DT    TO LBL-NLP-EFC-DT
           MOVE PRCF610B-NLP-AMT       TO LBL-NLP-AMT
           MOVE PRCF610B-EFF-DATE      TO LBL-EFF-DATE
           MOVE PRCF610B-UNIT-PRC      TO LBL-UNIT-PRC
           MOVE PRCF610B-UNIT-UOM      TO LBL-UNIT-UOM
           IF LWL-SRC-CLEARANCE
              MOVE 'Y' TO LBL-SALE-FLG
              MOVE 'C' TO LBL-TYPE-CODE
           ELSE
              MOVE 'N' TO LBL-SALE-FLG
              MOVE 'R' TO LBL-TYPE-CODE
           END-IF
           WRITE LBLF610A-RECORD FROM LBLF610A-REC
           IF NOT LBLF610A-VALID-STATUS
              MOVE 'LBLF610A'  TO WS-FLE-NME
              MOVE LBLF610A-STATUS TO WS-FLE-ST-CD
              MOVE 'WRITE' TO WS-FLE-FNC
              CALL 'JOBLOG3' USING WS-FLE-ERROR
              PERFORM 0999-ABORT
           END-IF
           ADD 1 TO WS-LBL-COUNT

           EXEC SQL
              DELETE FROM T3426_LBL_CHG_QUE
               WHERE T024_ITM_NBR = :H-LWL-ITM-NBR
                 AND T063_LCT_NBR = :H-LWL-LCT-NBR
           END-EXEC
           IF NOT SQL-OK AND NOT SQL-NOT-FND
              MOVE 'DEL3426' TO WS-EXE-IDF
              MOVE SQLCODE TO WS-SQL-CODE
              MOVE '** PROGRAM ABENDED ** SQL DELETE FAILED !!!'
                TO WS-ABORT-MESSAGE
              CALL 'SQLMSGB3' USING WS-PROG-ID, WS-EXE-IDF, SQLCA
              CALL 'JOBLOG3' USING WS-SQL-ERROR
              PERFORM 0999-ABORT
           END-IF

           ADD 1 TO LWL-STR-SENT(H-LWL-LCT-NBR)
           ADD 1 TO WS-LWL-SENT-COUNT.

       0274-CLOSE-T3426L.

           EXEC SQL
              CLOSE T3426L
           END-EXEC.

           IF NOT SQL-OK
              MOVE 'CLST3426L' TO WS-EXE-IDF
              MOVE SQLCODE     TO WS-SQL-CODE
              MOVE '** PROGRAM ABENDED ** SQL CLOSE FAILED T3426L'
                               TO WS-ABORT-MESSAGE
              CALL 'SQLMSGB3'  USING WS-PROG-ID, WS-EXE-IDF, SQLCA
              CALL 'JOBLOG3'   USING WS-SQL-ERROR
              PERFORM 0999-ABORT
           END-IF.

      *================================================================
      * 0275-DEFER-LABEL-CHANGE - A CHANGE OVER THE STORE'S CAP.  ITS
      *     PLACE IN THE STORE'S LINE FIXES THE TRADE DAY IT WILL GO:
      *     THE FIRST CAP'S WORTH OVER TONIGHT'S GOES THE NEXT TRADE
      *     DAY, THE NEXT CAP'S WORTH THE DAY AFTER, AND SO ON.  A
      *     BACKLOG LONGER THAN THE TRADE-DAY TABLE IS DATED ON ITS
      *     LAST DAY AND COUNTED AS AN OVERFLOW.
      *================================================================
       0275-DEFER-LABEL-CHANGE.

           COMPUTE LWL-DAY-IDX =
              (WS-LWL-POS - 1) / LWL-STR-CAP(H-LWL-LCT-NBR)
           IF LWL-DAY-IDX > LWL-DAY-MAX
              MOVE LWL-DAY-MAX TO LWL-DAY-IDX
              ADD 1 TO WS-LWL-OVF-COUNT
           END-IF
           PERFORM 0276-ADD-TRADE-DAY
              UNTIL LWL-DAY-END NOT < LWL-DAY-IDX
           MOVE LWL-DAY-DT(LWL-DAY-IDX) TO H-LWL-RLS-DT

           EXEC SQL
              UPDATE T3426_LBL_CHG_QUE
                 SET RLS_DT  = :H-LWL-RLS-DT,
                     DFR_CNT = DFR_CNT + 1,
                     UPD_DM  = CURRENT_TIMESTAMP,
                     UPD_ID  = 'INSB610'
               WHERE T024_ITM_NBR = :H-LWL-ITM-NBR
                 AND T063_LCT_NBR = :H-LWL-LCT-NBR
           END-EXEC
           IF NOT SQL-OK
              MOVE 'UPD3426' TO WS-EXE-IDF
              MOVE SQLCODE TO WS-SQL-CODE
              MOVE '** PROGRAM ABENDED ** SQL UPDATE FAILED !!!'
                TO WS-ABORT-MESSAGE
              CALL 'SQLMSGB3' USING WS-PROG-ID, WS-EXE-IDF, SQLCA
              CALL 'JOBLOG3' USING WS-SQL-ERROR
              PERFORM 0999-ABORT
           END-IF

           ADD 1 TO LWL-STR-DFR(H-LWL-LCT-NBR)
           ADD 1 TO WS-LWL-DFR-COUNT
           IF LWL-DAY-IDX > LWL-STR-DAY-IDX(H-LWL-LCT-NBR)
              MOVE LWL-DAY-IDX TO LWL-STR-DAY-IDX(H-LWL-LCT-NBR)
           END-IF

           MOVE H-LWL-PRC-REC   TO PRCF610B-REC
           MOVE H-LWL-LCT-NBR   TO LWLD-STORE
           MOVE H-LWL-ITM-NBR   TO LWLD-ITEM-NUM
           MOVE PRCF610B-DEPT   TO LWLD-DEPT
           MOVE H-LWL-PRI-SEQ   TO LWLD-PRIORITY
           MOVE H-LWL-CHG-TYP   TO LWLD-CHANGE-TYPE
           MOVE PRCF610B-CONSUMER-SELL TO LWLD-NEW-PRC
           MOVE H-LWL-ADD-DT    TO LWLD-ADD-DT
           MOVE H-LWL-RLS-DT    TO LWLD-GOES-DT
           COMPUTE LWLD-NIGHTS = H-LWL-DFR-CNT + 1
           WRITE LWLF610D-RECORD FROM LWLF610D-REC.

      *================================================================
      * 0276-ADD-TRADE-DAY - EXTENDS THE TRADE-DAY TABLE BY ONE: THE
      *     NEXT T131_BUS_CLD TRADING DAY AFTER THE LAST ENTRY (OR
      *     AFTER H-TOMORROW FOR THE FIRST).  A DATE WITH NO
      *     CALENDAR ROW IS A TRADING DAY, AS IN 0119.
      *================================================================
       0276-ADD-TRADE-DAY.

           IF LWL-DAY-END = ZERO
              MOVE H-TOMORROW TO H-LWL-CLD-DT
           ELSE
              MOVE LWL-DAY-DT(LWL-DAY-END) TO H-LWL-CLD-DT
           END-IF
           MOVE 'N'  TO H-LWL-TRD-IDC
           MOVE ZERO TO WS-LWL-GAP
           PERFORM UNTIL H-LWL-TRD-IDC = 'Y'
                      OR WS-LWL-GAP = WS-GAP-MAX
              ADD 1 TO WS-LWL-GAP
              EXEC SQL
                SET :H-LWL-CLD-DT = DATE(:H-LWL-CLD-DT) + 1 DAY
              END-EXEC
              EXEC SQL
                 SELECT TRD_DAY_IDC
                   INTO :H-LWL-TRD-IDC
                   FROM T131_BUS_CLD
                  WHERE CLD_DT = :H-LWL-CLD-DT
                   WITH UR
              END-EXEC
              IF SQL-NOT-FND
                 MOVE 'Y' TO H-LWL-TRD-IDC
              ELSE
                 IF NOT SQL-OK
                    MOVE 'SELT131L' TO WS-EXE-IDF
                    MOVE SQLCODE TO WS-SQL-CODE
                    MOVE '** PROGRAM ABENDED ** SQL SELECT FAILED !!!'
                         TO WS-ABORT-MESSAGE
                    CALL 'SQLMSGB3' USING WS-PROG-ID, WS-EXE-IDF,
                                          SQLCA
                    CALL 'JOBLOG3' USING WS-SQL-ERROR
                    PERFORM 0999-ABORT
                 END-IF
              END-IF
           END-PERFORM

           ADD 1 TO LWL-DAY-END
           MOVE H-LWL-CLD-DT TO LWL-DAY-DT(LWL-DAY-END).

      *================================================================
      * 0186-DEADLOCK-RECOVER - CONTROLLED RECOVERY FROM A DB2
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE PRCF610X-RECORD FROM WS-REPORT-LINE.

      *================================================================
      * 0595-CHECK-MAP-PRICE - HOLDS THE FINISHED SALE OR REGULAR
      *     RETAIL AGAINST THE VENDOR MAP AGREEMENTS IN FORCE ON THE
      *     PRICE DATE.  WHERE MORE THAN ONE VENDOR HAS AN AGREEMENT
      *     ON THE ITEM THE HIGHEST MAP GOVERNS.  THE LOOKUP IS DONE
      *     ONCE PER ITEM AND REUSED FOR ITS LOCATIONS.
      *================================================================
       0595-CHECK-MAP-PRICE.

           MOVE 'N' TO WS-MAP-HOLD-SW
           IF MAPA-END = ZERO OR RTL-PRC-AMT NOT > ZERO
              CONTINUE
           ELSE
              IF T024-ITM-NBR OF T2567-REC NOT = WS-MAP-ITM-NBR
                 MOVE T024-ITM-NBR OF T2567-REC TO WS-MAP-ITM-NBR
                 MOVE 'N'  TO WS-MAP-FND-SW
                 MOVE ZERO TO WS-MAP-AMT
                 MOVE 1 TO MAPA-IDX
                 PERFORM UNTIL MAPA-IDX > MAPA-END
                    IF MAPA-ITM-NBR(MAPA-IDX) = WS-MAP-ITM-NBR AND
                       MAPA-BGN-DT(MAPA-IDX) NOT > WS-FORM-TOMORROW AND
                       (MAPA-END-DT(MAPA-IDX) = ZERO OR
                        MAPA-END-DT(MAPA-IDX) NOT < WS-FORM-TOMORROW)
                       AND MAPA-MAP-AMT(MAPA-IDX) > WS-MAP-AMT
                       MOVE 'Y' TO WS-MAP-FND-SW
                       MOVE MAPA-IDX TO WS-MAP-RULE-IDX
                       MOVE MAPA-MAP-AMT(MAPA-IDX) TO WS-MAP-AMT
                    END-IF
                    ADD 1 TO MAPA-IDX
                 END-PERFORM
              END-IF
              IF MAP-FND AND RTL-PRC-AMT < WS-MAP-AMT
                 PERFORM 0596-APPLY-MAP-PRICE
              END-IF
           END-IF.

      *================================================================
      * 0596-APPLY-MAP-PRICE - A HOLD AGREEMENT KEEPS THE PRICE
      *     CHANGE OFF THE STORE (NO T3375 ROW, NO PRCF610B).  A
      *     FALL-BACK AGREEMENT RAISES THE PRICE TO THE MAP; A SALE
      *     PRICE THAT WOULD NO LONGER BE BELOW THE REGULAR RETAIL
      *     ONCE RAISED IS HELD INSTEAD, SINCE THE AD WOULD NOT BE A
      *     SALE.  EVERY HIT IS LISTED ON MAPF610A.
      *================================================================
       0596-APPLY-MAP-PRICE.

           MOVE RTL-PRC-AMT TO WS-MAP-BEFORE
           IF MAPA-ACTION(WS-MAP-RULE-IDX) = 'H'
              MOVE 'Y' TO WS-MAP-HOLD-SW
           ELSE
              IF MARKDOWN-PRICE AND H-REG-RTL-PRC > ZERO AND
                 WS-MAP-AMT NOT < H-REG-RTL-PRC
                 MOVE 'Y' TO WS-MAP-HOLD-SW
              END-IF
           END-IF

           IF MAP-HELD
              ADD 1 TO WS-MAP-HELD-COUNT
              MOVE 'HELD'     TO MAPR-ACTION
           ELSE
              ADD 1 TO WS-MAP-FBK-COUNT
              MOVE 'RAISED'   TO MAPR-ACTION
              MOVE WS-MAP-AMT TO RTL-PRC-AMT
              COMPUTE MRG-PCT =
                 ((RTL-PRC-AMT - CST-AMT) * 100) / RTL-PRC-AMT
                 ON SIZE ERROR
                    MOVE ZERO TO MRG-PCT
              END-COMPUTE
              IF MARKDOWN-PRICE
                 MOVE WS-MAP-AMT TO H-PRM-UNIT-PRC
                 IF SALE-QTY OF ADV107-REC > 1
                    COMPUTE H-PRM-RTL-PRC =
                       WS-MAP-AMT * SALE-QTY OF ADV107-REC
                 ELSE
                    MOVE WS-MAP-AMT TO H-PRM-RTL-PRC
                 END-IF
              END-IF
           END-IF
           PERFORM 0597-WRITE-MAP-RPT.

       0597-WRITE-MAP-RPT.

           MOVE MAPA-VENDOR(WS-MAP-RULE-IDX) TO MAPR-VENDOR
           MOVE T024-ITM-NBR OF T2567-REC    TO MAPR-ITEM-NUM
           MOVE T164-LCT-GRP-NBR OF T165-REC TO MAPR-STORE
           MOVE T2565-LBR-CGY-CD OF T2567-REC TO MAPR-DEPT
           IF MARKDOWN-PRICE
              MOVE 'SALE'  TO MAPR-PRC-TYP
           ELSE
              MOVE 'REG '  TO MAPR-PRC-TYP
           END-IF
           MOVE WS-MAP-BEFORE                TO MAPR-PRICE
           MOVE WS-MAP-AMT                   TO MAPR-MAP-AMT
           COMPUTE MAPR-GAP-AMT = WS-MAP-AMT - WS-MAP-BEFORE
           WRITE MAPF610A-RECORD FROM MAPF610A-REC.

       0600-INSERT-T3375.
           IF DEADLOCK-HIT
              GO TO 0600-INSERT-T3375-EXIT
              GO TO 0600-INSERT-T3375-EXIT
           END-IF.

           IF MAP-HELD
              GO TO 0600-INSERT-T3375-EXIT
           END-IF.

           IF DRY-RUN
              ADD 1 TO T3375-INS-COUNT
              GO TO 0600-INSERT-T3375-EXIT
              AT END MOVE 'Y' TO WS-UOMF-EOF-SW
           END-READ.

       0753-READ-INVF610A.

           READ INVF610A INTO INVF610A-REC
              AT END MOVE 'Y' TO WS-INVF-EOF-SW
           END-READ.

      *================================================================
      * 0216-FIND-ZONE-DECISION - LOOKS THE CURRENT STORE'S ZONE UP
      *     IN THE PER-ZONE DECISION TABLE FOR THE CURRENT ITEM.
                      ' - CURRENT-PRICE TABLE MAY BE TRUNCATED'
           END-IF

           EXEC SQL
              CLOSE T3375C
           END-EXEC.

       0735-LOAD-CUR-EXIT.
           EXIT.

       0736-FETCH-T3375C.

           EXEC SQL
              FETCH T3375C
               INTO :H-CPR-LCT-NBR,
                    :H-CPR-RTL-AMT,
                    :H-CPR-CST-AMT,
                    :H-CPR-MRG-PCT
           END-EXEC

           IF SQL-OK
              CONTINUE
           ELSE
              IF SQL-EOF
                 MOVE 'Y' TO T3375C-EOF-SW
              ELSE
              IF (SQLCODE = -911 OR SQLCODE = -913) AND
                 WS-RETRY-COUNT < WS-RETRY-MAX
                 PERFORM 0184-FLAG-DEADLOCK
              ELSE
                 MOVE 'FET3375C' TO WS-EXE-IDF
                 MOVE SQLCODE TO WS-SQL-CODE
                 MOVE '** PROGRAM ABENDED ** SQL FETCH FAILED T3375C'
                          TO WS-ABORT-MESSAGE
                 CALL 'SQLMSGB3' USING WS-PROG-ID, WS-EXE-IDF, SQLCA
                 CALL 'JOBLOG3' USING WS-SQL-ERROR
                 PERFORM 0999-ABORT
              END-IF
              END-IF
           END-IF.

      *================================================================
      * 0760-LOAD-OVERRIDES - LOADS THE CURRENT ITEM'S STORE-LEVEL
      *     PRICE OVERRIDES (T3425A) INTO OVR-TABLE, ONE ENTRY PER
      *     LOCATION.  AN OVERRIDE IN FORCE TOMORROW WINS OVER AN
      *     EXPIRED ONE STILL WAITING FOR ITS RESTORE.
      *================================================================
       0760-LOAD-OVERRIDES.

           MOVE ZERO TO OVR-END
           MOVE 'N'  TO T3425A-EOF-SW

           EXEC SQL
              OPEN T3425A
           END-EXEC
           IF NOT SQL-OK
              IF (SQLCODE = -911 OR SQLCODE = -913) AND
                 WS-RETRY-COUNT < WS-RETRY-MAX
                 PERFORM 0184-FLAG-DEADLOCK
                 GO TO 0760-LOAD-OVERRIDES-EXIT
              ELSE
                 MOVE 'OPNT3425A' TO WS-EXE-IDF
                 MOVE SQLCODE     TO WS-SQL-CODE
                 MOVE '** PROGRAM ABENDED ** SQL OPEN FAILED T3425A'
                                  TO WS-ABORT-MESSAGE
                 CALL 'SQLMSGB3'  USING WS-PROG-ID, WS-EXE-IDF, SQLCA
                 CALL 'JOBLOG3'   USING WS-SQL-ERROR
                 PERFORM 0999-ABORT
              END-IF
           END-IF

           PERFORM 0761-FETCH-T3425A
           PERFORM UNTIL T3425A-EOF OR DEADLOCK-HIT
                      OR OVR-END = OVR-MAX
              IF OVR-END = ZERO OR
                 OVR-LCT(OVR-END) NOT = H-OVR-LCT-NBR
                 ADD 1 TO OVR-END
                 MOVE H-OVR-LCT-NBR TO OVR-LCT(OVR-END)
                 MOVE H-OVR-RTL-AMT TO OVR-RTL-AMT(OVR-END)
                 MOVE H-OVR-STATE   TO OVR-STATE(OVR-END)
              END-IF
              PERFORM 0761-FETCH-T3425A
           END-PERFORM

           IF OVR-END = OVR-MAX AND NOT T3425A-EOF
              DISPLAY '**WARNING - OVR-MAX (' OVR-MAX
                      ') REACHED FOR ITEM '
                      T024-ITM-NBR OF T2567-REC
                      ' - STORE OVERRIDE TABLE MAY BE TRUNCATED'
           END-IF

           EXEC SQL
              CLOSE T3425A
           END-EXEC.

       0760-LOAD-OVERRIDES-EXIT.
           EXIT.

       0761-FETCH-T3425A.

           EXEC SQL
              FETCH T3425A
               INTO :H-OVR-LCT-NBR,
                    :H-OVR-RTL-AMT,
                    :H-OVR-STATE
           END-EXEC

           IF SQL-OK
              CONTINUE
           ELSE
              IF SQL-EOF
                 MOVE 'Y' TO T3425A-EOF-SW
              ELSE
              IF (SQLCODE = -911 OR SQLCODE = -913) AND
                 WS-RETRY-COUNT < WS-RETRY-MAX
                 PERFORM 0184-FLAG-DEADLOCK
              ELSE
                 MOVE 'FET3425A' TO WS-EXE-IDF
                 MOVE SQLCODE TO WS-SQL-CODE
                 MOVE '** PROGRAM ABENDED ** SQL FETCH FAILED T3425A'
                          TO WS-ABORT-MESSAGE
                 CALL 'SQLMSGB3' USING WS-PROG-ID, WS-EXE-IDF, SQLCA
                 CALL 'JOBLOG3' USING WS-SQL-ERROR
                 PERFORM 0999-ABORT
              END-IF
              END-IF
           END-IF.

      *================================================================
      * 0762-CHECK-OVERRIDE - SETS WS-OVR-SW FOR THE CURRENT
      *     LOCATION: 'A' AN OVERRIDE IS IN FORCE (NO REGULAR PRICE
      *     CHANGE GOES OUT), 'E' AN OVERRIDE HAS EXPIRED AND THE
      *     GROUP PRICE MUST BE RE-SENT, 'N' NEITHER.  AN OVERRIDE
      *     WHOSE RETAIL CARRIES LESS MARGIN OVER TONIGHT'S COST THAN
      *     THE CATEGORY'S PRCF610M FLOOR IS REFUSED (0763) AND THE
      *     STORE IS SENT THE GROUP PRICE INSTEAD.
      *================================================================
       0762-CHECK-OVERRIDE.

           MOVE 'N' TO WS-OVR-SW
           MOVE 1 TO OVR-IDX
           PERFORM UNTIL OVR-IDX > OVR-END OR NOT OVR-NONE
              IF OVR-LCT(OVR-IDX) = T164-LCT-GRP-NBR OF T165-REC
                 MOVE OVR-STATE(OVR-IDX)   TO WS-OVR-SW
                 MOVE OVR-RTL-AMT(OVR-IDX) TO WS-OVR-RTL-AMT
              ELSE
                 ADD 1 TO OVR-IDX
              END-IF
           END-PERFORM

           IF OVR-ACTIVE AND ITM-CHANGE-TYP NOT = '0' AND
              MRGF-END > ZERO
              MOVE 1 TO MRGF-IDX
              PERFORM UNTIL MRGF-IDX > MRGF-END OR NOT OVR-ACTIVE
                 IF MRGF-CGY-CD(MRGF-IDX) =
                    T2565-LBR-CGY-CD OF T2567-REC
                    IF WS-OVR-RTL-AMT > ZERO
                       COMPUTE WS-OVR-EFF-MRG ROUNDED =
                          ((WS-OVR-RTL-AMT - CST-AMT) * 100)
                             / WS-OVR-RTL-AMT
                          ON SIZE ERROR
                             MOVE -999.99 TO WS-OVR-EFF-MRG
                       END-COMPUTE
                    ELSE
                       MOVE -999.99 TO WS-OVR-EFF-MRG
                    END-IF
                    IF WS-OVR-EFF-MRG < MRGF-MIN-PCT(MRGF-IDX)
                       PERFORM 0763-REFUSE-OVERRIDE
                    END-IF
                 END-IF
                 ADD 1 TO MRGF-IDX
              END-PERFORM
           END-IF

           IF OVR-ACTIVE
              ADD 1 TO WS-OVR-HELD-COUNT
           END-IF.

      *================================================================
      * 0763-REFUSE-OVERRIDE - THE OVERRIDE IS BELOW THE MARGIN FLOOR.
      *     IT IS MARKED REFUSED ('R') ON T3425, LISTED ON PRCF610X,
      *     AND THE LOCATION IS TREATED AS A RESTORE SO THE GROUP
      *     PRICE GOES BACK OUT TONIGHT.
      *================================================================
       0763-REFUSE-OVERRIDE.

           MOVE 'R' TO OVR-STATE(OVR-IDX)
           MOVE 'E' TO WS-OVR-SW
           ADD 1 TO WS-OVR-REF-COUNT

           MOVE WS-OVR-RTL-AMT TO WS-RPT-AMT
           MOVE WS-OVR-EFF-MRG TO WS-RPT-AMT2
           MOVE SPACES TO WS-REPORT-LINE
           STRING '**STORE OVERRIDE REFUSED - ITEM='
                  T024-ITM-NBR OF T2567-REC
                  ' LCT=' T164-LCT-GRP-NBR OF T165-REC
                  ' RTL=' WS-RPT-AMT
                  ' MRG=' WS-RPT-AMT2
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE PRCF610X-RECORD FROM WS-REPORT-LINE

           IF DRY-RUN
              CONTINUE
           ELSE
              EXEC SQL
                 UPDATE T3425_STR_PRC_OVR
                    SET OVR_STS_CD  = 'R',
                        RST_SNT_IDC = 'Y',
                        UPD_DM      = CURRENT_TIMESTAMP,
                        UPD_ID      = 'INSB610'
                  WHERE T024_ITM_NBR = :T2567-REC.T024-ITM-NBR
                    AND T063_LCT_NBR = :T165-REC.T164-LCT-GRP-NBR
                    AND OVR_STS_CD   = 'A'
                    AND OVR_BGN_DT  <= :H-TOMORROW
                    AND OVR_END_DT  >= :H-TOMORROW
              END-EXEC
              IF NOT SQL-OK AND NOT SQL-NOT-FND
                 IF (SQLCODE = -911 OR SQLCODE = -913) AND
                    WS-RETRY-COUNT < WS-RETRY-MAX
                    PERFORM 0184-FLAG-DEADLOCK
                 ELSE
                    MOVE 'UPD3425R' TO WS-EXE-IDF
                    MOVE SQLCODE TO WS-SQL-CODE
                    MOVE '** PROGRAM ABENDED ** SQL UPDATE FAILED !!!'
                      TO WS-ABORT-MESSAGE
                    CALL 'SQLMSGB3' USING WS-PROG-ID, WS-EXE-IDF,
                                          SQLCA
                    CALL 'JOBLOG3' USING WS-SQL-ERROR
                    PERFORM 0999-ABORT
                 END-IF
              END-IF
           END-IF.

      *================================================================
      * 0764-MARK-OVR-RESTORED - THE GROUP PRICE WENT BACK OUT TO A
      *     STORE WHOSE OVERRIDE HAS ENDED; FLAG EVERY SUCH EXPIRED
      *     OVERRIDE SO IT IS NOT RE-SENT AGAIN TOMORROW.
      *================================================================
       0764-MARK-OVR-RESTORED.

           ADD 1 TO WS-OVR-RST-COUNT
           IF DRY-RUN
              CONTINUE
           ELSE
              EXEC SQL
                 UPDATE T3425_STR_PRC_OVR
                    SET RST_SNT_IDC = 'Y',
                        UPD_DM      = CURRENT_TIMESTAMP,
                        UPD_ID      = 'INSB610'
                  WHERE T024_ITM_NBR = :T2567-REC.T024-ITM-NBR
                    AND T063_LCT_NBR = :T165-REC.T164-LCT-GRP-NBR
                    AND OVR_STS_CD   = 'A'
                    AND OVR_END_DT   < :H-TOMORROW
                    AND RST_SNT_IDC  = 'N'
              END-EXEC
              IF NOT SQL-OK AND NOT SQL-NOT-FND
                 IF (SQLCODE = -911 OR SQLCODE = -913) AND
                    WS-RETRY-COUNT < WS-RETRY-MAX
                    PERFORM 0184-FLAG-DEADLOCK
                 ELSE
                    MOVE 'UPD3425' TO WS-EXE-IDF
                    MOVE SQLCODE TO WS-SQL-CODE
                    MOVE '** PROGRAM ABENDED ** SQL UPDATE FAILED !!!'
                      TO WS-ABORT-MESSAGE
                    CALL 'SQLMSGB3' USING WS-PROG-ID, WS-EXE-IDF,
                                          SQLCA
                    CALL 'JOBLOG3' USING WS-SQL-ERROR
                    PERFORM 0999-ABORT
                 END-IF
              END-IF
           END-IF.

      *================================================================
      * 0770-LOAD-FAMILY - WHEN THE ITEM IN HAND BELONGS TO AN ACTIVE
      *     PRICE FAMILY, LOADS THE FAMILY'S BROKEN LOCATIONS (T3428F)
      *     INTO FAM-TABLE, ASCENDING BY LOCATION, FOR 0772 TO PROBE.
      *     A FAMILY WITH NO BROKEN LOCATION LEAVES THE TABLE EMPTY.
      *================================================================
       0770-LOAD-FAMILY.

           MOVE ZERO TO FAM-END
           MOVE 1    TO FAM-POS

           EXEC SQL
              SELECT MBR.FAM_ID,
                     FAM.FAM_TYP_CD,
                     FAM.BRK_ACT_CD,
                     FAM.TLR_AMT,
                     CASE WHEN FAM.FAM_TYP_CD = 'R'
                          THEN MBR.SZ_RTO_FCT
                          ELSE 1 END
                INTO :H-FAM-ID,
                     :H-FAM-TYP-CD,
                     :H-FAM-ACT-CD,
                     :H-FAM-TLR-AMT,
                     :H-FAM-RTO-FCT
                FROM T3428_PRC_FAM_MBR MBR,
                     T3427_PRC_FAM     FAM
               WHERE MBR.T024_ITM_NBR = :T2567-REC.T024-ITM-NBR
                 AND FAM.FAM_ID       = MBR.FAM_ID
                 AND FAM.FAM_STS_CD   = 'A'
                 AND (FAM.FAM_TYP_CD <> 'R'
                      OR MBR.SZ_RTO_FCT > 0)
               FETCH FIRST 1 ROW ONLY
                WITH UR
           END-EXEC

           IF SQL-NOT-FND
              GO TO 0770-LOAD-FAMILY-EXIT
           END-IF
           IF NOT SQL-OK
              IF (SQLCODE = -911 OR SQLCODE = -913) AND
                 WS-RETRY-COUNT < WS-RETRY-MAX
                 PERFORM 0184-FLAG-DEADLOCK
                 GO TO 0770-LOAD-FAMILY-EXIT
              ELSE
                 MOVE 'SELT3428' TO WS-EXE-IDF
                 MOVE SQLCODE    TO WS-SQL-CODE
                 MOVE '** PROGRAM ABENDED ** SQL SELECT FAILED !!!'
                                 TO WS-ABORT-MESSAGE
                 CALL 'SQLMSGB3' USING WS-PROG-ID, WS-EXE-IDF, SQLCA
                 CALL 'JOBLOG3'  USING WS-SQL-ERROR
                 PERFORM 0999-ABORT
              END-IF
           END-IF
           MOVE 'Y' TO WS-FAM-ITM-SW
           MOVE 'N' TO T3428F-EOF-SW

           EXEC SQL
              OPEN T3428F
           END-EXEC
           IF NOT SQL-OK
              IF (SQLCODE = -911 OR SQLCODE = -913) AND
                 WS-RETRY-COUNT < WS-RETRY-MAX
                 PERFORM 0184-FLAG-DEADLOCK
                 GO TO 0770-LOAD-FAMILY-EXIT
              ELSE
                 MOVE 'OPNT3428F' TO WS-EXE-IDF
                 MOVE SQLCODE     TO WS-SQL-CODE
                 MOVE '** PROGRAM ABENDED ** SQL OPEN FAILED T3428F'
                                  TO WS-ABORT-MESSAGE
                 CALL 'SQLMSGB3'  USING WS-PROG-ID, WS-EXE-IDF, SQLCA
                 CALL 'JOBLOG3'   USING WS-SQL-ERROR
                 PERFORM 0999-ABORT
              END-IF
           END-IF

           PERFORM 0771-FETCH-T3428F
           PERFORM UNTIL T3428F-EOF OR DEADLOCK-HIT
                      OR FAM-END = FAM-MAX
              ADD 1 TO FAM-END
              MOVE H-FAMF-LCT-NBR TO FAM-LCT(FAM-END)
              MOVE H-FAMF-MBR-CNT TO FAM-MBR-CNT(FAM-END)
              MOVE H-FAMF-NEW-CNT TO FAM-NEW-CNT(FAM-END)
              MOVE H-FAMF-NEW-MIN TO FAM-NEW-MIN(FAM-END)
              MOVE H-FAMF-NEW-MAX TO FAM-NEW-MAX(FAM-END)
              PERFORM 0771-FETCH-T3428F
           END-PERFORM

           IF FAM-END = FAM-MAX AND NOT T3428F-EOF
              DISPLAY '**WARNING - FAM-MAX (' FAM-MAX
                      ') REACHED FOR ITEM '
                      T024-ITM-NBR OF T2567-REC
                      ' - PRICE-FAMILY TABLE MAY BE TRUNCATED'
           END-IF

           EXEC SQL
              CLOSE T3428F
           END-EXEC.

       0770-LOAD-FAMILY-EXIT.
           EXIT.

       0771-FETCH-T3428F.

           EXEC SQL
              FETCH T3428F
               INTO :H-FAMF-LCT-NBR,
                    :H-FAMF-MBR-CNT,
                    :H-FAMF-NEW-CNT,
                    :H-FAMF-NEW-MIN,
                    :H-FAMF-NEW-MAX
           END-EXEC

           IF SQL-OK
              CONTINUE
           ELSE
              IF SQL-EOF
                 MOVE 'Y' TO T3428F-EOF-SW
              ELSE
              IF (SQLCODE = -911 OR SQLCODE = -913) AND
                 WS-RETRY-COUNT < WS-RETRY-MAX
                 PERFORM 0184-FLAG-DEADLOCK
              ELSE
                 MOVE 'FET3428F' TO WS-EXE-IDF
                 MOVE SQLCODE TO WS-SQL-CODE
                 MOVE '** PROGRAM ABENDED ** SQL FETCH FAILED T3428F'
                          TO WS-ABORT-MESSAGE
                 CALL 'SQLMSGB3' USING WS-PROG-ID, WS-EXE-IDF, SQLCA
                 CALL 'JOBLOG3' USING WS-SQL-ERROR
                 PERFORM 0999-ABORT
              END-IF
              END-IF
           END-IF.

      *================================================================
      * 0772-CHECK-FAMILY-LCT - RUNS BEFORE THE T3375 INSERT FOR A
      *     PRICE-FAMILY MEMBER AT A LOCATION WHERE THE FAMILY IS
      *     BROKEN.  WHEN THE FAMILY IS SET TO COMPLETE AND THE
      *     MEMBERS WHOSE MAINTENANCE TAKES EFFECT TOMORROW AGREE,
      *     EVERY OTHER MEMBER IS MOVED TO THEIR RETAIL (TIMES ITS
      *     OWN SIZE RATIO, THEN PRICE-POINTED).  OTHERWISE NO MEMBER
      *     MOVES OFF TODAY'S PRICE UNTIL THE FAMILY'S MAINTENANCE IS
      *     PUT RIGHT.  A COMPLETED MEMBER STAYS AT ITS COMPLETED
      *     PRICE ON LATER NIGHTS THE SAME WAY, SINCE ITS OWN
      *     MAINTENANCE STILL DISAGREES.  EVERY MEMBER AT EVERY
      *     BROKEN LOCATION IS LISTED ON FAMF610A.
      *================================================================
       0772-CHECK-FAMILY-LCT.

           PERFORM 0773-PROBE-FAMILY
              THRU 0773-PROBE-FAMILY-EXIT
           IF NOT FAM-HIT
              GO TO 0772-CHECK-FAMILY-EXIT
           END-IF

           PERFORM 0744-PROBE-CUR-PRICE
              THRU 0744-PROBE-EXIT
           MOVE RTL-PRC-AMT TO WS-FAM-MNT-RTL
           MOVE 'N' TO WS-FAM-NEW-SW
           IF (LBRST-PRICE OR LBRPZ-PRICE) AND
              H-CNG-BGN-DT = H-TOMORROW
              MOVE 'Y' TO WS-FAM-NEW-SW
           END-IF
           IF CORP-PRICE AND H-PRC-BGN-DT = H-TOMORROW
              MOVE 'Y' TO WS-FAM-NEW-SW
           END-IF

           IF FAM-ACT-COMPLETE AND FAM-NEW-CNT(FAM-POS) > ZERO AND
              FAM-NEW-MAX(FAM-POS) - FAM-NEW-MIN(FAM-POS)
                 NOT > H-FAM-TLR-AMT
              IF FAM-NEW-MNT
                 MOVE 'CHANGING' TO FAMR-ACTION
              ELSE
                 COMPUTE RTL-PRC-AMT ROUNDED =
                    FAM-NEW-MIN(FAM-POS) * H-FAM-RTO-FCT
                 IF RTL-PRC-AMT NOT = ZERO
                    COMPUTE MRG-PCT =
                       ((RTL-PRC-AMT - CST-AMT) * 100) / RTL-PRC-AMT
                       ON SIZE ERROR
                          MOVE ZERO TO MRG-PCT
                    END-COMPUTE
                 ELSE
                    MOVE ZERO TO MRG-PCT
                 END-IF
                 IF MRG-PCT = ZERO
                    MOVE MIN-MRG-PCT TO MRG-PCT
                 END-IF
                 PERFORM 0590-APPLY-PRICE-POINT
                 PERFORM 0595-CHECK-MAP-PRICE
                 IF CPR-HIT AND RTL-PRC-AMT = CUR-RTL-PRC-AMT
                    MOVE 'IN LINE' TO FAMR-ACTION
                 ELSE
                    MOVE 'C' TO WS-FAM-RSLT-SW
                    MOVE 'COMPLETED' TO FAMR-ACTION
                    IF NOT CATCHUP-MODE
                       ADD 1 TO WS-FAM-CMPL-COUNT
                    END-IF
                 END-IF
              END-IF
           ELSE
              IF CPR-HIT
                 IF RTL-PRC-AMT NOT = CUR-RTL-PRC-AMT
                    MOVE CUR-RTL-PRC-AMT TO RTL-PRC-AMT
                    MOVE CUR-CST-AMT     TO CST-AMT
                    MOVE CUR-MRG-PCT     TO MRG-PCT
                    MOVE 'H' TO WS-FAM-RSLT-SW
                    MOVE 'HELD' TO FAMR-ACTION
                    IF NOT CATCHUP-MODE
                       ADD 1 TO WS-FAM-HELD-COUNT
                    END-IF
                 ELSE
                    MOVE 'NO CHANGE' TO FAMR-ACTION
                 END-IF
              ELSE
                 MOVE 'NO PRICE' TO FAMR-ACTION
              END-IF
           END-IF

           IF NOT CATCHUP-MODE
              ADD 1 TO WS-FAM-BRK-COUNT
              PERFORM 0774-WRITE-FAMILY-RPT
           END-IF.

       0772-CHECK-FAMILY-EXIT.
           EXIT.

      *================================================================
      * 0773-PROBE-FAMILY - IN-MEMORY LOOKUP OF THE CURRENT LOCATION
      *     IN FAM-TABLE, THE SAME ADVANCING PROBE AS 0744.
      *================================================================
       0773-PROBE-FAMILY.

           MOVE 'N' TO WS-FAM-HIT-SW
           IF FAM-END = ZERO
              GO TO 0773-PROBE-FAMILY-EXIT
           END-IF

           IF FAM-POS > FAM-END
              MOVE 1 TO FAM-POS
           END-IF
           IF FAM-LCT(FAM-POS) > T164-LCT-GRP-NBR OF T165-REC
              MOVE 1 TO FAM-POS
           END-IF
           PERFORM UNTIL FAM-POS > FAM-END
                      OR FAM-LCT(FAM-POS) NOT <
                         T164-LCT-GRP-NBR OF T165-REC
              ADD 1 TO FAM-POS
           END-PERFORM

           IF FAM-POS NOT > FAM-END
              IF FAM-LCT(FAM-POS) = T164-LCT-GRP-NBR OF T165-REC
                 MOVE 'Y' TO WS-FAM-HIT-SW
              END-IF
           END-IF.

       0773-PROBE-FAMILY-EXIT.
           EXIT.

       0774-WRITE-FAMILY-RPT.

           MOVE H-FAM-ID                     TO FAMR-FAM-ID
           MOVE T2565-LBR-CGY-CD OF T2567-REC TO FAMR-DEPT
           MOVE T164-LCT-GRP-NBR OF T165-REC TO FAMR-STORE
           MOVE T024-ITM-NBR OF T2567-REC    TO FAMR-ITEM-NUM
           IF CPR-HIT
              MOVE CUR-RTL-PRC-AMT           TO FAMR-CUR-RTL
           ELSE
              MOVE ZERO                      TO FAMR-CUR-RTL
           END-IF
           MOVE WS-FAM-MNT-RTL               TO FAMR-MNT-RTL
           MOVE RTL-PRC-AMT                  TO FAMR-OUT-RTL
           WRITE FAMF610A-RECORD FROM FAMF610A-REC.

      *================================================================
      * 0744-PROBE-CUR-PRICE - IN-MEMORY LOOKUP OF THE CURRENT
           PERFORM 0854-SET-UNIT-PRICE
              THRU 0854-SET-UNIT-EXIT

      *--  A NON-URGENT CHANGE FOR A CAPPED STORE GOES TO THE LABEL
      *--  QUEUE; 0270 SENDS IT TONIGHT OR DEFERS IT --------------*
           MOVE 'R' TO H-LWL-SRC-CD
           EVALUATE TRUE
              WHEN LBRST-PRICE
                 MOVE 'LBRST   ' TO H-LWL-CHG-TYP
              WHEN LBRPZ-PRICE
                 MOVE 'LBRPZ   ' TO H-LWL-CHG-TYP
              WHEN OTHER
                 MOVE 'CORP    ' TO H-LWL-CHG-TYP
           END-EVALUATE
           MOVE WS-OLD-PRC-VALID-SW TO H-LWL-OLD-IDC
           MOVE CUR-RTL-PRC-AMT     TO H-LWL-OLD-RTL
           MOVE CUR-CST-AMT         TO H-LWL-OLD-CST
           PERFORM 0866-CHECK-LABEL-CAP
           IF LWL-QUEUED
              GO TO 0850-FORMAT-PRCF610B-EXIT
           END-IF

           IF DRY-RUN
              DISPLAY '**DRY-RUN - WOULD WRITE PRCF610B FOR ITEM='
                      PRCF610B-ITEM-NUM ' STORE=' PRCF610B-STORE
              WRITE PRCF610X-RECORD FROM WS-REPORT-LINE
           END-IF.

       0850-FORMAT-PRCF610B-EXIT.
           EXIT.

      *================================================================
      * 0860-FORMAT-PRCF610B-DEL - DELETE/DEACTIVATE RECORD FOR A
      *     DISCONTINUED ITEM/LOCATION.  TCODE 'D' TELLS THE STORE
      *================================================================
       0860-FORMAT-PRCF610B-DEL.

      *    A DELETE SUPERSEDES ANY CHANGE STILL WAITING ON THE LABEL
      *    QUEUE FOR THE SAME ITEM/LOCATION, AND IS NEVER HELD ITSELF
           IF NOT DRY-RUN
              PERFORM 0868-PURGE-LABEL-QUEUE
              IF LWL-STR-CAP(H-DISC-LCT-NBR) > ZERO AND
                 NOT CATCHUP-MODE
                 ADD 1 TO LWL-STR-URG(H-DISC-LCT-NBR)
              END-IF
           END-IF

           MOVE H-DISC-ITM-NBR TO PRCF610B-ITEM-NUM
           MOVE H-DISC-LCT-NBR TO PRCF610B-STORE
           MOVE SPACES        TO PRCF610B-ITEM-DESC
           ADD PRCF610B-STORE-NET     TO WS-HASH-STORE-NET
           ADD 1 TO WS-DISC-COUNT.

      *================================================================
      * 0862-FORMAT-PRCF610B-CLR - ORDINARY MAINTENANCE RECORD FOR A
      *     CLEARANCE STEP, EFFECTIVE TOMORROW, FOLLOWED BY ITS
      *     PREVIEW AND SHELF-LABEL RECORDS.  THE LABEL GOES OUT AS
      *     TYPE 'C' SO THE STORE PRINTS A CLEARANCE TAG.
      *================================================================
       0862-FORMAT-PRCF610B-CLR.

           MOVE SPACES TO H-CLR-ITM-DSC
           EXEC SQL
              SELECT SUBSTR(ITM_DSC_TXT, 1, 20)
                INTO :H-CLR-ITM-DSC
                FROM T024_ITM
               WHERE T024_ITM_NBR = :H-DISC-ITM-NBR
               WITH UR
           END-EXEC.
           IF NOT SQL-OK AND NOT SQL-NOT-FND
              MOVE 'SELCLRDSC' TO WS-EXE-IDF
              MOVE SQLCODE TO WS-SQL-CODE
              MOVE '** PROGRAM ABENDED ** SQL SELECT FAILED !!!'
                TO WS-ABORT-MESSAGE
              CALL 'SQLMSGB3' USING WS-PROG-ID, WS-EXE-IDF, SQLCA
              CALL 'JOBLOG3' USING WS-SQL-ERROR
              PERFORM 0999-ABORT
           END-IF

           MOVE H-DISC-ITM-NBR TO PRCF610B-ITEM-NUM
           MOVE H-DISC-LCT-NBR TO PRCF610B-STORE
           MOVE H-CLR-ITM-DSC  TO PRCF610B-ITEM-DESC
           MOVE H-CLR-DPT-NBR  TO PRCF610B-DEPT
           MOVE 'INSB610'     TO PRCF610B-BUYER
           MOVE 'M'           TO PRCF610B-TCODE
           MOVE 'R'           TO PRCF610B-STATUS-CODE
           MOVE ' '           TO PRCF610B-STOCK-CODE
           MOVE '9'           TO PRCF610B-ELP-CODE
           MOVE H-CLR-CST-AMT TO PRCF610B-COMP-NET
                                 PRCF610B-STORE-NET
           MOVE H-CLR-RTL-AMT TO PRCF610B-CONSUMER-SELL
           MOVE WS-FORM-TOMORROW TO PRCF610B-EFF-DATE
           MOVE 20            TO PRCF610B-PRIORITY-SEQ
           MOVE -0.01         TO PRCF610B-LMP-AMT
           MOVE 00000000      TO PRCF610B-LMP-EXP-DT
           MOVE '00000000'    TO PRCF610B-NLP-EXP-DT
                                 PRCF610B-NLP-EFC-DT
           MOVE ZERO          TO PRCF610B-NLP-AMT
                                 PRCF610B-DEAL-QTY
                                 PRCF610B-DEAL-AMT
                                 PRCF610B-UNIT-PRC
           MOVE SPACES        TO PRCF610B-UNIT-UOM

           IF H-CLR-STP-NBR > 1
              COMPUTE H-LWL-OLD-RTL ROUNDED =
                 H-CLR-BSE-RTL-AMT *
                 (100 - CLRS-PCT(CLRS-IDX, H-CLR-STP-NBR - 1)) / 100
           ELSE
              MOVE H-CLR-BSE-RTL-AMT TO H-LWL-OLD-RTL
           END-IF
           MOVE 'C'           TO H-LWL-SRC-CD
           MOVE 'CLEARNCE'    TO H-LWL-CHG-TYP
           MOVE 'Y'           TO H-LWL-OLD-IDC
           MOVE ZERO          TO H-LWL-OLD-CST
           PERFORM 0866-CHECK-LABEL-CAP
           IF LWL-QUEUED
              GO TO 0862-FORMAT-PRCF610B-CLR-EXIT
           END-IF

           IF DRY-RUN
              DISPLAY '**DRY-RUN - WOULD WRITE PRCF610B CLEARANCE FOR'
                      ' ITEM=' PRCF610B-ITEM-NUM
                      ' STORE=' PRCF610B-STORE
           ELSE
              WRITE PRCF610B-RECORD FROM PRCF610B-REC
              IF NOT PRCF610B-VALID-STATUS
                 MOVE 'PRCF610B'  TO WS-FLE-NME
                 MOVE PRCF610B-STATUS TO WS-FLE-ST-CD
                 MOVE 'WRITE' TO WS-FLE-FNC
                 CALL 'JOBLOG3' USING WS-FLE-ERROR
                 PERFORM 0999-ABORT
              END-IF
           END-IF
           ADD 1 TO PRCF610B-COUNT
           ADD PRCF610B-CONSUMER-SELL TO WS-HASH-CONSUMER-SELL
           ADD PRCF610B-STORE-NET     TO WS-HASH-STORE-NET

           MOVE PRCF610B-STORE    TO PVW-STORE
           MOVE PRCF610B-DEPT     TO PVW-DEPT
           MOVE PRCF610B-ITEM-NUM TO PVW-ITEM-NUM
           MOVE H-LWL-OLD-RTL     TO PVW-OLD-PRC
           MOVE H-CLR-RTL-AMT     TO PVW-NEW-PRC
           MOVE 'CLEARNCE'        TO PVW-CHANGE-TYPE
           MOVE PRCF610B-EFF-DATE TO PVW-EFF-DATE
           WRITE PRCF610S-RECORD FROM PRCF610S-REC
           ADD 1 TO WS-PVW-COUNT

           IF NOT DRY-RUN
              MOVE PRCF610B-STORE         TO LBL-STORE
              MOVE PRCF610B-ITEM-NUM      TO LBL-ITEM-NUM
              MOVE PRCF610B-DEPT          TO LBL-DEPT
              MOVE PRCF610B-ITEM-DESC     TO LBL-ITEM-DESC
              MOVE PRCF610B-CONSUMER-SELL TO LBL-CONSUMER-SELL
              MOVE PRCF610B-LMP-AMT       TO LBL-LMP-AMT
              MOVE PRCF610B-LMP-EXP-DT    TO LBL-LMP-EXP-DT
              MOVE PRCF610B-NLP-EFC-DT    TO LBL-NLP-EFC-DT
              MOVE PRCF610B-NLP-AMT       TO LBL-NLP-AMT
              MOVE PRCF610B-EFF-DATE      TO LBL-EFF-DATE
              MOVE PRCF610B-UNIT-PRC      TO LBL-UNIT-PRC
              MOVE PRCF610B-UNIT-UOM      TO LBL-UNIT-UOM
              MOVE 'Y' TO LBL-SALE-FLG
              MOVE 'C' TO LBL-TYPE-CODE
              WRITE LBLF610A-RECORD FROM LBLF610A-REC
              IF NOT LBLF610A-VALID-STATUS
                 MOVE 'LBLF610A'  TO WS-FLE-NME
                 MOVE LBLF610A-STATUS TO WS-FLE-ST-CD
                 MOVE 'WRITE' TO WS-FLE-FNC
                 CALL 'JOBLOG3' USING WS-FLE-ERROR
                 PERFORM 0999-ABORT
              END-IF
              ADD 1 TO WS-LBL-COUNT
           END-IF.

       0862-FORMAT-PRCF610B-CLR-EXIT.
           EXIT.

      *================================================================
      * 0866-CHECK-LABEL-CAP - DECIDES WHETHER THE PRCF610B RECORD
      *     JUST FORMATTED GOES OUT NOW OR WAITS ON THE LABEL QUEUE.
      *     ONLY A STORE WITH A NIGHTLY CAP IS LEVELED, AND ONLY ITS
      *     NON-URGENT CHANGES (PRIORITY-SEQ LWL-MIN-PRI AND ABOVE -
      *     CLEARANCE STEPS, LBRST, LBRPZ AND CORP).  MARKDOWNS,
      *     DELETES, EMERGENCY RUNS AND FORWARD-DATED PASSES ALWAYS
      *     GO THE SAME NIGHT.  THE CALLER HAS ALREADY SET THE
      *     H-LWL- PREVIEW FIELDS THE QUEUE ROW CARRIES.
      *================================================================
       0866-CHECK-LABEL-CAP.

           MOVE 'N' TO WS-LWL-QUEUE-SW
           IF LWL-CAPS-LOADED AND NOT DRY-RUN AND
              NOT EMERGENCY-MODE AND NOT FWD-PASS-ACTIVE
              IF LWL-STR-CAP(PRCF610B-STORE) > ZERO
                 IF PRCF610B-PRIORITY-SEQ < LWL-MIN-PRI
                    IF NOT CATCHUP-MODE
                       ADD 1 TO LWL-STR-URG(PRCF610B-STORE)
                    END-IF
                 ELSE
                    PERFORM 0867-QUEUE-LABEL-CHANGE
                 END-IF
              END-IF
           END-IF.

      *================================================================
      * 0867-QUEUE-LABEL-CHANGE - PUTS THE FORMATTED RECORD ON
      *     T3426_LBL_CHG_QUE FOR TONIGHT.  A ROW ALREADY WAITING FOR
      *     THE SAME ITEM/LOCATION IS REPLACED BY THE NEWER CHANGE
      *     BUT KEEPS ITS ORIGINAL QUEUED DATE, SO THE STORE DOES NOT
      *     LOSE ITS PLACE IN LINE.  THE ROW IS WRITTEN EVEN IN
      *     CATCH-UP MODE - THE ROLLBACK TOOK IT OUT.
      *================================================================
       0867-QUEUE-LABEL-CHANGE.

           MOVE PRCF610B-ITEM-NUM     TO H-LWL-ITM-NBR
           MOVE PRCF610B-STORE        TO H-LWL-LCT-NBR
           MOVE PRCF610B-PRIORITY-SEQ TO H-LWL-PRI-SEQ
           MOVE PRCF610B-REC          TO H-LWL-PRC-REC

           EXEC SQL
              INSERT INTO T3426_LBL_CHG_QUE
                     (T024_ITM_NBR, T063_LCT_NBR,
                      PRI_SEQ_NBR,  ADD_DT,
                      RLS_DT,       DFR_CNT,
                      PRC_REC_TXT,  LBL_SRC_CD,
                      CHG_TYP_TXT,  OLD_PRC_IDC,
                      OLD_RTL_AMT,  OLD_CST_AMT,
                      UPD_DM, UPD_ID)
              VALUES (:H-LWL-ITM-NBR,
                      :H-LWL-LCT-NBR,
                      :H-LWL-PRI-SEQ,
                      :H-TODAY,
                      :H-TOMORROW,
                       0,
                      :H-LWL-PRC-REC,
                      :H-LWL-SRC-CD,
                      :H-LWL-CHG-TYP,
                      :H-LWL-OLD-IDC,
                      :H-LWL-OLD-RTL,
                      :H-LWL-OLD-CST,
                       CURRENT_TIMESTAMP,
                      'INSB610')
           END-EXEC
           IF SQLCODE = -803
              EXEC SQL
                 UPDATE T3426_LBL_CHG_QUE
                    SET PRI_SEQ_NBR = :H-LWL-PRI-SEQ,
                        RLS_DT      = :H-TOMORROW,
                        PRC_REC_TXT = :H-LWL-PRC-REC,
                        LBL_SRC_CD  = :H-LWL-SRC-CD,
                        CHG_TYP_TXT = :H-LWL-CHG-TYP,
                        OLD_PRC_IDC = :H-LWL-OLD-IDC,
                        OLD_RTL_AMT = :H-LWL-OLD-RTL,
                        OLD_CST_AMT = :H-LWL-OLD-CST,
                        UPD_DM      = CURRENT_TIMESTAMP,
                        UPD_ID      = 'INSB610'
                  WHERE T024_ITM_NBR = :H-LWL-ITM-NBR
                    AND T063_LCT_NBR = :H-LWL-LCT-NBR
              END-EXEC
           END-IF

      *    A CONTENTION VICTIM IN THE ITEM LOOP IS LEFT UNSENT; THE
      *    RETRY REPROCESSES THIS LOCATION AND QUEUES IT AGAIN
           MOVE 'Y' TO WS-LWL-QUEUE-SW
           IF SQL-OK
              IF NOT CATCHUP-MODE
                 ADD 1 TO WS-LWL-QUEUE-COUNT
              END-IF
           ELSE
              IF (SQLCODE = -911 OR SQLCODE = -913) AND
                 WS-RETRY-COUNT < WS-RETRY-MAX AND
                 LWL-SRC-REGULAR
                 PERFORM 0184-FLAG-DEADLOCK
              ELSE
                 MOVE 'INS3426' TO WS-EXE-IDF
                 MOVE SQLCODE TO WS-SQL-CODE
                 MOVE '** PROGRAM ABENDED ** SQL INSERT FAILED !!!'
                   TO WS-ABORT-MESSAGE
                 CALL 'SQLMSGB3' USING WS-PROG-ID, WS-EXE-IDF, SQLCA
                 CALL 'JOBLOG3' USING WS-SQL-ERROR
                 PERFORM 0999-ABORT
              END-IF
           END-IF.

      *================================================================
      * 0868-PURGE-LABEL-QUEUE - DROPS ANY QUEUED CHANGE FOR THE
      *     ITEM/LOCATION ABOUT TO BE SENT A DELETE.
      *================================================================
       0868-PURGE-LABEL-QUEUE.

           EXEC SQL
              DELETE FROM T3426_LBL_CHG_QUE
               WHERE T024_ITM_NBR = :H-DISC-ITM-NBR
                 AND T063_LCT_NBR = :H-DISC-LCT-NBR
           END-EXEC
           IF SQL-OK
              ADD 1 TO WS-LWL-PURGE-COUNT
           ELSE
              IF NOT SQL-NOT-FND
                 MOVE 'DEL3426P' TO WS-EXE-IDF
                 MOVE SQLCODE TO WS-SQL-CODE
                 MOVE '** PROGRAM ABENDED ** SQL DELETE FAILED !!!'
                   TO WS-ABORT-MESSAGE
                 CALL 'SQLMSGB3' USING WS-PROG-ID, WS-EXE-IDF, SQLCA
                 CALL 'JOBLOG3' USING WS-SQL-ERROR
                 PERFORM 0999-ABORT
              END-IF
           END-IF.

      *================================================================
      * 0852-WRITE-PREVIEW - STORE-MANAGER PRICE-CHANGE PREVIEW
      *     DETAIL.  ONE RECORD PER PRCF610B MAINTENANCE RECORD,
           IF UOMF-OPEN
              CLOSE UOMF610A
           END-IF
           IF INVF-OPEN
              CLOSE INVF610A
           END-IF
           CLOSE PRCF610C.

           CLOSE PRCF610S.

           MOVE WS-CLR-START-COUNT TO WS-RPT-CNTS (1)
           MOVE WS-CLR-STEP-COUNT  TO WS-RPT-CNTS (2)
           MOVE WS-CLR-HOLD-COUNT  TO WS-RPT-CNTS (3)
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'STARTED=' WS-RPT-CNTS (1)
                  '  NEW STEPS=' WS-RPT-CNTS (2)
                  '  IN STEP=' WS-RPT-CNTS (3)
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE CLRF610S-RECORD FROM WS-REPORT-LINE
           MOVE WS-CLR-END-COUNT   TO WS-RPT-CNTS (1)
           MOVE WS-CLR-ZERO-COUNT  TO WS-RPT-CNTS (2)
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'DELETED AFTER LAST STEP=' WS-RPT-CNTS (1)
                  '  ZERO ON HAND=' WS-RPT-CNTS (2)
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE CLRF610S-RECORD FROM WS-REPORT-LINE
           CLOSE CLRF610S.

           MOVE WS-DSC-COUNT TO WS-RPT-CNT
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'COST-SOURCE DISCREPANCIES=' WS-RPT-CNT
              PERFORM 0999-ABORT
           END-IF.

           MOVE WS-LWL-DFR-COUNT   TO WS-RPT-CNTS (1)
           MOVE WS-LWL-OVF-COUNT   TO WS-RPT-CNTS (2)
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'CHANGES DEFERRED=' WS-RPT-CNTS (1)
                  '  BEYOND PLANNING HORIZON=' WS-RPT-CNTS (2)
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE LWLF610D-RECORD FROM WS-REPORT-LINE
           CLOSE LWLF610D.

           MOVE WS-FAM-BRK-COUNT   TO WS-RPT-CNTS (1)
           MOVE WS-FAM-HELD-COUNT  TO WS-RPT-CNTS (2)
           MOVE WS-FAM-CMPL-COUNT  TO WS-RPT-CNTS (3)
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'FAMILY BREAKS=' WS-RPT-CNTS (1)
                  '  HELD=' WS-RPT-CNTS (2)
                  '  COMPLETED=' WS-RPT-CNTS (3)
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE FAMF610A-RECORD FROM WS-REPORT-LINE
           CLOSE FAMF610A.

           MOVE WS-MAP-FBK-COUNT   TO WS-RPT-CNTS (1)
           MOVE WS-MAP-HELD-COUNT  TO WS-RPT-CNTS (2)
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'MAP PRICES RAISED=' WS-RPT-CNTS (1)
                  '  HELD=' WS-RPT-CNTS (2)
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE MAPF610A-RECORD FROM WS-REPORT-LINE
           CLOSE MAPF610A.

           PERFORM 0165-WRITE-PRCF610B-TRL.

           CLOSE PRCF610B.
              PERFORM 0999-ABORT
           END-IF.

           IF NOT DRY-RUN
              PERFORM 0990-WRITE-CHANNEL-FEED
           END-IF.

           CLOSE PRCF610X.
           IF NOT PRCF610X-VALID-STATUS
              MOVE 'PRCF610X'  TO WS-FLE-NME
           END-IF.


      *================================================================
      * 0990-WRITE-CHANNEL-FEED - DIGITAL-CHANNEL PRICE FILE.  BUILT
      *     FROM THE FINISHED PRCF610B, SO THE WEB STORE AND MOBILE
      *     APP GET EXACTLY THE PRICE THE FULFILMENT STORE'S SHELF
      *     GETS, AND A RESTARTED RUN (WHOSE PRCF610B IS REBUILT
      *     FROM THE PRIME FILE) PRODUCES THE SAME CHANNEL FILE.
      *     EACH STORE DETAIL IS WRITTEN ONCE FOR EVERY CHANNEL THE
      *     STORE FULFILS, BETWEEN AN HDR AND A TRL CARRYING THE
      *     DETAIL COUNT AND REGULAR / SALE PRICE HASH TOTALS.
      *================================================================
       0990-WRITE-CHANNEL-FEED.

           OPEN OUTPUT ECMF610A
           IF NOT ECMF610A-VALID-STATUS
              MOVE 'ECMF610A'       TO WS-FLE-NME
              MOVE ECMF610A-STATUS  TO WS-FLE-ST-CD
              MOVE 'OPEN-OUT'       TO WS-FLE-FNC
              CALL 'JOBLOG3'       USING WS-FLE-ERROR
              PERFORM 0999-ABORT
           END-IF
           MOVE H-TODAY          TO ECMH-RUN-DATE
           MOVE WS-FORM-TOMORROW TO ECMH-EFF-DATE
           MOVE JOB-USE-ID       TO ECMH-JOB-ID
           WRITE ECMF610A-RECORD FROM ECMF610A-HDR-REC
           PERFORM 0993-CHECK-ECMF610A

           IF ECM-END > ZERO
              OPEN INPUT PRCF610B
              IF NOT PRCF610B-VALID-STATUS
                 MOVE 'PRCF610B'       TO WS-FLE-NME
                 MOVE PRCF610B-STATUS  TO WS-FLE-ST-CD
                 MOVE 'OPEN-IN'        TO WS-FLE-FNC
                 CALL 'JOBLOG3'       USING WS-FLE-ERROR
                 PERFORM 0999-ABORT
              END-IF
              PERFORM 0991-READ-PRCF610B-BACK
              PERFORM UNTIL ECM-BACK-EOF
                 IF PRCF610B-RECORD(1:3) NOT = 'HDR' AND
                    PRCF610B-RECORD(1:3) NOT = 'TRL'
                    MOVE PRCF610B-RECORD TO PRCF610B-REC
                    MOVE 1 TO ECM-IDX
                    PERFORM UNTIL ECM-IDX > ECM-END
                       IF ECM-STORE (ECM-IDX) = PRCF610B-STORE
                          PERFORM 0992-WRITE-CHANNEL-DETAIL
                       END-IF
                       ADD 1 TO ECM-IDX
                    END-PERFORM
                 END-IF
                 PERFORM 0991-READ-PRCF610B-BACK
              END-PERFORM
              CLOSE PRCF610B
           END-IF

           MOVE WS-ECM-COUNT         TO ECMT-DETAIL-COUNT
           MOVE WS-HASH-ECM-REG-RTL  TO ECMT-HASH-REG-RTL
           MOVE WS-HASH-ECM-SALE-PRC TO ECMT-HASH-SALE-PRC
           WRITE ECMF610A-RECORD FROM ECMF610A-TRL-REC
           PERFORM 0993-CHECK-ECMF610A

           CLOSE ECMF610A.

       0991-READ-PRCF610B-BACK.

           READ PRCF610B
              AT END MOVE 'Y' TO WS-ECM-BACK-EOF-SW
           END-READ.

      *================================================================
      * 0992-WRITE-CHANNEL-DETAIL - ONE CHANNEL RECORD FROM THE
      *     PRCF610B DETAIL IN PRCF610B-REC.  A MARKDOWN (LMP GOODTHRU
      *     DATE PRESENT) CARRIES THE AD PRICE AS THE SALE PRICE AND
      *     THE NLP RESTORE PRICE AS REGULAR RETAIL; ANY OTHER RECORD
      *     CARRIES ITS CONSUMER-SELL AS REGULAR RETAIL AND NO SALE.
      *================================================================
       0992-WRITE-CHANNEL-DETAIL.

           MOVE ECM-CHANNEL (ECM-IDX) TO ECMA-CHANNEL
           MOVE PRCF610B-STORE        TO ECMA-STORE
           MOVE PRCF610B-ITEM-NUM     TO ECMA-ITEM-NUM
           MOVE PRCF610B-TCODE        TO ECMA-TCODE
           MOVE PRCF610B-DEPT         TO ECMA-DEPT
           MOVE PRCF610B-ITEM-DESC    TO ECMA-ITEM-DESC
           IF PRCF610B-LMP-EXP-DT > ZERO
              MOVE PRCF610B-NLP-AMT       TO ECMA-REG-RTL
              MOVE PRCF610B-CONSUMER-SELL TO ECMA-SALE-PRC
              MOVE PRCF610B-DEAL-QTY      TO ECMA-DEAL-QTY
              MOVE PRCF610B-DEAL-AMT      TO ECMA-DEAL-AMT
              MOVE PRCF610B-LMP-EXP-DT    TO ECMA-SALE-END-DT
              ADD 1 TO WS-ECM-SALE-COUNT
           ELSE
              MOVE PRCF610B-CONSUMER-SELL TO ECMA-REG-RTL
              MOVE ZERO                   TO ECMA-SALE-PRC
                                             ECMA-DEAL-QTY
                                             ECMA-DEAL-AMT
                                             ECMA-SALE-END-DT
           END-IF
           MOVE PRCF610B-UNIT-PRC     TO ECMA-UNIT-PRC
           MOVE PRCF610B-UNIT-UOM     TO ECMA-UNIT-UOM
           MOVE PRCF610B-EFF-DATE     TO ECMA-EFF-DATE
           WRITE ECMF610A-RECORD FROM ECMF610A-REC
           PERFORM 0993-CHECK-ECMF610A
           ADD 1             TO WS-ECM-COUNT
           ADD ECMA-REG-RTL  TO WS-HASH-ECM-REG-RTL
           ADD ECMA-SALE-PRC TO WS-HASH-ECM-SALE-PRC.

       0993-CHECK-ECMF610A.

           IF NOT ECMF610A-VALID-STATUS
              MOVE 'ECMF610A'  TO WS-FLE-NME
              MOVE ECMF610A-STATUS TO WS-FLE-ST-CD
              MOVE 'WRITE' TO WS-FLE-FNC
              CALL 'JOBLOG3' USING WS-FLE-ERROR
              PERFORM 0999-ABORT
           END-IF.

       0920-CLOSE-T165A.

           MOVE 'N' TO COUNT-LCT-SW
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE PRCF610X-RECORD FROM WS-REPORT-LINE

           MOVE WS-OVR-HELD-COUNT  TO WS-RPT-CNTS (1)
           MOVE WS-OVR-RST-COUNT   TO WS-RPT-CNTS (2)
           MOVE WS-OVR-REF-COUNT   TO WS-RPT-CNTS (3)
           STRING 'STORE OVERRIDES HELD=' WS-RPT-CNTS (1)
                  '  RESTORED=' WS-RPT-CNTS (2)
                  '  REFUSED=' WS-RPT-CNTS (3)
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE PRCF610X-RECORD FROM WS-REPORT-LINE

           MOVE WS-CLR-START-COUNT TO WS-RPT-CNTS (1)
           MOVE WS-CLR-STEP-COUNT  TO WS-RPT-CNTS (2)
           STRING 'CLEARANCES STARTED=' WS-RPT-CNTS (1)
                  '  CLEARANCE STEPS SENT=' WS-RPT-CNTS (2)
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE PRCF610X-RECORD FROM WS-REPORT-LINE

           IF RECALL-MODE
              MOVE WS-RCL-COUNT TO WS-RPT-CNT
              STRING 'RECALL DEACTIVATIONS SENT=' WS-RPT-CNT
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE PRCF610X-RECORD FROM WS-REPORT-LINE

           MOVE WS-MAP-FBK-COUNT  TO WS-RPT-CNTS (1)
           MOVE WS-MAP-HELD-COUNT TO WS-RPT-CNTS (2)
           STRING 'MAP PRICES RAISED=' WS-RPT-CNTS (1)
                  '  MAP PRICE CHANGES HELD=' WS-RPT-CNTS (2)
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE PRCF610X-RECORD FROM WS-REPORT-LINE

           MOVE WS-RETRY-TOTAL TO WS-RPT-CNT
           STRING 'DB2 CONTENTION RETRIES=' WS-RPT-CNT
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE PRCF610X-RECORD FROM WS-REPORT-LINE

           MOVE WS-LWL-QUEUE-COUNT TO WS-RPT-CNTS (1)
           MOVE WS-LWL-SENT-COUNT  TO WS-RPT-CNTS (2)
           MOVE WS-LWL-DFR-COUNT   TO WS-RPT-CNTS (3)
           MOVE WS-LWL-PURGE-COUNT TO WS-RPT-CNTS (4)
           STRING 'LABELS QUEUED=' WS-RPT-CNTS (1)
                  ' SENT FROM QUEUE=' WS-RPT-CNTS (2)
                  ' DEFERRED=' WS-RPT-CNTS (3)
                  ' PURGED=' WS-RPT-CNTS (4)
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE PRCF610X-RECORD FROM WS-REPORT-LINE

           MOVE WS-FAM-BRK-COUNT  TO WS-RPT-CNTS (1)
           MOVE WS-FAM-HELD-COUNT TO WS-RPT-CNTS (2)
           MOVE WS-FAM-CMPL-COUNT TO WS-RPT-CNTS (3)
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'PRICE-FAMILY BREAKS=' WS-RPT-CNTS (1)
                  '  HELD=' WS-RPT-CNTS (2)
                  '  COMPLETED=' WS-RPT-CNTS (3)
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE PRCF610X-RECORD FROM WS-REPORT-LINE

           MOVE WS-ECM-COUNT      TO WS-RPT-CNTS (1)
           MOVE WS-ECM-SALE-COUNT TO WS-RPT-CNTS (2)
           MOVE ECM-END           TO WS-RPT-CNTS (3)
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'CHANNEL PRICES SENT=' WS-RPT-CNTS (1)
                  '  ON SALE=' WS-RPT-CNTS (2)
                  '  CHANNEL/LOCATIONS=' WS-RPT-CNTS (3)
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE PRCF610X-RECORD FROM WS-REPORT-LINE

           PERFORM 0975-WRITE-TREND-RPT

           PERFORM 0980-WRITE-MARGIN-IMPACT

           IF LWL-CAPS-LOADED
              PERFORM 0972-WRITE-LABEL-LEVELING
           END-IF

           CLOSE PRCF610X.

      *================================================================
      * 0972-WRITE-LABEL-LEVELING - PER-STORE LABEL WORKLOAD FOR THE
      *     NIGHT: EACH CAPPED STORE WITH ANY ACTIVITY, ITS CAP, THE
      *     URGENT CHANGES THAT BYPASSED THE QUEUE, THE QUEUED
      *     CHANGES SENT AND THOSE HELD BACK, WITH THE TRADE DAYS
      *     THE HELD-BACK CHANGES ARE NOW PLANNED FOR.
      *================================================================
       0972-WRITE-LABEL-LEVELING.

           MOVE SPACES TO WS-REPORT-LINE
           WRITE PRCF610X-RECORD FROM WS-REPORT-LINE
           MOVE '------ STORE LABEL WORKLOAD LEVELING ------'
                TO PRCF610X-RECORD
           WRITE PRCF610X-RECORD

           MOVE 1 TO LWL-STR-IDX
           PERFORM UNTIL LWL-STR-IDX > 9999
              IF LWL-STR-CAP(LWL-STR-IDX) > ZERO AND
                 (LWL-STR-URG(LWL-STR-IDX)  > ZERO OR
                  LWL-STR-SENT(LWL-STR-IDX) > ZERO OR
                  LWL-STR-DFR(LWL-STR-IDX)  > ZERO)
                 PERFORM 0973-WRITE-ONE-STORE-LEVEL
              END-IF
              ADD 1 TO LWL-STR-IDX
           END-PERFORM.

       0973-WRITE-ONE-STORE-LEVEL.

           MOVE LWL-STR-IDX               TO WS-LWL-CUR-LCT
           MOVE LWL-STR-CAP(LWL-STR-IDX)  TO WS-RPT-CNTS (1)
           MOVE LWL-STR-URG(LWL-STR-IDX)  TO WS-RPT-CNTS (2)
           MOVE LWL-STR-SENT(LWL-STR-IDX) TO WS-RPT-CNTS (3)
           MOVE LWL-STR-DFR(LWL-STR-IDX)  TO WS-RPT-CNTS (4)
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'STORE ' WS-LWL-CUR-LCT
                  ' CAP=' WS-RPT-CNTS (1)
                  ' URGENT=' WS-RPT-CNTS (2)
                  ' SENT=' WS-RPT-CNTS (3)
                  ' DEFERRED=' WS-RPT-CNTS (4)
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE PRCF610X-RECORD FROM WS-REPORT-LINE

           IF LWL-STR-DFR(LWL-STR-IDX) > ZERO
              MOVE LWL-STR-DAY-IDX(LWL-STR-IDX) TO LWL-DAY-IDX
              MOVE SPACES TO WS-REPORT-LINE
              STRING '           HELD-BACK CHANGES GO '
                     LWL-DAY-DT(1) ' THRU ' LWL-DAY-DT(LWL-DAY-IDX)
                     DELIMITED BY SIZE INTO WS-REPORT-LINE
              WRITE PRCF610X-RECORD FROM WS-REPORT-LINE
           END-IF.

      *================================================================
      * 0975-WRITE-TREND-RPT - YEAR-OVER-YEAR PRICE-CHANGE VOLUME
      *     TREND. COMPARES THIS RUN'S REFRESHED-ITEM VOLUME AGAINST
