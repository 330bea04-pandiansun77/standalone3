      *      ENDS WITH A NON-ZERO RETURN CODE SO THE SCHEDULER CAN
      *      HOLD THE EXTRACT INSTEAD OF LEARNING ABOUT A FAT-FINGERED
      *      COST FROM 0610-CHECK-MRG-FLOOR AT 2 A.M.
      *      ONLY APPROVED ROWS (MNT_STS_CD 'A') ARE EDITED - ROWS
      *      STILL PENDING IN INSO624 DO NOT EXTRACT AND WERE EDITED
      *      WHEN THEY WERE KEYED.
      *
      *    INPUT FILES:  PARMFILE - OPTIONAL, ONE CARD:
      *                     COLS  1-10  EFFECTIVE DATE (CCYY-MM-DD);
                  AND T3422.T162_CGY_ONR_ID   = T165.T162_CGY_ONR_ID
                  AND T3422.T3422_CNG_BGN_DT <= :H-EFF-DT
                  AND T3422.CNG_END_DT       >= :H-EFF-DT
                  AND T3422.MNT_STS_CD        = 'A'
                  AND T165.T158_LCT_GRP_CD    = 10
                  AND T165.T224_LCT_CGY_CD    = 300
                  AND T165.T162_CGY_ONR_ID   IN ('LBRST','LBRPZ')
                 FROM T3377_CRP_LBR_PRC
                WHERE T3377_PRC_BGN_DT <= :H-EFF-DT
                  AND PRC_END_DT       >= :H-EFF-DT
                  AND MNT_STS_CD        = 'A'
             ORDER BY T024_LBR_ITM_NBR
              WITH UR
           END-EXEC.
