      *================================================================
      * INSC624 - COMMAREA FOR THE INSO624 PRICE-MAINTENANCE
      *           TRANSACTION OVER T3422_LBR_PRC_MNT (LOCATION-GROUP
      *           ROWS) AND T3377_CRP_LBR_PRC (CORPORATE ROWS)
      *================================================================
           03  CA-REQUEST-ID             PIC X(06).
           03  CA-RETURN-CODE            PIC 9(02).
           03  CA-USER-ID                PIC X(08).
           03  CA-TABLE-ID               PIC X(05).
               88  CA-T3422                      VALUE 'T3422'.
               88  CA-T3377                      VALUE 'T3377'.
      *    ROW KEY - LOCATION-CATEGORY FIELDS ARE IGNORED FOR T3377
           03  CA-MNT-KEY.
               05  CA-ITM-NBR            PIC 9(09).
               05  CA-LCT-CGY-CD         PIC 9(04).
               05  CA-CGY-SHT-NME        PIC X(10).
               05  CA-CGY-ONR-ID         PIC X(07).
               05  CA-CNG-BGN-DT         PIC X(10).
      *    PRICE FIELDS - INPUT ON ADD/CHANGE, RETURNED ON INQUIRE
           03  CA-MNT-DATA.
               05  CA-CNG-END-DT         PIC X(10).
               05  CA-CST-AMT            PIC S9(07)V99.
               05  CA-RTL-PRC-AMT        PIC S9(07)V99.
               05  CA-MRG-PCT            PIC S9(03)V99.
      *    APPROVAL STATE - RETURNED ON INQUIRE AND AFTER ANY UPDATE
           03  CA-MNT-STATE.
               05  CA-MNT-STS-CD         PIC X(01).
                   88  CA-STS-PENDING            VALUE 'P'.
                   88  CA-STS-APPROVED           VALUE 'A'.
                   88  CA-STS-WITHDRAWN          VALUE 'X'.
               05  CA-PND-ACN-CD         PIC X(01).
                   88  CA-PND-NONE               VALUE SPACE.
                   88  CA-PND-CHANGE             VALUE 'C'.
                   88  CA-PND-WITHDRAW           VALUE 'W'.
               05  CA-PND-CST-AMT        PIC S9(07)V99.
               05  CA-PND-RTL-PRC-AMT    PIC S9(07)V99.
               05  CA-PND-END-DT         PIC X(10).
               05  CA-ENT-USR-ID         PIC X(08).
               05  CA-PND-USR-ID         PIC X(08).
               05  CA-APV-USR-ID         PIC X(08).
               05  CA-WARN-FLAG          PIC X(01).
                   88  CA-FLOOR-WARNING          VALUE 'W'.
               05  CA-SQLCODE            PIC S9(09).
