      ******************************************************************00000100
      *                                                                *00000110
      *                        HRHSCCV1                                *00000120
      *                                                                *00000130
      *     FUNCTION:                                                  *00000140
      *                                                                *00000150
      *     CONTROL CARD PRE-FLIGHT.  RUNS IN THE CLAIMS CHAIN AHEAD   *00000160
      *     OF HRHSAO3C.  EVERY CARD IN EVERY HRHSAO3C CONTROL FILE    *00000170
      *     IS EDITED, THE SETTINGS IN FORCE TONIGHT ARE ECHOED, AND   *00000180
      *     A BAD CARD STOPS THE CHAIN (RC 08) INSTEAD OF BEING        *00000190
      *     SKIPPED OR MIS-READ BY HRHSAO3C.                           *00000200
      *                                                                *00000210
      *     EVERY CONTROL CARD CARRIES EFFECTIVE-FROM (COLS 63-70) AND *00000220
      *     EFFECTIVE-TO (COLS 71-78) DATES, CCYYMMDD; BLANK = OPEN.   *00000230
      *     A CARD IS IN FORCE FROM ITS FROM DATE THROUGH ITS TO DATE, *00000240
      *     SO A CHANGE IS STAGED BY ADDING THE NEW CARD WITH A FROM   *00000250
      *     DATE AND CLOSING THE OLD ONE THE DAY BEFORE.  EACH CARD IS *00000260
      *     LISTED AS IN FORCE, STAGED, EXPIRED OR REJECTED.           *00000270
      *                                                                *00000280
      *     FILES EDITED (ALL OPTIONAL - MISSING = HRHSAO3C DEFAULTS): *00000290
      *       HRBNVRTC - VENDOR ROUTING ON/OFF                         *00000300
      *       HRHNIBHF - BEHAVIORAL-HEALTH CLIENT EXCLUSIONS           *00000310
      *       HRBNVNDT - VENDOR ONBOARDING                             *00000320
      *       HRBNPREX - PROVIDER EXCLUSIONS                           *00000330
      *       HRBNBWIN - BATCH WINDOW THROUGHPUT CHECK                 *00000340
      *       HRBNDLIM - HIGH-DOLLAR LIMITS                            *00000350
      *       HRBNDUAL - DUAL-FORMAT PARALLEL PERIOD                   *00000360
      *       HRBNPMAX - TRANSMISSION PART SIZES                       *00000370
      *       HRBNPYCL - PLAN-YEAR CALENDAR                            *00000380
      *                                                                *00000390
      *     A CARD IS REJECTED FOR A BAD DATE, A FROM DATE AFTER ITS   *00000400
      *     TO DATE, OR ANY FIELD HRHSAO3C CANNOT USE.  THE FILE FAILS *00000410
      *     WHEN TWO CARDS FOR THE SAME SETTING (VENDOR, GROUP/PLAN)   *00000420
      *     ARE IN FORCE ON THE SAME DAY, OR WHEN MORE CARDS ARE IN    *00000430
      *     FORCE TONIGHT THAN HRHSAO3C'S TABLE HOLDS.                 *00000440
      *                                                                *00000450
      *     BOTH THIS STEP AND HRHSAO3C USE TODAY'S DATE.  AN AS-OF    *00000460
      *     CARD PREVIEWS THE SETTINGS FOR ANOTHER NIGHT.              *00000470
      *                                                                *00000480
      *     INPUT FILES:  HRBNCCVP - ONE CARD, COLS 1-8 = AS-OF DATE   *00000490
      *                              (CCYYMMDD); ABSENT = TODAY        *00000500
      *                   THE CONTROL FILES LISTED ABOVE               *00000510
      *                                                                *00000520
      *     OUTPUT FILES: HRHNCCVR - CONTROL CARD ECHO REPORT          *00000530
      *                   HRHNRLDG - RUN LEDGER (EXTEND)               *00000540
      *                                                                *00000550
      *     RETURN CODE:  00 - ALL CARDS GOOD                          *00000560
      *                   08 - A BAD CARD - DO NOT RUN HRHSAO3C        *00000570
      *                                                                *00000580
      *     MODIFICATIONS:- DISPLAYED IN THE LOG BELOW                 *00000590
      *                                                                *00000600
      ******************************************************************00000610
      *           MODIFICATION LOG FOR HRHSCCV1                        *00000620
      *  SCAN   ACTIVITY DATE     SE NAME                              *00000630
      *  ------ -------- -------- ----------------------------------   *00000640
      *          NEW PROGRAM                                           *00000650
      ******************************************************************00000660
                                                                        00000670
       IDENTIFICATION DIVISION.                                         00000680
       PROGRAM-ID.    HRHSCCV1.                                         00000690
                                                                        00000700
       ENVIRONMENT DIVISION.                                            00000710
       CONFIGURATION SECTION.                                           00000720
                                                                        00000730
       INPUT-OUTPUT SECTION.                                            00000740
       FILE-CONTROL.                                                    00000750
                                                                        00000760
           SELECT OPTIONAL CCV-PARM-FILE ASSIGN TO HRBNCCVP             00000770
                                   FILE STATUS IS W-HRBNCCVP-STATUS.    00000780
                                                                        00000790
           SELECT OPTIONAL VEND-ROUTE-CTL ASSIGN TO HRBNVRTC            00000800
                                   FILE STATUS IS W-HRBNVRTC-STATUS.    00000810
                                                                        00000820
           SELECT OPTIONAL BH-CLIENT-FILE ASSIGN TO HRHNIBHF            00000830
                                   FILE STATUS IS W-HRHNIBHF-STATUS.    00000840
                                                                        00000850
           SELECT OPTIONAL VENDOR-ONBOARD-FILE ASSIGN TO HRBNVNDT       00000860
                                   FILE STATUS IS W-HRBNVNDT-STATUS.    00000870
                                                                        00000880
           SELECT OPTIONAL PROVIDER-EXCLUSION-FILE ASSIGN TO HRBNPREX   00000890
                                   FILE STATUS IS W-HRBNPREX-STATUS.    00000900
                                                                        00000910
           SELECT OPTIONAL BATCH-WINDOW-CONTROL-FILE                    00000920
                                   ASSIGN TO HRBNBWIN                   00000930
                                   FILE STATUS IS W-HRBNBWIN-STATUS.    00000940
                                                                        00000950
           SELECT OPTIONAL DOLLAR-LIMIT-FILE ASSIGN TO HRBNDLIM         00000960
                                   FILE STATUS IS W-HRBNDLIM-STATUS.    00000970
                                                                        00000980
           SELECT OPTIONAL DUAL-CTL-FILE ASSIGN TO HRBNDUAL             00000990
                                   FILE STATUS IS W-HRBNDUAL-STATUS.    00001000
                                                                        00001010
           SELECT OPTIONAL PART-MAX-FILE ASSIGN TO HRBNPMAX             00001020
                                   FILE STATUS IS W-HRBNPMAX-STATUS.    00001030
                                                                        00001040
           SELECT OPTIONAL PLAN-YEAR-CAL-FILE ASSIGN TO HRBNPYCL        00001050
                                   FILE STATUS IS W-HRBNPYCL-STATUS.    00001060
                                                                        00001070
           SELECT CCV-REPORT ASSIGN TO HRHNCCVR                         00001080
                                   FILE STATUS IS W-HRHNCCVR-STATUS.    00001090
                                                                        00001100
           SELECT RUN-LEDGER-FILE ASSIGN TO HRHNRLDG                    00001110
                                   FILE STATUS IS W-HRHNRLDG-STATUS.    00001120
                                                                        00001130
       DATA DIVISION.                                                   00001140
                                                                        00001150
       FILE SECTION.                                                    00001160
                                                                        00001170
       FD  CCV-PARM-FILE                                                00001180
           RECORDING MODE IS F                                          00001190
           LABEL RECORDS ARE STANDARD                                   00001200
           BLOCK CONTAINS 0 RECORDS.                                    00001210
                                                                        00001220
       01  CCV-PARM-RECORD.                                             00001230
           05  CCP-ASOF-DATE            PIC X(08).                      00001240
           05  FILLER                   PIC X(72).                      00001250
                                                                        00001260
      ******************************************************************00001270
      * CONTROL CARD LAYOUTS - AS HRHSAO3C.  THE EFFECTIVE DATES ARE   *00001280
      * IN THE SAME COLUMNS ON EVERY CARD.                             *00001290
      ******************************************************************00001300
                                                                        00001310
       FD  VEND-ROUTE-CTL                                               00001320
           RECORDING MODE IS F                                          00001330
           LABEL RECORDS ARE STANDARD                                   00001340
           BLOCK CONTAINS 0 RECORDS.                                    00001350
                                                                        00001360
       01  VEND-ROUTE-CTL-RECORD.                                       00001370
           05  VRC-VENDOR-CODE          PIC X(05).                      00001380
           05  VRC-ACTIVE-FLAG          PIC X(01).                      00001390
           05  FILLER                   PIC X(56).                      00001400
           05  VRC-EFF-DATES.                                           00001410
               10  VRC-EFF-FROM-DATE    PIC X(08).                      00001420
               10  VRC-EFF-TO-DATE      PIC X(08).                      00001430
           05  FILLER                   PIC X(02).                      00001440
                                                                        00001450
       FD  BH-CLIENT-FILE                                               00001460
           RECORDING MODE IS F                                          00001470
           LABEL RECORDS ARE STANDARD                                   00001480
           BLOCK CONTAINS 0 RECORDS.                                    00001490
                                                                        00001500
       01  BH-CLIENT-FILE-RECORD.                                       00001510
           05  BHCF-VENDOR-CODE         PIC X(05).                      00001520
           05  BHCF-PROV-ID             PIC X(30).                      00001530
           05  FILLER                   PIC X(27).                      00001540
           05  BHCF-EFF-DATES.                                          00001550
               10  BHCF-EFF-FROM-DATE   PIC X(08).                      00001560
               10  BHCF-EFF-TO-DATE     PIC X(08).                      00001570
           05  FILLER                   PIC X(02).                      00001580
                                                                        00001590
       FD  VENDOR-ONBOARD-FILE                                          00001600
           RECORDING MODE IS F                                          00001610
           LABEL RECORDS ARE STANDARD                                   00001620
           BLOCK CONTAINS 0 RECORDS.                                    00001630
                                                                        00001640
       01  VENDOR-ONBOARD-RECORD.                                       00001650
           05  VOF-VENDOR-CODE          PIC X(05).                      00001660
           05  VOF-SENDER-ID            PIC X(05).                      00001670
           05  VOF-SENDER-NAME          PIC X(15).                      00001680
           05  VOF-RECEIVER-ID          PIC X(05).                      00001690
           05  VOF-RECEIVER-NAME        PIC X(15).                      00001700
           05  VOF-OUTPUT-DDNAME        PIC X(08).                      00001710
           05  VOF-PATIENT-ID-SRC       PIC X(01).                      00001720
               88  VOF-PATIENT-SRC-VALID        VALUES 'C' 'S'.         00001730
           05  VOF-TOKENIZE-FLAG        PIC X(01).                      00001740
               88  VOF-TOKENIZE-VALID           VALUES 'Y' 'N' ' '.     00001750
           05  FILLER                   PIC X(07).                      00001760
           05  VOF-EFF-DATES.                                           00001770
               10  VOF-EFF-FROM-DATE    PIC X(08).                      00001780
               10  VOF-EFF-TO-DATE      PIC X(08).                      00001790
           05  FILLER                   PIC X(03).                      00001800
                                                                        00001810
       FD  PROVIDER-EXCLUSION-FILE                                      00001820
           RECORDING MODE IS F                                          00001830
           LABEL RECORDS ARE STANDARD                                   00001840
           BLOCK CONTAINS 0 RECORDS.                                    00001850
                                                                        00001860
       01  PROVIDER-EXCLUSION-RECORD.                                   00001870
           05  PEX-PROVIDER-ID          PIC X(14).                      00001880
           05  PEX-VENDOR-CODE          PIC X(05).                      00001890
           05  FILLER                   PIC X(43).                      00001900
           05  PEX-EFF-DATES.                                           00001910
               10  PEX-EFF-FROM-DATE    PIC X(08).                      00001920
               10  PEX-EFF-TO-DATE      PIC X(08).                      00001930
           05  FILLER                   PIC X(02).                      00001940
                                                                        00001950
       FD  BATCH-WINDOW-CONTROL-FILE                                    00001960
           RECORDING MODE IS F                                          00001970
           LABEL RECORDS ARE STANDARD                                   00001980
           BLOCK CONTAINS 0 RECORDS.                                    00001990
                                                                        00002000
       01  BATCH-WINDOW-CONTROL-RECORD.                                 00002010
           05  BWR-CHECK-INTERVAL-CLAIMS PIC X(05).                     00002020
           05  BWR-MIN-CLAIMS-PER-MINUTE PIC X(05).                     00002030
           05  FILLER                    PIC X(52).                     00002040
           05  BWR-EFF-DATES.                                           00002050
               10  BWR-EFF-FROM-DATE     PIC X(08).                     00002060
               10  BWR-EFF-TO-DATE       PIC X(08).                     00002070
           05  FILLER                    PIC X(02).                     00002080
                                                                        00002090
       FD  DOLLAR-LIMIT-FILE                                            00002100
           RECORDING MODE IS F                                          00002110
           LABEL RECORDS ARE STANDARD                                   00002120
           BLOCK CONTAINS 0 RECORDS.                                    00002130
                                                                        00002140
       01  DOLLAR-LIMIT-RECORD.                                         00002150
           05  DLM-VENDOR-CODE         PIC X(05).                       00002160
           05  DLM-LIMIT-AMT-X         PIC X(09).                       00002170
           05  DLM-LIMIT-AMT REDEFINES DLM-LIMIT-AMT-X                  00002180
                                       PIC 9(07)V99.                    00002190
           05  FILLER                  PIC X(48).                       00002200
           05  DLM-EFF-DATES.                                           00002210
               10  DLM-EFF-FROM-DATE   PIC X(08).                       00002220
               10  DLM-EFF-TO-DATE     PIC X(08).                       00002230
           05  FILLER                  PIC X(02).                       00002240
                                                                        00002250
       FD  DUAL-CTL-FILE                                                00002260
           RECORDING MODE IS F                                          00002270
           LABEL RECORDS ARE STANDARD                                   00002280
           BLOCK CONTAINS 0 RECORDS.                                    00002290
                                                                        00002300
       01  DUAL-CTL-RECORD.                                             00002310
           05  DUC-VENDOR-CODE         PIC X(05).                       00002320
           05  FILLER                  PIC X(57).                       00002330
           05  DUC-EFF-DATES.                                           00002340
               10  DUC-EFF-FROM-DATE   PIC X(08).                       00002350
               10  DUC-EFF-TO-DATE     PIC X(08).                       00002360
           05  FILLER                  PIC X(02).                       00002370
                                                                        00002380
       FD  PART-MAX-FILE                                                00002390
           RECORDING MODE IS F                                          00002400
           LABEL RECORDS ARE STANDARD                                   00002410
           BLOCK CONTAINS 0 RECORDS.                                    00002420
                                                                        00002430
       01  PART-MAX-RECORD.                                             00002440
           05  PMR-VENDOR-CODE         PIC X(05).                       00002450
           05  PMR-MAX-DETAILS-X       PIC X(08).                       00002460
           05  PMR-MAX-DETAILS REDEFINES PMR-MAX-DETAILS-X              00002470
                                       PIC 9(08).                       00002480
           05  FILLER                  PIC X(49).                       00002490
           05  PMR-EFF-DATES.                                           00002500
               10  PMR-EFF-FROM-DATE   PIC X(08).                       00002510
               10  PMR-EFF-TO-DATE     PIC X(08).                       00002520
           05  FILLER                  PIC X(02).                       00002530
                                                                        00002540
       FD  PLAN-YEAR-CAL-FILE                                           00002550
           RECORDING MODE IS F                                          00002560
           LABEL RECORDS ARE STANDARD                                   00002570
           BLOCK CONTAINS 0 RECORDS.                                    00002580
                                                                        00002590
       01  PLAN-YEAR-CAL-RECORD.                                        00002600
           05  PYCF-KEY.                                                00002610
               10  PYCF-GROUP-BASE-NO   PIC X(09).                      00002620
               10  FILLER               PIC X(01).                      00002630
               10  PYCF-SUBSCRIBER-PLAN PIC X(03).                      00002640
           05  FILLER                   PIC X(01).                      00002650
           05  PYCF-START-MMDD          PIC X(04).                      00002660
           05  PYCF-START-R REDEFINES PYCF-START-MMDD.                  00002670
               10  PYCF-START-MM        PIC 9(02).                      00002680
               10  PYCF-START-DD        PIC 9(02).                      00002690
           05  FILLER                   PIC X(01).                      00002700
           05  PYCF-RUNOUT-DAYS         PIC X(03).                      00002710
           05  FILLER                   PIC X(40).                      00002720
           05  PYCF-EFF-DATES.                                          00002730
               10  PYCF-EFF-FROM-DATE   PIC X(08).                      00002740
               10  PYCF-EFF-TO-DATE     PIC X(08).                      00002750
           05  FILLER                   PIC X(02).                      00002760
                                                                        00002770
       FD  CCV-REPORT                                                   00002780
           RECORDING MODE IS F                                          00002790
           LABEL RECORDS ARE STANDARD                                   00002800
           BLOCK CONTAINS 0 RECORDS.                                    00002810
                                                                        00002820
       01  CCV-REPORT-RECORD            PIC X(132).                     00002830
                                                                        00002840
       FD  RUN-LEDGER-FILE                                              00002850
           RECORDING MODE IS F                                          00002860
           LABEL RECORDS ARE STANDARD                                   00002870
           BLOCK CONTAINS 0 RECORDS.                                    00002880
                                                                        00002890
       COPY HRHYRLDG.                                                   00002900
                                                                        00002910
      ******************************************************************00002920
      *          WORKING STORAGE                                       *00002930
      ******************************************************************00002940
                                                                        00002950
       WORKING-STORAGE SECTION.                                         00002960
                                                                        00002970
       01  WS-START                    PIC X(40)                        00002980
           VALUE 'HRHSCCV1-WORKING STORAGE STARTS HERE'.                00002990
                                                                        00003000
       01  W-HRBNCCVP-STATUS           PIC X(02).                       00003010
           88  W-HRBNCCVP-GOOD-OPEN            VALUES '00' '97'.        00003020
           88  W-HRBNCCVP-GOOD-IO              VALUE  '00'.             00003030
       01  W-HRBNVRTC-STATUS           PIC X(02).                       00003040
           88  W-HRBNVRTC-GOOD-OPEN            VALUES '00' '97'.        00003050
           88  W-HRBNVRTC-GOOD-IO              VALUE  '00'.             00003060
           88  W-HRBNVRTC-AT-END               VALUE  '10'.             00003070
       01  W-HRHNIBHF-STATUS           PIC X(02).                       00003080
           88  W-HRHNIBHF-GOOD-OPEN            VALUES '00' '97'.        00003090
           88  W-HRHNIBHF-GOOD-IO              VALUE  '00'.             00003100
           88  W-HRHNIBHF-AT-END               VALUE  '10'.             00003110
       01  W-HRBNVNDT-STATUS           PIC X(02).                       00003120
           88  W-HRBNVNDT-GOOD-OPEN            VALUES '00' '97'.        00003130
           88  W-HRBNVNDT-GOOD-IO              VALUE  '00'.             00003140
           88  W-HRBNVNDT-AT-END               VALUE  '10'.             00003150
       01  W-HRBNPREX-STATUS           PIC X(02).                       00003160
           88  W-HRBNPREX-GOOD-OPEN            VALUES '00' '97'.        00003170
           88  W-HRBNPREX-GOOD-IO              VALUE  '00'.             00003180
           88  W-HRBNPREX-AT-END               VALUE  '10'.             00003190
       01  W-HRBNBWIN-STATUS           PIC X(02).                       00003200
           88  W-HRBNBWIN-GOOD-OPEN            VALUES '00' '97'.        00003210
           88  W-HRBNBWIN-GOOD-IO              VALUE  '00'.             00003220
           88  W-HRBNBWIN-AT-END               VALUE  '10'.             00003230
       01  W-HRBNDLIM-STATUS           PIC X(02).                       00003240
           88  W-HRBNDLIM-GOOD-OPEN            VALUES '00' '97'.        00003250
           88  W-HRBNDLIM-GOOD-IO              VALUE  '00'.             00003260
           88  W-HRBNDLIM-AT-END               VALUE  '10'.             00003270
       01  W-HRBNDUAL-STATUS           PIC X(02).                       00003280
           88  W-HRBNDUAL-GOOD-OPEN            VALUES '00' '97'.        00003290
           88  W-HRBNDUAL-GOOD-IO              VALUE  '00'.             00003300
           88  W-HRBNDUAL-AT-END               VALUE  '10'.             00003310
       01  W-HRBNPMAX-STATUS           PIC X(02).                       00003320
           88  W-HRBNPMAX-GOOD-OPEN            VALUES '00' '97'.        00003330
           88  W-HRBNPMAX-GOOD-IO              VALUE  '00'.             00003340
           88  W-HRBNPMAX-AT-END               VALUE  '10'.             00003350
       01  W-HRBNPYCL-STATUS           PIC X(02).                       00003360
           88  W-HRBNPYCL-GOOD-OPEN            VALUES '00' '97'.        00003370
           88  W-HRBNPYCL-GOOD-IO              VALUE  '00'.             00003380
           88  W-HRBNPYCL-AT-END               VALUE  '10'.             00003390
       01  W-HRHNCCVR-STATUS           PIC X(02).                       00003400
           88  W-HRHNCCVR-GOOD-OPEN            VALUE  '00'.             00003410
       01  W-HRHNRLDG-STATUS           PIC X(02).                       00003420
           88  W-HRHNRLDG-GOOD-OPEN            VALUES '00' '97' '05'.   00003430
       01  W-RLG-START-TIME            PIC X(08).                       00003440
       01  W-RLG-END-TIME              PIC X(08).                       00003450
       01  W-RLG-RUN-DATE              PIC 9(08).                       00003460
                                                                        00003470
       01  W-ASOF-DATE                 PIC X(08).                       00003480
       01  W-READ-STATUS               PIC X(02).                       00003490
                                                                        00003500
      ******************************************************************00003510
      *          VENDORS HRHSAO3C ROUTES (HRHYVRTC / LOAD-VENDOR-      *00003520
      *          ROUTE-CTL).  AN HRBNVRTC CARD FOR ANY OTHER CODE IS   *00003530
      *          IGNORED THERE, SO IT IS REJECTED HERE.                *00003540
      ******************************************************************00003550
                                                                        00003560
       01  ROUTED-VENDOR-LIST.                                          00003570
           05  FILLER                  PIC X(30)                        00003580
               VALUE 'WYETHACAREAOPTMAOPTRAARCHMAGLN'.                  00003590
           05  FILLER                  PIC X(30)                        00003600
               VALUE 'BEACNMCARENJCDHMACMKCCARECVSCM'.                  00003610
       01  ROUTED-VENDOR-TABLE REDEFINES ROUTED-VENDOR-LIST.            00003620
           05  RTV-VENDOR-CODE OCCURS 12 TIMES                          00003630
                                       PIC X(05).                       00003640
       01  RTV-IDX                     PIC 9(03) COMP VALUE 0.          00003650
       01  SW-VENDOR-ROUTED            PIC X(01) VALUE 'N'.             00003660
           88  VENDOR-ROUTED                   VALUE 'Y'.               00003670
                                                                        00003680
      ******************************************************************00003690
      *          THE CONTROL FILE BEING EDITED                         *00003700
      ******************************************************************00003710
                                                                        00003720
       01  W-FILE-DD                   PIC X(08).                       00003730
       01  W-FILE-TITLE                PIC X(40).                       00003740
       01  W-FILE-CAPACITY             PIC 9(04) COMP VALUE 0.          00003750
       01  SW-FILE-KEYED               PIC X(01) VALUE 'N'.             00003760
           88  FILE-KEYED                      VALUE 'Y'.               00003770
       01  SW-FILE-PRESENT             PIC X(01) VALUE 'N'.             00003780
           88  FILE-PRESENT                    VALUE 'Y'.               00003790
           88  FILE-NOT-PRESENT                VALUE 'N'.               00003800
                                                                        00003810
       01  FILE-COUNTS.                                                 00003820
           05  F-CARDS                  PIC S9(05) COMP VALUE +0.       00003830
           05  F-IN-FORCE               PIC S9(05) COMP VALUE +0.       00003840
           05  F-STAGED                 PIC S9(05) COMP VALUE +0.       00003850
           05  F-EXPIRED                PIC S9(05) COMP VALUE +0.       00003860
           05  F-REJECTED               PIC S9(05) COMP VALUE +0.       00003870
           05  F-ERRORS                 PIC S9(05) COMP VALUE +0.       00003880
                                                                        00003890
      ******************************************************************00003900
      *          THE CARD BEING EDITED                                 *00003910
      ******************************************************************00003920
                                                                        00003930
       01  W-CARD-IMAGE                PIC X(81).                       00003940
       01  W-CARD-KEY                  PIC X(20).                       00003950
       01  W-CARD-EFF-FROM             PIC X(08).                       00003960
       01  W-CARD-EFF-TO               PIC X(08).                       00003970
       01  W-CARD-FROM-KEY             PIC X(08).                       00003980
       01  W-CARD-TO-KEY               PIC X(08).                       00003990
       01  W-REJECT-REASON             PIC X(40).                       00004000
       01  SW-CARD-STATE               PIC X(01) VALUE ' '.             00004010
           88  CARD-IN-FORCE                   VALUE 'F'.               00004020
           88  CARD-STAGED                     VALUE 'S'.               00004030
           88  CARD-EXPIRED                    VALUE 'X'.               00004040
           88  CARD-REJECTED                   VALUE 'R'.               00004050
       01  W-CARD-STATE-TEXT           PIC X(10).                       00004060
                                                                        00004070
      ******************************************************************00004080
      *          DATE EDIT                                             *00004090
      ******************************************************************00004100
                                                                        00004110
       01  W-DATE-CHECK                PIC X(08).                       00004120
       01  W-DATE-CHECK-R REDEFINES W-DATE-CHECK.                       00004130
           05  W-DCK-CCYY              PIC 9(04).                       00004140
           05  W-DCK-MM                PIC 9(02).                       00004150
           05  W-DCK-DD                PIC 9(02).                       00004160
       01  SW-DATE-VALID               PIC X(01) VALUE 'Y'.             00004170
           88  DATE-VALID                      VALUE 'Y'.               00004180
           88  DATE-INVALID                    VALUE 'N'.               00004190
       01  MONTH-DAYS-LIST             PIC X(24)                        00004200
           VALUE '312831303130313130313031'.                            00004210
       01  MONTH-DAYS-TABLE REDEFINES MONTH-DAYS-LIST.                  00004220
           05  MTH-DAYS OCCURS 12 TIMES PIC 9(02).                      00004230
       01  W-MAX-DAY                   PIC 9(02).                       00004240
       01  W-LEAP-QUOTIENT             PIC 9(04) COMP.                  00004250
       01  W-LEAP-REM-4                PIC 9(04) COMP.                  00004260
       01  W-LEAP-REM-100              PIC 9(04) COMP.                  00004270
       01  W-LEAP-REM-400              PIC 9(04) COMP.                  00004280
                                                                        00004290
      ******************************************************************00004300
      *          SETTINGS NOT EXPIRED IN THE CURRENT FILE - TWO CARDS  *00004310
      *          FOR ONE SETTING MAY NOT BE IN FORCE ON THE SAME DAY   *00004320
      ******************************************************************00004330
                                                                        00004340
       01  KEY-MAX-ENTRIES             PIC 9(04) COMP VALUE 500.        00004350
       01  KEY-ENTRY-COUNT             PIC 9(04) COMP VALUE 0.          00004360
       01  KEY-IDX                     PIC 9(04) COMP VALUE 0.          00004370
       01  KEY-IDX2                    PIC 9(04) COMP VALUE 0.          00004380
       01  SETTING-KEY-TABLE.                                           00004390
           05  KEY-ENTRY OCCURS 500 TIMES.                              00004400
               10  KEY-VALUE           PIC X(20).                       00004410
               10  KEY-FROM-DATE       PIC X(08).                       00004420
               10  KEY-TO-DATE         PIC X(08).                       00004430
               10  KEY-CARD-NO         PIC 9(05).                       00004440
                                                                        00004450
      ******************************************************************00004460
      *          ACCUMULATORS                                          *00004470
      ******************************************************************00004480
                                                                        00004490
       01  ACCUMULATORS.                                                00004500
           05  A-TOT-FILES-PRESENT      PIC S9(09) COMP SYNC VALUE +0.  00004510
           05  A-TOT-CARDS              PIC S9(09) COMP SYNC VALUE +0.  00004520
           05  A-TOT-IN-FORCE           PIC S9(09) COMP SYNC VALUE +0.  00004530
           05  A-TOT-STAGED             PIC S9(09) COMP SYNC VALUE +0.  00004540
           05  A-TOT-EXPIRED            PIC S9(09) COMP SYNC VALUE +0.  00004550
           05  A-TOT-REJECTED           PIC S9(09) COMP SYNC VALUE +0.  00004560
           05  A-TOT-ERRORS             PIC S9(09) COMP SYNC VALUE +0.  00004570
                                                                        00004580
       01  W-REPORT-LINE               PIC X(132).                      00004590
       01  W-RPT-CNT                   PIC Z(8)9.                       00004600
       01  W-RPT-CARD-NO               PIC Z(4)9.                       00004610
       01  W-RPT-CARD-NO2              PIC Z(4)9.                       00004620
       01  W-RPT-CAPACITY              PIC Z(3)9.                       00004630
                                                                        00004640
      ******************************************************************00004650
      *                    PROCEDURE DIVISION                          *00004660
      ******************************************************************00004670
                                                                        00004680
       PROCEDURE DIVISION.                                              00004690
                                                                        00004700
       MAINLINE.                                                        00004710
                                                                        00004720
           PERFORM INITIALIZATION                                       00004730
           PERFORM EDIT-VRTC-FILE                                       00004740
           PERFORM EDIT-IBHF-FILE                                       00004750
           PERFORM EDIT-VNDT-FILE                                       00004760
           PERFORM EDIT-PREX-FILE                                       00004770
           PERFORM EDIT-BWIN-FILE                                       00004780
           PERFORM EDIT-DLIM-FILE                                       00004790
           PERFORM EDIT-DUAL-FILE                                       00004800
           PERFORM EDIT-PMAX-FILE                                       00004810
           PERFORM EDIT-PYCL-FILE                                       00004820
           PERFORM FINALIZATION                                         00004830
           .                                                            00004840
                                                                        00004850
       INITIALIZATION.                                                  00004860
                                                                        00004870
           ACCEPT W-RLG-START-TIME FROM TIME                            00004880
           ACCEPT W-RLG-RUN-DATE FROM DATE YYYYMMDD                     00004890
           MOVE W-RLG-RUN-DATE TO W-ASOF-DATE                           00004900
                                                                        00004910
           OPEN OUTPUT CCV-REPORT                                       00004920
           IF W-HRHNCCVR-GOOD-OPEN                                      00004930
               CONTINUE                                                 00004940
           ELSE                                                         00004950
               DISPLAY 'HRHSCCV1: HRHNCCVR DID NOT OPEN - STATUS '      00004960
                       W-HRHNCCVR-STATUS                                00004970
               MOVE 8 TO RETURN-CODE                                    00004980
               STOP RUN                                                 00004990
           END-IF                                                       00005000
           MOVE '-------- HRHSCCV1 HRHSAO3C CONTROL CARD PRE-FLIGHT'    00005010
             TO CCV-REPORT-RECORD                                       00005020
           WRITE CCV-REPORT-RECORD                                      00005030
                                                                        00005040
           OPEN INPUT CCV-PARM-FILE                                     00005050
           IF W-HRBNCCVP-GOOD-OPEN                                      00005060
               READ CCV-PARM-FILE                                       00005070
               IF W-HRBNCCVP-GOOD-IO AND CCP-ASOF-DATE NOT = SPACES     00005080
                   MOVE CCP-ASOF-DATE TO W-DATE-CHECK                   00005090
                   PERFORM CHECK-CARD-DATE                              00005100
                   IF DATE-VALID                                        00005110
                       MOVE CCP-ASOF-DATE TO W-ASOF-DATE                00005120
                   ELSE                                                 00005130
                       ADD 1 TO A-TOT-ERRORS                            00005140
                       MOVE SPACES TO W-REPORT-LINE                     00005150
                       STRING 'HRBNCCVP AS-OF DATE ' CCP-ASOF-DATE      00005160
                              ' IS NOT A VALID DATE - TODAY IS USED'    00005170
                              DELIMITED BY SIZE INTO W-REPORT-LINE      00005180
                       WRITE CCV-REPORT-RECORD FROM W-REPORT-LINE       00005190
                   END-IF                                               00005200
               END-IF                                                   00005210
               CLOSE CCV-PARM-FILE                                      00005220
           END-IF                                                       00005230
                                                                        00005240
           MOVE SPACES TO W-REPORT-LINE                                 00005250
           STRING 'SETTINGS IN FORCE ON ' W-ASOF-DATE                   00005260
                  '  (EFFECTIVE DATES COLS 63-70 / 71-78, BLANK = OPEN)'00005270
                  DELIMITED BY SIZE INTO W-REPORT-LINE                  00005280
           WRITE CCV-REPORT-RECORD FROM W-REPORT-LINE                   00005290
           .                                                            00005300
                                                                        00005310
      ******************************************************************00005320
      * HRBNVRTC - ONE CARD PER VENDOR: CODE, ACTIVE FLAG Y/N          *00005330
      ******************************************************************00005340
                                                                        00005350
       EDIT-VRTC-FILE.                                                  00005360
                                                                        00005370
           MOVE 'HRBNVRTC' TO W-FILE-DD                                 00005380
           MOVE 'VENDOR ROUTING' TO W-FILE-TITLE                        00005390
           MOVE 0 TO W-FILE-CAPACITY                                    00005400
           MOVE 'Y' TO SW-FILE-KEYED                                    00005410
           PERFORM START-CONTROL-FILE                                   00005420
           OPEN INPUT VEND-ROUTE-CTL                                    00005430
           IF W-HRBNVRTC-GOOD-OPEN                                      00005440
               SET FILE-PRESENT TO TRUE                                 00005450
               READ VEND-ROUTE-CTL                                      00005460
               PERFORM UNTIL NOT W-HRBNVRTC-GOOD-IO                     00005470
                   MOVE VEND-ROUTE-CTL-RECORD TO W-CARD-IMAGE           00005480
                   MOVE VRC-EFF-FROM-DATE TO W-CARD-EFF-FROM            00005490
                   MOVE VRC-EFF-TO-DATE   TO W-CARD-EFF-TO              00005500
                   MOVE VRC-VENDOR-CODE   TO W-CARD-KEY                 00005510
                   PERFORM EDIT-CARD-DATES                              00005520
                   IF W-REJECT-REASON = SPACES                          00005530
                       PERFORM EDIT-VRTC-CARD                           00005540
                   END-IF                                               00005550
                   PERFORM FINISH-CARD                                  00005560
                   READ VEND-ROUTE-CTL                                  00005570
               END-PERFORM                                              00005580
               MOVE W-HRBNVRTC-STATUS TO W-READ-STATUS                  00005590
               CLOSE VEND-ROUTE-CTL                                     00005600
           END-IF                                                       00005610
           PERFORM END-CONTROL-FILE                                     00005620
           .                                                            00005630
                                                                        00005640
       EDIT-VRTC-CARD.                                                  00005650
                                                                        00005660
           MOVE 'N' TO SW-VENDOR-ROUTED                                 00005670
           PERFORM VARYING RTV-IDX FROM 1 BY 1                          00005680
                   UNTIL RTV-IDX > 12 OR VENDOR-ROUTED                  00005690
               IF RTV-VENDOR-CODE(RTV-IDX) = VRC-VENDOR-CODE            00005700
                   SET VENDOR-ROUTED TO TRUE                            00005710
               END-IF                                                   00005720
           END-PERFORM                                                  00005730
           EVALUATE TRUE                                                00005740
               WHEN NOT VENDOR-ROUTED                                   00005750
                   MOVE 'VENDOR NOT ROUTED BY HRHSAO3C'                 00005760
                     TO W-REJECT-REASON                                 00005770
               WHEN VRC-ACTIVE-FLAG NOT = 'Y' AND                       00005780
                    VRC-ACTIVE-FLAG NOT = 'N'                           00005790
                   MOVE 'ACTIVE FLAG MUST BE Y OR N'                    00005800
                     TO W-REJECT-REASON                                 00005810
               WHEN OTHER                                               00005820
                   CONTINUE                                             00005830
           END-EVALUATE                                                 00005840
           .                                                            00005850
                                                                        00005860
      ******************************************************************00005870
      * HRHNIBHF - VENDOR + PROVIDER GROUP EXCLUSIONS (A LIST)         *00005880
      ******************************************************************00005890
                                                                        00005900
       EDIT-IBHF-FILE.                                                  00005910
                                                                        00005920
           MOVE 'HRHNIBHF' TO W-FILE-DD                                 00005930
           MOVE 'BEHAVIORAL-HEALTH CLIENT EXCLUSIONS' TO W-FILE-TITLE   00005940
           MOVE 50 TO W-FILE-CAPACITY                                   00005950
           MOVE 'N' TO SW-FILE-KEYED                                    00005960
           PERFORM START-CONTROL-FILE                                   00005970
           OPEN INPUT BH-CLIENT-FILE                                    00005980
           IF W-HRHNIBHF-GOOD-OPEN                                      00005990
               SET FILE-PRESENT TO TRUE                                 00006000
               READ BH-CLIENT-FILE                                      00006010
               PERFORM UNTIL NOT W-HRHNIBHF-GOOD-IO                     00006020
                   MOVE BH-CLIENT-FILE-RECORD TO W-CARD-IMAGE           00006030
                   MOVE BHCF-EFF-FROM-DATE TO W-CARD-EFF-FROM           00006040
                   MOVE BHCF-EFF-TO-DATE   TO W-CARD-EFF-TO             00006050
                   MOVE SPACES             TO W-CARD-KEY                00006060
                   PERFORM EDIT-CARD-DATES                              00006070
                   IF W-REJECT-REASON = SPACES                          00006080
                       EVALUATE TRUE                                    00006090
                           WHEN BHCF-VENDOR-CODE = SPACES               00006100
                               MOVE 'VENDOR CODE BLANK'                 00006110
                                 TO W-REJECT-REASON                     00006120
                           WHEN BHCF-PROV-ID = SPACES                   00006130
                               MOVE 'PROVIDER ID BLANK'                 00006140
                                 TO W-REJECT-REASON                     00006150
                           WHEN OTHER                                   00006160
                               CONTINUE                                 00006170
                       END-EVALUATE                                     00006180
                   END-IF                                               00006190
                   PERFORM FINISH-CARD                                  00006200
                   READ BH-CLIENT-FILE                                  00006210
               END-PERFORM                                              00006220
               MOVE W-HRHNIBHF-STATUS TO W-READ-STATUS                  00006230
               CLOSE BH-CLIENT-FILE                                     00006240
           END-IF                                                       00006250
           PERFORM END-CONTROL-FILE                                     00006260
           .                                                            00006270
                                                                        00006280
      ******************************************************************00006290
      * HRBNVNDT - ONE CARD PER ONBOARDED VENDOR                       *00006300
      ******************************************************************00006310
                                                                        00006320
       EDIT-VNDT-FILE.                                                  00006330
                                                                        00006340
           MOVE 'HRBNVNDT' TO W-FILE-DD                                 00006350
           MOVE 'VENDOR ONBOARDING' TO W-FILE-TITLE                     00006360
           MOVE 25 TO W-FILE-CAPACITY                                   00006370
           MOVE 'Y' TO SW-FILE-KEYED                                    00006380
           PERFORM START-CONTROL-FILE                                   00006390
           OPEN INPUT VENDOR-ONBOARD-FILE                               00006400
           IF W-HRBNVNDT-GOOD-OPEN                                      00006410
               SET FILE-PRESENT TO TRUE                                 00006420
               READ VENDOR-ONBOARD-FILE                                 00006430
               PERFORM UNTIL NOT W-HRBNVNDT-GOOD-IO                     00006440
                   MOVE VENDOR-ONBOARD-RECORD TO W-CARD-IMAGE           00006450
                   MOVE VOF-EFF-FROM-DATE TO W-CARD-EFF-FROM            00006460
                   MOVE VOF-EFF-TO-DATE   TO W-CARD-EFF-TO              00006470
                   MOVE VOF-VENDOR-CODE   TO W-CARD-KEY                 00006480
                   PERFORM EDIT-CARD-DATES                              00006490
                   IF W-REJECT-REASON = SPACES                          00006500
                       EVALUATE TRUE                                    00006510
                           WHEN VOF-VENDOR-CODE = SPACES                00006520
                               MOVE 'VENDOR CODE BLANK'                 00006530
                                 TO W-REJECT-REASON                     00006540
                           WHEN VOF-SENDER-ID = SPACES OR               00006550
                                VOF-RECEIVER-ID = SPACES                00006560
                               MOVE 'SENDER/RECEIVER ID BLANK'          00006570
                                 TO W-REJECT-REASON                     00006580
                           WHEN VOF-OUTPUT-DDNAME = SPACES              00006590
                               MOVE 'OUTPUT DDNAME BLANK'               00006600
                                 TO W-REJECT-REASON                     00006610
                           WHEN NOT VOF-PATIENT-SRC-VALID               00006620
                               MOVE 'PATIENT ID SOURCE MUST BE C OR S'  00006630
                                 TO W-REJECT-REASON                     00006640
                           WHEN NOT VOF-TOKENIZE-VALID                  00006650
                               MOVE 'TOKENIZE FLAG NOT Y, N OR BLANK'   00006660
                                 TO W-REJECT-REASON                     00006670
                           WHEN OTHER                                   00006680
                               CONTINUE                                 00006690
                       END-EVALUATE                                     00006700
                   END-IF                                               00006710
                   PERFORM FINISH-CARD                                  00006720
                   READ VENDOR-ONBOARD-FILE                             00006730
               END-PERFORM                                              00006740
               MOVE W-HRBNVNDT-STATUS TO W-READ-STATUS                  00006750
               CLOSE VENDOR-ONBOARD-FILE                                00006760
           END-IF                                                       00006770
           PERFORM END-CONTROL-FILE                                     00006780
           .                                                            00006790
                                                                        00006800
      ******************************************************************00006810
      * HRBNPREX - PROVIDER ID, OPTIONAL VENDOR (A LIST)               *00006820
      ******************************************************************00006830
                                                                        00006840
       EDIT-PREX-FILE.                                                  00006850
                                                                        00006860
           MOVE 'HRBNPREX' TO W-FILE-DD                                 00006870
           MOVE 'PROVIDER EXCLUSIONS' TO W-FILE-TITLE                   00006880
           MOVE 50 TO W-FILE-CAPACITY                                   00006890
           MOVE 'N' TO SW-FILE-KEYED                                    00006900
           PERFORM START-CONTROL-FILE                                   00006910
           OPEN INPUT PROVIDER-EXCLUSION-FILE                           00006920
           IF W-HRBNPREX-GOOD-OPEN                                      00006930
               SET FILE-PRESENT TO TRUE                                 00006940
               READ PROVIDER-EXCLUSION-FILE                             00006950
               PERFORM UNTIL NOT W-HRBNPREX-GOOD-IO                     00006960
                   MOVE PROVIDER-EXCLUSION-RECORD TO W-CARD-IMAGE       00006970
                   MOVE PEX-EFF-FROM-DATE TO W-CARD-EFF-FROM            00006980
                   MOVE PEX-EFF-TO-DATE   TO W-CARD-EFF-TO              00006990
                   MOVE SPACES            TO W-CARD-KEY                 00007000
                   PERFORM EDIT-CARD-DATES                              00007010
                   IF W-REJECT-REASON = SPACES AND                      00007020
                      PEX-PROVIDER-ID = SPACES                          00007030
                       MOVE 'PROVIDER ID BLANK' TO W-REJECT-REASON      00007040
                   END-IF                                               00007050
                   PERFORM FINISH-CARD                                  00007060
                   READ PROVIDER-EXCLUSION-FILE                         00007070
               END-PERFORM                                              00007080
               MOVE W-HRBNPREX-STATUS TO W-READ-STATUS                  00007090
               CLOSE PROVIDER-EXCLUSION-FILE                            00007100
           END-IF                                                       00007110
           PERFORM END-CONTROL-FILE                                     00007120
           .                                                            00007130
                                                                        00007140
      ******************************************************************00007150
      * HRBNBWIN - ONE SETTING: INTERVAL AND MINIMUM RATE.  HRHSAO3C   *00007160
      * USES THE FIRST CARD IN FORCE, SO ONLY ONE MAY BE IN FORCE.     *00007170
      ******************************************************************00007180
                                                                        00007190
       EDIT-BWIN-FILE.                                                  00007200
                                                                        00007210
           MOVE 'HRBNBWIN' TO W-FILE-DD                                 00007220
           MOVE 'BATCH WINDOW THROUGHPUT CHECK' TO W-FILE-TITLE         00007230
           MOVE 0 TO W-FILE-CAPACITY                                    00007240
           MOVE 'Y' TO SW-FILE-KEYED                                    00007250
           PERFORM START-CONTROL-FILE                                   00007260
           OPEN INPUT BATCH-WINDOW-CONTROL-FILE                         00007270
           IF W-HRBNBWIN-GOOD-OPEN                                      00007280
               SET FILE-PRESENT TO TRUE                                 00007290
               READ BATCH-WINDOW-CONTROL-FILE                           00007300
               PERFORM UNTIL NOT W-HRBNBWIN-GOOD-IO                     00007310
                   MOVE BATCH-WINDOW-CONTROL-RECORD TO W-CARD-IMAGE     00007320
                   MOVE BWR-EFF-FROM-DATE TO W-CARD-EFF-FROM            00007330
                   MOVE BWR-EFF-TO-DATE   TO W-CARD-EFF-TO              00007340
                   MOVE 'BATCH-WINDOW'    TO W-CARD-KEY                 00007350
                   PERFORM EDIT-CARD-DATES                              00007360
                   IF W-REJECT-REASON = SPACES AND                      00007370
                      (BWR-CHECK-INTERVAL-CLAIMS NOT NUMERIC OR         00007380
                       BWR-MIN-CLAIMS-PER-MINUTE NOT NUMERIC)           00007390
                       MOVE 'INTERVAL/RATE NOT NUMERIC'                 00007400
                         TO W-REJECT-REASON                             00007410
                   END-IF                                               00007420
                   PERFORM FINISH-CARD                                  00007430
                   READ BATCH-WINDOW-CONTROL-FILE                       00007440
               END-PERFORM                                              00007450
               MOVE W-HRBNBWIN-STATUS TO W-READ-STATUS                  00007460
               CLOSE BATCH-WINDOW-CONTROL-FILE                          00007470
           END-IF                                                       00007480
           PERFORM END-CONTROL-FILE                                     00007490
           .                                                            00007500
                                                                        00007510
      ******************************************************************00007520
      * HRBNDLIM - ONE LIMIT PER VENDOR                                *00007530
      ******************************************************************00007540
                                                                        00007550
       EDIT-DLIM-FILE.                                                  00007560
                                                                        00007570
           MOVE 'HRBNDLIM' TO W-FILE-DD                                 00007580
           MOVE 'HIGH-DOLLAR LIMITS' TO W-FILE-TITLE                    00007590
           MOVE 25 TO W-FILE-CAPACITY                                   00007600
           MOVE 'Y' TO SW-FILE-KEYED                                    00007610
           PERFORM START-CONTROL-FILE                                   00007620
           OPEN INPUT DOLLAR-LIMIT-FILE                                 00007630
           IF W-HRBNDLIM-GOOD-OPEN                                      00007640
               SET FILE-PRESENT TO TRUE                                 00007650
               READ DOLLAR-LIMIT-FILE                                   00007660
               PERFORM UNTIL NOT W-HRBNDLIM-GOOD-IO                     00007670
                   MOVE DOLLAR-LIMIT-RECORD TO W-CARD-IMAGE             00007680
                   MOVE DLM-EFF-FROM-DATE TO W-CARD-EFF-FROM            00007690
                   MOVE DLM-EFF-TO-DATE   TO W-CARD-EFF-TO              00007700
                   MOVE DLM-VENDOR-CODE   TO W-CARD-KEY                 00007710
                   PERFORM EDIT-CARD-DATES                              00007720
                   IF W-REJECT-REASON = SPACES                          00007730
                       EVALUATE TRUE                                    00007740
                           WHEN DLM-VENDOR-CODE = SPACES                00007750
                               MOVE 'VENDOR CODE BLANK'                 00007760
                                 TO W-REJECT-REASON                     00007770
                           WHEN DLM-LIMIT-AMT-X NOT NUMERIC             00007780
                               MOVE 'LIMIT NOT NUMERIC'                 00007790
                                 TO W-REJECT-REASON                     00007800
                           WHEN DLM-LIMIT-AMT = ZERO                    00007810
                               MOVE 'LIMIT IS ZERO'                     00007820
                                 TO W-REJECT-REASON                     00007830
                           WHEN OTHER                                   00007840
                               CONTINUE                                 00007850
                       END-EVALUATE                                     00007860
                   END-IF                                               00007870
                   PERFORM FINISH-CARD                                  00007880
                   READ DOLLAR-LIMIT-FILE                               00007890
               END-PERFORM                                              00007900
               MOVE W-HRBNDLIM-STATUS TO W-READ-STATUS                  00007910
               CLOSE DOLLAR-LIMIT-FILE                                  00007920
           END-IF                                                       00007930
           PERFORM END-CONTROL-FILE                                     00007940
           .                                                            00007950
                                                                        00007960
      ******************************************************************00007970
      * HRBNDUAL - VENDORS IN A DUAL-FORMAT PARALLEL PERIOD            *00007980
      ******************************************************************00007990
                                                                        00008000
       EDIT-DUAL-FILE.                                                  00008010
                                                                        00008020
           MOVE 'HRBNDUAL' TO W-FILE-DD                                 00008030
           MOVE 'DUAL-FORMAT PARALLEL PERIOD' TO W-FILE-TITLE           00008040
           MOVE 2 TO W-FILE-CAPACITY                                    00008050
           MOVE 'Y' TO SW-FILE-KEYED                                    00008060
           PERFORM START-CONTROL-FILE                                   00008070
           OPEN INPUT DUAL-CTL-FILE                                     00008080
           IF W-HRBNDUAL-GOOD-OPEN                                      00008090
               SET FILE-PRESENT TO TRUE                                 00008100
               READ DUAL-CTL-FILE                                       00008110
               PERFORM UNTIL NOT W-HRBNDUAL-GOOD-IO                     00008120
                   MOVE DUAL-CTL-RECORD   TO W-CARD-IMAGE               00008130
                   MOVE DUC-EFF-FROM-DATE TO W-CARD-EFF-FROM            00008140
                   MOVE DUC-EFF-TO-DATE   TO W-CARD-EFF-TO              00008150
                   MOVE DUC-VENDOR-CODE   TO W-CARD-KEY                 00008160
                   PERFORM EDIT-CARD-DATES                              00008170
                   IF W-REJECT-REASON = SPACES AND                      00008180
                      DUC-VENDOR-CODE = SPACES                          00008190
                       MOVE 'VENDOR CODE BLANK' TO W-REJECT-REASON      00008200
                   END-IF                                               00008210
                   PERFORM FINISH-CARD                                  00008220
                   READ DUAL-CTL-FILE                                   00008230
               END-PERFORM                                              00008240
               MOVE W-HRBNDUAL-STATUS TO W-READ-STATUS                  00008250
               CLOSE DUAL-CTL-FILE                                      00008260
           END-IF                                                       00008270
           PERFORM END-CONTROL-FILE                                     00008280
           .                                                            00008290
                                                                        00008300
      ******************************************************************00008310
      * HRBNPMAX - ONE PART SIZE PER VENDOR                            *00008320
      ******************************************************************00008330
                                                                        00008340
       EDIT-PMAX-FILE.                                                  00008350
                                                                        00008360
           MOVE 'HRBNPMAX' TO W-FILE-DD                                 00008370
           MOVE 'TRANSMISSION PART SIZES' TO W-FILE-TITLE               00008380
           MOVE 12 TO W-FILE-CAPACITY                                   00008390
           MOVE 'Y' TO SW-FILE-KEYED                                    00008400
           PERFORM START-CONTROL-FILE                                   00008410
           OPEN INPUT PART-MAX-FILE                                     00008420
           IF W-HRBNPMAX-GOOD-OPEN                                      00008430
               SET FILE-PRESENT TO TRUE                                 00008440
               READ PART-MAX-FILE                                       00008450
               PERFORM UNTIL NOT W-HRBNPMAX-GOOD-IO                     00008460
                   MOVE PART-MAX-RECORD   TO W-CARD-IMAGE               00008470
                   MOVE PMR-EFF-FROM-DATE TO W-CARD-EFF-FROM            00008480
                   MOVE PMR-EFF-TO-DATE   TO W-CARD-EFF-TO              00008490
                   MOVE PMR-VENDOR-CODE   TO W-CARD-KEY                 00008500
                   PERFORM EDIT-CARD-DATES                              00008510
                   IF W-REJECT-REASON = SPACES                          00008520
                       EVALUATE TRUE                                    00008530
                           WHEN PMR-VENDOR-CODE = SPACES                00008540
                               MOVE 'VENDOR CODE BLANK'                 00008550
                                 TO W-REJECT-REASON                     00008560
                           WHEN PMR-MAX-DETAILS-X NOT NUMERIC           00008570
                               MOVE 'MAXIMUM NOT NUMERIC'               00008580
                                 TO W-REJECT-REASON                     00008590
                           WHEN PMR-MAX-DETAILS = ZERO                  00008600
                               MOVE 'MAXIMUM IS ZERO'                   00008610
                                 TO W-REJECT-REASON                     00008620
                           WHEN OTHER                                   00008630
                               CONTINUE                                 00008640
                       END-EVALUATE                                     00008650
                   END-IF                                               00008660
                   PERFORM FINISH-CARD                                  00008670
                   READ PART-MAX-FILE                                   00008680
               END-PERFORM                                              00008690
               MOVE W-HRBNPMAX-STATUS TO W-READ-STATUS                  00008700
               CLOSE PART-MAX-FILE                                      00008710
           END-IF                                                       00008720
           PERFORM END-CONTROL-FILE                                     00008730
           .                                                            00008740
                                                                        00008750
      ******************************************************************00008760
      * HRBNPYCL - ONE CALENDAR PER GROUP / PLAN.  SAME EDITS AS       *00008770
      * HRHSAO3C READ-PLAN-YEAR-CAL-FILE.                              *00008780
      ******************************************************************00008790
                                                                        00008800
       EDIT-PYCL-FILE.                                                  00008810
                                                                        00008820
           MOVE 'HRBNPYCL' TO W-FILE-DD                                 00008830
           MOVE 'PLAN-YEAR CALENDAR' TO W-FILE-TITLE                    00008840
           MOVE 300 TO W-FILE-CAPACITY                                  00008850
           MOVE 'Y' TO SW-FILE-KEYED                                    00008860
           PERFORM START-CONTROL-FILE                                   00008870
           OPEN INPUT PLAN-YEAR-CAL-FILE                                00008880
           IF W-HRBNPYCL-GOOD-OPEN                                      00008890
               SET FILE-PRESENT TO TRUE                                 00008900
               READ PLAN-YEAR-CAL-FILE                                  00008910
               PERFORM UNTIL NOT W-HRBNPYCL-GOOD-IO                     00008920
                   MOVE PLAN-YEAR-CAL-RECORD TO W-CARD-IMAGE            00008930
                   MOVE PYCF-EFF-FROM-DATE   TO W-CARD-EFF-FROM         00008940
                   MOVE PYCF-EFF-TO-DATE     TO W-CARD-EFF-TO           00008950
                   MOVE PYCF-KEY             TO W-CARD-KEY              00008960
                   PERFORM EDIT-CARD-DATES                              00008970
                   IF W-REJECT-REASON = SPACES                          00008980
                       EVALUATE TRUE                                    00008990
                           WHEN PYCF-GROUP-BASE-NO = SPACES OR          00009000
                                PYCF-SUBSCRIBER-PLAN = SPACES           00009010
                               MOVE 'GROUP OR PLAN BLANK'               00009020
                                 TO W-REJECT-REASON                     00009030
                           WHEN PYCF-START-MMDD NOT NUMERIC             00009040
                               MOVE 'START MMDD NOT NUMERIC'            00009050
                                 TO W-REJECT-REASON                     00009060
                           WHEN PYCF-START-MM < 01 OR                   00009070
                                PYCF-START-MM > 12                      00009080
                               MOVE 'START MONTH NOT 01-12'             00009090
                                 TO W-REJECT-REASON                     00009100
                           WHEN PYCF-START-DD < 01 OR                   00009110
                                PYCF-START-DD > MTH-DAYS(PYCF-START-MM) 00009120
                               MOVE 'START DAY NOT IN MONTH'            00009130
                                 TO W-REJECT-REASON                     00009140
                           WHEN PYCF-RUNOUT-DAYS NOT NUMERIC            00009150
                               MOVE 'RUN-OUT DAYS NOT NUMERIC'          00009160
                                 TO W-REJECT-REASON                     00009170
                           WHEN OTHER                                   00009180
                               CONTINUE                                 00009190
                       END-EVALUATE                                     00009200
                   END-IF                                               00009210
                   PERFORM FINISH-CARD                                  00009220
                   READ PLAN-YEAR-CAL-FILE                              00009230
               END-PERFORM                                              00009240
               MOVE W-HRBNPYCL-STATUS TO W-READ-STATUS                  00009250
               CLOSE PLAN-YEAR-CAL-FILE                                 00009260
           END-IF                                                       00009270
           PERFORM END-CONTROL-FILE                                     00009280
           .                                                            00009290
                                                                        00009300
      ******************************************************************00009310
      * START-CONTROL-FILE / END-CONTROL-FILE - FILE HEADING, THEN     *00009320
      * THE SAME-SETTING OVERLAP AND TABLE-SIZE CHECKS AND THE FILE    *00009330
      * TOTALS.  A READ THAT ENDS ON ANYTHING BUT END OF FILE IS AN    *00009340
      * ERROR - HRHSAO3C WOULD HAVE STOPPED LOADING THERE.             *00009350
      ******************************************************************00009360
                                                                        00009370
       START-CONTROL-FILE.                                              00009380
                                                                        00009390
           INITIALIZE FILE-COUNTS                                       00009400
           MOVE 0 TO KEY-ENTRY-COUNT                                    00009410
           SET FILE-NOT-PRESENT TO TRUE                                 00009420
           MOVE '10' TO W-READ-STATUS                                   00009430
           MOVE SPACES TO CCV-REPORT-RECORD                             00009440
           WRITE CCV-REPORT-RECORD                                      00009450
           MOVE SPACES TO W-REPORT-LINE                                 00009460
           STRING '-------- ' W-FILE-DD ' ' W-FILE-TITLE                00009470
                  DELIMITED BY SIZE INTO W-REPORT-LINE                  00009480
           WRITE CCV-REPORT-RECORD FROM W-REPORT-LINE                   00009490
           .                                                            00009500
                                                                        00009510
       END-CONTROL-FILE.                                                00009520
                                                                        00009530
           IF FILE-NOT-PRESENT                                          00009540
               MOVE '         NOT PRESENT - HRHSAO3C USES ITS DEFAULTS' 00009550
                 TO CCV-REPORT-RECORD                                   00009560
               WRITE CCV-REPORT-RECORD                                  00009570
           ELSE                                                         00009580
               ADD 1 TO A-TOT-FILES-PRESENT                             00009590
               IF W-READ-STATUS NOT = '10'                              00009600
                   ADD 1 TO F-ERRORS                                    00009610
                   MOVE SPACES TO W-REPORT-LINE                         00009620
                   STRING '         ERROR - READ STOPPED WITH STATUS '  00009630
                          W-READ-STATUS                                 00009640
                          DELIMITED BY SIZE INTO W-REPORT-LINE          00009650
                   WRITE CCV-REPORT-RECORD FROM W-REPORT-LINE           00009660
               END-IF                                                   00009670
               IF FILE-KEYED                                            00009680
                   PERFORM CHECK-SETTING-OVERLAPS                       00009690
               END-IF                                                   00009700
               IF W-FILE-CAPACITY > 0 AND                               00009710
                  F-IN-FORCE > W-FILE-CAPACITY                          00009720
                   ADD 1 TO F-ERRORS                                    00009730
                   MOVE W-FILE-CAPACITY TO W-RPT-CAPACITY               00009740
                   MOVE SPACES TO W-REPORT-LINE                         00009750
                   STRING '         ERROR - MORE CARDS IN FORCE THAN '  00009760
                          'HRHSAO3C HOLDS (' W-RPT-CAPACITY ')'         00009770
                          DELIMITED BY SIZE INTO W-REPORT-LINE          00009780
                   WRITE CCV-REPORT-RECORD FROM W-REPORT-LINE           00009790
               END-IF                                                   00009800
               MOVE SPACES TO W-REPORT-LINE                             00009810
               MOVE F-CARDS TO W-RPT-CARD-NO                            00009820
               STRING '         CARDS=' W-RPT-CARD-NO                   00009830
                      DELIMITED BY SIZE INTO W-REPORT-LINE              00009840
               MOVE F-IN-FORCE TO W-RPT-CARD-NO                         00009850
               STRING W-REPORT-LINE(1:20) ' IN FORCE=' W-RPT-CARD-NO    00009860
                      DELIMITED BY SIZE INTO W-REPORT-LINE              00009870
               MOVE F-STAGED TO W-RPT-CARD-NO                           00009880
               STRING W-REPORT-LINE(1:35) ' STAGED=' W-RPT-CARD-NO      00009890
                      DELIMITED BY SIZE INTO W-REPORT-LINE              00009900
               MOVE F-EXPIRED TO W-RPT-CARD-NO                          00009910
               STRING W-REPORT-LINE(1:48) ' EXPIRED=' W-RPT-CARD-NO     00009920
                      DELIMITED BY SIZE INTO W-REPORT-LINE              00009930
               MOVE F-REJECTED TO W-RPT-CARD-NO                         00009940
               STRING W-REPORT-LINE(1:62) ' REJECTED=' W-RPT-CARD-NO    00009950
                      DELIMITED BY SIZE INTO W-REPORT-LINE              00009960
               WRITE CCV-REPORT-RECORD FROM W-REPORT-LINE               00009970
           END-IF                                                       00009980
           ADD F-CARDS    TO A-TOT-CARDS                                00009990
           ADD F-IN-FORCE TO A-TOT-IN-FORCE                             00010000
           ADD F-STAGED   TO A-TOT-STAGED                               00010010
           ADD F-EXPIRED  TO A-TOT-EXPIRED                              00010020
           ADD F-REJECTED TO A-TOT-REJECTED                             00010030
           ADD F-REJECTED TO A-TOT-ERRORS                               00010040
           ADD F-ERRORS   TO A-TOT-ERRORS                               00010050
           .                                                            00010060
                                                                        00010070
      ******************************************************************00010080
      * EDIT-CARD-DATES - BOTH DATES BLANK OR A REAL CCYYMMDD, FROM    *00010090
      * NOT AFTER TO.  W-CARD-FROM-KEY/TO-KEY HOLD THE RANGE WITH THE  *00010100
      * OPEN ENDS FILLED IN.                                           *00010110
      ******************************************************************00010120
                                                                        00010130
       EDIT-CARD-DATES.                                                 00010140
                                                                        00010150
           MOVE SPACES TO W-REJECT-REASON                               00010160
           MOVE '00000000' TO W-CARD-FROM-KEY                           00010170
           MOVE '99999999' TO W-CARD-TO-KEY                             00010180
           IF W-CARD-EFF-FROM NOT = SPACES                              00010190
               MOVE W-CARD-EFF-FROM TO W-DATE-CHECK                     00010200
               PERFORM CHECK-CARD-DATE                                  00010210
               IF DATE-VALID                                            00010220
                   MOVE W-CARD-EFF-FROM TO W-CARD-FROM-KEY              00010230
               ELSE                                                     00010240
                   MOVE 'EFFECTIVE-FROM DATE INVALID'                   00010250
                     TO W-REJECT-REASON                                 00010260
               END-IF                                                   00010270
           END-IF                                                       00010280
           IF W-CARD-EFF-TO NOT = SPACES AND                            00010290
              W-REJECT-REASON = SPACES                                  00010300
               MOVE W-CARD-EFF-TO TO W-DATE-CHECK                       00010310
               PERFORM CHECK-CARD-DATE                                  00010320
               IF DATE-VALID                                            00010330
                   MOVE W-CARD-EFF-TO TO W-CARD-TO-KEY                  00010340
               ELSE                                                     00010350
                   MOVE 'EFFECTIVE-TO DATE INVALID'                     00010360
                     TO W-REJECT-REASON                                 00010370
               END-IF                                                   00010380
           END-IF                                                       00010390
           IF W-REJECT-REASON = SPACES AND                              00010400
              W-CARD-FROM-KEY > W-CARD-TO-KEY                           00010410
               MOVE 'EFFECTIVE-FROM AFTER EFFECTIVE-TO'                 00010420
                 TO W-REJECT-REASON                                     00010430
           END-IF                                                       00010440
           .                                                            00010450
                                                                        00010460
       CHECK-CARD-DATE.                                                 00010470
                                                                        00010480
           SET DATE-VALID TO TRUE                                       00010490
           IF W-DATE-CHECK NOT NUMERIC                                  00010500
               SET DATE-INVALID TO TRUE                                 00010510
           ELSE                                                         00010520
               IF W-DCK-MM < 01 OR W-DCK-MM > 12 OR W-DCK-CCYY < 1900   00010530
                   SET DATE-INVALID TO TRUE                             00010540
               ELSE                                                     00010550
                   MOVE MTH-DAYS(W-DCK-MM) TO W-MAX-DAY                 00010560
                   IF W-DCK-MM = 02                                     00010570
                       DIVIDE W-DCK-CCYY BY 4 GIVING W-LEAP-QUOTIENT    00010580
                           REMAINDER W-LEAP-REM-4                       00010590
                       DIVIDE W-DCK-CCYY BY 100 GIVING W-LEAP-QUOTIENT  00010600
                           REMAINDER W-LEAP-REM-100                     00010610
                       DIVIDE W-DCK-CCYY BY 400 GIVING W-LEAP-QUOTIENT  00010620
                           REMAINDER W-LEAP-REM-400                     00010630
                       IF W-LEAP-REM-4 = 0 AND                          00010640
                          (W-LEAP-REM-100 NOT = 0 OR                    00010650
                           W-LEAP-REM-400 = 0)                          00010660
                           MOVE 29 TO W-MAX-DAY                         00010670
                       END-IF                                           00010680
                   END-IF                                               00010690
                   IF W-DCK-DD < 01 OR W-DCK-DD > W-MAX-DAY             00010700
                       SET DATE-INVALID TO TRUE                         00010710
                   END-IF                                               00010720
               END-IF                                                   00010730
           END-IF                                                       00010740
           .                                                            00010750
                                                                        00010760
      ******************************************************************00010770
      * FINISH-CARD - CLASSIFY AGAINST THE AS-OF DATE, REMEMBER THE    *00010780
      * SETTING FOR THE OVERLAP CHECK, AND ECHO THE CARD.              *00010790
      ******************************************************************00010800
                                                                        00010810
       FINISH-CARD.                                                     00010820
                                                                        00010830
           ADD 1 TO F-CARDS                                             00010840
           EVALUATE TRUE                                                00010850
               WHEN W-REJECT-REASON NOT = SPACES                        00010860
                   SET CARD-REJECTED TO TRUE                            00010870
                   MOVE 'REJECTED' TO W-CARD-STATE-TEXT                 00010880
                   ADD 1 TO F-REJECTED                                  00010890
               WHEN W-CARD-FROM-KEY > W-ASOF-DATE                       00010900
                   SET CARD-STAGED TO TRUE                              00010910
                   MOVE 'STAGED' TO W-CARD-STATE-TEXT                   00010920
                   ADD 1 TO F-STAGED                                    00010930
               WHEN W-CARD-TO-KEY < W-ASOF-DATE                         00010940
                   SET CARD-EXPIRED TO TRUE                             00010950
                   MOVE 'EXPIRED' TO W-CARD-STATE-TEXT                  00010960
                   ADD 1 TO F-EXPIRED                                   00010970
               WHEN OTHER                                               00010980
                   SET CARD-IN-FORCE TO TRUE                            00010990
                   MOVE 'IN FORCE' TO W-CARD-STATE-TEXT                 00011000
                   ADD 1 TO F-IN-FORCE                                  00011010
           END-EVALUATE                                                 00011020
                                                                        00011030
           IF FILE-KEYED AND (CARD-IN-FORCE OR CARD-STAGED)             00011040
               IF KEY-ENTRY-COUNT < KEY-MAX-ENTRIES                     00011050
                   ADD 1 TO KEY-ENTRY-COUNT                             00011060
                   MOVE W-CARD-KEY TO KEY-VALUE(KEY-ENTRY-COUNT)        00011070
                   MOVE W-CARD-FROM-KEY                                 00011080
                     TO KEY-FROM-DATE(KEY-ENTRY-COUNT)                  00011090
                   MOVE W-CARD-TO-KEY                                   00011100
                     TO KEY-TO-DATE(KEY-ENTRY-COUNT)                    00011110
                   MOVE F-CARDS TO KEY-CARD-NO(KEY-ENTRY-COUNT)         00011120
               ELSE                                                     00011130
                   ADD 1 TO F-ERRORS                                    00011140
                   MOVE 'TOO MANY CARDS TO CHECK FOR OVERLAPS'          00011150
                     TO W-REJECT-REASON                                 00011160
               END-IF                                                   00011170
           END-IF                                                       00011180
                                                                        00011190
           MOVE F-CARDS TO W-RPT-CARD-NO                                00011200
           MOVE SPACES TO W-REPORT-LINE                                 00011210
           STRING W-RPT-CARD-NO ' ' W-CARD-IMAGE(1:62)                  00011220
                  ' ' W-CARD-EFF-FROM ' ' W-CARD-EFF-TO                 00011230
                  ' ' W-CARD-STATE-TEXT ' ' W-REJECT-REASON             00011240
                  DELIMITED BY SIZE INTO W-REPORT-LINE                  00011250
           WRITE CCV-REPORT-RECORD FROM W-REPORT-LINE                   00011260
           .                                                            00011270
                                                                        00011280
      ******************************************************************00011290
      * CHECK-SETTING-OVERLAPS - TWO NOT-EXPIRED CARDS FOR THE SAME    *00011300
      * SETTING WHOSE DATE RANGES SHARE A DAY.  HRHSAO3C WOULD TAKE    *00011310
      * WHICHEVER IT MET FIRST (OR LAST) THAT NIGHT.                   *00011320
      ******************************************************************00011330
                                                                        00011340
       CHECK-SETTING-OVERLAPS.                                          00011350
                                                                        00011360
           PERFORM VARYING KEY-IDX FROM 1 BY 1                          00011370
                   UNTIL KEY-IDX > KEY-ENTRY-COUNT                      00011380
               PERFORM VARYING KEY-IDX2 FROM KEY-IDX BY 1               00011390
                       UNTIL KEY-IDX2 > KEY-ENTRY-COUNT                 00011400
                   IF KEY-IDX2 > KEY-IDX AND                            00011410
                      KEY-VALUE(KEY-IDX2) = KEY-VALUE(KEY-IDX) AND      00011420
                      KEY-FROM-DATE(KEY-IDX2) NOT >                     00011430
                                           KEY-TO-DATE(KEY-IDX) AND     00011440
                      KEY-FROM-DATE(KEY-IDX) NOT >                      00011450
                                           KEY-TO-DATE(KEY-IDX2)        00011460
                       ADD 1 TO F-ERRORS                                00011470
                       MOVE KEY-CARD-NO(KEY-IDX)  TO W-RPT-CARD-NO      00011480
                       MOVE KEY-CARD-NO(KEY-IDX2) TO W-RPT-CARD-NO2     00011490
                       MOVE SPACES TO W-REPORT-LINE                     00011500
                       STRING '         ERROR - CARDS ' W-RPT-CARD-NO   00011510
                              ' AND ' W-RPT-CARD-NO2                    00011520
                              ' ARE THE SAME SETTING WITH OVERLAPPING ' 00011530
                              'DATES'                                   00011540
                              DELIMITED BY SIZE INTO W-REPORT-LINE      00011550
                       WRITE CCV-REPORT-RECORD FROM W-REPORT-LINE       00011560
                   END-IF                                               00011570
               END-PERFORM                                              00011580
           END-PERFORM                                                  00011590
           .                                                            00011600
                                                                        00011610
      ******************************************************************00011620
      * FINALIZATION - TOTALS AND RETURN CODE                          *00011630
      ******************************************************************00011640
                                                                        00011650
       FINALIZATION.                                                    00011660
                                                                        00011670
           MOVE SPACES TO CCV-REPORT-RECORD                             00011680
           WRITE CCV-REPORT-RECORD                                      00011690
           MOVE '-------- TOTALS ------------------------------'        00011700
             TO CCV-REPORT-RECORD                                       00011710
           WRITE CCV-REPORT-RECORD                                      00011720
           MOVE A-TOT-FILES-PRESENT TO W-RPT-CNT                        00011730
           MOVE SPACES TO W-REPORT-LINE                                 00011740
           STRING 'CONTROL FILES PRESENT=' W-RPT-CNT                    00011750
                  DELIMITED BY SIZE INTO W-REPORT-LINE                  00011760
           WRITE CCV-REPORT-RECORD FROM W-REPORT-LINE                   00011770
           MOVE A-TOT-CARDS TO W-RPT-CNT                                00011780
           MOVE SPACES TO W-REPORT-LINE                                 00011790
           STRING 'CARDS READ=' W-RPT-CNT                               00011800
                  DELIMITED BY SIZE INTO W-REPORT-LINE                  00011810
           WRITE CCV-REPORT-RECORD FROM W-REPORT-LINE                   00011820
           MOVE A-TOT-IN-FORCE TO W-RPT-CNT                             00011830
           MOVE SPACES TO W-REPORT-LINE                                 00011840
           STRING 'CARDS IN FORCE=' W-RPT-CNT                           00011850
                  DELIMITED BY SIZE INTO W-REPORT-LINE                  00011860
           WRITE CCV-REPORT-RECORD FROM W-REPORT-LINE                   00011870
           MOVE A-TOT-STAGED TO W-RPT-CNT                               00011880
           MOVE SPACES TO W-REPORT-LINE                                 00011890
           STRING 'CARDS STAGED=' W-RPT-CNT                             00011900
                  DELIMITED BY SIZE INTO W-REPORT-LINE                  00011910
           WRITE CCV-REPORT-RECORD FROM W-REPORT-LINE                   00011920
           MOVE A-TOT-EXPIRED TO W-RPT-CNT                              00011930
           MOVE SPACES TO W-REPORT-LINE                                 00011940
           STRING 'CARDS EXPIRED (MAY BE REMOVED)=' W-RPT-CNT           00011950
                  DELIMITED BY SIZE INTO W-REPORT-LINE                  00011960
           WRITE CCV-REPORT-RECORD FROM W-REPORT-LINE                   00011970
           MOVE A-TOT-ERRORS TO W-RPT-CNT                               00011980
           MOVE SPACES TO W-REPORT-LINE                                 00011990
           STRING 'ERRORS=' W-RPT-CNT                                   00012000
                  DELIMITED BY SIZE INTO W-REPORT-LINE                  00012010
           WRITE CCV-REPORT-RECORD FROM W-REPORT-LINE                   00012020
                                                                        00012030
           IF A-TOT-ERRORS > 0                                          00012040
               MOVE 'CONTROL CARD ERRORS - HRHSAO3C MUST NOT RUN'       00012050
                 TO CCV-REPORT-RECORD                                   00012060
               WRITE CCV-REPORT-RECORD                                  00012070
               DISPLAY 'HRHSCCV1: CONTROL CARD ERRORS - SEE HRHNCCVR'   00012080
               MOVE 8 TO RETURN-CODE                                    00012090
           ELSE                                                         00012100
               DISPLAY 'HRHSCCV1: CONTROL CARDS GOOD FOR ' W-ASOF-DATE  00012110
               MOVE 0 TO RETURN-CODE                                    00012120
           END-IF                                                       00012130
           CLOSE CCV-REPORT                                             00012140
           DISPLAY 'HRHSCCV1: CARDS=' A-TOT-CARDS                       00012150
                   ' IN FORCE=' A-TOT-IN-FORCE                          00012160
                   ' STAGED=' A-TOT-STAGED                              00012170
                   ' ERRORS=' A-TOT-ERRORS                              00012180
           PERFORM WRITE-RUN-LEDGER                                     00012190
           STOP RUN                                                     00012200
           .                                                            00012210
                                                                        00012220
      ******************************************************************00012230
      * WRITE-RUN-LEDGER - ONE STANDARD RECORD PER STEP PER RUN ON    * 00012240
      * THE SHARED HRHNRLDG LEDGER (SEE HRHYRLDG / HRHSRLR1).         * 00012250
      * LEDGER TROUBLE NEVER FAILS THE BUSINESS STEP.                 * 00012260
      ******************************************************************00012270
                                                                        00012280
       WRITE-RUN-LEDGER.                                                00012290
                                                                        00012300
           OPEN EXTEND RUN-LEDGER-FILE                                  00012310
           IF W-HRHNRLDG-GOOD-OPEN                                      00012320
               CONTINUE                                                 00012330
           ELSE                                                         00012340
               OPEN OUTPUT RUN-LEDGER-FILE                              00012350
           END-IF                                                       00012360
           IF W-HRHNRLDG-GOOD-OPEN                                      00012370
               ACCEPT W-RLG-END-TIME FROM TIME                          00012380
               MOVE SPACES          TO RUN-LEDGER-RECORD                00012390
               MOVE W-RLG-RUN-DATE  TO RLG-RUN-DATE                     00012400
               MOVE 'HRHSCCV1'      TO RLG-PROGRAM                      00012410
               MOVE 'HRBNCCVP'      TO RLG-INPUT-DD                     00012420
               MOVE 'HRHNCCVR'      TO RLG-OUTPUT-DD                    00012430
               MOVE A-TOT-CARDS     TO RLG-RECS-IN                      00012440
               MOVE A-TOT-IN-FORCE  TO RLG-RECS-OUT                     00012450
               MOVE RETURN-CODE     TO RLG-RETURN-CODE                  00012460
               MOVE W-RLG-START-TIME(1:6) TO RLG-START-TIME             00012470
               MOVE W-RLG-END-TIME(1:6)   TO RLG-END-TIME               00012480
               WRITE RUN-LEDGER-RECORD                                  00012490
               CLOSE RUN-LEDGER-FILE                                    00012500
           ELSE                                                         00012510
               DISPLAY 'HRHSCCV1: HRHNRLDG DID NOT OPEN - STATUS '      00012520
                       W-HRHNRLDG-STATUS ' - NO LEDGER RECORD'          00012530
           END-IF                                                       00012540
           .                                                            00012550
