      ******************************************************************00000100
      *                                                                *00000110
      *                        HRHSRET1                                *00000120
      *                                                                *00000130
      *     FUNCTION:                                                  *00000140
      *                                                                *00000150
      *     RETENTION-MANAGED ARCHIVE AND PURGE OF THE CLAIMS-SIDE     *00000160
      *     HISTORY FILES.  NOTHING EVER REMOVED ROWS FROM THEM, AND   *00000170
      *     HRBNSENT IN PARTICULAR IS READ FOR EVERY CLAIM BY          *00000180
      *     CHECK-DUPLICATE-SENT IN HRHSAO3C, SO THE NIGHT GOT SLOWER  *00000190
      *     EVERY MONTH.  THE SAME APPROACH AS INSB614 TAKES FOR       *00000200
      *     T3375, ONE FILE AT A TIME:                                 *00000210
      *       1. UNLOAD - EVERY RECORD OLDER THAN THE FILE'S           *00000220
      *          RETENTION HORIZON IS WRITTEN TO THE FILE'S ARCHIVE    *00000230
      *          DD (POINT AT A NEW DATED GENERATION IN THE JCL) AND   *00000240
      *          EVERY OTHER RECORD TO ITS KEEP DD,                    *00000250
      *       2. VERIFY - THE ARCHIVE IS READ BACK AND MUST HOLD       *00000260
      *          EXACTLY THE RECORDS UNLOADED, AND ARCHIVED + KEPT     *00000270
      *          MUST EQUAL THE RECORDS READ.  IF ANY FILE FAILS,      *00000280
      *          NOTHING IS PURGED FROM ANY FILE (RC 08),              *00000290
      *       3. REBUILD - THE KSDS FILES ARE RELOADED FROM THEIR      *00000300
      *          KEEP UNLOAD, AND THE RELOAD COUNT IS CHECKED.  THE    *00000310
      *          SEQUENTIAL FILES ARE NEVER REWRITTEN IN PLACE - THEIR *00000320
      *          KEEP OUTPUT IS THE NEW LIVE GENERATION, WHICH THE JCL *00000330
      *          CATALOGS (AND DELETES THE OLD ONES) ONLY ON RC 00,    *00000340
      *     AND PRINTS A BEFORE/AFTER COUNT REPORT BY FILE.            *00000350
      *                                                                *00000360
      *     THE ARCHIVES KEEP THE LIVE RECORD LAYOUT UNCHANGED, SO     *00000370
      *     THEY CAN BE READ BY ANYTHING THAT READS THE LIVE FILE.     *00000380
      *     HRHSCRX1 AND HRHSINV1 TAKE THE HRHNARID ARCHIVES ON THEIR  *00000390
      *     OPTIONAL HRHNARIA DD FOR A PERIOD THAT REACHES BACK PAST   *00000400
      *     THE LIVE RETENTION.                                        *00000410
      *                                                                *00000420
      *     FILE      AGED BY                  RETAINED REGARDLESS     *00000430
      *     --------  -----------------------  ---------------------   *00000440
      *     HRBNSENT  SNT-RUN-DATE             MINIMUM 24 MONTHS -     *00000450
      *                                        THE PRIOR PLAN YEAR CAN *00000460
      *                                        STILL BE RE-SELECTED    *00000470
      *     HRHNARID  AR-ADJUSTMENT-DATE                               *00000480
      *     HRHNGTOT  GTH-RUN-DATE                                     *00000490
      *     HRHNRLDG  RLG-RUN-DATE                                     *00000500
      *     HRHNSCL   SCL-RUN-DATE                                     *00000510
      *     HRHNDSPM  DSP-STATUS-DATE          SENT, PENDED AND        *00000520
      *                                        QUEUED-RSN CLAIMS ARE   *00000530
      *                                        STILL OPEN - ONLY       *00000540
      *                                        ACCEPTED AND REJECTED   *00000550
      *                                        CLAIMS ARE ARCHIVED     *00000560
      *     A RECORD WHOSE DATE IS BLANK OR NOT NUMERIC IS KEPT.       *00000570
      *                                                                *00000580
      *     RUN OUTSIDE THE CLAIMS NIGHT - THE STEP REBUILDS HRHNRLDG  *00000590
      *     ITSELF, SO IT WRITES NO RUN-LEDGER RECORD.  IF THE STEP    *00000600
      *     FAILS DURING A KSDS RELOAD, THE KSDS IS RESTORED FROM ITS  *00000610
      *     KEEP AND ARCHIVE UNLOADS, BOTH OF WHICH ARE COMPLETE       *00000620
      *     BEFORE THE RELOAD STARTS.                                  *00000630
      *                                                                *00000640
      *     INPUT FILES:  HRBNRETP - ONE CARD PER FILE TO PROCESS:     *00000650
      *                      COLS  1-08  FILE DDNAME (AS ABOVE)        *00000660
      *                      COLS 10-12  RETENTION IN MONTHS           *00000670
      *                   (A FILE WITH NO CARD IS NOT TOUCHED)         *00000680
      *                   HRBNSENT - SENT-CLAIM HISTORY KSDS           *00000690
      *                   HRHNARID - AUDIT GENERATIONS, CONCATENATED   *00000700
      *                   HRHNGTOT - GRAND-TOTAL GENERATIONS           *00000710
      *                   HRHNRLDG - SHARED RUN LEDGER                 *00000720
      *                   HRHNSCL  - SUBPROGRAM CALL LOG GENERATIONS   *00000730
      *                   HRHNDSPM - CLAIM DISPOSITION MASTER KSDS     *00000740
      *                                                                *00000750
      *     OUTPUT FILES: HRBNSENA HRHNARIA HRHNGTOA HRHNRLDA          *00000760
      *                   HRHNSCLA HRHNDSPA - ARCHIVE GENERATIONS      *00000770
      *                   HRBNSENK HRHNARIK HRHNGTOK HRHNRLDK          *00000780
      *                   HRHNSCLK HRHNDSPK - RETAINED RECORDS (NEW    *00000790
      *                              LIVE GENERATION / KSDS RELOAD)    *00000800
      *                   HRHNRETR - BEFORE/AFTER COUNT REPORT         *00000810
      *                                                                *00000820
      *     RETURN CODE:  00 - ARCHIVED, VERIFIED AND PURGED           *00000830
      *                   04 - NOTHING OLDER THAN ANY HORIZON          *00000840
      *                   08 - AN ARCHIVE DID NOT VERIFY - NOTHING     *00000850
      *                        PURGED, DO NOT CATALOG THE KEEP FILES   *00000860
      *                   12 - BAD CONTROL CARD, FILE ERROR, OR A      *00000870
      *                        KSDS RELOAD FAILED (RESTORE IT)         *00000880
      *                                                                *00000890
      *     MODIFICATIONS:- DISPLAYED IN THE LOG BELOW                 *00000900
      *                                                                *00000910
      ******************************************************************00000920
      *           MODIFICATION LOG FOR HRHSRET1                        *00000930
      *  SCAN   ACTIVITY DATE     SE NAME                              *00000940
      *  ------ -------- -------- ----------------------------------   *00000950
      *          NEW PROGRAM                                           *00000960
      ******************************************************************00000970
                                                                        00000980
       IDENTIFICATION DIVISION.                                         00000990
       PROGRAM-ID.    HRHSRET1.                                         00001000
                                                                        00001010
       ENVIRONMENT DIVISION.                                            00001020
       CONFIGURATION SECTION.                                           00001030
                                                                        00001040
       INPUT-OUTPUT SECTION.                                            00001050
       FILE-CONTROL.                                                    00001060
                                                                        00001070
           SELECT RETENTION-PARM-FILE ASSIGN TO HRBNRETP                00001080
                                   FILE STATUS IS W-HRBNRETP-STATUS.    00001090
                                                                        00001100
           SELECT OPTIONAL SENT-CLAIM-HIST-FILE ASSIGN TO HRBNSENT      00001110
                                   ORGANIZATION IS INDEXED              00001120
                                   ACCESS MODE IS SEQUENTIAL            00001130
                                   RECORD KEY IS SNT-HIST-KEY           00001140
                                   FILE STATUS IS W-HRBNSENT-STATUS.    00001150
           SELECT SENT-ARCHIVE-FILE ASSIGN TO HRBNSENA                  00001160
                                   FILE STATUS IS W-HRBNSENA-STATUS.    00001170
           SELECT SENT-KEEP-FILE ASSIGN TO HRBNSENK                     00001180
                                   FILE STATUS IS W-HRBNSENK-STATUS.    00001190
                                                                        00001200
           SELECT OPTIONAL CAR-REC-AUDIT-FILE ASSIGN TO HRHNARID        00001210
                                   FILE STATUS IS W-HRHNARID-STATUS.    00001220
           SELECT AUDIT-ARCHIVE-FILE ASSIGN TO HRHNARIA                 00001230
                                   FILE STATUS IS W-HRHNARIA-STATUS.    00001240
           SELECT AUDIT-KEEP-FILE ASSIGN TO HRHNARIK                    00001250
                                   FILE STATUS IS W-HRHNARIK-STATUS.    00001260
                                                                        00001270
           SELECT OPTIONAL GRAND-TOTAL-HIST-FILE ASSIGN TO HRHNGTOT     00001280
                                   FILE STATUS IS W-HRHNGTOT-STATUS.    00001290
           SELECT GTOT-ARCHIVE-FILE ASSIGN TO HRHNGTOA                  00001300
                                   FILE STATUS IS W-HRHNGTOA-STATUS.    00001310
           SELECT GTOT-KEEP-FILE ASSIGN TO HRHNGTOK                     00001320
                                   FILE STATUS IS W-HRHNGTOK-STATUS.    00001330
                                                                        00001340
           SELECT OPTIONAL RUN-LEDGER-FILE ASSIGN TO HRHNRLDG           00001350
                                   FILE STATUS IS W-HRHNRLDG-STATUS.    00001360
           SELECT LEDGER-ARCHIVE-FILE ASSIGN TO HRHNRLDA                00001370
                                   FILE STATUS IS W-HRHNRLDA-STATUS.    00001380
           SELECT LEDGER-KEEP-FILE ASSIGN TO HRHNRLDK                   00001390
                                   FILE STATUS IS W-HRHNRLDK-STATUS.    00001400
                                                                        00001410
           SELECT OPTIONAL SUBPROGRAM-CALL-LOG-FILE ASSIGN TO HRHNSCL   00001420
                                   FILE STATUS IS W-HRHNSCL-STATUS.     00001430
           SELECT SCL-ARCHIVE-FILE ASSIGN TO HRHNSCLA                   00001440
                                   FILE STATUS IS W-HRHNSCLA-STATUS.    00001450
           SELECT SCL-KEEP-FILE ASSIGN TO HRHNSCLK                      00001460
                                   FILE STATUS IS W-HRHNSCLK-STATUS.    00001470
                                                                        00001480
           SELECT OPTIONAL CLAIM-DISP-MASTER ASSIGN TO HRHNDSPM         00001490
                                   ORGANIZATION IS INDEXED              00001500
                                   ACCESS MODE IS SEQUENTIAL            00001510
                                   RECORD KEY IS DSP-CLAIM-CTL-NO       00001520
                                   FILE STATUS IS W-HRHNDSPM-STATUS.    00001530
           SELECT DISP-ARCHIVE-FILE ASSIGN TO HRHNDSPA                  00001540
                                   FILE STATUS IS W-HRHNDSPA-STATUS.    00001550
           SELECT DISP-KEEP-FILE ASSIGN TO HRHNDSPK                     00001560
                                   FILE STATUS IS W-HRHNDSPK-STATUS.    00001570
                                                                        00001580
           SELECT RETENTION-REPORT ASSIGN TO HRHNRETR                   00001590
                                   FILE STATUS IS W-HRHNRETR-STATUS.    00001600
                                                                        00001610
       DATA DIVISION.                                                   00001620
                                                                        00001630
       FILE SECTION.                                                    00001640
                                                                        00001650
       FD  RETENTION-PARM-FILE                                          00001660
           RECORDING MODE IS F                                          00001670
           LABEL RECORDS ARE STANDARD                                   00001680
           BLOCK CONTAINS 0 RECORDS.                                    00001690
                                                                        00001700
       01  RETENTION-PARM-RECORD.                                       00001710
           05  RTP-DDNAME               PIC X(08).                      00001720
           05  FILLER                   PIC X(01).                      00001730
           05  RTP-RETAIN-MONTHS-X      PIC X(03).                      00001740
           05  RTP-RETAIN-MONTHS REDEFINES RTP-RETAIN-MONTHS-X          00001750
                                        PIC 9(03).                      00001760
           05  FILLER                   PIC X(68).                      00001770
                                                                        00001780
      ******************************************************************00001790
      * HRBNSENT - SENT-CLAIM HISTORY (AS HRHSAO3C)                    *00001800
      ******************************************************************00001810
                                                                        00001820
       FD  SENT-CLAIM-HIST-FILE                                         00001830
           RECORD CONTAINS 80 CHARACTERS.                               00001840
                                                                        00001850
       01  SENT-CLAIM-HIST-RECORD.                                      00001860
           05  SNT-HIST-KEY.                                            00001870
               10  SNT-CLAIM-CTL-NO    PIC 9(15).                       00001880
               10  SNT-VENDOR-CODE     PIC X(05).                       00001890
           05  SNT-ADJUSTMENT-DATE     PIC X(08).                       00001900
           05  SNT-RUN-DATE            PIC X(08).                       00001910
           05  FILLER                  PIC X(44).                       00001920
                                                                        00001930
       FD  SENT-ARCHIVE-FILE                                            00001940
           RECORDING MODE IS F                                          00001950
           LABEL RECORDS ARE STANDARD                                   00001960
           BLOCK CONTAINS 0 RECORDS.                                    00001970
                                                                        00001980
       01  SENT-ARCHIVE-RECORD          PIC X(80).                      00001990
                                                                        00002000
       FD  SENT-KEEP-FILE                                               00002010
           RECORDING MODE IS F                                          00002020
           LABEL RECORDS ARE STANDARD                                   00002030
           BLOCK CONTAINS 0 RECORDS.                                    00002040
                                                                        00002050
       01  SENT-KEEP-RECORD             PIC X(80).                      00002060
                                                                        00002070
      ******************************************************************00002080
      * HRHNARID - CAR-REC-ID AUDIT (AS HRHSAO3C)                      *00002090
      ******************************************************************00002100
                                                                        00002110
       FD  CAR-REC-AUDIT-FILE                                           00002120
           RECORDING MODE IS F                                          00002130
           LABEL RECORDS ARE STANDARD                                   00002140
           BLOCK CONTAINS 0 RECORDS.                                    00002150
                                                                        00002160
       01  CAR-REC-AUDIT-RECORD.                                        00002170
           05  AR-CAR-REC-ID            PIC X(50).                      00002180
           05  AR-CLAIM-CTL-NO          PIC 9(15).                      00002190
           05  AR-ADJUSTMENT-DATE       PIC X(08).                      00002200
           05  FILLER                   PIC X(27).                      00002210
                                                                        00002220
       FD  AUDIT-ARCHIVE-FILE                                           00002230
           RECORDING MODE IS F                                          00002240
           LABEL RECORDS ARE STANDARD                                   00002250
           BLOCK CONTAINS 0 RECORDS.                                    00002260
                                                                        00002270
       01  AUDIT-ARCHIVE-RECORD         PIC X(100).                     00002280
                                                                        00002290
       FD  AUDIT-KEEP-FILE                                              00002300
           RECORDING MODE IS F                                          00002310
           LABEL RECORDS ARE STANDARD                                   00002320
           BLOCK CONTAINS 0 RECORDS.                                    00002330
                                                                        00002340
       01  AUDIT-KEEP-RECORD            PIC X(100).                     00002350
                                                                        00002360
      ******************************************************************00002370
      * HRHNGTOT - GRAND-TOTAL HISTORY (AS HRHSAO3C / HRHSGTR1)        *00002380
      ******************************************************************00002390
                                                                        00002400
       FD  GRAND-TOTAL-HIST-FILE                                        00002410
           RECORDING MODE IS F                                          00002420
           LABEL RECORDS ARE STANDARD                                   00002430
           BLOCK CONTAINS 0 RECORDS.                                    00002440
                                                                        00002450
       01  GRAND-TOTAL-HIST-RECORD.                                     00002460
           05  GTH-GRAND-TOTAL          PIC S9(07)V9(02).               00002470
           05  GTH-TOLERANCE-PERCENT    PIC 9(03)V9(02).                00002480
           05  GTH-RUN-DATE             PIC X(08).                      00002490
           05  FILLER                   PIC X(59).                      00002500
                                                                        00002510
       FD  GTOT-ARCHIVE-FILE                                            00002520
           RECORDING MODE IS F                                          00002530
           LABEL RECORDS ARE STANDARD                                   00002540
           BLOCK CONTAINS 0 RECORDS.                                    00002550
                                                                        00002560
       01  GTOT-ARCHIVE-RECORD          PIC X(81).                      00002570
                                                                        00002580
       FD  GTOT-KEEP-FILE                                               00002590
           RECORDING MODE IS F                                          00002600
           LABEL RECORDS ARE STANDARD                                   00002610
           BLOCK CONTAINS 0 RECORDS.                                    00002620
                                                                        00002630
       01  GTOT-KEEP-RECORD             PIC X(81).                      00002640
                                                                        00002650
      ******************************************************************00002660
      * HRHNRLDG - SHARED RUN LEDGER                                   *00002670
      ******************************************************************00002680
                                                                        00002690
       FD  RUN-LEDGER-FILE                                              00002700
           RECORDING MODE IS F                                          00002710
           LABEL RECORDS ARE STANDARD                                   00002720
           BLOCK CONTAINS 0 RECORDS.                                    00002730
                                                                        00002740
       COPY HRHYRLDG.                                                   00002750
                                                                        00002760
       FD  LEDGER-ARCHIVE-FILE                                          00002770
           RECORDING MODE IS F                                          00002780
           LABEL RECORDS ARE STANDARD                                   00002790
           BLOCK CONTAINS 0 RECORDS.                                    00002800
                                                                        00002810
       01  LEDGER-ARCHIVE-RECORD        PIC X(80).                      00002820
                                                                        00002830
       FD  LEDGER-KEEP-FILE                                             00002840
           RECORDING MODE IS F                                          00002850
           LABEL RECORDS ARE STANDARD                                   00002860
           BLOCK CONTAINS 0 RECORDS.                                    00002870
                                                                        00002880
       01  LEDGER-KEEP-RECORD           PIC X(80).                      00002890
                                                                        00002900
      ******************************************************************00002910
      * HRHNSCL - SUBPROGRAM CALL LOG (AS HRHSAO3C)                    *00002920
      ******************************************************************00002930
                                                                        00002940
       FD  SUBPROGRAM-CALL-LOG-FILE                                     00002950
           RECORDING MODE IS F                                          00002960
           LABEL RECORDS ARE STANDARD                                   00002970
           BLOCK CONTAINS 0 RECORDS.                                    00002980
                                                                        00002990
       01  SUBPROGRAM-CALL-LOG-RECORD.                                  00003000
           05  SCL-RUN-DATE             PIC X(08).                      00003010
           05  FILLER                   PIC X(69).                      00003020
                                                                        00003030
       FD  SCL-ARCHIVE-FILE                                             00003040
           RECORDING MODE IS F                                          00003050
           LABEL RECORDS ARE STANDARD                                   00003060
           BLOCK CONTAINS 0 RECORDS.                                    00003070
                                                                        00003080
       01  SCL-ARCHIVE-RECORD           PIC X(77).                      00003090
                                                                        00003100
       FD  SCL-KEEP-FILE                                                00003110
           RECORDING MODE IS F                                          00003120
           LABEL RECORDS ARE STANDARD                                   00003130
           BLOCK CONTAINS 0 RECORDS.                                    00003140
                                                                        00003150
       01  SCL-KEEP-RECORD              PIC X(77).                      00003160
                                                                        00003170
      ******************************************************************00003180
      * HRHNDSPM - CLAIM DISPOSITION MASTER (AS HRHSDSP1)              *00003190
      ******************************************************************00003200
                                                                        00003210
       FD  CLAIM-DISP-MASTER                                            00003220
           RECORD CONTAINS 80 CHARACTERS.                               00003230
                                                                        00003240
       01  CLAIM-DISP-RECORD.                                           00003250
           05  DSP-CLAIM-CTL-NO         PIC 9(15).                      00003260
           05  DSP-STATUS               PIC X(10).                      00003270
               88  DSP-ACCEPTED                VALUE 'ACCEPTED'.        00003280
               88  DSP-REJECTED                VALUE 'REJECTED'.        00003290
           05  DSP-VENDOR-CODE          PIC X(05).                      00003300
           05  DSP-SENT-DATE            PIC X(08).                      00003310
           05  DSP-STATUS-DATE          PIC X(08).                      00003320
           05  FILLER                   PIC X(34).                      00003330
                                                                        00003340
       FD  DISP-ARCHIVE-FILE                                            00003350
           RECORDING MODE IS F                                          00003360
           LABEL RECORDS ARE STANDARD                                   00003370
           BLOCK CONTAINS 0 RECORDS.                                    00003380
                                                                        00003390
       01  DISP-ARCHIVE-RECORD          PIC X(80).                      00003400
                                                                        00003410
       FD  DISP-KEEP-FILE                                               00003420
           RECORDING MODE IS F                                          00003430
           LABEL RECORDS ARE STANDARD                                   00003440
           BLOCK CONTAINS 0 RECORDS.                                    00003450
                                                                        00003460
       01  DISP-KEEP-RECORD             PIC X(80).                      00003470
                                                                        00003480
       FD  RETENTION-REPORT                                             00003490
           RECORDING MODE IS F                                          00003500
           LABEL RECORDS ARE STANDARD                                   00003510
           BLOCK CONTAINS 0 RECORDS.                                    00003520
                                                                        00003530
       01  RETENTION-REPORT-RECORD      PIC X(132).                     00003540
                                                                        00003550
      ******************************************************************00003560
      *          WORKING STORAGE                                       *00003570
      ******************************************************************00003580
                                                                        00003590
       WORKING-STORAGE SECTION.                                         00003600
                                                                        00003610
       01  WS-START                    PIC X(40)                        00003620
           VALUE 'HRHSRET1-WORKING STORAGE STARTS HERE'.                00003630
                                                                        00003640
       01  W-HRBNRETP-STATUS           PIC X(02).                       00003650
           88  W-HRBNRETP-GOOD-OPEN            VALUE  '00'.             00003660
           88  W-HRBNRETP-AT-END               VALUE  '10'.             00003670
       01  W-HRBNSENT-STATUS           PIC X(02).                       00003680
           88  W-HRBNSENT-GOOD-OPEN            VALUES '00' '97'.        00003690
           88  W-HRBNSENT-GOOD-IO              VALUE  '00'.             00003700
       01  W-HRBNSENA-STATUS           PIC X(02).                       00003710
           88  W-HRBNSENA-GOOD-IO              VALUE  '00'.             00003720
       01  W-HRBNSENK-STATUS           PIC X(02).                       00003730
           88  W-HRBNSENK-GOOD-IO              VALUE  '00'.             00003740
       01  W-HRHNARID-STATUS           PIC X(02).                       00003750
           88  W-HRHNARID-GOOD-OPEN            VALUES '00' '97'.        00003760
           88  W-HRHNARID-GOOD-IO              VALUE  '00'.             00003770
       01  W-HRHNARIA-STATUS           PIC X(02).                       00003780
           88  W-HRHNARIA-GOOD-IO              VALUE  '00'.             00003790
       01  W-HRHNARIK-STATUS           PIC X(02).                       00003800
           88  W-HRHNARIK-GOOD-IO              VALUE  '00'.             00003810
       01  W-HRHNGTOT-STATUS           PIC X(02).                       00003820
           88  W-HRHNGTOT-GOOD-OPEN            VALUES '00' '97'.        00003830
           88  W-HRHNGTOT-GOOD-IO              VALUE  '00'.             00003840
       01  W-HRHNGTOA-STATUS           PIC X(02).                       00003850
           88  W-HRHNGTOA-GOOD-IO              VALUE  '00'.             00003860
       01  W-HRHNGTOK-STATUS           PIC X(02).                       00003870
           88  W-HRHNGTOK-GOOD-IO              VALUE  '00'.             00003880
       01  W-HRHNRLDG-STATUS           PIC X(02).                       00003890
           88  W-HRHNRLDG-GOOD-OPEN            VALUES '00' '97'.        00003900
           88  W-HRHNRLDG-GOOD-IO              VALUE  '00'.             00003910
       01  W-HRHNRLDA-STATUS           PIC X(02).                       00003920
           88  W-HRHNRLDA-GOOD-IO              VALUE  '00'.             00003930
       01  W-HRHNRLDK-STATUS           PIC X(02).                       00003940
           88  W-HRHNRLDK-GOOD-IO              VALUE  '00'.             00003950
       01  W-HRHNSCL-STATUS            PIC X(02).                       00003960
           88  W-HRHNSCL-GOOD-OPEN             VALUES '00' '97'.        00003970
           88  W-HRHNSCL-GOOD-IO               VALUE  '00'.             00003980
       01  W-HRHNSCLA-STATUS           PIC X(02).                       00003990
           88  W-HRHNSCLA-GOOD-IO              VALUE  '00'.             00004000
       01  W-HRHNSCLK-STATUS           PIC X(02).                       00004010
           88  W-HRHNSCLK-GOOD-IO              VALUE  '00'.             00004020
       01  W-HRHNDSPM-STATUS           PIC X(02).                       00004030
           88  W-HRHNDSPM-GOOD-OPEN            VALUES '00' '97'.        00004040
           88  W-HRHNDSPM-GOOD-IO              VALUE  '00'.             00004050
       01  W-HRHNDSPA-STATUS           PIC X(02).                       00004060
           88  W-HRHNDSPA-GOOD-IO              VALUE  '00'.             00004070
       01  W-HRHNDSPK-STATUS           PIC X(02).                       00004080
           88  W-HRHNDSPK-GOOD-IO              VALUE  '00'.             00004090
       01  W-HRHNRETR-STATUS           PIC X(02).                       00004100
           88  W-HRHNRETR-GOOD-OPEN            VALUE  '00'.             00004110
                                                                        00004120
      ******************************************************************00004130
      *          THE FILES UNDER RETENTION, THEIR SETTINGS AND COUNTS  *00004140
      ******************************************************************00004150
                                                                        00004160
       01  RETENTION-FILE-LIST.                                         00004170
           05  FILLER                  PIC X(11) VALUE 'HRBNSENT024'.   00004180
           05  FILLER                  PIC X(11) VALUE 'HRHNARID001'.   00004190
           05  FILLER                  PIC X(11) VALUE 'HRHNGTOT001'.   00004200
           05  FILLER                  PIC X(11) VALUE 'HRHNRLDG001'.   00004210
           05  FILLER                  PIC X(11) VALUE 'HRHNSCL 001'.   00004220
           05  FILLER                  PIC X(11) VALUE 'HRHNDSPM001'.   00004230
       01  RETENTION-FILE-LIST-R REDEFINES RETENTION-FILE-LIST.         00004240
           05  RFL-ENTRY OCCURS 6 TIMES.                                00004250
               10  RFL-DDNAME          PIC X(08).                       00004260
               10  RFL-MIN-MONTHS      PIC 9(03).                       00004270
                                                                        00004280
       01  RTF-MAX-ENTRIES             PIC 9(03) COMP VALUE 6.          00004290
       01  RTF-IDX                     PIC 9(03) COMP VALUE 0.          00004300
       01  RETENTION-FILE-TABLE.                                        00004310
           05  RTF-ENTRY OCCURS 6 TIMES.                                00004320
               10  RTF-DDNAME          PIC X(08).                       00004330
               10  RTF-MIN-MONTHS      PIC 9(03).                       00004340
               10  RTF-RETAIN-MONTHS   PIC 9(03).                       00004350
               10  RTF-HORIZON-DATE    PIC X(08).                       00004360
               10  RTF-SELECTED-SW     PIC X(01).                       00004370
                   88  RTF-SELECTED            VALUE 'Y'.               00004380
               10  RTF-RESULT          PIC X(24).                       00004390
               10  RTF-BEFORE          PIC S9(09) COMP SYNC.            00004400
               10  RTF-ARCHIVED        PIC S9(09) COMP SYNC.            00004410
               10  RTF-KEPT            PIC S9(09) COMP SYNC.            00004420
               10  RTF-VERIFIED        PIC S9(09) COMP SYNC.            00004430
               10  RTF-AFTER           PIC S9(09) COMP SYNC.            00004440
                                                                        00004450
       01  SW-FILE-ERROR               PIC X(01) VALUE 'N'.             00004460
           88  FILE-ERROR                      VALUE 'Y'.               00004470
           88  FILE-NO-ERROR                   VALUE 'N'.               00004480
       01  SW-RECORD-EXPIRED           PIC X(01) VALUE 'N'.             00004490
           88  RECORD-EXPIRED                  VALUE 'Y'.               00004500
           88  RECORD-RETAINED                 VALUE 'N'.               00004510
       01  W-RECORD-DATE               PIC X(08).                       00004520
                                                                        00004530
      ******************************************************************00004540
      *          RUN DATE AND HORIZON ARITHMETIC                       *00004550
      ******************************************************************00004560
                                                                        00004570
       01  W-RUN-DATE                  PIC 9(08).                       00004580
       01  W-RUN-DATE-R REDEFINES W-RUN-DATE.                           00004590
           05  W-RUN-CCYY              PIC 9(04).                       00004600
           05  W-RUN-MM                PIC 9(02).                       00004610
           05  W-RUN-DD                PIC 9(02).                       00004620
       01  W-HORIZON-DATE              PIC 9(08).                       00004630
       01  W-HORIZON-DATE-R REDEFINES W-HORIZON-DATE.                   00004640
           05  W-HZN-CCYY              PIC 9(04).                       00004650
           05  W-HZN-MM                PIC 9(02).                       00004660
           05  W-HZN-DD                PIC 9(02).                       00004670
       01  W-MONTH-COUNT               PIC S9(07) COMP.                 00004680
       01  W-MONTH-REM                 PIC S9(03) COMP.                 00004690
                                                                        00004700
      ******************************************************************00004710
      *          ACCUMULATORS                                          *00004720
      ******************************************************************00004730
                                                                        00004740
       01  ACCUMULATORS.                                                00004750
           05  A-TOT-CARDS              PIC S9(09) COMP SYNC VALUE +0.  00004760
           05  A-TOT-FILES-SELECTED     PIC S9(09) COMP SYNC VALUE +0.  00004770
           05  A-TOT-FILES-FAILED       PIC S9(09) COMP SYNC VALUE +0.  00004780
           05  A-TOT-ARCHIVED           PIC S9(09) COMP SYNC VALUE +0.  00004790
           05  A-TOT-RELOAD-FAILED      PIC S9(09) COMP SYNC VALUE +0.  00004800
                                                                        00004810
       01  W-REPORT-LINE               PIC X(132).                      00004820
       01  W-RPT-BEFORE                PIC Z(8)9.                       00004830
       01  W-RPT-ARCHIVED              PIC Z(8)9.                       00004840
       01  W-RPT-AFTER                 PIC Z(8)9.                       00004850
       01  W-RPT-MONTHS                PIC ZZ9.                         00004860
                                                                        00004870
      ******************************************************************00004880
      *                    PROCEDURE DIVISION                          *00004890
      ******************************************************************00004900
                                                                        00004910
       PROCEDURE DIVISION.                                              00004920
                                                                        00004930
       MAINLINE.                                                        00004940
                                                                        00004950
           PERFORM INITIALIZATION                                       00004960
           PERFORM LOAD-RETENTION-CARDS                                 00004970
           PERFORM VARYING RTF-IDX FROM 1 BY 1                          00004980
                   UNTIL RTF-IDX > RTF-MAX-ENTRIES                      00004990
               IF RTF-SELECTED(RTF-IDX)                                 00005000
                   PERFORM UNLOAD-AND-VERIFY-FILE                       00005010
               END-IF                                                   00005020
           END-PERFORM                                                  00005030
           IF A-TOT-FILES-FAILED = 0                                    00005040
               PERFORM REBUILD-KSDS-FILES                               00005050
           END-IF                                                       00005060
           PERFORM FINALIZATION                                         00005070
           .                                                            00005080
                                                                        00005090
       INITIALIZATION.                                                  00005100
                                                                        00005110
           ACCEPT W-RUN-DATE FROM DATE YYYYMMDD                         00005120
                                                                        00005130
           OPEN OUTPUT RETENTION-REPORT                                 00005140
           IF W-HRHNRETR-GOOD-OPEN                                      00005150
               CONTINUE                                                 00005160
           ELSE                                                         00005170
               DISPLAY 'HRHSRET1: HRHNRETR DID NOT OPEN - STATUS '      00005180
                       W-HRHNRETR-STATUS                                00005190
               MOVE 12 TO RETURN-CODE                                   00005200
               STOP RUN                                                 00005210
           END-IF                                                       00005220
           MOVE '-------- HRHSRET1 HISTORY FILE RETENTION --------'     00005230
             TO RETENTION-REPORT-RECORD                                 00005240
           WRITE RETENTION-REPORT-RECORD                                00005250
                                                                        00005260
           PERFORM VARYING RTF-IDX FROM 1 BY 1                          00005270
                   UNTIL RTF-IDX > RTF-MAX-ENTRIES                      00005280
               INITIALIZE RTF-ENTRY(RTF-IDX)                            00005290
               MOVE RFL-DDNAME(RTF-IDX)     TO RTF-DDNAME(RTF-IDX)      00005300
               MOVE RFL-MIN-MONTHS(RTF-IDX) TO RTF-MIN-MONTHS(RTF-IDX)  00005310
               MOVE 'N'                     TO RTF-SELECTED-SW(RTF-IDX) 00005320
               MOVE 'NO CARD - NOT TOUCHED' TO RTF-RESULT(RTF-IDX)      00005330
           END-PERFORM                                                  00005340
           .                                                            00005350
                                                                        00005360
      ******************************************************************00005370
      * LOAD-RETENTION-CARDS - ONE CARD PER FILE.  ANY BAD CARD STOPS  *00005380
      * THE RUN BEFORE A SINGLE FILE IS OPENED.                        *00005390
      ******************************************************************00005400
                                                                        00005410
       LOAD-RETENTION-CARDS.                                            00005420
                                                                        00005430
           OPEN INPUT RETENTION-PARM-FILE                               00005440
           IF W-HRBNRETP-GOOD-OPEN                                      00005450
               CONTINUE                                                 00005460
           ELSE                                                         00005470
               DISPLAY 'HRHSRET1: HRBNRETP DID NOT OPEN - STATUS '      00005480
                       W-HRBNRETP-STATUS                                00005490
               MOVE 12 TO RETURN-CODE                                   00005500
               STOP RUN                                                 00005510
           END-IF                                                       00005520
                                                                        00005530
           READ RETENTION-PARM-FILE                                     00005540
           PERFORM UNTIL W-HRBNRETP-AT-END                              00005550
               ADD 1 TO A-TOT-CARDS                                     00005560
               PERFORM VARYING RTF-IDX FROM 1 BY 1                      00005570
                       UNTIL RTF-IDX > RTF-MAX-ENTRIES                  00005580
                          OR RTF-DDNAME(RTF-IDX) = RTP-DDNAME           00005590
                   CONTINUE                                             00005600
               END-PERFORM                                              00005610
               EVALUATE TRUE                                            00005620
                   WHEN RTF-IDX > RTF-MAX-ENTRIES                       00005630
                       DISPLAY 'HRHSRET1: HRBNRETP CARD FOR UNKNOWN '   00005640
                               'FILE ' RTP-DDNAME                       00005650
                       MOVE 12 TO RETURN-CODE                           00005660
                       STOP RUN                                         00005670
                   WHEN RTF-SELECTED(RTF-IDX)                           00005680
                       DISPLAY 'HRHSRET1: HRBNRETP HAS TWO CARDS FOR '  00005690
                               RTP-DDNAME                               00005700
                       MOVE 12 TO RETURN-CODE                           00005710
                       STOP RUN                                         00005720
                   WHEN RTP-RETAIN-MONTHS-X NOT NUMERIC                 00005730
                       DISPLAY 'HRHSRET1: BAD RETENTION FOR '           00005740
                               RTP-DDNAME ' - COLS 10-12 MUST BE '      00005750
                               'A NUMBER OF MONTHS'                     00005760
                       MOVE 12 TO RETURN-CODE                           00005770
                       STOP RUN                                         00005780
                   WHEN RTP-RETAIN-MONTHS < RTF-MIN-MONTHS(RTF-IDX)     00005790
                       MOVE RTF-MIN-MONTHS(RTF-IDX) TO W-RPT-MONTHS     00005800
                       DISPLAY 'HRHSRET1: RETENTION FOR ' RTP-DDNAME    00005810
                               ' IS BELOW ITS MINIMUM OF '              00005820
                               W-RPT-MONTHS ' MONTHS'                   00005830
                       MOVE 12 TO RETURN-CODE                           00005840
                       STOP RUN                                         00005850
                   WHEN OTHER                                           00005860
                       MOVE 'Y' TO RTF-SELECTED-SW(RTF-IDX)             00005870
                       MOVE RTP-RETAIN-MONTHS                           00005880
                         TO RTF-RETAIN-MONTHS(RTF-IDX)                  00005890
                       PERFORM SET-HORIZON-DATE                         00005900
                       ADD 1 TO A-TOT-FILES-SELECTED                    00005910
               END-EVALUATE                                             00005920
               READ RETENTION-PARM-FILE                                 00005930
           END-PERFORM                                                  00005940
           CLOSE RETENTION-PARM-FILE                                    00005950
                                                                        00005960
           IF A-TOT-FILES-SELECTED = 0                                  00005970
               DISPLAY 'HRHSRET1: HRBNRETP NAMES NO FILES'              00005980
               MOVE 12 TO RETURN-CODE                                   00005990
               STOP RUN                                                 00006000
           END-IF                                                       00006010
           .                                                            00006020
                                                                        00006030
      ******************************************************************00006040
      * SET-HORIZON-DATE - THE RUN DATE LESS THE RETENTION MONTHS.     *00006050
      * A RECORD DATED BEFORE THE HORIZON HAS EXPIRED.  THE DAY IS     *00006060
      * KEPT AS IS (31 FEBRUARY STILL COMPARES CORRECTLY).             *00006070
      ******************************************************************00006080
                                                                        00006090
       SET-HORIZON-DATE.                                                00006100
                                                                        00006110
           COMPUTE W-MONTH-COUNT = (W-RUN-CCYY * 12) + W-RUN-MM - 1     00006120
                                 - RTF-RETAIN-MONTHS(RTF-IDX)           00006130
           DIVIDE W-MONTH-COUNT BY 12 GIVING W-HZN-CCYY                 00006140
               REMAINDER W-MONTH-REM                                    00006150
           COMPUTE W-HZN-MM = W-MONTH-REM + 1                           00006160
           MOVE W-RUN-DD TO W-HZN-DD                                    00006170
           MOVE W-HORIZON-DATE TO RTF-HORIZON-DATE(RTF-IDX)             00006180
           .                                                            00006190
                                                                        00006200
      ******************************************************************00006210
      * UNLOAD-AND-VERIFY-FILE - SPLIT ONE FILE INTO ITS ARCHIVE AND   *00006220
      * KEEP DDS, THEN READ THE ARCHIVE BACK AND PROVE IT.             *00006230
      ******************************************************************00006240
                                                                        00006250
       UNLOAD-AND-VERIFY-FILE.                                          00006260
                                                                        00006270
           SET FILE-NO-ERROR TO TRUE                                    00006280
           EVALUATE RTF-DDNAME(RTF-IDX)                                 00006290
               WHEN 'HRBNSENT'                                          00006300
                   PERFORM UNLOAD-SENT-FILE                             00006310
               WHEN 'HRHNARID'                                          00006320
                   PERFORM UNLOAD-AUDIT-FILE                            00006330
               WHEN 'HRHNGTOT'                                          00006340
                   PERFORM UNLOAD-GTOT-FILE                             00006350
               WHEN 'HRHNRLDG'                                          00006360
                   PERFORM UNLOAD-LEDGER-FILE                           00006370
               WHEN 'HRHNSCL '                                          00006380
                   PERFORM UNLOAD-SCL-FILE                              00006390
               WHEN 'HRHNDSPM'                                          00006400
                   PERFORM UNLOAD-DISP-FILE                             00006410
           END-EVALUATE                                                 00006420
                                                                        00006430
           EVALUATE TRUE                                                00006440
               WHEN FILE-ERROR                                          00006450
                   ADD 1 TO A-TOT-FILES-FAILED                          00006460
               WHEN RTF-VERIFIED(RTF-IDX) NOT = RTF-ARCHIVED(RTF-IDX)   00006470
                   MOVE 'ARCHIVE SHORT' TO RTF-RESULT(RTF-IDX)          00006480
                   ADD 1 TO A-TOT-FILES-FAILED                          00006490
               WHEN RTF-ARCHIVED(RTF-IDX) + RTF-KEPT(RTF-IDX)           00006500
                    NOT = RTF-BEFORE(RTF-IDX)                           00006510
                   MOVE 'COUNTS DO NOT FOOT' TO RTF-RESULT(RTF-IDX)     00006520
                   ADD 1 TO A-TOT-FILES-FAILED                          00006530
               WHEN RTF-ARCHIVED(RTF-IDX) = 0                           00006540
                   MOVE 'NOTHING EXPIRED' TO RTF-RESULT(RTF-IDX)        00006550
                   MOVE RTF-KEPT(RTF-IDX) TO RTF-AFTER(RTF-IDX)         00006560
               WHEN OTHER                                               00006570
                   MOVE 'ARCHIVE VERIFIED' TO RTF-RESULT(RTF-IDX)       00006580
                   MOVE RTF-KEPT(RTF-IDX) TO RTF-AFTER(RTF-IDX)         00006590
                   ADD RTF-ARCHIVED(RTF-IDX) TO A-TOT-ARCHIVED          00006600
           END-EVALUATE                                                 00006610
           .                                                            00006620
                                                                        00006630
      ******************************************************************00006640
      * CLASSIFY-RECORD - EXPIRED WHEN THE RECORD'S DATE IS A NUMBER   *00006650
      * AND FALLS BEFORE THE FILE'S HORIZON.                           *00006660
      ******************************************************************00006670
                                                                        00006680
       CLASSIFY-RECORD.                                                 00006690
                                                                        00006700
           ADD 1 TO RTF-BEFORE(RTF-IDX)                                 00006710
           IF W-RECORD-DATE NUMERIC AND                                 00006720
              W-RECORD-DATE < RTF-HORIZON-DATE(RTF-IDX)                 00006730
               SET RECORD-EXPIRED TO TRUE                               00006740
               ADD 1 TO RTF-ARCHIVED(RTF-IDX)                           00006750
           ELSE                                                         00006760
               SET RECORD-RETAINED TO TRUE                              00006770
               ADD 1 TO RTF-KEPT(RTF-IDX)                               00006780
           END-IF                                                       00006790
           .                                                            00006800
                                                                        00006810
       NOTE-FILE-ERROR.                                                 00006820
                                                                        00006830
           SET FILE-ERROR TO TRUE                                       00006840
           MOVE 'FILE ERROR' TO RTF-RESULT(RTF-IDX)                     00006850
           .                                                            00006860
                                                                        00006870
      ******************************************************************00006880
      * HRBNSENT                                                       *00006890
      ******************************************************************00006900
                                                                        00006910
       UNLOAD-SENT-FILE.                                                00006920
                                                                        00006930
           OPEN INPUT SENT-CLAIM-HIST-FILE                              00006940
           IF W-HRBNSENT-GOOD-OPEN                                      00006950
               OPEN OUTPUT SENT-ARCHIVE-FILE SENT-KEEP-FILE             00006960
               READ SENT-CLAIM-HIST-FILE                                00006970
               PERFORM UNTIL NOT W-HRBNSENT-GOOD-IO OR FILE-ERROR       00006980
                   MOVE SNT-RUN-DATE TO W-RECORD-DATE                   00006990
                   PERFORM CLASSIFY-RECORD                              00007000
                   IF RECORD-EXPIRED                                    00007010
                       WRITE SENT-ARCHIVE-RECORD                        00007020
                         FROM SENT-CLAIM-HIST-RECORD                    00007030
                       IF NOT W-HRBNSENA-GOOD-IO                        00007040
                           DISPLAY 'HRHSRET1: HRBNSENA WRITE FAILED '   00007050
                                   '- STATUS ' W-HRBNSENA-STATUS        00007060
                           PERFORM NOTE-FILE-ERROR                      00007070
                       END-IF                                           00007080
                   ELSE                                                 00007090
                       WRITE SENT-KEEP-RECORD                           00007100
                         FROM SENT-CLAIM-HIST-RECORD                    00007110
                       IF NOT W-HRBNSENK-GOOD-IO                        00007120
                           DISPLAY 'HRHSRET1: HRBNSENK WRITE FAILED '   00007130
                                   '- STATUS ' W-HRBNSENK-STATUS        00007140
                           PERFORM NOTE-FILE-ERROR                      00007150
                       END-IF                                           00007160
                   END-IF                                               00007170
                   READ SENT-CLAIM-HIST-FILE                            00007180
               END-PERFORM                                              00007190
               IF W-HRBNSENT-STATUS NOT = '10' AND FILE-NO-ERROR        00007200
                   DISPLAY 'HRHSRET1: HRBNSENT READ FAILED - STATUS '   00007210
                           W-HRBNSENT-STATUS                            00007220
                   PERFORM NOTE-FILE-ERROR                              00007230
               END-IF                                                   00007240
               CLOSE SENT-CLAIM-HIST-FILE                               00007250
                     SENT-ARCHIVE-FILE                                  00007260
                     SENT-KEEP-FILE                                     00007270
               OPEN INPUT SENT-ARCHIVE-FILE                             00007280
               READ SENT-ARCHIVE-FILE                                   00007290
               PERFORM UNTIL NOT W-HRBNSENA-GOOD-IO                     00007300
                   ADD 1 TO RTF-VERIFIED(RTF-IDX)                       00007310
                   READ SENT-ARCHIVE-FILE                               00007320
               END-PERFORM                                              00007330
               CLOSE SENT-ARCHIVE-FILE                                  00007340
           ELSE                                                         00007350
               DISPLAY 'HRHSRET1: HRBNSENT DID NOT OPEN - STATUS '      00007360
                       W-HRBNSENT-STATUS                                00007370
               PERFORM NOTE-FILE-ERROR                                  00007380
           END-IF                                                       00007390
           .                                                            00007400
                                                                        00007410
      ******************************************************************00007420
      * HRHNARID                                                       *00007430
      ******************************************************************00007440
                                                                        00007450
       UNLOAD-AUDIT-FILE.                                               00007460
                                                                        00007470
           OPEN INPUT CAR-REC-AUDIT-FILE                                00007480
           IF W-HRHNARID-GOOD-OPEN                                      00007490
               OPEN OUTPUT AUDIT-ARCHIVE-FILE AUDIT-KEEP-FILE           00007500
               READ CAR-REC-AUDIT-FILE                                  00007510
               PERFORM UNTIL NOT W-HRHNARID-GOOD-IO OR FILE-ERROR       00007520
                   MOVE AR-ADJUSTMENT-DATE TO W-RECORD-DATE             00007530
                   PERFORM CLASSIFY-RECORD                              00007540
                   IF RECORD-EXPIRED                                    00007550
                       WRITE AUDIT-ARCHIVE-RECORD                       00007560
                         FROM CAR-REC-AUDIT-RECORD                      00007570
                       IF NOT W-HRHNARIA-GOOD-IO                        00007580
                           DISPLAY 'HRHSRET1: HRHNARIA WRITE FAILED '   00007590
                                   '- STATUS ' W-HRHNARIA-STATUS        00007600
                           PERFORM NOTE-FILE-ERROR                      00007610
                       END-IF                                           00007620
                   ELSE                                                 00007630
                       WRITE AUDIT-KEEP-RECORD                          00007640
                         FROM CAR-REC-AUDIT-RECORD                      00007650
                       IF NOT W-HRHNARIK-GOOD-IO                        00007660
                           DISPLAY 'HRHSRET1: HRHNARIK WRITE FAILED '   00007670
                                   '- STATUS ' W-HRHNARIK-STATUS        00007680
                           PERFORM NOTE-FILE-ERROR                      00007690
                       END-IF                                           00007700
                   END-IF                                               00007710
                   READ CAR-REC-AUDIT-FILE                              00007720
               END-PERFORM                                              00007730
               IF W-HRHNARID-STATUS NOT = '10' AND FILE-NO-ERROR        00007740
                   DISPLAY 'HRHSRET1: HRHNARID READ FAILED - STATUS '   00007750
                           W-HRHNARID-STATUS                            00007760
                   PERFORM NOTE-FILE-ERROR                              00007770
               END-IF                                                   00007780
               CLOSE CAR-REC-AUDIT-FILE                                 00007790
                     AUDIT-ARCHIVE-FILE                                 00007800
                     AUDIT-KEEP-FILE                                    00007810
               OPEN INPUT AUDIT-ARCHIVE-FILE                            00007820
               READ AUDIT-ARCHIVE-FILE                                  00007830
               PERFORM UNTIL NOT W-HRHNARIA-GOOD-IO                     00007840
                   ADD 1 TO RTF-VERIFIED(RTF-IDX)                       00007850
                   READ AUDIT-ARCHIVE-FILE                              00007860
               END-PERFORM                                              00007870
               CLOSE AUDIT-ARCHIVE-FILE                                 00007880
           ELSE                                                         00007890
               DISPLAY 'HRHSRET1: HRHNARID DID NOT OPEN - STATUS '      00007900
                       W-HRHNARID-STATUS                                00007910
               PERFORM NOTE-FILE-ERROR                                  00007920
           END-IF                                                       00007930
           .                                                            00007940
                                                                        00007950
      ******************************************************************00007960
      * HRHNGTOT                                                       *00007970
      ******************************************************************00007980
                                                                        00007990
       UNLOAD-GTOT-FILE.                                                00008000
                                                                        00008010
           OPEN INPUT GRAND-TOTAL-HIST-FILE                             00008020
           IF W-HRHNGTOT-GOOD-OPEN                                      00008030
               OPEN OUTPUT GTOT-ARCHIVE-FILE GTOT-KEEP-FILE             00008040
               READ GRAND-TOTAL-HIST-FILE                               00008050
               PERFORM UNTIL NOT W-HRHNGTOT-GOOD-IO OR FILE-ERROR       00008060
                   MOVE GTH-RUN-DATE TO W-RECORD-DATE                   00008070
                   PERFORM CLASSIFY-RECORD                              00008080
                   IF RECORD-EXPIRED                                    00008090
                       WRITE GTOT-ARCHIVE-RECORD                        00008100
                         FROM GRAND-TOTAL-HIST-RECORD                   00008110
                       IF NOT W-HRHNGTOA-GOOD-IO                        00008120
                           DISPLAY 'HRHSRET1: HRHNGTOA WRITE FAILED '   00008130
                                   '- STATUS ' W-HRHNGTOA-STATUS        00008140
                           PERFORM NOTE-FILE-ERROR                      00008150
                       END-IF                                           00008160
                   ELSE                                                 00008170
                       WRITE GTOT-KEEP-RECORD                           00008180
                         FROM GRAND-TOTAL-HIST-RECORD                   00008190
                       IF NOT W-HRHNGTOK-GOOD-IO                        00008200
                           DISPLAY 'HRHSRET1: HRHNGTOK WRITE FAILED '   00008210
                                   '- STATUS ' W-HRHNGTOK-STATUS        00008220
                           PERFORM NOTE-FILE-ERROR                      00008230
                       END-IF                                           00008240
                   END-IF                                               00008250
                   READ GRAND-TOTAL-HIST-FILE                           00008260
               END-PERFORM                                              00008270
               IF W-HRHNGTOT-STATUS NOT = '10' AND FILE-NO-ERROR        00008280
                   DISPLAY 'HRHSRET1: HRHNGTOT READ FAILED - STATUS '   00008290
                           W-HRHNGTOT-STATUS                            00008300
                   PERFORM NOTE-FILE-ERROR                              00008310
               END-IF                                                   00008320
               CLOSE GRAND-TOTAL-HIST-FILE                              00008330
                     GTOT-ARCHIVE-FILE                                  00008340
                     GTOT-KEEP-FILE                                     00008350
               OPEN INPUT GTOT-ARCHIVE-FILE                             00008360
               READ GTOT-ARCHIVE-FILE                                   00008370
               PERFORM UNTIL NOT W-HRHNGTOA-GOOD-IO                     00008380
                   ADD 1 TO RTF-VERIFIED(RTF-IDX)                       00008390
                   READ GTOT-ARCHIVE-FILE                               00008400
               END-PERFORM                                              00008410
               CLOSE GTOT-ARCHIVE-FILE                                  00008420
           ELSE                                                         00008430
               DISPLAY 'HRHSRET1: HRHNGTOT DID NOT OPEN - STATUS '      00008440
                       W-HRHNGTOT-STATUS                                00008450
               PERFORM NOTE-FILE-ERROR                                  00008460
           END-IF                                                       00008470
           .                                                            00008480
                                                                        00008490
      ******************************************************************00008500
      * HRHNRLDG                                                       *00008510
      ******************************************************************00008520
                                                                        00008530
       UNLOAD-LEDGER-FILE.                                              00008540
                                                                        00008550
           OPEN INPUT RUN-LEDGER-FILE                                   00008560
           IF W-HRHNRLDG-GOOD-OPEN                                      00008570
               OPEN OUTPUT LEDGER-ARCHIVE-FILE LEDGER-KEEP-FILE         00008580
               READ RUN-LEDGER-FILE                                     00008590
               PERFORM UNTIL NOT W-HRHNRLDG-GOOD-IO OR FILE-ERROR       00008600
                   MOVE RLG-RUN-DATE TO W-RECORD-DATE                   00008610
                   PERFORM CLASSIFY-RECORD                              00008620
                   IF RECORD-EXPIRED                                    00008630
                       WRITE LEDGER-ARCHIVE-RECORD                      00008640
                         FROM RUN-LEDGER-RECORD                         00008650
                       IF NOT W-HRHNRLDA-GOOD-IO                        00008660
                           DISPLAY 'HRHSRET1: HRHNRLDA WRITE FAILED '   00008670
                                   '- STATUS ' W-HRHNRLDA-STATUS        00008680
                           PERFORM NOTE-FILE-ERROR                      00008690
                       END-IF                                           00008700
                   ELSE                                                 00008710
                       WRITE LEDGER-KEEP-RECORD                         00008720
                         FROM RUN-LEDGER-RECORD                         00008730
                       IF NOT W-HRHNRLDK-GOOD-IO                        00008740
                           DISPLAY 'HRHSRET1: HRHNRLDK WRITE FAILED '   00008750
                                   '- STATUS ' W-HRHNRLDK-STATUS        00008760
                           PERFORM NOTE-FILE-ERROR                      00008770
                       END-IF                                           00008780
                   END-IF                                               00008790
                   READ RUN-LEDGER-FILE                                 00008800
               END-PERFORM                                              00008810
               IF W-HRHNRLDG-STATUS NOT = '10' AND FILE-NO-ERROR        00008820
                   DISPLAY 'HRHSRET1: HRHNRLDG READ FAILED - STATUS '   00008830
                           W-HRHNRLDG-STATUS                            00008840
                   PERFORM NOTE-FILE-ERROR                              00008850
               END-IF                                                   00008860
               CLOSE RUN-LEDGER-FILE                                    00008870
                     LEDGER-ARCHIVE-FILE                                00008880
                     LEDGER-KEEP-FILE                                   00008890
               OPEN INPUT LEDGER-ARCHIVE-FILE                           00008900
               READ LEDGER-ARCHIVE-FILE                                 00008910
               PERFORM UNTIL NOT W-HRHNRLDA-GOOD-IO                     00008920
                   ADD 1 TO RTF-VERIFIED(RTF-IDX)                       00008930
                   READ LEDGER-ARCHIVE-FILE                             00008940
               END-PERFORM                                              00008950
               CLOSE LEDGER-ARCHIVE-FILE                                00008960
           ELSE                                                         00008970
               DISPLAY 'HRHSRET1: HRHNRLDG DID NOT OPEN - STATUS '      00008980
                       W-HRHNRLDG-STATUS                                00008990
               PERFORM NOTE-FILE-ERROR                                  00009000
           END-IF                                                       00009010
           .                                                            00009020
                                                                        00009030
      ******************************************************************00009040
      * HRHNSCL                                                        *00009050
      ******************************************************************00009060
                                                                        00009070
       UNLOAD-SCL-FILE.                                                 00009080
                                                                        00009090
           OPEN INPUT SUBPROGRAM-CALL-LOG-FILE                          00009100
           IF W-HRHNSCL-GOOD-OPEN                                       00009110
               OPEN OUTPUT SCL-ARCHIVE-FILE SCL-KEEP-FILE               00009120
               READ SUBPROGRAM-CALL-LOG-FILE                            00009130
               PERFORM UNTIL NOT W-HRHNSCL-GOOD-IO OR FILE-ERROR        00009140
                   MOVE SCL-RUN-DATE TO W-RECORD-DATE                   00009150
                   PERFORM CLASSIFY-RECORD                              00009160
                   IF RECORD-EXPIRED                                    00009170
                       WRITE SCL-ARCHIVE-RECORD                         00009180
                         FROM SUBPROGRAM-CALL-LOG-RECORD                00009190
                       IF NOT W-HRHNSCLA-GOOD-IO                        00009200
                           DISPLAY 'HRHSRET1: HRHNSCLA WRITE FAILED '   00009210
                                   '- STATUS ' W-HRHNSCLA-STATUS        00009220
                           PERFORM NOTE-FILE-ERROR                      00009230
                       END-IF                                           00009240
                   ELSE                                                 00009250
                       WRITE SCL-KEEP-RECORD                            00009260
                         FROM SUBPROGRAM-CALL-LOG-RECORD                00009270
                       IF NOT W-HRHNSCLK-GOOD-IO                        00009280
                           DISPLAY 'HRHSRET1: HRHNSCLK WRITE FAILED '   00009290
                                   '- STATUS ' W-HRHNSCLK-STATUS        00009300
                           PERFORM NOTE-FILE-ERROR                      00009310
                       END-IF                                           00009320
                   END-IF                                               00009330
                   READ SUBPROGRAM-CALL-LOG-FILE                        00009340
               END-PERFORM                                              00009350
               IF W-HRHNSCL-STATUS NOT = '10' AND FILE-NO-ERROR         00009360
                   DISPLAY 'HRHSRET1: HRHNSCL READ FAILED - STATUS '    00009370
                           W-HRHNSCL-STATUS                             00009380
                   PERFORM NOTE-FILE-ERROR                              00009390
               END-IF                                                   00009400
               CLOSE SUBPROGRAM-CALL-LOG-FILE                           00009410
                     SCL-ARCHIVE-FILE                                   00009420
                     SCL-KEEP-FILE                                      00009430
               OPEN INPUT SCL-ARCHIVE-FILE                              00009440
               READ SCL-ARCHIVE-FILE                                    00009450
               PERFORM UNTIL NOT W-HRHNSCLA-GOOD-IO                     00009460
                   ADD 1 TO RTF-VERIFIED(RTF-IDX)                       00009470
                   READ SCL-ARCHIVE-FILE                                00009480
               END-PERFORM                                              00009490
               CLOSE SCL-ARCHIVE-FILE                                   00009500
           ELSE                                                         00009510
               DISPLAY 'HRHSRET1: HRHNSCL DID NOT OPEN - STATUS '       00009520
                       W-HRHNSCL-STATUS                                 00009530
               PERFORM NOTE-FILE-ERROR                                  00009540
           END-IF                                                       00009550
           .                                                            00009560
                                                                        00009570
      ******************************************************************00009580
      * HRHNDSPM - ONLY CLOSED CLAIMS (ACCEPTED / REJECTED) AGE OUT    *00009590
      ******************************************************************00009600
                                                                        00009610
       UNLOAD-DISP-FILE.                                                00009620
                                                                        00009630
           OPEN INPUT CLAIM-DISP-MASTER                                 00009640
           IF W-HRHNDSPM-GOOD-OPEN                                      00009650
               OPEN OUTPUT DISP-ARCHIVE-FILE DISP-KEEP-FILE             00009660
               READ CLAIM-DISP-MASTER                                   00009670
               PERFORM UNTIL NOT W-HRHNDSPM-GOOD-IO OR FILE-ERROR       00009680
                   IF DSP-ACCEPTED OR DSP-REJECTED                      00009690
                       MOVE DSP-STATUS-DATE TO W-RECORD-DATE            00009700
                   ELSE                                                 00009710
                       MOVE SPACES TO W-RECORD-DATE                     00009720
                   END-IF                                               00009730
                   PERFORM CLASSIFY-RECORD                              00009740
                   IF RECORD-EXPIRED                                    00009750
                       WRITE DISP-ARCHIVE-RECORD                        00009760
                         FROM CLAIM-DISP-RECORD                         00009770
                       IF NOT W-HRHNDSPA-GOOD-IO                        00009780
                           DISPLAY 'HRHSRET1: HRHNDSPA WRITE FAILED '   00009790
                                   '- STATUS ' W-HRHNDSPA-STATUS        00009800
                           PERFORM NOTE-FILE-ERROR                      00009810
                       END-IF                                           00009820
                   ELSE                                                 00009830
                       WRITE DISP-KEEP-RECORD                           00009840
                         FROM CLAIM-DISP-RECORD                         00009850
                       IF NOT W-HRHNDSPK-GOOD-IO                        00009860
                           DISPLAY 'HRHSRET1: HRHNDSPK WRITE FAILED '   00009870
                                   '- STATUS ' W-HRHNDSPK-STATUS        00009880
                           PERFORM NOTE-FILE-ERROR                      00009890
                       END-IF                                           00009900
                   END-IF                                               00009910
                   READ CLAIM-DISP-MASTER                               00009920
               END-PERFORM                                              00009930
               IF W-HRHNDSPM-STATUS NOT = '10' AND FILE-NO-ERROR        00009940
                   DISPLAY 'HRHSRET1: HRHNDSPM READ FAILED - STATUS '   00009950
                           W-HRHNDSPM-STATUS                            00009960
                   PERFORM NOTE-FILE-ERROR                              00009970
               END-IF                                                   00009980
               CLOSE CLAIM-DISP-MASTER                                  00009990
                     DISP-ARCHIVE-FILE                                  00010000
                     DISP-KEEP-FILE                                     00010010
               OPEN INPUT DISP-ARCHIVE-FILE                             00010020
               READ DISP-ARCHIVE-FILE                                   00010030
               PERFORM UNTIL NOT W-HRHNDSPA-GOOD-IO                     00010040
                   ADD 1 TO RTF-VERIFIED(RTF-IDX)                       00010050
                   READ DISP-ARCHIVE-FILE                               00010060
               END-PERFORM                                              00010070
               CLOSE DISP-ARCHIVE-FILE                                  00010080
           ELSE                                                         00010090
               DISPLAY 'HRHSRET1: HRHNDSPM DID NOT OPEN - STATUS '      00010100
                       W-HRHNDSPM-STATUS                                00010110
               PERFORM NOTE-FILE-ERROR                                  00010120
           END-IF                                                       00010130
           .                                                            00010140
                                                                        00010150
      ******************************************************************00010160
      * REBUILD-KSDS-FILES - ONLY WHEN EVERY ARCHIVE VERIFIED.  A KSDS *00010170
      * THAT HAD NOTHING EXPIRE IS LEFT ALONE.  THE KEEP UNLOAD IS IN  *00010180
      * KEY SEQUENCE, SO IT LOADS STRAIGHT BACK.                       *00010190
      ******************************************************************00010200
                                                                        00010210
       REBUILD-KSDS-FILES.                                              00010220
                                                                        00010230
           PERFORM VARYING RTF-IDX FROM 1 BY 1                          00010240
                   UNTIL RTF-IDX > RTF-MAX-ENTRIES                      00010250
               IF RTF-SELECTED(RTF-IDX) AND                             00010260
                  RTF-ARCHIVED(RTF-IDX) > 0                             00010270
                   EVALUATE RTF-DDNAME(RTF-IDX)                         00010280
                       WHEN 'HRBNSENT'                                  00010290
                           PERFORM RELOAD-SENT-FILE                     00010300
                       WHEN 'HRHNDSPM'                                  00010310
                           PERFORM RELOAD-DISP-FILE                     00010320
                       WHEN OTHER                                       00010330
                           MOVE 'PURGED - CATALOG KEEP'                 00010340
                             TO RTF-RESULT(RTF-IDX)                     00010350
                   END-EVALUATE                                         00010360
               END-IF                                                   00010370
           END-PERFORM                                                  00010380
           .                                                            00010390
                                                                        00010400
       RELOAD-SENT-FILE.                                                00010410
                                                                        00010420
           MOVE 0 TO RTF-AFTER(RTF-IDX)                                 00010430
           OPEN INPUT SENT-KEEP-FILE                                    00010440
           OPEN OUTPUT SENT-CLAIM-HIST-FILE                             00010450
           IF W-HRBNSENT-GOOD-IO AND W-HRBNSENK-GOOD-IO                 00010460
               READ SENT-KEEP-FILE                                      00010470
               PERFORM UNTIL NOT W-HRBNSENK-GOOD-IO                     00010480
                   WRITE SENT-CLAIM-HIST-RECORD FROM SENT-KEEP-RECORD   00010490
                   IF W-HRBNSENT-GOOD-IO                                00010500
                       ADD 1 TO RTF-AFTER(RTF-IDX)                      00010510
                   ELSE                                                 00010520
                       DISPLAY 'HRHSRET1: HRBNSENT RELOAD WRITE '       00010530
                               'FAILED - STATUS ' W-HRBNSENT-STATUS     00010540
                   END-IF                                               00010550
                   READ SENT-KEEP-FILE                                  00010560
               END-PERFORM                                              00010570
               CLOSE SENT-CLAIM-HIST-FILE SENT-KEEP-FILE                00010580
           ELSE                                                         00010590
               DISPLAY 'HRHSRET1: HRBNSENT RELOAD DID NOT OPEN - '      00010600
                       'STATUS ' W-HRBNSENT-STATUS                      00010610
                       ' / ' W-HRBNSENK-STATUS                          00010620
           END-IF                                                       00010630
           PERFORM CHECK-RELOAD-COUNT                                   00010640
           .                                                            00010650
                                                                        00010660
       RELOAD-DISP-FILE.                                                00010670
                                                                        00010680
           MOVE 0 TO RTF-AFTER(RTF-IDX)                                 00010690
           OPEN INPUT DISP-KEEP-FILE                                    00010700
           OPEN OUTPUT CLAIM-DISP-MASTER                                00010710
           IF W-HRHNDSPM-GOOD-IO AND W-HRHNDSPK-GOOD-IO                 00010720
               READ DISP-KEEP-FILE                                      00010730
               PERFORM UNTIL NOT W-HRHNDSPK-GOOD-IO                     00010740
                   WRITE CLAIM-DISP-RECORD FROM DISP-KEEP-RECORD        00010750
                   IF W-HRHNDSPM-GOOD-IO                                00010760
                       ADD 1 TO RTF-AFTER(RTF-IDX)                      00010770
                   ELSE                                                 00010780
                       DISPLAY 'HRHSRET1: HRHNDSPM RELOAD WRITE '       00010790
                               'FAILED - STATUS ' W-HRHNDSPM-STATUS     00010800
                   END-IF                                               00010810
                   READ DISP-KEEP-FILE                                  00010820
               END-PERFORM                                              00010830
               CLOSE CLAIM-DISP-MASTER DISP-KEEP-FILE                   00010840
           ELSE                                                         00010850
               DISPLAY 'HRHSRET1: HRHNDSPM RELOAD DID NOT OPEN - '      00010860
                       'STATUS ' W-HRHNDSPM-STATUS                      00010870
                       ' / ' W-HRHNDSPK-STATUS                          00010880
           END-IF                                                       00010890
           PERFORM CHECK-RELOAD-COUNT                                   00010900
           .                                                            00010910
                                                                        00010920
       CHECK-RELOAD-COUNT.                                              00010930
                                                                        00010940
           IF RTF-AFTER(RTF-IDX) = RTF-KEPT(RTF-IDX)                    00010950
               MOVE 'PURGED - KSDS REBUILT' TO RTF-RESULT(RTF-IDX)      00010960
           ELSE                                                         00010970
               MOVE 'RELOAD SHORT-RESTORE' TO RTF-RESULT(RTF-IDX)       00010980
               ADD 1 TO A-TOT-RELOAD-FAILED                             00010990
           END-IF                                                       00011000
           .                                                            00011010
                                                                        00011020
      ******************************************************************00011030
      * FINALIZATION - BEFORE/AFTER REPORT AND RETURN CODE             *00011040
      ******************************************************************00011050
                                                                        00011060
       FINALIZATION.                                                    00011070
                                                                        00011080
           MOVE SPACES TO W-REPORT-LINE                                 00011090
           STRING 'RUN DATE ' W-RUN-DATE                                00011100
                  DELIMITED BY SIZE INTO W-REPORT-LINE                  00011110
           WRITE RETENTION-REPORT-RECORD FROM W-REPORT-LINE             00011120
           MOVE SPACES TO RETENTION-REPORT-RECORD                       00011130
           WRITE RETENTION-REPORT-RECORD                                00011140
           MOVE SPACES TO W-REPORT-LINE                                 00011150
           STRING 'FILE        MTH HORIZON     BEFORE'                  00011160
                  '  ARCHIVED     AFTER  RESULT'                        00011170
                  DELIMITED BY SIZE INTO W-REPORT-LINE                  00011180
           WRITE RETENTION-REPORT-RECORD FROM W-REPORT-LINE             00011190
                                                                        00011200
           PERFORM VARYING RTF-IDX FROM 1 BY 1                          00011210
                   UNTIL RTF-IDX > RTF-MAX-ENTRIES                      00011220
               MOVE RTF-RETAIN-MONTHS(RTF-IDX) TO W-RPT-MONTHS          00011230
               MOVE RTF-BEFORE(RTF-IDX)        TO W-RPT-BEFORE          00011240
               MOVE RTF-ARCHIVED(RTF-IDX)      TO W-RPT-ARCHIVED        00011250
               MOVE RTF-AFTER(RTF-IDX)         TO W-RPT-AFTER           00011260
               MOVE SPACES TO W-REPORT-LINE                             00011270
               IF RTF-SELECTED(RTF-IDX)                                 00011280
                   STRING RTF-DDNAME(RTF-IDX) '    ' W-RPT-MONTHS       00011290
                          ' ' RTF-HORIZON-DATE(RTF-IDX)                 00011300
                          ' ' W-RPT-BEFORE ' ' W-RPT-ARCHIVED           00011310
                          ' ' W-RPT-AFTER '  ' RTF-RESULT(RTF-IDX)      00011320
                          DELIMITED BY SIZE INTO W-REPORT-LINE          00011330
               ELSE                                                     00011340
                   MOVE RTF-DDNAME(RTF-IDX) TO W-REPORT-LINE(1:8)       00011350
                   MOVE RTF-RESULT(RTF-IDX) TO W-REPORT-LINE(57:24)     00011360
               END-IF                                                   00011370
               WRITE RETENTION-REPORT-RECORD FROM W-REPORT-LINE         00011380
           END-PERFORM                                                  00011390
                                                                        00011400
           MOVE SPACES TO RETENTION-REPORT-RECORD                       00011410
           WRITE RETENTION-REPORT-RECORD                                00011420
           MOVE SPACES TO W-REPORT-LINE                                 00011430
           EVALUATE TRUE                                                00011440
               WHEN A-TOT-RELOAD-FAILED > 0                             00011450
                   STRING 'A KSDS RELOAD IS SHORT - RESTORE IT FROM '   00011460
                          'ITS KEEP AND ARCHIVE UNLOADS'                00011470
                          DELIMITED BY SIZE INTO W-REPORT-LINE          00011480
                   MOVE 12 TO RETURN-CODE                               00011490
               WHEN A-TOT-FILES-FAILED > 0                              00011500
                   STRING 'AN ARCHIVE DID NOT VERIFY - NOTHING PURGED,' 00011510
                          ' DO NOT CATALOG THE KEEP FILES'              00011520
                          DELIMITED BY SIZE INTO W-REPORT-LINE          00011530
                   MOVE 8 TO RETURN-CODE                                00011540
               WHEN A-TOT-ARCHIVED = 0                                  00011550
                   MOVE 'NOTHING OLDER THAN ANY HORIZON'                00011560
                     TO W-REPORT-LINE                                   00011570
                   MOVE 4 TO RETURN-CODE                                00011580
               WHEN OTHER                                               00011590
                   MOVE 'ARCHIVED, VERIFIED AND PURGED'                 00011600
                     TO W-REPORT-LINE                                   00011610
                   MOVE 0 TO RETURN-CODE                                00011620
           END-EVALUATE                                                 00011630
           WRITE RETENTION-REPORT-RECORD FROM W-REPORT-LINE             00011640
           DISPLAY 'HRHSRET1: ' W-REPORT-LINE(1:72)                     00011650
           CLOSE RETENTION-REPORT                                       00011660
           STOP RUN                                                     00011670
           .                                                            00011680
