      ******************************************************************00000100
      *                                                                *00000110
      *                        HRHSMSK1                                *00000120
      *                                                                *00000130
      *     FUNCTION:                                                  *00000140
      *                                                                *00000150
      *     DE-IDENTIFIED TEST DATA.  BUILDS A TEST-REGION COPY OF     *00000160
      *     THE HRHNIAPC TYPE-7 FILE AND ITS CLAIM CONTROL FILES WITH  *00000170
      *     MEMBER IDS, SSNS, PATIENT NAMES AND DATES OF BIRTH         *00000180
      *     REPLACED BY PSEUDONYMS, SO A HRHNIAVC -> HRHSAO3C TEST     *00000190
      *     RUN BEHAVES LIKE PRODUCTION WITHOUT PRODUCTION PHI.        *00000200
      *                                                                *00000210
      *     PSEUDONYMS ARE STABLE.  EVERY ORIGINAL SUBSCRIBER NUMBER   *00000220
      *     AND SSN IS KEPT ON THE HRBNMSKX MASK MAP THE FIRST TIME    *00000230
      *     IT IS SEEN AND REUSED AFTER THAT, SO THE SAME MEMBER       *00000240
      *     MASKS THE SAME WAY IN EVERY FILE AND ON EVERY RUN.         *00000250
      *       MEMBER ID  - SUBSCRIBER BASE BECOMES 'Z' + A 12-DIGIT    *00000260
      *                    SEQUENCE.  THE MEMBER SUFFIX IS KEPT, SO    *00000270
      *                    DEPENDANTS STAY TOGETHER                    *00000280
      *       SSN        - '9' + AN 8-DIGIT SEQUENCE (NEVER ISSUED)    *00000290
      *       NAME       - 'TEST' + MEMBER SEQUENCE + MEMBER SUFFIX    *00000300
      *       BIRTH DATE - YEAR KEPT, MONTH/DAY SET TO 0701            *00000310
      *     HRBNMSKX HOLDS THE REAL IDENTIFIERS AND NEVER LEAVES THE   *00000320
      *     PRODUCTION SIDE.  NOTHING ON HRHNMSKR SHOWS AN ORIGINAL.   *00000330
      *                                                                *00000340
      *     THE MEMBER ID IS ALWAYS COLUMNS 1-18.  WHERE THE SSN,      *00000350
      *     NAME AND BIRTH DATE SIT IN THE TYPE-7 RECORD IS GIVEN ON   *00000360
      *     HRBNMSKM CARDS (FIELD NAME, OFFSET, LENGTH - AS HRBNVBMP). *00000370
      *     A FIELD MAY NOT START BEFORE COLUMN 42 - THE MEMBER,       *00000380
      *     ADJUSTMENT DATE AND CLAIM CONTROL NUMBER ARE NOT FREE      *00000390
      *     FIELDS.  CLAIM CONTROL NUMBERS, SERVICE DATES AND AMOUNTS  *00000400
      *     ARE NOT CHANGED, SO A TEST RUN STILL COMPARES CLAIM FOR    *00000410
      *     CLAIM AGAINST PRODUCTION (HRHSCMP1); HRBNRSND AND HRBNSENT *00000420
      *     CARRY NOTHING ELSE AND ARE COPIED ACROSS WITH THE SET.     *00000430
      *                                                                *00000440
      *     MASKING CHANGES THE MEMBER ORDER, SO THE TYPE-7 OUTPUT IS  *00000450
      *     RE-SORTED BY MEMBER ID / ADJUSTMENT DATE FOR HRHNIAVC (AS  *00000460
      *     HRHSXWK1) AND THE TOKEN FILE IS RE-SORTED ON ITS NEW KEY.  *00000470
      *                                                                *00000480
      *     INPUT FILES:  HRHNIAPC - TYPE-7 DETAIL FILE                *00000490
      *                   HRBNMSKM - MASK FIELD CARDS (OPTIONAL -      *00000500
      *                      MISSING = MEMBER ID ONLY)                 *00000510
      *                   HRBNXWLK - MEMBER CROSSWALK (OPTIONAL)       *00000520
      *                   HRBNTOKX - PATIENT TOKEN KSDS (OPTIONAL)     *00000530
      *                   HRBNRSND - RESEND CONTROL FILE (OPTIONAL)    *00000540
      *                   HRBNSENT - SENT-CLAIM HISTORY KSDS (OPTIONAL)*00000550
      *                                                                *00000560
      *     I-O FILE:     HRBNMSKX - MASK MAP KSDS (CREATED IF NEW)    *00000570
      *                                                                *00000580
      *     OUTPUT FILES: HRHNMSKO - MASKED TYPE-7, SORTED BY MEMBER   *00000590
      *                              ID / ADJUSTMENT DATE              *00000600
      *                   HRBNXWLM - MASKED CROSSWALK                  *00000610
      *                   HRBNTOKM - MASKED TOKENS IN KEY ORDER (REPRO *00000620
      *                              TO THE TEST HRBNTOKX)             *00000630
      *                   HRBNRSNM - RESEND CONTROL FOR THE TEST SET   *00000640
      *                   HRBNSENM - SENT HISTORY IN KEY ORDER (REPRO  *00000650
      *                              TO THE TEST HRBNSENT)             *00000660
      *                   HRHNMSKR - MASKING REPORT                    *00000670
      *                                                                *00000680
      *     RETURN CODE:  00 - TEST SET BUILT                          *00000690
      *                   04 - BUILT, BUT A CARD WAS REJECTED OR NO    *00000700
      *                        CARDS - ONLY MEMBER IDS MASKED          *00000710
      *                   08 - HRHNIAPC OR HRBNMSKX NOT AVAILABLE, OR  *00000720
      *                        A PSEUDONYM COULD NOT BE RECORDED -     *00000730
      *                        DO NOT USE THE OUTPUT                   *00000740
      *                                                                *00000750
      *     MODIFICATIONS:- DISPLAYED IN THE LOG BELOW                 *00000760
      *                                                                *00000770
      ******************************************************************00000780
      *           MODIFICATION LOG FOR HRHSMSK1                        *00000790
      *  SCAN   ACTIVITY DATE     SE NAME                              *00000800
      *  ------ -------- -------- ----------------------------------   *00000810
      *          NEW PROGRAM                                           *00000820
      ******************************************************************00000830
                                                                        00000840
       IDENTIFICATION DIVISION.                                         00000850
       PROGRAM-ID.    HRHSMSK1.                                         00000860
                                                                        00000870
       ENVIRONMENT DIVISION.                                            00000880
       CONFIGURATION SECTION.                                           00000890
                                                                        00000900
       INPUT-OUTPUT SECTION.                                            00000910
       FILE-CONTROL.                                                    00000920
                                                                        00000930
           SELECT OPTIONAL IAPC-DETAIL-FILE ASSIGN TO HRHNIAPC          00000940
                                   FILE STATUS IS W-HRHNIAPC-STATUS.    00000950
                                                                        00000960
           SELECT OPTIONAL MASK-FIELD-CARD-FILE ASSIGN TO HRBNMSKM      00000970
                                   FILE STATUS IS W-HRBNMSKM-STATUS.    00000980
                                                                        00000990
           SELECT OPTIONAL XWALK-CTL-FILE ASSIGN TO HRBNXWLK            00001000
                                   FILE STATUS IS W-HRBNXWLK-STATUS.    00001010
                                                                        00001020
           SELECT OPTIONAL PATIENT-TOKEN-FILE ASSIGN TO HRBNTOKX        00001030
                                   ORGANIZATION IS INDEXED              00001040
                                   ACCESS MODE IS SEQUENTIAL            00001050
                                   RECORD KEY IS TOK-SSN-KEY            00001060
                                   FILE STATUS IS W-HRBNTOKX-STATUS.    00001070
                                                                        00001080
           SELECT OPTIONAL RESEND-CTL-FILE ASSIGN TO HRBNRSND           00001090
                                   FILE STATUS IS W-HRBNRSND-STATUS.    00001100
                                                                        00001110
           SELECT OPTIONAL SENT-CLAIM-HIST-FILE ASSIGN TO HRBNSENT      00001120
                                   ORGANIZATION IS INDEXED              00001130
                                   ACCESS MODE IS SEQUENTIAL            00001140
                                   RECORD KEY IS SNT-HIST-KEY           00001150
                                   FILE STATUS IS W-HRBNSENT-STATUS.    00001160
                                                                        00001170
           SELECT OPTIONAL MASK-MAP-FILE ASSIGN TO HRBNMSKX             00001180
                                   ORGANIZATION IS INDEXED              00001190
                                   ACCESS MODE IS RANDOM                00001200
                                   RECORD KEY IS MSX-KEY                00001210
                                   FILE STATUS IS W-HRBNMSKX-STATUS.    00001220
                                                                        00001230
           SELECT MASKED-IAPC-FILE ASSIGN TO HRHNMSKO                   00001240
                                   FILE STATUS IS W-HRHNMSKO-STATUS.    00001250
                                                                        00001260
           SELECT MASKED-XWALK-FILE ASSIGN TO HRBNXWLM                  00001270
                                   FILE STATUS IS W-HRBNXWLM-STATUS.    00001280
                                                                        00001290
           SELECT MASKED-TOKEN-FILE ASSIGN TO HRBNTOKM                  00001300
                                   FILE STATUS IS W-HRBNTOKM-STATUS.    00001310
                                                                        00001320
           SELECT RESEND-CTL-OUT ASSIGN TO HRBNRSNM                     00001330
                                   FILE STATUS IS W-HRBNRSNM-STATUS.    00001340
                                                                        00001350
           SELECT SENT-HIST-OUT ASSIGN TO HRBNSENM                      00001360
                                   FILE STATUS IS W-HRBNSENM-STATUS.    00001370
                                                                        00001380
           SELECT MASK-REPORT ASSIGN TO HRHNMSKR                        00001390
                                   FILE STATUS IS W-HRHNMSKR-STATUS.    00001400
                                                                        00001410
           SELECT IAPC-SORT-FILE ASSIGN TO SORTWK01.                    00001420
                                                                        00001430
           SELECT TOKEN-SORT-FILE ASSIGN TO SORTWK02.                   00001440
                                                                        00001450
       DATA DIVISION.                                                   00001460
                                                                        00001470
       FILE SECTION.                                                    00001480
                                                                        00001490
       FD  IAPC-DETAIL-FILE                                             00001500
           RECORDING MODE IS F                                          00001510
           LABEL RECORDS ARE STANDARD                                   00001520
           BLOCK CONTAINS 0 RECORDS.                                    00001530
                                                                        00001540
       01  IAPC-DETAIL-RECORD.                                          00001550
           05  IAPC-MEMBER-ID           PIC X(18).                      00001560
           05  IAPC-ADJUSTMENT-DATE     PIC X(08).                      00001570
           05  IAPC-CLAIM-CTL-NO        PIC 9(15).                      00001580
           05  FILLER                   PIC X(39).                      00001590
                                                                        00001600
       FD  MASK-FIELD-CARD-FILE                                         00001610
           RECORDING MODE IS F                                          00001620
           LABEL RECORDS ARE STANDARD                                   00001630
           BLOCK CONTAINS 0 RECORDS.                                    00001640
                                                                        00001650
       01  MASK-FIELD-CARD.                                             00001660
           05  MMC-FIELD-NAME           PIC X(08).                      00001670
           05  FILLER                   PIC X(01).                      00001680
           05  MMC-OFFSET               PIC 9(03).                      00001690
           05  FILLER                   PIC X(01).                      00001700
           05  MMC-LENGTH               PIC 9(02).                      00001710
           05  FILLER                   PIC X(65).                      00001720
                                                                        00001730
       FD  XWALK-CTL-FILE                                               00001740
           RECORDING MODE IS F                                          00001750
           LABEL RECORDS ARE STANDARD                                   00001760
           BLOCK CONTAINS 0 RECORDS.                                    00001770
                                                                        00001780
       01  XWALK-CTL-RECORD.                                            00001790
           05  XWC-OLD-MEMBER-ID        PIC X(18).                      00001800
           05  XWC-NEW-MEMBER-ID        PIC X(18).                      00001810
           05  XWC-EFFECTIVE-DATE       PIC X(08).                      00001820
           05  FILLER                   PIC X(36).                      00001830
                                                                        00001840
      ******************************************************************00001850
      * HRBNTOKX - SEE HRHSAO3C.  THE CONTROL RECORD (KEY 000000000)   *00001860
      * CARRIES THE TOKEN SEQUENCE AND IS COPIED UNCHANGED.  THE       *00001870
      * ALTERNATE PATIENT ID IS ALREADY A TOKEN AND IS KEPT.           *00001880
      ******************************************************************00001890
                                                                        00001900
       FD  PATIENT-TOKEN-FILE                                           00001910
           RECORD CONTAINS 80 CHARACTERS.                               00001920
                                                                        00001930
       01  PATIENT-TOKEN-RECORD.                                        00001940
           05  TOK-SSN-KEY              PIC X(09).                      00001950
           05  TOK-ALT-PATIENT-ID       PIC X(09).                      00001960
           05  FILLER                   PIC X(62).                      00001970
                                                                        00001980
       FD  RESEND-CTL-FILE                                              00001990
           RECORDING MODE IS F                                          00002000
           LABEL RECORDS ARE STANDARD                                   00002010
           BLOCK CONTAINS 0 RECORDS.                                    00002020
                                                                        00002030
       01  RESEND-CTL-RECORD.                                           00002040
           05  RSNF-CLAIM-CTL-NO        PIC 9(15).                      00002050
           05  FILLER                   PIC X(65).                      00002060
                                                                        00002070
       FD  SENT-CLAIM-HIST-FILE                                         00002080
           RECORD CONTAINS 80 CHARACTERS.                               00002090
                                                                        00002100
       01  SENT-CLAIM-HIST-RECORD.                                      00002110
           05  SNT-HIST-KEY.                                            00002120
               10  SNT-CLAIM-CTL-NO    PIC 9(15).                       00002130
               10  SNT-VENDOR-CODE     PIC X(05).                       00002140
           05  FILLER                  PIC X(60).                       00002150
                                                                        00002160
      ******************************************************************00002170
      * HRBNMSKX - MASK MAP.  ONE RECORD PER ORIGINAL IDENTIFIER, KEY  *00002180
      * = TYPE + ORIGINAL.  THE '*' RECORD HOLDS THE LAST SEQUENCE     *00002190
      * NUMBERS ISSUED AND IS REWRITTEN AS EACH PSEUDONYM IS ISSUED,   *00002200
      * SO A FAILED RUN NEVER REISSUES ONE.                            *00002210
      ******************************************************************00002220
                                                                        00002230
       FD  MASK-MAP-FILE                                                00002240
           RECORD CONTAINS 80 CHARACTERS.                               00002250
                                                                        00002260
       01  MASK-MAP-RECORD.                                             00002270
           05  MSX-KEY.                                                 00002280
               10  MSX-TYPE            PIC X(01).                       00002290
                   88  MSX-MEMBER              VALUE 'M'.               00002300
                   88  MSX-SSN                 VALUE 'S'.               00002310
                   88  MSX-CONTROL             VALUE '*'.               00002320
               10  MSX-ORIGINAL        PIC X(13).                       00002330
           05  MSX-DATA.                                                00002340
               10  MSX-PSEUDONYM       PIC X(13).                       00002350
               10  MSX-ISSUED-DATE     PIC X(08).                       00002360
               10  FILLER              PIC X(45).                       00002370
           05  MSX-CONTROL-DATA REDEFINES MSX-DATA.                     00002380
               10  MSX-LAST-MEMBER-SEQ PIC 9(12).                       00002390
               10  MSX-LAST-SSN-SEQ    PIC 9(08).                       00002400
               10  FILLER              PIC X(46).                       00002410
                                                                        00002420
       FD  MASKED-IAPC-FILE                                             00002430
           RECORDING MODE IS F                                          00002440
           LABEL RECORDS ARE STANDARD                                   00002450
           BLOCK CONTAINS 0 RECORDS.                                    00002460
                                                                        00002470
       01  MASKED-IAPC-RECORD           PIC X(80).                      00002480
                                                                        00002490
       FD  MASKED-XWALK-FILE                                            00002500
           RECORDING MODE IS F                                          00002510
           LABEL RECORDS ARE STANDARD                                   00002520
           BLOCK CONTAINS 0 RECORDS.                                    00002530
                                                                        00002540
       01  MASKED-XWALK-RECORD          PIC X(80).                      00002550
                                                                        00002560
       FD  MASKED-TOKEN-FILE                                            00002570
           RECORDING MODE IS F                                          00002580
           LABEL RECORDS ARE STANDARD                                   00002590
           BLOCK CONTAINS 0 RECORDS.                                    00002600
                                                                        00002610
       01  MASKED-TOKEN-RECORD          PIC X(80).                      00002620
                                                                        00002630
       FD  RESEND-CTL-OUT                                               00002640
           RECORDING MODE IS F                                          00002650
           LABEL RECORDS ARE STANDARD                                   00002660
           BLOCK CONTAINS 0 RECORDS.                                    00002670
                                                                        00002680
       01  RESEND-CTL-OUT-RECORD        PIC X(80).                      00002690
                                                                        00002700
       FD  SENT-HIST-OUT                                                00002710
           RECORDING MODE IS F                                          00002720
           LABEL RECORDS ARE STANDARD                                   00002730
           BLOCK CONTAINS 0 RECORDS.                                    00002740
                                                                        00002750
       01  SENT-HIST-OUT-RECORD         PIC X(80).                      00002760
                                                                        00002770
       FD  MASK-REPORT                                                  00002780
           RECORDING MODE IS F                                          00002790
           LABEL RECORDS ARE STANDARD                                   00002800
           BLOCK CONTAINS 0 RECORDS.                                    00002810
                                                                        00002820
       01  MASK-REPORT-RECORD           PIC X(100).                     00002830
                                                                        00002840
       SD  IAPC-SORT-FILE.                                              00002850
                                                                        00002860
       01  SORT-IAPC-RECORD.                                            00002870
           05  SRT-MEMBER-ID            PIC X(18).                      00002880
           05  SRT-ADJUSTMENT-DATE      PIC X(08).                      00002890
           05  FILLER                   PIC X(54).                      00002900
                                                                        00002910
       SD  TOKEN-SORT-FILE.                                             00002920
                                                                        00002930
       01  SORT-TOKEN-RECORD.                                           00002940
           05  SRT-TOK-SSN-KEY          PIC X(09).                      00002950
           05  FILLER                   PIC X(71).                      00002960
                                                                        00002970
      ******************************************************************00002980
      *          WORKING STORAGE                                       *00002990
      ******************************************************************00003000
                                                                        00003010
       WORKING-STORAGE SECTION.                                         00003020
                                                                        00003030
       01  WS-START                    PIC X(40)                        00003040
           VALUE 'HRHSMSK1-WORKING STORAGE STARTS HERE'.                00003050
                                                                        00003060
       01  W-HRHNIAPC-STATUS           PIC X(02).                       00003070
           88  W-HRHNIAPC-GOOD-OPEN            VALUES '00' '97'.        00003080
           88  W-HRHNIAPC-AT-END               VALUE  '10'.             00003090
       01  W-HRBNMSKM-STATUS           PIC X(02).                       00003100
           88  W-HRBNMSKM-GOOD-OPEN            VALUES '00' '97'.        00003110
           88  W-HRBNMSKM-AT-END               VALUE  '10'.             00003120
       01  W-HRBNXWLK-STATUS           PIC X(02).                       00003130
           88  W-HRBNXWLK-GOOD-OPEN            VALUES '00' '97'.        00003140
           88  W-HRBNXWLK-AT-END               VALUE  '10'.             00003150
       01  W-HRBNTOKX-STATUS           PIC X(02).                       00003160
           88  W-HRBNTOKX-GOOD-OPEN            VALUES '00' '97'.        00003170
           88  W-HRBNTOKX-AT-END               VALUE  '10'.             00003180
       01  W-HRBNRSND-STATUS           PIC X(02).                       00003190
           88  W-HRBNRSND-GOOD-OPEN            VALUES '00' '97'.        00003200
           88  W-HRBNRSND-AT-END               VALUE  '10'.             00003210
       01  W-HRBNSENT-STATUS           PIC X(02).                       00003220
           88  W-HRBNSENT-GOOD-OPEN            VALUES '00' '97'.        00003230
           88  W-HRBNSENT-AT-END               VALUE  '10'.             00003240
       01  W-HRBNMSKX-STATUS           PIC X(02).                       00003250
           88  W-HRBNMSKX-GOOD-OPEN            VALUES '00' '97' '05'.   00003260
           88  W-HRBNMSKX-GOOD-IO              VALUE  '00'.             00003270
           88  W-HRBNMSKX-NOT-FOUND            VALUE  '23'.             00003280
       01  W-HRHNMSKO-STATUS           PIC X(02).                       00003290
           88  W-HRHNMSKO-GOOD-OPEN            VALUE  '00'.             00003300
       01  W-HRBNXWLM-STATUS           PIC X(02).                       00003310
           88  W-HRBNXWLM-GOOD-OPEN            VALUE  '00'.             00003320
       01  W-HRBNTOKM-STATUS           PIC X(02).                       00003330
           88  W-HRBNTOKM-GOOD-OPEN            VALUE  '00'.             00003340
       01  W-HRBNRSNM-STATUS           PIC X(02).                       00003350
           88  W-HRBNRSNM-GOOD-OPEN            VALUE  '00'.             00003360
       01  W-HRBNSENM-STATUS           PIC X(02).                       00003370
           88  W-HRBNSENM-GOOD-OPEN            VALUE  '00'.             00003380
       01  W-HRHNMSKR-STATUS           PIC X(02).                       00003390
           88  W-HRHNMSKR-GOOD-OPEN            VALUE  '00'.             00003400
                                                                        00003410
       01  W-RUN-DATE                  PIC 9(08).                       00003420
       01  W-RUN-DATE8 REDEFINES W-RUN-DATE                             00003430
                                       PIC X(08).                       00003440
                                                                        00003450
       01  SW-SORT-RETURN-DONE         PIC X(01) VALUE 'N'.             00003460
           88  SORT-RETURN-DONE                VALUE 'Y'.               00003470
       01  SW-CARD-VALID               PIC X(01) VALUE 'Y'.             00003480
           88  CARD-VALID                      VALUE 'Y'.               00003490
           88  CARD-INVALID                    VALUE 'N'.               00003500
       01  SW-MAP-FOUND                PIC X(01) VALUE 'N'.             00003510
           88  MAP-ENTRY-FOUND                 VALUE 'Y'.               00003520
                                                                        00003530
       01  W-REJECT-REASON             PIC X(30).                       00003540
       01  W-TOK-CONTROL-KEY           PIC X(09) VALUE '000000000'.     00003550
                                                                        00003560
      ******************************************************************00003570
      *          MASK FIELD TABLE (HRBNMSKM).  THE MEMBER ID IS NOT    *00003580
      *          CARDED - IT IS ALWAYS COLUMNS 1-18                    *00003590
      ******************************************************************00003600
                                                                        00003610
       01  MFT-MAX-ENTRIES             PIC 9(03) COMP VALUE 10.         00003620
       01  MFT-ENTRY-COUNT             PIC 9(03) COMP VALUE 0.          00003630
       01  MFT-IDX                     PIC 9(03) COMP VALUE 0.          00003640
       01  MASK-FIELD-TABLE.                                            00003650
           05  MFT-ENTRY OCCURS 10 TIMES.                               00003660
               10  MFT-FIELD-NAME      PIC X(08).                       00003670
                   88  MFT-SSN                 VALUE 'SSN'.             00003680
                   88  MFT-NAME                VALUE 'NAME'.            00003690
                   88  MFT-DOB                 VALUE 'DOB'.             00003700
               10  MFT-OFFSET          PIC 9(03) COMP.                  00003710
               10  MFT-LENGTH          PIC 9(03) COMP.                  00003720
       01  W-MAP-END                   PIC 9(03) COMP VALUE 0.          00003730
       01  W-FIRST-FREE-COLUMN         PIC 9(03) COMP VALUE 42.         00003740
       01  W-MAX-NAME-LENGTH           PIC 9(03) COMP VALUE 40.         00003750
                                                                        00003760
      ******************************************************************00003770
      *          MASK MAP CONTROL AND THE IDENTIFIER BEING MASKED      *00003780
      ******************************************************************00003790
                                                                        00003800
       01  W-MAP-CONTROL-KEY.                                           00003810
           05  FILLER                  PIC X(01) VALUE '*'.             00003820
           05  FILLER                  PIC X(13) VALUE SPACES.          00003830
       01  W-LAST-MEMBER-SEQ           PIC 9(12) VALUE 0.               00003840
       01  W-LAST-SSN-SEQ              PIC 9(08) VALUE 0.               00003850
       01  W-MAX-SSN-SEQ               PIC 9(08) VALUE 99999999.        00003860
                                                                        00003870
       01  W-MASK-TYPE                 PIC X(01).                       00003880
       01  W-MASK-ORIGINAL             PIC X(13).                       00003890
       01  W-MASK-PSEUDONYM            PIC X(13).                       00003900
                                                                        00003910
       01  W-MEMBER-ID.                                                 00003920
           05  W-MEMBER-SUB-BASE       PIC X(13).                       00003930
           05  W-MEMBER-MBR-NO         PIC X(05).                       00003940
                                                                        00003950
       01  W-MEMBER-PSEUDONYM.                                          00003960
           05  W-MEMBER-PREFIX         PIC X(01) VALUE 'Z'.             00003970
           05  W-MEMBER-SEQ            PIC 9(12).                       00003980
                                                                        00003990
       01  W-SSN-PSEUDONYM.                                             00004000
           05  W-SSN-PREFIX            PIC X(01) VALUE '9'.             00004010
           05  W-SSN-SEQ               PIC 9(08).                       00004020
       01  W-SSN-IN                    PIC X(09).                       00004030
                                                                        00004040
       01  W-MASK-NAME.                                                 00004050
           05  W-NAME-PREFIX           PIC X(04) VALUE 'TEST'.          00004060
           05  W-NAME-MEMBER-SEQ       PIC X(12).                       00004070
           05  W-NAME-DASH             PIC X(01) VALUE '-'.             00004080
           05  W-NAME-MBR-NO           PIC X(05).                       00004090
           05  FILLER                  PIC X(18) VALUE SPACES.          00004100
                                                                        00004110
       01  W-DOB-IN                    PIC X(08).                       00004120
       01  W-DOB-IN-R REDEFINES W-DOB-IN.                               00004130
           05  W-DOB-CCYY              PIC X(04).                       00004140
           05  W-DOB-MMDD              PIC X(04).                       00004150
       01  W-DOB-MMDD-MASK             PIC X(04) VALUE '0701'.          00004160
                                                                        00004170
      ******************************************************************00004180
      *          ACCUMULATORS                                          *00004190
      ******************************************************************00004200
                                                                        00004210
       01  ACCUMULATORS.                                                00004220
           05  A-TOT-CARDS-READ         PIC S9(09) COMP SYNC VALUE +0.  00004230
           05  A-TOT-CARDS-REJECTED     PIC S9(09) COMP SYNC VALUE +0.  00004240
           05  A-TOT-IAPC-READ          PIC S9(09) COMP SYNC VALUE +0.  00004250
           05  A-TOT-IAPC-WRITTEN       PIC S9(09) COMP SYNC VALUE +0.  00004260
           05  A-TOT-XWALK-MASKED       PIC S9(09) COMP SYNC VALUE +0.  00004270
           05  A-TOT-TOKENS-MASKED      PIC S9(09) COMP SYNC VALUE +0.  00004280
           05  A-TOT-RESEND-COPIED      PIC S9(09) COMP SYNC VALUE +0.  00004290
           05  A-TOT-SENT-COPIED        PIC S9(09) COMP SYNC VALUE +0.  00004300
           05  A-TOT-MEMBERS-ISSUED     PIC S9(09) COMP SYNC VALUE +0.  00004310
           05  A-TOT-MEMBERS-REUSED     PIC S9(09) COMP SYNC VALUE +0.  00004320
           05  A-TOT-SSNS-ISSUED        PIC S9(09) COMP SYNC VALUE +0.  00004330
           05  A-TOT-SSNS-REUSED        PIC S9(09) COMP SYNC VALUE +0.  00004340
           05  A-TOT-NAMES-MASKED       PIC S9(09) COMP SYNC VALUE +0.  00004350
           05  A-TOT-DOBS-MASKED        PIC S9(09) COMP SYNC VALUE +0.  00004360
                                                                        00004370
       01  W-REPORT-LINE               PIC X(100).                      00004380
       01  W-RPT-CNT                   PIC Z(8)9.                       00004390
       01  W-RPT-OFFSET                PIC ZZ9.                         00004400
       01  W-RPT-LENGTH                PIC Z9.                          00004410
                                                                        00004420
      ******************************************************************00004430
      *                    PROCEDURE DIVISION                          *00004440
      ******************************************************************00004450
                                                                        00004460
       PROCEDURE DIVISION.                                              00004470
                                                                        00004480
       MAINLINE.                                                        00004490
                                                                        00004500
           PERFORM INITIALIZATION                                       00004510
           PERFORM LOAD-MASK-FIELD-CARDS                                00004520
           SORT IAPC-SORT-FILE                                          00004530
               ON ASCENDING KEY SRT-MEMBER-ID                           00004540
                                SRT-ADJUSTMENT-DATE                     00004550
               INPUT PROCEDURE IS MASK-AND-RELEASE-IAPC                 00004560
               OUTPUT PROCEDURE IS RETURN-AND-WRITE-IAPC                00004570
           PERFORM MASK-CROSSWALK-FILE                                  00004580
           OPEN INPUT PATIENT-TOKEN-FILE                                00004590
           IF W-HRBNTOKX-GOOD-OPEN                                      00004600
               MOVE 'N' TO SW-SORT-RETURN-DONE                          00004610
               SORT TOKEN-SORT-FILE                                     00004620
                   ON ASCENDING KEY SRT-TOK-SSN-KEY                     00004630
                   INPUT PROCEDURE IS MASK-AND-RELEASE-TOKENS           00004640
                   OUTPUT PROCEDURE IS RETURN-AND-WRITE-TOKENS          00004650
           END-IF                                                       00004660
           PERFORM COPY-RESEND-CTL-FILE                                 00004670
           PERFORM COPY-SENT-HIST-FILE                                  00004680
           PERFORM FINALIZATION                                         00004690
           .                                                            00004700
                                                                        00004710
       INITIALIZATION.                                                  00004720
                                                                        00004730
           ACCEPT W-RUN-DATE FROM DATE YYYYMMDD                         00004740
                                                                        00004750
           OPEN OUTPUT MASK-REPORT                                      00004760
           MOVE '-------- HRHSMSK1 DE-IDENTIFIED TEST DATA -----------' 00004770
             TO MASK-REPORT-RECORD                                      00004780
           WRITE MASK-REPORT-RECORD                                     00004790
           MOVE SPACES TO W-REPORT-LINE                                 00004800
           STRING 'RUN DATE=' W-RUN-DATE8                               00004810
                  DELIMITED BY SIZE INTO W-REPORT-LINE                  00004820
           WRITE MASK-REPORT-RECORD FROM W-REPORT-LINE                  00004830
                                                                        00004840
           OPEN INPUT IAPC-DETAIL-FILE                                  00004850
           IF W-HRHNIAPC-GOOD-OPEN                                      00004860
               CONTINUE                                                 00004870
           ELSE                                                         00004880
               DISPLAY 'HRHSMSK1: HRHNIAPC DID NOT OPEN - STATUS '      00004890
                       W-HRHNIAPC-STATUS                                00004900
               MOVE 8 TO RETURN-CODE                                    00004910
               STOP RUN                                                 00004920
           END-IF                                                       00004930
                                                                        00004940
           OPEN I-O MASK-MAP-FILE                                       00004950
           IF W-HRBNMSKX-GOOD-OPEN                                      00004960
               CONTINUE                                                 00004970
           ELSE                                                         00004980
               DISPLAY 'HRHSMSK1: HRBNMSKX DID NOT OPEN - STATUS '      00004990
                       W-HRBNMSKX-STATUS                                00005000
               MOVE 8 TO RETURN-CODE                                    00005010
               STOP RUN                                                 00005020
           END-IF                                                       00005030
           PERFORM READ-MAP-CONTROL                                     00005040
                                                                        00005050
           OPEN OUTPUT MASKED-XWALK-FILE                                00005060
           OPEN OUTPUT MASKED-TOKEN-FILE                                00005070
           OPEN OUTPUT RESEND-CTL-OUT                                   00005080
           OPEN OUTPUT SENT-HIST-OUT                                    00005090
           IF W-HRBNXWLM-GOOD-OPEN AND W-HRBNTOKM-GOOD-OPEN AND         00005100
              W-HRBNRSNM-GOOD-OPEN AND W-HRBNSENM-GOOD-OPEN             00005110
               CONTINUE                                                 00005120
           ELSE                                                         00005130
               DISPLAY 'HRHSMSK1: OUTPUT DID NOT OPEN - STATUS '        00005140
                       W-HRBNXWLM-STATUS '/' W-HRBNTOKM-STATUS '/'      00005150
                       W-HRBNRSNM-STATUS '/' W-HRBNSENM-STATUS          00005160
               MOVE 8 TO RETURN-CODE                                    00005170
               STOP RUN                                                 00005180
           END-IF                                                       00005190
           .                                                            00005200
                                                                        00005210
      ******************************************************************00005220
      * READ-MAP-CONTROL - THE '*' RECORD CARRIES THE LAST SEQUENCES   *00005230
      * ISSUED.  A NEW MAP GETS ONE STARTING FROM ZERO.                *00005240
      ******************************************************************00005250
                                                                        00005260
       READ-MAP-CONTROL.                                                00005270
                                                                        00005280
           MOVE W-MAP-CONTROL-KEY TO MSX-KEY                            00005290
           READ MASK-MAP-FILE                                           00005300
           IF W-HRBNMSKX-GOOD-IO                                        00005310
               MOVE MSX-LAST-MEMBER-SEQ TO W-LAST-MEMBER-SEQ            00005320
               MOVE MSX-LAST-SSN-SEQ    TO W-LAST-SSN-SEQ               00005330
           ELSE                                                         00005340
               IF W-HRBNMSKX-NOT-FOUND                                  00005350
                   MOVE SPACES            TO MASK-MAP-RECORD            00005360
                   MOVE W-MAP-CONTROL-KEY TO MSX-KEY                    00005370
                   MOVE 0 TO MSX-LAST-MEMBER-SEQ                        00005380
                   MOVE 0 TO MSX-LAST-SSN-SEQ                           00005390
                   WRITE MASK-MAP-RECORD                                00005400
               END-IF                                                   00005410
               IF W-HRBNMSKX-GOOD-IO                                    00005420
                   MOVE 'NEW HRBNMSKX MASK MAP STARTED'                 00005430
                     TO MASK-REPORT-RECORD                              00005440
                   WRITE MASK-REPORT-RECORD                             00005450
               ELSE                                                     00005460
                   DISPLAY 'HRHSMSK1: HRBNMSKX CONTROL RECORD - STATUS '00005470
                           W-HRBNMSKX-STATUS                            00005480
                   MOVE 8 TO RETURN-CODE                                00005490
                   STOP RUN                                             00005500
               END-IF                                                   00005510
           END-IF                                                       00005520
           .                                                            00005530
                                                                        00005540
      ******************************************************************00005550
      * LOAD-MASK-FIELD-CARDS - FIELD NAME (SSN, NAME OR DOB), OFFSET  *00005560
      * AND LENGTH WITHIN THE 80-BYTE TYPE-7 RECORD.  A CARD WITH '*'  *00005570
      * IN COLUMN 1 IS A COMMENT.  EVERY CARD IS ECHOED.               *00005580
      ******************************************************************00005590
                                                                        00005600
       LOAD-MASK-FIELD-CARDS.                                           00005610
                                                                        00005620
           MOVE SPACES TO MASK-REPORT-RECORD                            00005630
           WRITE MASK-REPORT-RECORD                                     00005640
           MOVE '-------- HRBNMSKM MASK FIELD CARDS --------'           00005650
             TO MASK-REPORT-RECORD                                      00005660
           WRITE MASK-REPORT-RECORD                                     00005670
           OPEN INPUT MASK-FIELD-CARD-FILE                              00005680
           IF W-HRBNMSKM-GOOD-OPEN                                      00005690
               PERFORM READ-MASK-FIELD-CARD                             00005700
               PERFORM UNTIL W-HRBNMSKM-AT-END                          00005710
                   IF MASK-FIELD-CARD(1:1) NOT = '*'                    00005720
                       ADD 1 TO A-TOT-CARDS-READ                        00005730
                       PERFORM ADD-MASK-FIELD-CARD                      00005740
                   END-IF                                               00005750
                   PERFORM READ-MASK-FIELD-CARD                         00005760
               END-PERFORM                                              00005770
               CLOSE MASK-FIELD-CARD-FILE                               00005780
           END-IF                                                       00005790
           IF MFT-ENTRY-COUNT = 0                                       00005800
               MOVE 'NO MASK FIELD CARDS - MEMBER IDS ONLY'             00005810
                 TO MASK-REPORT-RECORD                                  00005820
               WRITE MASK-REPORT-RECORD                                 00005830
           END-IF                                                       00005840
           .                                                            00005850
                                                                        00005860
       READ-MASK-FIELD-CARD.                                            00005870
                                                                        00005880
           READ MASK-FIELD-CARD-FILE                                    00005890
           .                                                            00005900
                                                                        00005910
       ADD-MASK-FIELD-CARD.                                             00005920
                                                                        00005930
           SET CARD-VALID TO TRUE                                       00005940
           MOVE SPACES TO W-REJECT-REASON                               00005950
           EVALUATE TRUE                                                00005960
               WHEN MMC-FIELD-NAME NOT = 'SSN' AND                      00005970
                    MMC-FIELD-NAME NOT = 'NAME' AND                     00005980
                    MMC-FIELD-NAME NOT = 'DOB'                          00005990
                   MOVE 'UNKNOWN FIELD NAME' TO W-REJECT-REASON         00006000
               WHEN MMC-OFFSET NOT NUMERIC OR MMC-LENGTH NOT NUMERIC    00006010
                   MOVE 'OFFSET/LENGTH NOT NUMERIC' TO W-REJECT-REASON  00006020
               WHEN MMC-OFFSET < W-FIRST-FREE-COLUMN                    00006030
                   MOVE 'OFFSET BEFORE COLUMN 42' TO W-REJECT-REASON    00006040
               WHEN MMC-LENGTH = 0                                      00006050
                   MOVE 'LENGTH IS ZERO' TO W-REJECT-REASON             00006060
               WHEN MMC-OFFSET + MMC-LENGTH - 1 > 80                    00006070
                   MOVE 'FIELD RUNS PAST COLUMN 80' TO W-REJECT-REASON  00006080
               WHEN MMC-FIELD-NAME = 'SSN' AND MMC-LENGTH NOT = 9       00006090
                   MOVE 'SSN LENGTH MUST BE 9' TO W-REJECT-REASON       00006100
               WHEN MMC-FIELD-NAME = 'DOB' AND MMC-LENGTH NOT = 8       00006110
                   MOVE 'DOB LENGTH MUST BE 8' TO W-REJECT-REASON       00006120
               WHEN MMC-FIELD-NAME = 'NAME' AND                         00006130
                    MMC-LENGTH > W-MAX-NAME-LENGTH                      00006140
                   MOVE 'NAME LONGER THAN 40' TO W-REJECT-REASON        00006150
               WHEN MFT-ENTRY-COUNT = MFT-MAX-ENTRIES                   00006160
                   MOVE 'MORE THAN 10 CARDS' TO W-REJECT-REASON         00006170
               WHEN OTHER                                               00006180
                   CONTINUE                                             00006190
           END-EVALUATE                                                 00006200
           IF W-REJECT-REASON NOT = SPACES                              00006210
               SET CARD-INVALID TO TRUE                                 00006220
           END-IF                                                       00006230
                                                                        00006240
           MOVE SPACES TO W-REPORT-LINE                                 00006250
           IF CARD-VALID                                                00006260
               ADD 1 TO MFT-ENTRY-COUNT                                 00006270
               MOVE MMC-FIELD-NAME TO MFT-FIELD-NAME(MFT-ENTRY-COUNT)   00006280
               MOVE MMC-OFFSET     TO MFT-OFFSET(MFT-ENTRY-COUNT)       00006290
               MOVE MMC-LENGTH     TO MFT-LENGTH(MFT-ENTRY-COUNT)       00006300
               MOVE MMC-OFFSET     TO W-RPT-OFFSET                      00006310
               MOVE MMC-LENGTH     TO W-RPT-LENGTH                      00006320
               STRING 'FIELD=' MMC-FIELD-NAME                           00006330
                      ' OFFSET=' W-RPT-OFFSET                           00006340
                      ' LENGTH=' W-RPT-LENGTH                           00006350
                      '  ACCEPTED'                                      00006360
                      DELIMITED BY SIZE INTO W-REPORT-LINE              00006370
           ELSE                                                         00006380
               ADD 1 TO A-TOT-CARDS-REJECTED                            00006390
               STRING 'CARD=' MASK-FIELD-CARD(1:15)                     00006400
                      '  REJECTED - ' W-REJECT-REASON                   00006410
                      DELIMITED BY SIZE INTO W-REPORT-LINE              00006420
           END-IF                                                       00006430
           WRITE MASK-REPORT-RECORD FROM W-REPORT-LINE                  00006440
           .                                                            00006450
                                                                        00006460
      ******************************************************************00006470
      * MASK-AND-RELEASE-IAPC - SORT INPUT PROCEDURE.  THE MEMBER ID   *00006480
      * AND EVERY CARDED FIELD ARE MASKED BEFORE THE RECORD IS         *00006490
      * RELEASED.                                                      *00006500
      ******************************************************************00006510
                                                                        00006520
       MASK-AND-RELEASE-IAPC.                                           00006530
                                                                        00006540
           PERFORM READ-IAPC-FILE                                       00006550
           PERFORM UNTIL W-HRHNIAPC-AT-END                              00006560
               ADD 1 TO A-TOT-IAPC-READ                                 00006570
               MOVE IAPC-MEMBER-ID TO W-MEMBER-ID                       00006580
               PERFORM MASK-MEMBER-ID                                   00006590
               MOVE W-MEMBER-ID TO IAPC-MEMBER-ID                       00006600
               PERFORM VARYING MFT-IDX FROM 1 BY 1                      00006610
                       UNTIL MFT-IDX > MFT-ENTRY-COUNT                  00006620
                   PERFORM MASK-CARDED-FIELD                            00006630
               END-PERFORM                                              00006640
               MOVE IAPC-DETAIL-RECORD TO SORT-IAPC-RECORD              00006650
               RELEASE SORT-IAPC-RECORD                                 00006660
               PERFORM READ-IAPC-FILE                                   00006670
           END-PERFORM                                                  00006680
           CLOSE IAPC-DETAIL-FILE                                       00006690
           .                                                            00006700
                                                                        00006710
       READ-IAPC-FILE.                                                  00006720
                                                                        00006730
           READ IAPC-DETAIL-FILE                                        00006740
           .                                                            00006750
                                                                        00006760
      ******************************************************************00006770
      * MASK-CARDED-FIELD - ONE HRBNMSKM FIELD OF THE CURRENT RECORD.  *00006780
      * W-MEMBER-ID ALREADY HOLDS THE MASKED MEMBER, WHICH THE NAME IS *00006790
      * BUILT FROM.  A BLANK FIELD IS LEFT BLANK.                      *00006800
      ******************************************************************00006810
                                                                        00006820
       MASK-CARDED-FIELD.                                               00006830
                                                                        00006840
           IF IAPC-DETAIL-RECORD(MFT-OFFSET(MFT-IDX):                   00006850
                                 MFT-LENGTH(MFT-IDX)) = SPACES          00006860
               CONTINUE                                                 00006870
           ELSE                                                         00006880
               EVALUATE TRUE                                            00006890
                   WHEN MFT-SSN(MFT-IDX)                                00006900
                       MOVE IAPC-DETAIL-RECORD(MFT-OFFSET(MFT-IDX):9)   00006910
                         TO W-SSN-IN                                    00006920
                       PERFORM MASK-SSN                                 00006930
                       MOVE W-SSN-IN                                    00006940
                         TO IAPC-DETAIL-RECORD(MFT-OFFSET(MFT-IDX):9)   00006950
                   WHEN MFT-NAME(MFT-IDX)                               00006960
                       MOVE W-MEMBER-SUB-BASE(2:12) TO W-NAME-MEMBER-SEQ00006970
                       MOVE W-MEMBER-MBR-NO         TO W-NAME-MBR-NO    00006980
                       MOVE W-MASK-NAME                                 00006990
                         TO IAPC-DETAIL-RECORD(MFT-OFFSET(MFT-IDX):     00007000
                                               MFT-LENGTH(MFT-IDX))     00007010
                       ADD 1 TO A-TOT-NAMES-MASKED                      00007020
                   WHEN MFT-DOB(MFT-IDX)                                00007030
                       MOVE IAPC-DETAIL-RECORD(MFT-OFFSET(MFT-IDX):8)   00007040
                         TO W-DOB-IN                                    00007050
                       IF W-DOB-IN NUMERIC                              00007060
                           MOVE W-DOB-MMDD-MASK TO W-DOB-MMDD           00007070
                       ELSE                                             00007080
                           MOVE ZEROES TO W-DOB-IN                      00007090
                       END-IF                                           00007100
                       MOVE W-DOB-IN                                    00007110
                         TO IAPC-DETAIL-RECORD(MFT-OFFSET(MFT-IDX):8)   00007120
                       ADD 1 TO A-TOT-DOBS-MASKED                       00007130
               END-EVALUATE                                             00007140
           END-IF                                                       00007150
           .                                                            00007160
                                                                        00007170
      ******************************************************************00007180
      * RETURN-AND-WRITE-IAPC - SORT OUTPUT PROCEDURE.                 *00007190
      ******************************************************************00007200
                                                                        00007210
       RETURN-AND-WRITE-IAPC.                                           00007220
                                                                        00007230
           OPEN OUTPUT MASKED-IAPC-FILE                                 00007240
           IF W-HRHNMSKO-GOOD-OPEN                                      00007250
               CONTINUE                                                 00007260
           ELSE                                                         00007270
               DISPLAY 'HRHSMSK1: HRHNMSKO DID NOT OPEN - STATUS '      00007280
                       W-HRHNMSKO-STATUS                                00007290
               MOVE 8 TO RETURN-CODE                                    00007300
               STOP RUN                                                 00007310
           END-IF                                                       00007320
           PERFORM RETURN-SORTED-IAPC                                   00007330
               UNTIL SORT-RETURN-DONE                                   00007340
           CLOSE MASKED-IAPC-FILE                                       00007350
           .                                                            00007360
                                                                        00007370
       RETURN-SORTED-IAPC.                                              00007380
                                                                        00007390
           RETURN IAPC-SORT-FILE                                        00007400
               AT END                                                   00007410
                   SET SORT-RETURN-DONE TO TRUE                         00007420
               NOT AT END                                               00007430
                   WRITE MASKED-IAPC-RECORD                             00007440
                      FROM SORT-IAPC-RECORD                             00007450
                   ADD 1 TO A-TOT-IAPC-WRITTEN                          00007460
           END-RETURN                                                   00007470
           .                                                            00007480
                                                                        00007490
      ******************************************************************00007500
      * MASK-MEMBER-ID - W-MEMBER-ID IN, MASKED W-MEMBER-ID OUT.  THE  *00007510
      * SUBSCRIBER BASE IS MAPPED; THE MEMBER SUFFIX IS KEPT.  A BLANK *00007520
      * OR ZERO SUBSCRIBER IS LEFT ALONE.                              *00007530
      ******************************************************************00007540
                                                                        00007550
       MASK-MEMBER-ID.                                                  00007560
                                                                        00007570
           IF W-MEMBER-SUB-BASE = SPACES OR                             00007580
              W-MEMBER-SUB-BASE = ZEROES                                00007590
               CONTINUE                                                 00007600
           ELSE                                                         00007610
               MOVE 'M'               TO W-MASK-TYPE                    00007620
               MOVE W-MEMBER-SUB-BASE TO W-MASK-ORIGINAL                00007630
               PERFORM FIND-MAP-ENTRY                                   00007640
               IF MAP-ENTRY-FOUND                                       00007650
                   ADD 1 TO A-TOT-MEMBERS-REUSED                        00007660
               ELSE                                                     00007670
                   ADD 1 TO W-LAST-MEMBER-SEQ                           00007680
                   MOVE W-LAST-MEMBER-SEQ  TO W-MEMBER-SEQ              00007690
                   MOVE W-MEMBER-PSEUDONYM TO W-MASK-PSEUDONYM          00007700
                   PERFORM ADD-MAP-ENTRY                                00007710
                   ADD 1 TO A-TOT-MEMBERS-ISSUED                        00007720
               END-IF                                                   00007730
               MOVE W-MASK-PSEUDONYM TO W-MEMBER-SUB-BASE               00007740
           END-IF                                                       00007750
           .                                                            00007760
                                                                        00007770
      ******************************************************************00007780
      * MASK-SSN - W-SSN-IN IN, MASKED W-SSN-IN OUT.  ZERO OR BLANK IS *00007790
      * LEFT ALONE.  THE SSN SEQUENCE IS EIGHT DIGITS; RUNNING OUT OF  *00007800
      * IT STOPS THE RUN RATHER THAN REISSUE A PSEUDONYM.              *00007810
      ******************************************************************00007820
                                                                        00007830
       MASK-SSN.                                                        00007840
                                                                        00007850
           IF W-SSN-IN = SPACES OR W-SSN-IN = ZEROES                    00007860
               CONTINUE                                                 00007870
           ELSE                                                         00007880
               MOVE 'S'      TO W-MASK-TYPE                             00007890
               MOVE W-SSN-IN TO W-MASK-ORIGINAL                         00007900
               PERFORM FIND-MAP-ENTRY                                   00007910
               IF MAP-ENTRY-FOUND                                       00007920
                   ADD 1 TO A-TOT-SSNS-REUSED                           00007930
               ELSE                                                     00007940
                   IF W-LAST-SSN-SEQ = W-MAX-SSN-SEQ                    00007950
                       DISPLAY 'HRHSMSK1: SSN PSEUDONYMS USED UP'       00007960
                       MOVE 8 TO RETURN-CODE                            00007970
                       STOP RUN                                         00007980
                   END-IF                                               00007990
                   ADD 1 TO W-LAST-SSN-SEQ                              00008000
                   MOVE W-LAST-SSN-SEQ  TO W-SSN-SEQ                    00008010
                   MOVE W-SSN-PSEUDONYM TO W-MASK-PSEUDONYM             00008020
                   PERFORM ADD-MAP-ENTRY                                00008030
                   ADD 1 TO A-TOT-SSNS-ISSUED                           00008040
               END-IF                                                   00008050
               MOVE W-MASK-PSEUDONYM(1:9) TO W-SSN-IN                   00008060
           END-IF                                                       00008070
           .                                                            00008080
                                                                        00008090
       FIND-MAP-ENTRY.                                                  00008100
                                                                        00008110
           MOVE 'N' TO SW-MAP-FOUND                                     00008120
           MOVE W-MASK-TYPE     TO MSX-TYPE                             00008130
           MOVE W-MASK-ORIGINAL TO MSX-ORIGINAL                         00008140
           READ MASK-MAP-FILE                                           00008150
           IF W-HRBNMSKX-GOOD-IO                                        00008160
               SET MAP-ENTRY-FOUND TO TRUE                              00008170
               MOVE MSX-PSEUDONYM TO W-MASK-PSEUDONYM                   00008180
           ELSE                                                         00008190
               IF W-HRBNMSKX-NOT-FOUND                                  00008200
                   CONTINUE                                             00008210
               ELSE                                                     00008220
                   DISPLAY 'HRHSMSK1: HRBNMSKX READ - STATUS '          00008230
                           W-HRBNMSKX-STATUS                            00008240
                   MOVE 8 TO RETURN-CODE                                00008250
                   STOP RUN                                             00008260
               END-IF                                                   00008270
           END-IF                                                       00008280
           .                                                            00008290
                                                                        00008300
      ******************************************************************00008310
      * ADD-MAP-ENTRY - RECORD THE NEW PSEUDONYM, THEN ADVANCE THE     *00008320
      * CONTROL RECORD.                                                *00008330
      ******************************************************************00008340
                                                                        00008350
       ADD-MAP-ENTRY.                                                   00008360
                                                                        00008370
           MOVE SPACES           TO MASK-MAP-RECORD                     00008380
           MOVE W-MASK-TYPE      TO MSX-TYPE                            00008390
           MOVE W-MASK-ORIGINAL  TO MSX-ORIGINAL                        00008400
           MOVE W-MASK-PSEUDONYM TO MSX-PSEUDONYM                       00008410
           MOVE W-RUN-DATE8      TO MSX-ISSUED-DATE                     00008420
           WRITE MASK-MAP-RECORD                                        00008430
           IF W-HRBNMSKX-GOOD-IO                                        00008440
               CONTINUE                                                 00008450
           ELSE                                                         00008460
               DISPLAY 'HRHSMSK1: HRBNMSKX WRITE - STATUS '             00008470
                       W-HRBNMSKX-STATUS                                00008480
               MOVE 8 TO RETURN-CODE                                    00008490
               STOP RUN                                                 00008500
           END-IF                                                       00008510
                                                                        00008520
           MOVE W-MAP-CONTROL-KEY TO MSX-KEY                            00008530
           READ MASK-MAP-FILE                                           00008540
           IF W-HRBNMSKX-GOOD-IO                                        00008550
               MOVE W-LAST-MEMBER-SEQ TO MSX-LAST-MEMBER-SEQ            00008560
               MOVE W-LAST-SSN-SEQ    TO MSX-LAST-SSN-SEQ               00008570
               REWRITE MASK-MAP-RECORD                                  00008580
           END-IF                                                       00008590
           IF W-HRBNMSKX-GOOD-IO                                        00008600
               CONTINUE                                                 00008610
           ELSE                                                         00008620
               DISPLAY 'HRHSMSK1: HRBNMSKX CONTROL UPDATE - STATUS '    00008630
                       W-HRBNMSKX-STATUS                                00008640
               MOVE 8 TO RETURN-CODE                                    00008650
               STOP RUN                                                 00008660
           END-IF                                                       00008670
           .                                                            00008680
                                                                        00008690
      ******************************************************************00008700
      * MASK-CROSSWALK-FILE - BOTH SIDES OF EVERY HRBNXWLK ENTRY GO    *00008710
      * THROUGH THE SAME MAP, SO HRHSXWK1 REMAPS THE TEST SET THE WAY  *00008720
      * IT REMAPS PRODUCTION.                                          *00008730
      ******************************************************************00008740
                                                                        00008750
       MASK-CROSSWALK-FILE.                                             00008760
                                                                        00008770
           OPEN INPUT XWALK-CTL-FILE                                    00008780
           IF W-HRBNXWLK-GOOD-OPEN                                      00008790
               PERFORM READ-XWALK-FILE                                  00008800
               PERFORM UNTIL W-HRBNXWLK-AT-END                          00008810
                   MOVE XWC-OLD-MEMBER-ID TO W-MEMBER-ID                00008820
                   PERFORM MASK-MEMBER-ID                               00008830
                   MOVE W-MEMBER-ID TO XWC-OLD-MEMBER-ID                00008840
                   MOVE XWC-NEW-MEMBER-ID TO W-MEMBER-ID                00008850
                   PERFORM MASK-MEMBER-ID                               00008860
                   MOVE W-MEMBER-ID TO XWC-NEW-MEMBER-ID                00008870
                   WRITE MASKED-XWALK-RECORD FROM XWALK-CTL-RECORD      00008880
                   ADD 1 TO A-TOT-XWALK-MASKED                          00008890
                   PERFORM READ-XWALK-FILE                              00008900
               END-PERFORM                                              00008910
               CLOSE XWALK-CTL-FILE                                     00008920
           END-IF                                                       00008930
           .                                                            00008940
                                                                        00008950
       READ-XWALK-FILE.                                                 00008960
                                                                        00008970
           READ XWALK-CTL-FILE                                          00008980
           .                                                            00008990
                                                                        00009000
      ******************************************************************00009010
      * MASK-AND-RELEASE-TOKENS - SORT INPUT PROCEDURE.  THE SSN KEY   *00009020
      * GOES THROUGH THE SAME MAP AS THE TYPE-7 SSN FIELD.             *00009030
      ******************************************************************00009040
                                                                        00009050
       MASK-AND-RELEASE-TOKENS.                                         00009060
                                                                        00009070
           PERFORM READ-TOKEN-FILE                                      00009080
           PERFORM UNTIL W-HRBNTOKX-AT-END                              00009090
               IF TOK-SSN-KEY = W-TOK-CONTROL-KEY                       00009100
                   CONTINUE                                             00009110
               ELSE                                                     00009120
                   MOVE TOK-SSN-KEY TO W-SSN-IN                         00009130
                   PERFORM MASK-SSN                                     00009140
                   MOVE W-SSN-IN TO TOK-SSN-KEY                         00009150
                   ADD 1 TO A-TOT-TOKENS-MASKED                         00009160
               END-IF                                                   00009170
               MOVE PATIENT-TOKEN-RECORD TO SORT-TOKEN-RECORD           00009180
               RELEASE SORT-TOKEN-RECORD                                00009190
               PERFORM READ-TOKEN-FILE                                  00009200
           END-PERFORM                                                  00009210
           CLOSE PATIENT-TOKEN-FILE                                     00009220
           .                                                            00009230
                                                                        00009240
       READ-TOKEN-FILE.                                                 00009250
                                                                        00009260
           READ PATIENT-TOKEN-FILE NEXT RECORD                          00009270
           .                                                            00009280
                                                                        00009290
       RETURN-AND-WRITE-TOKENS.                                         00009300
                                                                        00009310
           PERFORM RETURN-SORTED-TOKEN                                  00009320
               UNTIL SORT-RETURN-DONE                                   00009330
           .                                                            00009340
                                                                        00009350
       RETURN-SORTED-TOKEN.                                             00009360
                                                                        00009370
           RETURN TOKEN-SORT-FILE                                       00009380
               AT END                                                   00009390
                   SET SORT-RETURN-DONE TO TRUE                         00009400
               NOT AT END                                               00009410
                   WRITE MASKED-TOKEN-RECORD                            00009420
                      FROM SORT-TOKEN-RECORD                            00009430
           END-RETURN                                                   00009440
           .                                                            00009450
                                                                        00009460
      ******************************************************************00009470
      * COPY-RESEND-CTL-FILE / COPY-SENT-HIST-FILE - CLAIM CONTROL     *00009480
      * NUMBERS ONLY; COPIED SO THE TEST SET IS TAKEN AT ONE POINT.    *00009490
      ******************************************************************00009500
                                                                        00009510
       COPY-RESEND-CTL-FILE.                                            00009520
                                                                        00009530
           OPEN INPUT RESEND-CTL-FILE                                   00009540
           IF W-HRBNRSND-GOOD-OPEN                                      00009550
               PERFORM READ-RESEND-FILE                                 00009560
               PERFORM UNTIL W-HRBNRSND-AT-END                          00009570
                   WRITE RESEND-CTL-OUT-RECORD FROM RESEND-CTL-RECORD   00009580
                   ADD 1 TO A-TOT-RESEND-COPIED                         00009590
                   PERFORM READ-RESEND-FILE                             00009600
               END-PERFORM                                              00009610
               CLOSE RESEND-CTL-FILE                                    00009620
           END-IF                                                       00009630
           .                                                            00009640
                                                                        00009650
       READ-RESEND-FILE.                                                00009660
                                                                        00009670
           READ RESEND-CTL-FILE                                         00009680
           .                                                            00009690
                                                                        00009700
       COPY-SENT-HIST-FILE.                                             00009710
                                                                        00009720
           OPEN INPUT SENT-CLAIM-HIST-FILE                              00009730
           IF W-HRBNSENT-GOOD-OPEN                                      00009740
               PERFORM READ-SENT-HIST-FILE                              00009750
               PERFORM UNTIL W-HRBNSENT-AT-END                          00009760
                   WRITE SENT-HIST-OUT-RECORD                           00009770
                      FROM SENT-CLAIM-HIST-RECORD                       00009780
                   ADD 1 TO A-TOT-SENT-COPIED                           00009790
                   PERFORM READ-SENT-HIST-FILE                          00009800
               END-PERFORM                                              00009810
               CLOSE SENT-CLAIM-HIST-FILE                               00009820
           END-IF                                                       00009830
           .                                                            00009840
                                                                        00009850
       READ-SENT-HIST-FILE.                                             00009860
                                                                        00009870
           READ SENT-CLAIM-HIST-FILE NEXT RECORD                        00009880
           .                                                            00009890
                                                                        00009900
      ******************************************************************00009910
      * FINALIZATION - TOTALS AND RETURN CODE.  COUNTS ONLY - NO       *00009920
      * ORIGINAL IDENTIFIER IS EVER PRINTED.                           *00009930
      ******************************************************************00009940
                                                                        00009950
       FINALIZATION.                                                    00009960
                                                                        00009970
           MOVE SPACES TO MASK-REPORT-RECORD                            00009980
           WRITE MASK-REPORT-RECORD                                     00009990
           MOVE '-------- TOTALS ------------------------------'        00010000
             TO MASK-REPORT-RECORD                                      00010010
           WRITE MASK-REPORT-RECORD                                     00010020
           MOVE A-TOT-IAPC-READ TO W-RPT-CNT                            00010030
           MOVE SPACES TO W-REPORT-LINE                                 00010040
           STRING 'TYPE-7 RECORDS READ=' W-RPT-CNT                      00010050
                  DELIMITED BY SIZE INTO W-REPORT-LINE                  00010060
           WRITE MASK-REPORT-RECORD FROM W-REPORT-LINE                  00010070
           MOVE A-TOT-IAPC-WRITTEN TO W-RPT-CNT                         00010080
           MOVE SPACES TO W-REPORT-LINE                                 00010090
           STRING 'TYPE-7 RECORDS WRITTEN (HRHNMSKO)=' W-RPT-CNT        00010100
                  DELIMITED BY SIZE INTO W-REPORT-LINE                  00010110
           WRITE MASK-REPORT-RECORD FROM W-REPORT-LINE                  00010120
           MOVE A-TOT-MEMBERS-ISSUED TO W-RPT-CNT                       00010130
           MOVE SPACES TO W-REPORT-LINE                                 00010140
           STRING 'NEW MEMBER PSEUDONYMS ISSUED=' W-RPT-CNT             00010150
                  DELIMITED BY SIZE INTO W-REPORT-LINE                  00010160
           WRITE MASK-REPORT-RECORD FROM W-REPORT-LINE                  00010170
           MOVE A-TOT-MEMBERS-REUSED TO W-RPT-CNT                       00010180
           MOVE SPACES TO W-REPORT-LINE                                 00010190
           STRING 'MEMBER IDS MASKED FROM THE MAP=' W-RPT-CNT           00010200
                  DELIMITED BY SIZE INTO W-REPORT-LINE                  00010210
           WRITE MASK-REPORT-RECORD FROM W-REPORT-LINE                  00010220
           MOVE A-TOT-SSNS-ISSUED TO W-RPT-CNT                          00010230
           MOVE SPACES TO W-REPORT-LINE                                 00010240
           STRING 'NEW SSN PSEUDONYMS ISSUED=' W-RPT-CNT                00010250
                  DELIMITED BY SIZE INTO W-REPORT-LINE                  00010260
           WRITE MASK-REPORT-RECORD FROM W-REPORT-LINE                  00010270
           MOVE A-TOT-SSNS-REUSED TO W-RPT-CNT                          00010280
           MOVE SPACES TO W-REPORT-LINE                                 00010290
           STRING 'SSNS MASKED FROM THE MAP=' W-RPT-CNT                 00010300
                  DELIMITED BY SIZE INTO W-REPORT-LINE                  00010310
           WRITE MASK-REPORT-RECORD FROM W-REPORT-LINE                  00010320
           MOVE A-TOT-NAMES-MASKED TO W-RPT-CNT                         00010330
           MOVE SPACES TO W-REPORT-LINE                                 00010340
           STRING 'NAMES MASKED=' W-RPT-CNT                             00010350
                  DELIMITED BY SIZE INTO W-REPORT-LINE                  00010360
           WRITE MASK-REPORT-RECORD FROM W-REPORT-LINE                  00010370
           MOVE A-TOT-DOBS-MASKED TO W-RPT-CNT                          00010380
           MOVE SPACES TO W-REPORT-LINE                                 00010390
           STRING 'BIRTH DATES MASKED=' W-RPT-CNT                       00010400
                  DELIMITED BY SIZE INTO W-REPORT-LINE                  00010410
           WRITE MASK-REPORT-RECORD FROM W-REPORT-LINE                  00010420
           MOVE A-TOT-XWALK-MASKED TO W-RPT-CNT                         00010430
           MOVE SPACES TO W-REPORT-LINE                                 00010440
           STRING 'CROSSWALK ENTRIES MASKED (HRBNXWLM)=' W-RPT-CNT      00010450
                  DELIMITED BY SIZE INTO W-REPORT-LINE                  00010460
           WRITE MASK-REPORT-RECORD FROM W-REPORT-LINE                  00010470
           MOVE A-TOT-TOKENS-MASKED TO W-RPT-CNT                        00010480
           MOVE SPACES TO W-REPORT-LINE                                 00010490
           STRING 'TOKENS MASKED (HRBNTOKM)=' W-RPT-CNT                 00010500
                  DELIMITED BY SIZE INTO W-REPORT-LINE                  00010510
           WRITE MASK-REPORT-RECORD FROM W-REPORT-LINE                  00010520
           MOVE A-TOT-RESEND-COPIED TO W-RPT-CNT                        00010530
           MOVE SPACES TO W-REPORT-LINE                                 00010540
           STRING 'RESEND ENTRIES COPIED (HRBNRSNM)=' W-RPT-CNT         00010550
                  DELIMITED BY SIZE INTO W-REPORT-LINE                  00010560
           WRITE MASK-REPORT-RECORD FROM W-REPORT-LINE                  00010570
           MOVE A-TOT-SENT-COPIED TO W-RPT-CNT                          00010580
           MOVE SPACES TO W-REPORT-LINE                                 00010590
           STRING 'SENT HISTORY RECORDS COPIED (HRBNSENM)=' W-RPT-CNT   00010600
                  DELIMITED BY SIZE INTO W-REPORT-LINE                  00010610
           WRITE MASK-REPORT-RECORD FROM W-REPORT-LINE                  00010620
                                                                        00010630
           CLOSE MASK-MAP-FILE                                          00010640
           CLOSE MASKED-XWALK-FILE                                      00010650
           CLOSE MASKED-TOKEN-FILE                                      00010660
           CLOSE RESEND-CTL-OUT                                         00010670
           CLOSE SENT-HIST-OUT                                          00010680
           CLOSE MASK-REPORT                                            00010690
                                                                        00010700
           IF A-TOT-CARDS-REJECTED > 0 OR MFT-ENTRY-COUNT = 0           00010710
               DISPLAY 'HRHSMSK1: TEST SET BUILT WITH WARNINGS - SEE '  00010720
                       'HRHNMSKR'                                       00010730
               MOVE 4 TO RETURN-CODE                                    00010740
           ELSE                                                         00010750
               DISPLAY 'HRHSMSK1: TEST SET BUILT'                       00010760
               MOVE 0 TO RETURN-CODE                                    00010770
           END-IF                                                       00010780
           DISPLAY 'HRHSMSK1: TYPE-7 READ=' A-TOT-IAPC-READ             00010790
                   ' WRITTEN=' A-TOT-IAPC-WRITTEN                       00010800
                   ' NEW MEMBERS=' A-TOT-MEMBERS-ISSUED                 00010810
                   ' NEW SSNS=' A-TOT-SSNS-ISSUED                       00010820
           STOP RUN                                                     00010830
           .                                                            00010840
