      ******************************************************************00000100
      *                                                                *00000110
      *                        HRHSRTR1                                *00000120
      *                                                                *00000130
      *     FUNCTION:                                                  *00000140
      *                                                                *00000150
      *     RETRO-TERMINATION REVERSAL GENERATOR.  CHECK-MEMBER-       *00000160
      *     ELIGIBILITY IN HRHSAO3C ONLY STOPS CLAIMS FOR MEMBERS      *00000170
      *     ALREADY TERMED WHEN IT RUNS.  WHEN ENROLLMENT KEYS A       *00000180
      *     RETROACTIVE TERMINATION LATER, THIS DAILY STEP FINDS THE   *00000190
      *     CLAIMS ALREADY TRANSMITTED FOR SERVICE ON OR AFTER THE     *00000200
      *     TERM DATE AND GENERATES THE OFFSETTING ADJUSTMENTS AS A    *00000210
      *     TYPE-7 FILE FOR THE NEXT HRHNIAVC -> HRHSAO3C RUN.         *00000220
      *                                                                *00000230
      *     THE AUDIT TRAIL IS SEARCHED THROUGH HRHNACAD, THE          *00000240
      *     COMPANION OF EACH HRHNARID ROW THAT CARRIES THE MEMBER     *00000250
      *     AND SERVICE DATE.  A CLAIM QUALIFIES WHEN IT IS ON THE     *00000260
      *     HRBNSENT SENT-CLAIM HISTORY AND ITS FIRST SERVICE DATE     *00000270
      *     THERE IS ON OR AFTER THE TERM DATE.  A CLAIM WITH LATER    *00000280
      *     LINES AFTER THE TERM BUT A FIRST SERVICE DATE BEFORE IT    *00000290
      *     IS LISTED FOR REVIEW, NOT REVERSED.  THE REVERSAL IS THE   *00000300
      *     SENT CLAIM AMOUNT WITH THE OPPOSITE SIGN ('N' FOR A        *00000310
      *     POSITIVE ORIGINAL, 'P' FOR A NEGATIVE ONE), DATED WITH     *00000320
      *     THE ORIGINAL FIRST SERVICE DATE.                           *00000330
      *                                                                *00000340
      *     EVERY REVERSED CLAIM IS ALSO WRITTEN TO HRBNRTRV, WHICH    *00000350
      *     LETS HRHSAO3C PASS IT THROUGH THE ALREADY-SENT CHECK, AND  *00000360
      *     TO THE HRBNRTRH REVERSAL HISTORY SO IT IS NEVER REVERSED   *00000370
      *     TWICE.  A FAILED STEP IS RERUN AFTER RESTORING HRBNRTRH    *00000380
      *     FROM THE PRE-STEP BACKUP.                                  *00000390
      *                                                                *00000400
      *     INPUT FILES:  HRHNRTRM - RETRO-TERM TRANSACTIONS FROM      *00000410
      *                      ENROLLMENT (OPTIONAL - MISSING = NONE).   *00000420
      *                      A LATER TRANSACTION FOR THE SAME MEMBER   *00000430
      *                      REPLACES AN EARLIER ONE                   *00000440
      *                   HRHNACAD - ACCUMULATOR AUDIT DETAIL, ALL     *00000450
      *                      RETAINED GENERATIONS CONCATENATED         *00000460
      *                   HRBNSENT - SENT-CLAIM HISTORY KSDS           *00000470
      *                                                                *00000480
      *     I-O FILE:     HRBNRTRH - RETRO REVERSAL HISTORY KSDS       *00000490
      *                                                                *00000500
      *     OUTPUT FILES: HRHNRTV7 - TYPE-7 REVERSALS, SORTED BY       *00000510
      *                              MEMBER ID / ADJUSTMENT DATE       *00000520
      *                              (FEED TO HRHNIAVC)                *00000530
      *                   HRBNRTRV - REVERSAL CLAIM LIST FOR HRHSAO3C  *00000540
      *                   HRHNRTRR - ELIGIBILITY UNIT REPORT           *00000550
      *                   HRHNRLDG - RUN LEDGER (EXTEND)               *00000560
      *                                                                *00000570
      *     RETURN CODE:  00 - CLEAN (WITH OR WITHOUT REVERSALS)       *00000580
      *                   04 - EXCEPTIONS LISTED ON HRHNRTRR           *00000590
      *                   08 - HRBNSENT OR HRBNRTRH NOT AVAILABLE      *00000600
      *                                                                *00000610
      *     MODIFICATIONS:- DISPLAYED IN THE LOG BELOW                 *00000620
      *                                                                *00000630
      ******************************************************************00000640
      *           MODIFICATION LOG FOR HRHSRTR1                        *00000650
      *  SCAN   ACTIVITY DATE     SE NAME                              *00000660
      *  ------ -------- -------- ----------------------------------   *00000670
      *          NEW PROGRAM                                           *00000680
      ******************************************************************00000690
                                                                        00000700
       IDENTIFICATION DIVISION.                                         00000710
       PROGRAM-ID.    HRHSRTR1.                                         00000720
                                                                        00000730
       ENVIRONMENT DIVISION.                                            00000740
       CONFIGURATION SECTION.                                           00000750
                                                                        00000760
       INPUT-OUTPUT SECTION.                                            00000770
       FILE-CONTROL.                                                    00000780
                                                                        00000790
           SELECT OPTIONAL RETRO-TERM-FILE ASSIGN TO HRHNRTRM           00000800
                                   FILE STATUS IS W-HRHNRTRM-STATUS.    00000810
                                                                        00000820
           SELECT OPTIONAL ACCUM-AUDIT-FILE ASSIGN TO HRHNACAD          00000830
                                   FILE STATUS IS W-HRHNACAD-STATUS.    00000840
                                                                        00000850
           SELECT SENT-CLAIM-HIST-FILE ASSIGN TO HRBNSENT               00000860
                                   ORGANIZATION IS INDEXED              00000870
                                   ACCESS MODE IS RANDOM                00000880
                                   RECORD KEY IS SNT-HIST-KEY           00000890
                                   FILE STATUS IS W-HRBNSENT-STATUS.    00000900
                                                                        00000910
           SELECT REVERSAL-HIST-FILE ASSIGN TO HRBNRTRH                 00000920
                                   ORGANIZATION IS INDEXED              00000930
                                   ACCESS MODE IS RANDOM                00000940
                                   RECORD KEY IS RTH-CLAIM-CTL-NO       00000950
                                   FILE STATUS IS W-HRBNRTRH-STATUS.    00000960
                                                                        00000970
           SELECT REVERSAL-TYPE7-FILE ASSIGN TO HRHNRTV7                00000980
                                   FILE STATUS IS W-HRHNRTV7-STATUS.    00000990
                                                                        00001000
           SELECT REVERSAL-CTL-OUT ASSIGN TO HRBNRTRV                   00001010
                                   FILE STATUS IS W-HRBNRTRV-STATUS.    00001020
                                                                        00001030
           SELECT RETRO-REVERSAL-REPORT ASSIGN TO HRHNRTRR              00001040
                                   FILE STATUS IS W-HRHNRTRR-STATUS.    00001050
                                                                        00001060
           SELECT RUN-LEDGER-FILE ASSIGN TO HRHNRLDG                    00001070
                                   FILE STATUS IS W-HRHNRLDG-STATUS.    00001080
                                                                        00001090
           SELECT REVERSAL-SORT-FILE ASSIGN TO SORTWK01.                00001100
                                                                        00001110
       DATA DIVISION.                                                   00001120
                                                                        00001130
       FILE SECTION.                                                    00001140
                                                                        00001150
       FD  RETRO-TERM-FILE                                              00001160
           RECORDING MODE IS F                                          00001170
           LABEL RECORDS ARE STANDARD                                   00001180
           BLOCK CONTAINS 0 RECORDS.                                    00001190
                                                                        00001200
       01  RETRO-TERM-RECORD.                                           00001210
           05  RTM-MEMBER-ID.                                           00001220
               10  RTM-SUB-NO-BASE     PIC X(13).                       00001230
               10  RTM-MBR-NO          PIC X(05).                       00001240
           05  RTM-TERM-DATE           PIC X(08).                       00001250
           05  RTM-GROUP-BASE-NO       PIC X(09).                       00001260
           05  RTM-ENTERED-DATE        PIC X(08).                       00001270
           05  FILLER                  PIC X(37).                       00001280
                                                                        00001290
       FD  ACCUM-AUDIT-FILE                                             00001300
           RECORDING MODE IS F                                          00001310
           LABEL RECORDS ARE STANDARD                                   00001320
           BLOCK CONTAINS 0 RECORDS.                                    00001330
                                                                        00001340
       01  ACCUM-AUDIT-RECORD.                                          00001350
           05  ACA-CAR-REC-ID          PIC X(50).                       00001360
           05  ACA-CLAIM-CTL-NO        PIC 9(15).                       00001370
           05  ACA-VENDOR-CODE         PIC X(05).                       00001380
           05  ACA-MEMBER-ID           PIC X(18).                       00001390
           05  ACA-GROUP-BASE-NO       PIC X(09).                       00001400
           05  ACA-NETWORK-IND         PIC X(01).                       00001410
           05  ACA-SVC-DATE            PIC X(08).                       00001420
           05  ACA-PLAN-YEAR           PIC X(04).                       00001430
           05  ACA-DED-AMT             PIC S9(09)V99.                   00001440
           05  ACA-OOP-AMT             PIC S9(09)V99.                   00001450
           05  ACA-RUN-DATE            PIC X(08).                       00001460
           05  ACA-RUN-TOKEN           PIC X(08).                       00001470
           05  FILLER                  PIC X(12).                       00001480
                                                                        00001490
       FD  SENT-CLAIM-HIST-FILE                                         00001500
           RECORD CONTAINS 80 CHARACTERS.                               00001510
                                                                        00001520
       01  SENT-CLAIM-HIST-RECORD.                                      00001530
           05  SNT-HIST-KEY.                                            00001540
               10  SNT-CLAIM-CTL-NO    PIC 9(15).                       00001550
               10  SNT-VENDOR-CODE     PIC X(05).                       00001560
           05  SNT-ADJUSTMENT-DATE     PIC X(08).                       00001570
           05  SNT-RUN-DATE            PIC X(08).                       00001580
           05  SNT-ADJ-AMOUNT          PIC S9(07)V99.                   00001590
           05  SNT-DETL-CNT            PIC 9(04).                       00001600
           05  SNT-OOP-AMT             PIC S9(09).                      00001610
           05  SNT-RUN-TOKEN           PIC X(08).                       00001620
           05  FILLER                  PIC X(13).                       00001630
                                                                        00001640
      ******************************************************************00001650
      * HRBNRTRH - ONE ROW PER CLAIM EVER REVERSED BY THIS STEP.       *00001660
      ******************************************************************00001670
                                                                        00001680
       FD  REVERSAL-HIST-FILE                                           00001690
           RECORD CONTAINS 80 CHARACTERS.                               00001700
                                                                        00001710
       01  REVERSAL-HIST-RECORD.                                        00001720
           05  RTH-CLAIM-CTL-NO        PIC 9(15).                       00001730
           05  RTH-MEMBER-ID           PIC X(18).                       00001740
           05  RTH-TERM-DATE           PIC X(08).                       00001750
           05  RTH-SVC-DATE            PIC X(08).                       00001760
           05  RTH-ADJ-SIGN            PIC X(01).                       00001770
           05  RTH-ADJ-AMOUNT          PIC S9(09)V99.                   00001780
           05  RTH-REVERSED-DATE       PIC X(08).                       00001790
           05  RTH-VENDOR-COUNT        PIC 9(03).                       00001800
           05  FILLER                  PIC X(08).                       00001810
                                                                        00001820
       FD  REVERSAL-TYPE7-FILE                                          00001830
           RECORDING MODE IS F                                          00001840
           LABEL RECORDS ARE STANDARD                                   00001850
           BLOCK CONTAINS 0 RECORDS.                                    00001860
                                                                        00001870
       01  REVERSAL-TYPE7-RECORD       PIC X(80).                       00001880
                                                                        00001890
       FD  REVERSAL-CTL-OUT                                             00001900
           RECORDING MODE IS F                                          00001910
           LABEL RECORDS ARE STANDARD                                   00001920
           BLOCK CONTAINS 0 RECORDS.                                    00001930
                                                                        00001940
       01  REVERSAL-CTL-OUT-RECORD     PIC X(80).                       00001950
                                                                        00001960
       FD  RETRO-REVERSAL-REPORT                                        00001970
           RECORDING MODE IS F                                          00001980
           LABEL RECORDS ARE STANDARD                                   00001990
           BLOCK CONTAINS 0 RECORDS.                                    00002000
                                                                        00002010
       01  RETRO-REVERSAL-RECORD       PIC X(100).                      00002020
                                                                        00002030
       FD  RUN-LEDGER-FILE                                              00002040
           RECORDING MODE IS F                                          00002050
           LABEL RECORDS ARE STANDARD                                   00002060
           BLOCK CONTAINS 0 RECORDS.                                    00002070
                                                                        00002080
       COPY HRHYRLDG.                                                   00002090
                                                                        00002100
       SD  REVERSAL-SORT-FILE.                                          00002110
                                                                        00002120
       01  SORT-REVERSAL-RECORD.                                        00002130
           05  SRT-MEMBER-ID           PIC X(18).                       00002140
           05  SRT-ADJUSTMENT-DATE     PIC X(08).                       00002150
           05  SRT-CLAIM-CTL-NO        PIC 9(15).                       00002160
           05  SRT-ADJ-SIGN            PIC X(01).                       00002170
           05  SRT-ADJ-AMOUNT          PIC S9(09)V99.                   00002180
           05  SRT-TERM-DATE           PIC X(08).                       00002190
           05  SRT-VENDOR-COUNT        PIC 9(03).                       00002200
           05  SRT-VENDOR-LIST.                                         00002210
               10  SRT-VENDOR-CODE OCCURS 5 TIMES                       00002220
                                       PIC X(05).                       00002230
           05  FILLER                  PIC X(11).                       00002240
                                                                        00002250
      ******************************************************************00002260
      *          WORKING STORAGE                                       *00002270
      ******************************************************************00002280
                                                                        00002290
       WORKING-STORAGE SECTION.                                         00002300
                                                                        00002310
       01  WS-START                    PIC X(40)                        00002320
           VALUE 'HRHSRTR1-WORKING STORAGE STARTS HERE'.                00002330
                                                                        00002340
       01  W-HRHNRTRM-STATUS           PIC X(02).                       00002350
           88  W-HRHNRTRM-GOOD-OPEN            VALUES '00' '97'.        00002360
           88  W-HRHNRTRM-AT-END               VALUE  '10'.             00002370
       01  W-HRHNACAD-STATUS           PIC X(02).                       00002380
           88  W-HRHNACAD-GOOD-OPEN            VALUES '00' '97'.        00002390
           88  W-HRHNACAD-AT-END               VALUE  '10'.             00002400
       01  W-HRBNSENT-STATUS           PIC X(02).                       00002410
           88  W-HRBNSENT-GOOD-OPEN            VALUES '00' '97'.        00002420
           88  W-HRBNSENT-GOOD-IO              VALUE  '00'.             00002430
       01  W-HRBNRTRH-STATUS           PIC X(02).                       00002440
           88  W-HRBNRTRH-GOOD-OPEN            VALUES '00' '97' '05'.   00002450
           88  W-HRBNRTRH-GOOD-IO              VALUE  '00'.             00002460
           88  W-HRBNRTRH-NOT-FOUND            VALUE  '23'.             00002470
       01  W-HRHNRTV7-STATUS           PIC X(02).                       00002480
           88  W-HRHNRTV7-GOOD-OPEN            VALUE  '00'.             00002490
       01  W-HRBNRTRV-STATUS           PIC X(02).                       00002500
           88  W-HRBNRTRV-GOOD-OPEN            VALUE  '00'.             00002510
       01  W-HRHNRTRR-STATUS           PIC X(02).                       00002520
           88  W-HRHNRTRR-GOOD-OPEN            VALUE  '00'.             00002530
       01  W-HRHNRLDG-STATUS           PIC X(02).                       00002540
           88  W-HRHNRLDG-GOOD-OPEN            VALUES '00' '97' '05'.   00002550
       01  W-RLG-START-TIME            PIC X(08).                       00002560
       01  W-RLG-END-TIME              PIC X(08).                       00002570
       01  W-RLG-RUN-DATE              PIC 9(08).                       00002580
                                                                        00002590
       01  W-RUN-DATE8                 PIC X(08).                       00002600
                                                                        00002610
       01  SW-RECORD-VALID             PIC X(01) VALUE 'Y'.             00002620
           88  RECORD-VALID                    VALUE 'Y'.               00002630
           88  RECORD-INVALID                  VALUE 'N'.               00002640
       01  SW-SORT-RETURN-DONE         PIC X(01) VALUE 'N'.             00002650
           88  SORT-RETURN-DONE                VALUE 'Y'.               00002660
       01  SW-TERM-FOUND               PIC X(01) VALUE 'N'.             00002670
           88  MEMBER-TERMED                   VALUE 'Y'.               00002680
           88  MEMBER-NOT-TERMED               VALUE 'N'.               00002690
       01  SW-CLAIM-FOUND              PIC X(01) VALUE 'N'.             00002700
           88  CLAIM-ALREADY-SEEN              VALUE 'Y'.               00002710
       01  SW-VENDOR-FOUND             PIC X(01) VALUE 'N'.             00002720
           88  VENDOR-ALREADY-LISTED           VALUE 'Y'.               00002730
                                                                        00002740
       01  W-REJECT-REASON             PIC X(30).                       00002750
       01  W-EXCEPTION-NOTE            PIC X(30).                       00002760
                                                                        00002770
       01  W-DATE-CHECK                PIC X(08).                       00002780
       01  W-DATE-CHECK-R REDEFINES W-DATE-CHECK.                       00002790
           05  W-DATE-CCYY             PIC 9(04).                       00002800
           05  W-DATE-MM               PIC 9(02).                       00002810
           05  W-DATE-DD               PIC 9(02).                       00002820
                                                                        00002830
      ******************************************************************00002840
      *          RETRO-TERMED MEMBERS, KEPT IN MEMBER ORDER FOR THE    *00002850
      *          BINARY SEARCH AGAINST EVERY AUDIT ROW                 *00002860
      ******************************************************************00002870
                                                                        00002880
       01  RTT-MAX-ENTRIES             PIC 9(04) COMP VALUE 2000.       00002890
       01  RTT-ENTRY-COUNT             PIC 9(04) COMP VALUE 0.          00002900
       01  RTT-IDX                     PIC 9(04) COMP VALUE 0.          00002910
       01  RTT-SHIFT-IDX               PIC 9(04) COMP VALUE 0.          00002920
       01  RETRO-TERM-TABLE.                                            00002930
           05  RTT-ENTRY OCCURS 1 TO 2000 TIMES                         00002940
                         DEPENDING ON RTT-ENTRY-COUNT                   00002950
                         ASCENDING KEY IS RTT-MEMBER-ID                 00002960
                         INDEXED BY RTT-NDX.                            00002970
               10  RTT-MEMBER-ID       PIC X(18).                       00002980
               10  RTT-TERM-DATE       PIC X(08).                       00002990
               10  RTT-GROUP-BASE-NO   PIC X(09).                       00003000
               10  RTT-CLAIM-COUNT     PIC 9(05) COMP.                  00003010
       01  W-TERM-DATE                 PIC X(08).                       00003020
       01  W-SEARCH-MEMBER-ID          PIC X(18).                       00003030
                                                                        00003040
      ******************************************************************00003050
      *          CLAIMS FOUND FOR TERMED MEMBERS.  STATUS 'R' IS TO    *00003060
      *          BE REVERSED; 'S' WAS SEEN AND PASSED OVER (ALREADY    *00003070
      *          REVERSED, NOT SENT OR SPANS THE TERM) SO REPEAT       *00003080
      *          AUDIT ROWS FOR IT ARE NOT LISTED AGAIN                *00003090
      ******************************************************************00003100
                                                                        00003110
       01  RVT-MAX-ENTRIES             PIC 9(04) COMP VALUE 2000.       00003120
       01  RVT-ENTRY-COUNT             PIC 9(04) COMP VALUE 0.          00003130
       01  RVT-IDX                     PIC 9(04) COMP VALUE 0.          00003140
       01  RVT-VND-IDX                 PIC 9(02) COMP VALUE 0.          00003150
       01  REVERSAL-TABLE.                                              00003160
           05  RVT-ENTRY OCCURS 2000 TIMES.                             00003170
               10  RVT-CLAIM-CTL-NO    PIC 9(15).                       00003180
               10  RVT-STATUS          PIC X(01).                       00003190
                   88  RVT-TO-REVERSE          VALUE 'R'.               00003200
                   88  RVT-PASSED-OVER         VALUE 'S'.               00003210
               10  RVT-MEMBER-ID       PIC X(18).                       00003220
               10  RVT-TERM-DATE       PIC X(08).                       00003230
               10  RVT-SVC-DATE        PIC X(08).                       00003240
               10  RVT-SENT-AMOUNT     PIC S9(07)V99 COMP-3.            00003250
               10  RVT-VENDOR-COUNT    PIC 9(03) COMP.                  00003260
               10  RVT-VENDOR-CODE OCCURS 5 TIMES                       00003270
                                       PIC X(05).                       00003280
                                                                        00003290
      *    THE TYPE-7 DETAIL RECORD EXACTLY AS HRHNIAVC AND HRHSNET1    00003300
      *    DEFINE IT.                                                   00003310
       01  IAPC-DETAIL-RECORD.                                          00003320
           05  IAPC-MEMBER-ID.                                          00003330
               10  IAPC-SUB-NO-BASE     PIC X(13).                      00003340
               10  IAPC-MBR-NO          PIC X(05).                      00003350
           05  IAPC-ADJUSTMENT-DATE     PIC X(08).                      00003360
           05  IAPC-CLAIM-CTL-NO        PIC 9(15).                      00003370
           05  IAPC-ADJ-SIGN            PIC X(01).                      00003380
           05  IAPC-ADJ-AMOUNT          PIC S9(09)V99.                  00003390
           05  FILLER                   PIC X(27).                      00003400
                                                                        00003410
      *    HRBNRTRV CARRIES THE CLAIM IN THE SAME COLUMNS AS HRBNRSND.  00003420
       01  REVERSAL-CTL-RECORD.                                         00003430
           05  RTV-CLAIM-CTL-NO         PIC 9(15).                      00003440
           05  RTV-MEMBER-ID            PIC X(18).                      00003450
           05  RTV-TERM-DATE            PIC X(08).                      00003460
           05  FILLER                   PIC X(39).                      00003470
                                                                        00003480
      ******************************************************************00003490
      *          ACCUMULATORS                                          *00003500
      ******************************************************************00003510
                                                                        00003520
       01  ACCUMULATORS.                                                00003530
           05  A-TOT-TERMS-READ         PIC S9(09) COMP SYNC VALUE +0.  00003540
           05  A-TOT-TERMS-REJECTED     PIC S9(09) COMP SYNC VALUE +0.  00003550
           05  A-TOT-TERMS-REPLACED     PIC S9(09) COMP SYNC VALUE +0.  00003560
           05  A-TOT-ACAD-READ          PIC S9(09) COMP SYNC VALUE +0.  00003570
           05  A-TOT-ACAD-MATCHED       PIC S9(09) COMP SYNC VALUE +0.  00003580
           05  A-TOT-NOT-SENT           PIC S9(09) COMP SYNC VALUE +0.  00003590
           05  A-TOT-SPANS-TERM         PIC S9(09) COMP SYNC VALUE +0.  00003600
           05  A-TOT-ALREADY-REVERSED   PIC S9(09) COMP SYNC VALUE +0.  00003610
           05  A-TOT-REVERSED           PIC S9(09) COMP SYNC VALUE +0.  00003620
           05  A-TOT-NO-CLAIMS          PIC S9(09) COMP SYNC VALUE +0.  00003630
           05  A-TOT-EXCEPTIONS         PIC S9(09) COMP SYNC VALUE +0.  00003640
           05  A-TOT-NEG-AMOUNT         PIC S9(11)V99 COMP-3 VALUE +0.  00003650
           05  A-TOT-POS-AMOUNT         PIC S9(11)V99 COMP-3 VALUE +0.  00003660
                                                                        00003670
       01  W-REPORT-LINE               PIC X(100).                      00003680
       01  W-RPT-CNT                   PIC Z(8)9.                       00003690
       01  W-RPT-AMT                   PIC -(9)9.99.                    00003700
       01  W-RPT-AMT2                  PIC -(9)9.99.                    00003710
                                                                        00003720
      ******************************************************************00003730
      *                    PROCEDURE DIVISION                          *00003740
      ******************************************************************00003750
                                                                        00003760
       PROCEDURE DIVISION.                                              00003770
                                                                        00003780
       MAINLINE.                                                        00003790
                                                                        00003800
           PERFORM INITIALIZATION                                       00003810
           PERFORM LOAD-RETRO-TERM-TABLE                                00003820
           IF RTT-ENTRY-COUNT > 0                                       00003830
               SORT REVERSAL-SORT-FILE                                  00003840
                   ON ASCENDING KEY SRT-MEMBER-ID                       00003850
                                    SRT-ADJUSTMENT-DATE                 00003860
                   INPUT PROCEDURE IS FIND-SENT-CLAIMS                  00003870
                   OUTPUT PROCEDURE IS WRITE-REVERSALS                  00003880
               PERFORM LIST-MEMBERS-NOT-REVERSED                        00003890
           END-IF                                                       00003900
           PERFORM FINALIZATION                                         00003910
           .                                                            00003920
                                                                        00003930
       INITIALIZATION.                                                  00003940
                                                                        00003950
           ACCEPT W-RLG-START-TIME FROM TIME                            00003960
           ACCEPT W-RLG-RUN-DATE FROM DATE YYYYMMDD                     00003970
           MOVE W-RLG-RUN-DATE TO W-RUN-DATE8                           00003980
                                                                        00003990
           OPEN INPUT SENT-CLAIM-HIST-FILE                              00004000
           IF W-HRBNSENT-GOOD-OPEN                                      00004010
               CONTINUE                                                 00004020
           ELSE                                                         00004030
               DISPLAY 'HRHSRTR1: HRBNSENT DID NOT OPEN - STATUS '      00004040
                       W-HRBNSENT-STATUS                                00004050
               MOVE 8 TO RETURN-CODE                                    00004060
               STOP RUN                                                 00004070
           END-IF                                                       00004080
                                                                        00004090
           OPEN I-O REVERSAL-HIST-FILE                                  00004100
           IF W-HRBNRTRH-GOOD-OPEN                                      00004110
               CONTINUE                                                 00004120
           ELSE                                                         00004130
               DISPLAY 'HRHSRTR1: HRBNRTRH DID NOT OPEN - STATUS '      00004140
                       W-HRBNRTRH-STATUS                                00004150
               MOVE 8 TO RETURN-CODE                                    00004160
               STOP RUN                                                 00004170
           END-IF                                                       00004180
                                                                        00004190
           OPEN OUTPUT REVERSAL-TYPE7-FILE                              00004200
           OPEN OUTPUT REVERSAL-CTL-OUT                                 00004210
           OPEN OUTPUT RETRO-REVERSAL-REPORT                            00004220
           MOVE '-------- HRHSRTR1 RETRO-TERMINATION CLAIM REVERSALS'   00004230
                TO RETRO-REVERSAL-RECORD                                00004240
           WRITE RETRO-REVERSAL-RECORD                                  00004250
           MOVE SPACES TO W-REPORT-LINE                                 00004260
           STRING 'RUN DATE ' W-RUN-DATE8                               00004270
                  '   FOR THE ELIGIBILITY UNIT'                         00004280
                  DELIMITED BY SIZE INTO W-REPORT-LINE                  00004290
           WRITE RETRO-REVERSAL-RECORD FROM W-REPORT-LINE               00004300
           .                                                            00004310
                                                                        00004320
      ******************************************************************00004330
      * LOAD-RETRO-TERM-TABLE - VALIDATE EACH TRANSACTION AND INSERT   *00004340
      * IT IN MEMBER ORDER.  A SECOND TRANSACTION FOR A MEMBER         *00004350
      * REPLACES THE FIRST (ENROLLMENT CORRECTED THE TERM DATE).       *00004360
      ******************************************************************00004370
                                                                        00004380
       LOAD-RETRO-TERM-TABLE.                                           00004390
                                                                        00004400
           MOVE SPACES TO RETRO-REVERSAL-RECORD                         00004410
           WRITE RETRO-REVERSAL-RECORD                                  00004420
           MOVE '-------- RETRO-TERM TRANSACTIONS REJECTED ----------'  00004430
             TO RETRO-REVERSAL-RECORD                                   00004440
           WRITE RETRO-REVERSAL-RECORD                                  00004450
                                                                        00004460
           OPEN INPUT RETRO-TERM-FILE                                   00004470
           IF W-HRHNRTRM-GOOD-OPEN                                      00004480
               PERFORM READ-RETRO-TERM-FILE                             00004490
               PERFORM UNTIL W-HRHNRTRM-AT-END                          00004500
                   ADD 1 TO A-TOT-TERMS-READ                            00004510
                   PERFORM VALIDATE-RETRO-TERM                          00004520
                   IF RECORD-VALID                                      00004530
                       PERFORM ADD-RETRO-TERM                           00004540
                   ELSE                                                 00004550
                       ADD 1 TO A-TOT-TERMS-REJECTED                    00004560
                       ADD 1 TO A-TOT-EXCEPTIONS                        00004570
                       MOVE SPACES TO W-REPORT-LINE                     00004580
                       STRING '*REJECT ' W-REJECT-REASON                00004590
                              ' : ' RETRO-TERM-RECORD(1:43)             00004600
                              DELIMITED BY SIZE INTO W-REPORT-LINE      00004610
                       WRITE RETRO-REVERSAL-RECORD FROM W-REPORT-LINE   00004620
                   END-IF                                               00004630
                   PERFORM READ-RETRO-TERM-FILE                         00004640
               END-PERFORM                                              00004650
               CLOSE RETRO-TERM-FILE                                    00004660
           ELSE                                                         00004670
               MOVE 'NO HRHNRTRM TRANSACTIONS - NOTHING TO DO'          00004680
                 TO RETRO-REVERSAL-RECORD                               00004690
               WRITE RETRO-REVERSAL-RECORD                              00004700
           END-IF                                                       00004710
           .                                                            00004720
                                                                        00004730
       READ-RETRO-TERM-FILE.                                            00004740
                                                                        00004750
           READ RETRO-TERM-FILE                                         00004760
           .                                                            00004770
                                                                        00004780
       VALIDATE-RETRO-TERM.                                             00004790
                                                                        00004800
           SET RECORD-VALID TO TRUE                                     00004810
           MOVE SPACES TO W-REJECT-REASON                               00004820
                                                                        00004830
           IF RTM-MEMBER-ID = SPACES                                    00004840
               SET RECORD-INVALID TO TRUE                               00004850
               MOVE 'MEMBER ID BLANK' TO W-REJECT-REASON                00004860
           END-IF                                                       00004870
                                                                        00004880
           IF RECORD-VALID                                              00004890
               MOVE RTM-TERM-DATE TO W-DATE-CHECK                       00004900
               IF W-DATE-CHECK NUMERIC                                  00004910
                   IF W-DATE-MM < 01 OR W-DATE-MM > 12 OR               00004920
                      W-DATE-DD < 01 OR W-DATE-DD > 31                  00004930
                       SET RECORD-INVALID TO TRUE                       00004940
                       MOVE 'TERM DATE IMPOSSIBLE' TO W-REJECT-REASON   00004950
                   END-IF                                               00004960
               ELSE                                                     00004970
                   SET RECORD-INVALID TO TRUE                           00004980
                   MOVE 'TERM DATE NOT NUMERIC' TO W-REJECT-REASON      00004990
               END-IF                                                   00005000
           END-IF                                                       00005010
                                                                        00005020
           IF RECORD-VALID AND RTM-TERM-DATE > W-RUN-DATE8              00005030
               SET RECORD-INVALID TO TRUE                               00005040
               MOVE 'TERM DATE IN THE FUTURE' TO W-REJECT-REASON        00005050
           END-IF                                                       00005060
           .                                                            00005070
                                                                        00005080
       ADD-RETRO-TERM.                                                  00005090
                                                                        00005100
           MOVE RTM-MEMBER-ID TO W-SEARCH-MEMBER-ID                     00005110
           PERFORM FIND-TERMED-MEMBER-BY-KEY                            00005120
           IF MEMBER-TERMED                                             00005130
               MOVE RTM-TERM-DATE     TO RTT-TERM-DATE(RTT-IDX)         00005140
               MOVE RTM-GROUP-BASE-NO TO RTT-GROUP-BASE-NO(RTT-IDX)     00005150
               ADD 1 TO A-TOT-TERMS-REPLACED                            00005160
           ELSE                                                         00005170
               IF RTT-ENTRY-COUNT < RTT-MAX-ENTRIES                     00005180
                   ADD 1 TO RTT-ENTRY-COUNT                             00005190
                   MOVE RTT-ENTRY-COUNT TO RTT-SHIFT-IDX                00005200
                   PERFORM UNTIL RTT-SHIFT-IDX = 1                      00005210
                       OR RTT-MEMBER-ID(RTT-SHIFT-IDX - 1)              00005220
                          < RTM-MEMBER-ID                               00005230
                       MOVE RTT-ENTRY(RTT-SHIFT-IDX - 1)                00005240
                         TO RTT-ENTRY(RTT-SHIFT-IDX)                    00005250
                       SUBTRACT 1 FROM RTT-SHIFT-IDX                    00005260
                   END-PERFORM                                          00005270
                   MOVE RTM-MEMBER-ID                                   00005280
                     TO RTT-MEMBER-ID(RTT-SHIFT-IDX)                    00005290
                   MOVE RTM-TERM-DATE                                   00005300
                     TO RTT-TERM-DATE(RTT-SHIFT-IDX)                    00005310
                   MOVE RTM-GROUP-BASE-NO                               00005320
                     TO RTT-GROUP-BASE-NO(RTT-SHIFT-IDX)                00005330
                   MOVE 0 TO RTT-CLAIM-COUNT(RTT-SHIFT-IDX)             00005340
               ELSE                                                     00005350
                   ADD 1 TO A-TOT-EXCEPTIONS                            00005360
                   MOVE SPACES TO W-REPORT-LINE                         00005370
                   STRING '*REJECT TERM TABLE FULL        : '           00005380
                          RETRO-TERM-RECORD(1:43)                       00005390
                          DELIMITED BY SIZE INTO W-REPORT-LINE          00005400
                   WRITE RETRO-REVERSAL-RECORD FROM W-REPORT-LINE       00005410
               END-IF                                                   00005420
           END-IF                                                       00005430
           .                                                            00005440
                                                                        00005450
       FIND-TERMED-MEMBER-BY-KEY.                                       00005460
                                                                        00005470
           SET MEMBER-NOT-TERMED TO TRUE                                00005480
           PERFORM VARYING RTT-IDX FROM 1 BY 1                          00005490
                   UNTIL RTT-IDX > RTT-ENTRY-COUNT                      00005500
                      OR MEMBER-TERMED                                  00005510
               IF RTT-MEMBER-ID(RTT-IDX) = W-SEARCH-MEMBER-ID           00005520
                   SET MEMBER-TERMED TO TRUE                            00005530
               END-IF                                                   00005540
           END-PERFORM                                                  00005550
           IF MEMBER-TERMED                                             00005560
               SUBTRACT 1 FROM RTT-IDX                                  00005570
           END-IF                                                       00005580
           .                                                            00005590
                                                                        00005600
      ******************************************************************00005610
      * FIND-SENT-CLAIMS - SORT INPUT PROCEDURE.  EVERY AUDIT ROW FOR  *00005620
      * A TERMED MEMBER WITH SERVICE ON OR AFTER THE TERM IS TRACED    *00005630
      * TO ITS CLAIM.  ONCE THE PASS IS DONE, EACH CLAIM TO BE         *00005640
      * REVERSED IS RELEASED ONCE, WITH THE VENDORS IT WENT TO.        *00005650
      ******************************************************************00005660
                                                                        00005670
       FIND-SENT-CLAIMS.                                                00005680
                                                                        00005690
           MOVE SPACES TO RETRO-REVERSAL-RECORD                         00005700
           WRITE RETRO-REVERSAL-RECORD                                  00005710
           MOVE '-------- CLAIMS NOT REVERSED ------------------------' 00005720
             TO RETRO-REVERSAL-RECORD                                   00005730
           WRITE RETRO-REVERSAL-RECORD                                  00005740
                                                                        00005750
           OPEN INPUT ACCUM-AUDIT-FILE                                  00005760
           IF W-HRHNACAD-GOOD-OPEN                                      00005770
               PERFORM READ-ACCUM-AUDIT-FILE                            00005780
               PERFORM UNTIL W-HRHNACAD-AT-END                          00005790
                   ADD 1 TO A-TOT-ACAD-READ                             00005800
                   PERFORM FIND-TERMED-MEMBER                           00005810
                   IF MEMBER-TERMED AND ACA-SVC-DATE NOT < W-TERM-DATE  00005820
                       ADD 1 TO A-TOT-ACAD-MATCHED                      00005830
                       PERFORM TRACE-AUDIT-CLAIM                        00005840
                   END-IF                                               00005850
                   PERFORM READ-ACCUM-AUDIT-FILE                        00005860
               END-PERFORM                                              00005870
               CLOSE ACCUM-AUDIT-FILE                                   00005880
           ELSE                                                         00005890
               ADD 1 TO A-TOT-EXCEPTIONS                                00005900
               MOVE 'NO HRHNACAD AUDIT DETAIL - NO CLAIMS FOUND'        00005910
                 TO RETRO-REVERSAL-RECORD                               00005920
               WRITE RETRO-REVERSAL-RECORD                              00005930
           END-IF                                                       00005940
                                                                        00005950
           PERFORM VARYING RVT-IDX FROM 1 BY 1                          00005960
                   UNTIL RVT-IDX > RVT-ENTRY-COUNT                      00005970
               IF RVT-TO-REVERSE(RVT-IDX)                               00005980
                   PERFORM RELEASE-REVERSAL                             00005990
               END-IF                                                   00006000
           END-PERFORM                                                  00006010
           .                                                            00006020
                                                                        00006030
       READ-ACCUM-AUDIT-FILE.                                           00006040
                                                                        00006050
           READ ACCUM-AUDIT-FILE                                        00006060
           .                                                            00006070
                                                                        00006080
       FIND-TERMED-MEMBER.                                              00006090
                                                                        00006100
           SET MEMBER-NOT-TERMED TO TRUE                                00006110
           SEARCH ALL RTT-ENTRY                                         00006120
               AT END                                                   00006130
                   CONTINUE                                             00006140
               WHEN RTT-MEMBER-ID(RTT-NDX) = ACA-MEMBER-ID              00006150
                   SET MEMBER-TERMED TO TRUE                            00006160
                   MOVE RTT-TERM-DATE(RTT-NDX) TO W-TERM-DATE           00006170
           END-SEARCH                                                   00006180
           .                                                            00006190
                                                                        00006200
      ******************************************************************00006210
      * TRACE-AUDIT-CLAIM - FIRST ROW FOR A CLAIM DECIDES IT; LATER    *00006220
      * ROWS ONLY ADD THE VENDOR.  A VENDOR ROW NOT ON HRBNSENT WAS    *00006230
      * NEVER TRANSMITTED AND IS NOT REVERSED.                         *00006240
      ******************************************************************00006250
                                                                        00006260
       TRACE-AUDIT-CLAIM.                                               00006270
                                                                        00006280
           MOVE 'N' TO SW-CLAIM-FOUND                                   00006290
           PERFORM VARYING RVT-IDX FROM 1 BY 1                          00006300
                   UNTIL RVT-IDX > RVT-ENTRY-COUNT                      00006310
                      OR CLAIM-ALREADY-SEEN                             00006320
               IF RVT-CLAIM-CTL-NO(RVT-IDX) = ACA-CLAIM-CTL-NO          00006330
                   SET CLAIM-ALREADY-SEEN TO TRUE                       00006340
               END-IF                                                   00006350
           END-PERFORM                                                  00006360
                                                                        00006370
           IF CLAIM-ALREADY-SEEN                                        00006380
               SUBTRACT 1 FROM RVT-IDX                                  00006390
               IF RVT-TO-REVERSE(RVT-IDX)                               00006400
                   PERFORM CONFIRM-CLAIM-SENT                           00006410
                   IF W-HRBNSENT-GOOD-IO                                00006420
                       PERFORM ADD-REVERSAL-VENDOR                      00006430
                   END-IF                                               00006440
               END-IF                                                   00006450
           ELSE                                                         00006460
               IF RVT-ENTRY-COUNT < RVT-MAX-ENTRIES                     00006470
                   PERFORM START-REVERSAL-ENTRY                         00006480
               ELSE                                                     00006490
                   ADD 1 TO A-TOT-EXCEPTIONS                            00006500
                   MOVE 'CLAIM TABLE FULL' TO W-EXCEPTION-NOTE          00006510
                   PERFORM WRITE-EXCEPTION-LINE                         00006520
               END-IF                                                   00006530
           END-IF                                                       00006540
           .                                                            00006550
                                                                        00006560
       START-REVERSAL-ENTRY.                                            00006570
                                                                        00006580
           ADD 1 TO RVT-ENTRY-COUNT                                     00006590
           MOVE RVT-ENTRY-COUNT  TO RVT-IDX                             00006600
           MOVE ACA-CLAIM-CTL-NO TO RVT-CLAIM-CTL-NO(RVT-IDX)           00006610
           MOVE ACA-MEMBER-ID    TO RVT-MEMBER-ID(RVT-IDX)              00006620
           MOVE W-TERM-DATE      TO RVT-TERM-DATE(RVT-IDX)              00006630
           MOVE ACA-SVC-DATE     TO RVT-SVC-DATE(RVT-IDX)               00006640
           MOVE 0                TO RVT-SENT-AMOUNT(RVT-IDX)            00006650
                                    RVT-VENDOR-COUNT(RVT-IDX)           00006660
           MOVE SPACES           TO RVT-VENDOR-CODE(RVT-IDX, 1)         00006670
                                    RVT-VENDOR-CODE(RVT-IDX, 2)         00006680
                                    RVT-VENDOR-CODE(RVT-IDX, 3)         00006690
                                    RVT-VENDOR-CODE(RVT-IDX, 4)         00006700
                                    RVT-VENDOR-CODE(RVT-IDX, 5)         00006710
           SET RVT-PASSED-OVER(RVT-IDX) TO TRUE                         00006720
                                                                        00006730
           MOVE ACA-CLAIM-CTL-NO TO RTH-CLAIM-CTL-NO                    00006740
           READ REVERSAL-HIST-FILE                                      00006750
           IF W-HRBNRTRH-GOOD-IO                                        00006760
               ADD 1 TO A-TOT-ALREADY-REVERSED                          00006770
               MOVE 'ALREADY REVERSED ON'  TO W-EXCEPTION-NOTE          00006780
               MOVE RTH-REVERSED-DATE      TO W-EXCEPTION-NOTE(21:8)    00006790
               PERFORM WRITE-EXCEPTION-LINE                             00006800
           ELSE                                                         00006810
               PERFORM CONFIRM-CLAIM-SENT                               00006820
               EVALUATE TRUE                                            00006830
                   WHEN NOT W-HRBNSENT-GOOD-IO                          00006840
                       ADD 1 TO A-TOT-NOT-SENT                          00006850
                       ADD 1 TO A-TOT-EXCEPTIONS                        00006860
                       MOVE 'NOT ON HRBNSENT - NOT SENT'                00006870
                         TO W-EXCEPTION-NOTE                            00006880
                       PERFORM WRITE-EXCEPTION-LINE                     00006890
                   WHEN SNT-ADJUSTMENT-DATE < W-TERM-DATE               00006900
                       ADD 1 TO A-TOT-SPANS-TERM                        00006910
                       ADD 1 TO A-TOT-EXCEPTIONS                        00006920
                       MOVE 'SPANS TERM - FIRST SVC'                    00006930
                         TO W-EXCEPTION-NOTE                            00006940
                       MOVE SNT-ADJUSTMENT-DATE                         00006950
                         TO W-EXCEPTION-NOTE(23:8)                      00006960
                       PERFORM WRITE-EXCEPTION-LINE                     00006970
                   WHEN OTHER                                           00006980
                       SET RVT-TO-REVERSE(RVT-IDX) TO TRUE              00006990
                       MOVE SNT-ADJUSTMENT-DATE TO RVT-SVC-DATE(RVT-IDX)00007000
                       MOVE SNT-ADJ-AMOUNT                              00007010
                         TO RVT-SENT-AMOUNT(RVT-IDX)                    00007020
                       PERFORM ADD-REVERSAL-VENDOR                      00007030
               END-EVALUATE                                             00007040
           END-IF                                                       00007050
           .                                                            00007060
                                                                        00007070
       CONFIRM-CLAIM-SENT.                                              00007080
                                                                        00007090
           MOVE ACA-CLAIM-CTL-NO TO SNT-CLAIM-CTL-NO                    00007100
           MOVE ACA-VENDOR-CODE  TO SNT-VENDOR-CODE                     00007110
           READ SENT-CLAIM-HIST-FILE                                    00007120
           .                                                            00007130
                                                                        00007140
       ADD-REVERSAL-VENDOR.                                             00007150
                                                                        00007160
           MOVE 'N' TO SW-VENDOR-FOUND                                  00007170
           PERFORM VARYING RVT-VND-IDX FROM 1 BY 1                      00007180
                   UNTIL RVT-VND-IDX > RVT-VENDOR-COUNT(RVT-IDX)        00007190
                      OR RVT-VND-IDX > 5                                00007200
                      OR VENDOR-ALREADY-LISTED                          00007210
               IF RVT-VENDOR-CODE(RVT-IDX, RVT-VND-IDX)                 00007220
                  = ACA-VENDOR-CODE                                     00007230
                   SET VENDOR-ALREADY-LISTED TO TRUE                    00007240
               END-IF                                                   00007250
           END-PERFORM                                                  00007260
           IF VENDOR-ALREADY-LISTED                                     00007270
               CONTINUE                                                 00007280
           ELSE                                                         00007290
               ADD 1 TO RVT-VENDOR-COUNT(RVT-IDX)                       00007300
               IF RVT-VENDOR-COUNT(RVT-IDX) NOT > 5                     00007310
                   MOVE ACA-VENDOR-CODE                                 00007320
                     TO RVT-VENDOR-CODE(RVT-IDX,                        00007330
                                        RVT-VENDOR-COUNT(RVT-IDX))      00007340
               END-IF                                                   00007350
           END-IF                                                       00007360
           .                                                            00007370
                                                                        00007380
       WRITE-EXCEPTION-LINE.                                            00007390
                                                                        00007400
           MOVE SPACES TO W-REPORT-LINE                                 00007410
           STRING 'MEMBER=' ACA-MEMBER-ID                               00007420
                  ' TERM=' W-TERM-DATE                                  00007430
                  ' CLAIM=' ACA-CLAIM-CTL-NO                            00007440
                  ' ' W-EXCEPTION-NOTE                                  00007450
                  DELIMITED BY SIZE INTO W-REPORT-LINE                  00007460
           WRITE RETRO-REVERSAL-RECORD FROM W-REPORT-LINE               00007470
           .                                                            00007480
                                                                        00007490
      ******************************************************************00007500
      * RELEASE-REVERSAL - THE OFFSET OF THE SENT CLAIM AMOUNT.        *00007510
      ******************************************************************00007520
                                                                        00007530
       RELEASE-REVERSAL.                                                00007540
                                                                        00007550
           MOVE SPACES                     TO SORT-REVERSAL-RECORD      00007560
           MOVE RVT-MEMBER-ID(RVT-IDX)     TO SRT-MEMBER-ID             00007570
           MOVE RVT-SVC-DATE(RVT-IDX)      TO SRT-ADJUSTMENT-DATE       00007580
           MOVE RVT-CLAIM-CTL-NO(RVT-IDX)  TO SRT-CLAIM-CTL-NO          00007590
           IF RVT-SENT-AMOUNT(RVT-IDX) < 0                              00007600
               MOVE 'P'                    TO SRT-ADJ-SIGN              00007610
               COMPUTE SRT-ADJ-AMOUNT = 0 - RVT-SENT-AMOUNT(RVT-IDX)    00007620
           ELSE                                                         00007630
               MOVE 'N'                    TO SRT-ADJ-SIGN              00007640
               MOVE RVT-SENT-AMOUNT(RVT-IDX) TO SRT-ADJ-AMOUNT          00007650
           END-IF                                                       00007660
           MOVE RVT-TERM-DATE(RVT-IDX)     TO SRT-TERM-DATE             00007670
           MOVE RVT-VENDOR-COUNT(RVT-IDX)  TO SRT-VENDOR-COUNT          00007680
           PERFORM VARYING RVT-VND-IDX FROM 1 BY 1                      00007690
                   UNTIL RVT-VND-IDX > 5                                00007700
               MOVE RVT-VENDOR-CODE(RVT-IDX, RVT-VND-IDX)               00007710
                 TO SRT-VENDOR-CODE(RVT-VND-IDX)                        00007720
           END-PERFORM                                                  00007730
           RELEASE SORT-REVERSAL-RECORD                                 00007740
           .                                                            00007750
                                                                        00007760
      ******************************************************************00007770
      * WRITE-REVERSALS - SORT OUTPUT PROCEDURE.  ONE TYPE-7 RECORD,   *00007780
      * ONE HRBNRTRV ENTRY, ONE HISTORY ROW AND ONE REPORT LINE PER    *00007790
      * CLAIM, IN THE MEMBER/DATE ORDER HRHNIAVC ENFORCES.             *00007800
      ******************************************************************00007810
                                                                        00007820
       WRITE-REVERSALS.                                                 00007830
                                                                        00007840
           MOVE SPACES TO RETRO-REVERSAL-RECORD                         00007850
           WRITE RETRO-REVERSAL-RECORD                                  00007860
           MOVE '-------- CLAIMS REVERSED --------------------------'   00007870
             TO RETRO-REVERSAL-RECORD                                   00007880
           WRITE RETRO-REVERSAL-RECORD                                  00007890
           MOVE SPACES TO W-REPORT-LINE                                 00007900
           STRING 'MEMBER ID          TERM DATE CLAIM           '       00007910
                  'FIRST SVC S    REVERSED AMT VENDORS'                 00007920
                  DELIMITED BY SIZE INTO W-REPORT-LINE                  00007930
           WRITE RETRO-REVERSAL-RECORD FROM W-REPORT-LINE               00007940
                                                                        00007950
           PERFORM RETURN-ONE-REVERSAL                                  00007960
               UNTIL SORT-RETURN-DONE                                   00007970
           .                                                            00007980
                                                                        00007990
       RETURN-ONE-REVERSAL.                                             00008000
                                                                        00008010
           RETURN REVERSAL-SORT-FILE                                    00008020
               AT END                                                   00008030
                   SET SORT-RETURN-DONE TO TRUE                         00008040
               NOT AT END                                               00008050
                   PERFORM WRITE-ONE-REVERSAL                           00008060
           END-RETURN                                                   00008070
           .                                                            00008080
                                                                        00008090
       WRITE-ONE-REVERSAL.                                              00008100
                                                                        00008110
           MOVE SPACES              TO IAPC-DETAIL-RECORD               00008120
           MOVE SRT-MEMBER-ID       TO IAPC-MEMBER-ID                   00008130
           MOVE SRT-ADJUSTMENT-DATE TO IAPC-ADJUSTMENT-DATE             00008140
           MOVE SRT-CLAIM-CTL-NO    TO IAPC-CLAIM-CTL-NO                00008150
           MOVE SRT-ADJ-SIGN        TO IAPC-ADJ-SIGN                    00008160
           MOVE SRT-ADJ-AMOUNT      TO IAPC-ADJ-AMOUNT                  00008170
           WRITE REVERSAL-TYPE7-RECORD FROM IAPC-DETAIL-RECORD          00008180
                                                                        00008190
           MOVE SPACES              TO REVERSAL-CTL-RECORD              00008200
           MOVE SRT-CLAIM-CTL-NO    TO RTV-CLAIM-CTL-NO                 00008210
           MOVE SRT-MEMBER-ID       TO RTV-MEMBER-ID                    00008220
           MOVE SRT-TERM-DATE       TO RTV-TERM-DATE                    00008230
           WRITE REVERSAL-CTL-OUT-RECORD FROM REVERSAL-CTL-RECORD       00008240
                                                                        00008250
           MOVE SPACES              TO REVERSAL-HIST-RECORD             00008260
           MOVE SRT-CLAIM-CTL-NO    TO RTH-CLAIM-CTL-NO                 00008270
           MOVE SRT-MEMBER-ID       TO RTH-MEMBER-ID                    00008280
           MOVE SRT-TERM-DATE       TO RTH-TERM-DATE                    00008290
           MOVE SRT-ADJUSTMENT-DATE TO RTH-SVC-DATE                     00008300
           MOVE SRT-ADJ-SIGN        TO RTH-ADJ-SIGN                     00008310
           MOVE SRT-ADJ-AMOUNT      TO RTH-ADJ-AMOUNT                   00008320
           MOVE W-RUN-DATE8         TO RTH-REVERSED-DATE                00008330
           MOVE SRT-VENDOR-COUNT    TO RTH-VENDOR-COUNT                 00008340
           WRITE REVERSAL-HIST-RECORD                                   00008350
           IF W-HRBNRTRH-GOOD-IO                                        00008360
               CONTINUE                                                 00008370
           ELSE                                                         00008380
               ADD 1 TO A-TOT-EXCEPTIONS                                00008390
               DISPLAY 'HRHSRTR1: HRBNRTRH WRITE FAILED - STATUS '      00008400
                       W-HRBNRTRH-STATUS ' CLAIM ' SRT-CLAIM-CTL-NO     00008410
           END-IF                                                       00008420
                                                                        00008430
           ADD 1 TO A-TOT-REVERSED                                      00008440
           IF SRT-ADJ-SIGN = 'N'                                        00008450
               ADD SRT-ADJ-AMOUNT TO A-TOT-NEG-AMOUNT                   00008460
           ELSE                                                         00008470
               ADD SRT-ADJ-AMOUNT TO A-TOT-POS-AMOUNT                   00008480
           END-IF                                                       00008490
                                                                        00008500
           MOVE SRT-MEMBER-ID TO W-SEARCH-MEMBER-ID                     00008510
           PERFORM FIND-TERMED-MEMBER-BY-KEY                            00008520
           IF MEMBER-TERMED                                             00008530
               ADD 1 TO RTT-CLAIM-COUNT(RTT-IDX)                        00008540
           END-IF                                                       00008550
                                                                        00008560
           MOVE SRT-ADJ-AMOUNT TO W-RPT-AMT                             00008570
           MOVE SPACES TO W-REPORT-LINE                                 00008580
           STRING SRT-MEMBER-ID ' ' SRT-TERM-DATE '  '                  00008590
                  SRT-CLAIM-CTL-NO ' ' SRT-ADJUSTMENT-DATE '  '         00008600
                  SRT-ADJ-SIGN ' ' W-RPT-AMT ' '                        00008610
                  SRT-VENDOR-CODE(1) ' ' SRT-VENDOR-CODE(2) ' '         00008620
                  SRT-VENDOR-CODE(3) ' ' SRT-VENDOR-CODE(4) ' '         00008630
                  SRT-VENDOR-CODE(5)                                    00008640
                  DELIMITED BY SIZE INTO W-REPORT-LINE                  00008650
           WRITE RETRO-REVERSAL-RECORD FROM W-REPORT-LINE               00008660
           IF SRT-VENDOR-COUNT > 5                                      00008670
               MOVE SRT-VENDOR-COUNT TO W-RPT-CNT                       00008680
               MOVE SPACES TO W-REPORT-LINE                             00008690
               STRING '      SENT TO ' W-RPT-CNT ' VENDORS IN ALL'      00008700
                      DELIMITED BY SIZE INTO W-REPORT-LINE              00008710
               WRITE RETRO-REVERSAL-RECORD FROM W-REPORT-LINE           00008720
           END-IF                                                       00008730
           .                                                            00008740
                                                                        00008750
      ******************************************************************00008760
      * LIST-MEMBERS-NOT-REVERSED - TERMED MEMBERS WITH NOTHING SENT   *00008770
      * ON OR AFTER THE TERM, SO THE UNIT KNOWS THEY WERE CHECKED.     *00008780
      ******************************************************************00008790
                                                                        00008800
       LIST-MEMBERS-NOT-REVERSED.                                       00008810
                                                                        00008820
           MOVE SPACES TO RETRO-REVERSAL-RECORD                         00008830
           WRITE RETRO-REVERSAL-RECORD                                  00008840
           MOVE '-------- TERMED MEMBERS WITH NOTHING TO REVERSE -----' 00008850
             TO RETRO-REVERSAL-RECORD                                   00008860
           WRITE RETRO-REVERSAL-RECORD                                  00008870
           PERFORM VARYING RTT-IDX FROM 1 BY 1                          00008880
                   UNTIL RTT-IDX > RTT-ENTRY-COUNT                      00008890
               IF RTT-CLAIM-COUNT(RTT-IDX) = 0                          00008900
                   ADD 1 TO A-TOT-NO-CLAIMS                             00008910
                   MOVE SPACES TO W-REPORT-LINE                         00008920
                   STRING 'MEMBER=' RTT-MEMBER-ID(RTT-IDX)              00008930
                          ' TERM=' RTT-TERM-DATE(RTT-IDX)               00008940
                          ' GROUP=' RTT-GROUP-BASE-NO(RTT-IDX)          00008950
                          DELIMITED BY SIZE INTO W-REPORT-LINE          00008960
                   WRITE RETRO-REVERSAL-RECORD FROM W-REPORT-LINE       00008970
               END-IF                                                   00008980
           END-PERFORM                                                  00008990
           .                                                            00009000
                                                                        00009010
      ******************************************************************00009020
      * FINALIZATION - TOTALS AND RETURN CODE                          *00009030
      ******************************************************************00009040
                                                                        00009050
       FINALIZATION.                                                    00009060
                                                                        00009070
           MOVE SPACES TO RETRO-REVERSAL-RECORD                         00009080
           WRITE RETRO-REVERSAL-RECORD                                  00009090
           MOVE A-TOT-TERMS-READ TO W-RPT-CNT                           00009100
           MOVE SPACES TO W-REPORT-LINE                                 00009110
           STRING 'RETRO-TERM TRANSACTIONS READ=' W-RPT-CNT             00009120
                  DELIMITED BY SIZE INTO W-REPORT-LINE                  00009130
           WRITE RETRO-REVERSAL-RECORD FROM W-REPORT-LINE               00009140
           MOVE A-TOT-TERMS-REJECTED TO W-RPT-CNT                       00009150
           MOVE SPACES TO W-REPORT-LINE                                 00009160
           STRING 'RETRO-TERM TRANSACTIONS REJECTED=' W-RPT-CNT         00009170
                  DELIMITED BY SIZE INTO W-REPORT-LINE                  00009180
           WRITE RETRO-REVERSAL-RECORD FROM W-REPORT-LINE               00009190
           MOVE A-TOT-TERMS-REPLACED TO W-RPT-CNT                       00009200
           MOVE SPACES TO W-REPORT-LINE                                 00009210
           STRING 'RETRO-TERM TRANSACTIONS REPLACED BY A LATER ONE='    00009220
                  W-RPT-CNT                                             00009230
                  DELIMITED BY SIZE INTO W-REPORT-LINE                  00009240
           WRITE RETRO-REVERSAL-RECORD FROM W-REPORT-LINE               00009250
           MOVE A-TOT-ACAD-READ TO W-RPT-CNT                            00009260
           MOVE SPACES TO W-REPORT-LINE                                 00009270
           STRING 'AUDIT ROWS SEARCHED=' W-RPT-CNT                      00009280
                  DELIMITED BY SIZE INTO W-REPORT-LINE                  00009290
           WRITE RETRO-REVERSAL-RECORD FROM W-REPORT-LINE               00009300
           MOVE A-TOT-ACAD-MATCHED TO W-RPT-CNT                         00009310
           MOVE SPACES TO W-REPORT-LINE                                 00009320
           STRING 'AUDIT ROWS ON OR AFTER A TERM DATE=' W-RPT-CNT       00009330
                  DELIMITED BY SIZE INTO W-REPORT-LINE                  00009340
           WRITE RETRO-REVERSAL-RECORD FROM W-REPORT-LINE               00009350
           MOVE A-TOT-REVERSED TO W-RPT-CNT                             00009360
           MOVE SPACES TO W-REPORT-LINE                                 00009370
           STRING 'CLAIMS REVERSED=' W-RPT-CNT                          00009380
                  DELIMITED BY SIZE INTO W-REPORT-LINE                  00009390
           WRITE RETRO-REVERSAL-RECORD FROM W-REPORT-LINE               00009400
           MOVE A-TOT-NEG-AMOUNT TO W-RPT-AMT                           00009410
           MOVE A-TOT-POS-AMOUNT TO W-RPT-AMT2                          00009420
           MOVE SPACES TO W-REPORT-LINE                                 00009430
           STRING 'NEGATIVE ADJUSTMENTS=' W-RPT-AMT                     00009440
                  ' POSITIVE ADJUSTMENTS=' W-RPT-AMT2                   00009450
                  DELIMITED BY SIZE INTO W-REPORT-LINE                  00009460
           WRITE RETRO-REVERSAL-RECORD FROM W-REPORT-LINE               00009470
           MOVE A-TOT-ALREADY-REVERSED TO W-RPT-CNT                     00009480
           MOVE SPACES TO W-REPORT-LINE                                 00009490
           STRING 'CLAIMS ALREADY REVERSED=' W-RPT-CNT                  00009500
                  DELIMITED BY SIZE INTO W-REPORT-LINE                  00009510
           WRITE RETRO-REVERSAL-RECORD FROM W-REPORT-LINE               00009520
           MOVE A-TOT-SPANS-TERM TO W-RPT-CNT                           00009530
           MOVE SPACES TO W-REPORT-LINE                                 00009540
           STRING 'CLAIMS SPANNING THE TERM (REVIEW)=' W-RPT-CNT        00009550
                  DELIMITED BY SIZE INTO W-REPORT-LINE                  00009560
           WRITE RETRO-REVERSAL-RECORD FROM W-REPORT-LINE               00009570
           MOVE A-TOT-NOT-SENT TO W-RPT-CNT                             00009580
           MOVE SPACES TO W-REPORT-LINE                                 00009590
           STRING 'CLAIMS NOT ON SENT HISTORY=' W-RPT-CNT               00009600
                  DELIMITED BY SIZE INTO W-REPORT-LINE                  00009610
           WRITE RETRO-REVERSAL-RECORD FROM W-REPORT-LINE               00009620
           MOVE A-TOT-NO-CLAIMS TO W-RPT-CNT                            00009630
           MOVE SPACES TO W-REPORT-LINE                                 00009640
           STRING 'TERMED MEMBERS WITH NOTHING TO REVERSE=' W-RPT-CNT   00009650
                  DELIMITED BY SIZE INTO W-REPORT-LINE                  00009660
           WRITE RETRO-REVERSAL-RECORD FROM W-REPORT-LINE               00009670
                                                                        00009680
           CLOSE SENT-CLAIM-HIST-FILE                                   00009690
           CLOSE REVERSAL-HIST-FILE                                     00009700
           CLOSE REVERSAL-TYPE7-FILE                                    00009710
           CLOSE REVERSAL-CTL-OUT                                       00009720
           CLOSE RETRO-REVERSAL-REPORT                                  00009730
                                                                        00009740
           IF A-TOT-EXCEPTIONS > 0                                      00009750
               DISPLAY 'HRHSRTR1: EXCEPTIONS FOUND - SEE HRHNRTRR'      00009760
               MOVE 4 TO RETURN-CODE                                    00009770
           ELSE                                                         00009780
               DISPLAY 'HRHSRTR1: RETRO-TERM REVERSALS COMPLETE'        00009790
               MOVE 0 TO RETURN-CODE                                    00009800
           END-IF                                                       00009810
           DISPLAY 'HRHSRTR1: TERMS=' A-TOT-TERMS-READ                  00009820
                   ' AUDIT ROWS=' A-TOT-ACAD-READ                       00009830
                   ' REVERSED=' A-TOT-REVERSED                          00009840
           PERFORM WRITE-RUN-LEDGER                                     00009850
           STOP RUN                                                     00009860
           .                                                            00009870
                                                                        00009880
      ******************************************************************00009890
      * WRITE-RUN-LEDGER - ONE STANDARD RECORD PER STEP PER RUN ON    * 00009900
      * THE SHARED HRHNRLDG LEDGER (SEE HRHYRLDG / HRHSRLR1).         * 00009910
      * LEDGER TROUBLE NEVER FAILS THE BUSINESS STEP.                 * 00009920
      ******************************************************************00009930
                                                                        00009940
       WRITE-RUN-LEDGER.                                                00009950
                                                                        00009960
           OPEN EXTEND RUN-LEDGER-FILE                                  00009970
           IF W-HRHNRLDG-GOOD-OPEN                                      00009980
               CONTINUE                                                 00009990
           ELSE                                                         00010000
               OPEN OUTPUT RUN-LEDGER-FILE                              00010010
           END-IF                                                       00010020
           IF W-HRHNRLDG-GOOD-OPEN                                      00010030
               ACCEPT W-RLG-END-TIME FROM TIME                          00010040
               MOVE SPACES          TO RUN-LEDGER-RECORD                00010050
               MOVE W-RLG-RUN-DATE  TO RLG-RUN-DATE                     00010060
               MOVE 'HRHSRTR1'      TO RLG-PROGRAM                      00010070
               MOVE 'HRHNRTRM'      TO RLG-INPUT-DD                     00010080
               MOVE 'HRHNRTV7'      TO RLG-OUTPUT-DD                    00010090
               MOVE A-TOT-TERMS-READ TO RLG-RECS-IN                     00010100
               MOVE A-TOT-REVERSED  TO RLG-RECS-OUT                     00010110
               MOVE RETURN-CODE     TO RLG-RETURN-CODE                  00010120
               MOVE W-RLG-START-TIME(1:6) TO RLG-START-TIME             00010130
               MOVE W-RLG-END-TIME(1:6)   TO RLG-END-TIME               00010140
               WRITE RUN-LEDGER-RECORD                                  00010150
               CLOSE RUN-LEDGER-FILE                                    00010160
           ELSE                                                         00010170
               DISPLAY 'HRHSRTR1: HRHNRLDG DID NOT OPEN - STATUS '      00010180
                       W-HRHNRLDG-STATUS ' - NO LEDGER RECORD'          00010190
           END-IF                                                       00010200
           .                                                            00010210
