      ******************************************************************00000100
      *                                                                *00000110
      *                        HRHSVBR1                                *00000120
      *                                                                *00000130
      *     FUNCTION:                                                  *00000140
      *                                                                *00000150
      *     VENDOR ACCUMULATOR BALANCE RECONCILIATION.  TAKES ONE      *00000160
      *     VENDOR'S PERIODIC BALANCE FILE, NORMALIZES IT TO THE       *00000170
      *     COMMON HRHYVBAL LAYOUT (HRHNVBNM), AND COMPARES EACH       *00000180
      *     MEMBER / PLAN YEAR / NETWORK DEDUCTIBLE AND OUT-OF-POCKET  *00000190
      *     BALANCE WITH THE HRBNACLG MEMBER ACCUMULATOR LEDGER.       *00000200
      *     EVERY VARIANCE IS LISTED WITH ITS DOLLAR DIFFERENCE        *00000210
      *     (VENDOR MINUS LEDGER) AND TOTALLED FOR THE VENDOR.         *00000220
      *                                                                *00000230
      *     A VARIANCE ON A LEDGER ROW RAISES A CORRECTIVE RESEND      *00000240
      *     CANDIDATE FOR THE LAST CLAIM POSTED TO THAT ROW.           *00000250
      *     CANDIDATES ARE HELD ON HRBNRSNC FOR REVIEW, NOT QUEUED     *00000260
      *     STRAIGHT TO HRBNRSND.  THE REVIEWER MARKS COLUMN 16 OF     *00000270
      *     A CANDIDATE 'R' TO RELEASE IT OR 'D' TO DECLINE IT.  ON    *00000280
      *     THE NEXT RUN RELEASED CANDIDATES ARE ADDED TO THE          *00000290
      *     REGENERATED RESEND CONTROL FILE (SAME DUPLICATE GUARD AS   *00000300
      *     HRHSAK3C), DECLINED ONES ARE DROPPED AND THE REST STAY     *00000310
      *     PENDING.  RUN WITH NO HRHNVBIN TO PROCESS RELEASES ONLY.   *00000320
      *                                                                *00000330
      *     A VENDOR WHOSE FILE IS NOT IN THE COMMON LAYOUT IS         *00000340
      *     DESCRIBED BY HRBNVBMP FIELD-MAP CARDS.  AMOUNT FIELDS ARE  *00000350
      *     DIGITS WITH TWO IMPLIED DECIMALS, LEADING SPACES ALLOWED;  *00000360
      *     A SIGN FIELD HOLDING '-' MAKES THE AMOUNT NEGATIVE.        *00000370
      *                                                                *00000380
      *     INPUT FILES:  HRHNVBPC - RUN CARD:                         *00000390
      *                      COLS  1-05  VENDOR CODE                   *00000400
      *                      COL   07    'P' = PARTIAL FILE - LEDGER   *00000410
      *                                  BALANCES MISSING FROM THE     *00000420
      *                                  VENDOR FILE ARE NOT VARIANCES *00000430
      *                      (OPTIONAL - MISSING = RELEASES ONLY)      *00000440
      *                   HRBNVBMP - FIELD-MAP CARDS (OPTIONAL):       *00000450
      *                      COLS  1-05  VENDOR CODE                   *00000460
      *                      COLS  7-14  FIELD - MEMBER PLANYEAR       *00000470
      *                                  NETWORK DEDAMT DEDSIGN        *00000480
      *                                  OOPAMT OOPSIGN ASOFDATE       *00000490
      *                      COLS 16-18  OFFSET IN VENDOR RECORD       *00000500
      *                      COLS 20-21  LENGTH                        *00000510
      *                      COL  23     IN-NETWORK VALUE (NETWORK     *00000520
      *                                  CARD ONLY, DEFAULT 'I')       *00000530
      *                   HRHNVBIN - VENDOR BALANCE FILE, LRECL 500    *00000540
      *                      (OPTIONAL - MISSING = RELEASES ONLY)      *00000550
      *                   HRBNACLG - MEMBER ACCUMULATOR LEDGER KSDS    *00000560
      *                   HRBNRSND - CURRENT RESEND CONTROL FILE       *00000570
      *                   HRBNRSNC - CURRENT RESEND CANDIDATE FILE     *00000580
      *                                                                *00000590
      *     OUTPUT FILES: HRHNVBNM - NORMALIZED BALANCES (HRHYVBAL)    *00000600
      *                   HRHNVBRR - VARIANCE AND RELEASE REPORT       *00000610
      *                   HRBNRSNO - REGENERATED RESEND CONTROL FILE   *00000620
      *                   HRBNRSCO - REGENERATED CANDIDATE FILE        *00000630
      *                   HRHNRLDG - RUN LEDGER (EXTEND)               *00000640
      *                                                                *00000650
      *     RETURN CODE:  00 - IN BALANCE                              *00000660
      *                   04 - VARIANCES OR REJECTS ON HRHNVBRR        *00000670
      *                   08 - LEDGER OR FIELD MAP NOT USABLE          *00000680
      *                                                                *00000690
      *     MODIFICATIONS:- DISPLAYED IN THE LOG BELOW                 *00000700
      *                                                                *00000710
      ******************************************************************00000720
      *           MODIFICATION LOG FOR HRHSVBR1                        *00000730
      *  SCAN   ACTIVITY DATE     SE NAME                              *00000740
      *  ------ -------- -------- ----------------------------------   *00000750
      *          NEW PROGRAM                                           *00000760
      ******************************************************************00000770
                                                                        00000780
       IDENTIFICATION DIVISION.                                         00000790
       PROGRAM-ID.    HRHSVBR1.                                         00000800
                                                                        00000810
       ENVIRONMENT DIVISION.                                            00000820
       CONFIGURATION SECTION.                                           00000830
                                                                        00000840
       INPUT-OUTPUT SECTION.                                            00000850
       FILE-CONTROL.                                                    00000860
                                                                        00000870
           SELECT OPTIONAL VBAL-RUN-CARD-FILE ASSIGN TO HRHNVBPC        00000880
                                   FILE STATUS IS W-HRHNVBPC-STATUS.    00000890
                                                                        00000900
           SELECT OPTIONAL VBAL-FIELD-MAP-FILE ASSIGN TO HRBNVBMP       00000910
                                   FILE STATUS IS W-HRBNVBMP-STATUS.    00000920
                                                                        00000930
           SELECT OPTIONAL VENDOR-BAL-IN ASSIGN TO HRHNVBIN             00000940
                                   FILE STATUS IS W-HRHNVBIN-STATUS.    00000950
                                                                        00000960
           SELECT ACCUM-LEDGER-FILE ASSIGN TO HRBNACLG                  00000970
                                   ORGANIZATION IS INDEXED              00000980
                                   ACCESS MODE IS SEQUENTIAL            00000990
                                   RECORD KEY IS ACL-KEY                00001000
                                   FILE STATUS IS W-HRBNACLG-STATUS.    00001010
                                                                        00001020
           SELECT OPTIONAL RESEND-CTL-FILE ASSIGN TO HRBNRSND           00001030
                                   FILE STATUS IS W-HRBNRSND-STATUS.    00001040
                                                                        00001050
           SELECT OPTIONAL RESEND-CAND-FILE ASSIGN TO HRBNRSNC          00001060
                                   FILE STATUS IS W-HRBNRSNC-STATUS.    00001070
                                                                        00001080
           SELECT VENDOR-BAL-NORM ASSIGN TO HRHNVBNM                    00001090
                                   FILE STATUS IS W-HRHNVBNM-STATUS.    00001100
                                                                        00001110
           SELECT VBAL-RECON-REPORT ASSIGN TO HRHNVBRR                  00001120
                                   FILE STATUS IS W-HRHNVBRR-STATUS.    00001130
                                                                        00001140
           SELECT RESEND-CTL-OUT ASSIGN TO HRBNRSNO                     00001150
                                   FILE STATUS IS W-HRBNRSNO-STATUS.    00001160
                                                                        00001170
           SELECT RESEND-CAND-OUT ASSIGN TO HRBNRSCO                    00001180
                                   FILE STATUS IS W-HRBNRSCO-STATUS.    00001190
                                                                        00001200
           SELECT RUN-LEDGER-FILE ASSIGN TO HRHNRLDG                    00001210
                                   FILE STATUS IS W-HRHNRLDG-STATUS.    00001220
                                                                        00001230
           SELECT VBAL-SORT-FILE ASSIGN TO SORTWK01.                    00001240
                                                                        00001250
       DATA DIVISION.                                                   00001260
                                                                        00001270
       FILE SECTION.                                                    00001280
                                                                        00001290
       FD  VBAL-RUN-CARD-FILE                                           00001300
           RECORDING MODE IS F                                          00001310
           LABEL RECORDS ARE STANDARD                                   00001320
           BLOCK CONTAINS 0 RECORDS.                                    00001330
                                                                        00001340
       01  VBAL-RUN-CARD.                                               00001350
           05  VPC-VENDOR-CODE          PIC X(05).                      00001360
           05  FILLER                   PIC X(01).                      00001370
           05  VPC-COMPARE-MODE         PIC X(01).                      00001380
               88  VPC-PARTIAL-FILE             VALUE 'P'.              00001390
           05  FILLER                   PIC X(73).                      00001400
                                                                        00001410
       FD  VBAL-FIELD-MAP-FILE                                          00001420
           RECORDING MODE IS F                                          00001430
           LABEL RECORDS ARE STANDARD                                   00001440
           BLOCK CONTAINS 0 RECORDS.                                    00001450
                                                                        00001460
       01  VBAL-FIELD-MAP-CARD.                                         00001470
           05  VMP-VENDOR-CODE          PIC X(05).                      00001480
           05  FILLER                   PIC X(01).                      00001490
           05  VMP-FIELD-NAME           PIC X(08).                      00001500
           05  FILLER                   PIC X(01).                      00001510
           05  VMP-OFFSET               PIC 9(03).                      00001520
           05  FILLER                   PIC X(01).                      00001530
           05  VMP-LENGTH               PIC 9(02).                      00001540
           05  FILLER                   PIC X(01).                      00001550
           05  VMP-IN-NETWORK-VALUE     PIC X(01).                      00001560
           05  FILLER                   PIC X(57).                      00001570
                                                                        00001580
       FD  VENDOR-BAL-IN                                                00001590
           RECORDING MODE IS F                                          00001600
           LABEL RECORDS ARE STANDARD                                   00001610
           BLOCK CONTAINS 0 RECORDS.                                    00001620
                                                                        00001630
       01  VENDOR-BAL-IN-RECORD        PIC X(500).                      00001640
                                                                        00001650
      ******************************************************************00001660
      * HRBNACLG - SEE HRHSACL1.  READ HERE IN KEY ORDER ONLY.         *00001670
      ******************************************************************00001680
                                                                        00001690
       FD  ACCUM-LEDGER-FILE                                            00001700
           RECORD CONTAINS 100 CHARACTERS.                              00001710
                                                                        00001720
       01  ACCUM-LEDGER-RECORD.                                         00001730
           05  ACL-KEY.                                                 00001740
               10  ACL-MEMBER-ID       PIC X(18).                       00001750
               10  ACL-PLAN-YEAR       PIC X(04).                       00001760
               10  ACL-VENDOR-CODE     PIC X(05).                       00001770
               10  ACL-NETWORK-IND     PIC X(01).                       00001780
               10  ACL-ACCUM-TYPE      PIC X(03).                       00001790
                   88  ACL-DEDUCTIBLE          VALUE 'DED'.             00001800
                   88  ACL-OUT-OF-POCKET       VALUE 'OOP'.             00001810
           05  ACL-DATA.                                                00001820
               10  ACL-GROUP-BASE-NO   PIC X(09).                       00001830
               10  ACL-YTD-AMT         PIC S9(09)V99.                   00001840
               10  ACL-ADJ-COUNT       PIC 9(07).                       00001850
               10  ACL-FIRST-POST-DATE PIC X(08).                       00001860
               10  ACL-LAST-POST-DATE  PIC X(08).                       00001870
               10  ACL-LAST-CLAIM-CTL-NO                                00001880
                                       PIC 9(15).                       00001890
               10  FILLER              PIC X(11).                       00001900
                                                                        00001910
       FD  RESEND-CTL-FILE                                              00001920
           RECORDING MODE IS F                                          00001930
           LABEL RECORDS ARE STANDARD                                   00001940
           BLOCK CONTAINS 0 RECORDS.                                    00001950
                                                                        00001960
       01  RESEND-CTL-RECORD.                                           00001970
           05  RSNF-CLAIM-CTL-NO        PIC 9(15).                      00001980
           05  FILLER                   PIC X(65).                      00001990
                                                                        00002000
      ******************************************************************00002010
      * HRBNRSNC - RESEND CANDIDATES AWAITING REVIEW.  THE CLAIM IS IN *00002020
      * THE SAME COLUMNS AS HRBNRSND; THE REST IS THE VARIANCE THAT    *00002030
      * RAISED IT, FOR THE REVIEWER.                                   *00002040
      ******************************************************************00002050
                                                                        00002060
       FD  RESEND-CAND-FILE                                             00002070
           RECORDING MODE IS F                                          00002080
           LABEL RECORDS ARE STANDARD                                   00002090
           BLOCK CONTAINS 0 RECORDS.                                    00002100
                                                                        00002110
       01  RESEND-CAND-IN-RECORD        PIC X(80).                      00002120
                                                                        00002130
       FD  VENDOR-BAL-NORM                                              00002140
           RECORDING MODE IS F                                          00002150
           LABEL RECORDS ARE STANDARD                                   00002160
           BLOCK CONTAINS 0 RECORDS.                                    00002170
                                                                        00002180
       01  VENDOR-BAL-NORM-RECORD       PIC X(100).                     00002190
                                                                        00002200
       FD  VBAL-RECON-REPORT                                            00002210
           RECORDING MODE IS F                                          00002220
           LABEL RECORDS ARE STANDARD                                   00002230
           BLOCK CONTAINS 0 RECORDS.                                    00002240
                                                                        00002250
       01  VBAL-RECON-RECORD           PIC X(100).                      00002260
                                                                        00002270
       FD  RESEND-CTL-OUT                                               00002280
           RECORDING MODE IS F                                          00002290
           LABEL RECORDS ARE STANDARD                                   00002300
           BLOCK CONTAINS 0 RECORDS.                                    00002310
                                                                        00002320
       01  RESEND-CTL-OUT-RECORD        PIC X(80).                      00002330
                                                                        00002340
       FD  RESEND-CAND-OUT                                              00002350
           RECORDING MODE IS F                                          00002360
           LABEL RECORDS ARE STANDARD                                   00002370
           BLOCK CONTAINS 0 RECORDS.                                    00002380
                                                                        00002390
       01  RESEND-CAND-OUT-RECORD       PIC X(80).                      00002400
                                                                        00002410
       FD  RUN-LEDGER-FILE                                              00002420
           RECORDING MODE IS F                                          00002430
           LABEL RECORDS ARE STANDARD                                   00002440
           BLOCK CONTAINS 0 RECORDS.                                    00002450
                                                                        00002460
       COPY HRHYRLDG.                                                   00002470
                                                                        00002480
       SD  VBAL-SORT-FILE.                                              00002490
                                                                        00002500
       01  SORT-VBAL-RECORD.                                            00002510
           05  SRT-VENDOR-CODE          PIC X(05).                      00002520
           05  SRT-MEMBER-ID            PIC X(18).                      00002530
           05  SRT-PLAN-YEAR            PIC X(04).                      00002540
           05  SRT-NETWORK-IND          PIC X(01).                      00002550
           05  FILLER                   PIC X(72).                      00002560
                                                                        00002570
      ******************************************************************00002580
      *          WORKING STORAGE                                       *00002590
      ******************************************************************00002600
                                                                        00002610
       WORKING-STORAGE SECTION.                                         00002620
                                                                        00002630
       01  WS-START                    PIC X(40)                        00002640
           VALUE 'HRHSVBR1-WORKING STORAGE STARTS HERE'.                00002650
                                                                        00002660
       01  W-HRHNVBPC-STATUS           PIC X(02).                       00002670
           88  W-HRHNVBPC-GOOD-OPEN            VALUES '00' '97'.        00002680
           88  W-HRHNVBPC-GOOD-IO              VALUE  '00'.             00002690
       01  W-HRBNVBMP-STATUS           PIC X(02).                       00002700
           88  W-HRBNVBMP-GOOD-OPEN            VALUES '00' '97'.        00002710
           88  W-HRBNVBMP-AT-END               VALUE  '10'.             00002720
       01  W-HRHNVBIN-STATUS           PIC X(02).                       00002730
           88  W-HRHNVBIN-GOOD-OPEN            VALUE  '00'.             00002740
           88  W-HRHNVBIN-AT-END               VALUE  '10'.             00002750
       01  W-HRBNACLG-STATUS           PIC X(02).                       00002760
           88  W-HRBNACLG-GOOD-OPEN            VALUES '00' '97'.        00002770
           88  W-HRBNACLG-GOOD-IO              VALUE  '00'.             00002780
           88  W-HRBNACLG-AT-END               VALUE  '10'.             00002790
       01  W-HRBNRSND-STATUS           PIC X(02).                       00002800
           88  W-HRBNRSND-GOOD-OPEN            VALUES '00' '97'.        00002810
           88  W-HRBNRSND-AT-END               VALUE  '10'.             00002820
       01  W-HRBNRSNC-STATUS           PIC X(02).                       00002830
           88  W-HRBNRSNC-GOOD-OPEN            VALUES '00' '97'.        00002840
           88  W-HRBNRSNC-AT-END               VALUE  '10'.             00002850
       01  W-HRHNVBNM-STATUS           PIC X(02).                       00002860
           88  W-HRHNVBNM-GOOD-OPEN            VALUE  '00'.             00002870
       01  W-HRHNVBRR-STATUS           PIC X(02).                       00002880
           88  W-HRHNVBRR-GOOD-OPEN            VALUE  '00'.             00002890
       01  W-HRBNRSNO-STATUS           PIC X(02).                       00002900
           88  W-HRBNRSNO-GOOD-OPEN            VALUE  '00'.             00002910
       01  W-HRBNRSCO-STATUS           PIC X(02).                       00002920
           88  W-HRBNRSCO-GOOD-OPEN            VALUE  '00'.             00002930
       01  W-HRHNRLDG-STATUS           PIC X(02).                       00002940
           88  W-HRHNRLDG-GOOD-OPEN            VALUES '00' '97' '05'.   00002950
       01  W-RLG-START-TIME            PIC X(08).                       00002960
       01  W-RLG-END-TIME              PIC X(08).                       00002970
       01  W-RLG-RUN-DATE              PIC 9(08).                       00002980
                                                                        00002990
       01  W-RUN-DATE8                 PIC X(08).                       00003000
       01  W-RUN-VENDOR-CODE           PIC X(05) VALUE SPACES.          00003010
                                                                        00003020
       01  SW-RECON-RUN                PIC X(01) VALUE 'N'.             00003030
           88  RECON-REQUESTED                 VALUE 'Y'.               00003040
       01  SW-COMPARE-MODE             PIC X(01) VALUE 'F'.             00003050
           88  FULL-FILE-COMPARE               VALUE 'F'.               00003060
           88  PARTIAL-FILE-COMPARE            VALUE 'P'.               00003070
       01  SW-RECORD-VALID             PIC X(01) VALUE 'Y'.             00003080
           88  RECORD-VALID                    VALUE 'Y'.               00003090
           88  RECORD-INVALID                  VALUE 'N'.               00003100
       01  SW-SORT-RETURN-DONE         PIC X(01) VALUE 'N'.             00003110
           88  SORT-RETURN-DONE                VALUE 'Y'.               00003120
       01  SW-LGR-ROW-WANTED           PIC X(01) VALUE 'N'.             00003130
           88  LGR-ROW-WANTED                  VALUE 'Y'.               00003140
       01  SW-RESEND-DUP               PIC X(01) VALUE 'N'.             00003150
           88  RESEND-ALREADY-LISTED           VALUE 'Y'.               00003160
       01  SW-CANDIDATE-DUP            PIC X(01) VALUE 'N'.             00003170
           88  CANDIDATE-ALREADY-PENDING       VALUE 'Y'.               00003180
       01  SW-YEAR-FOUND               PIC X(01) VALUE 'N'.             00003190
           88  PLAN-YEAR-FOUND                 VALUE 'Y'.               00003200
                                                                        00003210
       01  W-REJECT-REASON             PIC X(30).                       00003220
                                                                        00003230
      ******************************************************************00003240
      *          COMMON-LAYOUT BALANCE BEING BUILT / MATCHED           *00003250
      ******************************************************************00003260
                                                                        00003270
       COPY HRHYVBAL.                                                   00003280
                                                                        00003290
      ******************************************************************00003300
      *          RESEND CANDIDATE (HRBNRSNC / HRBNRSCO)                *00003310
      ******************************************************************00003320
                                                                        00003330
       01  RESEND-CAND-RECORD.                                          00003340
           05  RSC-CLAIM-CTL-NO         PIC 9(15).                      00003350
           05  RSC-REVIEW-FLAG          PIC X(01).                      00003360
               88  RSC-RELEASED                 VALUE 'R'.              00003370
               88  RSC-DECLINED                 VALUE 'D'.              00003380
           05  RSC-VENDOR-CODE          PIC X(05).                      00003390
           05  RSC-MEMBER-ID            PIC X(18).                      00003400
           05  RSC-PLAN-YEAR            PIC X(04).                      00003410
           05  RSC-NETWORK-IND          PIC X(01).                      00003420
           05  RSC-ACCUM-TYPE           PIC X(03).                      00003430
           05  RSC-VENDOR-AMT           PIC S9(09)V99.                  00003440
           05  RSC-VARIANCE-AMT         PIC S9(09)V99.                  00003450
           05  RSC-RAISED-DATE          PIC X(08).                      00003460
           05  FILLER                   PIC X(03).                      00003470
                                                                        00003480
      ******************************************************************00003490
      *          FIELD MAP FOR THE RUN VENDOR (HRBNVBMP).  OFFSET ZERO *00003500
      *          = FIELD NOT MAPPED.  NO CARDS = COMMON LAYOUT INPUT.  *00003510
      ******************************************************************00003520
                                                                        00003530
       01  SW-FIELD-MAP                PIC X(01) VALUE 'N'.             00003540
           88  FIELD-MAP-LOADED                VALUE 'Y'.               00003550
       01  FIELD-MAP-AREA.                                              00003560
           05  MAP-MEMBER-OFF          PIC 9(03) COMP VALUE 0.          00003570
           05  MAP-MEMBER-LEN          PIC 9(03) COMP VALUE 0.          00003580
           05  MAP-PLANYEAR-OFF        PIC 9(03) COMP VALUE 0.          00003590
           05  MAP-NETWORK-OFF         PIC 9(03) COMP VALUE 0.          00003600
           05  MAP-IN-NETWORK-VALUE    PIC X(01) VALUE 'I'.             00003610
           05  MAP-DEDAMT-OFF          PIC 9(03) COMP VALUE 0.          00003620
           05  MAP-DEDAMT-LEN          PIC 9(03) COMP VALUE 0.          00003630
           05  MAP-DEDSIGN-OFF         PIC 9(03) COMP VALUE 0.          00003640
           05  MAP-OOPAMT-OFF          PIC 9(03) COMP VALUE 0.          00003650
           05  MAP-OOPAMT-LEN          PIC 9(03) COMP VALUE 0.          00003660
           05  MAP-OOPSIGN-OFF         PIC 9(03) COMP VALUE 0.          00003670
           05  MAP-ASOFDATE-OFF        PIC 9(03) COMP VALUE 0.          00003680
       01  W-MAP-END                   PIC 9(03) COMP VALUE 0.          00003690
                                                                        00003700
      ******************************************************************00003710
      *          AMOUNT CONVERSION - DIGITS RIGHT-JUSTIFIED INTO ELEVEN*00003720
      *          POSITIONS, TWO IMPLIED DECIMALS                       *00003730
      ******************************************************************00003740
                                                                        00003750
       01  W-AMT-OFF                   PIC 9(03) COMP VALUE 0.          00003760
       01  W-AMT-LEN                   PIC 9(03) COMP VALUE 0.          00003770
       01  W-AMT-SIGN-OFF              PIC 9(03) COMP VALUE 0.          00003780
       01  W-AMT-POS                   PIC 9(03) COMP VALUE 0.          00003790
       01  W-AMT-DIGITS-X              PIC X(11).                       00003800
       01  W-AMT-DIGITS REDEFINES W-AMT-DIGITS-X                        00003810
                                       PIC 9(09)V99.                    00003820
       01  W-AMT-VALUE                 PIC S9(09)V99.                   00003830
                                                                        00003840
      ******************************************************************00003850
      *          PLAN YEARS ON THE VENDOR FILE - LEDGER ROWS FOR OTHER *00003860
      *          YEARS ARE NOT PART OF THE COMPARISON                  *00003870
      ******************************************************************00003880
                                                                        00003890
       01  PYR-MAX-ENTRIES             PIC 9(03) COMP VALUE 20.         00003900
       01  PYR-ENTRY-COUNT             PIC 9(03) COMP VALUE 0.          00003910
       01  PYR-IDX                     PIC 9(03) COMP VALUE 0.          00003920
       01  PLAN-YEAR-TABLE.                                             00003930
           05  PYR-PLAN-YEAR OCCURS 20 TIMES                            00003940
                                       PIC X(04).                       00003950
       01  W-CHECK-PLAN-YEAR           PIC X(04).                       00003960
                                                                        00003970
      ******************************************************************00003980
      *          RESEND LIST AND PENDING CANDIDATES - DUPLICATE GUARDS *00003990
      ******************************************************************00004000
                                                                        00004010
       01  RSL-MAX-ENTRIES             PIC 9(04) COMP VALUE 500.        00004020
       01  RSL-ENTRY-COUNT             PIC 9(04) COMP VALUE 0.          00004030
       01  RSL-IDX                     PIC 9(04) COMP VALUE 0.          00004040
       01  RESEND-LIST-TABLE.                                           00004050
           05  RSL-ENTRY OCCURS 500 TIMES.                              00004060
               10  RSL-CLAIM-CTL-NO    PIC 9(15).                       00004070
       01  W-RESEND-CLAIM-CTL-NO       PIC 9(15).                       00004080
                                                                        00004090
       01  PND-MAX-ENTRIES             PIC 9(04) COMP VALUE 1000.       00004100
       01  PND-ENTRY-COUNT             PIC 9(04) COMP VALUE 0.          00004110
       01  PND-IDX                     PIC 9(04) COMP VALUE 0.          00004120
       01  PENDING-CANDIDATE-TABLE.                                     00004130
           05  PND-ENTRY OCCURS 1000 TIMES.                             00004140
               10  PND-CLAIM-CTL-NO    PIC 9(15).                       00004150
               10  PND-VENDOR-CODE     PIC X(05).                       00004160
                                                                        00004170
      ******************************************************************00004180
      *          MATCH KEYS - MEMBER / PLAN YEAR / NETWORK.  HIGH-     *00004190
      *          VALUES MARKS THE END OF EACH SIDE                     *00004200
      ******************************************************************00004210
                                                                        00004220
       01  W-VBL-KEY.                                                   00004230
           05  W-VBL-MEMBER-ID         PIC X(18).                       00004240
           05  W-VBL-PLAN-YEAR         PIC X(04).                       00004250
           05  W-VBL-NETWORK-IND       PIC X(01).                       00004260
       01  W-LGR-KEY.                                                   00004270
           05  W-LGR-MEMBER-ID         PIC X(18).                       00004280
           05  W-LGR-PLAN-YEAR         PIC X(04).                       00004290
           05  W-LGR-NETWORK-IND       PIC X(01).                       00004300
       01  W-LGR-ROW-KEY.                                               00004310
           05  W-LGR-ROW-MEMBER-ID     PIC X(18).                       00004320
           05  W-LGR-ROW-PLAN-YEAR     PIC X(04).                       00004330
           05  W-LGR-ROW-NETWORK-IND   PIC X(01).                       00004340
                                                                        00004350
       01  W-LGR-DED-AMT               PIC S9(09)V99 VALUE +0.          00004360
       01  W-LGR-OOP-AMT               PIC S9(09)V99 VALUE +0.          00004370
       01  W-LGR-DED-CLAIM-CTL-NO      PIC 9(15) VALUE 0.               00004380
       01  W-LGR-OOP-CLAIM-CTL-NO      PIC 9(15) VALUE 0.               00004390
                                                                        00004400
      ******************************************************************00004410
      *          ONE VARIANCE BEING REPORTED                           *00004420
      ******************************************************************00004430
                                                                        00004440
       01  W-CMP-KEY.                                                   00004450
           05  W-CMP-MEMBER-ID         PIC X(18).                       00004460
           05  W-CMP-PLAN-YEAR         PIC X(04).                       00004470
           05  W-CMP-NETWORK-IND       PIC X(01).                       00004480
       01  W-VAR-TYPE                  PIC X(03).                       00004490
       01  W-VAR-LEDGER-AMT            PIC S9(09)V99.                   00004500
       01  W-VAR-VENDOR-AMT            PIC S9(09)V99.                   00004510
       01  W-VAR-DIFF-AMT              PIC S9(09)V99.                   00004520
       01  W-VAR-CLAIM-CTL-NO          PIC 9(15).                       00004530
       01  W-VAR-NOTE                  PIC X(12).                       00004540
                                                                        00004550
      ******************************************************************00004560
      *          ACCUMULATORS                                          *00004570
      ******************************************************************00004580
                                                                        00004590
       01  ACCUMULATORS.                                                00004600
           05  A-TOT-VBIN-READ          PIC S9(09) COMP SYNC VALUE +0.  00004610
           05  A-TOT-REJECTED           PIC S9(09) COMP SYNC VALUE +0.  00004620
           05  A-TOT-OTHER-VENDOR       PIC S9(09) COMP SYNC VALUE +0.  00004630
           05  A-TOT-NORMALIZED         PIC S9(09) COMP SYNC VALUE +0.  00004640
           05  A-TOT-MATCHED            PIC S9(09) COMP SYNC VALUE +0.  00004650
           05  A-TOT-VENDOR-ONLY        PIC S9(09) COMP SYNC VALUE +0.  00004660
           05  A-TOT-LEDGER-ONLY        PIC S9(09) COMP SYNC VALUE +0.  00004670
           05  A-TOT-VARIANCES          PIC S9(09) COMP SYNC VALUE +0.  00004680
           05  A-TOT-CAND-RAISED        PIC S9(09) COMP SYNC VALUE +0.  00004690
           05  A-TOT-CAND-PENDING       PIC S9(09) COMP SYNC VALUE +0.  00004700
           05  A-TOT-CAND-RELEASED      PIC S9(09) COMP SYNC VALUE +0.  00004710
           05  A-TOT-CAND-DECLINED      PIC S9(09) COMP SYNC VALUE +0.  00004720
           05  A-TOT-RESEND-CARRIED     PIC S9(09) COMP SYNC VALUE +0.  00004730
           05  A-TOT-RESEND-APPENDED    PIC S9(09) COMP SYNC VALUE +0.  00004740
           05  A-TOT-EXCEPTIONS         PIC S9(09) COMP SYNC VALUE +0.  00004750
           05  A-TOT-DED-DIFF           PIC S9(11)V99 COMP-3 VALUE +0.  00004760
           05  A-TOT-OOP-DIFF           PIC S9(11)V99 COMP-3 VALUE +0.  00004770
                                                                        00004780
       01  W-REPORT-LINE               PIC X(100).                      00004790
       01  W-RPT-CNT                   PIC Z(8)9.                       00004800
       01  W-RPT-AMT                   PIC -(9)9.99.                    00004810
       01  W-RPT-AMT2                  PIC -(9)9.99.                    00004820
       01  W-RPT-AMT3                  PIC -(9)9.99.                    00004830
       01  W-RPT-CLAIM                 PIC X(15).                       00004840
                                                                        00004850
      ******************************************************************00004860
      *                    PROCEDURE DIVISION                          *00004870
      ******************************************************************00004880
                                                                        00004890
       PROCEDURE DIVISION.                                              00004900
                                                                        00004910
       MAINLINE.                                                        00004920
                                                                        00004930
           PERFORM INITIALIZATION                                       00004940
           PERFORM CARRY-FORWARD-RESEND-LIST                            00004950
           PERFORM PROCESS-PRIOR-CANDIDATES                             00004960
           IF RECON-REQUESTED                                           00004970
               PERFORM LOAD-FIELD-MAP                                   00004980
               SORT VBAL-SORT-FILE                                      00004990
                   ON ASCENDING KEY SRT-MEMBER-ID                       00005000
                                    SRT-PLAN-YEAR                       00005010
                                    SRT-NETWORK-IND                     00005020
                   INPUT PROCEDURE IS NORMALIZE-AND-RELEASE             00005030
                   OUTPUT PROCEDURE IS RECONCILE-SORTED-BALANCES        00005040
           END-IF                                                       00005050
           PERFORM FINALIZATION                                         00005060
           .                                                            00005070
                                                                        00005080
       INITIALIZATION.                                                  00005090
                                                                        00005100
           ACCEPT W-RLG-START-TIME FROM TIME                            00005110
           ACCEPT W-RLG-RUN-DATE FROM DATE YYYYMMDD                     00005120
           MOVE W-RLG-RUN-DATE TO W-RUN-DATE8                           00005130
                                                                        00005140
           OPEN OUTPUT VBAL-RECON-REPORT                                00005150
           MOVE '-------- HRHSVBR1 VENDOR ACCUMULATOR BALANCE RECON'    00005160
                TO VBAL-RECON-RECORD                                    00005170
           WRITE VBAL-RECON-RECORD                                      00005180
                                                                        00005190
           OPEN INPUT VBAL-RUN-CARD-FILE                                00005200
           IF W-HRHNVBPC-GOOD-OPEN                                      00005210
               READ VBAL-RUN-CARD-FILE                                  00005220
               IF W-HRHNVBPC-GOOD-IO AND VPC-VENDOR-CODE NOT = SPACES   00005230
                   MOVE VPC-VENDOR-CODE TO W-RUN-VENDOR-CODE            00005240
                   IF VPC-PARTIAL-FILE                                  00005250
                       SET PARTIAL-FILE-COMPARE TO TRUE                 00005260
                   END-IF                                               00005270
               END-IF                                                   00005280
               CLOSE VBAL-RUN-CARD-FILE                                 00005290
           END-IF                                                       00005300
                                                                        00005310
           IF W-RUN-VENDOR-CODE NOT = SPACES                            00005320
               OPEN INPUT VENDOR-BAL-IN                                 00005330
               IF W-HRHNVBIN-GOOD-OPEN                                  00005340
                   SET RECON-REQUESTED TO TRUE                          00005350
               ELSE                                                     00005360
                   DISPLAY 'HRHSVBR1: NO HRHNVBIN FOR VENDOR '          00005370
                           W-RUN-VENDOR-CODE ' - STATUS '               00005380
                           W-HRHNVBIN-STATUS                            00005390
               END-IF                                                   00005400
           END-IF                                                       00005410
                                                                        00005420
           IF RECON-REQUESTED                                           00005430
               OPEN INPUT ACCUM-LEDGER-FILE                             00005440
               IF W-HRBNACLG-GOOD-OPEN                                  00005450
                   CONTINUE                                             00005460
               ELSE                                                     00005470
                   DISPLAY 'HRHSVBR1: HRBNACLG DID NOT OPEN - STATUS '  00005480
                           W-HRBNACLG-STATUS                            00005490
                   MOVE 8 TO RETURN-CODE                                00005500
                   STOP RUN                                             00005510
               END-IF                                                   00005520
               MOVE SPACES TO W-REPORT-LINE                             00005530
               IF PARTIAL-FILE-COMPARE                                  00005540
                   STRING 'VENDOR=' W-RUN-VENDOR-CODE                   00005550
                          '  PARTIAL FILE - VENDOR MEMBERS ONLY'        00005560
                          DELIMITED BY SIZE INTO W-REPORT-LINE          00005570
               ELSE                                                     00005580
                   STRING 'VENDOR=' W-RUN-VENDOR-CODE                   00005590
                          '  FULL FILE - ALL LEDGER BALANCES COMPARED'  00005600
                          DELIMITED BY SIZE INTO W-REPORT-LINE          00005610
               END-IF                                                   00005620
               WRITE VBAL-RECON-RECORD FROM W-REPORT-LINE               00005630
           ELSE                                                         00005640
               MOVE 'NO VENDOR BALANCE FILE - CANDIDATE RELEASES ONLY'  00005650
                 TO VBAL-RECON-RECORD                                   00005660
               WRITE VBAL-RECON-RECORD                                  00005670
           END-IF                                                       00005680
                                                                        00005690
           OPEN INPUT RESEND-CTL-FILE                                   00005700
           OPEN INPUT RESEND-CAND-FILE                                  00005710
           OPEN OUTPUT RESEND-CTL-OUT                                   00005720
           OPEN OUTPUT RESEND-CAND-OUT                                  00005730
           IF W-HRBNRSNO-GOOD-OPEN AND W-HRBNRSCO-GOOD-OPEN             00005740
               CONTINUE                                                 00005750
           ELSE                                                         00005760
               DISPLAY 'HRHSVBR1: HRBNRSNO/HRBNRSCO DID NOT OPEN - '    00005770
                       'STATUS ' W-HRBNRSNO-STATUS '/'                  00005780
                       W-HRBNRSCO-STATUS                                00005790
               MOVE 8 TO RETURN-CODE                                    00005800
               STOP RUN                                                 00005810
           END-IF                                                       00005820
           .                                                            00005830
                                                                        00005840
      ******************************************************************00005850
      * CARRY-FORWARD-RESEND-LIST - THE REGENERATED CONTROL FILE       *00005860
      * KEEPS WHATEVER WAS ALREADY QUEUED AND IS USED AS A DUPLICATE   *00005870
      * GUARD (AS HRHSAK3C).                                           *00005880
      ******************************************************************00005890
                                                                        00005900
       CARRY-FORWARD-RESEND-LIST.                                       00005910
                                                                        00005920
           IF W-HRBNRSND-GOOD-OPEN                                      00005930
               PERFORM READ-RESEND-FILE                                 00005940
               PERFORM UNTIL W-HRBNRSND-AT-END                          00005950
                         OR RSL-ENTRY-COUNT = RSL-MAX-ENTRIES           00005960
                   ADD 1 TO RSL-ENTRY-COUNT                             00005970
                   MOVE RSNF-CLAIM-CTL-NO                               00005980
                     TO RSL-CLAIM-CTL-NO(RSL-ENTRY-COUNT)               00005990
                   ADD 1 TO A-TOT-RESEND-CARRIED                        00006000
                   WRITE RESEND-CTL-OUT-RECORD                          00006010
                      FROM RESEND-CTL-RECORD                            00006020
                   PERFORM READ-RESEND-FILE                             00006030
               END-PERFORM                                              00006040
               CLOSE RESEND-CTL-FILE                                    00006050
           END-IF                                                       00006060
           .                                                            00006070
                                                                        00006080
       READ-RESEND-FILE.                                                00006090
                                                                        00006100
           READ RESEND-CTL-FILE                                         00006110
           .                                                            00006120
                                                                        00006130
      ******************************************************************00006140
      * PROCESS-PRIOR-CANDIDATES - APPLY THE REVIEWER'S MARKS.         *00006150
      * RELEASED CANDIDATES JOIN THE RESEND LIST, DECLINED ONES ARE    *00006160
      * DROPPED, ANYTHING ELSE IS CARRIED FORWARD STILL PENDING.       *00006170
      ******************************************************************00006180
                                                                        00006190
       PROCESS-PRIOR-CANDIDATES.                                        00006200
                                                                        00006210
           IF W-HRBNRSNC-GOOD-OPEN                                      00006220
               MOVE SPACES TO VBAL-RECON-RECORD                         00006230
               WRITE VBAL-RECON-RECORD                                  00006240
               MOVE '-------- REVIEWED RESEND CANDIDATES --------------'00006250
                 TO VBAL-RECON-RECORD                                   00006260
               WRITE VBAL-RECON-RECORD                                  00006270
               PERFORM READ-CANDIDATE-FILE                              00006280
               PERFORM UNTIL W-HRBNRSNC-AT-END                          00006290
                   EVALUATE TRUE                                        00006300
                       WHEN RSC-RELEASED                                00006310
                           MOVE RSC-CLAIM-CTL-NO                        00006320
                             TO W-RESEND-CLAIM-CTL-NO                   00006330
                           PERFORM APPEND-TO-RESEND-LIST                00006340
                           ADD 1 TO A-TOT-CAND-RELEASED                 00006350
                           MOVE 'RELEASED' TO W-VAR-NOTE                00006360
                           PERFORM WRITE-CANDIDATE-LINE                 00006370
                       WHEN RSC-DECLINED                                00006380
                           ADD 1 TO A-TOT-CAND-DECLINED                 00006390
                           MOVE 'DECLINED' TO W-VAR-NOTE                00006400
                           PERFORM WRITE-CANDIDATE-LINE                 00006410
                       WHEN OTHER                                       00006420
                           PERFORM ADD-PENDING-CANDIDATE                00006430
                           WRITE RESEND-CAND-OUT-RECORD                 00006440
                              FROM RESEND-CAND-RECORD                   00006450
                           ADD 1 TO A-TOT-CAND-PENDING                  00006460
                   END-EVALUATE                                         00006470
                   PERFORM READ-CANDIDATE-FILE                          00006480
               END-PERFORM                                              00006490
               CLOSE RESEND-CAND-FILE                                   00006500
           END-IF                                                       00006510
           .                                                            00006520
                                                                        00006530
       READ-CANDIDATE-FILE.                                             00006540
                                                                        00006550
           READ RESEND-CAND-FILE INTO RESEND-CAND-RECORD                00006560
           .                                                            00006570
                                                                        00006580
       WRITE-CANDIDATE-LINE.                                            00006590
                                                                        00006600
           MOVE RSC-VARIANCE-AMT TO W-RPT-AMT                           00006610
           MOVE SPACES TO W-REPORT-LINE                                 00006620
           STRING 'CLAIM=' RSC-CLAIM-CTL-NO                             00006630
                  ' VENDOR=' RSC-VENDOR-CODE                            00006640
                  ' MEMBER=' RSC-MEMBER-ID                              00006650
                  ' ' RSC-PLAN-YEAR ' ' RSC-ACCUM-TYPE                  00006660
                  ' VAR=' W-RPT-AMT                                     00006670
                  ' ' W-VAR-NOTE                                        00006680
                  DELIMITED BY SIZE INTO W-REPORT-LINE                  00006690
           WRITE VBAL-RECON-RECORD FROM W-REPORT-LINE                   00006700
           .                                                            00006710
                                                                        00006720
       ADD-PENDING-CANDIDATE.                                           00006730
                                                                        00006740
           IF PND-ENTRY-COUNT < PND-MAX-ENTRIES                         00006750
               ADD 1 TO PND-ENTRY-COUNT                                 00006760
               MOVE RSC-CLAIM-CTL-NO                                    00006770
                 TO PND-CLAIM-CTL-NO(PND-ENTRY-COUNT)                   00006780
               MOVE RSC-VENDOR-CODE                                     00006790
                 TO PND-VENDOR-CODE(PND-ENTRY-COUNT)                    00006800
           END-IF                                                       00006810
           .                                                            00006820
                                                                        00006830
      ******************************************************************00006840
      * APPEND-TO-RESEND-LIST - AS HRHSAK3C.  A CLAIM ALREADY QUEUED   *00006850
      * IS NOT QUEUED TWICE.                                           *00006860
      ******************************************************************00006870
                                                                        00006880
       APPEND-TO-RESEND-LIST.                                           00006890
                                                                        00006900
           MOVE 'N' TO SW-RESEND-DUP                                    00006910
           PERFORM VARYING RSL-IDX FROM 1 BY 1                          00006920
                   UNTIL RSL-IDX > RSL-ENTRY-COUNT                      00006930
                      OR RESEND-ALREADY-LISTED                          00006940
               IF RSL-CLAIM-CTL-NO(RSL-IDX) = W-RESEND-CLAIM-CTL-NO     00006950
                   SET RESEND-ALREADY-LISTED TO TRUE                    00006960
               END-IF                                                   00006970
           END-PERFORM                                                  00006980
                                                                        00006990
           IF RESEND-ALREADY-LISTED                                     00007000
               CONTINUE                                                 00007010
           ELSE                                                         00007020
               IF RSL-ENTRY-COUNT < RSL-MAX-ENTRIES                     00007030
                   ADD 1 TO RSL-ENTRY-COUNT                             00007040
                   MOVE W-RESEND-CLAIM-CTL-NO                           00007050
                     TO RSL-CLAIM-CTL-NO(RSL-ENTRY-COUNT)               00007060
                   WRITE RESEND-CTL-OUT-RECORD                          00007070
                      FROM W-RESEND-CLAIM-CTL-NO                        00007080
                   ADD 1 TO A-TOT-RESEND-APPENDED                       00007090
               ELSE                                                     00007100
                   ADD 1 TO A-TOT-EXCEPTIONS                            00007110
                   DISPLAY 'HRHSVBR1: RESEND LIST FULL - CLAIM '        00007120
                           W-RESEND-CLAIM-CTL-NO ' NOT QUEUED'          00007130
               END-IF                                                   00007140
           END-IF                                                       00007150
           .                                                            00007160
                                                                        00007170
      ******************************************************************00007180
      * LOAD-FIELD-MAP - CARDS FOR THE RUN VENDOR ONLY.  WITH NO CARDS *00007190
      * THE VENDOR FILE IS TAKEN TO BE IN THE COMMON LAYOUT.  A MAP    *00007200
      * WITHOUT MEMBER, PLAN YEAR AND AT LEAST ONE AMOUNT IS UNUSABLE. *00007210
      ******************************************************************00007220
                                                                        00007230
       LOAD-FIELD-MAP.                                                  00007240
                                                                        00007250
           OPEN INPUT VBAL-FIELD-MAP-FILE                               00007260
           IF W-HRBNVBMP-GOOD-OPEN                                      00007270
               PERFORM READ-FIELD-MAP-FILE                              00007280
               PERFORM UNTIL W-HRBNVBMP-AT-END                          00007290
                   IF VMP-VENDOR-CODE = W-RUN-VENDOR-CODE               00007300
                       PERFORM ADD-FIELD-MAP-CARD                       00007310
                   END-IF                                               00007320
                   PERFORM READ-FIELD-MAP-FILE                          00007330
               END-PERFORM                                              00007340
               CLOSE VBAL-FIELD-MAP-FILE                                00007350
           END-IF                                                       00007360
                                                                        00007370
           IF FIELD-MAP-LOADED                                          00007380
               IF MAP-MEMBER-OFF   = 0 OR                               00007390
                  MAP-PLANYEAR-OFF = 0 OR                               00007400
                  (MAP-DEDAMT-OFF = 0 AND MAP-OOPAMT-OFF = 0)           00007410
                   DISPLAY 'HRHSVBR1: HRBNVBMP MAP FOR VENDOR '         00007420
                           W-RUN-VENDOR-CODE ' NEEDS MEMBER, PLANYEAR ' 00007430
                           'AND DEDAMT OR OOPAMT'                       00007440
                   MOVE 8 TO RETURN-CODE                                00007450
                   STOP RUN                                             00007460
               END-IF                                                   00007470
               MOVE 'VENDOR FILE MAPPED BY HRBNVBMP FIELD-MAP CARDS'    00007480
                 TO VBAL-RECON-RECORD                                   00007490
           ELSE                                                         00007500
               MOVE 'NO HRBNVBMP CARDS - VENDOR FILE IN COMMON LAYOUT'  00007510
                 TO VBAL-RECON-RECORD                                   00007520
           END-IF                                                       00007530
           WRITE VBAL-RECON-RECORD                                      00007540
           .                                                            00007550
                                                                        00007560
       READ-FIELD-MAP-FILE.                                             00007570
                                                                        00007580
           READ VBAL-FIELD-MAP-FILE                                     00007590
           .                                                            00007600
                                                                        00007610
       ADD-FIELD-MAP-CARD.                                              00007620
                                                                        00007630
           IF VMP-OFFSET NOT NUMERIC OR VMP-LENGTH NOT NUMERIC          00007640
               MOVE 0 TO W-MAP-END                                      00007650
           ELSE                                                         00007660
               COMPUTE W-MAP-END = VMP-OFFSET + VMP-LENGTH - 1          00007670
           END-IF                                                       00007680
           IF VMP-OFFSET NOT NUMERIC OR VMP-LENGTH NOT NUMERIC OR       00007690
              VMP-OFFSET = 0 OR VMP-LENGTH = 0 OR W-MAP-END > 500       00007700
               DISPLAY 'HRHSVBR1: HRBNVBMP CARD IGNORED - BAD OFFSET/'  00007710
                       'LENGTH ' VMP-FIELD-NAME                         00007720
           ELSE                                                         00007730
               SET FIELD-MAP-LOADED TO TRUE                             00007740
               EVALUATE VMP-FIELD-NAME                                  00007750
                   WHEN 'MEMBER'                                        00007760
                       MOVE VMP-OFFSET TO MAP-MEMBER-OFF                00007770
                       MOVE VMP-LENGTH TO MAP-MEMBER-LEN                00007780
                       IF MAP-MEMBER-LEN > 18                           00007790
                           MOVE 18 TO MAP-MEMBER-LEN                    00007800
                       END-IF                                           00007810
                   WHEN 'PLANYEAR'                                      00007820
                       MOVE VMP-OFFSET TO MAP-PLANYEAR-OFF              00007830
                   WHEN 'NETWORK'                                       00007840
                       MOVE VMP-OFFSET TO MAP-NETWORK-OFF               00007850
                       IF VMP-IN-NETWORK-VALUE NOT = SPACE              00007860
                           MOVE VMP-IN-NETWORK-VALUE                    00007870
                             TO MAP-IN-NETWORK-VALUE                    00007880
                       END-IF                                           00007890
                   WHEN 'DEDAMT'                                        00007900
                       MOVE VMP-OFFSET TO MAP-DEDAMT-OFF                00007910
                       MOVE VMP-LENGTH TO MAP-DEDAMT-LEN                00007920
                       IF MAP-DEDAMT-LEN > 11                           00007930
                           MOVE 11 TO MAP-DEDAMT-LEN                    00007940
                       END-IF                                           00007950
                   WHEN 'DEDSIGN'                                       00007960
                       MOVE VMP-OFFSET TO MAP-DEDSIGN-OFF               00007970
                   WHEN 'OOPAMT'                                        00007980
                       MOVE VMP-OFFSET TO MAP-OOPAMT-OFF                00007990
                       MOVE VMP-LENGTH TO MAP-OOPAMT-LEN                00008000
                       IF MAP-OOPAMT-LEN > 11                           00008010
                           MOVE 11 TO MAP-OOPAMT-LEN                    00008020
                       END-IF                                           00008030
                   WHEN 'OOPSIGN'                                       00008040
                       MOVE VMP-OFFSET TO MAP-OOPSIGN-OFF               00008050
                   WHEN 'ASOFDATE'                                      00008060
                       MOVE VMP-OFFSET TO MAP-ASOFDATE-OFF              00008070
                   WHEN OTHER                                           00008080
                       DISPLAY 'HRHSVBR1: HRBNVBMP CARD IGNORED - '     00008090
                               'UNKNOWN FIELD ' VMP-FIELD-NAME          00008100
               END-EVALUATE                                             00008110
           END-IF                                                       00008120
           .                                                            00008130
                                                                        00008140
      ******************************************************************00008150
      * NORMALIZE-AND-RELEASE - SORT INPUT PROCEDURE.  EACH VENDOR     *00008160
      * RECORD IS MAPPED TO THE COMMON LAYOUT AND VALIDATED; CLEAN     *00008170
      * ONES ARE RELEASED, FAILURES ARE LISTED WITH THE REASON.        *00008180
      ******************************************************************00008190
                                                                        00008200
       NORMALIZE-AND-RELEASE.                                           00008210
                                                                        00008220
           MOVE SPACES TO VBAL-RECON-RECORD                             00008230
           WRITE VBAL-RECON-RECORD                                      00008240
           MOVE '-------- VENDOR RECORDS REJECTED -----------------'    00008250
             TO VBAL-RECON-RECORD                                       00008260
           WRITE VBAL-RECON-RECORD                                      00008270
                                                                        00008280
           PERFORM READ-VENDOR-BAL-FILE                                 00008290
           PERFORM UNTIL W-HRHNVBIN-AT-END                              00008300
               ADD 1 TO A-TOT-VBIN-READ                                 00008310
               SET RECORD-VALID TO TRUE                                 00008320
               IF FIELD-MAP-LOADED                                      00008330
                   PERFORM MAP-VENDOR-RECORD                            00008340
               ELSE                                                     00008350
                   MOVE VENDOR-BAL-IN-RECORD(1:100)                     00008360
                     TO VENDOR-BALANCE-RECORD                           00008370
                   PERFORM CHECK-COMMON-RECORD                          00008380
               END-IF                                                   00008390
               IF RECORD-VALID                                          00008400
                   PERFORM CHECK-NORMALIZED-RECORD                      00008410
               END-IF                                                   00008420
               IF RECORD-VALID                                          00008430
                   PERFORM NOTE-PLAN-YEAR                               00008440
                   RELEASE SORT-VBAL-RECORD FROM VENDOR-BALANCE-RECORD  00008450
               ELSE                                                     00008460
                   PERFORM WRITE-REJECT-LINE                            00008470
               END-IF                                                   00008480
               PERFORM READ-VENDOR-BAL-FILE                             00008490
           END-PERFORM                                                  00008500
           CLOSE VENDOR-BAL-IN                                          00008510
           .                                                            00008520
                                                                        00008530
       READ-VENDOR-BAL-FILE.                                            00008540
                                                                        00008550
           READ VENDOR-BAL-IN                                           00008560
           .                                                            00008570
                                                                        00008580
       MAP-VENDOR-RECORD.                                               00008590
                                                                        00008600
           MOVE SPACES            TO VENDOR-BALANCE-RECORD              00008610
           MOVE W-RUN-VENDOR-CODE TO VBL-VENDOR-CODE                    00008620
           MOVE VENDOR-BAL-IN-RECORD(MAP-MEMBER-OFF:MAP-MEMBER-LEN)     00008630
             TO VBL-MEMBER-ID                                           00008640
           MOVE VENDOR-BAL-IN-RECORD(MAP-PLANYEAR-OFF:4)                00008650
             TO VBL-PLAN-YEAR                                           00008660
                                                                        00008670
           IF MAP-NETWORK-OFF = 0                                       00008680
               SET VBL-IN-NETWORK TO TRUE                               00008690
           ELSE                                                         00008700
               IF VENDOR-BAL-IN-RECORD(MAP-NETWORK-OFF:1)               00008710
                  = MAP-IN-NETWORK-VALUE                                00008720
                   SET VBL-IN-NETWORK TO TRUE                           00008730
               ELSE                                                     00008740
                   SET VBL-OUT-NETWORK TO TRUE                          00008750
               END-IF                                                   00008760
           END-IF                                                       00008770
                                                                        00008780
           MOVE 0 TO VBL-DED-AMT                                        00008790
           IF MAP-DEDAMT-OFF > 0                                        00008800
               MOVE MAP-DEDAMT-OFF  TO W-AMT-OFF                        00008810
               MOVE MAP-DEDAMT-LEN  TO W-AMT-LEN                        00008820
               MOVE MAP-DEDSIGN-OFF TO W-AMT-SIGN-OFF                   00008830
               PERFORM CONVERT-VENDOR-AMOUNT                            00008840
               IF RECORD-VALID                                          00008850
                   MOVE W-AMT-VALUE TO VBL-DED-AMT                      00008860
               ELSE                                                     00008870
                   MOVE 'DEDUCTIBLE AMOUNT NOT NUMERIC'                 00008880
                     TO W-REJECT-REASON                                 00008890
               END-IF                                                   00008900
           END-IF                                                       00008910
                                                                        00008920
           MOVE 0 TO VBL-OOP-AMT                                        00008930
           IF MAP-OOPAMT-OFF > 0 AND RECORD-VALID                       00008940
               MOVE MAP-OOPAMT-OFF  TO W-AMT-OFF                        00008950
               MOVE MAP-OOPAMT-LEN  TO W-AMT-LEN                        00008960
               MOVE MAP-OOPSIGN-OFF TO W-AMT-SIGN-OFF                   00008970
               PERFORM CONVERT-VENDOR-AMOUNT                            00008980
               IF RECORD-VALID                                          00008990
                   MOVE W-AMT-VALUE TO VBL-OOP-AMT                      00009000
               ELSE                                                     00009010
                   MOVE 'OOP AMOUNT NOT NUMERIC'                        00009020
                     TO W-REJECT-REASON                                 00009030
               END-IF                                                   00009040
           END-IF                                                       00009050
                                                                        00009060
           IF MAP-ASOFDATE-OFF > 0                                      00009070
               MOVE VENDOR-BAL-IN-RECORD(MAP-ASOFDATE-OFF:8)            00009080
                 TO VBL-AS-OF-DATE                                      00009090
           END-IF                                                       00009100
           .                                                            00009110
                                                                        00009120
      ******************************************************************00009130
      * CONVERT-VENDOR-AMOUNT - RIGHT-JUSTIFY THE DIGITS, ZERO-FILL    *00009140
      * THE LEADING SPACES AND TEST NUMERIC.  SIGN BYTE '-' NEGATES.   *00009150
      ******************************************************************00009160
                                                                        00009170
       CONVERT-VENDOR-AMOUNT.                                           00009180
                                                                        00009190
           MOVE ZEROS TO W-AMT-DIGITS-X                                 00009200
           COMPUTE W-AMT-POS = 12 - W-AMT-LEN                           00009210
           MOVE VENDOR-BAL-IN-RECORD(W-AMT-OFF:W-AMT-LEN)               00009220
             TO W-AMT-DIGITS-X(W-AMT-POS:W-AMT-LEN)                     00009230
           INSPECT W-AMT-DIGITS-X REPLACING LEADING SPACES BY ZEROS     00009240
           IF W-AMT-DIGITS-X NUMERIC                                    00009250
               MOVE W-AMT-DIGITS TO W-AMT-VALUE                         00009260
               IF W-AMT-SIGN-OFF > 0                                    00009270
                   IF VENDOR-BAL-IN-RECORD(W-AMT-SIGN-OFF:1) = '-'      00009280
                       COMPUTE W-AMT-VALUE = 0 - W-AMT-VALUE            00009290
                   END-IF                                               00009300
               END-IF                                                   00009310
           ELSE                                                         00009320
               SET RECORD-INVALID TO TRUE                               00009330
           END-IF                                                       00009340
           .                                                            00009350
                                                                        00009360
       CHECK-COMMON-RECORD.                                             00009370
                                                                        00009380
           IF VBL-VENDOR-CODE = SPACES                                  00009390
               MOVE W-RUN-VENDOR-CODE TO VBL-VENDOR-CODE                00009400
           END-IF                                                       00009410
           IF VBL-NETWORK-IND = SPACE                                   00009420
               SET VBL-IN-NETWORK TO TRUE                               00009430
           END-IF                                                       00009440
           EVALUATE TRUE                                                00009450
               WHEN VBL-VENDOR-CODE NOT = W-RUN-VENDOR-CODE             00009460
                   SET RECORD-INVALID TO TRUE                           00009470
                   ADD 1 TO A-TOT-OTHER-VENDOR                          00009480
                   MOVE 'VENDOR CODE NOT THE RUN VENDOR'                00009490
                     TO W-REJECT-REASON                                 00009500
               WHEN VBL-DED-AMT NOT NUMERIC                             00009510
                   SET RECORD-INVALID TO TRUE                           00009520
                   MOVE 'DEDUCTIBLE AMOUNT NOT NUMERIC'                 00009530
                     TO W-REJECT-REASON                                 00009540
               WHEN VBL-OOP-AMT NOT NUMERIC                             00009550
                   SET RECORD-INVALID TO TRUE                           00009560
                   MOVE 'OOP AMOUNT NOT NUMERIC'                        00009570
                     TO W-REJECT-REASON                                 00009580
               WHEN OTHER                                               00009590
                   CONTINUE                                             00009600
           END-EVALUATE                                                 00009610
           .                                                            00009620
                                                                        00009630
       CHECK-NORMALIZED-RECORD.                                         00009640
                                                                        00009650
           EVALUATE TRUE                                                00009660
               WHEN VBL-MEMBER-ID = SPACES                              00009670
                   SET RECORD-INVALID TO TRUE                           00009680
                   MOVE 'MEMBER ID MISSING' TO W-REJECT-REASON          00009690
               WHEN VBL-PLAN-YEAR NOT NUMERIC                           00009700
                   SET RECORD-INVALID TO TRUE                           00009710
                   MOVE 'PLAN YEAR NOT NUMERIC' TO W-REJECT-REASON      00009720
               WHEN NOT VBL-IN-NETWORK AND NOT VBL-OUT-NETWORK          00009730
                   SET RECORD-INVALID TO TRUE                           00009740
                   MOVE 'NETWORK NOT I OR O' TO W-REJECT-REASON         00009750
               WHEN OTHER                                               00009760
                   CONTINUE                                             00009770
           END-EVALUATE                                                 00009780
           .                                                            00009790
                                                                        00009800
       NOTE-PLAN-YEAR.                                                  00009810
                                                                        00009820
           MOVE VBL-PLAN-YEAR TO W-CHECK-PLAN-YEAR                      00009830
           PERFORM FIND-PLAN-YEAR                                       00009840
           IF PLAN-YEAR-FOUND                                           00009850
               CONTINUE                                                 00009860
           ELSE                                                         00009870
               IF PYR-ENTRY-COUNT < PYR-MAX-ENTRIES                     00009880
                   ADD 1 TO PYR-ENTRY-COUNT                             00009890
                   MOVE VBL-PLAN-YEAR TO PYR-PLAN-YEAR(PYR-ENTRY-COUNT) 00009900
               ELSE                                                     00009910
                   DISPLAY 'HRHSVBR1: PLAN YEAR TABLE FULL - YEAR '     00009920
                           VBL-PLAN-YEAR ' NOT COMPARED FROM LEDGER'    00009930
               END-IF                                                   00009940
           END-IF                                                       00009950
           .                                                            00009960
                                                                        00009970
       FIND-PLAN-YEAR.                                                  00009980
                                                                        00009990
           MOVE 'N' TO SW-YEAR-FOUND                                    00010000
           PERFORM VARYING PYR-IDX FROM 1 BY 1                          00010010
                   UNTIL PYR-IDX > PYR-ENTRY-COUNT                      00010020
                      OR PLAN-YEAR-FOUND                                00010030
               IF PYR-PLAN-YEAR(PYR-IDX) = W-CHECK-PLAN-YEAR            00010040
                   SET PLAN-YEAR-FOUND TO TRUE                          00010050
               END-IF                                                   00010060
           END-PERFORM                                                  00010070
           .                                                            00010080
                                                                        00010090
       WRITE-REJECT-LINE.                                               00010100
                                                                        00010110
           ADD 1 TO A-TOT-REJECTED                                      00010120
           MOVE A-TOT-VBIN-READ TO W-RPT-CNT                            00010130
           MOVE SPACES TO W-REPORT-LINE                                 00010140
           STRING 'RECORD ' W-RPT-CNT ' ' W-REJECT-REASON               00010150
                  ' MEMBER=' VBL-MEMBER-ID                              00010160
                  DELIMITED BY SIZE INTO W-REPORT-LINE                  00010170
           WRITE VBAL-RECON-RECORD FROM W-REPORT-LINE                   00010180
           .                                                            00010190
                                                                        00010200
      ******************************************************************00010210
      * RECONCILE-SORTED-BALANCES - SORT OUTPUT PROCEDURE.  THE SORTED *00010220
      * VENDOR BALANCES ARE WRITTEN TO HRHNVBNM AND MATCHED BY MEMBER/ *00010230
      * PLAN YEAR/NETWORK AGAINST THE RUN VENDOR'S LEDGER ROWS.        *00010240
      ******************************************************************00010250
                                                                        00010260
       RECONCILE-SORTED-BALANCES.                                       00010270
                                                                        00010280
           OPEN OUTPUT VENDOR-BAL-NORM                                  00010290
           IF W-HRHNVBNM-GOOD-OPEN                                      00010300
               CONTINUE                                                 00010310
           ELSE                                                         00010320
               DISPLAY 'HRHSVBR1: HRHNVBNM DID NOT OPEN - STATUS '      00010330
                       W-HRHNVBNM-STATUS                                00010340
               MOVE 8 TO RETURN-CODE                                    00010350
               STOP RUN                                                 00010360
           END-IF                                                       00010370
                                                                        00010380
           MOVE SPACES TO VBAL-RECON-RECORD                             00010390
           WRITE VBAL-RECON-RECORD                                      00010400
           MOVE '-------- VARIANCES (DIFFERENCE = VENDOR - LEDGER)'     00010410
             TO VBAL-RECON-RECORD                                       00010420
           WRITE VBAL-RECON-RECORD                                      00010430
           MOVE SPACES TO W-REPORT-LINE                                 00010440
           STRING 'MEMBER ID          YEAR N TYP    LEDGER AMT'         00010450
                  '    VENDOR AMT    DIFFERENCE CLAIM           NOTE'   00010460
                  DELIMITED BY SIZE INTO W-REPORT-LINE                  00010470
           WRITE VBAL-RECON-RECORD FROM W-REPORT-LINE                   00010480
                                                                        00010490
           PERFORM RETURN-VENDOR-BALANCE                                00010500
           PERFORM READ-VENDOR-LEDGER-ROW                               00010510
           PERFORM GET-NEXT-LEDGER-GROUP                                00010520
                                                                        00010530
           PERFORM UNTIL W-VBL-KEY = HIGH-VALUES AND                    00010540
                         W-LGR-KEY = HIGH-VALUES                        00010550
               EVALUATE TRUE                                            00010560
                   WHEN W-VBL-KEY = W-LGR-KEY                           00010570
                       PERFORM COMPARE-MATCHED-BALANCE                  00010580
                       PERFORM RETURN-VENDOR-BALANCE                    00010590
                       PERFORM GET-NEXT-LEDGER-GROUP                    00010600
                   WHEN W-VBL-KEY < W-LGR-KEY                           00010610
                       PERFORM COMPARE-VENDOR-ONLY                      00010620
                       PERFORM RETURN-VENDOR-BALANCE                    00010630
                   WHEN OTHER                                           00010640
                       PERFORM COMPARE-LEDGER-ONLY                      00010650
                       PERFORM GET-NEXT-LEDGER-GROUP                    00010660
               END-EVALUATE                                             00010670
           END-PERFORM                                                  00010680
                                                                        00010690
           CLOSE VENDOR-BAL-NORM                                        00010700
           CLOSE ACCUM-LEDGER-FILE                                      00010710
           .                                                            00010720
                                                                        00010730
       RETURN-VENDOR-BALANCE.                                           00010740
                                                                        00010750
           RETURN VBAL-SORT-FILE INTO VENDOR-BALANCE-RECORD             00010760
               AT END                                                   00010770
                   SET SORT-RETURN-DONE TO TRUE                         00010780
                   MOVE HIGH-VALUES TO W-VBL-KEY                        00010790
               NOT AT END                                               00010800
                   WRITE VENDOR-BAL-NORM-RECORD                         00010810
                      FROM VENDOR-BALANCE-RECORD                        00010820
                   ADD 1 TO A-TOT-NORMALIZED                            00010830
                   MOVE VBL-MEMBER-ID   TO W-VBL-MEMBER-ID              00010840
                   MOVE VBL-PLAN-YEAR   TO W-VBL-PLAN-YEAR              00010850
                   MOVE VBL-NETWORK-IND TO W-VBL-NETWORK-IND            00010860
           END-RETURN                                                   00010870
           .                                                            00010880
                                                                        00010890
      ******************************************************************00010900
      * READ-VENDOR-LEDGER-ROW - NEXT LEDGER ROW FOR THE RUN VENDOR IN *00010910
      * A PLAN YEAR ON THE VENDOR FILE.  THE CONTROL RECORD, OTHER     *00010920
      * VENDORS AND OTHER YEARS ARE PASSED OVER.                       *00010930
      ******************************************************************00010940
                                                                        00010950
       READ-VENDOR-LEDGER-ROW.                                          00010960
                                                                        00010970
           MOVE 'N' TO SW-LGR-ROW-WANTED                                00010980
           PERFORM UNTIL W-HRBNACLG-AT-END OR LGR-ROW-WANTED            00010990
               PERFORM READ-LEDGER-NEXT                                 00011000
               IF W-HRBNACLG-GOOD-IO                                    00011010
                   IF ACL-KEY NOT = LOW-VALUES AND                      00011020
                      ACL-VENDOR-CODE = W-RUN-VENDOR-CODE               00011030
                       MOVE ACL-PLAN-YEAR TO W-CHECK-PLAN-YEAR          00011040
                       PERFORM FIND-PLAN-YEAR                           00011050
                       IF PLAN-YEAR-FOUND                               00011060
                           SET LGR-ROW-WANTED TO TRUE                   00011070
                           MOVE ACL-MEMBER-ID   TO W-LGR-ROW-MEMBER-ID  00011080
                           MOVE ACL-PLAN-YEAR   TO W-LGR-ROW-PLAN-YEAR  00011090
                           MOVE ACL-NETWORK-IND                         00011100
                             TO W-LGR-ROW-NETWORK-IND                   00011110
                       END-IF                                           00011120
                   END-IF                                               00011130
               END-IF                                                   00011140
           END-PERFORM                                                  00011150
           .                                                            00011160
                                                                        00011170
       READ-LEDGER-NEXT.                                                00011180
                                                                        00011190
           READ ACCUM-LEDGER-FILE NEXT RECORD                           00011200
           IF W-HRBNACLG-GOOD-IO OR W-HRBNACLG-AT-END                   00011210
               CONTINUE                                                 00011220
           ELSE                                                         00011230
               DISPLAY 'HRHSVBR1: HRBNACLG BROWSE FAILED - STATUS '     00011240
                       W-HRBNACLG-STATUS                                00011250
               ADD 1 TO A-TOT-EXCEPTIONS                                00011260
               MOVE '10' TO W-HRBNACLG-STATUS                           00011270
           END-IF                                                       00011280
           .                                                            00011290
                                                                        00011300
      ******************************************************************00011310
      * GET-NEXT-LEDGER-GROUP - ROLL THE DED AND OOP ROWS FOR ONE      *00011320
      * MEMBER/PLAN YEAR/NETWORK TOGETHER, KEEPING THE LAST CLAIM      *00011330
      * POSTED TO EACH AS THE CLAIM TO RESEND.                         *00011340
      ******************************************************************00011350
                                                                        00011360
       GET-NEXT-LEDGER-GROUP.                                           00011370
                                                                        00011380
           IF W-HRBNACLG-AT-END                                         00011390
               MOVE HIGH-VALUES TO W-LGR-KEY                            00011400
           ELSE                                                         00011410
               MOVE W-LGR-ROW-KEY TO W-LGR-KEY                          00011420
               MOVE 0 TO W-LGR-DED-AMT                                  00011430
                         W-LGR-OOP-AMT                                  00011440
                         W-LGR-DED-CLAIM-CTL-NO                         00011450
                         W-LGR-OOP-CLAIM-CTL-NO                         00011460
               PERFORM UNTIL W-HRBNACLG-AT-END OR                       00011470
                             W-LGR-ROW-KEY NOT = W-LGR-KEY              00011480
                   IF ACL-DEDUCTIBLE                                    00011490
                       ADD ACL-YTD-AMT TO W-LGR-DED-AMT                 00011500
                       MOVE ACL-LAST-CLAIM-CTL-NO                       00011510
                         TO W-LGR-DED-CLAIM-CTL-NO                      00011520
                   END-IF                                               00011530
                   IF ACL-OUT-OF-POCKET                                 00011540
                       ADD ACL-YTD-AMT TO W-LGR-OOP-AMT                 00011550
                       MOVE ACL-LAST-CLAIM-CTL-NO                       00011560
                         TO W-LGR-OOP-CLAIM-CTL-NO                      00011570
                   END-IF                                               00011580
                   PERFORM READ-VENDOR-LEDGER-ROW                       00011590
               END-PERFORM                                              00011600
           END-IF                                                       00011610
           .                                                            00011620
                                                                        00011630
      ******************************************************************00011640
      * COMPARE-MATCHED-BALANCE / -VENDOR-ONLY / -LEDGER-ONLY.  A      *00011650
      * VENDOR BALANCE WITH NO LEDGER ROW HAS NO CLAIM TO RESEND.  A   *00011660
      * LEDGER BALANCE MISSING FROM A PARTIAL FILE IS NOT COMPARED.    *00011670
      ******************************************************************00011680
                                                                        00011690
       COMPARE-MATCHED-BALANCE.                                         00011700
                                                                        00011710
           ADD 1 TO A-TOT-MATCHED                                       00011720
           MOVE W-VBL-KEY TO W-CMP-KEY                                  00011730
           MOVE 'DED'                  TO W-VAR-TYPE                    00011740
           MOVE W-LGR-DED-AMT          TO W-VAR-LEDGER-AMT              00011750
           MOVE VBL-DED-AMT            TO W-VAR-VENDOR-AMT              00011760
           MOVE W-LGR-DED-CLAIM-CTL-NO TO W-VAR-CLAIM-CTL-NO            00011770
           PERFORM CHECK-VARIANCE                                       00011780
           MOVE 'OOP'                  TO W-VAR-TYPE                    00011790
           MOVE W-LGR-OOP-AMT          TO W-VAR-LEDGER-AMT              00011800
           MOVE VBL-OOP-AMT            TO W-VAR-VENDOR-AMT              00011810
           MOVE W-LGR-OOP-CLAIM-CTL-NO TO W-VAR-CLAIM-CTL-NO            00011820
           PERFORM CHECK-VARIANCE                                       00011830
           .                                                            00011840
                                                                        00011850
       COMPARE-VENDOR-ONLY.                                             00011860
                                                                        00011870
           ADD 1 TO A-TOT-VENDOR-ONLY                                   00011880
           MOVE W-VBL-KEY TO W-CMP-KEY                                  00011890
           MOVE 0 TO W-VAR-LEDGER-AMT                                   00011900
                     W-VAR-CLAIM-CTL-NO                                 00011910
           MOVE 'DED'       TO W-VAR-TYPE                               00011920
           MOVE VBL-DED-AMT TO W-VAR-VENDOR-AMT                         00011930
           PERFORM CHECK-VARIANCE                                       00011940
           MOVE 'OOP'       TO W-VAR-TYPE                               00011950
           MOVE VBL-OOP-AMT TO W-VAR-VENDOR-AMT                         00011960
           PERFORM CHECK-VARIANCE                                       00011970
           .                                                            00011980
                                                                        00011990
       COMPARE-LEDGER-ONLY.                                             00012000
                                                                        00012010
           IF FULL-FILE-COMPARE                                         00012020
               ADD 1 TO A-TOT-LEDGER-ONLY                               00012030
               MOVE W-LGR-KEY TO W-CMP-KEY                              00012040
               MOVE 0 TO W-VAR-VENDOR-AMT                               00012050
               MOVE 'DED'                  TO W-VAR-TYPE                00012060
               MOVE W-LGR-DED-AMT          TO W-VAR-LEDGER-AMT          00012070
               MOVE W-LGR-DED-CLAIM-CTL-NO TO W-VAR-CLAIM-CTL-NO        00012080
               PERFORM CHECK-VARIANCE                                   00012090
               MOVE 'OOP'                  TO W-VAR-TYPE                00012100
               MOVE W-LGR-OOP-AMT          TO W-VAR-LEDGER-AMT          00012110
               MOVE W-LGR-OOP-CLAIM-CTL-NO TO W-VAR-CLAIM-CTL-NO        00012120
               PERFORM CHECK-VARIANCE                                   00012130
           END-IF                                                       00012140
           .                                                            00012150
                                                                        00012160
      ******************************************************************00012170
      * CHECK-VARIANCE - LIST ANY DIFFERENCE AND RAISE A CANDIDATE FOR *00012180
      * THE LEDGER ROW'S LAST CLAIM UNLESS IT IS ALREADY PENDING OR    *00012190
      * ALREADY ON THE RESEND LIST.                                    *00012200
      ******************************************************************00012210
                                                                        00012220
       CHECK-VARIANCE.                                                  00012230
                                                                        00012240
           COMPUTE W-VAR-DIFF-AMT = W-VAR-VENDOR-AMT - W-VAR-LEDGER-AMT 00012250
           IF W-VAR-DIFF-AMT NOT = ZERO                                 00012260
               ADD 1 TO A-TOT-VARIANCES                                 00012270
               IF W-VAR-TYPE = 'DED'                                    00012280
                   ADD W-VAR-DIFF-AMT TO A-TOT-DED-DIFF                 00012290
               ELSE                                                     00012300
                   ADD W-VAR-DIFF-AMT TO A-TOT-OOP-DIFF                 00012310
               END-IF                                                   00012320
               IF W-VAR-CLAIM-CTL-NO = 0                                00012330
                   MOVE SPACES      TO W-RPT-CLAIM                      00012340
                   MOVE 'NO LEDGER' TO W-VAR-NOTE                       00012350
               ELSE                                                     00012360
                   MOVE W-VAR-CLAIM-CTL-NO TO W-RPT-CLAIM               00012370
                   PERFORM RAISE-RESEND-CANDIDATE                       00012380
               END-IF                                                   00012390
               MOVE W-VAR-LEDGER-AMT TO W-RPT-AMT                       00012400
               MOVE W-VAR-VENDOR-AMT TO W-RPT-AMT2                      00012410
               MOVE W-VAR-DIFF-AMT   TO W-RPT-AMT3                      00012420
               MOVE SPACES TO W-REPORT-LINE                             00012430
               STRING W-CMP-MEMBER-ID ' ' W-CMP-PLAN-YEAR ' '           00012440
                      W-CMP-NETWORK-IND ' ' W-VAR-TYPE ' '              00012450
                      W-RPT-AMT ' ' W-RPT-AMT2 ' ' W-RPT-AMT3 ' '       00012460
                      W-RPT-CLAIM ' ' W-VAR-NOTE                        00012470
                      DELIMITED BY SIZE INTO W-REPORT-LINE              00012480
               WRITE VBAL-RECON-RECORD FROM W-REPORT-LINE               00012490
           END-IF                                                       00012500
           .                                                            00012510
                                                                        00012520
       RAISE-RESEND-CANDIDATE.                                          00012530
                                                                        00012540
           MOVE 'N' TO SW-RESEND-DUP                                    00012550
           PERFORM VARYING RSL-IDX FROM 1 BY 1                          00012560
                   UNTIL RSL-IDX > RSL-ENTRY-COUNT                      00012570
                      OR RESEND-ALREADY-LISTED                          00012580
               IF RSL-CLAIM-CTL-NO(RSL-IDX) = W-VAR-CLAIM-CTL-NO        00012590
                   SET RESEND-ALREADY-LISTED TO TRUE                    00012600
               END-IF                                                   00012610
           END-PERFORM                                                  00012620
                                                                        00012630
           MOVE 'N' TO SW-CANDIDATE-DUP                                 00012640
           PERFORM VARYING PND-IDX FROM 1 BY 1                          00012650
                   UNTIL PND-IDX > PND-ENTRY-COUNT                      00012660
                      OR CANDIDATE-ALREADY-PENDING                      00012670
               IF PND-CLAIM-CTL-NO(PND-IDX) = W-VAR-CLAIM-CTL-NO AND    00012680
                  PND-VENDOR-CODE(PND-IDX)  = W-RUN-VENDOR-CODE         00012690
                   SET CANDIDATE-ALREADY-PENDING TO TRUE                00012700
               END-IF                                                   00012710
           END-PERFORM                                                  00012720
                                                                        00012730
           EVALUATE TRUE                                                00012740
               WHEN RESEND-ALREADY-LISTED                               00012750
                   MOVE 'ON RESEND' TO W-VAR-NOTE                       00012760
               WHEN CANDIDATE-ALREADY-PENDING                           00012770
                   MOVE 'PENDING'   TO W-VAR-NOTE                       00012780
               WHEN PND-ENTRY-COUNT NOT < PND-MAX-ENTRIES               00012790
                   ADD 1 TO A-TOT-EXCEPTIONS                            00012800
                   MOVE 'TABLE FULL' TO W-VAR-NOTE                      00012810
               WHEN OTHER                                               00012820
                   MOVE SPACES             TO RESEND-CAND-RECORD        00012830
                   MOVE W-VAR-CLAIM-CTL-NO TO RSC-CLAIM-CTL-NO          00012840
                   MOVE W-RUN-VENDOR-CODE  TO RSC-VENDOR-CODE           00012850
                   MOVE W-CMP-MEMBER-ID    TO RSC-MEMBER-ID             00012860
                   MOVE W-CMP-PLAN-YEAR    TO RSC-PLAN-YEAR             00012870
                   MOVE W-CMP-NETWORK-IND  TO RSC-NETWORK-IND           00012880
                   MOVE W-VAR-TYPE         TO RSC-ACCUM-TYPE            00012890
                   MOVE W-VAR-VENDOR-AMT   TO RSC-VENDOR-AMT            00012900
                   MOVE W-VAR-DIFF-AMT     TO RSC-VARIANCE-AMT          00012910
                   MOVE W-RUN-DATE8        TO RSC-RAISED-DATE           00012920
                   WRITE RESEND-CAND-OUT-RECORD                         00012930
                      FROM RESEND-CAND-RECORD                           00012940
                   PERFORM ADD-PENDING-CANDIDATE                        00012950
                   ADD 1 TO A-TOT-CAND-RAISED                           00012960
                   MOVE 'CANDIDATE' TO W-VAR-NOTE                       00012970
           END-EVALUATE                                                 00012980
           .                                                            00012990
                                                                        00013000
      ******************************************************************00013010
      * FINALIZATION - VENDOR TOTALS AND RETURN CODE                   *00013020
      ******************************************************************00013030
                                                                        00013040
       FINALIZATION.                                                    00013050
                                                                        00013060
           MOVE SPACES TO VBAL-RECON-RECORD                             00013070
           WRITE VBAL-RECON-RECORD                                      00013080
           IF RECON-REQUESTED                                           00013090
               MOVE SPACES TO W-REPORT-LINE                             00013100
               STRING '-------- TOTALS FOR VENDOR ' W-RUN-VENDOR-CODE   00013110
                      ' ----------------------'                         00013120
                      DELIMITED BY SIZE INTO W-REPORT-LINE              00013130
               WRITE VBAL-RECON-RECORD FROM W-REPORT-LINE               00013140
               MOVE A-TOT-VBIN-READ TO W-RPT-CNT                        00013150
               MOVE SPACES TO W-REPORT-LINE                             00013160
               STRING 'VENDOR RECORDS READ=' W-RPT-CNT                  00013170
                      DELIMITED BY SIZE INTO W-REPORT-LINE              00013180
               WRITE VBAL-RECON-RECORD FROM W-REPORT-LINE               00013190
               MOVE A-TOT-REJECTED TO W-RPT-CNT                         00013200
               MOVE SPACES TO W-REPORT-LINE                             00013210
               STRING 'VENDOR RECORDS REJECTED=' W-RPT-CNT              00013220
                      DELIMITED BY SIZE INTO W-REPORT-LINE              00013230
               WRITE VBAL-RECON-RECORD FROM W-REPORT-LINE               00013240
               MOVE A-TOT-NORMALIZED TO W-RPT-CNT                       00013250
               MOVE SPACES TO W-REPORT-LINE                             00013260
               STRING 'BALANCES NORMALIZED=' W-RPT-CNT                  00013270
                      DELIMITED BY SIZE INTO W-REPORT-LINE              00013280
               WRITE VBAL-RECON-RECORD FROM W-REPORT-LINE               00013290
               MOVE A-TOT-MATCHED TO W-RPT-CNT                          00013300
               MOVE SPACES TO W-REPORT-LINE                             00013310
               STRING 'BALANCES MATCHED TO LEDGER=' W-RPT-CNT           00013320
                      DELIMITED BY SIZE INTO W-REPORT-LINE              00013330
               WRITE VBAL-RECON-RECORD FROM W-REPORT-LINE               00013340
               MOVE A-TOT-VENDOR-ONLY TO W-RPT-CNT                      00013350
               MOVE SPACES TO W-REPORT-LINE                             00013360
               STRING 'VENDOR BALANCES NOT ON LEDGER=' W-RPT-CNT        00013370
                      DELIMITED BY SIZE INTO W-REPORT-LINE              00013380
               WRITE VBAL-RECON-RECORD FROM W-REPORT-LINE               00013390
               MOVE A-TOT-LEDGER-ONLY TO W-RPT-CNT                      00013400
               MOVE SPACES TO W-REPORT-LINE                             00013410
               STRING 'LEDGER BALANCES NOT ON VENDOR FILE=' W-RPT-CNT   00013420
                      DELIMITED BY SIZE INTO W-REPORT-LINE              00013430
               WRITE VBAL-RECON-RECORD FROM W-REPORT-LINE               00013440
               MOVE A-TOT-VARIANCES TO W-RPT-CNT                        00013450
               MOVE SPACES TO W-REPORT-LINE                             00013460
               STRING 'VARIANCES=' W-RPT-CNT                            00013470
                      DELIMITED BY SIZE INTO W-REPORT-LINE              00013480
               WRITE VBAL-RECON-RECORD FROM W-REPORT-LINE               00013490
               MOVE A-TOT-DED-DIFF TO W-RPT-AMT                         00013500
               MOVE A-TOT-OOP-DIFF TO W-RPT-AMT2                        00013510
               MOVE SPACES TO W-REPORT-LINE                             00013520
               STRING 'NET DED DIFFERENCE=' W-RPT-AMT                   00013530
                      ' NET OOP DIFFERENCE=' W-RPT-AMT2                 00013540
                      DELIMITED BY SIZE INTO W-REPORT-LINE              00013550
               WRITE VBAL-RECON-RECORD FROM W-REPORT-LINE               00013560
               MOVE A-TOT-CAND-RAISED TO W-RPT-CNT                      00013570
               MOVE SPACES TO W-REPORT-LINE                             00013580
               STRING 'RESEND CANDIDATES RAISED=' W-RPT-CNT             00013590
                      DELIMITED BY SIZE INTO W-REPORT-LINE              00013600
               WRITE VBAL-RECON-RECORD FROM W-REPORT-LINE               00013610
           END-IF                                                       00013620
           MOVE A-TOT-CAND-RELEASED TO W-RPT-CNT                        00013630
           MOVE SPACES TO W-REPORT-LINE                                 00013640
           STRING 'CANDIDATES RELEASED=' W-RPT-CNT                      00013650
                  DELIMITED BY SIZE INTO W-REPORT-LINE                  00013660
           WRITE VBAL-RECON-RECORD FROM W-REPORT-LINE                   00013670
           MOVE A-TOT-CAND-DECLINED TO W-RPT-CNT                        00013680
           MOVE SPACES TO W-REPORT-LINE                                 00013690
           STRING 'CANDIDATES DECLINED=' W-RPT-CNT                      00013700
                  DELIMITED BY SIZE INTO W-REPORT-LINE                  00013710
           WRITE VBAL-RECON-RECORD FROM W-REPORT-LINE                   00013720
           MOVE A-TOT-CAND-PENDING TO W-RPT-CNT                         00013730
           MOVE SPACES TO W-REPORT-LINE                                 00013740
           STRING 'CANDIDATES STILL PENDING FROM PRIOR RUNS=' W-RPT-CNT 00013750
                  DELIMITED BY SIZE INTO W-REPORT-LINE                  00013760
           WRITE VBAL-RECON-RECORD FROM W-REPORT-LINE                   00013770
           MOVE A-TOT-RESEND-CARRIED TO W-RPT-CNT                       00013780
           MOVE SPACES TO W-REPORT-LINE                                 00013790
           STRING 'RESEND ENTRIES CARRIED FORWARD=' W-RPT-CNT           00013800
                  DELIMITED BY SIZE INTO W-REPORT-LINE                  00013810
           WRITE VBAL-RECON-RECORD FROM W-REPORT-LINE                   00013820
           MOVE A-TOT-RESEND-APPENDED TO W-RPT-CNT                      00013830
           MOVE SPACES TO W-REPORT-LINE                                 00013840
           STRING 'RESEND ENTRIES ADDED=' W-RPT-CNT                     00013850
                  DELIMITED BY SIZE INTO W-REPORT-LINE                  00013860
           WRITE VBAL-RECON-RECORD FROM W-REPORT-LINE                   00013870
                                                                        00013880
           CLOSE RESEND-CTL-OUT                                         00013890
           CLOSE RESEND-CAND-OUT                                        00013900
           CLOSE VBAL-RECON-REPORT                                      00013910
                                                                        00013920
           IF A-TOT-VARIANCES > 0 OR A-TOT-REJECTED > 0 OR              00013930
              A-TOT-EXCEPTIONS > 0                                      00013940
               DISPLAY 'HRHSVBR1: VARIANCES OR REJECTS - SEE HRHNVBRR'  00013950
               MOVE 4 TO RETURN-CODE                                    00013960
           ELSE                                                         00013970
               DISPLAY 'HRHSVBR1: VENDOR BALANCES AGREE WITH LEDGER'    00013980
               MOVE 0 TO RETURN-CODE                                    00013990
           END-IF                                                       00014000
           DISPLAY 'HRHSVBR1: VENDOR=' W-RUN-VENDOR-CODE                00014010
                   ' READ=' A-TOT-VBIN-READ                             00014020
                   ' VARIANCES=' A-TOT-VARIANCES                        00014030
                   ' CANDIDATES=' A-TOT-CAND-RAISED                     00014040
                   ' RELEASED=' A-TOT-CAND-RELEASED                     00014050
           PERFORM WRITE-RUN-LEDGER                                     00014060
           STOP RUN                                                     00014070
           .                                                            00014080
                                                                        00014090
      ******************************************************************00014100
      * WRITE-RUN-LEDGER - ONE STANDARD RECORD PER STEP PER RUN ON    * 00014110
      * THE SHARED HRHNRLDG LEDGER (SEE HRHYRLDG / HRHSRLR1).         * 00014120
      * LEDGER TROUBLE NEVER FAILS THE BUSINESS STEP.                 * 00014130
      ******************************************************************00014140
                                                                        00014150
       WRITE-RUN-LEDGER.                                                00014160
                                                                        00014170
           OPEN EXTEND RUN-LEDGER-FILE                                  00014180
           IF W-HRHNRLDG-GOOD-OPEN                                      00014190
               CONTINUE                                                 00014200
           ELSE                                                         00014210
               OPEN OUTPUT RUN-LEDGER-FILE                              00014220
           END-IF                                                       00014230
           IF W-HRHNRLDG-GOOD-OPEN                                      00014240
               ACCEPT W-RLG-END-TIME FROM TIME                          00014250
               MOVE SPACES          TO RUN-LEDGER-RECORD                00014260
               MOVE W-RLG-RUN-DATE  TO RLG-RUN-DATE                     00014270
               MOVE 'HRHSVBR1'      TO RLG-PROGRAM                      00014280
               MOVE 'HRHNVBIN'      TO RLG-INPUT-DD                     00014290
               MOVE 'HRHNVBNM'      TO RLG-OUTPUT-DD                    00014300
               MOVE A-TOT-VBIN-READ TO RLG-RECS-IN                      00014310
               MOVE A-TOT-NORMALIZED TO RLG-RECS-OUT                    00014320
               MOVE RETURN-CODE     TO RLG-RETURN-CODE                  00014330
               MOVE W-RLG-START-TIME(1:6) TO RLG-START-TIME             00014340
               MOVE W-RLG-END-TIME(1:6)   TO RLG-END-TIME               00014350
               WRITE RUN-LEDGER-RECORD                                  00014360
               CLOSE RUN-LEDGER-FILE                                    00014370
           ELSE                                                         00014380
               DISPLAY 'HRHSVBR1: HRHNRLDG DID NOT OPEN - STATUS '      00014390
                       W-HRHNRLDG-STATUS ' - NO LEDGER RECORD'          00014400
           END-IF                                                       00014410
           .                                                            00014420
