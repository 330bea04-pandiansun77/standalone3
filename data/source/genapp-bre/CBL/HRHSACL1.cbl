      ******************************************************************00000100
      *                                                                *00000110
      *                        HRHSACL1                                *00000120
      *                                                                *00000130
      *     FUNCTION:                                                  *00000140
      *                                                                *00000150
      *     MEMBER ACCUMULATOR LEDGER POST.  POSTS EVERY DEDUCTIBLE    *00000160
      *     AND OUT-OF-POCKET ADJUSTMENT HRHSAO3C ACTUALLY SENT TO A   *00000170
      *     VENDOR INTO THE HRBNACLG LEDGER KSDS, KEYED BY MEMBER,     *00000180
      *     PLAN YEAR, VENDOR, NETWORK (I/O) AND ACCUMULATOR TYPE      *00000190
      *     (DED/OOP), SO A MEMBER'S YEAR-TO-DATE POSITION AT EACH     *00000200
      *     VENDOR CAN BE ANSWERED WITHOUT REPLAYING THE OUTBOUND      *00000210
      *     FILES.  THE DOLLARS ARE THE FINAL VENDOR-FILE AMOUNTS      *00000220
      *     (AFTER COMINGLE REMAPPING AND BACKOUT SIGN) CARRIED ON     *00000230
      *     THE HRHNACAD COMPANION OF EACH HRHNARID AUDIT ROW.         *00000240
      *                                                                *00000250
      *     A ROW IS POSTED ONLY IF ITS CLAIM/VENDOR IS ON THE         *00000260
      *     HRBNSENT SENT-CLAIM HISTORY.  HRHNARID IS READ IN STEP     *00000270
      *     WITH HRHNACAD TO BALANCE THE TWO; AUDIT ROWS WITH NO       *00000280
      *     COMPANION (RUNS BEFORE HRHNACAD EXISTED) ARE LISTED AS     *00000290
      *     NOT POSTED.                                                *00000300
      *                                                                *00000310
      *     RERUNS ARE SAFE: EACH HRHNACAD ROW CARRIES ITS RUN DATE    *00000320
      *     AND RUN TOKEN, AND THE LEDGER CONTROL RECORD (LOW-VALUES   *00000330
      *     KEY) HOLDS THE HIGHEST RUN ALREADY POSTED.  ROWS FROM      *00000340
      *     THAT RUN OR EARLIER ARE COUNTED AND SKIPPED.  A STEP THAT  *00000350
      *     FAILS PART WAY IS RERUN AFTER RESTORING HRBNACLG FROM THE  *00000360
      *     PRE-STEP BACKUP.                                           *00000370
      *                                                                *00000380
      *     AFTER POSTING, THE WHOLE LEDGER IS READ IN KEY ORDER TO    *00000390
      *     WRITE ONE MEMBER/PLAN-YEAR INQUIRY RECORD (HRHNACLX) AND   *00000400
      *     TO LIST, FOR MEMBER/PLAN YEARS POSTED TONIGHT, THOSE       *00000410
      *     WHOSE ACCUMULATED OOP PASSES THE PLAN MAXIMUM.             *00000420
      *                                                                *00000430
      *     INPUT FILES:  HRHNACAD - ACCUMULATOR AUDIT DETAIL FROM     *00000440
      *                      HRHSAO3C (OPTIONAL - MISSING = NOTHING    *00000450
      *                      TO POST)                                  *00000460
      *                   HRHNARID - CAR-REC-ID AUDIT FILE FROM THE    *00000470
      *                      SAME RUN(S) (OPTIONAL - MISSING = NO      *00000480
      *                      BALANCING)                                *00000490
      *                   HRBNSENT - SENT-CLAIM HISTORY KSDS           *00000500
      *                      (OPTIONAL - MISSING = NO SENT CHECK)      *00000510
      *                   HRBNOMAX - PLAN OOP MAXIMUM CARDS:           *00000520
      *                      COLS  1-09  GROUP BASE NUMBER (BLANK =    *00000530
      *                                  DEFAULT FOR ALL GROUPS)       *00000540
      *                      COLS 10-18  IN-NETWORK OOP MAX  9(7)V99   *00000550
      *                      COLS 19-27  OUT-NETWORK OOP MAX 9(7)V99   *00000560
      *                      (ZERO = NO MAXIMUM FOR THAT NETWORK)      *00000570
      *                                                                *00000580
      *     I-O FILE:     HRBNACLG - MEMBER ACCUMULATOR LEDGER KSDS    *00000590
      *                                                                *00000600
      *     OUTPUT FILES: HRHNACLX - MEMBER YTD INQUIRY EXTRACT        *00000610
      *                   HRHNACLR - POSTING AND OOP MAXIMUM REPORT    *00000620
      *                   HRHNRLDG - RUN LEDGER (EXTEND)               *00000630
      *                                                                *00000640
      *     RETURN CODE:  00 - POSTED CLEAN                            *00000650
      *                   04 - EXCEPTIONS REPORTED ON HRHNACLR         *00000660
      *                   08 - LEDGER COULD NOT BE OPENED              *00000670
      *                                                                *00000680
      *     MODIFICATIONS:- DISPLAYED IN THE LOG BELOW                 *00000690
      *                                                                *00000700
      ******************************************************************00000710
      *           MODIFICATION LOG FOR HRHSACL1                        *00000720
      *  SCAN   ACTIVITY DATE     SE NAME                              *00000730
      *  ------ -------- -------- ----------------------------------   *00000740
      *          NEW PROGRAM                                           *00000750
      ******************************************************************00000760
                                                                        00000770
       IDENTIFICATION DIVISION.                                         00000780
       PROGRAM-ID.    HRHSACL1.                                         00000790
                                                                        00000800
       ENVIRONMENT DIVISION.                                            00000810
       CONFIGURATION SECTION.                                           00000820
                                                                        00000830
       INPUT-OUTPUT SECTION.                                            00000840
       FILE-CONTROL.                                                    00000850
                                                                        00000860
           SELECT OPTIONAL ACCUM-AUDIT-FILE ASSIGN TO HRHNACAD          00000870
                                   FILE STATUS IS W-HRHNACAD-STATUS.    00000880
                                                                        00000890
           SELECT OPTIONAL CAR-REC-AUDIT-FILE ASSIGN TO HRHNARID        00000900
                                   FILE STATUS IS W-HRHNARID-STATUS.    00000910
                                                                        00000920
           SELECT OPTIONAL SENT-CLAIM-HIST-FILE ASSIGN TO HRBNSENT      00000930
                                   ORGANIZATION IS INDEXED              00000940
                                   ACCESS MODE IS RANDOM                00000950
                                   RECORD KEY IS SNT-HIST-KEY           00000960
                                   FILE STATUS IS W-HRBNSENT-STATUS.    00000970
                                                                        00000980
           SELECT OPTIONAL OOP-MAX-CTL-FILE ASSIGN TO HRBNOMAX          00000990
                                   FILE STATUS IS W-HRBNOMAX-STATUS.    00001000
                                                                        00001010
           SELECT ACCUM-LEDGER-FILE ASSIGN TO HRBNACLG                  00001020
                                   ORGANIZATION IS INDEXED              00001030
                                   ACCESS MODE IS DYNAMIC               00001040
                                   RECORD KEY IS ACL-KEY                00001050
                                   FILE STATUS IS W-HRBNACLG-STATUS.    00001060
                                                                        00001070
           SELECT MEMBER-YTD-EXTRACT ASSIGN TO HRHNACLX                 00001080
                                   FILE STATUS IS W-HRHNACLX-STATUS.    00001090
                                                                        00001100
           SELECT ACCUM-POST-REPORT ASSIGN TO HRHNACLR                  00001110
                                   FILE STATUS IS W-HRHNACLR-STATUS.    00001120
                                                                        00001130
           SELECT RUN-LEDGER-FILE ASSIGN TO HRHNRLDG                    00001140
                                   FILE STATUS IS W-HRHNRLDG-STATUS.    00001150
                                                                        00001160
       DATA DIVISION.                                                   00001170
                                                                        00001180
       FILE SECTION.                                                    00001190
                                                                        00001200
       FD  ACCUM-AUDIT-FILE                                             00001210
           RECORDING MODE IS F                                          00001220
           LABEL RECORDS ARE STANDARD                                   00001230
           BLOCK CONTAINS 0 RECORDS.                                    00001240
                                                                        00001250
       01  ACCUM-AUDIT-RECORD.                                          00001260
           05  ACA-CAR-REC-ID          PIC X(50).                       00001270
           05  ACA-CLAIM-CTL-NO        PIC 9(15).                       00001280
           05  ACA-VENDOR-CODE         PIC X(05).                       00001290
           05  ACA-MEMBER-ID           PIC X(18).                       00001300
           05  ACA-GROUP-BASE-NO       PIC X(09).                       00001310
           05  ACA-NETWORK-IND         PIC X(01).                       00001320
               88  ACA-IN-NETWORK              VALUE 'I'.               00001330
               88  ACA-OUT-NETWORK             VALUE 'O'.               00001340
           05  ACA-SVC-DATE            PIC X(08).                       00001350
           05  ACA-PLAN-YEAR           PIC X(04).                       00001360
           05  ACA-DED-AMT             PIC S9(09)V99.                   00001370
           05  ACA-OOP-AMT             PIC S9(09)V99.                   00001380
           05  ACA-RUN-DATE            PIC X(08).                       00001390
           05  ACA-RUN-TOKEN           PIC X(08).                       00001400
           05  FILLER                  PIC X(12).                       00001410
                                                                        00001420
       FD  CAR-REC-AUDIT-FILE                                           00001430
           RECORDING MODE IS F                                          00001440
           LABEL RECORDS ARE STANDARD                                   00001450
           BLOCK CONTAINS 0 RECORDS.                                    00001460
                                                                        00001470
       01  CAR-REC-AUDIT-RECORD.                                        00001480
           05  AR-CAR-REC-ID            PIC X(50).                      00001490
           05  AR-CLAIM-CTL-NO          PIC 9(15).                      00001500
           05  AR-ADJUSTMENT-DATE       PIC X(08).                      00001510
           05  AR-VENDOR-CODE           PIC X(05).                      00001520
           05  AR-RUN-TIMEJ             PIC 9(03).                      00001530
           05  AR-RUN-TIMEH             PIC 9(08).                      00001540
           05  AR-ADJ-AMOUNT            PIC S9(09)V99.                  00001550
                                                                        00001560
       FD  SENT-CLAIM-HIST-FILE                                         00001570
           RECORD CONTAINS 80 CHARACTERS.                               00001580
                                                                        00001590
       01  SENT-CLAIM-HIST-RECORD.                                      00001600
           05  SNT-HIST-KEY.                                            00001610
               10  SNT-CLAIM-CTL-NO    PIC 9(15).                       00001620
               10  SNT-VENDOR-CODE     PIC X(05).                       00001630
           05  SNT-ADJUSTMENT-DATE     PIC X(08).                       00001640
           05  SNT-RUN-DATE            PIC X(08).                       00001650
           05  SNT-ADJ-AMOUNT          PIC S9(07)V99.                   00001660
           05  SNT-DETL-CNT            PIC 9(04).                       00001670
           05  SNT-OOP-AMT             PIC S9(09).                      00001680
           05  SNT-RUN-TOKEN           PIC X(08).                       00001690
           05  FILLER                  PIC X(13).                       00001700
                                                                        00001710
       FD  OOP-MAX-CTL-FILE                                             00001720
           RECORDING MODE IS F                                          00001730
           LABEL RECORDS ARE STANDARD                                   00001740
           BLOCK CONTAINS 0 RECORDS.                                    00001750
                                                                        00001760
       01  OOP-MAX-CTL-RECORD.                                          00001770
           05  OMX-GROUP-BASE-NO       PIC X(09).                       00001780
           05  OMX-IN-OOP-MAX          PIC 9(07)V99.                    00001790
           05  OMX-OUT-OOP-MAX         PIC 9(07)V99.                    00001800
           05  FILLER                  PIC X(53).                       00001810
                                                                        00001820
      ******************************************************************00001830
      * HRBNACLG - ONE ROW PER MEMBER / PLAN YEAR / VENDOR / NETWORK / *00001840
      * ACCUMULATOR TYPE.  THE ROW WITH AN ALL LOW-VALUES KEY IS THE   *00001850
      * POSTING CONTROL RECORD (ACL-CONTROL-DATA VIEW).                *00001860
      ******************************************************************00001870
                                                                        00001880
       FD  ACCUM-LEDGER-FILE                                            00001890
           RECORD CONTAINS 100 CHARACTERS.                              00001900
                                                                        00001910
       01  ACCUM-LEDGER-RECORD.                                         00001920
           05  ACL-KEY.                                                 00001930
               10  ACL-MEMBER-ID       PIC X(18).                       00001940
               10  ACL-PLAN-YEAR       PIC X(04).                       00001950
               10  ACL-VENDOR-CODE     PIC X(05).                       00001960
               10  ACL-NETWORK-IND     PIC X(01).                       00001970
                   88  ACL-IN-NETWORK          VALUE 'I'.               00001980
                   88  ACL-OUT-NETWORK         VALUE 'O'.               00001990
               10  ACL-ACCUM-TYPE      PIC X(03).                       00002000
                   88  ACL-DEDUCTIBLE          VALUE 'DED'.             00002010
                   88  ACL-OUT-OF-POCKET       VALUE 'OOP'.             00002020
           05  ACL-DATA.                                                00002030
               10  ACL-GROUP-BASE-NO   PIC X(09).                       00002040
               10  ACL-YTD-AMT         PIC S9(09)V99.                   00002050
               10  ACL-ADJ-COUNT       PIC 9(07).                       00002060
               10  ACL-FIRST-POST-DATE PIC X(08).                       00002070
               10  ACL-LAST-POST-DATE  PIC X(08).                       00002080
               10  ACL-LAST-CLAIM-CTL-NO                                00002090
                                       PIC 9(15).                       00002100
               10  FILLER              PIC X(11).                       00002110
           05  ACL-CONTROL-DATA REDEFINES ACL-DATA.                     00002120
               10  ACL-CTL-LAST-RUN-DATE                                00002130
                                       PIC X(08).                       00002140
               10  ACL-CTL-LAST-RUN-TOKEN                               00002150
                                       PIC X(08).                       00002160
               10  ACL-CTL-POSTED-DATE PIC X(08).                       00002170
               10  FILLER              PIC X(45).                       00002180
                                                                        00002190
       FD  MEMBER-YTD-EXTRACT                                           00002200
           RECORDING MODE IS F                                          00002210
           LABEL RECORDS ARE STANDARD                                   00002220
           BLOCK CONTAINS 0 RECORDS.                                    00002230
                                                                        00002240
       01  MEMBER-YTD-RECORD.                                           00002250
           05  ACX-MEMBER-ID           PIC X(18).                       00002260
           05  ACX-PLAN-YEAR           PIC X(04).                       00002270
           05  ACX-GROUP-BASE-NO       PIC X(09).                       00002280
           05  ACX-IN-DED-AMT          PIC S9(09)V99.                   00002290
           05  ACX-IN-OOP-AMT          PIC S9(09)V99.                   00002300
           05  ACX-OUT-DED-AMT         PIC S9(09)V99.                   00002310
           05  ACX-OUT-OOP-AMT         PIC S9(09)V99.                   00002320
           05  ACX-OOP-MAX-FLAG        PIC X(01).                       00002330
               88  ACX-OVER-OOP-MAX            VALUE 'Y'.               00002340
               88  ACX-UNDER-OOP-MAX           VALUE 'N'.               00002350
               88  ACX-NO-OOP-MAX              VALUE ' '.               00002360
           05  ACX-LAST-POST-DATE      PIC X(08).                       00002370
           05  ACX-VENDOR-COUNT        PIC 9(03).                       00002380
           05  FILLER                  PIC X(13).                       00002390
                                                                        00002400
       FD  ACCUM-POST-REPORT                                            00002410
           RECORDING MODE IS F                                          00002420
           LABEL RECORDS ARE STANDARD                                   00002430
           BLOCK CONTAINS 0 RECORDS.                                    00002440
                                                                        00002450
       01  ACCUM-POST-RECORD           PIC X(100).                      00002460
                                                                        00002470
       FD  RUN-LEDGER-FILE                                              00002480
           RECORDING MODE IS F                                          00002490
           LABEL RECORDS ARE STANDARD                                   00002500
           BLOCK CONTAINS 0 RECORDS.                                    00002510
                                                                        00002520
       COPY HRHYRLDG.                                                   00002530
                                                                        00002540
      ******************************************************************00002550
      *          WORKING STORAGE                                       *00002560
      ******************************************************************00002570
                                                                        00002580
       WORKING-STORAGE SECTION.                                         00002590
                                                                        00002600
       01  WS-START                    PIC X(40)                        00002610
           VALUE 'HRHSACL1-WORKING STORAGE STARTS HERE'.                00002620
                                                                        00002630
       01  W-HRHNACAD-STATUS           PIC X(02).                       00002640
           88  W-HRHNACAD-GOOD-OPEN            VALUE  '00'.             00002650
           88  W-HRHNACAD-AT-END               VALUE  '10'.             00002660
       01  W-HRHNARID-STATUS           PIC X(02).                       00002670
           88  W-HRHNARID-GOOD-OPEN            VALUE  '00'.             00002680
           88  W-HRHNARID-AT-END               VALUE  '10'.             00002690
       01  W-HRBNSENT-STATUS           PIC X(02).                       00002700
           88  W-HRBNSENT-GOOD-OPEN            VALUES '00' '97'.        00002710
           88  W-HRBNSENT-GOOD-IO              VALUE  '00'.             00002720
           88  W-HRBNSENT-NOT-FOUND            VALUE  '23'.             00002730
       01  W-HRBNOMAX-STATUS           PIC X(02).                       00002740
           88  W-HRBNOMAX-GOOD-OPEN            VALUES '00' '97'.        00002750
           88  W-HRBNOMAX-AT-END               VALUE  '10'.             00002760
       01  W-HRBNACLG-STATUS           PIC X(02).                       00002770
           88  W-HRBNACLG-GOOD-OPEN            VALUES '00' '97' '05'.   00002780
           88  W-HRBNACLG-GOOD-IO              VALUE  '00'.             00002790
           88  W-HRBNACLG-NOT-FOUND            VALUE  '23'.             00002800
           88  W-HRBNACLG-AT-END               VALUE  '10'.             00002810
       01  W-HRHNACLX-STATUS           PIC X(02).                       00002820
           88  W-HRHNACLX-GOOD-OPEN            VALUE  '00'.             00002830
       01  W-HRHNACLR-STATUS           PIC X(02).                       00002840
           88  W-HRHNACLR-GOOD-OPEN            VALUE  '00'.             00002850
       01  W-HRHNRLDG-STATUS           PIC X(02).                       00002860
           88  W-HRHNRLDG-GOOD-OPEN            VALUES '00' '97' '05'.   00002870
       01  W-RLG-START-TIME            PIC X(08).                       00002880
       01  W-RLG-END-TIME              PIC X(08).                       00002890
       01  W-RLG-RUN-DATE              PIC 9(08).                       00002900
                                                                        00002910
       01  W-RUN-DATE8                 PIC X(08).                       00002920
                                                                        00002930
       01  SW-SENT-HIST                PIC X(01) VALUE 'N'.             00002940
           88  SENT-HIST-AVAILABLE             VALUE 'Y'.               00002950
       01  SW-AUDIT-MATCH              PIC X(01) VALUE 'N'.             00002960
           88  AUDIT-MATCH-ACTIVE              VALUE 'Y'.               00002970
           88  AUDIT-MATCH-STOPPED             VALUE 'N'.               00002980
       01  SW-ROW-SENT                 PIC X(01) VALUE 'N'.             00002990
           88  ROW-CONFIRMED-SENT              VALUE 'Y'.               00003000
           88  ROW-NOT-CONFIRMED               VALUE 'N'.               00003010
                                                                        00003020
      ******************************************************************00003030
      *          RUN STAMPS - RUN DATE + RUN TOKEN, COMPARED AS ONE    *00003040
      *          16-BYTE VALUE SO A LATER RUN ALWAYS SORTS HIGHER      *00003050
      ******************************************************************00003060
                                                                        00003070
       01  W-LAST-RUN-STAMP.                                            00003080
           05  W-LAST-RUN-DATE         PIC X(08).                       00003090
           05  W-LAST-RUN-TOKEN        PIC X(08).                       00003100
       01  W-ROW-RUN-STAMP.                                             00003110
           05  W-ROW-RUN-DATE          PIC X(08).                       00003120
           05  W-ROW-RUN-TOKEN         PIC X(08).                       00003130
       01  W-HIGH-RUN-STAMP.                                            00003140
           05  W-HIGH-RUN-DATE         PIC X(08).                       00003150
           05  W-HIGH-RUN-TOKEN        PIC X(08).                       00003160
                                                                        00003170
       01  W-POST-TYPE                 PIC X(03).                       00003180
       01  W-POST-AMT                  PIC S9(09)V99.                   00003190
                                                                        00003200
      ******************************************************************00003210
      *          PLAN OOP MAXIMUM TABLE (HRBNOMAX)                     *00003220
      ******************************************************************00003230
                                                                        00003240
       01  OMX-MAX-ENTRIES             PIC 9(03) COMP VALUE 500.        00003250
       01  OMX-ENTRY-COUNT             PIC 9(03) COMP VALUE 0.          00003260
       01  OMX-IDX                     PIC 9(03) COMP VALUE 0.          00003270
       01  OOP-MAX-TABLE.                                               00003280
           05  OMX-ENTRY OCCURS 500 TIMES.                              00003290
               10  OMX-T-GROUP-BASE-NO PIC X(09).                       00003300
               10  OMX-T-IN-OOP-MAX    PIC 9(07)V99 COMP-3.             00003310
               10  OMX-T-OUT-OOP-MAX   PIC 9(07)V99 COMP-3.             00003320
       01  SW-OMX-DEFAULT              PIC X(01) VALUE 'N'.             00003330
           88  OMX-DEFAULT-LOADED              VALUE 'Y'.               00003340
       01  W-DFLT-IN-OOP-MAX           PIC 9(07)V99 COMP-3 VALUE 0.     00003350
       01  W-DFLT-OUT-OOP-MAX          PIC 9(07)V99 COMP-3 VALUE 0.     00003360
       01  SW-OMX-FOUND                PIC X(01) VALUE 'N'.             00003370
           88  OOP-MAX-FOUND                   VALUE 'Y'.               00003380
           88  OOP-MAX-NOT-FOUND               VALUE 'N'.               00003390
       01  W-IN-OOP-MAX                PIC 9(07)V99 COMP-3 VALUE 0.     00003400
       01  W-OUT-OOP-MAX               PIC 9(07)V99 COMP-3 VALUE 0.     00003410
                                                                        00003420
      ******************************************************************00003430
      *          MEMBER / PLAN-YEAR BREAK FIELDS FOR THE EXTRACT       *00003440
      ******************************************************************00003450
                                                                        00003460
       01  W-EXT-MEMBER-ID             PIC X(18) VALUE LOW-VALUES.      00003470
       01  W-EXT-PLAN-YEAR             PIC X(04) VALUE LOW-VALUES.      00003480
       01  W-EXT-GROUP-BASE-NO         PIC X(09).                       00003490
       01  W-EXT-LAST-VENDOR           PIC X(05).                       00003500
       01  W-EXT-LAST-POST-DATE        PIC X(08).                       00003510
       01  W-EXT-VENDOR-COUNT          PIC 9(03) COMP VALUE 0.          00003520
       01  W-EXT-IN-DED-AMT            PIC S9(09)V99 COMP-3 VALUE +0.   00003530
       01  W-EXT-IN-OOP-AMT            PIC S9(09)V99 COMP-3 VALUE +0.   00003540
       01  W-EXT-OUT-DED-AMT           PIC S9(09)V99 COMP-3 VALUE +0.   00003550
       01  W-EXT-OUT-OOP-AMT           PIC S9(09)V99 COMP-3 VALUE +0.   00003560
                                                                        00003570
      ******************************************************************00003580
      *          ACCUMULATORS                                          *00003590
      ******************************************************************00003600
                                                                        00003610
       01  ACCUMULATORS.                                                00003620
           05  A-TOT-ACAD-READ          PIC S9(09) COMP SYNC VALUE +0.  00003630
           05  A-TOT-ARID-READ          PIC S9(09) COMP SYNC VALUE +0.  00003640
           05  A-TOT-ROWS-POSTED        PIC S9(09) COMP SYNC VALUE +0.  00003650
           05  A-TOT-ALREADY-POSTED     PIC S9(09) COMP SYNC VALUE +0.  00003660
           05  A-TOT-NOT-SENT           PIC S9(09) COMP SYNC VALUE +0.  00003670
           05  A-TOT-NO-COMPANION       PIC S9(09) COMP SYNC VALUE +0.  00003680
           05  A-TOT-NO-AUDIT-ROW       PIC S9(09) COMP SYNC VALUE +0.  00003690
           05  A-TOT-LEDGER-ADDED       PIC S9(09) COMP SYNC VALUE +0.  00003700
           05  A-TOT-LEDGER-UPDATED     PIC S9(09) COMP SYNC VALUE +0.  00003710
           05  A-TOT-LEDGER-ERRORS      PIC S9(09) COMP SYNC VALUE +0.  00003720
           05  A-TOT-MEMBERS-EXTRACTED  PIC S9(09) COMP SYNC VALUE +0.  00003730
           05  A-TOT-OVER-OOP-MAX       PIC S9(09) COMP SYNC VALUE +0.  00003740
           05  A-TOT-EXCEPTIONS         PIC S9(09) COMP SYNC VALUE +0.  00003750
           05  A-TOT-DED-POSTED         PIC S9(11)V99 COMP-3 VALUE +0.  00003760
           05  A-TOT-OOP-POSTED         PIC S9(11)V99 COMP-3 VALUE +0.  00003770
                                                                        00003780
       01  W-REPORT-LINE               PIC X(100).                      00003790
       01  W-RPT-CNT                   PIC Z(8)9.                       00003800
       01  W-RPT-CNT2                  PIC Z(8)9.                       00003810
       01  W-RPT-AMT                   PIC -(9)9.99.                    00003820
       01  W-RPT-AMT2                  PIC -(9)9.99.                    00003830
                                                                        00003840
      ******************************************************************00003850
      *                    PROCEDURE DIVISION                          *00003860
      ******************************************************************00003870
                                                                        00003880
       PROCEDURE DIVISION.                                              00003890
                                                                        00003900
       MAINLINE.                                                        00003910
                                                                        00003920
           PERFORM INITIALIZATION                                       00003930
           PERFORM LOAD-OOP-MAX-TABLE                                   00003940
           PERFORM POST-ACCUM-AUDIT                                     00003950
           PERFORM BALANCE-AUDIT-TRAIL                                  00003960
           PERFORM BUILD-MEMBER-EXTRACT                                 00003970
           PERFORM FINALIZATION                                         00003980
           .                                                            00003990
                                                                        00004000
       INITIALIZATION.                                                  00004010
                                                                        00004020
           ACCEPT W-RLG-START-TIME FROM TIME                            00004030
           ACCEPT W-RLG-RUN-DATE FROM DATE YYYYMMDD                     00004040
           MOVE W-RLG-RUN-DATE TO W-RUN-DATE8                           00004050
                                                                        00004060
           OPEN I-O ACCUM-LEDGER-FILE                                   00004070
           IF W-HRBNACLG-GOOD-OPEN                                      00004080
               CONTINUE                                                 00004090
           ELSE                                                         00004100
               DISPLAY 'HRHSACL1: HRBNACLG DID NOT OPEN - STATUS '      00004110
                       W-HRBNACLG-STATUS                                00004120
               MOVE 8 TO RETURN-CODE                                    00004130
               STOP RUN                                                 00004140
           END-IF                                                       00004150
                                                                        00004160
           PERFORM READ-LEDGER-CONTROL                                  00004170
                                                                        00004180
           OPEN OUTPUT ACCUM-POST-REPORT                                00004190
           OPEN OUTPUT MEMBER-YTD-EXTRACT                               00004200
           MOVE '-------- HRHSACL1 MEMBER ACCUMULATOR LEDGER POST ----' 00004210
                TO ACCUM-POST-RECORD                                    00004220
           WRITE ACCUM-POST-RECORD                                      00004230
                                                                        00004240
           OPEN INPUT ACCUM-AUDIT-FILE                                  00004250
           OPEN INPUT CAR-REC-AUDIT-FILE                                00004260
           OPEN INPUT SENT-CLAIM-HIST-FILE                              00004270
           IF W-HRBNSENT-GOOD-OPEN                                      00004280
               SET SENT-HIST-AVAILABLE TO TRUE                          00004290
           ELSE                                                         00004300
               DISPLAY 'HRHSACL1: NO HRBNSENT - ROWS POSTED WITHOUT '   00004310
                       'THE SENT-HISTORY CHECK'                         00004320
           END-IF                                                       00004330
           .                                                            00004340
                                                                        00004350
      ******************************************************************00004360
      * READ-LEDGER-CONTROL - THE LOW-VALUES CONTROL RECORD HOLDS THE  *00004370
      * LAST RUN POSTED.  A NEW LEDGER GETS ONE WITH NO RUN POSTED.    *00004380
      ******************************************************************00004390
                                                                        00004400
       READ-LEDGER-CONTROL.                                             00004410
                                                                        00004420
           MOVE LOW-VALUES TO ACL-KEY                                   00004430
           READ ACCUM-LEDGER-FILE                                       00004440
           IF W-HRBNACLG-GOOD-IO                                        00004450
               MOVE ACL-CTL-LAST-RUN-DATE  TO W-LAST-RUN-DATE           00004460
               MOVE ACL-CTL-LAST-RUN-TOKEN TO W-LAST-RUN-TOKEN          00004470
           ELSE                                                         00004480
               IF W-HRBNACLG-NOT-FOUND                                  00004490
                   MOVE SPACES     TO ACL-CONTROL-DATA                  00004500
                   MOVE LOW-VALUES TO ACL-KEY                           00004510
                   WRITE ACCUM-LEDGER-RECORD                            00004520
                   MOVE SPACES     TO W-LAST-RUN-STAMP                  00004530
               ELSE                                                     00004540
                   DISPLAY 'HRHSACL1: HRBNACLG CONTROL READ FAILED - '  00004550
                           'STATUS ' W-HRBNACLG-STATUS                  00004560
                   MOVE 8 TO RETURN-CODE                                00004570
                   STOP RUN                                             00004580
               END-IF                                                   00004590
           END-IF                                                       00004600
           MOVE W-LAST-RUN-STAMP TO W-HIGH-RUN-STAMP                    00004610
           .                                                            00004620
                                                                        00004630
      ******************************************************************00004640
      * LOAD-OOP-MAX-TABLE - PLAN OOP MAXIMUMS BY GROUP, PLUS THE      *00004650
      * OPTIONAL BLANK-GROUP DEFAULT CARD.                             *00004660
      ******************************************************************00004670
                                                                        00004680
       LOAD-OOP-MAX-TABLE.                                              00004690
                                                                        00004700
           OPEN INPUT OOP-MAX-CTL-FILE                                  00004710
           IF W-HRBNOMAX-GOOD-OPEN                                      00004720
               PERFORM READ-OOP-MAX-FILE                                00004730
               PERFORM UNTIL W-HRBNOMAX-AT-END                          00004740
                   PERFORM ADD-OOP-MAX-CARD                             00004750
                   PERFORM READ-OOP-MAX-FILE                            00004760
               END-PERFORM                                              00004770
               CLOSE OOP-MAX-CTL-FILE                                   00004780
           ELSE                                                         00004790
               DISPLAY 'HRHSACL1: NO HRBNOMAX - OOP MAXIMUM CHECK '     00004800
                       'NOT DONE'                                       00004810
           END-IF                                                       00004820
           .                                                            00004830
                                                                        00004840
       READ-OOP-MAX-FILE.                                               00004850
                                                                        00004860
           READ OOP-MAX-CTL-FILE                                        00004870
           .                                                            00004880
                                                                        00004890
       ADD-OOP-MAX-CARD.                                                00004900
                                                                        00004910
           IF OMX-IN-OOP-MAX  NOT NUMERIC OR                            00004920
              OMX-OUT-OOP-MAX NOT NUMERIC                               00004930
               DISPLAY 'HRHSACL1: HRBNOMAX CARD IGNORED - NOT NUMERIC ' 00004940
                       'GROUP ' OMX-GROUP-BASE-NO                       00004950
           ELSE                                                         00004960
               IF OMX-GROUP-BASE-NO = SPACES                            00004970
                   MOVE OMX-IN-OOP-MAX  TO W-DFLT-IN-OOP-MAX            00004980
                   MOVE OMX-OUT-OOP-MAX TO W-DFLT-OUT-OOP-MAX           00004990
                   SET OMX-DEFAULT-LOADED TO TRUE                       00005000
               ELSE                                                     00005010
                   IF OMX-ENTRY-COUNT < OMX-MAX-ENTRIES                 00005020
                       ADD 1 TO OMX-ENTRY-COUNT                         00005030
                       MOVE OMX-GROUP-BASE-NO                           00005040
                         TO OMX-T-GROUP-BASE-NO(OMX-ENTRY-COUNT)        00005050
                       MOVE OMX-IN-OOP-MAX                              00005060
                         TO OMX-T-IN-OOP-MAX(OMX-ENTRY-COUNT)           00005070
                       MOVE OMX-OUT-OOP-MAX                             00005080
                         TO OMX-T-OUT-OOP-MAX(OMX-ENTRY-COUNT)          00005090
                   ELSE                                                 00005100
                       DISPLAY 'HRHSACL1: OOP MAXIMUM TABLE FULL - '    00005110
                               'GROUP ' OMX-GROUP-BASE-NO ' DROPPED'    00005120
                   END-IF                                               00005130
               END-IF                                                   00005140
           END-IF                                                       00005150
           .                                                            00005160
                                                                        00005170
      ******************************************************************00005180
      * POST-ACCUM-AUDIT - ONE PASS OF HRHNACAD, WITH HRHNARID READ IN *00005190
      * STEP BESIDE IT.  ROWS FROM A RUN ALREADY POSTED ARE SKIPPED;   *00005200
      * ROWS NOT ON THE SENT HISTORY ARE REPORTED AND NOT POSTED.      *00005210
      ******************************************************************00005220
                                                                        00005230
       POST-ACCUM-AUDIT.                                                00005240
                                                                        00005250
           IF W-HRHNACAD-GOOD-OPEN                                      00005260
               CONTINUE                                                 00005270
           ELSE                                                         00005280
               MOVE 'NO HRHNACAD ACCUMULATOR DETAIL - NOTHING POSTED'   00005290
                 TO ACCUM-POST-RECORD                                   00005300
               WRITE ACCUM-POST-RECORD                                  00005310
           END-IF                                                       00005320
                                                                        00005330
           IF W-HRHNARID-GOOD-OPEN                                      00005340
               SET AUDIT-MATCH-ACTIVE TO TRUE                           00005350
               PERFORM READ-AUDIT-FILE                                  00005360
           ELSE                                                         00005370
               SET AUDIT-MATCH-STOPPED TO TRUE                          00005380
               MOVE 'NO HRHNARID AUDIT FILE - POSTING NOT BALANCED'     00005390
                 TO ACCUM-POST-RECORD                                   00005400
               WRITE ACCUM-POST-RECORD                                  00005410
           END-IF                                                       00005420
                                                                        00005430
           IF W-HRHNACAD-GOOD-OPEN                                      00005440
               PERFORM READ-ACCUM-AUDIT-FILE                            00005450
               PERFORM UNTIL W-HRHNACAD-AT-END                          00005460
                   ADD 1 TO A-TOT-ACAD-READ                             00005470
                   PERFORM MATCH-AUDIT-ROW                              00005480
                   MOVE ACA-RUN-DATE  TO W-ROW-RUN-DATE                 00005490
                   MOVE ACA-RUN-TOKEN TO W-ROW-RUN-TOKEN                00005500
                   IF W-ROW-RUN-STAMP > W-LAST-RUN-STAMP                00005510
                       PERFORM CONFIRM-SENT-HISTORY                     00005520
                       IF ROW-CONFIRMED-SENT                            00005530
                           PERFORM POST-ACCUM-ROW                       00005540
                       END-IF                                           00005550
                   ELSE                                                 00005560
                       ADD 1 TO A-TOT-ALREADY-POSTED                    00005570
                   END-IF                                               00005580
                   PERFORM READ-ACCUM-AUDIT-FILE                        00005590
               END-PERFORM                                              00005600
               CLOSE ACCUM-AUDIT-FILE                                   00005610
           END-IF                                                       00005620
                                                                        00005630
           IF SENT-HIST-AVAILABLE                                       00005640
               CLOSE SENT-CLAIM-HIST-FILE                               00005650
           END-IF                                                       00005660
                                                                        00005670
           PERFORM UPDATE-LEDGER-CONTROL                                00005680
           .                                                            00005690
                                                                        00005700
       READ-ACCUM-AUDIT-FILE.                                           00005710
                                                                        00005720
           READ ACCUM-AUDIT-FILE                                        00005730
           .                                                            00005740
                                                                        00005750
       READ-AUDIT-FILE.                                                 00005760
                                                                        00005770
           READ CAR-REC-AUDIT-FILE                                      00005780
           IF W-HRHNARID-AT-END                                         00005790
               CONTINUE                                                 00005800
           ELSE                                                         00005810
               ADD 1 TO A-TOT-ARID-READ                                 00005820
           END-IF                                                       00005830
           .                                                            00005840
                                                                        00005850
      ******************************************************************00005860
      * MATCH-AUDIT-ROW - HRHSAO3C WRITES THE AUDIT ROW AND ITS        *00005870
      * COMPANION TOGETHER, SO THE TWO FILES RUN IN STEP BY CAR-REC-ID.*00005880
      * LEGACY AUDIT ROWS (NO COMPANION) AHEAD OF THIS ROW ARE LISTED  *00005890
      * AS NOT POSTED.  IF THE FILES CANNOT BE BROUGHT BACK INTO STEP  *00005900
      * THE MISMATCH IS REPORTED ONCE AND MATCHING STOPS; POSTING      *00005910
      * CONTINUES ON THE SENT-HISTORY CHECK ALONE.                     *00005920
      ******************************************************************00005930
                                                                        00005940
       MATCH-AUDIT-ROW.                                                 00005950
                                                                        00005960
           IF AUDIT-MATCH-ACTIVE                                        00005970
               IF W-HRHNARID-AT-END                                     00005980
                   ADD 1 TO A-TOT-NO-AUDIT-ROW                          00005990
                   ADD 1 TO A-TOT-EXCEPTIONS                            00006000
                   MOVE SPACES TO W-REPORT-LINE                         00006010
                   STRING 'NO HRHNARID ROW   CLAIM=' ACA-CLAIM-CTL-NO   00006020
                          ' VENDOR=' ACA-VENDOR-CODE                    00006030
                          ' CAR-REC-ID=' ACA-CAR-REC-ID(1:30)           00006040
                          DELIMITED BY SIZE INTO W-REPORT-LINE          00006050
                   WRITE ACCUM-POST-RECORD FROM W-REPORT-LINE           00006060
               ELSE                                                     00006070
                   IF AR-CAR-REC-ID = ACA-CAR-REC-ID                    00006080
                       PERFORM READ-AUDIT-FILE                          00006090
                   ELSE                                                 00006100
                       SET AUDIT-MATCH-STOPPED TO TRUE                  00006110
                       ADD 1 TO A-TOT-EXCEPTIONS                        00006120
                       MOVE SPACES TO W-REPORT-LINE                     00006130
                       STRING 'HRHNARID/HRHNACAD OUT OF STEP AT CLAIM=' 00006140
                              ACA-CLAIM-CTL-NO ' VENDOR='               00006150
                              ACA-VENDOR-CODE ' - BALANCING STOPPED'    00006160
                              DELIMITED BY SIZE INTO W-REPORT-LINE      00006170
                       WRITE ACCUM-POST-RECORD FROM W-REPORT-LINE       00006180
                   END-IF                                               00006190
               END-IF                                                   00006200
           END-IF                                                       00006210
           .                                                            00006220
                                                                        00006230
      ******************************************************************00006240
      * CONFIRM-SENT-HISTORY - THE CLAIM/VENDOR MUST BE ON HRBNSENT.   *00006250
      ******************************************************************00006260
                                                                        00006270
       CONFIRM-SENT-HISTORY.                                            00006280
                                                                        00006290
           SET ROW-CONFIRMED-SENT TO TRUE                               00006300
           IF SENT-HIST-AVAILABLE                                       00006310
               MOVE ACA-CLAIM-CTL-NO TO SNT-CLAIM-CTL-NO                00006320
               MOVE ACA-VENDOR-CODE  TO SNT-VENDOR-CODE                 00006330
               READ SENT-CLAIM-HIST-FILE                                00006340
               IF W-HRBNSENT-GOOD-IO                                    00006350
                   CONTINUE                                             00006360
               ELSE                                                     00006370
                   SET ROW-NOT-CONFIRMED TO TRUE                        00006380
                   ADD 1 TO A-TOT-NOT-SENT                              00006390
                   ADD 1 TO A-TOT-EXCEPTIONS                            00006400
                   MOVE SPACES TO W-REPORT-LINE                         00006410
                   STRING 'NOT ON HRBNSENT   CLAIM=' ACA-CLAIM-CTL-NO   00006420
                          ' VENDOR=' ACA-VENDOR-CODE                    00006430
                          ' MEMBER=' ACA-MEMBER-ID                      00006440
                          ' STATUS=' W-HRBNSENT-STATUS                  00006450
                          ' - NOT POSTED'                               00006460
                          DELIMITED BY SIZE INTO W-REPORT-LINE          00006470
                   WRITE ACCUM-POST-RECORD FROM W-REPORT-LINE           00006480
               END-IF                                                   00006490
           END-IF                                                       00006500
           .                                                            00006510
                                                                        00006520
      ******************************************************************00006530
      * POST-ACCUM-ROW - ONE LEDGER POSTING PER NON-ZERO ACCUMULATOR   *00006540
      * ON THE ROW.  BACKOUTS ARRIVE NEGATIVE AND REDUCE THE TOTAL.    *00006550
      ******************************************************************00006560
                                                                        00006570
       POST-ACCUM-ROW.                                                  00006580
                                                                        00006590
           IF ACA-DED-AMT NOT = ZERO                                    00006600
               MOVE 'DED'       TO W-POST-TYPE                          00006610
               MOVE ACA-DED-AMT TO W-POST-AMT                           00006620
               PERFORM POST-LEDGER-ENTRY                                00006630
               ADD ACA-DED-AMT  TO A-TOT-DED-POSTED                     00006640
           END-IF                                                       00006650
           IF ACA-OOP-AMT NOT = ZERO                                    00006660
               MOVE 'OOP'       TO W-POST-TYPE                          00006670
               MOVE ACA-OOP-AMT TO W-POST-AMT                           00006680
               PERFORM POST-LEDGER-ENTRY                                00006690
               ADD ACA-OOP-AMT  TO A-TOT-OOP-POSTED                     00006700
           END-IF                                                       00006710
           ADD 1 TO A-TOT-ROWS-POSTED                                   00006720
           IF W-ROW-RUN-STAMP > W-HIGH-RUN-STAMP                        00006730
               MOVE W-ROW-RUN-STAMP TO W-HIGH-RUN-STAMP                 00006740
           END-IF                                                       00006750
           .                                                            00006760
                                                                        00006770
       POST-LEDGER-ENTRY.                                               00006780
                                                                        00006790
           MOVE ACA-MEMBER-ID   TO ACL-MEMBER-ID                        00006800
           MOVE ACA-PLAN-YEAR   TO ACL-PLAN-YEAR                        00006810
           MOVE ACA-VENDOR-CODE TO ACL-VENDOR-CODE                      00006820
           MOVE ACA-NETWORK-IND TO ACL-NETWORK-IND                      00006830
           MOVE W-POST-TYPE     TO ACL-ACCUM-TYPE                       00006840
           READ ACCUM-LEDGER-FILE                                       00006850
                                                                        00006860
           IF W-HRBNACLG-GOOD-IO                                        00006870
               ADD W-POST-AMT        TO ACL-YTD-AMT                     00006880
               ADD 1                 TO ACL-ADJ-COUNT                   00006890
               MOVE ACA-GROUP-BASE-NO TO ACL-GROUP-BASE-NO              00006900
               MOVE W-RUN-DATE8      TO ACL-LAST-POST-DATE              00006910
               MOVE ACA-CLAIM-CTL-NO TO ACL-LAST-CLAIM-CTL-NO           00006920
               REWRITE ACCUM-LEDGER-RECORD                              00006930
               ADD 1 TO A-TOT-LEDGER-UPDATED                            00006940
           ELSE                                                         00006950
               IF W-HRBNACLG-NOT-FOUND                                  00006960
                   MOVE SPACES            TO ACL-DATA                   00006970
                   MOVE ACA-GROUP-BASE-NO TO ACL-GROUP-BASE-NO          00006980
                   MOVE W-POST-AMT        TO ACL-YTD-AMT                00006990
                   MOVE 1                 TO ACL-ADJ-COUNT              00007000
                   MOVE W-RUN-DATE8       TO ACL-FIRST-POST-DATE        00007010
                                             ACL-LAST-POST-DATE         00007020
                   MOVE ACA-CLAIM-CTL-NO  TO ACL-LAST-CLAIM-CTL-NO      00007030
                   WRITE ACCUM-LEDGER-RECORD                            00007040
                   ADD 1 TO A-TOT-LEDGER-ADDED                          00007050
               ELSE                                                     00007060
                   ADD 1 TO A-TOT-LEDGER-ERRORS                         00007070
                   ADD 1 TO A-TOT-EXCEPTIONS                            00007080
                   DISPLAY 'HRHSACL1: HRBNACLG READ FAILED - '          00007090
                           'STATUS ' W-HRBNACLG-STATUS                  00007100
                           ' MEMBER ' ACA-MEMBER-ID                     00007110
                           ' CLAIM ' ACA-CLAIM-CTL-NO                   00007120
               END-IF                                                   00007130
           END-IF                                                       00007140
           .                                                            00007150
                                                                        00007160
      ******************************************************************00007170
      * UPDATE-LEDGER-CONTROL - REMEMBER THE HIGHEST RUN POSTED.       *00007180
      ******************************************************************00007190
                                                                        00007200
       UPDATE-LEDGER-CONTROL.                                           00007210
                                                                        00007220
           IF W-HIGH-RUN-STAMP > W-LAST-RUN-STAMP                       00007230
               MOVE LOW-VALUES TO ACL-KEY                               00007240
               READ ACCUM-LEDGER-FILE                                   00007250
               IF W-HRBNACLG-GOOD-IO                                    00007260
                   MOVE W-HIGH-RUN-DATE  TO ACL-CTL-LAST-RUN-DATE       00007270
                   MOVE W-HIGH-RUN-TOKEN TO ACL-CTL-LAST-RUN-TOKEN      00007280
                   MOVE W-RUN-DATE8      TO ACL-CTL-POSTED-DATE         00007290
                   REWRITE ACCUM-LEDGER-RECORD                          00007300
               ELSE                                                     00007310
                   ADD 1 TO A-TOT-EXCEPTIONS                            00007320
                   DISPLAY 'HRHSACL1: HRBNACLG CONTROL UPDATE FAILED - '00007330
                           'STATUS ' W-HRBNACLG-STATUS                  00007340
               END-IF                                                   00007350
           END-IF                                                       00007360
                                                                        00007370
           IF A-TOT-ALREADY-POSTED > 0                                  00007380
               MOVE A-TOT-ALREADY-POSTED TO W-RPT-CNT                   00007390
               MOVE SPACES TO W-REPORT-LINE                             00007400
               STRING 'ROWS FROM A RUN ALREADY POSTED (SKIPPED)='       00007410
                      W-RPT-CNT ' LAST RUN POSTED=' W-LAST-RUN-DATE     00007420
                      '/' W-LAST-RUN-TOKEN                              00007430
                      DELIMITED BY SIZE INTO W-REPORT-LINE              00007440
               WRITE ACCUM-POST-RECORD FROM W-REPORT-LINE               00007450
           END-IF                                                       00007460
           .                                                            00007470
                                                                        00007480
      ******************************************************************00007490
      * BALANCE-AUDIT-TRAIL - AUDIT ROWS LEFT AFTER THE LAST COMPANION *00007500
      * ROW HAVE NO ACCUMULATOR DETAIL AND CANNOT BE POSTED.           *00007510
      ******************************************************************00007520
                                                                        00007530
       BALANCE-AUDIT-TRAIL.                                             00007540
                                                                        00007550
           IF W-HRHNARID-GOOD-OPEN                                      00007560
               PERFORM UNTIL W-HRHNARID-AT-END                          00007570
                   IF AUDIT-MATCH-ACTIVE                                00007580
                       ADD 1 TO A-TOT-NO-COMPANION                      00007590
                       MOVE SPACES TO W-REPORT-LINE                     00007600
                       STRING 'NO ACCUM DETAIL   CLAIM=' AR-CLAIM-CTL-NO00007610
                              ' VENDOR=' AR-VENDOR-CODE                 00007620
                              ' ADJ DATE=' AR-ADJUSTMENT-DATE           00007630
                              ' - NOT POSTED'                           00007640
                              DELIMITED BY SIZE INTO W-REPORT-LINE      00007650
                       WRITE ACCUM-POST-RECORD FROM W-REPORT-LINE       00007660
                   END-IF                                               00007670
                   PERFORM READ-AUDIT-FILE                              00007680
               END-PERFORM                                              00007690
               CLOSE CAR-REC-AUDIT-FILE                                 00007700
                                                                        00007710
               IF A-TOT-NO-COMPANION > 0                                00007720
                   ADD 1 TO A-TOT-EXCEPTIONS                            00007730
               END-IF                                                   00007740
               IF A-TOT-ARID-READ NOT = A-TOT-ACAD-READ                 00007750
                   ADD 1 TO A-TOT-EXCEPTIONS                            00007760
                   MOVE A-TOT-ARID-READ TO W-RPT-CNT                    00007770
                   MOVE A-TOT-ACAD-READ TO W-RPT-CNT2                   00007780
                   MOVE SPACES TO W-REPORT-LINE                         00007790
                   STRING 'OUT OF BALANCE - HRHNARID ROWS=' W-RPT-CNT   00007800
                          ' HRHNACAD ROWS=' W-RPT-CNT2                  00007810
                          DELIMITED BY SIZE INTO W-REPORT-LINE          00007820
                   WRITE ACCUM-POST-RECORD FROM W-REPORT-LINE           00007830
               END-IF                                                   00007840
           END-IF                                                       00007850
           .                                                            00007860
                                                                        00007870
      ******************************************************************00007880
      * BUILD-MEMBER-EXTRACT - READ THE LEDGER IN KEY ORDER AND ROLL   *00007890
      * EACH MEMBER/PLAN YEAR UP ACROSS VENDORS INTO ONE INQUIRY       *00007900
      * RECORD, CHECKING THE OOP TOTALS AGAINST THE PLAN MAXIMUM.      *00007910
      ******************************************************************00007920
                                                                        00007930
       BUILD-MEMBER-EXTRACT.                                            00007940
                                                                        00007950
           MOVE SPACES TO ACCUM-POST-RECORD                             00007960
           WRITE ACCUM-POST-RECORD                                      00007970
           MOVE '-------- MEMBERS POSTED TONIGHT OVER PLAN OOP MAXIMUM' 00007980
             TO ACCUM-POST-RECORD                                       00007990
           WRITE ACCUM-POST-RECORD                                      00008000
                                                                        00008010
           MOVE LOW-VALUES TO ACL-KEY                                   00008020
           START ACCUM-LEDGER-FILE KEY IS GREATER THAN ACL-KEY          00008030
           IF W-HRBNACLG-GOOD-IO                                        00008040
               PERFORM READ-LEDGER-NEXT                                 00008050
               PERFORM UNTIL W-HRBNACLG-AT-END                          00008060
                   IF ACL-MEMBER-ID NOT = W-EXT-MEMBER-ID OR            00008070
                      ACL-PLAN-YEAR NOT = W-EXT-PLAN-YEAR               00008080
                       IF W-EXT-MEMBER-ID NOT = LOW-VALUES              00008090
                           PERFORM WRITE-MEMBER-EXTRACT                 00008100
                       END-IF                                           00008110
                       PERFORM START-MEMBER-BREAK                       00008120
                   END-IF                                               00008130
                   PERFORM ADD-LEDGER-TO-MEMBER                         00008140
                   PERFORM READ-LEDGER-NEXT                             00008150
               END-PERFORM                                              00008160
               IF W-EXT-MEMBER-ID NOT = LOW-VALUES                      00008170
                   PERFORM WRITE-MEMBER-EXTRACT                         00008180
               END-IF                                                   00008190
           END-IF                                                       00008200
           .                                                            00008210
                                                                        00008220
       READ-LEDGER-NEXT.                                                00008230
                                                                        00008240
           READ ACCUM-LEDGER-FILE NEXT RECORD                           00008250
           IF W-HRBNACLG-GOOD-IO OR W-HRBNACLG-AT-END                   00008260
               CONTINUE                                                 00008270
           ELSE                                                         00008280
               DISPLAY 'HRHSACL1: HRBNACLG BROWSE FAILED - STATUS '     00008290
                       W-HRBNACLG-STATUS                                00008300
               ADD 1 TO A-TOT-EXCEPTIONS                                00008310
               MOVE '10' TO W-HRBNACLG-STATUS                           00008320
           END-IF                                                       00008330
           .                                                            00008340
                                                                        00008350
       START-MEMBER-BREAK.                                              00008360
                                                                        00008370
           MOVE ACL-MEMBER-ID     TO W-EXT-MEMBER-ID                    00008380
           MOVE ACL-PLAN-YEAR     TO W-EXT-PLAN-YEAR                    00008390
           MOVE ACL-GROUP-BASE-NO TO W-EXT-GROUP-BASE-NO                00008400
           MOVE SPACES            TO W-EXT-LAST-VENDOR                  00008410
           MOVE SPACES            TO W-EXT-LAST-POST-DATE               00008420
           MOVE 0                 TO W-EXT-VENDOR-COUNT                 00008430
           MOVE 0                 TO W-EXT-IN-DED-AMT                   00008440
                                     W-EXT-IN-OOP-AMT                   00008450
                                     W-EXT-OUT-DED-AMT                  00008460
                                     W-EXT-OUT-OOP-AMT                  00008470
           .                                                            00008480
                                                                        00008490
       ADD-LEDGER-TO-MEMBER.                                            00008500
                                                                        00008510
           IF ACL-VENDOR-CODE NOT = W-EXT-LAST-VENDOR                   00008520
               ADD 1 TO W-EXT-VENDOR-COUNT                              00008530
               MOVE ACL-VENDOR-CODE TO W-EXT-LAST-VENDOR                00008540
           END-IF                                                       00008550
           IF ACL-LAST-POST-DATE > W-EXT-LAST-POST-DATE                 00008560
               MOVE ACL-LAST-POST-DATE TO W-EXT-LAST-POST-DATE          00008570
               MOVE ACL-GROUP-BASE-NO  TO W-EXT-GROUP-BASE-NO           00008580
           END-IF                                                       00008590
           EVALUATE TRUE                                                00008600
               WHEN ACL-IN-NETWORK  AND ACL-DEDUCTIBLE                  00008610
                   ADD ACL-YTD-AMT TO W-EXT-IN-DED-AMT                  00008620
               WHEN ACL-IN-NETWORK  AND ACL-OUT-OF-POCKET               00008630
                   ADD ACL-YTD-AMT TO W-EXT-IN-OOP-AMT                  00008640
               WHEN ACL-OUT-NETWORK AND ACL-DEDUCTIBLE                  00008650
                   ADD ACL-YTD-AMT TO W-EXT-OUT-DED-AMT                 00008660
               WHEN ACL-OUT-NETWORK AND ACL-OUT-OF-POCKET               00008670
                   ADD ACL-YTD-AMT TO W-EXT-OUT-OOP-AMT                 00008680
               WHEN OTHER                                               00008690
                   CONTINUE                                             00008700
           END-EVALUATE                                                 00008710
           .                                                            00008720
                                                                        00008730
      ******************************************************************00008740
      * WRITE-MEMBER-EXTRACT - ONE INQUIRY RECORD PER MEMBER/PLAN      *00008750
      * YEAR.  THE OOP MAXIMUM IS TESTED PER NETWORK; ONLY MEMBER/     *00008760
      * PLAN YEARS POSTED TONIGHT ARE LISTED ON THE REPORT, SO A       *00008770
      * MEMBER IS LISTED WHEN THEY CROSS AND WHILE CLAIMS KEEP         *00008780
      * ARRIVING, NOT EVERY NIGHT FOREVER AFTER.                       *00008790
      ******************************************************************00008800
                                                                        00008810
       WRITE-MEMBER-EXTRACT.                                            00008820
                                                                        00008830
           MOVE SPACES               TO MEMBER-YTD-RECORD               00008840
           MOVE W-EXT-MEMBER-ID      TO ACX-MEMBER-ID                   00008850
           MOVE W-EXT-PLAN-YEAR      TO ACX-PLAN-YEAR                   00008860
           MOVE W-EXT-GROUP-BASE-NO  TO ACX-GROUP-BASE-NO               00008870
           MOVE W-EXT-IN-DED-AMT     TO ACX-IN-DED-AMT                  00008880
           MOVE W-EXT-IN-OOP-AMT     TO ACX-IN-OOP-AMT                  00008890
           MOVE W-EXT-OUT-DED-AMT    TO ACX-OUT-DED-AMT                 00008900
           MOVE W-EXT-OUT-OOP-AMT    TO ACX-OUT-OOP-AMT                 00008910
           MOVE W-EXT-LAST-POST-DATE TO ACX-LAST-POST-DATE              00008920
           MOVE W-EXT-VENDOR-COUNT   TO ACX-VENDOR-COUNT                00008930
                                                                        00008940
           PERFORM FIND-OOP-MAX                                         00008950
           IF OOP-MAX-FOUND                                             00008960
               SET ACX-UNDER-OOP-MAX TO TRUE                            00008970
               IF W-IN-OOP-MAX > 0 AND                                  00008980
                  W-EXT-IN-OOP-AMT > W-IN-OOP-MAX                       00008990
                   SET ACX-OVER-OOP-MAX TO TRUE                         00009000
               END-IF                                                   00009010
               IF W-OUT-OOP-MAX > 0 AND                                 00009020
                  W-EXT-OUT-OOP-AMT > W-OUT-OOP-MAX                     00009030
                   SET ACX-OVER-OOP-MAX TO TRUE                         00009040
               END-IF                                                   00009050
           ELSE                                                         00009060
               SET ACX-NO-OOP-MAX TO TRUE                               00009070
           END-IF                                                       00009080
                                                                        00009090
           WRITE MEMBER-YTD-RECORD                                      00009100
           ADD 1 TO A-TOT-MEMBERS-EXTRACTED                             00009110
                                                                        00009120
           IF ACX-OVER-OOP-MAX AND                                      00009130
              W-EXT-LAST-POST-DATE = W-RUN-DATE8                        00009140
               ADD 1 TO A-TOT-OVER-OOP-MAX                              00009150
               MOVE W-EXT-IN-OOP-AMT  TO W-RPT-AMT                      00009160
               MOVE W-EXT-OUT-OOP-AMT TO W-RPT-AMT2                     00009170
               MOVE SPACES TO W-REPORT-LINE                             00009180
               STRING 'MEMBER=' W-EXT-MEMBER-ID                         00009190
                      ' YEAR=' W-EXT-PLAN-YEAR                          00009200
                      ' GROUP=' W-EXT-GROUP-BASE-NO                     00009210
                      ' IN OOP=' W-RPT-AMT                              00009220
                      ' OUT OOP=' W-RPT-AMT2                            00009230
                      DELIMITED BY SIZE INTO W-REPORT-LINE              00009240
               WRITE ACCUM-POST-RECORD FROM W-REPORT-LINE               00009250
               MOVE W-IN-OOP-MAX  TO W-RPT-AMT                          00009260
               MOVE W-OUT-OOP-MAX TO W-RPT-AMT2                         00009270
               MOVE SPACES TO W-REPORT-LINE                             00009280
               STRING '       PLAN MAXIMUM         '                    00009290
                      '                    '                            00009300
                      ' IN MAX=' W-RPT-AMT                              00009310
                      ' OUT MAX=' W-RPT-AMT2                            00009320
                      DELIMITED BY SIZE INTO W-REPORT-LINE              00009330
               WRITE ACCUM-POST-RECORD FROM W-REPORT-LINE               00009340
           END-IF                                                       00009350
           .                                                            00009360
                                                                        00009370
       FIND-OOP-MAX.                                                    00009380
                                                                        00009390
           SET OOP-MAX-NOT-FOUND TO TRUE                                00009400
           PERFORM VARYING OMX-IDX FROM 1 BY 1                          00009410
                   UNTIL OMX-IDX > OMX-ENTRY-COUNT                      00009420
                      OR OOP-MAX-FOUND                                  00009430
               IF OMX-T-GROUP-BASE-NO(OMX-IDX) = W-EXT-GROUP-BASE-NO    00009440
                   SET OOP-MAX-FOUND TO TRUE                            00009450
                   MOVE OMX-T-IN-OOP-MAX(OMX-IDX)  TO W-IN-OOP-MAX      00009460
                   MOVE OMX-T-OUT-OOP-MAX(OMX-IDX) TO W-OUT-OOP-MAX     00009470
               END-IF                                                   00009480
           END-PERFORM                                                  00009490
                                                                        00009500
           IF OOP-MAX-NOT-FOUND AND OMX-DEFAULT-LOADED                  00009510
               SET OOP-MAX-FOUND TO TRUE                                00009520
               MOVE W-DFLT-IN-OOP-MAX  TO W-IN-OOP-MAX                  00009530
               MOVE W-DFLT-OUT-OOP-MAX TO W-OUT-OOP-MAX                 00009540
           END-IF                                                       00009550
           .                                                            00009560
                                                                        00009570
      ******************************************************************00009580
      * FINALIZATION - TOTALS                                          *00009590
      ******************************************************************00009600
                                                                        00009610
       FINALIZATION.                                                    00009620
                                                                        00009630
           MOVE SPACES TO ACCUM-POST-RECORD                             00009640
           WRITE ACCUM-POST-RECORD                                      00009650
           MOVE A-TOT-ACAD-READ TO W-RPT-CNT                            00009660
           MOVE SPACES TO W-REPORT-LINE                                 00009670
           STRING 'HRHNACAD ROWS READ=' W-RPT-CNT                       00009680
                  DELIMITED BY SIZE INTO W-REPORT-LINE                  00009690
           WRITE ACCUM-POST-RECORD FROM W-REPORT-LINE                   00009700
           MOVE A-TOT-ARID-READ TO W-RPT-CNT                            00009710
           MOVE SPACES TO W-REPORT-LINE                                 00009720
           STRING 'HRHNARID ROWS READ=' W-RPT-CNT                       00009730
                  DELIMITED BY SIZE INTO W-REPORT-LINE                  00009740
           WRITE ACCUM-POST-RECORD FROM W-REPORT-LINE                   00009750
           MOVE A-TOT-ROWS-POSTED TO W-RPT-CNT                          00009760
           MOVE SPACES TO W-REPORT-LINE                                 00009770
           STRING 'ROWS POSTED=' W-RPT-CNT                              00009780
                  DELIMITED BY SIZE INTO W-REPORT-LINE                  00009790
           WRITE ACCUM-POST-RECORD FROM W-REPORT-LINE                   00009800
           MOVE A-TOT-DED-POSTED TO W-RPT-AMT                           00009810
           MOVE A-TOT-OOP-POSTED TO W-RPT-AMT2                          00009820
           MOVE SPACES TO W-REPORT-LINE                                 00009830
           STRING 'DED DOLLARS POSTED=' W-RPT-AMT                       00009840
                  ' OOP DOLLARS POSTED=' W-RPT-AMT2                     00009850
                  DELIMITED BY SIZE INTO W-REPORT-LINE                  00009860
           WRITE ACCUM-POST-RECORD FROM W-REPORT-LINE                   00009870
           MOVE A-TOT-ALREADY-POSTED TO W-RPT-CNT                       00009880
           MOVE SPACES TO W-REPORT-LINE                                 00009890
           STRING 'ROWS ALREADY POSTED=' W-RPT-CNT                      00009900
                  DELIMITED BY SIZE INTO W-REPORT-LINE                  00009910
           WRITE ACCUM-POST-RECORD FROM W-REPORT-LINE                   00009920
           MOVE A-TOT-NOT-SENT TO W-RPT-CNT                             00009930
           MOVE SPACES TO W-REPORT-LINE                                 00009940
           STRING 'ROWS NOT ON SENT HISTORY=' W-RPT-CNT                 00009950
                  DELIMITED BY SIZE INTO W-REPORT-LINE                  00009960
           WRITE ACCUM-POST-RECORD FROM W-REPORT-LINE                   00009970
           MOVE A-TOT-NO-COMPANION TO W-RPT-CNT                         00009980
           MOVE SPACES TO W-REPORT-LINE                                 00009990
           STRING 'AUDIT ROWS WITH NO ACCUM DETAIL=' W-RPT-CNT          00010000
                  DELIMITED BY SIZE INTO W-REPORT-LINE                  00010010
           WRITE ACCUM-POST-RECORD FROM W-REPORT-LINE                   00010020
           MOVE A-TOT-NO-AUDIT-ROW TO W-RPT-CNT                         00010030
           MOVE SPACES TO W-REPORT-LINE                                 00010040
           STRING 'ACCUM ROWS WITH NO AUDIT ROW=' W-RPT-CNT             00010050
                  DELIMITED BY SIZE INTO W-REPORT-LINE                  00010060
           WRITE ACCUM-POST-RECORD FROM W-REPORT-LINE                   00010070
           MOVE A-TOT-LEDGER-ADDED TO W-RPT-CNT                         00010080
           MOVE SPACES TO W-REPORT-LINE                                 00010090
           STRING 'LEDGER ROWS ADDED=' W-RPT-CNT                        00010100
                  DELIMITED BY SIZE INTO W-REPORT-LINE                  00010110
           WRITE ACCUM-POST-RECORD FROM W-REPORT-LINE                   00010120
           MOVE A-TOT-LEDGER-UPDATED TO W-RPT-CNT                       00010130
           MOVE SPACES TO W-REPORT-LINE                                 00010140
           STRING 'LEDGER ROWS UPDATED=' W-RPT-CNT                      00010150
                  DELIMITED BY SIZE INTO W-REPORT-LINE                  00010160
           WRITE ACCUM-POST-RECORD FROM W-REPORT-LINE                   00010170
           MOVE A-TOT-MEMBERS-EXTRACTED TO W-RPT-CNT                    00010180
           MOVE SPACES TO W-REPORT-LINE                                 00010190
           STRING 'MEMBER/PLAN YEARS EXTRACTED=' W-RPT-CNT              00010200
                  DELIMITED BY SIZE INTO W-REPORT-LINE                  00010210
           WRITE ACCUM-POST-RECORD FROM W-REPORT-LINE                   00010220
           MOVE A-TOT-OVER-OOP-MAX TO W-RPT-CNT                         00010230
           MOVE SPACES TO W-REPORT-LINE                                 00010240
           STRING 'POSTED TONIGHT AND OVER OOP MAXIMUM=' W-RPT-CNT      00010250
                  DELIMITED BY SIZE INTO W-REPORT-LINE                  00010260
           WRITE ACCUM-POST-RECORD FROM W-REPORT-LINE                   00010270
                                                                        00010280
           CLOSE ACCUM-LEDGER-FILE                                      00010290
           CLOSE MEMBER-YTD-EXTRACT                                     00010300
           CLOSE ACCUM-POST-REPORT                                      00010310
                                                                        00010320
           IF A-TOT-EXCEPTIONS > 0                                      00010330
               DISPLAY 'HRHSACL1: EXCEPTIONS FOUND - SEE HRHNACLR'      00010340
               MOVE 4 TO RETURN-CODE                                    00010350
           ELSE                                                         00010360
               DISPLAY 'HRHSACL1: ACCUMULATOR LEDGER POSTED CLEAN'      00010370
               MOVE 0 TO RETURN-CODE                                    00010380
           END-IF                                                       00010390
           DISPLAY 'HRHSACL1: READ=' A-TOT-ACAD-READ                    00010400
                   ' POSTED=' A-TOT-ROWS-POSTED                         00010410
                   ' OVER OOP MAX=' A-TOT-OVER-OOP-MAX                  00010420
           PERFORM WRITE-RUN-LEDGER                                     00010430
           STOP RUN                                                     00010440
           .                                                            00010450
                                                                        00010460
      ******************************************************************00010470
      * WRITE-RUN-LEDGER - ONE STANDARD RECORD PER STEP PER RUN ON    * 00010480
      * THE SHARED HRHNRLDG LEDGER (SEE HRHYRLDG / HRHSRLR1).         * 00010490
      * LEDGER TROUBLE NEVER FAILS THE BUSINESS STEP.                 * 00010500
      ******************************************************************00010510
                                                                        00010520
       WRITE-RUN-LEDGER.                                                00010530
                                                                        00010540
           OPEN EXTEND RUN-LEDGER-FILE                                  00010550
           IF W-HRHNRLDG-GOOD-OPEN                                      00010560
               CONTINUE                                                 00010570
           ELSE                                                         00010580
               OPEN OUTPUT RUN-LEDGER-FILE                              00010590
           END-IF                                                       00010600
           IF W-HRHNRLDG-GOOD-OPEN                                      00010610
               ACCEPT W-RLG-END-TIME FROM TIME                          00010620
               MOVE SPACES          TO RUN-LEDGER-RECORD                00010630
               MOVE W-RLG-RUN-DATE  TO RLG-RUN-DATE                     00010640
               MOVE 'HRHSACL1'      TO RLG-PROGRAM                      00010650
               MOVE 'HRHNACAD'      TO RLG-INPUT-DD                     00010660
               MOVE 'HRBNACLG'      TO RLG-OUTPUT-DD                    00010670
               MOVE A-TOT-ACAD-READ TO RLG-RECS-IN                      00010680
               MOVE A-TOT-ROWS-POSTED TO RLG-RECS-OUT                   00010690
               MOVE RETURN-CODE     TO RLG-RETURN-CODE                  00010700
               MOVE W-RLG-START-TIME(1:6) TO RLG-START-TIME             00010710
               MOVE W-RLG-END-TIME(1:6)   TO RLG-END-TIME               00010720
               WRITE RUN-LEDGER-RECORD                                  00010730
               CLOSE RUN-LEDGER-FILE                                    00010740
           ELSE                                                         00010750
               DISPLAY 'HRHSACL1: HRHNRLDG DID NOT OPEN - STATUS '      00010760
                       W-HRHNRLDG-STATUS ' - NO LEDGER RECORD'          00010770
           END-IF                                                       00010780
           .                                                            00010790
