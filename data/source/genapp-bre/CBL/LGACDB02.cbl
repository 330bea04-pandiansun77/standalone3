RS9135**            : RETURN CODE, START/END TIMES.  HRHSRLR1 PRINTS    03297713
RS9135**            : THE CHAIN FOR A DATE AND FLAGS GAPS AND COUNT     03297713
RS9135**            : MISMATCHES BETWEEN ADJACENT STEPS.                03297713
RS9136**- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - -   03297713
RS9136**  CSR#      : RS009136 10/15/2026 CLAIMS MAINTENANCE            03297713
RS9136**  REQRMENT  : NO MEMBER-LEVEL RECORD OF THE DEDUCTIBLE AND      03297713
RS9136**            : OUT-OF-POCKET DOLLARS ACTUALLY SENT TO EACH       03297713
RS9136**            : VENDOR - VENDOR BALANCE DISPUTES ARE WORKED       03297713
RS9136**            : FROM THE RAW OUTBOUND FILES                       03297713
RS9136**  SOLUTION  : WRITE HRHNACAD, A COMPANION TO THE HRHNARID       03297713
RS9136**            : AUDIT ROW (HRHNARID ITSELF HAS NO ROOM LEFT)      03297713
RS9136**            : CARRYING MEMBER, GROUP, NETWORK, SERVICE DATE,    03297713
RS9136**            : PLAN YEAR AND THE FINAL DED/OOP DOLLARS AFTER     03297713
RS9136**            : COMINGLE REMAPPING, STAMPED WITH THE RUN DATE     03297713
RS9136**            : AND RUN TOKEN.  HRHSACL1 POSTS IT TO THE MEMBER   03297713
RS9136**            : ACCUMULATOR LEDGER (HRBNACLG).                    03297713
RS9137**- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - -   03297714
RS9137**  CSR#      : RS009137 10/15/2026 CLAIMS MAINTENANCE            03297714
RS9137**  REQRMENT  : A RETROACTIVE TERMINATION LEAVES CLAIMS ALREADY   03297714
RS9137**            : SENT FOR SERVICE AFTER THE TERM DATE STANDING AT  03297714
RS9137**            : THE VENDORS - THE OFFSETS FROM HRHSRTR1 WOULD BE  03297714
RS9137**            : STOPPED AS DUPLICATES AND AS TERMED MEMBERS       03297714
RS9137**  SOLUTION  : LOAD THE HRBNRTRV REVERSAL CLAIM LIST WRITTEN BY  03297714
RS9137**            : HRHSRTR1.  A LISTED CLAIM BYPASSES THE HRBNSENT   03297714
RS9137**            : ALREADY-SENT CHECK AND THE HRHSID01 ELIGIBILITY   03297714
RS9137**            : CHECK SO THE REVERSAL REACHES THE VENDOR FILE.    03297714
RS9137**            : MISSING OR EMPTY FILE CHANGES NOTHING.            03297714
RS9138**- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - -   03297715
RS9138**  CSR#      : RS009138 10/15/2026 CLAIMS MAINTENANCE            03297715
RS9138**  REQRMENT  : PRIOR-YEAR CLAIMS ARRIVING AFTER THE PLAN-YEAR    03297715
RS9138**            : RESET ARE FORMATTED LIKE CURRENT-YEAR CLAIMS AND  03297715
RS9138**            : THE VENDORS APPLY THEM TO THE NEW DEDUCTIBLE      03297715
RS9138**  SOLUTION  : HRBNPYCL PLAN-YEAR CALENDAR (START MMDD AND RUN-  03297715
RS9138**            : OUT DAYS PER GROUP/PLAN).  EACH CLAIM IS TAGGED   03297715
RS9138**            : WITH THE PLAN YEAR OF ITS FIRST SERVICE DATE AND  03297715
RS9138**            : THAT YEAR'S BEGIN/END DATES GO OUT IN THE CAR     03297715
RS9138**            : BENEFIT PERIOD, SO A PRIOR-YEAR CLAIM INSIDE THE  03297715
RS9138**            : RUN-OUT POSTS TO THE PRIOR YEAR.  A CLAIM PAST THE03297715
RS9138**            : RUN-OUT IS PENDED TO HRHNLATP (RELEASE THROUGH    03297715
RS9138**            : HRBNRSND).  HRHNACAD CARRIES THE ASSIGNED PLAN    03297715
RS9138**            : YEAR AND HRHNGTOT/CHECKPOINT CARRY DOLLARS BY     03297715
RS9138**            : CURRENT/PRIOR/OLDER PLAN YEAR.  NO CARD FOR THE   03297715
RS9138**            : GROUP KEEPS THE SERVICE-YEAR RULE, NO PEND.       03297715
RS9139**- - - - - - - - - - - - - - - - - - - - - - - - - - - - - - -   03297715
RS9139**  CSR#      : RS009139 10/15/2026 CLAIMS MAINTENANCE            03297715
RS9139**  REQRMENT  : CONTROL-FILE CHANGES HAVE TO BE SWAPPED IN ON THE 03297715
RS9139**            : NIGHT THEY TAKE EFFECT, AND A CARD READ AT END OF 03297715
RS9139**            : FILE (STATUS 10) WAS LOADED A SECOND TIME         03297715
RS9139**  SOLUTION  : EVERY CARD ON HRBNVRTC, HRHNIBHF, HRBNVNDT,       03297715
RS9139**            : HRBNPREX, HRBNBWIN, HRBNDLIM, HRBNDUAL, HRBNPMAX  03297715
RS9139**            : AND HRBNPYCL CARRIES EFFECTIVE-FROM (COLS 63-70)  03297715
RS9139**            : AND EFFECTIVE-TO (COLS 71-78) DATES, CCYYMMDD,    03297715
RS9139**            : BLANK = OPEN.  ONLY CARDS IN FORCE ON THE RUN DATE03297715
RS9139**            : ARE LOADED, SO CHANGES ARE STAGED AHEAD.  HRBNBWIN03297715
RS9139**            : USES ITS FIRST CARD IN FORCE.  HRHSCCV1 EDITS THE 03297715
RS9139**            : CARDS AND ECHOES TONIGHT'S SETTINGS BEFORE THIS   03297715
RS9139**            : STEP AND STOPS THE CHAIN ON A BAD CARD.           03297715
********  END OF MODLOG FOR HRHSAO3C                                    03297305
      ***************************************************************** 03298005
      /**************************************************************** 03299005
RS9106                             FILE STATUS IS W-HRHNARID-STATUS.    03618005
RS9107     SELECT OPTIONAL RESEND-CTL-FILE ASSIGN TO HRBNRSND           03619005
RS9107                             FILE STATUS IS W-HRBNRSND-STATUS.    03619105
RS9137     SELECT OPTIONAL RETRO-REVERSAL-FILE ASSIGN TO HRBNRTRV       03619106
RS9137                             FILE STATUS IS W-HRBNRTRV-STATUS.    03619106
RS9138     SELECT OPTIONAL PLAN-YEAR-CAL-FILE ASSIGN TO HRBNPYCL        03619107
RS9138                             FILE STATUS IS W-HRBNPYCL-STATUS.    03619107
RS9138     SELECT OPTIONAL LATE-CLAIM-PEND-RPT ASSIGN TO HRHNLATP       03619107
RS9138                             FILE STATUS IS W-HRHNLATP-STATUS.    03619107
RS9108     SELECT OPTIONAL SSN-EXPOSURE-FILE ASSIGN TO HRHNSSNX         03619205
RS9108                             FILE STATUS IS W-HRHNSSNX-STATUS.    03619305
RS9109     SELECT OPTIONAL ZERO-DOL-SEQ-FILE ASSIGN TO HRHNZDSQ         03619405
RS9123                             ACCESS MODE IS DYNAMIC               03619970
RS9123                             RECORD KEY IS TOK-SSN-KEY            03619981
RS9123                             FILE STATUS IS W-HRBNTOKX-STATUS.    03619993
RS9136     SELECT OPTIONAL ACCUM-AUDIT-FILE ASSIGN TO HRHNACAD          03619995
RS9136                             FILE STATUS IS W-HRHNACAD-STATUS.    03619995
      /**************************************************************** 03620005
      *          DATA DIVISION                                        * 03630005
      ***************************************************************** 03640005
RS9101 01  VEND-ROUTE-CTL-RECORD.                                       04079305
RS9101     05  VRC-VENDOR-CODE          PIC X(05).                      04079405
RS9101     05  VRC-ACTIVE-FLAG          PIC X(01).                      04079505
RS9139*    05  FILLER                   PIC X(74).                      04079605
RS9139     05  FILLER                   PIC X(56).                      04079605
RS9139     05  VRC-EFF-DATES.                                           04079605
RS9139         10  VRC-EFF-FROM-DATE    PIC X(08).                      04079605
RS9139         10  VRC-EFF-TO-DATE      PIC X(08).                      04079605
RS9139     05  FILLER                   PIC X(02).                      04079605
                                                                        04079705
RS9103***************************************************************** 04079805
RS9103*                                                                 04079905
RS9103 01  BH-CLIENT-FILE-RECORD.                                       04080001
RS9103     05  BHCF-VENDOR-CODE         PIC X(05).                      04080002
RS9103     05  BHCF-PROV-ID             PIC X(30).                      04080003
RS9139*    05  FILLER                   PIC X(45).                      04080004
RS9139     05  FILLER                   PIC X(27).                      04080004
RS9139     05  BHCF-EFF-DATES.                                          04080004
RS9139         10  BHCF-EFF-FROM-DATE   PIC X(08).                      04080004
RS9139         10  BHCF-EFF-TO-DATE     PIC X(08).                      04080004
RS9139     05  FILLER                   PIC X(02).                      04080004
                                                                        04080007
RS9104***************************************************************** 04080011
RS9104*                                                                 04080021
RS9107     05  RSNF-CLAIM-CTL-NO        PIC 9(15).                      04080521
RS9107     05  FILLER                   PIC X(65).                      04080531
RS9107                                                                  04080541
RS9137***************************************************************** 04080542
RS9137* DDNAME: HRBNRTRV   RETRO-REVERSAL-FILE - CLAIM-CTL-NO VALUES  * 04080542
RS9137*         HRHSRTR1 IS REVERSING FOR A RETROACTIVE TERMINATION.  * 04080542
RS9137*         LISTED CLAIMS ARE NOT SUPPRESSED AS ALREADY SENT AND  * 04080542
RS9137*         ARE NOT PENDED FOR ELIGIBILITY.  MISSING FILE IS A    * 04080542
RS9137*         NO-OP.                                                * 04080542
RS9137***************************************************************** 04080542
RS9137                                                                  04080542
RS9137 FD  RETRO-REVERSAL-FILE                                          04080542
RS9137     RECORDING MODE IS F                                          04080542
RS9137     LABEL RECORDS ARE STANDARD                                   04080542
RS9137     BLOCK CONTAINS 0 RECORDS.                                    04080542
RS9137                                                                  04080542
RS9137 01  RETRO-REVERSAL-RECORD.                                       04080542
RS9137     05  RTVF-CLAIM-CTL-NO        PIC 9(15).                      04080542
RS9137     05  FILLER                   PIC X(65).                      04080542
RS9137                                                                  04080542
RS9138***************************************************************** 04080543
RS9138* DDNAME: HRBNPYCL   PLAN-YEAR-CAL-FILE - ONE CARD PER GROUP/   * 04080543
RS9138*         PLAN: PLAN-YEAR START MMDD AND RUN-OUT DAYS.  GROUP   * 04080543
RS9138*         '*********' AND/OR PLAN '***' ARE WILDCARDS; THE MOST * 04080543
RS9138*         SPECIFIC CARD WINS.  MISSING FILE = SERVICE-YEAR RULE.* 04080543
RS9138***************************************************************** 04080543
RS9138                                                                  04080543
RS9138 FD  PLAN-YEAR-CAL-FILE                                           04080543
RS9138     RECORDING MODE IS F                                          04080543
RS9138     LABEL RECORDS ARE STANDARD                                   04080543
RS9138     BLOCK CONTAINS 0 RECORDS.                                    04080543
RS9138                                                                  04080543
RS9138 01  PLAN-YEAR-CAL-RECORD.                                        04080543
RS9138     05  PYCF-GROUP-BASE-NO       PIC X(09).                      04080543
RS9138     05  FILLER                   PIC X(01).                      04080543
RS9138     05  PYCF-SUBSCRIBER-PLAN     PIC X(03).                      04080543
RS9138     05  FILLER                   PIC X(01).                      04080543
RS9138     05  PYCF-START-MMDD          PIC X(04).                      04080543
RS9138     05  FILLER                   PIC X(01).                      04080543
RS9138     05  PYCF-RUNOUT-DAYS         PIC X(03).                      04080543
RS9139*    05  FILLER                   PIC X(58).                      04080543
RS9139     05  FILLER                   PIC X(40).                      04080543
RS9139     05  PYCF-EFF-DATES.                                          04080543
RS9139         10  PYCF-EFF-FROM-DATE   PIC X(08).                      04080543
RS9139         10  PYCF-EFF-TO-DATE     PIC X(08).                      04080543
RS9139     05  FILLER                   PIC X(02).                      04080543
RS9138                                                                  04080543
RS9138***************************************************************** 04080543
RS9138* DDNAME: HRHNLATP   LATE-CLAIM-PEND-RPT - ONE LINE PER CLAIM   * 04080543
RS9138*         WHOSE PLAN YEAR'S RUN-OUT HAS CLOSED.  THE CLAIMS     * 04080543
RS9138*         DESK RELEASES ONE THROUGH HRBNRSND.                   * 04080543
RS9138***************************************************************** 04080543
RS9138                                                                  04080543
RS9138 FD  LATE-CLAIM-PEND-RPT                                          04080543
RS9138     RECORDING MODE IS F                                          04080543
RS9138     LABEL RECORDS ARE STANDARD                                   04080543
RS9138     BLOCK CONTAINS 0 RECORDS.                                    04080543
RS9138                                                                  04080543
RS9138 01  LATE-CLAIM-PEND-RECORD       PIC X(100).                     04080543
RS9138                                                                  04080543
RS9108***************************************************************** 04080551
RS9108* DDNAME: HRHNSSNX   SSN-EXPOSURE-FILE - FLAGS CLAIMS WHERE      *04080561
RS9108*         SUB-SOC-SEC-NO (RAW SSN) IS SENT IN THE CLEAR TO       *04080571
RS9110     05  VOF-OUTPUT-DDNAME        PIC X(08).                      04081111
RS9110     05  VOF-PATIENT-ID-SRC       PIC X(01).                      04081121
RS9123     05  VOF-TOKENIZE-FLAG        PIC X(01).                      04081126
RS9139*    05  FILLER                   PIC X(26).                      04081131
RS9139     05  FILLER                   PIC X(07).                      04081131
RS9139     05  VOF-EFF-DATES.                                           04081131
RS9139         10  VOF-EFF-FROM-DATE    PIC X(08).                      04081131
RS9139         10  VOF-EFF-TO-DATE      PIC X(08).                      04081131
RS9139     05  FILLER                   PIC X(03).                      04081131
RS9110                                                                  04081141
RS9111***************************************************************** 04081151
RS9111* DDNAME: HRBNPREX    PROVIDER-EXCLUSION-FILE - PROVIDER IDS     *04081161
RS9111 01  PROVIDER-EXCLUSION-RECORD.                                   04081261
RS9111     05  PEX-PROVIDER-ID          PIC X(14).                      04081271
RS9111     05  PEX-VENDOR-CODE          PIC X(05).                      04081281
RS9139*    05  FILLER                   PIC X(61).                      04081291
RS9139     05  FILLER                   PIC X(43).                      04081291
RS9139     05  PEX-EFF-DATES.                                           04081291
RS9139         10  PEX-EFF-FROM-DATE    PIC X(08).                      04081291
RS9139         10  PEX-EFF-TO-DATE      PIC X(08).                      04081291
RS9139     05  FILLER                   PIC X(02).                      04081291
RS9111                                                                  04081301
RS9112***************************************************************** 04081311
RS9112* DDNAME: HRHNCD8T    CDH-STAT8-TRACE-FILE - ONE RECORD FOR      *04081321
RS9113     05  GTH-GRAND-TOTAL          PIC S9(07)V9(02).               04081821
RS9113     05  GTH-TOLERANCE-PERCENT    PIC 9(03)V9(02).                04081831
RS9113     05  GTH-RUN-DATE             PIC X(08).                      04081841
RS9138*    05  FILLER                   PIC X(59).                      04081851
RS9138     05  GTH-PY-CURRENT-AMT       PIC S9(09)V99.                  04081851
RS9138     05  GTH-PY-PRIOR-AMT         PIC S9(09)V99.                  04081851
RS9138     05  GTH-PY-OLDER-AMT         PIC S9(09)V99.                  04081851
RS9138     05  GTH-PY-LATE-PEND-CNT     PIC 9(05).                      04081851
RS9138     05  FILLER                   PIC X(21).                      04081851
RS9113                                                                  04081861
RS9114***************************************************************** 04081871
RS9114* DDNAME: HRHNCDMH  CDHFLDMP-HISTORY-FILE - ONE RECORD FOR EVERY* 04081881
RS9122 01  BATCH-WINDOW-CONTROL-RECORD.                                 04082986
RS9122     05  BWR-CHECK-INTERVAL-CLAIMS PIC 9(05).                     04082987
RS9122     05  BWR-MIN-CLAIMS-PER-MINUTE PIC 9(05).                     04082988
RS9139*    05  FILLER                    PIC X(70).                     04082989
RS9139     05  FILLER                    PIC X(52).                     04082989
RS9139     05  BWR-EFF-DATES.                                           04082989
RS9139         10  BWR-EFF-FROM-DATE     PIC X(08).                     04082989
RS9139         10  BWR-EFF-TO-DATE       PIC X(08).                     04082989
RS9139     05  FILLER                    PIC X(02).                     04082989
RS9122                                                                  04082990
RS9129***************************************************************** 04082400
RS9129* DDNAME: HRHNHELD  HELD-CLAIM-FILE - CLAIMS HELD BECAUSE A     * 04082401
RS9128                             PIC S9(09).                          04082523
RS9128     05  CKP-AN-OOP-AMT          PIC S9(09).                      04082523
RS9128     05  CKP-RUN-TOKEN           PIC X(08).                       04082523
RS9138*    05  FILLER                  PIC X(126).                      04082524
RS9138     05  CKP-PY-CURRENT-AMT      PIC S9(09)V99.                   04082524
RS9138     05  CKP-PY-PRIOR-AMT        PIC S9(09)V99.                   04082524
RS9138     05  CKP-PY-OLDER-AMT        PIC S9(09)V99.                   04082524
RS9138     05  CKP-PY-LATE-PEND        PIC 9(09).                       04082524
RS9138     05  FILLER                  PIC X(84).                       04082524
RS9128                                                                  04082525
RS9127***************************************************************** 04082600
RS9127* DDNAME: HRBNDLIM  DOLLAR-LIMIT-FILE - PER-VENDOR SINGLE-      * 04082601
RS9127 01  DOLLAR-LIMIT-RECORD.                                         04082614
RS9127     05  DLM-VENDOR-CODE         PIC X(05).                       04082615
RS9127     05  DLM-LIMIT-AMT           PIC 9(07)V99.                    04082616
RS9139*    05  FILLER                  PIC X(66).                       04082617
RS9139     05  FILLER                  PIC X(48).                       04082617
RS9139     05  DLM-EFF-DATES.                                           04082617
RS9139         10  DLM-EFF-FROM-DATE   PIC X(08).                       04082617
RS9139         10  DLM-EFF-TO-DATE     PIC X(08).                       04082617
RS9139     05  FILLER                  PIC X(02).                       04082617
RS9127                                                                  04082618
RS9127 FD  HIGH-DOLLAR-PEND-FILE                                        04082619
RS9127     RECORDING MODE IS F                                          04082620
RS9133                                                                  04082838
RS9133 01  DUAL-CTL-RECORD.                                             04082838
RS9133     05  DUC-VENDOR-CODE         PIC X(05).                       04082838
RS9139*    05  FILLER                  PIC X(75).                       04082838
RS9139     05  FILLER                  PIC X(57).                       04082838
RS9139     05  DUC-EFF-DATES.                                           04082838
RS9139         10  DUC-EFF-FROM-DATE   PIC X(08).                       04082838
RS9139         10  DUC-EFF-TO-DATE     PIC X(08).                       04082838
RS9139     05  FILLER                  PIC X(02).                       04082838
RS9134                                                                  04082838
RS9134***************************************************************** 04082838
RS9134* DDNAME: HRBNPMAX  PART-MAX-FILE - PER-VENDOR MAXIMUM DETAIL  *  04082838
RS9134 01  PART-MAX-RECORD.                                             04082838
RS9134     05  PMR-VENDOR-CODE         PIC X(05).                       04082838
RS9134     05  PMR-MAX-DETAILS         PIC 9(08).                       04082838
RS9139*    05  FILLER                  PIC X(67).                       04082838
RS9139     05  FILLER                  PIC X(49).                       04082838
RS9139     05  PMR-EFF-DATES.                                           04082838
RS9139         10  PMR-EFF-FROM-DATE   PIC X(08).                       04082838
RS9139         10  PMR-EFF-TO-DATE     PIC X(08).                       04082838
RS9139     05  FILLER                  PIC X(02).                       04082838
RS9135                                                                  04082838
RS9135 FD  RUN-LEDGER-FILE                                              04082838
RS9135     RECORDING MODE IS F                                          04082838
RS9123         10  TOK-SEQ-NUMBER      PIC 9(08).                       04083014
RS9123     05  FILLER                  PIC X(62).                       04083015
RS9123                                                                  04083016
RS9136***************************************************************** 04083017
RS9136* DDNAME: HRHNACAD  ACCUM-AUDIT-FILE - ONE ROW PER HRHNARID     * 04083017
RS9136*         AUDIT ROW, SAME CAR-REC-ID, WITH THE MEMBER, GROUP,   * 04083017
RS9136*         NETWORK, PLAN YEAR AND THE DED/OOP DOLLARS AS SENT.   * 04083017
RS9136*         INPUT TO THE HRHSACL1 MEMBER ACCUMULATOR LEDGER.      * 04083017
RS9136***************************************************************** 04083017
RS9136                                                                  04083017
RS9136 FD  ACCUM-AUDIT-FILE                                             04083017
RS9136     RECORDING MODE IS F                                          04083017
RS9136     LABEL RECORDS ARE STANDARD                                   04083017
RS9136     BLOCK CONTAINS 0 RECORDS.                                    04083017
RS9136                                                                  04083017
RS9136 01  ACCUM-AUDIT-RECORD.                                          04083017
RS9136     05  ACA-CAR-REC-ID          PIC X(50).                       04083017
RS9136     05  ACA-CLAIM-CTL-NO        PIC 9(15).                       04083017
RS9136     05  ACA-VENDOR-CODE         PIC X(05).                       04083017
RS9136     05  ACA-MEMBER-ID           PIC X(18).                       04083017
RS9136     05  ACA-GROUP-BASE-NO       PIC X(09).                       04083017
RS9136     05  ACA-NETWORK-IND         PIC X(01).                       04083017
RS9136         88  ACA-IN-NETWORK              VALUE 'I'.               04083017
RS9136         88  ACA-OUT-NETWORK             VALUE 'O'.               04083017
RS9136     05  ACA-SVC-DATE            PIC X(08).                       04083017
RS9136     05  ACA-PLAN-YEAR           PIC X(04).                       04083017
RS9136     05  ACA-DED-AMT             PIC S9(09)V99.                   04083017
RS9136     05  ACA-OOP-AMT             PIC S9(09)V99.                   04083017
RS9136     05  ACA-RUN-DATE            PIC X(08).                       04083017
RS9136     05  ACA-RUN-TOKEN           PIC X(08).                       04083017
RS9136     05  FILLER                  PIC X(12).                       04083017
RS9136                                                                  04083017
      ***************************************************************** 04080005
      *          WORKING STORAGE                                      * 04090005
      ***************************************************************** 04100005
RS9126     05  A-TOT-ELIG-PEND           PIC S9(09) COMP SYNC VALUE +0. 04793990
RS9124     05  A-TOT-DUP-SUPPRESSED      PIC S9(09) COMP SYNC VALUE +0. 04793993
RS9124     05  A-TOT-SENT-HIST-WRITTEN   PIC S9(09) COMP SYNC VALUE +0. 04793994
RS9137     05  A-TOT-RETRO-REVERSALS     PIC S9(09) COMP SYNC VALUE +0. 04793994
RS9138     05  A-TOT-LATE-PEND           PIC S9(09) COMP SYNC VALUE +0. 04793994
RS9138     05  A-TOT-PY-RUNOUT           PIC S9(09) COMP SYNC VALUE +0. 04793994
RS9138     05  A-TOT-PY-CARD-REJECTS     PIC S9(09) COMP SYNC VALUE +0. 04793994
RS9139     05  A-TOT-CARDS-NOT-IN-FORCE  PIC S9(09) COMP SYNC VALUE +0. 04793994
RS9123     05  A-TOT-PATIENT-TOKENIZED   PIC S9(09) COMP SYNC VALUE +0. 04793996
RS9123     05  A-TOT-TOKENS-MINTED       PIC S9(09) COMP SYNC VALUE +0. 04793997
                                                                        04794005
RS9135 01  W-RLG-START-TIME            PIC X(08).                       08005104
RS9135 01  W-RLG-END-TIME              PIC X(08).                       08005104
RS9135 01  W-RLG-RUN-DATE              PIC 9(08).                       08005104
RS9136 01  W-HRHNACAD-STATUS           PIC X(02).                       08005104
RS9136     88  W-HRHNACAD-GOOD-OPEN            VALUE  '00'.             08005104
RS9136 01  SW-ACCUM-AUDIT-FILE         PIC X(01) VALUE 'N'.             08005104
RS9136     88  ACCUM-AUDIT-FILE-OPEN           VALUE 'Y'.               08005104
RS9136 01  A-TOT-ACCUM-AUDIT           PIC S9(09) COMP SYNC VALUE +0.   08005104
RS9125 01  VSQ-MAX-ENTRIES             PIC 9(03) COMP VALUE 12.         08005105
RS9125 01  VSQ-NDX2                    PIC 9(03) COMP VALUE 0.          08005106
RS9125 01  VENDOR-SEQ-TABLE.                                            08005107
RS9124 01  W-DUP-REPORT-LINE           PIC X(80).                       08005255
RS9103     COPY HRHYBHLC.                                               08005105
RS9107     COPY HRHYRSND.                                               08005205
RS9137 01  RETRO-REVERSAL-TABLE.                                        08005206
RS9137     05  RTV-MAX-ENTRIES          PIC 9(04) COMP VALUE 2000.      08005206
RS9137     05  RTV-ENTRY-COUNT          PIC 9(04) COMP VALUE 0.         08005206
RS9137     05  RTV-ENTRY OCCURS 2000 TIMES                              08005206
RS9137                   INDEXED BY RTV-NDX.                            08005206
RS9137         10  RTV-CLAIM-CTL-NO     PIC 9(15) VALUE ZEROS.          08005206
RS9137 01  SW-CLAIM-RETRO-REVERSAL      PIC X(01) VALUE 'N'.            08005206
RS9137     88  CLAIM-RETRO-REVERSAL             VALUE 'Y'.              08005206
RS9137     88  CLAIM-NOT-RETRO-REVERSAL         VALUE 'N'.              08005206
RS9138 01  PLAN-YEAR-CALENDAR-TABLE.                                    08005207
RS9138     05  PYC-MAX-ENTRIES          PIC 9(04) COMP VALUE 300.       08005207
RS9138     05  PYC-ENTRY-COUNT          PIC 9(04) COMP VALUE 0.         08005207
RS9138     05  PYC-ENTRY OCCURS 300 TIMES                               08005207
RS9138                   INDEXED BY PYC-NDX.                            08005207
RS9138         10  PYC-GROUP-BASE-NO    PIC X(09).                      08005207
RS9138         10  PYC-SUBSCRIBER-PLAN  PIC X(03).                      08005207
RS9138         10  PYC-START-MMDD       PIC 9(04).                      08005207
RS9138         10  PYC-RUNOUT-DAYS      PIC 9(03).                      08005207
RS9138 01  W-PLAN-YEAR-WORK.                                            08005207
RS9138     05  W-PY-GROUP-BASE-NO       PIC X(09).                      08005207
RS9138     05  W-PY-SUBSCRIBER-PLAN     PIC X(03).                      08005207
RS9138     05  W-PY-CARD-RANK           PIC 9(01).                      08005207
RS9138     05  W-PY-BEST-RANK           PIC 9(01).                      08005207
RS9138     05  W-PY-START-MMDD          PIC 9(04).                      08005207
RS9138     05  W-PY-RUNOUT-DAYS         PIC 9(03).                      08005207
RS9138     05  W-PY-SVC-DATE            PIC 9(08).                      08005207
RS9138     05  W-PY-SVC-DATE-R REDEFINES W-PY-SVC-DATE.                 08005207
RS9138         10  W-PY-SVC-CCYY        PIC 9(04).                      08005207
RS9138         10  W-PY-SVC-MMDD        PIC 9(04).                      08005207
RS9138     05  W-PY-RUN-DATE            PIC 9(08).                      08005207
RS9138     05  W-PY-RUN-DATE-R REDEFINES W-PY-RUN-DATE.                 08005207
RS9138         10  W-PY-RUN-CCYY        PIC 9(04).                      08005207
RS9138         10  W-PY-RUN-MMDD        PIC 9(04).                      08005207
RS9138     05  W-PY-CLAIM-YEAR          PIC 9(04).                      08005207
RS9138     05  W-PY-RUN-YEAR            PIC 9(04).                      08005207
RS9138     05  W-PY-BEG-DATE            PIC 9(08).                      08005207
RS9138     05  W-PY-END-DATE            PIC 9(08).                      08005207
RS9138     05  W-PY-CLOSE-DATE          PIC 9(08).                      08005207
RS9138     05  W-PY-WORK-DATE           PIC 9(08).                      08005207
RS9138     05  W-PY-CARD-MMDD           PIC 9(04).                      08005207
RS9138     05  W-PY-CARD-DD REDEFINES W-PY-CARD-MMDD.                   08005207
RS9138         10  W-PY-CARD-MM         PIC 9(02).                      08005207
RS9138         10  W-PY-CARD-DAY        PIC 9(02).                      08005207
RS9138 01  W-PY-TOTALS.                                                 08005207
RS9138     05  W-PY-CURRENT-AMT         PIC S9(09)V99 COMP-3 VALUE +0.  08005207
RS9138     05  W-PY-PRIOR-AMT           PIC S9(09)V99 COMP-3 VALUE +0.  08005207
RS9138     05  W-PY-OLDER-AMT           PIC S9(09)V99 COMP-3 VALUE +0.  08005207
RS9138 01  SW-PLAN-YEAR-CAL             PIC X(01) VALUE 'N'.            08005207
RS9138     88  PLAN-YEAR-CALENDARED             VALUE 'Y'.              08005207
RS9138     88  PLAN-YEAR-NOT-CALENDARED         VALUE 'N'.              08005207
RS9138 01  SW-PLAN-YEAR-BUCKET          PIC X(01) VALUE 'C'.            08005207
RS9138     88  PY-BUCKET-CURRENT                VALUE 'C'.              08005207
RS9138     88  PY-BUCKET-PRIOR                  VALUE 'P'.              08005207
RS9138     88  PY-BUCKET-OLDER                  VALUE 'O'.              08005207
RS9138 01  SW-PLAN-YEAR-LATE            PIC X(01) VALUE 'N'.            08005207
RS9138     88  PLAN-YEAR-LATE                   VALUE 'Y'.              08005207
RS9138     88  PLAN-YEAR-NOT-LATE               VALUE 'N'.              08005207
RS9138 01  W-HRHNLATP-STATUS            PIC X(02).                      08005207
RS9138     88  W-HRHNLATP-GOOD-OPEN             VALUE  '00'.            08005207
RS9138 01  SW-LATE-PEND-FILE            PIC X(01) VALUE 'N'.            08005207
RS9138     88  LATE-PEND-FILE-OPEN              VALUE 'Y'.              08005207
RS9138 01  W-LATE-PEND-LINE             PIC X(100).                     08005207
RS9139 01  W-CARD-EFF-DATES.                                            08005208
RS9139     05  W-CARD-EFF-FROM          PIC X(08).                      08005208
RS9139     05  W-CARD-EFF-TO            PIC X(08).                      08005208
RS9139 01  W-CARD-RUN-DATE              PIC X(08).                      08005208
RS9139 01  SW-CARD-IN-FORCE             PIC X(01) VALUE 'N'.            08005208
RS9139     88  CARD-IN-FORCE                    VALUE 'Y'.              08005208
RS9139     88  CARD-NOT-IN-FORCE                VALUE 'N'.              08005208
RS9110     COPY HRHYVNDT.                                               08005305
RS9111     COPY HRHYPREX.                                               08005405
RS9113     COPY HRHYGTOT.                                               08005405
RS9107         88  W-HRBNRSND-GOOD-READ       VALUES '00' '10'.         08416805
RS9107         88  W-HRBNRSND-GOOD-CLOSE      VALUES '00'.              08416905
RS9107                                                                  08417005
RS9137     05  W-HRBNRTRV-STATUS              PIC X(02).                08417006
RS9137         88  W-HRBNRTRV-GOOD-OPEN       VALUES '00' '97'.         08417006
RS9137         88  W-HRBNRTRV-GOOD-READ       VALUES '00' '10'.         08417006
RS9137                                                                  08417006
RS9138     05  W-HRBNPYCL-STATUS              PIC X(02).                08417007
RS9138         88  W-HRBNPYCL-GOOD-OPEN       VALUES '00' '97'.         08417007
RS9138         88  W-HRBNPYCL-GOOD-READ       VALUES '00' '10'.         08417007
RS9138                                                                  08417007
RS9108     05  W-HRHNSSNX-STATUS              PIC X(02).                08417105
RS9108         88  W-HRHNSSNX-GOOD-OPEN       VALUES '00' '97'.         08417205
RS9108         88  W-HRHNSSNX-GOOD-WRITE      VALUE  '00'.              08417305
RS9107                    PERFORM CHECK-RESEND-LIST                     18236005
RS9107                END-IF                                            18239005
RS9107                IF RESEND-MODE-OFF OR CLAIM-RESEND-ELIGIBLE       18239105
RS9137                    PERFORM CHECK-RETRO-REVERSAL-LIST             18239155
RS9124                    PERFORM CHECK-DUPLICATE-SENT                  18239205
RS9124                    IF CLAIM-DUP-SUPPRESSED                       18239305
RS9128                        IF NOT CLAIM-RESTART-ABSORBED             18239355
MD7684        WRITE OUT-CVSCM-VEND-RECORDS FROM RPT-ERR-HDR-1ST-LINE    18940005
RS9128        END-IF                                                    18940105
MD7684                                                                  18950005
RS9139        ACCEPT W-RLG-RUN-DATE FROM DATE YYYYMMDD                  18953005
RS9139                                                                  18953005
RS9101        PERFORM LOAD-VENDOR-ROUTE-CTL                             18955005
RS9101                                                                  18956005
RS9135        ACCEPT W-RLG-START-TIME FROM TIME                         18956067
RS9139*       ACCEPT W-RLG-RUN-DATE FROM DATE YYYYMMDD                  18956130
RS9135                                                                  18956192
RS9133        PERFORM LOAD-DUAL-CTL-TABLE                               18956255
RS9133                                                                  18956317
RS9103                                                                  18958005
RS9107        PERFORM LOAD-RESEND-CTL-TABLE                             18958025
RS9107                                                                  18958050
RS9137        PERFORM LOAD-RETRO-REVERSAL-TABLE                         18958051
RS9137                                                                  18958051
RS9138        PERFORM LOAD-PLAN-YEAR-CALENDAR                           18958052
RS9138                                                                  18958052
RS9110        PERFORM LOAD-VENDOR-ONBOARD-TABLE                         18958060
RS9110                                                                  18958070
RS9111        PERFORM LOAD-PROVIDER-EXCLUSION-TABLE                     18958080
RS9132            SET MEMBER-STMT-FILE-OPEN    TO TRUE                  18959662
RS9132        END-IF                                                    18959676
RS9132                                                                  18959690
RS9136        OPEN OUTPUT ACCUM-AUDIT-FILE                              18959691
RS9136                                                                  18959691
RS9136        IF W-HRHNACAD-GOOD-OPEN                                   18959691
RS9136            SET ACCUM-AUDIT-FILE-OPEN    TO TRUE                  18959691
RS9136        END-IF                                                    18959691
RS9136                                                                  18959691
RS9108        OPEN OUTPUT SSN-EXPOSURE-FILE                             18959705
RS9108                                                                  18959805
RS9108        IF W-HRHNSSNX-GOOD-OPEN                                   18959905
RS9126                    W-HRHNELGP-STATUS                             18966906
RS9126        END-IF                                                    18966907
RS9126                                                                  18966908
RS9138        OPEN OUTPUT LATE-CLAIM-PEND-RPT                           18966909
RS9138                                                                  18966909
RS9138        IF W-HRHNLATP-GOOD-OPEN                                   18966909
RS9138            SET LATE-PEND-FILE-OPEN  TO TRUE                      18966909
RS9138        ELSE                                                      18966909
RS9138            DISPLAY 'HRHSAO3C: HRHNLATP DID NOT OPEN - STATUS '   18966909
RS9138                    W-HRHNLATP-STATUS                             18966909
RS9138        END-IF                                                    18966909
RS9138                                                                  18966909
RS9124        OPEN I-O SENT-CLAIM-HIST-FILE                             18967005
RS9124                                                                  18967015
RS9124        IF W-HRBNSENT-GOOD-OPEN                                   18967025
RS9101 READ-VENDOR-ROUTE-CTL.                                           19041605
RS9101                                                                  19041705
RS9101     READ VEND-ROUTE-CTL                                          19041805
RS9139                                                                  19041805
RS9139     IF W-HRBNVRTC-STATUS = '00'                                  19041805
RS9139         MOVE VRC-EFF-DATES TO W-CARD-EFF-DATES                   19041805
RS9139         PERFORM CHECK-CARD-IN-FORCE                              19041805
RS9139     ELSE                                                         19041805
RS9139         SET CARD-NOT-IN-FORCE      TO TRUE                       19041805
RS9139     END-IF                                                       19041805
RS9101                                                                  19041905
RS9139*    IF W-HRBNVRTC-GOOD-READ                                      19042005
RS9139     IF W-HRBNVRTC-GOOD-READ AND CARD-IN-FORCE                    19042005
RS9101         SET VRT-NDX TO 1                                         19042105
RS9101         SEARCH VRT-ENTRY                                         19042205
RS9101             AT END                                               19042305
RS9101         CONTINUE                                                 19042905
RS9101     END-IF                                                       19043005
RS9101     .                                                            19043105
RS9139                                                                  19043106
RS9139/**************************************************************** 19043106
RS9139*    CHECK-CARD-IN-FORCE                                         *19043106
RS9139*    A CONTROL CARD IS IN FORCE WHEN ITS EFFECTIVE-FROM DATE IS  *19043106
RS9139*    ON OR BEFORE THE RUN DATE AND ITS EFFECTIVE-TO DATE IS ON   *19043106
RS9139*    OR AFTER IT.  A BLANK DATE IS OPEN-ENDED, SO A CARD WITH NO *19043106
RS9139*    DATES IS ALWAYS IN FORCE.  HRHSCCV1 HAS ALREADY EDITED THE  *19043106
RS9139*    DATES BEFORE THIS STEP RUNS.                                *19043106
RS9139****************************************************************  19043106
RS9139                                                                  19043106
RS9139 CHECK-CARD-IN-FORCE.                                             19043106
RS9139                                                                  19043106
RS9139     SET CARD-IN-FORCE               TO TRUE                      19043106
RS9139     MOVE W-RLG-RUN-DATE             TO W-CARD-RUN-DATE           19043106
RS9139                                                                  19043106
RS9139     IF W-CARD-EFF-FROM NOT = SPACES AND                          19043106
RS9139        W-CARD-EFF-FROM > W-CARD-RUN-DATE                         19043106
RS9139         SET CARD-NOT-IN-FORCE       TO TRUE                      19043106
RS9139     END-IF                                                       19043106
RS9139                                                                  19043106
RS9139     IF W-CARD-EFF-TO NOT = SPACES AND                            19043106
RS9139        W-CARD-EFF-TO < W-CARD-RUN-DATE                           19043106
RS9139         SET CARD-NOT-IN-FORCE       TO TRUE                      19043106
RS9139     END-IF                                                       19043106
RS9139                                                                  19043106
RS9139     IF CARD-NOT-IN-FORCE                                         19043106
RS9139         ADD 1 TO A-TOT-CARDS-NOT-IN-FORCE                        19043106
RS9139     END-IF                                                       19043106
RS9139     .                                                            19043106
RS9101                                                                  19043205
RS9128/**************************************************************** 19042500
RS9128*    CHECK-FORMATTER-RESTART                                   *  19042501
RS9128                 MOVE CKP-BAT-DETL(12) TO A-BAT-DETAIL-RECORDS-CV 19042541
RS9128                 MOVE CKP-BAT-DETL(13) TO AN-BAT-DETAIL-RECORDS-AN19042542
RS9128                 MOVE CKP-AN-OOP-AMT  TO AN-BAT-TRL-OOP-AMT-AN    19042544
RS9138                 IF CKP-PY-CURRENT-AMT NUMERIC AND                19042544
RS9138                    CKP-PY-PRIOR-AMT   NUMERIC AND                19042544
RS9138                    CKP-PY-OLDER-AMT   NUMERIC AND                19042544
RS9138                    CKP-PY-LATE-PEND   NUMERIC                    19042544
RS9138                     MOVE CKP-PY-CURRENT-AMT TO W-PY-CURRENT-AMT  19042544
RS9138                     MOVE CKP-PY-PRIOR-AMT   TO W-PY-PRIOR-AMT    19042544
RS9138                     MOVE CKP-PY-OLDER-AMT   TO W-PY-OLDER-AMT    19042544
RS9138                     MOVE CKP-PY-LATE-PEND   TO A-TOT-LATE-PEND   19042544
RS9138                 END-IF                                           19042544
RS9128                 DISPLAY 'HRHSAO3C: RESTARTING AFTER MEMBER '     19042548
RS9128                         CKP-MEMBER-ID ' ADJ-DATE ' CKP-ADJ-DATE  19042549
RS9128             END-IF                                               19042550
RS9128     MOVE W-PROCESS-CALL-COUNT TO CKP-CALL-COUNT                  19042573
RS9128     MOVE W-RUN-TOKEN         TO CKP-RUN-TOKEN                    19042573
RS9128     MOVE GRAND-TOT-ADJ-AMOUNT TO CKP-GRAND-TOTAL                 19042574
RS9138     MOVE W-PY-CURRENT-AMT    TO CKP-PY-CURRENT-AMT               19042574
RS9138     MOVE W-PY-PRIOR-AMT      TO CKP-PY-PRIOR-AMT                 19042574
RS9138     MOVE W-PY-OLDER-AMT      TO CKP-PY-OLDER-AMT                 19042574
RS9138     MOVE A-TOT-LATE-PEND     TO CKP-PY-LATE-PEND                 19042574
RS9128     MOVE WK-WYETH-DETL-CNT   TO CKP-DETL-CNT(1)                  19042575
RS9128     MOVE WK-ACARE-DETL-CNT   TO CKP-DETL-CNT(2)                  19042576
RS9128     MOVE WK-AOPTM-DETL-CNT   TO CKP-DETL-CNT(3)                  19042577
RS9127 READ-DOLLAR-LIMIT-FILE.                                          19042619
RS9127                                                                  19042620
RS9127     READ DOLLAR-LIMIT-FILE                                       19042621
RS9139                                                                  19042621
RS9139     IF W-HRBNDLIM-STATUS = '00'                                  19042621
RS9139         MOVE DLM-EFF-DATES TO W-CARD-EFF-DATES                   19042621
RS9139         PERFORM CHECK-CARD-IN-FORCE                              19042621
RS9139     ELSE                                                         19042621
RS9139         SET CARD-NOT-IN-FORCE      TO TRUE                       19042621
RS9139     END-IF                                                       19042621
RS9127                                                                  19042622
RS9139*    IF W-HRBNDLIM-GOOD-READ                                      19042623
RS9139     IF W-HRBNDLIM-GOOD-READ AND CARD-IN-FORCE                    19042623
RS9127         IF DLM-ENTRY-COUNT < DLM-MAX-ENTRIES                     19042624
RS9127             ADD 1 TO DLM-ENTRY-COUNT                             19042625
RS9127             MOVE DLM-VENDOR-CODE                                 19042626
RS9126 CHECK-MEMBER-ELIGIBILITY.                                        19042711
RS9126                                                                  19042712
RS9126     MOVE 'N'                   TO SW-MEMBER-TERMED               19042713
RS9137                                                                  19042713
RS9137*    THE MEMBER OF A RETRO-TERM REVERSAL IS TERMED BY DEFINITION. 19042713
RS9137     IF CLAIM-RETRO-REVERSAL                                      19042713
RS9137         GO TO CHECK-MEMBER-ELIG-EXIT                             19042713
RS9137     END-IF                                                       19042713
RS9129                                                                  19042760
RS9129     MOVE 'HRHSID01'            TO W-BRK-NAME                     19042761
RS9129     PERFORM CHECK-CIRCUIT-BREAKER                                19042762
RS9133 READ-DUAL-CTL-FILE.                                              19043107
RS9133                                                                  19043107
RS9133     READ DUAL-CTL-FILE                                           19043108
RS9139                                                                  19043108
RS9139     IF W-HRBNDUAL-STATUS = '00'                                  19043108
RS9139         MOVE DUC-EFF-DATES TO W-CARD-EFF-DATES                   19043108
RS9139         PERFORM CHECK-CARD-IN-FORCE                              19043108
RS9139     ELSE                                                         19043108
RS9139         SET CARD-NOT-IN-FORCE      TO TRUE                       19043108
RS9139     END-IF                                                       19043108
RS9133                                                                  19043109
RS9139*    IF W-HRBNDUAL-GOOD-READ                                      19043109
RS9139     IF W-HRBNDUAL-GOOD-READ AND CARD-IN-FORCE                    19043109
RS9133         IF DUC-VENDOR-CODE = SPACES                              19043110
RS9133             CONTINUE                                             19043111
RS9133         ELSE                                                     19043112
RS9134 READ-PART-MAX-FILE.                                              19043159
RS9134                                                                  19043160
RS9134     READ PART-MAX-FILE                                           19043160
RS9139                                                                  19043160
RS9139     IF W-HRBNPMAX-STATUS = '00'                                  19043160
RS9139         MOVE PMR-EFF-DATES TO W-CARD-EFF-DATES                   19043160
RS9139         PERFORM CHECK-CARD-IN-FORCE                              19043160
RS9139     ELSE                                                         19043160
RS9139         SET CARD-NOT-IN-FORCE      TO TRUE                       19043160
RS9139     END-IF                                                       19043160
RS9134                                                                  19043161
RS9139*    IF W-HRBNPMAX-GOOD-READ                                      19043162
RS9139     IF W-HRBNPMAX-GOOD-READ AND CARD-IN-FORCE                    19043162
RS9134         IF PMR-VENDOR-CODE = SPACES OR                           19043163
RS9134            PMR-MAX-DETAILS = ZEROS                               19043163
RS9134             CONTINUE                                             19043164
RS9135     END-IF                                                       19043302
RS9135     .                                                            19043303
RS9135                                                                  19043304
RS9136/**************************************************************** 19043304
RS9136*    WRITE-ACCUM-AUDIT-DETAIL                                  *  19043304
RS9136*    COMPANION TO THE HRHNARID AUDIT ROW FOR THE SAME LINE.    *  19043304
RS9136*    CAR-DED-AMT/CAR-OOP-AMT ARE FINAL HERE - COMINGLE         *  19043304
RS9136*    REMAPPED, BACKOUT SIGN APPLIED, NJCDH 4TH-QUARTER MOVE    *  19043304
RS9136*    DONE - SO THE ROW IS EXACTLY WHAT THE VENDOR RECEIVED.    *  19043304
RS9136*    PLAN YEAR IS THE SERVICE YEAR OF THE FIRST SERVICE DATE.  *  19043304
RS9138*    WITH AN HRBNPYCL CARD IT IS THE CALENDAR PLAN YEAR.       *  19043304
RS9136****************************************************************  19043304
RS9136                                                                  19043304
RS9136 WRITE-ACCUM-AUDIT-DETAIL.                                        19043304
RS9136                                                                  19043304
RS9136     IF ACCUM-AUDIT-FILE-OPEN                                     19043304
RS9136         MOVE SPACES              TO ACCUM-AUDIT-RECORD           19043304
RS9136         MOVE CAR-REC-ID          TO ACA-CAR-REC-ID               19043304
RS9136         MOVE CLAIM-CTL-NO        TO ACA-CLAIM-CTL-NO             19043304
RS9136         MOVE GENO-VENDOR-CODE    TO ACA-VENDOR-CODE              19043304
RS9136         MOVE HOLD-MEMBER-ID      TO ACA-MEMBER-ID                19043304
RS9136         MOVE GRP-BASE(LINE-INDEX) TO ACA-GROUP-BASE-NO           19043304
RS9136         IF HMO-IN-OUT-NETWORK-INDIC(LINE-INDEX) = 'O'            19043304
RS9136             SET ACA-OUT-NETWORK  TO TRUE                         19043304
RS9136         ELSE                                                     19043304
RS9136             SET ACA-IN-NETWORK   TO TRUE                         19043304
RS9136         END-IF                                                   19043304
RS9136         MOVE CAR-CLM-DTE-SERVICE-CCYYMMDD TO ACA-SVC-DATE        19043304
RS9136         MOVE ACA-SVC-DATE(1:4)   TO ACA-PLAN-YEAR                19043304
RS9138         IF PLAN-YEAR-CALENDARED                                  19043304
RS9138             MOVE W-PY-CLAIM-YEAR TO ACA-PLAN-YEAR                19043304
RS9138         END-IF                                                   19043304
RS9136         MOVE CAR-DED-AMT         TO ACA-DED-AMT                  19043304
RS9136         MOVE CAR-OOP-AMT         TO ACA-OOP-AMT                  19043304
RS9136         MOVE W-RLG-RUN-DATE      TO ACA-RUN-DATE                 19043304
RS9136         MOVE W-RUN-TOKEN         TO ACA-RUN-TOKEN                19043304
RS9136         WRITE ACCUM-AUDIT-RECORD                                 19043304
RS9136         ADD 1                    TO A-TOT-ACCUM-AUDIT            19043304
RS9136     ELSE                                                         19043304
RS9136         CONTINUE                                                 19043304
RS9136     END-IF                                                       19043304
RS9136     .                                                            19043304
RS9136                                                                  19043304
RS9103/**************************************************************** 19043305
RS9103*    LOAD-BH-CLIENT-TABLE                                        *19043405
RS9103*    GENERALIZES THE OLD AOPTM-ONLY BEHAVIORAL-HEALTH CLIENT     *19043505
RS9103 READ-BH-CLIENT-FILE.                                             19046005
RS9103                                                                  19046105
RS9103     READ BH-CLIENT-FILE                                          19046205
RS9139                                                                  19046205
RS9139     IF W-HRHNIBHF-STATUS = '00'                                  19046205
RS9139         MOVE BHCF-EFF-DATES TO W-CARD-EFF-DATES                  19046205
RS9139         PERFORM CHECK-CARD-IN-FORCE                              19046205
RS9139     ELSE                                                         19046205
RS9139         SET CARD-NOT-IN-FORCE      TO TRUE                       19046205
RS9139     END-IF                                                       19046205
RS9103                                                                  19046305
RS9139*    IF W-HRHNIBHF-GOOD-READ                                      19046405
RS9139     IF W-HRHNIBHF-GOOD-READ AND CARD-IN-FORCE                    19046405
RS9103         IF BHC-ENTRY-COUNT < BHC-MAX-ENTRIES                     19046505
RS9103             ADD 1 TO BHC-ENTRY-COUNT                             19046605
RS9103             SET BHC-NDX TO BHC-ENTRY-COUNT                       19046705
RS9107     END-SEARCH                                                   19054405
RS9107     .                                                            19054505
RS9107                                                                  19054605
RS9137/**************************************************************** 19054606
RS9137*    LOAD-RETRO-REVERSAL-TABLE                                   *19054606
RS9137*    LOADS THE HRHSRTR1 RETRO-TERMINATION REVERSAL CLAIM LIST    *19054606
RS9137*    FROM HRBNRTRV (IF PRESENT).  UNLIKE HRBNRSND IT DOES NOT    *19054606
RS9137*    RESTRICT THE RUN - IT ONLY EXEMPTS THE LISTED CLAIMS.       *19054606
RS9137****************************************************************  19054606
RS9137                                                                  19054606
RS9137 LOAD-RETRO-REVERSAL-TABLE.                                       19054606
RS9137                                                                  19054606
RS9137     MOVE 0 TO RTV-ENTRY-COUNT                                    19054606
RS9137                                                                  19054606
RS9137     OPEN INPUT RETRO-REVERSAL-FILE                               19054606
RS9137                                                                  19054606
RS9137     IF W-HRBNRTRV-GOOD-OPEN                                      19054606
RS9137         PERFORM READ-RETRO-REVERSAL-FILE                         19054606
RS9137             UNTIL NOT W-HRBNRTRV-GOOD-READ                       19054606
RS9137         CLOSE RETRO-REVERSAL-FILE                                19054606
RS9137     ELSE                                                         19054606
RS9137         CONTINUE                                                 19054606
RS9137     END-IF                                                       19054606
RS9137     .                                                            19054606
RS9137                                                                  19054606
RS9137/**************************************************************** 19054606
RS9137*    READ-RETRO-REVERSAL-FILE                                    *19054606
RS9137****************************************************************  19054606
RS9137                                                                  19054606
RS9137 READ-RETRO-REVERSAL-FILE.                                        19054606
RS9137                                                                  19054606
RS9137     READ RETRO-REVERSAL-FILE                                     19054606
RS9137                                                                  19054606
RS9137     IF W-HRBNRTRV-GOOD-READ                                      19054606
RS9137         IF RTV-ENTRY-COUNT < RTV-MAX-ENTRIES                     19054606
RS9137             ADD 1 TO RTV-ENTRY-COUNT                             19054606
RS9137             SET RTV-NDX TO RTV-ENTRY-COUNT                       19054606
RS9137             MOVE RTVF-CLAIM-CTL-NO TO RTV-CLAIM-CTL-NO(RTV-NDX)  19054606
RS9137         ELSE                                                     19054606
RS9137             DISPLAY 'HRHSAO3C: HRBNRTRV TABLE FULL - CLAIM '     19054606
RS9137                     RTVF-CLAIM-CTL-NO ' NOT LOADED'              19054606
RS9137         END-IF                                                   19054606
RS9137     ELSE                                                         19054606
RS9137         CONTINUE                                                 19054606
RS9137     END-IF                                                       19054606
RS9137     .                                                            19054606
RS9137                                                                  19054606
RS9137/**************************************************************** 19054606
RS9137*    CHECK-RETRO-REVERSAL-LIST                                   *19054606
RS9137*    FLAGS THE CURRENT CLAIM WHEN IT IS ON THE HRBNRTRV LIST.    *19054606
RS9137****************************************************************  19054606
RS9137                                                                  19054606
RS9137 CHECK-RETRO-REVERSAL-LIST.                                       19054606
RS9137                                                                  19054606
RS9137     SET CLAIM-NOT-RETRO-REVERSAL    TO TRUE                      19054606
RS9137     IF RTV-ENTRY-COUNT > 0                                       19054606
RS9137         SET RTV-NDX TO 1                                         19054606
RS9137         SEARCH RTV-ENTRY                                         19054606
RS9137             AT END                                               19054606
RS9137                 CONTINUE                                         19054606
RS9137             WHEN RTV-NDX > RTV-ENTRY-COUNT                       19054606
RS9137                 CONTINUE                                         19054606
RS9137             WHEN RTV-CLAIM-CTL-NO(RTV-NDX) = CLAIM-CTL-NO        19054606
RS9137                 SET CLAIM-RETRO-REVERSAL TO TRUE                 19054606
RS9137                 ADD 1               TO A-TOT-RETRO-REVERSALS     19054606
RS9137         END-SEARCH                                               19054606
RS9137     ELSE                                                         19054606
RS9137         CONTINUE                                                 19054606
RS9137     END-IF                                                       19054606
RS9137     .                                                            19054606
RS9137                                                                  19054606
RS9138/**************************************************************** 19054607
RS9138*    LOAD-PLAN-YEAR-CALENDAR                                     *19054607
RS9138*    LOADS THE HRBNPYCL PLAN-YEAR CALENDAR (IF PRESENT).  A CARD *19054607
RS9138*    WITH A BAD START DATE OR RUN-OUT IS DROPPED WITH A MESSAGE; *19054607
RS9138*    29 FEBRUARY IS NOT A VALID START.                           *19054607
RS9138****************************************************************  19054607
RS9138                                                                  19054607
RS9138 LOAD-PLAN-YEAR-CALENDAR.                                         19054607
RS9138                                                                  19054607
RS9138     MOVE 0 TO PYC-ENTRY-COUNT                                    19054607
RS9138     MOVE W-RLG-RUN-DATE TO W-PY-RUN-DATE                         19054607
RS9138                                                                  19054607
RS9138     OPEN INPUT PLAN-YEAR-CAL-FILE                                19054607
RS9138                                                                  19054607
RS9138     IF W-HRBNPYCL-GOOD-OPEN                                      19054607
RS9138         PERFORM READ-PLAN-YEAR-CAL-FILE                          19054607
RS9138             UNTIL NOT W-HRBNPYCL-GOOD-READ                       19054607
RS9138         CLOSE PLAN-YEAR-CAL-FILE                                 19054607
RS9138     ELSE                                                         19054607
RS9138         CONTINUE                                                 19054607
RS9138     END-IF                                                       19054607
RS9138     .                                                            19054607
RS9138                                                                  19054607
RS9138/**************************************************************** 19054607
RS9138*    READ-PLAN-YEAR-CAL-FILE                                     *19054607
RS9138****************************************************************  19054607
RS9138                                                                  19054607
RS9138 READ-PLAN-YEAR-CAL-FILE.                                         19054607
RS9138                                                                  19054607
RS9138     READ PLAN-YEAR-CAL-FILE                                      19054607
RS9139                                                                  19054607
RS9139     IF W-HRBNPYCL-STATUS = '00'                                  19054607
RS9139         MOVE PYCF-EFF-DATES TO W-CARD-EFF-DATES                  19054607
RS9139         PERFORM CHECK-CARD-IN-FORCE                              19054607
RS9139     ELSE                                                         19054607
RS9139         SET CARD-NOT-IN-FORCE      TO TRUE                       19054607
RS9139     END-IF                                                       19054607
RS9138                                                                  19054607
RS9139*    IF W-HRBNPYCL-GOOD-READ AND W-HRBNPYCL-STATUS = '00'         19054607
RS9139     IF W-HRBNPYCL-GOOD-READ AND CARD-IN-FORCE                    19054607
RS9138         MOVE ZEROS TO W-PY-CARD-MMDD                             19054607
RS9138         IF PYCF-START-MMDD NUMERIC                               19054607
RS9138             MOVE PYCF-START-MMDD TO W-PY-CARD-MMDD               19054607
RS9138         END-IF                                                   19054607
RS9138         IF PYCF-GROUP-BASE-NO = SPACES OR                        19054607
RS9138            PYCF-SUBSCRIBER-PLAN = SPACES OR                      19054607
RS9138            PYCF-RUNOUT-DAYS NOT NUMERIC OR                       19054607
RS9138            W-PY-CARD-MM < 01 OR W-PY-CARD-MM > 12 OR             19054607
RS9138            W-PY-CARD-DAY < 01 OR W-PY-CARD-DAY > 31 OR           19054607
RS9138            W-PY-CARD-MMDD = 0229                                 19054607
RS9138             ADD 1 TO A-TOT-PY-CARD-REJECTS                       19054607
RS9138             DISPLAY 'HRHSAO3C: HRBNPYCL CARD REJECTED - '        19054607
RS9138                     PLAN-YEAR-CAL-RECORD(1:21)                   19054607
RS9138         ELSE                                                     19054607
RS9138             IF PYC-ENTRY-COUNT < PYC-MAX-ENTRIES                 19054607
RS9138                 ADD 1 TO PYC-ENTRY-COUNT                         19054607
RS9138                 SET PYC-NDX TO PYC-ENTRY-COUNT                   19054607
RS9138                 MOVE PYCF-GROUP-BASE-NO                          19054607
RS9138                   TO PYC-GROUP-BASE-NO(PYC-NDX)                  19054607
RS9138                 MOVE PYCF-SUBSCRIBER-PLAN                        19054607
RS9138                   TO PYC-SUBSCRIBER-PLAN(PYC-NDX)                19054607
RS9138                 MOVE W-PY-CARD-MMDD TO PYC-START-MMDD(PYC-NDX)   19054607
RS9138                 MOVE PYCF-RUNOUT-DAYS                            19054607
RS9138                   TO PYC-RUNOUT-DAYS(PYC-NDX)                    19054607
RS9138             ELSE                                                 19054607
RS9138                 ADD 1 TO A-TOT-PY-CARD-REJECTS                   19054607
RS9138                 DISPLAY 'HRHSAO3C: HRBNPYCL TABLE FULL - CARD '  19054607
RS9138                         PLAN-YEAR-CAL-RECORD(1:21) ' IGNORED'    19054607
RS9138             END-IF                                               19054607
RS9138         END-IF                                                   19054607
RS9138     ELSE                                                         19054607
RS9138         CONTINUE                                                 19054607
RS9138     END-IF                                                       19054607
RS9138     .                                                            19054607
RS9138                                                                  19054607
RS9138/**************************************************************** 19054607
RS9138*    ASSIGN-CLAIM-PLAN-YEAR                                      *19054607
RS9138*    TAGS THE CLAIM WITH THE PLAN YEAR OF ITS FIRST SERVICE DATE *19054607
RS9138*    (NOT THE ADJUSTMENT DATE).  WITH A CALENDAR CARD:           *19054607
RS9138*      - SAME PLAN YEAR AS TONIGHT          - CURRENT            *19054607
RS9138*      - PRIOR PLAN YEAR, RUN-OUT OPEN      - PRIOR (ROUTED)     *19054607
RS9138*      - PRIOR YEAR PAST RUN-OUT, OR OLDER  - LATE (PENDED)      *19054607
RS9138*    WITHOUT A CARD THE PLAN YEAR IS THE SERVICE YEAR AND NO     *19054607
RS9138*    CLAIM IS EVER LATE - THE RULE BEFORE THE CALENDAR EXISTED.  *19054607
RS9138****************************************************************  19054607
RS9138                                                                  19054607
RS9138 ASSIGN-CLAIM-PLAN-YEAR.                                          19054607
RS9138                                                                  19054607
RS9138     SET PLAN-YEAR-NOT-CALENDARED    TO TRUE                      19054607
RS9138     SET PLAN-YEAR-NOT-LATE          TO TRUE                      19054607
RS9138     MOVE 0101                       TO W-PY-START-MMDD           19054607
RS9138     MOVE 0                          TO W-PY-RUNOUT-DAYS          19054607
RS9138                                        W-PY-BEG-DATE             19054607
RS9138                                        W-PY-END-DATE             19054607
RS9138                                        W-PY-CLOSE-DATE           19054607
RS9138                                                                  19054607
RS9138     MOVE FST-SVC-DATE(1)            TO W-DATE-1-FW               19054607
RS9138     MOVE DATE-FUNCTION-CONVERT      TO W-FUNCTION-CODE           19054607
RS9138     MOVE DATE-FORMAT-BINARY         TO W-FORMAT-1                19054607
RS9138     MOVE DATE-FORMAT-YYYYMMDD       TO W-FORMAT-2                19054607
RS9138     PERFORM CONVERT-DATE                                         19054607
RS9138     MOVE W-DATE-2-8                 TO W-PY-SVC-DATE             19054607
RS9138                                                                  19054607
RS9138     MOVE GRP-BASE(1)                TO W-PY-GROUP-BASE-NO        19054607
RS9138     MOVE SUBSCRIBER-PLAN            TO WS-SUBSCRIBER-PLAN        19054607
RS9138     MOVE WS-SUBSCRIBER-PLAN-X       TO W-PY-SUBSCRIBER-PLAN      19054607
RS9138     IF PYC-ENTRY-COUNT > 0                                       19054607
RS9138         PERFORM FIND-PLAN-YEAR-CARD                              19054607
RS9138     END-IF                                                       19054607
RS9138                                                                  19054607
RS9138     IF W-PY-SVC-MMDD < W-PY-START-MMDD                           19054607
RS9138         COMPUTE W-PY-CLAIM-YEAR = W-PY-SVC-CCYY - 1              19054607
RS9138     ELSE                                                         19054607
RS9138         MOVE W-PY-SVC-CCYY          TO W-PY-CLAIM-YEAR           19054607
RS9138     END-IF                                                       19054607
RS9138     IF W-PY-RUN-MMDD < W-PY-START-MMDD                           19054607
RS9138         COMPUTE W-PY-RUN-YEAR = W-PY-RUN-CCYY - 1                19054607
RS9138     ELSE                                                         19054607
RS9138         MOVE W-PY-RUN-CCYY          TO W-PY-RUN-YEAR             19054607
RS9138     END-IF                                                       19054607
RS9138                                                                  19054607
RS9138     EVALUATE TRUE                                                19054607
RS9138         WHEN W-PY-CLAIM-YEAR NOT < W-PY-RUN-YEAR                 19054607
RS9138             SET PY-BUCKET-CURRENT   TO TRUE                      19054607
RS9138         WHEN W-PY-CLAIM-YEAR + 1 = W-PY-RUN-YEAR                 19054607
RS9138             SET PY-BUCKET-PRIOR     TO TRUE                      19054607
RS9138         WHEN OTHER                                               19054607
RS9138             SET PY-BUCKET-OLDER     TO TRUE                      19054607
RS9138     END-EVALUATE                                                 19054607
RS9138                                                                  19054607
RS9138     IF PLAN-YEAR-CALENDARED                                      19054607
RS9138         COMPUTE W-PY-BEG-DATE =                                  19054607
RS9138             W-PY-CLAIM-YEAR * 10000 + W-PY-START-MMDD            19054607
RS9138         COMPUTE W-PY-WORK-DATE =                                 19054607
RS9138             (W-PY-CLAIM-YEAR + 1) * 10000 + W-PY-START-MMDD      19054607
RS9138         COMPUTE W-PY-END-DATE = FUNCTION DATE-OF-INTEGER         19054607
RS9138             (FUNCTION INTEGER-OF-DATE(W-PY-WORK-DATE) - 1)       19054607
RS9138         COMPUTE W-PY-WORK-DATE =                                 19054607
RS9138             W-PY-RUN-YEAR * 10000 + W-PY-START-MMDD              19054607
RS9138         COMPUTE W-PY-CLOSE-DATE = FUNCTION DATE-OF-INTEGER       19054607
RS9138             (FUNCTION INTEGER-OF-DATE(W-PY-WORK-DATE)            19054607
RS9138              + W-PY-RUNOUT-DAYS)                                 19054607
RS9138         EVALUATE TRUE                                            19054607
RS9138             WHEN PY-BUCKET-CURRENT                               19054607
RS9138                 CONTINUE                                         19054607
RS9138             WHEN PY-BUCKET-PRIOR AND                             19054607
RS9138                  W-PY-RUN-DATE NOT > W-PY-CLOSE-DATE             19054607
RS9138                 ADD 1               TO A-TOT-PY-RUNOUT           19054607
RS9138             WHEN OTHER                                           19054607
RS9138                 SET PLAN-YEAR-LATE  TO TRUE                      19054607
RS9138         END-EVALUATE                                             19054607
RS9138     ELSE                                                         19054607
RS9138         MOVE W-PY-SVC-CCYY          TO W-PY-CLAIM-YEAR           19054607
RS9138     END-IF                                                       19054607
RS9138     .                                                            19054607
RS9138                                                                  19054607
RS9138/**************************************************************** 19054607
RS9138*    FIND-PLAN-YEAR-CARD                                         *19054607
RS9138*    GROUP+PLAN BEATS GROUP+'***' BEATS '*********'+PLAN BEATS   *19054607
RS9138*    '*********'+'***'.                                          *19054607
RS9138****************************************************************  19054607
RS9138                                                                  19054607
RS9138 FIND-PLAN-YEAR-CARD.                                             19054607
RS9138                                                                  19054607
RS9138     MOVE 0 TO W-PY-BEST-RANK                                     19054607
RS9138     PERFORM VARYING PYC-NDX FROM 1 BY 1                          19054607
RS9138             UNTIL PYC-NDX > PYC-ENTRY-COUNT                      19054607
RS9138         MOVE 0 TO W-PY-CARD-RANK                                 19054607
RS9138         EVALUATE TRUE                                            19054607
RS9138             WHEN PYC-GROUP-BASE-NO(PYC-NDX) = W-PY-GROUP-BASE-NO 19054607
RS9138              AND PYC-SUBSCRIBER-PLAN(PYC-NDX) =                  19054607
RS9138                  W-PY-SUBSCRIBER-PLAN                            19054607
RS9138                 MOVE 4 TO W-PY-CARD-RANK                         19054607
RS9138             WHEN PYC-GROUP-BASE-NO(PYC-NDX) = W-PY-GROUP-BASE-NO 19054607
RS9138              AND PYC-SUBSCRIBER-PLAN(PYC-NDX) = '***'            19054607
RS9138                 MOVE 3 TO W-PY-CARD-RANK                         19054607
RS9138             WHEN PYC-GROUP-BASE-NO(PYC-NDX) = '*********'        19054607
RS9138              AND PYC-SUBSCRIBER-PLAN(PYC-NDX) =                  19054607
RS9138                  W-PY-SUBSCRIBER-PLAN                            19054607
RS9138                 MOVE 2 TO W-PY-CARD-RANK                         19054607
RS9138             WHEN PYC-GROUP-BASE-NO(PYC-NDX) = '*********'        19054607
RS9138              AND PYC-SUBSCRIBER-PLAN(PYC-NDX) = '***'            19054607
RS9138                 MOVE 1 TO W-PY-CARD-RANK                         19054607
RS9138             WHEN OTHER                                           19054607
RS9138                 CONTINUE                                         19054607
RS9138         END-EVALUATE                                             19054607
RS9138         IF W-PY-CARD-RANK > W-PY-BEST-RANK                       19054607
RS9138             MOVE W-PY-CARD-RANK      TO W-PY-BEST-RANK           19054607
RS9138             MOVE PYC-START-MMDD(PYC-NDX) TO W-PY-START-MMDD      19054607
RS9138             MOVE PYC-RUNOUT-DAYS(PYC-NDX) TO W-PY-RUNOUT-DAYS    19054607
RS9138             SET PLAN-YEAR-CALENDARED TO TRUE                     19054607
RS9138         END-IF                                                   19054607
RS9138     END-PERFORM                                                  19054607
RS9138     .                                                            19054607
RS9138                                                                  19054607
RS9138/**************************************************************** 19054607
RS9138*    WRITE-LATE-CLAIM-PEND                                       *19054607
RS9138****************************************************************  19054607
RS9138                                                                  19054607
RS9138 WRITE-LATE-CLAIM-PEND.                                           19054607
RS9138                                                                  19054607
RS9138     ADD 1                      TO A-TOT-LATE-PEND                19054607
RS9138     IF LATE-PEND-FILE-OPEN                                       19054607
RS9138         MOVE SPACES            TO W-LATE-PEND-LINE               19054607
RS9138         STRING 'LATE - CLAIM ' CLAIM-CTL-NO                      19054607
RS9138                ' MEMBER ' PND-SUB-NO                             19054607
RS9138                ' SVC ' W-PY-SVC-DATE                             19054607
RS9138                ' PLAN YEAR ' W-PY-CLAIM-YEAR                     19054607
RS9138                ' RUN-OUT CLOSED ' W-PY-CLOSE-DATE                19054607
RS9138                ' VENDOR ' GENO-VENDOR-CODE                       19054607
RS9138                DELIMITED BY SIZE INTO W-LATE-PEND-LINE           19054607
RS9138         WRITE LATE-CLAIM-PEND-RECORD FROM W-LATE-PEND-LINE       19054607
RS9138     ELSE                                                         19054607
RS9138         CONTINUE                                                 19054607
RS9138     END-IF                                                       19054607
RS9138     .                                                            19054607
RS9138                                                                  19054607
RS9138/**************************************************************** 19054607
RS9138*    TALLY-PLAN-YEAR-TOTAL                                       *19054607
RS9138*    DED + OOP DOLLARS OF EACH COMMITTED LINE BY THE CLAIM'S     *19054607
RS9138*    PLAN-YEAR BUCKET, FOR THE HRHNGTOT MONTH-END SPLIT.         *19054607
RS9138****************************************************************  19054607
RS9138                                                                  19054607
RS9138 TALLY-PLAN-YEAR-TOTAL.                                           19054607
RS9138                                                                  19054607
RS9138     EVALUATE TRUE                                                19054607
RS9138         WHEN PY-BUCKET-CURRENT                                   19054607
RS9138             ADD CAR-DED-AMT CAR-OOP-AMT TO W-PY-CURRENT-AMT      19054607
RS9138         WHEN PY-BUCKET-PRIOR                                     19054607
RS9138             ADD CAR-DED-AMT CAR-OOP-AMT TO W-PY-PRIOR-AMT        19054607
RS9138         WHEN OTHER                                               19054607
RS9138             ADD CAR-DED-AMT CAR-OOP-AMT TO W-PY-OLDER-AMT        19054607
RS9138     END-EVALUATE                                                 19054607
RS9138     .                                                            19054607
RS9138                                                                  19054607
RS9110/**************************************************************** 19054705
RS9110*    LOAD-VENDOR-ONBOARD-TABLE                                   *19054805
RS9110*    LOADS THE NEW-VENDOR SENDER/RECEIVER-ID AND PATIENT-ID-     *19054905
RS9110 READ-VENDOR-ONBOARD-FILE.                                        19057405
RS9110                                                                  19057505
RS9110     READ VENDOR-ONBOARD-FILE                                     19057605
RS9139                                                                  19057605
RS9139     IF W-HRBNVNDT-STATUS = '00'                                  19057605
RS9139         MOVE VOF-EFF-DATES TO W-CARD-EFF-DATES                   19057605
RS9139         PERFORM CHECK-CARD-IN-FORCE                              19057605
RS9139     ELSE                                                         19057605
RS9139         SET CARD-NOT-IN-FORCE      TO TRUE                       19057605
RS9139     END-IF                                                       19057605
RS9110                                                                  19057705
RS9139*    IF W-HRBNVNDT-GOOD-READ                                      19057805
RS9139     IF W-HRBNVNDT-GOOD-READ AND CARD-IN-FORCE                    19057805
RS9110         IF VND-ENTRY-COUNT < VND-MAX-ENTRIES                     19057905
RS9110             ADD 1 TO VND-ENTRY-COUNT                             19058005
RS9110             SET VND-NDX TO VND-ENTRY-COUNT                       19058105
RS9111 READ-PROVIDER-EXCLUSION-FILE.                                    19062605
RS9111                                                                  19062705
RS9111     READ PROVIDER-EXCLUSION-FILE                                 19062805
RS9139                                                                  19062805
RS9139     IF W-HRBNPREX-STATUS = '00'                                  19062805
RS9139         MOVE PEX-EFF-DATES TO W-CARD-EFF-DATES                   19062805
RS9139         PERFORM CHECK-CARD-IN-FORCE                              19062805
RS9139     ELSE                                                         19062805
RS9139         SET CARD-NOT-IN-FORCE      TO TRUE                       19062805
RS9139     END-IF                                                       19062805
RS9111                                                                  19062905
RS9139*    IF W-HRBNPREX-GOOD-READ                                      19063005
RS9139     IF W-HRBNPREX-GOOD-READ AND CARD-IN-FORCE                    19063005
RS9111         IF PRX-ENTRY-COUNT < PRX-MAX-ENTRIES                     19063105
RS9111             ADD 1 TO PRX-ENTRY-COUNT                             19063205
RS9111             SET PRX-NDX TO PRX-ENTRY-COUNT                       19063305
RS9113             MOVE ZEROS                 TO GTH-TOLERANCE-PERCENT  19071505
RS9113         END-IF                                                   19071605
RS9113         ACCEPT GTH-RUN-DATE FROM DATE                            19071705
RS9138         MOVE W-PY-CURRENT-AMT         TO GTH-PY-CURRENT-AMT      19071705
RS9138         MOVE W-PY-PRIOR-AMT           TO GTH-PY-PRIOR-AMT        19071705
RS9138         MOVE W-PY-OLDER-AMT           TO GTH-PY-OLDER-AMT        19071705
RS9138         MOVE A-TOT-LATE-PEND          TO GTH-PY-LATE-PEND-CNT    19071705
RS9113         WRITE GRAND-TOTAL-HIST-RECORD                            19071805
RS9113         CLOSE GRAND-TOTAL-HIST-FILE                              19071905
RS9113     ELSE                                                         19072005
RS9122     OPEN INPUT BATCH-WINDOW-CONTROL-FILE                         19072490
RS9122                                                                  19072500
RS9122     IF W-HRBNBWIN-GOOD-OPEN                                      19072510
RS9139*        READ BATCH-WINDOW-CONTROL-FILE                           19072520
RS9139         PERFORM READ-BATCH-WINDOW-CARD                           19072520
RS9139         PERFORM READ-BATCH-WINDOW-CARD                           19072520
RS9139             UNTIL W-HRBNBWIN-STATUS NOT = '00' OR CARD-IN-FORCE  19072520
RS9139*        IF W-HRBNBWIN-GOOD-READ                                  19072530
RS9139         IF W-HRBNBWIN-GOOD-READ AND CARD-IN-FORCE                19072530
RS9122             MOVE BWR-CHECK-INTERVAL-CLAIMS TO                    19072540
RS9122                              BWC-CHECK-INTERVAL-CLAIMS           19072550
RS9122             MOVE BWR-MIN-CLAIMS-PER-MINUTE TO                    19072560
RS9122         CONTINUE                                                 19072680
RS9122     END-IF                                                       19072690
RS9122     .                                                            19072700
RS9139                                                                  19072705
RS9139/**************************************************************** 19072705
RS9139*    READ-BATCH-WINDOW-CARD                                      *19072705
RS9139*    HRBNBWIN MAY HOLD A STAGED CARD BEHIND TONIGHT'S; THE FIRST *19072705
RS9139*    CARD IN FORCE ON THE RUN DATE IS THE ONE USED.              *19072705
RS9139****************************************************************  19072705
RS9139                                                                  19072705
RS9139 READ-BATCH-WINDOW-CARD.                                          19072705
RS9139                                                                  19072705
RS9139     READ BATCH-WINDOW-CONTROL-FILE                               19072705
RS9139                                                                  19072705
RS9139     IF W-HRBNBWIN-STATUS = '00'                                  19072705
RS9139         MOVE BWR-EFF-DATES TO W-CARD-EFF-DATES                   19072705
RS9139         PERFORM CHECK-CARD-IN-FORCE                              19072705
RS9139     ELSE                                                         19072705
RS9139         SET CARD-NOT-IN-FORCE      TO TRUE                       19072705
RS9139     END-IF                                                       19072705
RS9139     .                                                            19072705
RS9122                                                                  19072710
RS9122/**************************************************************** 19072720
RS9122*    CHECK-BATCH-WINDOW-THROUGHPUT - PERFORMED ONCE PER CLAIM   * 19072730
RS9124                                                                  19087710
RS9124     IF SENT-HIST-FILE-OPEN                                       19087711
RS9124         IF RESEND-MODE-ON AND CLAIM-RESEND-ELIGIBLE              19087712
RS9137            OR CLAIM-RETRO-REVERSAL                               19087712
RS9124             CONTINUE                                             19087713
RS9124         ELSE                                                     19087714
RS9124             MOVE CLAIM-CTL-NO       TO SNT-CLAIM-CTL-NO          19087715
MD838A     MOVE '01'                    TO CLM-INCL-EXCL                19131007
MD838A                                                                  19132007
MD838A     IF (CPE-NEG-ADJ OR CPE-POS-ADJ)     AND                      19133007
RS9137        NOT CLAIM-RETRO-REVERSAL            AND                   19133007
MD838A        (GENO-VENDOR-CCARE OR GENO-VENDOR-CVSCM)                  19134007
MD838A                                                                  19135608
MD838A       MOVE 'P'                   TO L-REQUEST-TYPE               19136007
RS9126     IF CLAIM-EXCLUDE AND MEMBER-TERMED                           19140907
RS9126         PERFORM WRITE-ELIG-PEND-RPT                              19140957
RS9126     END-IF                                                       19141003
RS9138                                                                  19141004
RS9138*    PLAN YEAR BY FIRST SERVICE DATE.  PAST THE RUN-OUT THE       19141004
RS9138*    CLAIM PENDS UNLESS THE DESK HAS RELEASED IT VIA HRBNRSND.    19141004
RS9138     IF CLAIM-EXCLUDE                                             19141004
RS9138         CONTINUE                                                 19141004
RS9138     ELSE                                                         19141004
RS9138         PERFORM ASSIGN-CLAIM-PLAN-YEAR                           19141004
RS9138         IF PLAN-YEAR-LATE                                        19141004
RS9138             IF RESEND-MODE-ON AND CLAIM-RESEND-ELIGIBLE          19141004
RS9138                 CONTINUE                                         19141004
RS9138             ELSE                                                 19141004
RS9138                 MOVE '00'              TO CLM-INCL-EXCL          19141004
RS9138                 PERFORM WRITE-LATE-CLAIM-PEND                    19141004
RS9138             END-IF                                               19141004
RS9138         END-IF                                                   19141004
RS9138     END-IF                                                       19141004
MD838A                                                                  19140907
MD838A     IF CLAIM-EXCLUDE                                             19141007
MD838A      CONTINUE                                                    19141107
RS9133         CLOSE DUAL-FORMAT-FILE                                   19908851
RS9133     END-IF                                                       19909235
RS9133                                                                  19909620
RS9136     IF ACCUM-AUDIT-FILE-OPEN                                     19909621
RS9136         CLOSE ACCUM-AUDIT-FILE                                   19909621
RS9136     END-IF                                                       19909621
RS9136                                                                  19909621
MI2155     CLOSE GENO-FIELD-MAPPING-FILE                                19910005
MD7684     CLOSE OUT-CVSCM-VEN-FILE                                     19920005
RS9104                                                                  19921005
RS9106     DISPLAY '++++++++++++++++++++++++++++++++++++++++++++++',    20878405
RS9106             '++++++++++++'                                       20878505
RS9106                                                                  20878605
RS9136     DISPLAY '+ ACCUMULATOR AUDIT (HRHNACAD) ROWS WRITTEN : '     20878606
RS9136             A-TOT-ACCUM-AUDIT                                    20878606
RS9136     DISPLAY '++++++++++++++++++++++++++++++++++++++++++++++',    20878606
RS9136             '++++++++++++'                                       20878606
RS9136                                                                  20878606
RS9108     DISPLAY '+ RAW SSN SENT TO MCARE/NJCDH (CAR-PATIENT-ID): '   20878705
RS9108             A-TOT-SSN-EXPOSURE                                   20878805
RS9108     DISPLAY '++++++++++++++++++++++++++++++++++++++++++++++',    20878905
RS9124             A-TOT-DUP-SUPPRESSED                                 20879979
RS9124     DISPLAY '+ SENT-CLAIMS HISTORY RECORDS WRITTEN         : '   20879979
RS9124             A-TOT-SENT-HIST-WRITTEN                              20879979
RS9137     DISPLAY '+ RETRO-TERM REVERSALS PASSED THROUGH         : '   20879979
RS9137             A-TOT-RETRO-REVERSALS                                20879979
RS9124     DISPLAY '++++++++++++++++++++++++++++++++++++++++++++++',    20879979
RS9124             '++++++++++++'                                       20879979
RS9124                                                                  20879979
RS9126     DISPLAY '++++++++++++++++++++++++++++++++++++++++++++++',    20879967
RS9126             '++++++++++++'                                       20879968
RS9126                                                                  20879969
RS9138     IF LATE-PEND-FILE-OPEN                                       20879969
RS9138         CLOSE LATE-CLAIM-PEND-RPT                                20879969
RS9138     ELSE                                                         20879969
RS9138         CONTINUE                                                 20879969
RS9138     END-IF                                                       20879969
RS9138     DISPLAY '+ PRIOR-YEAR CLAIMS ROUTED IN RUN-OUT         : '   20879969
RS9138             A-TOT-PY-RUNOUT                                      20879969
RS9138     DISPLAY '+ LATE CLAIMS PENDED PAST RUN-OUT             : '   20879969
RS9138             A-TOT-LATE-PEND                                      20879969
RS9138     DISPLAY '+ HRBNPYCL CALENDAR CARDS REJECTED            : '   20879969
RS9138             A-TOT-PY-CARD-REJECTS                                20879969
RS9139     DISPLAY '+ CONTROL CARDS NOT IN FORCE (STAGED/EXPIRED) : '   20879969
RS9139             A-TOT-CARDS-NOT-IN-FORCE                             20879969
RS9138     DISPLAY '++++++++++++++++++++++++++++++++++++++++++++++',    20879969
RS9138             '++++++++++++'                                       20879969
RS9138                                                                  20879969
RS9127     IF HIGH-DOLLAR-FILES-OPEN                                    20879940
RS9127         CLOSE HIGH-DOLLAR-PEND-FILE                              20879941
RS9127         CLOSE HIGH-DOLLAR-REVIEW-RPT                             20879942
                                       W-OUT-OF-POCKET                  25089405
                                       W-LIFETIME-MAX                   25089505
                                                                        25089605
RS9138     IF PLAN-YEAR-CALENDARED                                      25089606
RS9138         MOVE W-PY-BEG-DATE     TO   CAR-BENEFIT-BEG-DTE-CCYYMMDD 25089606
RS9138         MOVE W-PY-END-DATE     TO   CAR-BENEFIT-END-DTE-CCYYMMDD 25089606
RS9138     END-IF                                                       25089606
RS9138                                                                  25089606
           PERFORM 2750-PROCESS-CLAIM-LINE                              25089705
                                                                        25089805
NJ9032**                                                                25089905
RS9132     PERFORM WRITE-MEMBER-STMT-DETAIL                             32330576
RS9133     PERFORM WRITE-DUAL-FORMAT-DETAIL                             32330719
RS9134     PERFORM CHECK-VENDOR-PART-SPLIT                              32330862
RS9136     PERFORM WRITE-ACCUM-AUDIT-DETAIL                             32330863
RS9138     PERFORM TALLY-PLAN-YEAR-TOTAL                                32330864
RS9101     END-IF                                                       32331005
RS9101                                                                  32332005
PERIOD     .                                                            32340005
