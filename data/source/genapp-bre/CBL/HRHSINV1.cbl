      *                   HRHNARID - CAR-REC-ID AUDIT FILE(S) FOR THE  *00000350
      *                      PERIOD BEING BILLED (CONCATENATE THE      *00000360
      *                      GENERATIONS IN THE JCL)                   *00000370
      *                  HRHNARIA - HRHNARID ARCHIVES FROM HRHSRET1,   *00000371
      *                             CONCATENATED OLDEST FIRST, FOR A   *00000372
      *                             PERIOD THAT REACHES BACK PAST      *00000373
      *                             THE LIVE RETENTION (OPTIONAL -     *00000374
      *                             READ AHEAD OF HRHNARID)            *00000375
      *                   HRHNMNFT - VENDOR MANIFESTS FOR THE SAME     *00000380
      *                      PERIOD (CONCATENATED; OPTIONAL)           *00000390
      *                                                                *00000400
      *  SCAN   ACTIVITY DATE     SE NAME                              *00000510
      *  ------ -------- -------- ----------------------------------   *00000520
      *          NEW PROGRAM                                           *00000530
      *  RS9140 10/15/26 RSMAINT  READ HRHNARIA AUDIT ARCHIVES FIRST   *00000531
      ******************************************************************00000540
                                                                        00000550
       IDENTIFICATION DIVISION.                                         00000560
                                                                        00000670
           SELECT OPTIONAL CAR-REC-AUDIT-FILE ASSIGN TO HRHNARID        00000680
                                   FILE STATUS IS W-HRHNARID-STATUS.    00000690
                                                                        00000691
           SELECT OPTIONAL CAR-REC-AUDIT-ARCHIVE ASSIGN TO HRHNARIA     00000692
                                   FILE STATUS IS W-HRHNARIA-STATUS.    00000693
                                                                        00000700
           SELECT OPTIONAL VENDOR-MANIFEST-FILE ASSIGN TO HRHNMNFT      00000710
                                   FILE STATUS IS W-HRHNMNFT-STATUS.    00000720
       01  CAR-REC-AUDIT-RECORD-X REDEFINES CAR-REC-AUDIT-RECORD.       00001050
           05  FILLER                   PIC X(89).                      00001060
           05  AR-ADJ-AMOUNT-X          PIC X(11).                      00001070
                                                                        00001071
       FD  CAR-REC-AUDIT-ARCHIVE                                        00001072
           RECORDING MODE IS F                                          00001073
           LABEL RECORDS ARE STANDARD                                   00001074
           BLOCK CONTAINS 0 RECORDS.                                    00001075
                                                                        00001076
       01  CAR-REC-AUDIT-ARCHIVE-RECORD PIC X(100).                     00001077
                                                                        00001080
       FD  VENDOR-MANIFEST-FILE                                         00001090
           RECORDING MODE IS F                                          00001100
           88  W-HRHNARID-GOOD-OPEN            VALUES '00' '97'.        00001430
           88  W-HRHNARID-GOOD-READ            VALUES '00' '10'.        00001440
           88  W-HRHNARID-AT-END               VALUE  '10'.             00001450
       01  W-HRHNARIA-STATUS           PIC X(02).                       00001451
           88  W-HRHNARIA-GOOD-IO              VALUE  '00'.             00001452
       01  W-HRHNMNFT-STATUS           PIC X(02).                       00001460
           88  W-HRHNMNFT-GOOD-OPEN            VALUES '00' '97'.        00001470
           88  W-HRHNMNFT-AT-END               VALUE  '10'.             00001480
                                                                        00001930
       01  ACCUMULATORS.                                                00001940
           05  A-TOT-BILLED-LINES       PIC S9(09) COMP SYNC VALUE +0.  00001950
           05  A-TOT-ARCHIVE-READ       PIC S9(09) COMP SYNC VALUE +0.  00001951
           05  A-TOT-MATCHED            PIC S9(09) COMP SYNC VALUE +0.  00001960
           05  A-TOT-BILLED-NOT-SENT    PIC S9(09) COMP SYNC VALUE +0.  00001970
           05  A-TOT-SENT-NOT-BILLED    PIC S9(09) COMP SYNC VALUE +0.  00001980
               MOVE 8 TO RETURN-CODE                                    00002410
               STOP RUN                                                 00002420
           END-IF                                                       00002430
                                                                        00002431
           OPEN INPUT CAR-REC-AUDIT-ARCHIVE                             00002432
                                                                        00002440
           OPEN INPUT VENDOR-MANIFEST-FILE                              00002450
           OPEN OUTPUT INVOICE-RECON-REPORT                             00002460
                                                                        00002600
       LOAD-SENT-CLAIM-TABLE.                                           00002610
                                                                        00002620
           PERFORM READ-AUDIT-ARCHIVE                                   00002621
           PERFORM UNTIL NOT W-HRHNARIA-GOOD-IO                         00002622
               ADD 1 TO A-TOT-ARCHIVE-READ                              00002623
               PERFORM ADD-ONE-AUDIT-ROW                                00002624
               PERFORM READ-AUDIT-ARCHIVE                               00002625
           END-PERFORM                                                  00002626
           CLOSE CAR-REC-AUDIT-ARCHIVE                                  00002627
                                                                        00002628
           PERFORM READ-AUDIT-FILE                                      00002630
           PERFORM UNTIL W-HRHNARID-AT-END                              00002640
               PERFORM ADD-ONE-AUDIT-ROW                                00002650
           STRING 'CLAIM/VENDOR PAIRS ON THE AUDIT TRAIL=' W-RPT-CNT    00002720
                  DELIMITED BY SIZE INTO W-REPORT-LINE                  00002730
           WRITE INVOICE-RECON-RECORD FROM W-REPORT-LINE                00002740
           MOVE A-TOT-ARCHIVE-READ TO W-RPT-CNT                         00002741
           MOVE SPACES TO W-REPORT-LINE                                 00002742
           STRING '  FROM HRHNARIA ARCHIVES=' W-RPT-CNT                 00002743
                  DELIMITED BY SIZE INTO W-REPORT-LINE                  00002744
           WRITE INVOICE-RECON-RECORD FROM W-REPORT-LINE                00002745
           .                                                            00002750
                                                                        00002760
       READ-AUDIT-FILE.                                                 00002770
                                                                        00002780
           READ CAR-REC-AUDIT-FILE                                      00002790
           .                                                            00002800
                                                                        00002801
       READ-AUDIT-ARCHIVE.                                              00002802
                                                                        00002803
           READ CAR-REC-AUDIT-ARCHIVE INTO CAR-REC-AUDIT-RECORD         00002804
           .                                                            00002805
                                                                        00002810
       ADD-ONE-AUDIT-ROW.                                               00002820
                                                                        00002830
