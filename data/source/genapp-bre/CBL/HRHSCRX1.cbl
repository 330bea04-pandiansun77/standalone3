      *                                                                *00000300
      *     INPUT FILES:  HRHNARID - AUDIT GENERATIONS, CONCATENATED   *00000310
      *                              OLDEST FIRST                      *00000320
      *                  HRHNARIA - HRHNARID ARCHIVES FROM HRHSRET1,   *00000321
      *                             CONCATENATED OLDEST FIRST, FOR A   *00000322
      *                             PERIOD THAT REACHES BACK PAST      *00000323
      *                             THE LIVE RETENTION (OPTIONAL -     *00000324
      *                             READ AHEAD OF HRHNARID)            *00000325
      *                                                                *00000330
      *     OUTPUT FILES: HRHNCRXR - CREDIT EXPOSURE REPORT            *00000340
      *                                                                *00000350
      *  SCAN   ACTIVITY DATE     SE NAME                              *00000440
      *  ------ -------- -------- ----------------------------------   *00000450
      *          NEW PROGRAM                                           *00000460
      *  RS9140 10/15/26 RSMAINT  READ HRHNARIA AUDIT ARCHIVES FIRST   *00000461
      ******************************************************************00000470
                                                                        00000480
       IDENTIFICATION DIVISION.                                         00000490
                                                                        00000570
           SELECT OPTIONAL CAR-REC-AUDIT-FILE ASSIGN TO HRHNARID        00000580
                                   FILE STATUS IS W-HRHNARID-STATUS.    00000590
                                                                        00000591
           SELECT OPTIONAL CAR-REC-AUDIT-ARCHIVE ASSIGN TO HRHNARIA     00000592
                                   FILE STATUS IS W-HRHNARIA-STATUS.    00000593
                                                                        00000600
           SELECT CREDIT-EXPOSURE-REPORT ASSIGN TO HRHNCRXR             00000610
                                   FILE STATUS IS W-HRHNCRXR-STATUS.    00000620
       01  CAR-REC-AUDIT-RECORD-X REDEFINES CAR-REC-AUDIT-RECORD.       00000810
           05  FILLER                   PIC X(89).                      00000820
           05  AR-ADJ-AMOUNT-X          PIC X(11).                      00000830
                                                                        00000831
       FD  CAR-REC-AUDIT-ARCHIVE                                        00000832
           RECORDING MODE IS F                                          00000833
           LABEL RECORDS ARE STANDARD                                   00000834
           BLOCK CONTAINS 0 RECORDS.                                    00000835
                                                                        00000836
       01  CAR-REC-AUDIT-ARCHIVE-RECORD PIC X(100).                     00000837
                                                                        00000840
       FD  CREDIT-EXPOSURE-REPORT                                       00000850
           RECORDING MODE IS F                                          00000860
       01  W-HRHNARID-STATUS           PIC X(02).                       00001010
           88  W-HRHNARID-GOOD-OPEN            VALUES '00' '97'.        00001020
           88  W-HRHNARID-AT-END               VALUE  '10'.             00001030
       01  W-HRHNARIA-STATUS           PIC X(02).                       00001031
           88  W-HRHNARIA-GOOD-IO              VALUE  '00'.             00001032
       01  W-HRHNCRXR-STATUS           PIC X(02).                       00001040
           88  W-HRHNCRXR-GOOD-OPEN            VALUE  '00'.             00001050
                                                                        00001060
                                                                        00001500
       01  ACCUMULATORS.                                                00001510
           05  A-TOT-AUDIT-READ         PIC S9(09) COMP SYNC VALUE +0.  00001520
           05  A-TOT-ARCHIVE-READ       PIC S9(09) COMP SYNC VALUE +0.  00001521
           05  A-TOT-NEGATIVES          PIC S9(09) COMP SYNC VALUE +0.  00001530
           05  A-TOT-CLEARED            PIC S9(09) COMP SYNC VALUE +0.  00001540
           05  A-TOT-STILL-OPEN         PIC S9(09) COMP SYNC VALUE +0.  00001550
               MOVE 8 TO RETURN-CODE                                    00001850
               STOP RUN                                                 00001860
           END-IF                                                       00001870
                                                                        00001871
           OPEN INPUT CAR-REC-AUDIT-ARCHIVE                             00001872
                                                                        00001880
           OPEN OUTPUT CREDIT-EXPOSURE-REPORT                           00001890
           MOVE '-------- HRHSCRX1 OPEN CREDIT EXPOSURE ----------'     00001900
                                                                        00002040
       PROCESS-AUDIT-TRAIL.                                             00002050
                                                                        00002060
           PERFORM READ-AUDIT-ARCHIVE                                   00002061
           PERFORM UNTIL NOT W-HRHNARIA-GOOD-IO                         00002062
               ADD 1 TO A-TOT-AUDIT-READ                                00002063
               ADD 1 TO A-TOT-ARCHIVE-READ                              00002064
               PERFORM CLASSIFY-ONE-AUDIT-ROW                           00002065
               PERFORM READ-AUDIT-ARCHIVE                               00002066
           END-PERFORM                                                  00002067
           CLOSE CAR-REC-AUDIT-ARCHIVE                                  00002068
                                                                        00002069
           PERFORM READ-AUDIT-FILE                                      00002070
           PERFORM UNTIL W-HRHNARID-AT-END                              00002080
               ADD 1 TO A-TOT-AUDIT-READ                                00002090
                                                                        00002170
           READ CAR-REC-AUDIT-FILE                                      00002180
           .                                                            00002190
                                                                        00002191
       READ-AUDIT-ARCHIVE.                                              00002192
                                                                        00002193
           READ CAR-REC-AUDIT-ARCHIVE INTO CAR-REC-AUDIT-RECORD         00002194
           .                                                            00002195
                                                                        00002200
       CLASSIFY-ONE-AUDIT-ROW.                                          00002210
                                                                        00002220
           STRING 'AUDIT ROWS READ=' W-RPT-CNT                          00003870
                  DELIMITED BY SIZE INTO W-REPORT-LINE                  00003880
           WRITE CREDIT-EXPOSURE-RECORD FROM W-REPORT-LINE              00003890
           MOVE A-TOT-ARCHIVE-READ TO W-RPT-CNT                         00003891
           MOVE SPACES TO W-REPORT-LINE                                 00003892
           STRING '  FROM HRHNARIA ARCHIVES=' W-RPT-CNT                 00003893
                  DELIMITED BY SIZE INTO W-REPORT-LINE                  00003894
           WRITE CREDIT-EXPOSURE-RECORD FROM W-REPORT-LINE              00003895
           MOVE A-TOT-NEGATIVES TO W-RPT-CNT                            00003900
           MOVE SPACES TO W-REPORT-LINE                                 00003910
           STRING 'NEGATIVES FOLLOWED=' W-RPT-CNT                       00003920
