      *         SQUARE ROOT IS NEEDED),                                *00000260
      *       - A MONTH-END SUMMARY TO RECONCILE AGAINST THE VENDOR    *00000270
      *         INVOICES.                                              *00000280
      *       - PER MONTH, THE DEDUCTIBLE/OOP DOLLARS SENT SPLIT BY    *00000281
      *         CURRENT, PRIOR AND OLDER PLAN YEAR, AND THE CLAIMS     *00000282
      *         PENDED PAST THEIR PLAN YEAR'S RUN-OUT (RUNS WRITTEN    *00000283
      *         BEFORE THE SPLIT WAS CARRIED COUNT AS ZERO).           *00000284
      *                                                                *00000290
      *     INPUT FILE:   HRHNGTOT - GRAND-TOTAL HISTORY (THE          *00000300
      *                   ACCUMULATED GENERATIONS, CONCATENATED IN     *00000310
      *  SCAN   ACTIVITY DATE     SE NAME                              *00000450
      *  ------ -------- -------- ----------------------------------   *00000460
      *          NEW PROGRAM                                           *00000470
      *  RS9138 10/15/26 RSMAINT  MONTH-END SPLIT BY PLAN YEAR         *00000471
      ******************************************************************00000480
                                                                        00000490
       IDENTIFICATION DIVISION.                                         00000500
           05  GTH-GRAND-TOTAL          PIC S9(07)V9(02).               00000750
           05  GTH-TOLERANCE-PERCENT    PIC 9(03)V9(02).                00000760
           05  GTH-RUN-DATE             PIC X(08).                      00000770
      *    05  FILLER                   PIC X(59).                      00000780
           05  GTH-PY-CURRENT-AMT       PIC S9(09)V99.                  00000781
           05  GTH-PY-PRIOR-AMT         PIC S9(09)V99.                  00000782
           05  GTH-PY-OLDER-AMT         PIC S9(09)V99.                  00000783
           05  GTH-PY-LATE-PEND-CNT     PIC 9(05).                      00000784
           05  FILLER                   PIC X(21).                      00000785
                                                                        00000790
       FD  TREND-REPORT                                                 00000800
           RECORDING MODE IS F                                          00000810
               10  HST-AMOUNT          PIC S9(09)V99 COMP-3.            00001040
               10  HST-DOW             PIC 9(01).                       00001050
               10  HST-OUTLIER         PIC X(01).                       00001060
               10  HST-PY-CURRENT      PIC S9(09)V99 COMP-3.            00001061
               10  HST-PY-PRIOR        PIC S9(09)V99 COMP-3.            00001062
               10  HST-PY-OLDER        PIC S9(09)V99 COMP-3.            00001063
               10  HST-PY-LATE         PIC 9(05) COMP.                  00001064
                                                                        00001070
      *--- STATISTICS WORK AREA --------------------------------------- 00001080
       01  W-STATS-AREA.                                                00001090
               10  MTH-YYMM            PIC X(04).                       00001460
               10  MTH-SUM             PIC S9(13)V99 COMP-3.            00001470
               10  MTH-COUNT           PIC 9(04) COMP.                  00001480
               10  MTH-PY-CURRENT      PIC S9(13)V99 COMP-3.            00001481
               10  MTH-PY-PRIOR        PIC S9(13)V99 COMP-3.            00001482
               10  MTH-PY-OLDER        PIC S9(13)V99 COMP-3.            00001483
               10  MTH-PY-LATE         PIC 9(07) COMP.                  00001484
       01  SW-MTH-FND                  PIC X(01) VALUE 'N'.             00001490
           88  MTH-FND                         VALUE 'Y'.               00001500
                                                                        00001510
       01  W-REPORT-LINE               PIC X(100).                      00001590
       01  W-RPT-AMT                   PIC -(9)9.99.                    00001600
       01  W-RPT-AMT2                  PIC -(9)9.99.                    00001610
       01  W-RPT-AMT3                  PIC -(9)9.99.                    00001611
       01  W-RPT-CNT                   PIC Z(4)9.                       00001620
                                                                        00001630
       PROCEDURE DIVISION.                                              00001640
               MOVE ' ' TO HST-OUTLIER(HST-ENTRY-COUNT)                 00002100
               PERFORM COMPUTE-DAY-OF-WEEK                              00002110
               MOVE W-DOW-IDX TO HST-DOW(HST-ENTRY-COUNT)               00002120
               PERFORM LOAD-PLAN-YEAR-SPLIT                             00002121
               PERFORM READ-HISTORY                                     00002130
           END-PERFORM                                                  00002140
           CLOSE GRAND-TOTAL-HIST-FILE                                  00002150
                   SET MTH-FND TO TRUE                                  00002930
                   ADD HST-AMOUNT(HST-IDX) TO MTH-SUM(MTH-IDX)          00002940
                   ADD 1 TO MTH-COUNT(MTH-IDX)                          00002950
                   PERFORM ADD-PLAN-YEAR-TO-MONTH                       00002951
               END-IF                                                   00002960
           END-PERFORM                                                  00002970
           IF MTH-FND                                                   00002980
                   MOVE HST-AMOUNT(HST-IDX)                             00003050
                     TO MTH-SUM(MTH-ENTRY-COUNT)                        00003060
                   MOVE 1 TO MTH-COUNT(MTH-ENTRY-COUNT)                 00003070
                   MOVE MTH-ENTRY-COUNT TO MTH-IDX                      00003071
                   MOVE +0 TO MTH-PY-CURRENT(MTH-IDX)                   00003072
                              MTH-PY-PRIOR(MTH-IDX)                     00003073
                              MTH-PY-OLDER(MTH-IDX)                     00003074
                   MOVE 0  TO MTH-PY-LATE(MTH-IDX)                      00003075
                   PERFORM ADD-PLAN-YEAR-TO-MONTH                       00003076
               END-IF                                                   00003080
           END-IF                                                       00003090
           .                                                            00003100
                      ' TOTAL=' W-RPT-AMT                               00003970
                      DELIMITED BY SIZE INTO W-REPORT-LINE              00003980
               WRITE TREND-REPORT-RECORD FROM W-REPORT-LINE             00003990
               PERFORM WRITE-MONTH-PLAN-YEAR-LINE                       00003991
           END-PERFORM                                                  00004000
           .                                                            00004010
                                                                        00004020
           STOP RUN                                                     00004190
           .                                                            00004200
                                                                        00004210
                                                                        00004220
      ******************************************************************00004230
      * LOAD-PLAN-YEAR-SPLIT - HRHSAO3C CARRIES THE DOLLARS SENT BY    *00004240
      * CURRENT/PRIOR/OLDER PLAN YEAR AND THE LATE-PEND COUNT.  A      *00004250
      * RECORD WRITTEN BEFORE THOSE FIELDS EXISTED HAS SPACES THERE.   *00004260
      ******************************************************************00004270
       LOAD-PLAN-YEAR-SPLIT.                                            00004280
                                                                        00004290
           IF GTH-PY-CURRENT-AMT NUMERIC AND                            00004300
              GTH-PY-PRIOR-AMT   NUMERIC AND                            00004310
              GTH-PY-OLDER-AMT   NUMERIC AND                            00004320
              GTH-PY-LATE-PEND-CNT NUMERIC                              00004330
               MOVE GTH-PY-CURRENT-AMT                                  00004340
                 TO HST-PY-CURRENT(HST-ENTRY-COUNT)                     00004350
               MOVE GTH-PY-PRIOR-AMT                                    00004360
                 TO HST-PY-PRIOR(HST-ENTRY-COUNT)                       00004370
               MOVE GTH-PY-OLDER-AMT                                    00004380
                 TO HST-PY-OLDER(HST-ENTRY-COUNT)                       00004390
               MOVE GTH-PY-LATE-PEND-CNT                                00004400
                 TO HST-PY-LATE(HST-ENTRY-COUNT)                        00004410
           ELSE                                                         00004420
               MOVE +0 TO HST-PY-CURRENT(HST-ENTRY-COUNT)               00004430
                          HST-PY-PRIOR(HST-ENTRY-COUNT)                 00004440
                          HST-PY-OLDER(HST-ENTRY-COUNT)                 00004450
               MOVE 0  TO HST-PY-LATE(HST-ENTRY-COUNT)                  00004460
           END-IF                                                       00004470
           .                                                            00004480
                                                                        00004490
       ADD-PLAN-YEAR-TO-MONTH.                                          00004500
                                                                        00004510
           ADD HST-PY-CURRENT(HST-IDX) TO MTH-PY-CURRENT(MTH-IDX)       00004520
           ADD HST-PY-PRIOR(HST-IDX)   TO MTH-PY-PRIOR(MTH-IDX)         00004530
           ADD HST-PY-OLDER(HST-IDX)   TO MTH-PY-OLDER(MTH-IDX)         00004540
           ADD HST-PY-LATE(HST-IDX)    TO MTH-PY-LATE(MTH-IDX)          00004550
           .                                                            00004560
                                                                        00004570
       WRITE-MONTH-PLAN-YEAR-LINE.                                      00004580
                                                                        00004590
           MOVE SPACES TO W-REPORT-LINE                                 00004600
           MOVE MTH-PY-CURRENT(MTH-IDX) TO W-RPT-AMT                    00004610
           MOVE MTH-PY-PRIOR(MTH-IDX)   TO W-RPT-AMT2                   00004620
           MOVE MTH-PY-OLDER(MTH-IDX)   TO W-RPT-AMT3                   00004630
           MOVE MTH-PY-LATE(MTH-IDX)    TO W-RPT-CNT                    00004640
           STRING '     PLAN YEAR CURRENT=' W-RPT-AMT                   00004650
                  ' PRIOR=' W-RPT-AMT2                                  00004660
                  ' OLDER=' W-RPT-AMT3                                  00004670
                  ' LATE PENDS=' W-RPT-CNT                              00004680
                  DELIMITED BY SIZE INTO W-REPORT-LINE                  00004690
           WRITE TREND-REPORT-RECORD FROM W-REPORT-LINE                 00004700
           .                                                            00004710
