      ******************************************************************
      *    LGCCMPL - STANDARD BATCH COMPLETION RECORD.  EVERY NIGHTLY *
      *    BILLING, RENEWAL, COMMISSION AND RESERVE BATCH FILLS ONE   *
      *    AT THE END OF ITS RUN AND CALLS LGACMP01, WHICH APPENDS IT *
      *    TO THE SHARED CMPLOG FILE (SEQUENTIAL, 120 BYTES).  THE    *
      *    MORNING OPERATIONS DIGEST (INSB631) READS CMPLOG TO SHOW   *
      *    WHICH STEPS RAN, HOW THEY ENDED AND WHETHER THEIR TOTALS   *
      *    BALANCE.                                                   *
      *                                                               *
      *    CMP-RECS-IN / CMP-RECS-OUT - THE STEP'S MAIN INPUT AND     *
      *       OUTPUT, NAMED BY THEIR DD IN CMP-INPUT-DD AND           *
      *       CMP-OUTPUT-DD.                                          *
      *    CMP-CONTROL-TOTAL - THE STEP'S OWN MONEY TOTAL, NAMED IN   *
      *       CMP-CONTROL-NAME (SPACES WHEN IT HAS NONE).             *
      *    CMP-GL-DEBITS / CMP-GL-CREDITS - WHAT THE STEP ADDED TO    *
      *       GLPOST (LGCGLPT).  THEY MUST BE EQUAL; A STEP THAT      *
      *       POSTS NOTHING CARRIES ZERO IN BOTH.                     *
      *    CMP-RUN-DATE AND CMP-END-TIME ARE SET BY LGACMP01 WHEN     *
      *    LEFT AS SPACES.                                            *
      ******************************************************************
      *    CCYY-MM-DD
           03 CMP-RUN-DATE             PIC X(10).
           03 CMP-PROGRAM              PIC X(8).
      *    HHMMSS
           03 CMP-START-TIME           PIC X(6).
           03 CMP-END-TIME             PIC X(6).
           03 CMP-RETURN-CODE          PIC 9(4).
           03 CMP-INPUT-DD             PIC X(8).
           03 CMP-RECS-IN              PIC 9(9).
           03 CMP-OUTPUT-DD            PIC X(8).
           03 CMP-RECS-OUT             PIC 9(9).
           03 CMP-CONTROL-NAME         PIC X(8).
           03 CMP-CONTROL-TOTAL        PIC S9(11)V99.
           03 CMP-GL-DEBITS            PIC S9(11)V99.
           03 CMP-GL-CREDITS           PIC S9(11)V99.
           03 FILLER                   PIC X(5).
