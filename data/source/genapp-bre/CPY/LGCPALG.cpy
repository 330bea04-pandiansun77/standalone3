      ******************************************************************
      *    LGCPALG - PRIVACY ACCESS LOG RECORD (PRIVALOG KSDS, KEYED  *
      *    BY PAL-KEY).  LGIAUD01 WRITES ONE RECORD FOR EVERY CLAIM   *
      *    AUDIT-TRAIL INQUIRY, PAGING CONTINUATIONS INCLUDED: WHO    *
      *    (USER ID, TERMINAL), WHEN, THE SEARCH ARGUMENTS AS KEYED,  *
      *    AND THE CLAIM CONTROL NUMBERS THE CALL RETURNED.  LGRPAL01 *
      *    REPORTS FROM IT FOR THE HIPAA ACCESS REVIEW.               *
      ******************************************************************
       01  PRIVACY-ACCESS-RECORD.
           05  PAL-KEY.
               10  PAL-TIMESTAMP           PIC X(14).
               10  PAL-TERMINAL            PIC X(04).
               10  PAL-SEQ                 PIC 9(04).
           05  PAL-USERID                  PIC X(08).
           05  PAL-TRANSACTION             PIC X(04).
           05  PAL-REQUEST-ID              PIC X(06).
           05  PAL-PAGE-IND                PIC X(01).
               88  PAL-FIRST-PAGE                  VALUE 'F'.
               88  PAL-CONTINUATION                VALUE 'C'.
           05  PAL-CRITERIA.
               10  PAL-CAR-REC-ID          PIC X(50).
               10  PAL-CLAIM-CTL-NO        PIC 9(15).
               10  PAL-VENDOR              PIC X(05).
               10  PAL-DATE-FROM           PIC X(08).
               10  PAL-DATE-TO             PIC X(08).
               10  PAL-RESUME-ID           PIC X(50).
           05  PAL-RETURN-CODE             PIC 9(02).
           05  PAL-ENTRY-COUNT             PIC 9(02).
           05  PAL-RETURNED-CLAIM          PIC 9(15) OCCURS 8 TIMES.
           05  FILLER                      PIC X(19).
