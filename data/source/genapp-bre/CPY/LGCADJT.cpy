      ******************************************************************
      *    LGCADJT - CLAIMS ADJUSTER TABLE.  ONE ENTRY PER ADJUSTER,  *
      *    KEYED BY THE ADJUSTER'S CICS USER ID (THE SAME IDS AS THE  *
      *    LGCPAYL PAYMENT LIMITS AND THE CLAIMNOT DIARY ASSIGNEE).   *
      *    LGACLM01 ADDCLM ROUTES EACH NEW CLAIM TO THE ACTIVE        *
      *    ADJUSTER WITH THE FEWEST OPEN CLAIMS WHO HANDLES THE       *
      *    CLAIM'S LINE, WHOSE AUTHORITY COVERS CLM-C-VALUE AND WHO   *
      *    IS UNDER THE MAXIMUM CASELOAD.  LGRADJ01 REPORTS THE       *
      *    CASELOADS AGAINST THIS TABLE.                              *
      *                                                               *
      *    ADJ-LINES HOLDS THE LINES HANDLED BY POSITION - H, M, C,   *
      *    E (HOUSE, MOTOR, COMMERCIAL, ENDOWMENT) OR SPACE.  ADJ-    *
      *    ACTIVE 'N' TAKES AN ADJUSTER OUT OF ROUTING (LEAVE, NOTICE)*
      *    WITHOUT LOSING THE CLAIMS ALREADY HELD.  THE VALUES ARE    *
      *    MAINTAINED HERE WITH CLAIMS-MANAGEMENT SIGN-OFF, THE SAME  *
      *    WAY THE LGCPAYL LIMITS TABLE IS.                           *
      ******************************************************************
       01  ADJ-ADJUSTER-COUNT             PIC 9(02) VALUE 05.
       01  ADJ-ADJUSTER-TABLE.
           05  ADJ-ENTRY OCCURS 5 TIMES
                         INDEXED BY ADJ-IDX.
               10  ADJ-ID                  PIC X(08).
               10  ADJ-NAME                PIC X(20).
               10  ADJ-LINES               PIC X(04).
               10  ADJ-AUTHORITY           PIC 9(08).
               10  ADJ-MAX-CASELOAD        PIC 9(03).
               10  ADJ-ACTIVE              PIC X(01).
                   88  ADJ-IS-ACTIVE               VALUE 'Y'.
       01  FILLER REDEFINES ADJ-ADJUSTER-TABLE.
      *    CLAIMS HANDLERS - HOUSE AND MOTOR, ROUTINE VALUES
           05  FILLER                      PIC X(08) VALUE 'CLMHND01'.
           05  FILLER                      PIC X(20) VALUE
               'R. OKAFOR'.
           05  FILLER                      PIC X(04) VALUE 'HM  '.
           05  FILLER                      PIC 9(08) VALUE 00010000.
           05  FILLER                      PIC 9(03) VALUE 040.
           05  FILLER                      PIC X(01) VALUE 'Y'.
           05  FILLER                      PIC X(08) VALUE 'CLMHND02'.
           05  FILLER                      PIC X(20) VALUE
               'S. LINDQVIST'.
           05  FILLER                      PIC X(04) VALUE 'HM  '.
           05  FILLER                      PIC 9(08) VALUE 00010000.
           05  FILLER                      PIC 9(03) VALUE 040.
           05  FILLER                      PIC X(01) VALUE 'Y'.
      *    SENIOR ADJUSTER - ALL LINES
           05  FILLER                      PIC X(08) VALUE 'CLMADJ01'.
           05  FILLER                      PIC X(20) VALUE
               'D. MCALLISTER'.
           05  FILLER                      PIC X(04) VALUE 'HMCE'.
           05  FILLER                      PIC 9(08) VALUE 00100000.
           05  FILLER                      PIC 9(03) VALUE 025.
           05  FILLER                      PIC X(01) VALUE 'Y'.
      *    COMMERCIAL ADJUSTER
           05  FILLER                      PIC X(08) VALUE 'CLMADJ02'.
           05  FILLER                      PIC X(20) VALUE
               'T. NAKAMURA'.
           05  FILLER                      PIC X(04) VALUE '  C '.
           05  FILLER                      PIC 9(08) VALUE 00250000.
           05  FILLER                      PIC 9(03) VALUE 020.
           05  FILLER                      PIC X(01) VALUE 'Y'.
      *    CLAIMS MANAGER - LARGE LOSSES ABOVE EVERY OTHER AUTHORITY
           05  FILLER                      PIC X(08) VALUE 'CLMMGR01'.
           05  FILLER                      PIC X(20) VALUE
               'CLAIMS MANAGER'.
           05  FILLER                      PIC X(04) VALUE 'HMCE'.
           05  FILLER                      PIC 9(08) VALUE 99999999.
           05  FILLER                      PIC 9(03) VALUE 010.
           05  FILLER                      PIC X(01) VALUE 'Y'.
      *
      *    OPEN-CLAIM TALLY, ONE SLOT PER TABLE ENTRY ABOVE.
       01  ADJ-CASELOAD-TABLE.
           05  ADJ-LOAD OCCURS 5 TIMES.
               10  ADJ-OPEN-CLAIMS         PIC 9(05).
               10  ADJ-OPEN-RESERVE        PIC S9(11).
               10  ADJ-OVER-AUTHORITY      PIC 9(05).
               10  ADJ-OLDEST-DATE         PIC X(10).
               10  ADJ-OLDEST-CLAIM        PIC 9(10).
