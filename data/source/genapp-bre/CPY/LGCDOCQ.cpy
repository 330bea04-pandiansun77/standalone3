      ******************************************************************
      *    LGCDOCQ - POLICY DOCUMENT REQUEST RECORD (DOCREQ KSDS,     *
      *    KEYED BY DRQ-KEY).  ONE ROW PER POLICY SCHEDULE TO BE      *
      *    PRODUCED.  WRITTEN ONLINE THROUGH THE COMMON WRITER         *
      *    LGADOC01 BY THE ADD, ENDORSEMENT AND CANCELLATION PATHS OF *
      *    THE POLICY MAINTENANCE PROGRAMS AND BY THE DESK'S REPRINT  *
      *    REQUEST, AND IN BATCH BY LGRRNW02 FOR EACH RENEWAL.  THE   *
      *    NIGHTLY LGRDOC01 COMPOSITION EXTRACT PICKS UP THE PENDING  *
      *    ROWS, BUILDS THE PRINT/E-DELIVERY RECORD FROM CUSTOMER AND *
      *    THE POLICY MASTER, AND MARKS THE ROW COMPOSED OR FAILED.   *
      *    POLICY NUMBERS ARE UNIQUE ACROSS THE LINES, SO ALL FOUR    *
      *    LINES SHARE THE ONE FILE, THE SAME WAY ENDORSE DOES.       *
      *                                                               *
      *    DRQ-VERSION IS THE SCHEDULE VERSION FOR THE POLICY: EVERY  *
      *    NEW BUSINESS, ENDORSEMENT, RENEWAL OR CANCELLATION REQUEST *
      *    IS ONE MORE THAN THE POLICY'S LAST ROW; A REPRINT CARRIES  *
      *    THE LAST ROW'S VERSION UNCHANGED.                          *
      ******************************************************************
       01  DOCUMENT-REQUEST-RECORD.
           05  DRQ-KEY.
               10  DRQ-POLICY-NUM          PIC 9(10).
               10  DRQ-REQ-SEQ             PIC 9(04).
      *    LINE OF BUSINESS: H=HOUSE, M=MOTOR, C=COMMERCIAL,
      *    E=ENDOWMENT.
           05  DRQ-LINE                    PIC X(01).
           05  DRQ-CUSTOMER-NUM            PIC 9(10).
           05  DRQ-DOC-TYPE                PIC X(01).
               88  DRQ-NEW-BUSINESS               VALUE 'N'.
               88  DRQ-ENDORSEMENT                VALUE 'E'.
               88  DRQ-CANCELLATION               VALUE 'C'.
               88  DRQ-RENEWAL                    VALUE 'R'.
               88  DRQ-REPRINT                    VALUE 'P'.
           05  DRQ-VERSION                 PIC 9(03).
      *    DATE THE DOCUMENT TAKES EFFECT (CCYY-MM-DD): ISSUE DATE,
      *    ENDORSEMENT OR CANCELLATION EFFECTIVE DATE, RENEWAL DATE,
      *    OR THE DATE A REPRINT WAS ASKED FOR.
           05  DRQ-EFFECTIVE-DATE          PIC X(10).
      *    ENDORSE ROW BEHIND AN ENDORSEMENT SCHEDULE; ZERO OTHERWISE.
           05  DRQ-ENDORSE-SEQ             PIC 9(04).
      *    WHAT ASKED FOR IT - THE CA-REQUEST-ID OF THE ONLINE
      *    TRANSACTION, OR THE BATCH PROGRAM NAME - AND BY WHOM.
           05  DRQ-SOURCE                  PIC X(08).
           05  DRQ-REQUESTED-BY            PIC X(08).
           05  DRQ-REQUESTED-DATE          PIC X(10).
      *    DELIVERY: P=PRINT AND POST, E=E-DELIVERY TO THE CUSTOMER'S
      *    EMAIL.  SPACE LEAVES THE CHOICE TO LGRDOC01 - EMAIL WHEN
      *    THE CUSTOMER HAS ONE, OTHERWISE PRINT.
           05  DRQ-DELIVERY                PIC X(01).
               88  DRQ-DELIVER-PRINT              VALUE 'P'.
               88  DRQ-DELIVER-EMAIL              VALUE 'E'.
               88  DRQ-DELIVER-DEFAULT            VALUE ' '.
           05  DRQ-STATUS                  PIC X(01).
               88  DRQ-PENDING                    VALUE 'P'.
               88  DRQ-COMPOSED                   VALUE 'D'.
               88  DRQ-FAILED                     VALUE 'F'.
      *    SET BY LGRDOC01: THE RUN DATE, THE DOCUMENT'S SEQUENCE IN
      *    THAT RUN'S EXTRACT, AND WHY A ROW COULD NOT BE COMPOSED.
           05  DRQ-COMPOSED-DATE           PIC X(10).
           05  DRQ-DOC-SEQ                 PIC 9(07).
           05  DRQ-FAIL-REASON             PIC X(20).
           05  FILLER                      PIC X(12).
