      ******************************************************************
      *    LGCBRKM - BROKER MASTER RECORD (BROKERMS KSDS, KEYED BY    *
      *    BKR-BROKERID).  ONE ROW PER AGENCY THAT MAY PLACE BUSINESS *
      *    - THE RECORD BEHIND THE TEN-DIGIT CA-BROKERID CARRIED ON   *
      *    EVERY POLICY, QUOTE AND INVOICE.  MAINTAINED ONLINE BY     *
      *    LGMBRK01 (INQBKM/ADDBKM/UPDBKM), CHECKED AT EVERY POLICY   *
      *    AND QUOTE ADD THROUGH LGABKC01, AND READ BY THE BROKER     *
      *    PRODUCTION (LGRBRK01) AND COMMISSION (LGRBRK02) RUNS FOR   *
      *    THE NAME, ADDRESS AND BANK DETAILS.                        *
      ******************************************************************
       01  BROKER-MASTER-RECORD.
           05  BKR-BROKERID                PIC 9(10).
           05  BKR-NAME                    PIC X(40).
           05  BKR-ADDRESS.
               10  BKR-ADDRESS-LINE-1      PIC X(30).
               10  BKR-ADDRESS-LINE-2      PIC X(30).
               10  BKR-TOWN                PIC X(30).
               10  BKR-POSTCODE            PIC X(08).
      *    ACCOUNT COMMISSION IS PAID INTO BY LGRBRK02.
           05  BKR-BANK-DETAILS.
               10  BKR-BANK-SORT-CODE      PIC 9(06).
               10  BKR-BANK-ACCOUNT-NUM    PIC 9(08).
               10  BKR-BANK-ACCOUNT-NAME   PIC X(30).
      *    AGENCY STATUS.  ONLY AN ACTIVE AGENCY MAY PLACE NEW
      *    BUSINESS; SUSPENSION IS TEMPORARY (E.G. PENDING AN AUDIT)
      *    AND TERMINATION IS PERMANENT.  POLICIES ALREADY WRITTEN
      *    STAY WITH THE BROKER EITHER WAY.
           05  BKR-STATUS                  PIC X(01).
               88  BKR-ACTIVE                      VALUE 'A'.
               88  BKR-SUSPENDED                   VALUE 'S'.
               88  BKR-TERMINATED                  VALUE 'T'.
               88  BKR-STATUS-VALID                VALUE 'A' 'S' 'T'.
           05  BKR-STATUS-DATE             PIC X(10).
      *    REGULATOR'S LICENCE.  NO NEW BUSINESS AFTER THE EXPIRY
      *    DATE (CCYY-MM-DD) UNTIL THE RENEWED DATE IS KEYED.
           05  BKR-LICENCE-NUM             PIC X(12).
           05  BKR-LICENCE-EXPIRY          PIC X(10).
      *    LINE AUTHORITIES - 'Y' WHERE THE AGENCY AGREEMENT COVERS
      *    THE LINE OF BUSINESS (H, M, C, E AS INV-LINE).
           05  BKR-LINE-AUTHORITY.
               10  BKR-AUTH-HOUSE          PIC X(01).
                   88  BKR-HOUSE-AUTHORIZED        VALUE 'Y'.
               10  BKR-AUTH-MOTOR          PIC X(01).
                   88  BKR-MOTOR-AUTHORIZED        VALUE 'Y'.
               10  BKR-AUTH-COMMERCIAL     PIC X(01).
                   88  BKR-COMMERCIAL-AUTHORIZED   VALUE 'Y'.
               10  BKR-AUTH-ENDOWMENT      PIC X(01).
                   88  BKR-ENDOWMENT-AUTHORIZED    VALUE 'Y'.
      *    OPTIMISTIC-LOCK STAMP - SET ON EVERY SUCCESSFUL CHANGE AND
      *    RETURNED ON INQUIRE, AS ON THE POLICY MASTERS.
           05  BKR-LAST-CHANGED            PIC X(26).
           05  FILLER                      PIC X(40).
