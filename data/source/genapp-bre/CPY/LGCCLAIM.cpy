           05  CLM-OPEN-FLAG               PIC X(01) VALUE 'Y'.
               88  CLM-CLAIM-OPEN                  VALUE 'Y'.
               88  CLM-CLAIM-CLOSED                VALUE 'N'.
      *    THE ADJUSTER WHO OWNS THE CLAIM (AN LGCADJT USER ID) AND
      *    THE DATE IT WAS ROUTED OR LAST REASSIGNED.  SPACES - NO
      *    ELIGIBLE ADJUSTER AT INTAKE; THE MANAGER ASSIGNS IT.
           05  CLM-ADJUSTER-ID             PIC X(08).
           05  CLM-ASSIGNED-DATE           PIC X(10).
      *    CATASTROPHE EVENT (LGCCATE).  ADDCLM SUGGESTS THE CODE OF
      *    AN OPEN EVENT COVERING THE DATE OF LOSS AND THE RISK'S
      *    PERIL ZONE (CLM-CAT-ZONE, SPACES WHEN THE LINE HAS NO
      *    LOCATION); CATCLM RECORDS THE ADJUSTER'S CONFIRMATION OR
      *    OVERRIDE, WHO MADE IT AND WHEN.  SPACE STATUS - NO EVENT
      *    WAS SUGGESTED OR SET.
           05  CLM-CAT-EVENT-CODE          PIC X(08).
           05  CLM-CAT-ZONE                PIC X(08).
           05  CLM-CAT-STATUS              PIC X(01).
               88  CLM-CAT-NONE                    VALUE ' '.
               88  CLM-CAT-SUGGESTED               VALUE 'S'.
               88  CLM-CAT-CONFIRMED               VALUE 'C'.
               88  CLM-CAT-OVERRIDDEN              VALUE 'O'.
           05  CLM-CAT-SET-USER            PIC X(08).
           05  CLM-CAT-SET-DATE            PIC X(10).
      ******************************************************************
      *    LGCCLMP - CLAIM PAYMENT DETAIL RECORD (CLAIMPAY KSDS,      *
      *    KEYED BY CLP-KEY).  ONE ROW PER AUTHORIZED PAYMENT, THE    *
      *    PENCE), MAINTAINED ONLY BY LGAPAY01, THE WAY               *
      *    MTM-M-ACCIDENTS IS DERIVED FROM MOTORACC.  LGRDSB01 PICKS  *
      *    UP AUTHORIZED ROWS, WRITES THE BANK EXTRACT AND MARKS      *
      *    THEM DISBURSED.  LGRBNK01 MATCHES THE BANK'S PAID/RETURNED *
      *    FILE BACK TO THEM: CLEARED, RETURNED (BACK TO AWAITING     *
      *    CORRECTION, OUT OF CLM-C-PAID UNTIL LGAPAY01 CORPAY PUTS   *
      *    IT RIGHT) OR, WITH NO WORD FROM THE BANK, STALE.           *
      ******************************************************************
       01  CLAIM-PAYMENT-DETAIL-RECORD.
           05  CLP-KEY.
           05  CLP-STATUS-FLAG             PIC X(01).
               88  CLP-AUTHORIZED                  VALUE 'A'.
               88  CLP-DISBURSED                   VALUE 'D'.
               88  CLP-CLEARED                     VALUE 'C'.
               88  CLP-STALE                       VALUE 'S'.
               88  CLP-AWAITING-CORRECTION         VALUE 'W'.
           05  CLP-DISBURSE-DATE           PIC X(10).
      *    THE BANK'S SIDE (LGRBNK01): THE DATE IT CONFIRMED OR
      *    RETURNED THE PAYMENT, AND ITS REASON FOR A RETURN.
           05  CLP-BANK-DATE               PIC X(10).
           05  CLP-RETURN-REASON           PIC X(04).
           05  FILLER                      PIC X(10).
      ******************************************************************
      *    LGCCLMR - CLAIM RECOVERY/SUBROGATION DETAIL RECORD         *
      *    (RECOVERY KSDS, KEYED BY RCV-KEY).  ONE ROW PER RECOVERY   *
               88  RCV-STATUS-OPEN                 VALUE 'O'.
               88  RCV-STATUS-SETTLED              VALUE 'S'.
           05  FILLER                      PIC X(09).
      ******************************************************************
      *    LGCCLMN - CLAIM NOTE / DIARY DETAIL RECORD (CLAIMNOT KSDS, *
      *    KEYED BY CLN-KEY).  ONE ROW PER NOTE WRITTEN ON A CLAIM -  *
      *    CALLS, LETTERS, DECISIONS - DATED AND STAMPED WITH THE     *
      *    USER, AND NEVER OVERWRITTEN, SO THE CLAIM'S HISTORY STAYS  *
      *    ON FILE INSTEAD OF IN NOTEBOOKS.  A NOTE MAY CARRY A       *
      *    FOLLOW-UP DATE, WHICH MAKES IT A DIARY ITEM FOR THE USER   *
      *    IT IS ASSIGNED TO UNTIL IT IS CLEARED.  ADDED, BROWSED AND *
      *    CLEARED BY LGACLM01 (ADDNOT/INQNOT/CLRNOT); CLSCLM WILL    *
      *    NOT CLOSE A CLAIM WITH DIARY ITEMS STILL OPEN.  LGRDRY01   *
      *    LISTS WHAT IS DUE OR OVERDUE EACH NIGHT.                   *
      ******************************************************************
       01  CLAIM-NOTE-DETAIL-RECORD.
           05  CLN-KEY.
               10  CLN-CLAIM-NUM           PIC 9(10).
               10  CLN-NOTE-SEQ            PIC 9(04).
           05  CLN-NOTE-DATE               PIC X(10).
           05  CLN-NOTE-TIME               PIC X(08).
      *    THE SIGNED-ON USER WHO WROTE THE NOTE.
           05  CLN-USER                    PIC X(08).
           05  CLN-NOTE-TYPE               PIC X(01).
               88  CLN-TYPE-CALL                   VALUE 'C'.
               88  CLN-TYPE-LETTER                 VALUE 'L'.
               88  CLN-TYPE-DECISION               VALUE 'D'.
               88  CLN-TYPE-NOTE                   VALUE 'N'.
           05  CLN-TEXT                    PIC X(200).
      *    DIARY - SPACES IN THE FOLLOW-UP DATE MEANS A PLAIN NOTE.
      *    THE ASSIGNEE DEFAULTS TO THE CLAIM'S ADJUSTER (THE WRITER
      *    IF THE CLAIM HAS NONE) AND FOLLOWS THE CLAIM ON ASNCLM.
           05  CLN-FOLLOW-UP-DATE          PIC X(10).
           05  CLN-ASSIGNED-USER           PIC X(08).
           05  CLN-DIARY-STATUS            PIC X(01).
               88  CLN-NO-DIARY                    VALUE ' '.
               88  CLN-DIARY-OPEN                  VALUE 'O'.
               88  CLN-DIARY-CLEARED               VALUE 'C'.
           05  CLN-CLEARED-DATE            PIC X(10).
           05  CLN-CLEARED-USER            PIC X(08).
           05  FILLER                      PIC X(20).
