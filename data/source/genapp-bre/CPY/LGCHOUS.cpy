           05  HSM-CANCEL-DATE             PIC X(10).
           05  HSM-CANCEL-REASON-CD        PIC X(03).
           05  HSM-CANCEL-REFUND           PIC S9(07)V99.
      *    PREMIUM PAYMENT PLAN - SET ON ADDHSE AND ENDHSE
      *    (LGMHOUS1).  SPACE OR 'A' IS ONE ANNUAL INVOICE PER CYCLE
      *    (SPACE ON RECORDS WRITTEN BEFORE THE PLAN EXISTED); 'I'
      *    HAS LGRBIL01 SPREAD THE CYCLE'S PREMIUM OVER
      *    HSM-PLAN-INSTALMENTS MONTHLY INSTALMENTS (2-12) FALLING
      *    DUE ON DAY HSM-PLAN-PAY-DAY (1-28) OF EACH MONTH.
           05  HSM-PLAN-TYPE               PIC X(01).
               88  HSM-PLAN-ANNUAL                 VALUE 'A' ' '.
               88  HSM-PLAN-INSTALMENT             VALUE 'I'.
           05  HSM-PLAN-INSTALMENTS        PIC 9(02).
           05  HSM-PLAN-PAY-DAY            PIC 9(02).
      *    INDEX-LINKING - SET BY LGRRNW01 WHEN IT UPLIFTS HSM-H-VALUE
      *    AND HSM-PAYMENT BY THE BUILDING-COST INDEX (LGCBCIX) AT
      *    RENEWAL.  HSM-INDEX-BASE IS THE INDEX VALUE THE CURRENT
      *    SUM INSURED STANDS AT; ZERO (OR SPACES ON RECORDS WRITTEN
      *    BEFORE THE FIELD EXISTED) MEANS THE INDEX IN FORCE ON
      *    HSM-LAST-VALUATION-DATE, AND LGMHOUS1 RESETS IT TO ZERO
      *    WHENEVER A FRESH VALUE IS KEYED.  HSM-INDEXED-EXPIRY IS
      *    THE EXPIRY DATE OF THE TERM THE LAST UPLIFT WAS APPLIED
      *    FOR, SO A POLICY IS UPLIFTED ONCE PER RENEWAL HOWEVER
      *    MANY NIGHTS IT SITS ON THE WORKLIST.
           05  HSM-INDEX-BASE              PIC 9(04)V9(02).
           05  HSM-INDEX-BASE-X REDEFINES HSM-INDEX-BASE
                                           PIC X(06).
           05  HSM-INDEXED-EXPIRY          PIC X(10).
