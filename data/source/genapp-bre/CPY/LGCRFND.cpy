      ******************************************************************
      *    LGCRFND - PREMIUM REFUND REQUEST RECORD (REFUNDRQ KSDS,    *
      *    KEYED BY RFD-KEY).  ONE ROW PER REFUND OF CREDIT LEFT ON A *
      *    POLICY'S BILLING ACCOUNT - A CANCELLATION OR ENDORSEMENT   *
      *    RETURN PREMIUM, OR AN OVERPAYMENT - THE SAME DETAIL-ROW    *
      *    PATTERN CLAIMPAY USES FOR CLAIM PAYMENTS.  LGRRFD01 RAISES *
      *    THE REQUEST AND HOLDS THE CREDIT NOTES BEHIND IT, LGARFD01 *
      *    AUTHORIZES IT AGAINST THE LGCPAYL PER-USER LIMITS, AND     *
      *    LGRDSB01 SENDS IT TO THE BANK AND SETTLES THE CREDIT.      *
      ******************************************************************
       01  REFUND-REQUEST-RECORD.
           05  RFD-KEY.
               10  RFD-POLICY-NUM          PIC 9(10).
               10  RFD-REQUEST-SEQ         PIC 9(04).
           05  RFD-CUSTOMER-NUM            PIC 9(10).
      *    LINE OF BUSINESS, AS INV-LINE: H, M, C OR E.
           05  RFD-LINE                    PIC X(01).
           05  RFD-REQUEST-DATE            PIC X(10).
           05  RFD-AMOUNT                  PIC 9(08)V99.
           05  RFD-PAYEE                   PIC X(30).
      *    WHERE THE CREDIT CAME FROM - THE INV-NOTE-SOURCE OF THE
      *    CREDIT NOTES REFUNDED ('CAN', 'END', 'OVP'), OR 'MIX'
      *    WHEN THE CREDIT CAME FROM MORE THAN ONE SOURCE.  'SUR' IS
      *    AN ENDOWMENT SURRENDER VALUE RAISED BY LGMEND01 - NO
      *    CREDIT NOTES STAND BEHIND IT.
           05  RFD-REASON                  PIC X(03).
               88  RFD-SURRENDER-VALUE             VALUE 'SUR'.
      *    WHO AUTHORIZED IT, AGAINST THE LGCPAYL PER-USER LIMITS.
           05  RFD-AUTH-USER               PIC X(08).
           05  RFD-AUTH-DATE               PIC X(10).
           05  RFD-STATUS-FLAG             PIC X(01).
               88  RFD-REQUESTED                   VALUE 'R'.
               88  RFD-AUTHORIZED                  VALUE 'A'.
               88  RFD-DISBURSED                   VALUE 'D'.
           05  RFD-DISBURSE-DATE           PIC X(10).
           05  FILLER                      PIC X(13).
