      ******************************************************************
      *    LGCINSP - COMMERCIAL RISK SURVEY / INSPECTION RECORD        *
      *    (INSPFILE KSDS, KEYED BY INS-POLICY-NUM).  ONE ROW PER      *
      *    BOUND COMMPOL POLICY THAT NEEDS A SURVEY.  WRITTEN BY       *
      *    LGMCOM01 WHEN CHGCOM BINDS A POLICY WHOSE PREMIUM IS AT OR  *
      *    ABOVE THE SURVEY THRESHOLD (SURVEY DUE WITHIN 90 DAYS OF    *
      *    BINDING), OR BY THE DESK ON SCHINS FOR ANY BOUND POLICY.    *
      *    THE SURVEYOR'S VISIT, RESULT AND RECOMMENDATIONS ARE        *
      *    RECORDED THROUGH LGMCOM01 (SCHINS / RECINS / RECUPD).  THE  *
      *    WEEKLY LGRINS01 REPORT LISTS OVERDUE SURVEYS AND OVERDUE    *
      *    OPEN RECOMMENDATIONS FOR UNDERWRITING TO REFER BACK.        *
      *                                                               *
      *    A RE-SURVEY (SCHINS ON A COMPLETED OR WAIVED ROW) STARTS   *
      *    THE ROW AFRESH; THE PREVIOUS SURVEY STAYS ON AUDITJNL AS   *
      *    THE BEFORE-IMAGE.  THE ROW IS 600 BYTES SO THE WHOLE IMAGE *
      *    FITS THE JOURNAL.                                          *
      ******************************************************************
       01  COMMERCIAL-INSPECTION-RECORD.
           05  INS-POLICY-NUM              PIC 9(10).
           05  INS-CUSTOMER-NUM            PIC 9(10).
      *    CML-PAYMENT WHEN THE SURVEY WAS RAISED.
           05  INS-PREMIUM                 PIC 9(06).
      *    DATES ARE CCYY-MM-DD.  DUE = RAISED + 90 DAYS.
           05  INS-RAISED-DATE             PIC X(10).
           05  INS-DUE-DATE                PIC X(10).
           05  INS-STATUS                  PIC X(01).
               88  INS-SCHEDULED                  VALUE 'S'.
               88  INS-COMPLETED                  VALUE 'C'.
               88  INS-WAIVED                     VALUE 'W'.
      *    VISIT BOOKED WITH THE SURVEYOR - SPACES UNTIL BOOKED.
           05  INS-VISIT-DATE              PIC X(10).
           05  INS-SURVEYOR                PIC X(20).
      *    RESULT - SET WHEN THE SURVEY IS RECORDED (RECINS).
           05  INS-SURVEY-DATE             PIC X(10).
           05  INS-RESULT                  PIC X(01).
               88  INS-RESULT-SATISFACTORY        VALUE 'S'.
               88  INS-RESULT-RECOMMEND           VALUE 'R'.
               88  INS-RESULT-UNACCEPTABLE        VALUE 'U'.
               88  INS-RESULT-VALID               VALUE 'S' 'R' 'U'.
      *    SURVEYOR'S SUMMARY, OR THE WAIVER REASON.
           05  INS-NOTE                    PIC X(50).
           05  INS-REC-COUNT               PIC 9(02).
      *    RISK-IMPROVEMENT RECOMMENDATIONS.  CODE E.G. SPR =
      *    SPRINKLERS, ALM = INTRUDER/FIRE ALARM, FLD = FLOOD
      *    DEFENCE, ELC = ELECTRICAL, OTH = OTHER.
           05  INS-RECOMMENDATION OCCURS 8 TIMES.
               10  INS-REC-CODE            PIC X(03).
               10  INS-REC-TEXT            PIC X(30).
               10  INS-REC-DUE-DATE        PIC X(10).
               10  INS-REC-STATUS          PIC X(01).
                   88  INS-REC-OPEN               VALUE 'O'.
                   88  INS-REC-DONE               VALUE 'D'.
                   88  INS-REC-WAIVED             VALUE 'W'.
               10  INS-REC-CLOSED-DATE     PIC X(10).
      *    OPTIMISTIC-LOCK STAMP, AS CML-LAST-CHANGED.
           05  INS-LAST-CHANGED            PIC X(26).
           05  FILLER                      PIC X(02).
