      *       Pro-rata return premium computed by CANCOM -- see the
      *       cancellation support in LGMCOM01
                 07 CA-B-CAN-REFUND      PIC S9(7)V99.
      *       Risk survey fields used on INQINS, SCHINS, RECINS and
      *       RECUPD -- see the INSPFILE file (LGCINSP).  On RECUPD
      *       CA-B-INS-REC-NUM picks the recommendation and its
      *       CA-B-INS-REC-STATUS entry carries the new status
                 07 CA-B-INS-DUE-DATE    PIC X(10).
                 07 CA-B-INS-STATUS      PIC X(1).
                 07 CA-B-INS-VISIT-DATE  PIC X(10).
                 07 CA-B-INS-SURVEYOR    PIC X(20).
                 07 CA-B-INS-SURVEY-DATE PIC X(10).
                 07 CA-B-INS-RESULT      PIC X(1).
                 07 CA-B-INS-NOTE        PIC X(50).
                 07 CA-B-INS-REC-COUNT   PIC 9(2).
                 07 CA-B-INS-REC OCCURS 8 TIMES.
                    09 CA-B-INS-REC-CODE PIC X(3).
                    09 CA-B-INS-REC-TEXT PIC X(30).
                    09 CA-B-INS-REC-DUE  PIC X(10).
                    09 CA-B-INS-REC-STATUS PIC X(1).
                    09 CA-B-INS-REC-CLOSED PIC X(10).
                 07 CA-B-INS-REC-NUM     PIC 9(1).
                 07 CA-B-FILLER          PIC X(30752).                          
