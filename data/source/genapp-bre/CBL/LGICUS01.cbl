       DATE-COMPILED.
      *================================================================
      * MODIFICATION HISTORY
      *   2026-10-15  PA  THE DUNNING LETTERS SENT TO THE CUSTOMER
      *                   (DUNLTR, WRITTEN BY LGRARR01) ARE RETURNED
      *                   AS A FOURTH SECTION.
      *   2026-09-02  PA  ORIGINAL -- CUSTOMER-360 CONSOLIDATED
      *                   INQUIRY.  ANSWERING "WHAT DOES THIS
      *                   CUSTOMER HOLD" TOOK AN INQCUS PLUS A
      *      IN LINE ORDER H, M, C, E WITH THE SAME RESUME-KEY
      *      PAGING LGIAUD01 USES - THE MASTERS ARE KEYED BY POLICY,
      *      NOT CUSTOMER, SO EACH IS A FILTERED BROWSE), AND THE
      *      CUSTOMER'S OPEN CLAIMPOL CLAIMS AND THE DUNNING LETTERS
      *      SENT TO THEM (DUNLTR IS KEYED BY CUSTOMER, SO THAT IS A
      *      KEYED BROWSE).  A MERGE TOMBSTONE
      *      (LGAMRG01) IS FOLLOWED TO THE SURVIVOR WITH RC 02, THE
      *      SAME WAY INQCUS FOLLOWS IT.
      *
      *
      *    FILES:         CUSTOMER, HOUSEPOL, MOTORPOL, COMMPOL,
      *                   ENDOWPOL, CLAIMPOL - CICS KSDS MASTERS.
      *                   DUNLTR - DUNNING LETTER KSDS (LGCDUNL).
      *
      *    CA-RETURN-CODE VALUES SET:
      *       00  -  INQUIRY RETURNED
               88  PAGE-FULL                      VALUE 'Y'.
           05  WS-BROWSE-KEY              PIC 9(10) VALUE ZERO.
           05  WS-START-KEY               PIC 9(10) VALUE ZERO.
           05  WS-LTR-KEY.
               10  WS-LTR-CUSTOMER-NUM    PIC 9(10).
               10  FILLER                 PIC X(21).
      *
      *    STAGING FOR ONE POLICY SUMMARY LINE.
       01  WS-POL-ENTRY.
       COPY LGCENDW.
      *
       COPY LGCCLAIM.
      *
       COPY LGCDUNL.
      *
       LINKAGE SECTION.
      *
           MOVE 0                        TO CA-T-CLM-COUNT
           MOVE 'N'                      TO CA-T-MORE-FLAG
           MOVE 'N'                      TO CA-T-CLM-OVERFLOW
           MOVE 0                        TO CA-T-LTR-COUNT
           MOVE 'N'                      TO CA-T-LTR-OVERFLOW
           MOVE 'N'                      TO SW-PAGE-FULL
      *
           EXEC CICS READ
      *
           PERFORM 3000-LIST-OPEN-CLAIMS
              THRU 3000-LIST-OPEN-CLAIMS-EXIT
      *
           PERFORM 4000-LIST-LETTERS
              THRU 4000-LIST-LETTERS-EXIT
      *
       1000-INQUIRE-360-EXIT.
           EXIT.
      *
       3100-NEXT-CLAIM-EXIT.
           EXIT.
      *
      *================================================================
      * 4000-LIST-LETTERS - UP TO 10 DUNNING LETTERS, REFILLED ON
      *     EVERY CALL.  THE BROWSE STARTS AT THE CUSTOMER'S FIRST
      *     KEY AND STOPS AT THE NEXT CUSTOMER; MORE THAN 10 SETS THE
      *     OVERFLOW FLAG.
      *================================================================
       4000-LIST-LETTERS.
      *
           MOVE 'N'                      TO SW-END-OF-BROWSE
           MOVE LOW-VALUES               TO WS-LTR-KEY
           MOVE CA-T-CUSTOMER-NUM        TO WS-LTR-CUSTOMER-NUM
      *
           EXEC CICS STARTBR
                FILE('DUNLTR')
                RIDFLD(WS-LTR-KEY)
                GTEQ
                RESP(WS-RESP)
           END-EXEC
      *
           IF WS-RESP NOT = DFHRESP(NORMAL)
              GO TO 4000-LIST-LETTERS-EXIT
           END-IF
      *
           PERFORM 4100-NEXT-LETTER
              THRU 4100-NEXT-LETTER-EXIT
              UNTIL END-OF-BROWSE
      *
           EXEC CICS ENDBR
                FILE('DUNLTR')
           END-EXEC
      *
       4000-LIST-LETTERS-EXIT.
           EXIT.
      *
       4100-NEXT-LETTER.
      *
           EXEC CICS READNEXT
                FILE('DUNLTR')
                INTO(DUNNING-LETTER-RECORD)
                RIDFLD(WS-LTR-KEY)
                RESP(WS-RESP)
           END-EXEC
      *
           IF WS-RESP NOT = DFHRESP(NORMAL)
              OR DUN-CUSTOMER-NUM NOT = CA-T-CUSTOMER-NUM
              SET END-OF-BROWSE          TO TRUE
              GO TO 4100-NEXT-LETTER-EXIT
           END-IF
      *
           IF CA-T-LTR-COUNT = 10
              MOVE 'Y'                   TO CA-T-LTR-OVERFLOW
              SET END-OF-BROWSE          TO TRUE
              GO TO 4100-NEXT-LETTER-EXIT
           END-IF
      *
           ADD 1                         TO CA-T-LTR-COUNT
           MOVE DUN-POLICY-NUM
             TO CA-T-L-POLICY-NUM(CA-T-LTR-COUNT)
           MOVE DUN-LINE
             TO CA-T-L-LINE(CA-T-LTR-COUNT)
           MOVE DUN-STAGE
             TO CA-T-L-STAGE(CA-T-LTR-COUNT)
           MOVE DUN-LETTER-DATE
             TO CA-T-L-DATE(CA-T-LTR-COUNT)
           MOVE DUN-AMOUNT-OWED
             TO CA-T-L-AMOUNT(CA-T-LTR-COUNT)
      *
       4100-NEXT-LETTER-EXIT.
           EXIT.
