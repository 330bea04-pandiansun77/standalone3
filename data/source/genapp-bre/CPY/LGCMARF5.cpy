                    09 CA-C-RCV-D-RECVD  PIC 9(8)V99.
                    09 CA-C-RCV-D-STATUS PIC X(1).
                    09 CA-C-RCV-D-OPENED PIC X(10).
      *       Fields used to add a note on ADDNOT and clear its
      *       diary item on CLRNOT -- see the CLAIMNOT note detail
      *       file in LGCCLAIM.  A follow-up date makes the note a
      *       diary item for CA-C-NOTE-ASSIGNED (default the
      *       claim's adjuster, else the writer)
                 07 CA-C-NOTE-SEQ        PIC 9(4).
                 07 CA-C-NOTE-TYPE       PIC X(1).
                 07 CA-C-NOTE-TEXT       PIC X(200).
                 07 CA-C-NOTE-FOLLOW-UP  PIC X(10).
                 07 CA-C-NOTE-ASSIGNED   PIC X(8).
                 07 CA-C-NOTE-USER       PIC X(8).
      *       CLSCLM -- 'Y' clears every open diary item on the claim
      *       as part of the close; otherwise the close is refused
      *       while any is open and the count is returned
                 07 CA-C-CLOSE-CLEAR-DIARY PIC X(1).
                 07 CA-C-NOTE-OPEN-COUNT PIC 9(4).
      *       Note browse (INQNOT) request/return area -- page
      *       through CLAIMNOT by CLN-NOTE-SEQ, 10 notes per call
                 07 CA-C-NOTE-START-SEQ  PIC 9(4).
                 07 CA-C-NOTE-MORE-FLAG  PIC X(1).
                 07 CA-C-NOTE-RET-COUNT  PIC 9(2).
                 07 CA-C-NOTE-DETAIL OCCURS 10 TIMES.
                    09 CA-C-NOTE-D-SEQ   PIC 9(4).
                    09 CA-C-NOTE-D-DATE  PIC X(10).
                    09 CA-C-NOTE-D-TIME  PIC X(8).
                    09 CA-C-NOTE-D-USER  PIC X(8).
                    09 CA-C-NOTE-D-TYPE  PIC X(1).
                    09 CA-C-NOTE-D-TEXT  PIC X(200).
                    09 CA-C-NOTE-D-FOLLOW PIC X(10).
                    09 CA-C-NOTE-D-ASSIGNED PIC X(8).
                    09 CA-C-NOTE-D-DIARY PIC X(1).
      *       Claim owner -- returned on INQCLM/ADDCLM; on ASNCLM
      *       CA-C-ADJUSTER-ID is the adjuster to reassign to
                 07 CA-C-ADJUSTER-ID     PIC X(8).
                 07 CA-C-ADJUSTER-NAME   PIC X(20).
                 07 CA-C-ASSIGNED-DATE   PIC X(10).
      *       Catastrophe event -- suggested on ADDCLM and returned on
      *       INQCLM; on CATCLM CA-C-CAT-EVENT-CODE is the adjuster's
      *       decision (the suggested code confirms it, another code
      *       overrides it, spaces says the claim is no event's)
                 07 CA-C-CAT-EVENT-CODE  PIC X(8).
                 07 CA-C-CAT-ZONE        PIC X(8).
                 07 CA-C-CAT-STATUS      PIC X(1).
                 07 CA-C-FILLER          PIC X(27646).                          
