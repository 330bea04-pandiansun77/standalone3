      ******************************************************************
      *    LGCDOCL - COMMAREA FOR THE COMMON DOCUMENT-REQUEST WRITER  *
      *    (LGADOC01).  THE POLICY MAINTENANCE PROGRAMS BUILD THIS    *
      *    AREA AFTER A SUCCESSFUL ADD, ENDORSEMENT OR CANCELLATION   *
      *    AND LINK LGADOC01, WHICH WRITES THE DOCREQ ROW (LGCDOCQ).  *
      *    THE DESK LINKS WITH DQ-REQUEST-ID 'REPDOC' TO ASK FOR A    *
      *    REPRINT OF A POLICY'S CURRENT SCHEDULE.                    *
      ******************************************************************
      *    THE CALLER'S CA-REQUEST-ID (ADDHSE, ENDMOT, CANCOM ...) OR
      *    'REPDOC' FOR A DESK REPRINT.
           03 DQ-REQUEST-ID            PIC X(6).
      *    00 WRITTEN, 10 POLICY NOT ON THE LINE'S MASTER (REPDOC),
      *    11 LINE NOT H/M/C/E, 12 NO SCHEDULE ISSUED YET TO REPRINT,
      *    90 FILE I/O ERROR.
           03 DQ-RETURN-CODE           PIC 9(2).
           03 DQ-POLICY-NUM            PIC 9(10).
           03 DQ-LINE                  PIC X(1).
      *    CUSTOMER-NUM IS LOOKED UP FROM THE MASTER ON REPDOC.
           03 DQ-CUSTOMER-NUM          PIC 9(10).
      *    N NEW BUSINESS, E ENDORSEMENT, C CANCELLATION (SET TO P
      *    BY LGADOC01 ON REPDOC).
           03 DQ-DOC-TYPE              PIC X(1).
           03 DQ-EFFECTIVE-DATE        PIC X(10).
           03 DQ-ENDORSE-SEQ           PIC 9(4).
      *    P PRINT, E E-DELIVERY, SPACE CUSTOMER'S DEFAULT.
           03 DQ-DELIVERY              PIC X(1).
      *    RETURNED: THE DOCREQ SEQUENCE AND SCHEDULE VERSION.
           03 DQ-REQ-SEQ               PIC 9(4).
           03 DQ-VERSION               PIC 9(3).
