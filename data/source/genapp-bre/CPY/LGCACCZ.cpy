      *    LGCACCZ - CATASTROPHE ACCUMULATION CONTROL TABLES FOR      *
      *    LGRACC01.                                                  *
      *                                                               *
      *    PCZ-PREFIX-AREA MAPS A HOUSE POSTCODE (BY ITS 2-CHARACTER  *
      *    OUTWARD PREFIX) TO A PERIL ZONE - THE SAME ZONE NAMES THE  *
      *    LGCPERZ LATITUDE/LONGITUDE TABLE USES FOR COMMERCIAL       *
      *    RISKS.  A POSTCODE MATCHING NO PREFIX FALLS TO THE         *
      *    STANDARD ZONE, MIRRORING LGCPERZ'S CATCH-ALL.              *
      *                                                               *
      *    ACL-LIMIT-AREA CARRIES THE AGREED ACCUMULATION LIMIT PER   *
      *    ZONE PER PERIL (TOTAL SUMS INSURED).  A ZONE/PERIL WITH NO *
      *    ENTRY HAS NO LIMIT AGREED AND IS NEVER FLAGGED.  BOTH      *
      *    TABLES ARE MAINTAINED ON THE REFTAB FILE (TABLES ACCP AND  *
      *    ACCL, LGCREFT) THROUGH LGMRTB01 WITH UNDERWRITING SIGN-OFF *
      *    AND LOADED AS IN FORCE THROUGH LGARTB01/LGARTB02.          *
      ******************************************************************
       01  PCZ-PREFIX-AREA.
           05  PCZ-PREFIX-COUNT            PIC 9(02) VALUE ZERO.
           05  PCZ-PREFIX-ENTRY OCCURS 0 TO 50 TIMES
                         DEPENDING ON PCZ-PREFIX-COUNT
                         INDEXED BY PCZ-IDX.
               10  PCZ-PREFIX              PIC X(02).
               10  PCZ-ZONE                PIC X(08).
       77  PCZ-PREFIX-MAX                  PIC 9(02) VALUE 50.
      *
       01  ACL-LIMIT-AREA.
           05  ACL-LIMIT-COUNT             PIC 9(02) VALUE ZERO.
           05  ACL-LIMIT-ENTRY OCCURS 0 TO 50 TIMES
                         DEPENDING ON ACL-LIMIT-COUNT
                         INDEXED BY ACL-IDX.
               10  ACL-ZONE                PIC X(08).
               10  ACL-PERIL               PIC X(08).
               10  ACL-LIMIT               PIC 9(12).
       77  ACL-LIMIT-MAX                   PIC 9(02) VALUE 50.
