      ******************************************************************
      *    LGCBRKC - PARAMETER AREA FOR THE BROKER CHECK (LGABKC01),  *
      *    CALLED WITH THE CALLER'S BROKER-MASTER-RECORD (LGCBRKM) BY *
      *    EVERY PATH THAT WRITES NEW BUSINESS: ADDHSE, ADDMOT,       *
      *    ADDCOM, ADDEND, ADDQUO AND THE LGRBLK01 BORDEREAU INTAKE.  *
      *    THE CALLER READS BROKERMS FOR BC-BROKERID AND SETS         *
      *    BC-FOUND-FLAG; THE CHECK APPLIES THE RULES.  A BROKERID OF *
      *    ZERO IS DIRECT BUSINESS AND IS NOT CHECKED.                *
      *                                                               *
      *    BC-RETURN-CODE VALUES (THE ONLINE ADDS RETURN THEM AS      *
      *    CA-RETURN-CODE):                                           *
      *       00  -  BROKER MAY PLACE THE BUSINESS (OR DIRECT)        *
      *       71  -  NO BROKER MASTER RECORD FOR BC-BROKERID          *
      *       72  -  BROKER IS SUSPENDED OR TERMINATED                *
      *       73  -  BROKER'S LICENCE HAS EXPIRED (OR NONE RECORDED)  *
      *       74  -  BROKER IS NOT AUTHORIZED FOR BC-LINE             *
      ******************************************************************
           03 BC-BROKERID              PIC 9(10).
      *    LINE OF BUSINESS - H, M, C OR E
           03 BC-LINE                  PIC X(1).
      *    TODAY, CCYYMMDD
           03 BC-TODAY                 PIC X(8).
           03 BC-FOUND-FLAG            PIC X(1).
           03 BC-RETURN-CODE           PIC 9(2).
