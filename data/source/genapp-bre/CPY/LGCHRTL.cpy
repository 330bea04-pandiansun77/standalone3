      ******************************************************************
      *    LGCHRTL - PARAMETER AREA FOR THE HOUSE RATING ENGINE       *
      *    (LGAHRT01), CALLED BY LGAQUO01 (ADDQUO), LGMHOUS1 (ADDHSE, *
      *    ENDHSE) AND LGRRNW01 (RENEWAL PRICING) SO EVERY HOUSE      *
      *    PREMIUM IS PRICED THE SAME WAY FROM THE LGCHRTB TABLES.    *
      *    THE CALLER FILLS THE RISK FIELDS; THE ENGINE RETURNS THE   *
      *    PREMIUM AND A TRACE OF EVERY STEP THAT PRODUCED IT.        *
      *                                                               *
      *    HR-RETURN-CODE VALUES:                                     *
      *       00  -  RATED                                            *
      *       21  -  SUM INSURED NOT NUMERIC OR ZERO                  *
      *       22  -  BEDROOMS NOT NUMERIC                             *
      *       23  -  RATED PREMIUM TOO LARGE FOR THE PREMIUM FIELDS   *
      *                                                               *
      *    THE TRACE (HR-TRACE) IS STORED WITH EACH QUOTE (QUO-RATING-*
      *    TRACE IN LGCQUOT) AND RETURNED ON THE COMMAREAS, WHERE IT  *
      *    IS CARRIED AS ONE 66-BYTE FIELD OF THIS SHAPE.             *
      ******************************************************************
           03 HR-PROPERTY-TYPE         PIC X(15).
           03 HR-BEDROOMS              PIC 9(3).
           03 HR-VALUE                 PIC 9(8).
           03 HR-POSTCODE              PIC X(8).
           03 HR-RETURN-CODE           PIC 9(2).
           03 HR-PREMIUM               PIC 9(6).
           03 HR-TRACE.
      *       LGCHRTB RELEASE THE PREMIUM WAS PRICED FROM
              05 HR-T-TABLE-VERSION    PIC X(8).
              05 HR-T-RATE-PER-MILLE   PIC 9(2)V9(4).
      *       SUM INSURED / 1000 * RATE
              05 HR-T-BASE-PREMIUM     PIC 9(7)V99.
              05 HR-T-TYPE-FACTOR      PIC 9(1)V9(3).
      *       'Y' WHEN THE PROPERTY TYPE IS NOT IN THE TABLE
              05 HR-T-TYPE-DEFAULTED   PIC X(1).
              05 HR-T-BEDROOM-FACTOR   PIC 9(1)V9(3).
              05 HR-T-ZONE             PIC X(8).
              05 HR-T-ZONE-FACTOR      PIC 9(1)V9(3).
      *       BASE * TYPE * BEDROOM * ZONE, BEFORE THE MINIMUM
              05 HR-T-RATED-PREMIUM    PIC 9(7)V99.
              05 HR-T-MINIMUM-PREMIUM  PIC 9(6).
      *       'Y' WHEN THE MINIMUM PREMIUM WAS CHARGED INSTEAD
              05 HR-T-MINIMUM-APPLIED  PIC X(1).
              05 HR-T-FINAL-PREMIUM    PIC 9(6).
