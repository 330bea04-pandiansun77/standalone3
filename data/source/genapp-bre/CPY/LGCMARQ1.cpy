      *    REQUEST IDS:                                               *
      *       'ADDQUO' - QUOTE A HOUSE (CA-Q-LINE = H) OR MOTOR       *
      *                  (CA-Q-LINE = M) RISK; THE QUOTED PREMIUM     *
      *                  COMES BACK IN CA-Q-QUOTE-PREMIUM.  A HOUSE   *
      *                  RISK IS RATED BY LGAHRT01 - CA-Q-BASE-       *
      *                  PREMIUM IS IGNORED ON INPUT AND RETURNED AS  *
      *                  THE RATED PREMIUM, WITH THE RATING TRACE IN  *
      *                  CA-Q-RATING-TRACE                            *
      *       'INQQUO' - INQUIRE A QUOTE                              *
      *       'CNVQUO' - CONVERT AN OPEN, UNEXPIRED QUOTE INTO A      *
      *                  HOUSEPOL/MOTORPOL RECORD VIA THE STANDARD    *
              05 CA-Q-POLICY-NUM       PIC 9(10).
              05 CA-Q-ISSUE-DATE       PIC X(10).
              05 CA-Q-POL-EXPIRY-DATE  PIC X(10).
      *    House rating trace (LGCHRTL HR-TRACE shape), returned on
      *    ADDQUO and INQQUO for a house quote
           03 CA-Q-RATING-TRACE        PIC X(66).
