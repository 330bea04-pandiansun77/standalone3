      *    THE PREMIUM ABOVE RETENTION THAT IS CEDED.  LGRCED01       *
      *    APPLIES THESE TO EVERY BOUND COMMPOL RISK; CLAIMS ON A     *
      *    CEDED POLICY RECOVER IN PROPORTION TO THE PREMIUM CEDED.   *
      *    THE TREATIES ARE MAINTAINED ON THE REFTAB FILE (TABLE      *
      *    TRTY, LGCREFT) THROUGH LGMRTB01 WITH UNDERWRITING AND      *
      *    REINSURANCE SIGN-OFF, EFFECTIVE FROM EACH RENEWAL; THE     *
      *    PROGRAMS LOAD THE TREATIES IN FORCE INTO TRT-TREATY-AREA   *
      *    THROUGH LGARTB01 BEFORE USING THEM.                        *
      ******************************************************************
       01  TRT-TREATY-AREA.
           05  TRT-TREATY-COUNT            PIC 9(02) VALUE ZERO.
           05  TRT-ENTRY OCCURS 0 TO 10 TIMES
                         DEPENDING ON TRT-TREATY-COUNT
                         INDEXED BY TRT-IDX.
               10  TRT-PERIL-NAME          PIC X(08).
               10  TRT-REINSURER           PIC X(05).
               10  TRT-RETENTION           PIC 9(08).
               10  TRT-CEDED-PCT           PIC 9(03).
       77  TRT-TREATY-MAX                  PIC 9(02) VALUE 10.
