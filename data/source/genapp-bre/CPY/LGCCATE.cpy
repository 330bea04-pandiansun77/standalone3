      ******************************************************************
      *    LGCCATE - CATASTROPHE EVENT RECORD (CATEVENT KSDS, KEYED   *
      *    BY CEV-EVENT-CODE).  ONE ROW PER STORM, FLOOD OR OTHER     *
      *    EVENT THE CLAIMS MANAGER DECLARES, MAINTAINED FROM CARDS   *
      *    BY LGRCEV01.  WHILE AN EVENT IS OPEN, ADDCLM (LGACLM01)    *
      *    SUGGESTS ITS CODE FOR ANY NEW CLAIM WHOSE DATE OF LOSS     *
      *    FALLS IN THE DATE RANGE AND WHOSE RISK LIES IN ONE OF THE  *
      *    AFFECTED PERIL ZONES (THE LGCPERZ ZONE NAMES); THE         *
      *    ADJUSTER CONFIRMS OR OVERRIDES IT WITH CATCLM.  LGRCEV02   *
      *    TOTALS THE CODED CLAIMS PER EVENT AND ZONE AGAINST THE     *
      *    LGCTRTY RETENTION FOR THE EVENT'S PERIL.                   *
      ******************************************************************
       01  CATASTROPHE-EVENT-RECORD.
           05  CEV-EVENT-CODE              PIC X(08).
      *    THE LGCTRTY PERIL NAME - FIRE, CRIME, FLOOD OR WEATHER.
           05  CEV-PERIL                   PIC X(08).
      *    FIRST AND LAST DATE OF LOSS THE EVENT COVERS.  SPACES IN
      *    THE END DATE MEANS THE EVENT IS STILL RUNNING.
           05  CEV-START-DATE              PIC X(10).
           05  CEV-END-DATE                PIC X(10).
           05  CEV-ZONE-TABLE.
               10  CEV-ZONE OCCURS 4 TIMES PIC X(08).
           05  CEV-STATUS-FLAG             PIC X(01).
               88  CEV-EVENT-OPEN                  VALUE 'O'.
               88  CEV-EVENT-CLOSED                VALUE 'C'.
           05  CEV-OPENED-DATE             PIC X(10).
           05  CEV-CLOSED-DATE             PIC X(10).
           05  FILLER                      PIC X(30).
