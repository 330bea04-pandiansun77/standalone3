      *    FLOOD AND WEATHER PERIL FACTORS UNDERWRITING HAS AGREED    *
      *    FOR IT.  THE FIRST ZONE WHOSE BOX CONTAINS THE RISK WINS,  *
      *    SO THE CATCH-ALL 'STANDARD' ZONE MUST STAY LAST.  THE      *
      *    ZONES ARE MAINTAINED ON THE REFTAB FILE (TABLE PERZ,       *
      *    LGCREFT) THROUGH LGMRTB01 WITH UNDERWRITING SIGN-OFF; THE  *
      *    PROGRAMS LOAD THE ZONES IN FORCE INTO PRZ-ZONE-AREA        *
      *    THROUGH LGARTB01/LGARTB02 BEFORE SEARCHING IT.             *
      ******************************************************************
       01  PRZ-ZONE-AREA.
           05  PRZ-ZONE-COUNT              PIC 9(02) VALUE ZERO.
           05  PRZ-ZONE OCCURS 0 TO 20 TIMES
                         DEPENDING ON PRZ-ZONE-COUNT
                         INDEXED BY PRZ-IDX.
               10  PRZ-NAME                PIC X(08).
               10  PRZ-LAT-LO              PIC S9(03)V9(04).
               10  PRZ-CRIMEPERIL          PIC 9(04).
               10  PRZ-FLOODPERIL          PIC 9(04).
               10  PRZ-WEATHERPERIL        PIC 9(04).
       77  PRZ-ZONE-MAX                    PIC 9(02) VALUE 20.
      *
       01  WS-PERIL-RATE-WORK.
           05  WS-PRZ-LAT                  PIC S9(03)V9(04).
