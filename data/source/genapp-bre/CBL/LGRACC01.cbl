       DATE-COMPILED.
      *================================================================
      * MODIFICATION HISTORY
      *   2026-10-15  PA  THE PERIL-ZONE BOXES, POSTCODE MAPPING AND
      *                   ACCUMULATION LIMITS ARE LOADED AS IN FORCE
      *                   TODAY FROM THE REFTAB REFERENCE FILE
      *                   (LGARTB01) INSTEAD OF COMPILED VALUES.
      *   2026-09-02  PA  ORIGINAL -- CATASTROPHE ACCUMULATION BY
      *                   PERIL ZONE.  LGCPERZ RATES INDIVIDUAL
      *                   COMMERCIAL RISKS BUT NOBODY KNEW THE TOTAL
      *      BREACHES ARE FLAGGED FOR UNDERWRITING.
      *
      *    INPUT FILES:  COMMPOL, HOUSEPOL.
      *                  REFTAB   - REFERENCE TABLES (VIA LGARTB01).
      *    OUTPUT FILE:  ACCRPT   - ACCUMULATION REPORT.
      *
      *    RETURN CODE:  00 - NOTHING ACCUMULATED
      *    POSTCODE-PREFIX MAPPING AND ACCUMULATION LIMITS.
       COPY LGCACCZ.
      *
      *    REFERENCE TABLE LOADER (LGARTB01) PARAMETER AREA.
       01  WS-REF-LOAD-AREA.
           COPY LGCREFL REPLACING LEADING ==RL== BY ==WSRL==.
       01  SW-REFTAB-LOAD                 PIC X(01) VALUE 'Y'.
           88  REFTAB-LOADED                      VALUE 'Y'.
      *
      *    PERIL SLOT NAMES: 1=FIRE 2=CRIME 3=FLOOD 4=WEATHER.
       01  WS-PERIL-NAME-TABLE.
           05  FILLER                     PIC X(08) VALUE 'FIRE    '.
           GOBACK.
      *
       0100-INITIALIZATION.
      *
           PERFORM 0180-LOAD-REFERENCE-TABLES
              THRU 0180-LOAD-REFERENCE-TABLES-EXIT
      *
           OPEN OUTPUT ACCRPT
           MOVE '------ LGRACC01 CATASTROPHE ACCUMULATION --------'
      *
       0100-INITIALIZATION-EXIT.
           EXIT.
      *
      *================================================================
      * 0180-LOAD-REFERENCE-TABLES - THE PERIL-ZONE BOXES, THE
      *     POSTCODE-PREFIX MAPPING AND THE ACCUMULATION LIMITS AS
      *     IN FORCE TODAY, FROM REFTAB THROUGH LGARTB01.  LOADED
      *     BEFORE ANYTHING ELSE SETS THE RETURN CODE, WHICH EACH
      *     CALL RESETS; A TABLE THAT CANNOT BE LOADED FAILS THE RUN.
      *================================================================
       0180-LOAD-REFERENCE-TABLES.
      *
           MOVE 'PERZ'                   TO WSRL-TABLE-ID
           PERFORM 0190-LOAD-ONE-TABLE
              THRU 0190-LOAD-ONE-TABLE-EXIT
           MOVE WSRL-TABLE-AREA          TO PRZ-ZONE-AREA
           MOVE 'ACCP'                   TO WSRL-TABLE-ID
           PERFORM 0190-LOAD-ONE-TABLE
              THRU 0190-LOAD-ONE-TABLE-EXIT
           MOVE WSRL-TABLE-AREA          TO PCZ-PREFIX-AREA
           MOVE 'ACCL'                   TO WSRL-TABLE-ID
           PERFORM 0190-LOAD-ONE-TABLE
              THRU 0190-LOAD-ONE-TABLE-EXIT
           MOVE WSRL-TABLE-AREA          TO ACL-LIMIT-AREA
      *
           IF NOT REFTAB-LOADED
              MOVE 8                     TO RETURN-CODE
           END-IF
      *
       0180-LOAD-REFERENCE-TABLES-EXIT.
           EXIT.
      *
       0190-LOAD-ONE-TABLE.
      *
           MOVE SPACES                   TO WSRL-AS-OF-DATE
           CALL 'LGARTB01' USING WS-REF-LOAD-AREA
      *
           EVALUATE WSRL-RETURN-CODE
              WHEN 00
                 CONTINUE
              WHEN 10
                 DISPLAY 'LGRACC01 - NO ' WSRL-TABLE-ID
                         ' ENTRY IN FORCE ON REFTAB'
              WHEN 12
                 DISPLAY 'LGRACC01 - ' WSRL-TABLE-ID
                         ' TABLE FULL - LATER ENTRIES NOT LOADED'
              WHEN OTHER
                 DISPLAY '**LGRACC01 - ' WSRL-TABLE-ID
                         ' NOT LOADED FROM REFTAB - RC '
                         WSRL-RETURN-CODE
                 MOVE 'N'                TO SW-REFTAB-LOAD
           END-EVALUATE
      *
       0190-LOAD-ONE-TABLE-EXIT.
           EXIT.
      *
       0200-ACCUMULATE-COMMPOL.
      *
