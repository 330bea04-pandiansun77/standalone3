       DATE-COMPILED.
      *================================================================
      * MODIFICATION HISTORY
      *   2026-10-15  PA  THE PERIL-ZONE TABLE IS LOADED AS IN FORCE
      *                   TODAY FROM THE REFTAB REFERENCE FILE
      *                   (LGARTB01) INSTEAD OF COMPILED VALUES; NO
      *                   POLICY IS RE-RATED IF IT CANNOT BE LOADED.
      *   2026-08-22  PA  ORIGINAL -- BATCH RE-RATE OF THE COMMPOL
      *                   PERIL FACTORS FROM THE LGCPERZ ZONE TABLE,
      *                   THE SAME RATING LGMCOM01 NOW APPLIES AT
      *================================================================
      *    FUNCTION:
      *      READS EVERY COMMPOL RECORD, MATCHES ITS COORDINATES
      *      AGAINST THE LGCPERZ PERIL-ZONE TABLE (LOADED FROM REFTAB
      *      THROUGH LGARTB01 AS IN FORCE TODAY), REPORTS EVERY
      *      POLICY WHOSE KEYED PERILS DIFFER MATERIALLY FROM THE
      *      ZONE-DERIVED VALUES, AND REWRITES THE RECORD WITH THE
      *      ZONE PERILS.  POLICIES WITH BLANK COORDINATES ARE
      *      REPORTED AND LEFT ALONE.
      *
      *    INPUT/OUTPUT: COMMPOL  - COMMERCIAL POLICY MASTER (I-O)
      *    INPUT FILE:   REFTAB   - REFERENCE TABLES (VIA LGARTB01)
      *    OUTPUT FILE:  RRATECOM - RE-RATE REPORT
      *
      *    RETURN CODE:  00 - NOTHING MATERIAL
      *                  04 - MATERIAL DIFFERENCES RE-RATED
      *                  08 - FILE ERROR, OR THE ZONE TABLE
      *                       COULD NOT BE LOADED
      *================================================================
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               88  END-OF-FILE                    VALUE 'Y'.
      *
       COPY LGCPERZ.
      *
      *    REFERENCE TABLE LOADER (LGARTB01) PARAMETER AREA.
       01  WS-REF-LOAD-AREA.
           COPY LGCREFL REPLACING LEADING ==RL== BY ==WSRL==.
       01  SW-REFTAB-LOAD                 PIC X(01) VALUE 'Y'.
           88  REFTAB-LOADED                      VALUE 'Y'.
      *
       01  WS-LAT-OK-SW                   PIC X(01) VALUE 'N'.
       01  WS-LC-DATE8                    PIC X(08).
       PROCEDURE DIVISION.
      *
       0000-MAINLINE.
      *
           PERFORM 0100-LOAD-REFERENCE-TABLES
              THRU 0100-LOAD-REFERENCE-TABLES-EXIT
      *
           OPEN OUTPUT RRATECOM
           MOVE '-------- LGRCOM01 PERIL ZONE RE-RATE ------------'
                TO RRATECOM-RECORD
           WRITE RRATECOM-RECORD
      *
           IF NOT REFTAB-LOADED
              CLOSE RRATECOM
              GOBACK
           END-IF
      *
           OPEN I-O COMMPOL
           IF NOT COMMPOL-VALID-STATUS
           END-IF
      *
           GOBACK.
      *
      *================================================================
      * 0100-LOAD-REFERENCE-TABLES - THE PERIL-ZONE BOXES AND
      *     FACTORS AS
      *     IN FORCE TODAY, FROM REFTAB THROUGH LGARTB01.  LOADED
      *     BEFORE ANYTHING ELSE SETS THE RETURN CODE, WHICH EACH
      *     CALL RESETS; A TABLE THAT CANNOT BE LOADED FAILS THE RUN.
      *================================================================
       0100-LOAD-REFERENCE-TABLES.
      *
           MOVE 'PERZ'                   TO WSRL-TABLE-ID
           PERFORM 0110-LOAD-ONE-TABLE
              THRU 0110-LOAD-ONE-TABLE-EXIT
           MOVE WSRL-TABLE-AREA          TO PRZ-ZONE-AREA
      *
           IF NOT REFTAB-LOADED
              MOVE 8                     TO RETURN-CODE
           END-IF
      *
       0100-LOAD-REFERENCE-TABLES-EXIT.
           EXIT.
      *
       0110-LOAD-ONE-TABLE.
      *
           MOVE SPACES                   TO WSRL-AS-OF-DATE
           CALL 'LGARTB01' USING WS-REF-LOAD-AREA
      *
           EVALUATE WSRL-RETURN-CODE
              WHEN 00
                 CONTINUE
              WHEN 10
                 DISPLAY 'LGRCOM01 - NO ' WSRL-TABLE-ID
                         ' ENTRY IN FORCE ON REFTAB'
              WHEN 12
                 DISPLAY 'LGRCOM01 - ' WSRL-TABLE-ID
                         ' TABLE FULL - LATER ENTRIES NOT LOADED'
              WHEN OTHER
                 DISPLAY '**LGRCOM01 - ' WSRL-TABLE-ID
                         ' NOT LOADED FROM REFTAB - RC '
                         WSRL-RETURN-CODE
                 MOVE 'N'                TO SW-REFTAB-LOAD
           END-EVALUATE
      *
       0110-LOAD-ONE-TABLE-EXIT.
           EXIT.
      *
       0200-RERATE-ALL-POLICIES.
      *
