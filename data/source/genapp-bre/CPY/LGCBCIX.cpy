      ******************************************************************
      *    LGCBCIX - BUILDING-COST INDEX CARD (BCINDEX, 80-BYTE       *
      *    CARDS) AND THE INDEX TABLE LOADED FROM IT.  THE SURVEYORS  *
      *    ADD A CARD EACH TIME THE REBUILD-COST INDEX IS PUBLISHED:  *
      *      'I' - INDEX VALUE IN FORCE FROM AN EFFECTIVE DATE.  THE  *
      *            VALUE FOR ANY DATE IS THE LAST CARD WHOSE          *
      *            EFFECTIVE DATE IS NOT AFTER IT, SO THE CARDS GO IN *
      *            EFFECTIVE-DATE ORDER.  READ BY LGRRNW01, WHICH     *
      *            INDEX-LINKS HOUSE SUMS INSURED AT RENEWAL, AND BY  *
      *            LGRHOUS1.                                          *
      *      '*' OR BLANK IN COLUMN 1 IS A COMMENT.                   *
      ******************************************************************
       01  BUILDING-COST-INDEX-CARD.
           05  BCX-CARD-TYPE               PIC X(01).
               88  BCX-INDEX-CARD                  VALUE 'I'.
               88  BCX-COMMENT                     VALUE '*' ' '.
           05  BCX-EFFECTIVE-DATE          PIC X(10).
           05  BCX-INDEX-VALUE             PIC 9(04)V9(02).
           05  BCX-INDEX-VALUE-X REDEFINES BCX-INDEX-VALUE
                                           PIC X(06).
           05  FILLER                      PIC X(63).
      *
      *    THE INDEX AS LOADED, IN EFFECTIVE-DATE ORDER.
       01  BCT-INDEX-MAX                   PIC S9(04) COMP VALUE 120.
       01  BCT-INDEX-COUNT                 PIC S9(04) COMP VALUE ZERO.
       01  BCT-INDEX-TABLE.
           05  BCT-INDEX-ENTRY OCCURS 120 TIMES
                               INDEXED BY BCT-IDX.
               10  BCT-EFFECTIVE-DATE      PIC X(10).
               10  BCT-INDEX-VALUE         PIC 9(04)V9(02).
