      ******************************************************************
      *    LGCBONR - WITH-PROFITS BONUS RATE CARD (BONRATE, 80-BYTE   *
      *    CARDS) AND THE TERMINAL BONUS SCALE LOADED FROM IT.  THE   *
      *    ACTUARIES ISSUE THE DECK EACH YEAR WITH THE DECLARATION:   *
      *      'R' - REVERSIONARY RATE FOR A BONUS YEAR AND FUND, AS A  *
      *            PERCENT OF SUM ASSURED PLUS BONUSES ATTACHED.  A   *
      *            BLANK FUND NAME IS THE RATE FOR ANY FUND WITHOUT   *
      *            ITS OWN CARD.  READ BY LGRBON01.                   *
      *      'T' - TERMINAL BONUS RATE BY DURATION, AS A PERCENT OF   *
      *            THE REVERSIONARY BONUSES ATTACHED, PAID ONCE WHEN  *
      *            THE POLICY MATURES.  A POLICY USES THE FIRST CARD  *
      *            WHOSE BRC-T-YEARS-MAX IS NOT BELOW ITS YEARS IN    *
      *            FORCE, SO THE CARDS GO IN DURATION ORDER.  READ BY *
      *            LGRBON01 AND LGRMAT01.                             *
      *      '*' OR BLANK IN COLUMN 1 IS A COMMENT.                   *
      ******************************************************************
       01  BONUS-RATE-CARD.
           05  BRC-CARD-TYPE               PIC X(01).
               88  BRC-REVERSIONARY                VALUE 'R'.
               88  BRC-TERMINAL                    VALUE 'T'.
               88  BRC-COMMENT                     VALUE '*' ' '.
           05  BRC-REVERSIONARY-DATA.
               10  BRC-R-YEAR              PIC 9(04).
               10  BRC-R-FUND-NAME         PIC X(10).
               10  BRC-R-RATE              PIC 9(03)V9(02).
               10  FILLER                  PIC X(60).
           05  BRC-REVERSIONARY-DATA-X REDEFINES BRC-REVERSIONARY-DATA.
               10  BRC-R-YEAR-X            PIC X(04).
               10  FILLER                  PIC X(10).
               10  BRC-R-RATE-X            PIC X(05).
               10  FILLER                  PIC X(60).
           05  BRC-TERMINAL-DATA REDEFINES BRC-REVERSIONARY-DATA.
               10  BRC-T-YEARS-MAX         PIC 9(02).
               10  BRC-T-RATE              PIC 9(03)V9(02).
               10  FILLER                  PIC X(72).
           05  BRC-TERMINAL-DATA-X REDEFINES BRC-REVERSIONARY-DATA.
               10  BRC-T-YEARS-MAX-X       PIC X(02).
               10  BRC-T-RATE-X            PIC X(05).
               10  FILLER                  PIC X(72).
      *
      *    THE TERMINAL SCALE AS LOADED, IN CARD ORDER.
       01  BRT-TERMINAL-MAX                PIC S9(04) COMP VALUE 20.
       01  BRT-TERMINAL-COUNT              PIC S9(04) COMP VALUE ZERO.
       01  BRT-TERMINAL-TABLE.
           05  BRT-TERMINAL-ENTRY OCCURS 20 TIMES
                                  INDEXED BY BRT-IDX.
               10  BRT-YEARS-MAX           PIC 9(02).
               10  BRT-RATE                PIC 9(03)V9(02).
