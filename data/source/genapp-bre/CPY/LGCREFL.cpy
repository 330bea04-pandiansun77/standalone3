      ******************************************************************
      *    LGCREFL - PARAMETER AREA FOR THE REFERENCE TABLE LOADERS.  *
      *    BATCH PROGRAMS CALL LGARTB01 USING THIS AREA; ONLINE       *
      *    PROGRAMS LINK TO LGARTB02 WITH IT AS THE COMMAREA.  THE    *
      *    CALLER NAMES ONE TABLE AND THE DATE IT WANTS IT AS AT      *
      *    (SPACES FOR TODAY); THE LOADER BUILDS THE ENTRIES IN FORCE *
      *    FROM REFTAB (LGCREFT) INTO RL-TABLE-AREA IN THE SHAPE OF   *
      *    THE TABLE'S OWN COPYBOOK AREA, WHICH THE CALLER MOVES IT   *
      *    TO:                                                        *
      *       PERZ - PRZ-ZONE-AREA      (LGCPERZ)                     *
      *       TRTY - TRT-TREATY-AREA    (LGCTRTY)                     *
      *       PAYL - PAL-LIMIT-AREA     (LGCPAYL)                     *
      *       ACCP - PCZ-PREFIX-AREA    (LGCACCZ)                     *
      *       ACCL - ACL-LIMIT-AREA     (LGCACCZ)                     *
      *                                                               *
      *    RL-RETURN-CODE VALUES:                                     *
      *       00  -  TABLE LOADED                                     *
      *       10  -  NO ENTRY IN FORCE - THE TABLE IS EMPTY           *
      *       12  -  MORE ENTRIES IN FORCE THAN THE TABLE HOLDS - THE *
      *              TABLE IS FULL AND THE REST WERE LEFT OUT         *
      *       30  -  RL-TABLE-ID IS NOT A REFERENCE TABLE             *
      *       90  -  REFTAB COULD NOT BE READ                         *
      ******************************************************************
           03 RL-TABLE-ID              PIC X(4).
      *    CCYY-MM-DD, OR SPACES FOR TODAY
           03 RL-AS-OF-DATE            PIC X(10).
           03 RL-RETURN-CODE           PIC 9(2).
           03 RL-ENTRY-COUNT           PIC 9(4).
           03 RL-TABLE-AREA            PIC X(2000).
