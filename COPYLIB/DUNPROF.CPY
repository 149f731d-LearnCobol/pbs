           EXEC SQL DECLARE TUTORIAL.DUNPROF TABLE
           (
              PROF_ID                        INT
                                             NOT NULL,
              NAME                           VARCHAR (30)
                                             NOT NULL,
              LEVELS                         SMALLINT
                                             NOT NULL,
              FEE1                           DECIMAL (5, 2)
                                             NOT NULL,
              FEE2                           DECIMAL (5, 2)
                                             NOT NULL,
              FEE3                           DECIMAL (5, 2)
                                             NOT NULL,
              WAIT1                          SMALLINT
                                             NOT NULL,
              WAIT2                          SMALLINT
                                             NOT NULL,
              WAIT3                          SMALLINT
                                             NOT NULL,
              TONE                           CHAR (1)
                                             NOT NULL,
              FINALSTEP                      CHAR (1)
                                             NOT NULL
           )
           END-EXEC.


      *    a dunning ladder a customer can be put on instead of its
      *    legal entity's FINDATA one (REMFEE1/2, DUNWAITDAYS) -
      *    housing co-ops and municipalities that contractually
      *    want no fee, fewer letters or no inkasso. LEVELS is the
      *    number of letters (1-3), the last of several being the
      *    final demand; FEEn is the fee on letter n and WAITn the
      *    days after letter n before the next step. TONE sets the
      *    first reminder's wording, FINALSTEP what happens once
      *    the last letter's wait is out. Assigned per customer in
      *    DUNCUST, maintained from the customer menu (pbs.cbl
      *    K0188).
       01  DUNPROF.
           03 DUNPROF-PROF-ID                PIC S9(9) COMP.
           03 DUNPROF-NAME.
              49 DUNPROF-NAME-LEN            PIC S9(4) COMP.
              49 DUNPROF-NAME-TEXT           PIC X(30).
           03 DUNPROF-LEVELS                 PIC S9(4) COMP.
           03 DUNPROF-FEE1                   PIC S9(3)V9(2) COMP-3.
           03 DUNPROF-FEE2                   PIC S9(3)V9(2) COMP-3.
           03 DUNPROF-FEE3                   PIC S9(3)V9(2) COMP-3.
           03 DUNPROF-WAIT1                  PIC S9(4) COMP.
           03 DUNPROF-WAIT2                  PIC S9(4) COMP.
           03 DUNPROF-WAIT3                  PIC S9(4) COMP.
      *    S = by the debtor's payment profile (PayScore), as the
      *    FINDATA ladder does; V = always the friendly wording;
      *    D = always the direct wording
           03 DUNPROF-TONE                   PIC X(1).
               88  DUNPROF-TONE-SCORE            VALUE 'S' ' '.
               88  DUNPROF-TONE-FRIENDLY         VALUE 'V'.
               88  DUNPROF-TONE-DIRECT           VALUE 'D'.
      *    I = hand the case to the inkasso partner; R = no inkasso,
      *    report the case back to the customer (data/dunreport.txt);
      *    K = no inkasso, apply to Kronofogden for
      *    betalningsf�rel�ggande (KFMCASE, pbs.cbl P0230)
           03 DUNPROF-FINALSTEP              PIC X(1).
               88  DUNPROF-FINAL-INKASSO         VALUE 'I'.
               88  DUNPROF-FINAL-REPORT          VALUE 'R'.
               88  DUNPROF-FINAL-KFM             VALUE 'K'.
