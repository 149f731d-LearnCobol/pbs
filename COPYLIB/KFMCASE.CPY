           EXEC SQL DECLARE TUTORIAL.KFMCASE TABLE
           (
              KFM_ID                         INT
                                             NOT NULL,
              INV_ID                         INT
                                             NOT NULL,
              ORIGIN                         CHAR (1)
                                             NOT NULL,
              STATE                          SMALLINT
                                             NOT NULL,
              CREATED                        DATE
                                             NOT NULL,
              SENTDATE                       DATE,
              CAPITAL                        DECIMAL (9, 2)
                                             NOT NULL,
              INTEREST                       DECIMAL (9, 2)
                                             NOT NULL,
              INTRATE                        DECIMAL (5, 2)
                                             NOT NULL,
              FEES                           DECIMAL (9, 2)
                                             NOT NULL,
              APPFEE                         DECIMAL (7, 2)
                                             NOT NULL,
              MALNR                          VARCHAR (20),
              LASTUPDATE                     DATE
                                             NOT NULL
           )
           END-EXEC.


      *    one row per claim taken to Kronofogden as an application
      *    for betalningsf�rel�ggande - the legal step after an
      *    unanswered final demand for a customer whose dunning
      *    profile ends in K (dunning.CBL B0138), or after the
      *    inkasso partner gave the case up as uncollectible
      *    (INKCASE state 2). pbs.cbl P0230 writes the applications
      *    file and records what was claimed: CAPITAL the open
      *    amount, INTEREST the dr�jsm�lsr�nta accrued to the
      *    application day with INTRATE the rate running on from
      *    it, FEES the unpaid reminder letters and the bureau's
      *    fees, APPFEE Kronofogden's ans�kningsavgift - charged to
      *    the customer on the next settlement. MALNR is
      *    Kronofogden's m�lnummer once the application is
      *    registered; their status file keeps STATE current.
       01  KFMCASE.
           03 KFMCASE-KFM-ID                 PIC S9(9) COMP.
           03 KFMCASE-INV-ID                 PIC S9(9) COMP.
      *    D = from the dunning ladder, I = returned by inkasso
           03 KFMCASE-ORIGIN                 PIC X(1).
               88  KFMCASE-FROM-DUNNING          VALUE 'D'.
               88  KFMCASE-FROM-INKASSO          VALUE 'I'.
           03 KFMCASE-STATE                  PIC S9(4) COMP.
               88  KFMCASE-PREPARED              VALUE 0.
               88  KFMCASE-SENT                  VALUE 1.
               88  KFMCASE-REGISTERED            VALUE 2.
               88  KFMCASE-CONTESTED             VALUE 3.
               88  KFMCASE-JUDGMENT              VALUE 4.
               88  KFMCASE-PAID                  VALUE 5.
               88  KFMCASE-CLOSED                VALUE 6.
           03 KFMCASE-CREATED                PIC X(10).
           03 KFMCASE-SENTDATE               PIC X(10).
           03 KFMCASE-CAPITAL                PIC S9(7)V9(2) COMP-3.
           03 KFMCASE-INTEREST               PIC S9(7)V9(2) COMP-3.
           03 KFMCASE-INTRATE                PIC S9(3)V9(2) COMP-3.
           03 KFMCASE-FEES                   PIC S9(7)V9(2) COMP-3.
           03 KFMCASE-APPFEE                 PIC S9(5)V9(2) COMP-3.
           03 KFMCASE-MALNR.
              49 KFMCASE-MALNR-LEN           PIC S9(4) COMP.
              49 KFMCASE-MALNR-TEXT          PIC X(20).
           03 KFMCASE-LASTUPDATE             PIC X(10).
