           EXEC SQL DECLARE TUTORIAL.INFPRINT TABLE
           (
              FP_ID                          INT
                                             NOT NULL,
              CUST_ID                        INT
                                             NOT NULL,
              FILENO                         CHAR (5)
                                             NOT NULL,
              FILENAME                       VARCHAR (80)
                                             NOT NULL,
              RECVDATE                       DATE
                                             NOT NULL,
              FPRINT                         CHAR (10)
                                             NOT NULL,
              RECCOUNT                       INT
                                             NOT NULL
           )
           END-EXEC.


      *    content fingerprint of every inbound file PbsRead has
      *    imported: a rolling hash over the file's invoice part -
      *    the faktura, artikel, kredit, bilaga, g�lden�rs�ndring
      *    and husavdrag records in file order, with the customer's
      *    own FAKTNR blanked so a renumbered re-export still
      *    matches - together with the number of records hashed.
      *    A later file from the same customer with the same
      *    FPRINT and RECCOUNT within PbsRead's look-back window is
      *    the same delivery sent again under a new file name or
      *    file number, and is turned away whole before a single
      *    invoice is inserted. FILENO and FILENAME are those of
      *    the file first received, for the receipt and the alert.
       01  INFPRINT.
           03 INFPRINT-FP-ID                 PIC S9(9) COMP.
           03 INFPRINT-CUST-ID               PIC S9(9) COMP.
           03 INFPRINT-FILENO                PIC X(5).
           03 INFPRINT-FILENAME.
              49 INFPRINT-FILENAME-LEN       PIC S9(4) COMP.
              49 INFPRINT-FILENAME-TEXT      PIC X(80).
           03 INFPRINT-RECVDATE              PIC X(10).
           03 INFPRINT-FPRINT                PIC X(10).
           03 INFPRINT-RECCOUNT              PIC S9(9) COMP.
