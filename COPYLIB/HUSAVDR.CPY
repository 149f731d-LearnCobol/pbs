           EXEC SQL DECLARE TUTORIAL.HUSAVDR TABLE
           (
              HUS_ID                         INT
                                             NOT NULL,
              INV_ID                         INT
                                             NOT NULL,
              KIND                           CHAR (3)
                                             NOT NULL,
              WORKTYPE                       VARCHAR (20)
                                             NOT NULL,
              BUYERPNR                       CHAR (12)
                                             NOT NULL,
              LABOUR                         DECIMAL (9, 2)
                                             NOT NULL,
              MATERIAL                       DECIMAL (9, 2)
                                             NOT NULL,
              HOURS                          SMALLINT
                                             NOT NULL,
              REDUCTION                      DECIMAL (9, 2)
                                             NOT NULL,
              PROPERTY                       VARCHAR (40)
                                             NOT NULL,
              STATE                          SMALLINT
                                             NOT NULL,
              CLAIMDATE                      DATE,
              APPROVED                       DECIMAL (9, 2)
                                             NOT NULL
           )
           END-EXEC.


      *    husavdrag (ROT/RUT) on an invoice: one row per buyer and
      *    work type, from the intake's 70-post (PbsRead). LABOUR and
      *    MATERIAL are the invoice's cost split including VAT, and
      *    REDUCTION the tax reduction the debtor does not pay - subinv
      *    prints the statutory block and takes it off the amount to
      *    pay. BUYERPNR is never kept in clear: PbsPnr's stored
      *    form of the buyer's last ten digits, then the century
      *    (19 or 20) - only PbsHus and subinv read it back. PROPERTY
      *    is the fastighetsbeteckning, or the BRF's
      *    organisationsnummer and apartment number. PbsHus claims
      *    the reduction from Skatteverket once the debtor has paid
      *    the rest (STATE 1, CLAIMDATE); HusRead books the decision
      *    as the remaining payment (STATE 2, APPROVED).
       01  HUSAVDR.
           03 HUSAVDR-HUS-ID                 PIC S9(9) COMP.
           03 HUSAVDR-INV-ID                 PIC S9(9) COMP.
           03 HUSAVDR-KIND                   PIC X(3).
               88  HUSAVDR-KIND-ROT              VALUE 'ROT'.
               88  HUSAVDR-KIND-RUT              VALUE 'RUT'.
           03 HUSAVDR-WORKTYPE.
              49 HUSAVDR-WORKTYPE-LEN        PIC S9(4) COMP.
              49 HUSAVDR-WORKTYPE-TEXT       PIC X(20).
           03 HUSAVDR-BUYERPNR               PIC X(12).
           03 HUSAVDR-LABOUR                 PIC S9(7)V9(2) COMP-3.
           03 HUSAVDR-MATERIAL               PIC S9(7)V9(2) COMP-3.
           03 HUSAVDR-HOURS                  PIC S9(4) COMP.
           03 HUSAVDR-REDUCTION              PIC S9(7)V9(2) COMP-3.
           03 HUSAVDR-PROPERTY.
              49 HUSAVDR-PROPERTY-LEN        PIC S9(4) COMP.
              49 HUSAVDR-PROPERTY-TEXT       PIC X(40).
           03 HUSAVDR-STATE                  PIC S9(4) COMP.
               88  HUSAVDR-STATE-OPEN            VALUE 0.
               88  HUSAVDR-STATE-CLAIMED         VALUE 1.
               88  HUSAVDR-STATE-DECIDED         VALUE 2.
           03 HUSAVDR-CLAIMDATE              PIC X(10).
           03 HUSAVDR-APPROVED               PIC S9(7)V9(2) COMP-3.
