              PLACE                          CHAR (30)
                                             NOT NULL,
              INVALID                        SMALLINT
                                             NOT NULL,
              COUNTRY                        CHAR (2)
                                             NOT NULL,
              POSTCODE                       CHAR (10)
                                             NOT NULL
           )
           END-EXEC.
           03 ADDR-INVALID                   PIC S9(4) COMP.
               88  ADDR-ADDRESS-VALID            VALUE 0.
               88  ADDR-ADDRESS-INVALID          VALUE 1.
      *    ISO 3166 country code - SE (or blank on rows from before
      *    foreign debtors were taken) is a Swedish address. POSTCODE
      *    is the postcode as the destination country writes it, up
      *    to ten characters with any space or letters; POSTNO keeps
      *    its first five for everything that only knows Swedish
      *    postnummer
           03 ADDR-COUNTRY                   PIC X(2).
               88  ADDR-COUNTRY-DOMESTIC         VALUE 'SE' SPACE.
           03 ADDR-POSTCODE                  PIC X(10).
