              IBAN                           VARCHAR (34),
              BIC                            VARCHAR (11),
              DUALLIMIT                      DECIMAL (9, 2)
                                             NOT NULL,
              SWISHNO                        VARCHAR (20)
           )
           END-EXEC.

      *    (pbs.cbl PENDAPPR); zero disables the amount gate -
      *    purges always need approval regardless
           03 FINDATA-DUALLIMIT              PIC S9(7)V9(2) COMP-3.
      *    the company's Swish Handel number - when set, invoices in
      *    SEK carry a Swish QR code with the amount and the OCR
      *    (subinv B0290), and the bank's Swish report is read back
      *    by SwishRead; NULL or blank means no Swish
           03 FINDATA-SWISHNO.
              49 FINDATA-SWISHNO-LEN          PIC S9(4) COMP.
              49 FINDATA-SWISHNO-TEXT         PIC X(20).
