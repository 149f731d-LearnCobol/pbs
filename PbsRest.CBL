      **> Authors: Peter B, Bertil K and Sergejs S.
      **> Purpose: Manage an invoice print company (PBS)
      **>          Restore from the gallring archive: reads the
      **>          dated files the purge (PbsGall) wrote
      **>          before deleting - data/arkiv/<datum>_invoice.txt
      **>          and _inlog.txt - and re-imports selected rows
      **>          into the live tables: one invoice, one customer's
                   MOVE ARK-INV-DUNLEVEL TO INVOICE-DUNLEVEL
                   MOVE ARK-INV-LASTDUNDATE TO INVOICE-LASTDUNDATE
                   MOVE ARK-INV-INTBILLED TO INVOICE-INTBILLED
                   MOVE ARK-INV-SENDDATE TO INVOICE-SENDDATE

                   EXEC SQL
                       INSERT INTO INVOICE
                                 :INVOICE-OCRREF,
                                 :INVOICE-DUNLEVEL,
                                 :INVOICE-LASTDUNDATE,
                                 :INVOICE-INTBILLED,
                                 :INVOICE-SENDDATE)
                   END-EXEC

                   IF SQLCODE NOT = ZERO
