      **>          overwrites the identifying fields on DEBTOR and
      **>          ADDR - the financial amounts stay untouched - and
      **>          logs each anonymized debt_id to data/anonlog.txt.
      **>          The operators' notes on the debtor and its
      **>          invoices (NOTELOG) are removed.
      **>          Separate from the X0150 purge: nothing is deleted
      **>          here, only de-identified.
      **> Initial Version Created: 2026-08-22
           MOVE ZERO TO DEBTOR-CONTACT-LEN DEBTOR-NOTE-LEN
           MOVE SPACE TO DEBTOR-EMAIL-TEXT
           MOVE ZERO TO DEBTOR-EMAIL-LEN
      **>  an ended internet-bank e-faktura registration holds the
      **>  personnummer as well; an active one is a live agreement
      **>  with the bank and stays
           EXEC SQL
               DELETE FROM EFREG
                   WHERE STATUS = 0
                     AND ORGNO = (SELECT ORGNO FROM DEBTOR
                                      WHERE DEBT_ID = :DEBTOR-DEBT-ID)
           END-EXEC

      **>  the operators' dated notes on the debtor and its
      **>  invoices are free text about the person - calls, promises,
      **>  circumstances - and go with the rest
           EXEC SQL
               DELETE FROM NOTELOG
                   WHERE (OBJTYPE = 'G' AND OBJKEY = :DEBTOR-DEBT-ID)
                      OR (OBJTYPE = 'F' AND
                          OBJKEY IN (SELECT INV_ID FROM INVOICE
                                      WHERE DEBT_ID = :DEBTOR-DEBT-ID))
           END-EXEC

      **>  the person-/organisationsnummer and the VAT number are
      **>  the strongest identifiers of all - they go with the name
           MOVE SPACE TO DEBTOR-ORGNO
                       UPDATE ADDR
                           SET STREET = :ADDR-STREET,
                               POSTNO = :ADDR-POSTNO,
                               POSTCODE = :ADDR-POSTNO,
                               PLACE = :ADDR-PLACE
                           WHERE ADDR_ID = :DEBTOR-ADDR-ID
                   END-EXEC
