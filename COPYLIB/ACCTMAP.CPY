      *    which ledger account each export category books to -
      *    keyed the way IDGEN is keyed on TABLENAME. Keys used by
      *    the SIE export: AR, SALES, VAT25, VAT12, VAT06, ROUND,
      *    BANK, LOSS (kundf�rluster),
      *    DEFREV (f�rutbetalda int�kter), PROV (os�kra
      *    kundfordringar), PROVCOST (befarade kundf�rluster).
       01  ACCTMAP.
           03 ACCTMAP-MAPKEY.
              49 ACCTMAP-MAPKEY-LEN          PIC S9(4) COMP.
