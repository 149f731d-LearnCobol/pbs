      *    the addresses one customer-facing notice goes to, as
      *    PbsCont resolves them from the contact register: the
      *    caller fills in the customer and the notice type (the
      *    NOTICES positions of CUSTCONT), PbsCont returns up to ten
      *    addresses - CUSTOMER.EMAIL alone, with FALLBACK 'Y',
      *    when no contact subscribes to the type, and none at all
      *    when the customer has no address either.
       01  CONTRCPT.
           03 CONTRCPT-CUST-ID               PIC S9(9) COMP.
           03 CONTRCPT-NOTICE                PIC 9(1).
               88  CONTRCPT-FAKTURA              VALUE 1.
               88  CONTRCPT-KVITTO               VALUE 2.
               88  CONTRCPT-FILLARM              VALUE 3.
               88  CONTRCPT-SLAVITE              VALUE 4.
               88  CONTRCPT-REDOVISNING          VALUE 5.
           03 CONTRCPT-FALLBACK              PIC X(1).
               88  CONTRCPT-FROM-CUSTOMER        VALUE 'Y'.
           03 CONTRCPT-COUNT                 PIC 9(2).
           03 CONTRCPT-EMAIL                 PIC X(60) OCCURS 10.
