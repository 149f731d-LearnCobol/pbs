           END-EXEC.


      *    volume bands for a service: units TIERFROM..TIERTO of the
      *    service's usage metric (SRV-METRIC - printed invoices,
      *    sheets, e-mails ...) in the billing period are priced at
      *    UNITPRICE each; a service with no tier rows keeps its
      *    flat SRV-CHARGE
       01  PRICETIER.
           03 PRICETIER-SRV-ID               PIC S9(9) COMP.
