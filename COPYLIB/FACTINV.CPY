           EXEC SQL DECLARE TUTORIAL.FACTINV TABLE
           (
              INV_ID                         INT
                                             NOT NULL,
              CUST_ID                        INT
                                             NOT NULL,
              SOLDDATE                       DATE
                                             NOT NULL,
              EXPDATE                        DATE
           )
           END-EXEC.


      *    invoices sold to the customer's financier (FACTAGR): a
      *    row here is what makes an invoice sold. subinv prints the
      *    financier's bankgiro and clause on it and marks every
      *    invoice it prints for a customer whose agreement covers
      *    all invoices; the customer menu (pbs.cbl K0164) marks and
      *    unmarks the rest. Credit notes on a sold invoice are sold
      *    along with it. EXPDATE is the day PbsFact reported the
      *    invoice to the financier - null until then.
       01  FACTINV.
           03 FACTINV-INV-ID                 PIC S9(9) COMP.
           03 FACTINV-CUST-ID                PIC S9(9) COMP.
           03 FACTINV-SOLDDATE               PIC X(10).
           03 FACTINV-EXPDATE                PIC X(10).
