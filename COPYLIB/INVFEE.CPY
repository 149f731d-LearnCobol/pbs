           EXEC SQL DECLARE TUTORIAL.INVFEE TABLE
           (
              CUST_ID                        INT
                                             NOT NULL,
              PAPERFEE                       DECIMAL (7, 2)
                                             NOT NULL,
              MAILFEE                        DECIMAL (7, 2)
                                             NOT NULL,
              EINVFEE                        DECIMAL (7, 2)
                                             NOT NULL
           )
           END-EXEC.


      *    the aviavgift a customer charges its debtors on every
      *    invoice, by how the invoice reaches the debtor: posted
      *    paper (DEBTOR-DELIVERY-POST), e-mail (DEBTOR-DELIVERY-MAIL)
      *    or e-invoice (CUSTOMER-DELIVERY-EINVOICE, and the
      *    internet bank's e-faktura, DEBTOR-DELIVERY-BANK). Amounts are
      *    excluding VAT - subinv adds the fee as its own AVIAVGIFT
      *    line at the invoice's VAT rate when it renders the
      *    invoice (B0206); zero means no fee on that channel, no
      *    row means no fee at all. Entered on the customer menu
      *    (pbs.cbl K0193).
       01  INVFEE.
           03 INVFEE-CUST-ID                 PIC S9(9) COMP.
           03 INVFEE-PAPERFEE                PIC S9(5)V9(2) COMP-3.
           03 INVFEE-MAILFEE                 PIC S9(5)V9(2) COMP-3.
           03 INVFEE-EINVFEE                 PIC S9(5)V9(2) COMP-3.
