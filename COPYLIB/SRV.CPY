              STATUS                         SMALLINT
                                             NOT NULL,
              VAT                            DECIMAL (3, 2)
                                             NOT NULL,
              METRIC                         CHAR (1)
                                             NOT NULL
           )
           END-EXEC.
           03 SRV-STATUS                     PIC S9(4) COMP.
               88  SRV-STATUS-ACTIVE             VALUE 1.
               88  SRV-STATUS-INACTIVE           VALUE 0.
           03 SRV-VAT                        PIC S9(1)V9(2) COMP-3.
      *    the usage a service with PRICETIER bands is rated on -
      *    what srvbill counts for the period, see its
      *    B0143-count-usage for where each count comes from
           03 SRV-METRIC                     PIC X(1).
               88  SRV-METRIC-INVOICES           VALUE 'I' SPACE.
               88  SRV-METRIC-SHEETS             VALUE 'S'.
               88  SRV-METRIC-ATTPAGES           VALUE 'A'.
               88  SRV-METRIC-EMAILS             VALUE 'E'.
               88  SRV-METRIC-EINVOICES          VALUE 'P'.
               88  SRV-METRIC-INFILES            VALUE 'F'.
               88  SRV-METRIC-REMINDERS          VALUE 'R'.
               88  SRV-METRIC-INSERTS            VALUE 'B'.
               88  SRV-METRIC-VALID              VALUE 'I' 'S' 'A'
                                                       'E' 'P' 'F'
                                                       'R' 'B'.
