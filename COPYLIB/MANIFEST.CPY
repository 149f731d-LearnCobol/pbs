                                             NOT NULL,
              XFERTIME                       CHAR (19),
              XFERTRIES                      SMALLINT
                                             NOT NULL,
              HOUSE                          CHAR (10)
                                             NOT NULL
           )
           END-EXEC.
      *    instead of retrying forever
           03 MANIFEST-XFERTIME              PIC X(19).
           03 MANIFEST-XFERTRIES             PIC S9(4) COMP.
      *    the print house (PRHOUSE) the file is routed to - set by
      *    subinv from the routing rules and corrected by PbsXfer to
      *    the house that actually got it when the routed house was
      *    down; blank for the bank network's e-faktura files
           03 MANIFEST-HOUSE                 PIC X(10).
