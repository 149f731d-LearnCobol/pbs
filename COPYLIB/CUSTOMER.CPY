              PARENT_ID                      INT
                                             NOT NULL,
              GROUPTIER                      SMALLINT
                                             NOT NULL,
              CTLWAIT                        SMALLINT
                                             NOT NULL
           )
           END-EXEC.
           03 CUSTOMER-GROUPTIER               PIC S9(4) COMP.
               88  CUSTOMER-GROUPTIER-YES           VALUE 1.
               88  CUSTOMER-GROUPTIER-NO            VALUE 0.
      *    control-file handshake in the hot-folder intake: minutes
      *    PbsPoll waits for the control file next to a data file
      *    from this customer before it alerts on-call; zero means
      *    no handshake - the file is read as soon as it lands
           03 CUSTOMER-CTLWAIT                 PIC S9(4) COMP.
