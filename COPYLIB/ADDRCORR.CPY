              POSTNO                         CHAR (5)
                                             NOT NULL,
              PLACE                          CHAR (30)
                                             NOT NULL,
              COUNTRY                        CHAR (2)
                                             NOT NULL,
              POSTCODE                       CHAR (10)
                                             NOT NULL
           )
           END-EXEC.
           03 ADDRCORR-STREET                 PIC X(30).
           03 ADDRCORR-POSTNO                 PIC X(5).
           03 ADDRCORR-PLACE                  PIC X(30).
           03 ADDRCORR-COUNTRY                PIC X(2).
           03 ADDRCORR-POSTCODE               PIC X(10).
