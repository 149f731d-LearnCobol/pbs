      **>              DUMP
      **>              CHECK
      **>              ANONYM
      **>              FACTORING
      **>              HUSAVDRAG
      **>              POSTNUMMER [filnamn i data/]
      **>              EFAKTURA [filnamn i data/]
      **>              PROGNOS
      **>              ANALYS
      **>              KUNDPAKET
      **> Initial Version Created: 2026-08-22
      **>

       01  WS-DUNNING-FINID              PIC X(9)    VALUE ZERO.
       01  WS-ANON-YEARS                 PIC X(2)    VALUE SPACE.
       01  WS-SRVBILL-CUSTNO             PIC X(254)  VALUE SPACE.
       01  WS-SRVBILL-CORR-PERIOD        PIC X(7)    VALUE SPACE.

      **> the monthly pattern analysis - blank month means the month
      **> of the run day
       COPY FRAUDREQ.

      **> the monthly customer report pack - blank month means the
      **> month of the run day, blank customer every customer
       COPY PACKREQ.

       01  SWITCHES.
           05  END-OF-FILE             PIC X VALUE 'N'.
      **>              blank customer: srvbill bills every customer
      **>              whose billing day has come
                       CALL 'srvbill' USING WS-SRVBILL-CUSTNO
                                            WS-SRVBILL-CORR-PERIOD
                           ON EXCEPTION SET RUN-FAILED TO TRUE
                       END-CALL
                   WHEN 'PRINT'
                       CALL 'PbsAnon' USING WS-ANON-YEARS
                           ON EXCEPTION SET RUN-FAILED TO TRUE
                       END-CALL
                   WHEN 'FACTORING'
                       CALL 'PbsFact'
                           ON EXCEPTION SET RUN-FAILED TO TRUE
                       END-CALL
                   WHEN 'HUSAVDRAG'
                       CALL 'PbsHus'
                           ON EXCEPTION SET RUN-FAILED TO TRUE
                       END-CALL
                   WHEN 'POSTNUMMER'
      **>              blank operand: PnrRead's own default file
                       MOVE SPACE TO WS-IMPORT-PATH
                       IF WS-STEP-OPERAND NOT = SPACE
                           STRING 'data/' DELIMITED BY SIZE
                                   WS-STEP-OPERAND DELIMITED BY SPACE
                                   INTO WS-IMPORT-PATH
                           END-STRING
                       END-IF
                       CALL 'PnrRead' USING WS-IMPORT-PATH
                           ON EXCEPTION SET RUN-FAILED TO TRUE
                       END-CALL
                   WHEN 'EFAKTURA'
      **>              blank operand: EfRead's own default file
                       MOVE SPACE TO WS-IMPORT-PATH
                       IF WS-STEP-OPERAND NOT = SPACE
                           STRING 'data/' DELIMITED BY SIZE
                                   WS-STEP-OPERAND DELIMITED BY SPACE
                                   INTO WS-IMPORT-PATH
                           END-STRING
                       END-IF
                       CALL 'EfRead' USING WS-IMPORT-PATH
                           ON EXCEPTION SET RUN-FAILED TO TRUE
                       END-CALL
                   WHEN 'PROGNOS'
                       CALL 'PbsProg'
                           ON EXCEPTION SET RUN-FAILED TO TRUE
                       END-CALL
                   WHEN 'ANALYS'
                       MOVE SPACE TO FRAUDREQ-PERIOD
                       CALL 'PbsFrod' USING FRAUDREQ
                           ON EXCEPTION SET RUN-FAILED TO TRUE
                       END-CALL
                       IF FRAUDREQ-FAILED
                           SET RUN-FAILED TO TRUE
                       END-IF
                   WHEN 'KUNDPAKET'
                       MOVE SPACE TO PACKREQ-PERIOD
                       MOVE SPACE TO PACKREQ-CUSTNO
                       CALL 'PbsPack' USING PACKREQ
                           ON EXCEPTION SET RUN-FAILED TO TRUE
                       END-CALL
                       IF PACKREQ-FAILED
                           SET RUN-FAILED TO TRUE
                       END-IF
                   WHEN OTHER
                       SET RUN-FAILED TO TRUE
                       DISPLAY ' Ok�nt steg i parameterfilen: '
