       FILE SECTION.

       FD  DUMPDATA.
       01  DUMP-POST               PIC X(320).

       FD  VERDATA.
       01  VER-POST                PIC X(320).

       WORKING-STORAGE SECTION.
       01  WS-DUMP-DIR                   PIC X(30)   VALUE SPACE.

           EXEC SQL
               DECLARE CURS-DMP-ADDR CURSOR FOR
               SELECT ADDR_ID, STREET, POSTNO, PLACE, INVALID,
                      COUNTRY, POSTCODE
               FROM TUTORIAL.ADDR
               ORDER BY ADDR_ID
           END-EXEC
           EXEC SQL
               FETCH CURS-DMP-ADDR
                   INTO :ADDR-ADDR-ID, :ADDR-STREET, :ADDR-POSTNO,
                        :ADDR-PLACE, :ADDR-INVALID, :ADDR-COUNTRY,
                        :ADDR-POSTCODE
           END-EXEC
           IF SQLCODE NOT = ZERO
               SET END-OF-CURSOR TO TRUE
           MOVE ADDR-STREET TO DMP-ADR-STREET
           MOVE ADDR-POSTNO TO DMP-ADR-POSTNO
           MOVE ADDR-PLACE TO DMP-ADR-PLACE
           MOVE ADDR-COUNTRY TO DMP-ADR-COUNTRY
           MOVE ADDR-POSTCODE TO DMP-ADR-POSTCODE
           WRITE DUMP-POST FROM DMP-ADR-POST
           ADD 1 TO WS-WRITTEN-COUNT

           EXEC SQL
               FETCH CURS-DMP-ADDR
                   INTO :ADDR-ADDR-ID, :ADDR-STREET, :ADDR-POSTNO,
                        :ADDR-PLACE, :ADDR-INVALID, :ADDR-COUNTRY,
                        :ADDR-POSTCODE
           END-EXEC
           IF SQLCODE NOT = ZERO
               SET END-OF-CURSOR TO TRUE
                      DUEDAYS, LANGUAGE, CURRENCY, INVNOMIN,
                      INVNOMAX, TEST_CUSTOMER, BUNDLEINVOICES,
                      APPRLIMIT, DELIVERY, SLADAYS, CONSOLIDATE,
                      BILLDAY, SLAPENALTY, PARENT_ID, GROUPTIER,
                      CTLWAIT
               FROM TUTORIAL.CUSTOMER
               ORDER BY CUST_ID
           END-EXEC
           MOVE CUSTOMER-SLAPENALTY TO DMP-CUS-SLAPENALTY
           MOVE CUSTOMER-PARENT-ID TO DMP-CUS-PARENT-ID
           MOVE CUSTOMER-GROUPTIER TO DMP-CUS-GROUPTIER
           MOVE CUSTOMER-CTLWAIT TO DMP-CUS-CTLWAIT
           MOVE CUSTOMER-CUSTNO-TEXT TO DMP-CUS-CUSTNO
           MOVE CUSTOMER-NAME-TEXT TO DMP-CUS-NAME
           MOVE CUSTOMER-ORGNO-TEXT TO DMP-CUS-ORGNO
                        :CUSTOMER-APPRLIMIT, :CUSTOMER-DELIVERY,
                        :CUSTOMER-SLADAYS, :CUSTOMER-CONSOLIDATE,
                        :CUSTOMER-BILLDAY, :CUSTOMER-SLAPENALTY,
                        :CUSTOMER-PARENT-ID, :CUSTOMER-GROUPTIER,
                        :CUSTOMER-CTLWAIT
           END-EXEC
           IF SQLCODE NOT = ZERO
               SET END-OF-CURSOR TO TRUE
               SELECT INV_ID, CUST_ID, DEBT_ID, INVSTATE, INVNO,
                      CUSTNO, INVDATE, VAT, DUEDATE, CREDITOF,
                      COALESCE(OCRREF, ''), DUNLEVEL, LASTDUNDATE,
                      INTBILLED, SENDDATE
               FROM TUTORIAL.INVOICE
               ORDER BY INV_ID
           END-EXEC
           MOVE INVOICE-DUNLEVEL TO ARK-INV-DUNLEVEL
           MOVE INVOICE-LASTDUNDATE TO ARK-INV-LASTDUNDATE
           MOVE INVOICE-INTBILLED TO ARK-INV-INTBILLED
           MOVE INVOICE-SENDDATE TO ARK-INV-SENDDATE
           WRITE DUMP-POST FROM ARK-INV-POST
           ADD 1 TO WS-WRITTEN-COUNT

                        :INVOICE-INVDATE, :INVOICE-VAT,
                        :INVOICE-DUEDATE, :INVOICE-CREDITOF,
                        :INVOICE-OCRREF, :INVOICE-DUNLEVEL,
                        :INVOICE-LASTDUNDATE, :INVOICE-INTBILLED,
                        :INVOICE-SENDDATE
           END-EXEC
           IF SQLCODE NOT = ZERO
               SET END-OF-CURSOR TO TRUE
                      COALESCE(COMPANYNAME, ''),
                      COALESCE(COMPANYADDR, ''), AUTOALLOC,
                      COALESCE(IBAN, ''), COALESCE(BIC, ''),
                      DUALLIMIT, COALESCE(SWISHNO, '')
               FROM TUTORIAL.FINDATA
               ORDER BY FIN_ID
           END-EXEC
           MOVE FINDATA-BIC-TEXT TO DMP-FIN-BIC
           MOVE FINDATA-COMPANYNAME-TEXT TO DMP-FIN-COMPNAME
           MOVE FINDATA-COMPANYADDR-TEXT TO DMP-FIN-COMPADDR
           MOVE FINDATA-SWISHNO-TEXT TO DMP-FIN-SWISHNO
           WRITE DUMP-POST FROM DMP-FIN-POST
           ADD 1 TO WS-WRITTEN-COUNT

                        :FINDATA-REMFEE2, :FINDATA-DUNWAITDAYS,
                        :FINDATA-COMPANYNAME, :FINDATA-COMPANYADDR,
                        :FINDATA-AUTOALLOC, :FINDATA-IBAN,
                        :FINDATA-BIC, :FINDATA-DUALLIMIT,
                        :FINDATA-SWISHNO
           END-EXEC
           IF SQLCODE NOT = ZERO
               SET END-OF-CURSOR TO TRUE
               DECLARE CURS-DMP-SRV CURSOR FOR
               SELECT SRV_ID, COALESCE(ARTNO, ''), DESCRIPTION,
                      CHARGE, CUST_ID, DELRATE, DUEDAYS, STATUS,
                      VAT, METRIC
               FROM TUTORIAL.SRV
               ORDER BY SRV_ID
           END-EXEC
           MOVE SRV-VAT TO DMP-SRV-VAT
           MOVE SRV-ARTNO-TEXT TO DMP-SRV-ARTNO
           MOVE SRV-DESCRIPTION-TEXT TO DMP-SRV-DESCR
           MOVE SRV-METRIC TO DMP-SRV-METRIC
           WRITE DUMP-POST FROM DMP-SRV-POST
           ADD 1 TO WS-WRITTEN-COUNT

               FETCH CURS-DMP-SRV
                   INTO :SRV-SRV-ID, :SRV-ARTNO, :SRV-DESCRIPTION,
                        :SRV-CHARGE, :SRV-CUST-ID, :SRV-DELRATE,
                        :SRV-DUEDAYS, :SRV-STATUS, :SRV-VAT,
                        :SRV-METRIC
           END-EXEC
           IF SQLCODE NOT = ZERO
               SET END-OF-CURSOR TO TRUE

           EXEC SQL
               DECLARE CURS-DMP-SCU CURSOR FOR
               SELECT SRV_ID, CUST_ID, START_DATE, END_DATE,
                      FREQ, ADVANCE
               FROM TUTORIAL.SRVCUST
               ORDER BY CUST_ID, SRV_ID
           END-EXEC
           MOVE SRVCUST-CUST-ID TO DMP-SCU-CUST-ID
           MOVE SRVCUST-START-DATE TO DMP-SCU-STARTDATE
           MOVE SRVCUST-END-DATE TO DMP-SCU-ENDDATE
           MOVE SRVCUST-FREQ TO DMP-SCU-FREQ
           MOVE SRVCUST-ADVANCE TO DMP-SCU-ADVANCE
           WRITE DUMP-POST FROM DMP-SCU-POST
           ADD 1 TO WS-WRITTEN-COUNT

           EXEC SQL
               FETCH CURS-DMP-SCU
                   INTO :SRVCUST-SRV-ID, :SRVCUST-CUST-ID,
                        :SRVCUST-START-DATE, :SRVCUST-END-DATE,
                        :SRVCUST-FREQ, :SRVCUST-ADVANCE
           END-EXEC
           IF SQLCODE NOT = ZERO
               SET END-OF-CURSOR TO TRUE
           MOVE SPACE TO RUNLOG-ENDTIME
           MOVE ZERO TO RUNLOG-STATUS
           MOVE ZERO TO RUNLOG-RECCOUNT
           MOVE ZERO TO RUNLOG-SKIPCOUNT

           EXEC SQL
               INSERT INTO RUNLOG
                         :RUNLOG-STARTTIME,
                         :RUNLOG-ENDTIME,
                         :RUNLOG-STATUS,
                         :RUNLOG-RECCOUNT,
                         :RUNLOG-SKIPCOUNT)
           END-EXEC

           IF SQLCODE NOT = ZERO
