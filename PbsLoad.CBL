       FILE SECTION.

       FD  LOADDATA.
       01  LOAD-POST               PIC X(320).

       WORKING-STORAGE SECTION.
       01  WS-LOAD-DIR                   PIC X(30)   VALUE SPACE.
           MOVE DMP-ADR-POSTNO TO ADDR-POSTNO
           MOVE DMP-ADR-PLACE TO ADDR-PLACE
           MOVE DMP-ADR-INVALID TO ADDR-INVALID
           MOVE DMP-ADR-COUNTRY TO ADDR-COUNTRY
           MOVE DMP-ADR-POSTCODE TO ADDR-POSTCODE
      *    dumps taken before the country was kept are Swedish
           IF ADDR-COUNTRY = SPACE
               MOVE 'SE' TO ADDR-COUNTRY
           END-IF
           IF ADDR-POSTCODE = SPACE
               MOVE ADDR-POSTNO TO ADDR-POSTCODE
           END-IF

           EXEC SQL
               INSERT INTO ADDR
               VALUES ( :ADDR-ADDR-ID, :ADDR-STREET,
                         :ADDR-POSTNO, :ADDR-PLACE,
                         :ADDR-INVALID, :ADDR-COUNTRY,
                         :ADDR-POSTCODE)
           END-EXEC
           IF SQLCODE = ZERO
               ADD 1 TO WS-INSERT-COUNT
           MOVE DMP-CUS-SLAPENALTY TO CUSTOMER-SLAPENALTY
           MOVE DMP-CUS-PARENT-ID TO CUSTOMER-PARENT-ID
           MOVE DMP-CUS-GROUPTIER TO CUSTOMER-GROUPTIER
      *    dumps taken before the control-file wait was kept
      *    have no handshake wait
           IF DMP-CUS-CTLWAIT NOT NUMERIC
               MOVE ZERO TO CUSTOMER-CTLWAIT
           ELSE
               MOVE DMP-CUS-CTLWAIT TO CUSTOMER-CTLWAIT
           END-IF
           MOVE DMP-CUS-CUSTNO TO CUSTOMER-CUSTNO-TEXT
           MOVE FUNCTION LENGTH(FUNCTION TRIM(DMP-CUS-CUSTNO))
               TO CUSTOMER-CUSTNO-LEN
                         :CUSTOMER-BILLDAY,
                         :CUSTOMER-SLAPENALTY,
                         :CUSTOMER-PARENT-ID,
                         :CUSTOMER-GROUPTIER,
                         :CUSTOMER-CTLWAIT)
           END-EXEC
           IF SQLCODE = ZERO
               ADD 1 TO WS-INSERT-COUNT
           MOVE ARK-INV-DUNLEVEL TO INVOICE-DUNLEVEL
           MOVE ARK-INV-LASTDUNDATE TO INVOICE-LASTDUNDATE
           MOVE ARK-INV-INTBILLED TO INVOICE-INTBILLED
           MOVE ARK-INV-SENDDATE TO INVOICE-SENDDATE

           EXEC SQL
               INSERT INTO INVOICE
                         :INVOICE-OCRREF,
                         :INVOICE-DUNLEVEL,
                         :INVOICE-LASTDUNDATE,
                         :INVOICE-INTBILLED,
                         :INVOICE-SENDDATE)
           END-EXEC
           IF SQLCODE = ZERO
               ADD 1 TO WS-INSERT-COUNT
           MOVE DMP-FIN-COMPADDR TO FINDATA-COMPANYADDR-TEXT
           MOVE FUNCTION LENGTH(FUNCTION TRIM(DMP-FIN-COMPADDR))
               TO FINDATA-COMPANYADDR-LEN
           MOVE DMP-FIN-SWISHNO TO FINDATA-SWISHNO-TEXT
           MOVE FUNCTION LENGTH(FUNCTION TRIM(DMP-FIN-SWISHNO))
               TO FINDATA-SWISHNO-LEN

           EXEC SQL
               INSERT INTO FINDATA
                         :FINDATA-AUTOALLOC,
                         :FINDATA-IBAN,
                         :FINDATA-BIC,
                         :FINDATA-DUALLIMIT,
                         :FINDATA-SWISHNO)
           END-EXEC
           IF SQLCODE = ZERO
               ADD 1 TO WS-INSERT-COUNT
           MOVE DMP-SRV-DESCR TO SRV-DESCRIPTION-TEXT
           MOVE FUNCTION LENGTH(FUNCTION TRIM(DMP-SRV-DESCR))
               TO SRV-DESCRIPTION-LEN
           MOVE DMP-SRV-METRIC TO SRV-METRIC

           EXEC SQL
               INSERT INTO SRV
                         :SRV-DELRATE,
                         :SRV-DUEDAYS,
                         :SRV-STATUS,
                         :SRV-VAT,
                         :SRV-METRIC)
           END-EXEC
           IF SQLCODE = ZERO
               ADD 1 TO WS-INSERT-COUNT
           MOVE DMP-SCU-CUST-ID TO SRVCUST-CUST-ID
           MOVE DMP-SCU-STARTDATE TO SRVCUST-START-DATE
           MOVE DMP-SCU-ENDDATE TO SRVCUST-END-DATE
      *    dumps taken before the billing frequency was kept
      *    bill monthly in arrears
           IF DMP-SCU-FREQ NOT NUMERIC
               MOVE 1 TO SRVCUST-FREQ
           ELSE
               MOVE DMP-SCU-FREQ TO SRVCUST-FREQ
           END-IF
           MOVE DMP-SCU-ADVANCE TO SRVCUST-ADVANCE

           EXEC SQL
               INSERT INTO SRVCUST
               VALUES ( :SRVCUST-SRV-ID,
                         :SRVCUST-CUST-ID,
                         :SRVCUST-START-DATE,
                         :SRVCUST-END-DATE,
                         :SRVCUST-FREQ,
                         :SRVCUST-ADVANCE)
           END-EXEC
           IF SQLCODE = ZERO
               ADD 1 TO WS-INSERT-COUNT
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
