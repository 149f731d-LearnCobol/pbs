           EXEC SQL DECLARE TUTORIAL.CUSTCONT TABLE
           (
              CONT_ID                        INT
                                             NOT NULL,
              CUST_ID                        INT
                                             NOT NULL,
              NAME                           VARCHAR (40)
                                             NOT NULL,
              EMAIL                          VARCHAR (254)
                                             NOT NULL,
              PHONE                          CHAR (20)
                                             NOT NULL,
              ROLES                          CHAR (3)
                                             NOT NULL,
              NOTICES                        CHAR (5)
                                             NOT NULL
           )
           END-EXEC.


      *    the customer's contact register: one row per person at
      *    the customer we deal with. ROLES says who the person is -
      *    position 1 'F' the billing contact (fakturering),
      *    position 2 'T' the technical file contact, position 3
      *    'E' the escalation contact, blank where the role is not
      *    theirs. NOTICES says which customer-facing notices the
      *    person gets, 'J' or 'N' per notice type:
      *      1  new invoice booked from their file (PbsRead)
      *      2  intake receipt for a processed file (PbsRead)
      *      3  expected file missing after its cutoff (FileAlarm)
      *      4  SLA vite credited on the service invoice (srvbill)
      *      5  client-funds settlement statement (pbs.cbl P0220)
      *    The subscriptions start from the roles and can be set
      *    one by one. A notice type no contact subscribes to goes
      *    to CUSTOMER.EMAIL, as every notice did before the
      *    register - see PbsCont.
       01  CUSTCONT.
           03 CUSTCONT-CONT-ID               PIC S9(9) COMP.
           03 CUSTCONT-CUST-ID               PIC S9(9) COMP.
           03 CUSTCONT-NAME.
              49 CUSTCONT-NAME-LEN           PIC S9(4) COMP.
              49 CUSTCONT-NAME-TEXT          PIC X(40).
           03 CUSTCONT-EMAIL.
              49 CUSTCONT-EMAIL-LEN          PIC S9(4) COMP.
              49 CUSTCONT-EMAIL-TEXT         PIC X(254).
           03 CUSTCONT-PHONE                 PIC X(20).
           03 CUSTCONT-ROLES                 PIC X(3).
           03 CUSTCONT-NOTICES               PIC X(5).
