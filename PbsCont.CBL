       IDENTIFICATION DIVISION.
       PROGRAM-ID. PbsCont.
      **>
      **> Authors: Peter B, Bertil K and Sergejs S.
      **> Purpose: Manage an invoice print company (PBS)
      **>          Resolve who at a customer gets a customer-facing
      **>          notice. Every program that writes a notice row to
      **>          data/notify.txt - PbsRead, FileAlarm, srvbill and
      **>          pbs.cbl - calls this with the customer and the
      **>          notice type and writes one row per address it
      **>          gets back: the contacts in CUSTCONT who subscribe
      **>          to the type, or CUSTOMER.EMAIL when none does, so
      **>          a customer without a contact register is served
      **>          exactly as before.
      **> Initial Version Created: 2026-10-15
      **>

       ENVIRONMENT DIVISION.

       DATA DIVISION.

       WORKING-STORAGE SECTION.
       01  WS-CONT-MAX                   PIC 9(2)    VALUE 10.

       01  SWITCHES.
           05  END-OF-CURSOR-SW        PIC X VALUE 'N'.
               88  END-OF-CURSOR           VALUE 'Y'.

           EXEC SQL INCLUDE SQLCA      END-EXEC.
           EXEC SQL INCLUDE CUSTOMER   END-EXEC.
           EXEC SQL INCLUDE CUSTCONT   END-EXEC.

       LINKAGE SECTION.
       COPY CONTRCPT.

       PROCEDURE DIVISION USING CONTRCPT.

       000-RESOLVE-RECIPIENTS.

           MOVE ZERO TO CONTRCPT-COUNT
           MOVE 'N' TO CONTRCPT-FALLBACK
           MOVE SPACE TO CONTRCPT-EMAIL(1)

           IF CONTRCPT-NOTICE < 1 OR CONTRCPT-NOTICE > 5
               GOBACK
           END-IF

           PERFORM 100-INIT
           PERFORM 110-TAKE-CONTACT UNTIL END-OF-CURSOR
           EXEC SQL
               CLOSE CURS-CONT
           END-EXEC

           IF CONTRCPT-COUNT = ZERO
               PERFORM 120-FALL-BACK-TO-CUSTOMER
           END-IF

           GOBACK.
      **************************

       100-INIT.

           MOVE 'N' TO END-OF-CURSOR-SW
           MOVE CONTRCPT-CUST-ID TO CUSTCONT-CUST-ID

           EXEC SQL
               DECLARE CURS-CONT CURSOR FOR
               SELECT EMAIL, NOTICES
               FROM TUTORIAL.CUSTCONT
               WHERE CUST_ID = :CUSTCONT-CUST-ID
               ORDER BY CONT_ID
           END-EXEC

           EXEC SQL
               OPEN CURS-CONT
           END-EXEC

           PERFORM 110-FETCH-CONTACT.
      ***********************

       110-FETCH-CONTACT.

           EXEC SQL
               FETCH CURS-CONT
                   INTO :CUSTCONT-EMAIL, :CUSTCONT-NOTICES
           END-EXEC

           IF SQLCODE NOT = ZERO
               SET END-OF-CURSOR TO TRUE
           END-IF.
      ***********************

      **> a contact without an address cannot be reached, and the
      **> list stops at ten - a register larger than that is a
      **> mailing list, not contacts
       110-TAKE-CONTACT.

           IF CUSTCONT-NOTICES(CONTRCPT-NOTICE:1) = 'J'
              AND CUSTCONT-EMAIL-LEN > ZERO
              AND CONTRCPT-COUNT < WS-CONT-MAX
               ADD 1 TO CONTRCPT-COUNT
               MOVE CUSTCONT-EMAIL-TEXT(1:CUSTCONT-EMAIL-LEN)
                   TO CONTRCPT-EMAIL(CONTRCPT-COUNT)
           END-IF

           PERFORM 110-FETCH-CONTACT.
      ***********************

       120-FALL-BACK-TO-CUSTOMER.

           MOVE CONTRCPT-CUST-ID TO CUSTOMER-CUST-ID
           MOVE ZERO TO CUSTOMER-EMAIL-LEN

           EXEC SQL
               SELECT EMAIL
                   INTO :CUSTOMER-EMAIL
                   FROM CUSTOMER
                   WHERE CUST_ID = :CUSTOMER-CUST-ID
           END-EXEC

           IF SQLCODE = ZERO AND CUSTOMER-EMAIL-LEN > ZERO
               MOVE 1 TO CONTRCPT-COUNT
               MOVE CUSTOMER-EMAIL-TEXT(1:CUSTOMER-EMAIL-LEN)
                   TO CONTRCPT-EMAIL(1)
               SET CONTRCPT-FROM-CUSTOMER TO TRUE
           END-IF.
      ***********************
