       01  WS-AUDIT-NOW                  PIC X(21)   VALUE SPACE.
       01  WS-AUDIT-OLD-ED               PIC -(9)9.99 VALUE ZERO.
       01  WS-AUDIT-NEW-ED               PIC -(9)9.99 VALUE ZERO.
       01  WS-PRICE-TODAY                PIC X(10)   VALUE SPACE.
       01  WS-PRICE-COUNT                PIC S9(9)   COMP VALUE ZERO.

       01  SWITCHES.
           05  END-OF-CONTRACTS-SW     PIC X VALUE 'N'.
           EXEC SQL INCLUDE SRV        END-EXEC.
           EXEC SQL INCLUDE SRVCUST    END-EXEC.
           EXEC SQL INCLUDE AUDITLOG   END-EXEC.
           EXEC SQL INCLUDE SRVPRICE   END-EXEC.
           EXEC SQL INCLUDE IDGEN      END-EXEC.

       PROCEDURE DIVISION.

           MOVE FUNCTION CURRENT-DATE(1:10) TO WS-INDEX-TODAY
           MOVE ZERO TO WS-INDEX-UPDATED
           MOVE SPACE TO WS-PRICE-TODAY
           STRING WS-INDEX-TODAY(1:4) '-' WS-INDEX-TODAY(5:2) '-'
               WS-INDEX-TODAY(7:2) DELIMITED BY SIZE
               INTO WS-PRICE-TODAY
           END-STRING

           EXEC SQL
               DECLARE CURS-INDEXATION CURSOR FOR
               SRV-CHARGE * (1 + CONTRACT-INDEXPCT / 100)

           PERFORM 140-WRITE-INDEX-AUDIT
           PERFORM 150-WRITE-PRICE-HISTORY

           MOVE WS-INDEX-NEWCHARGE TO SRV-CHARGE
           EXEC SQL
               DISPLAY ' Insert SQL sats in AUDITLOG �r felt'.
      ***********************

      **> The uplift as a dated SRVPRICE row from the day of the run,
      **> the way pbs.cbl's Y0340-record-price-change keeps the
      **> history - an opening row with the old price first when
      **> the service has none, so earlier periods keep billing at
      **> the price they had. AUDITLOG-CHGTIME is still this run's
      **> timestamp from 140-WRITE-INDEX-AUDIT.
       150-WRITE-PRICE-HISTORY.

           MOVE SRV-SRV-ID TO SRVPRICE-SRV-ID
           MOVE AUDITLOG-CHGTIME TO SRVPRICE-CHGTIME
           MOVE 'PbsIdx' TO SRVPRICE-OPERATOR-TEXT
           MOVE 6 TO SRVPRICE-OPERATOR-LEN

           MOVE ZERO TO WS-PRICE-COUNT
           EXEC SQL
               SELECT COUNT(*)
                   INTO :WS-PRICE-COUNT
                   FROM SRVPRICE
                   WHERE SRV_ID = :SRVPRICE-SRV-ID
           END-EXEC

           IF WS-PRICE-COUNT = ZERO
               MOVE '0001-01-01' TO SRVPRICE-FROMDATE
               MOVE SRV-CHARGE TO SRVPRICE-CHARGE
               SET SRVPRICE-REASON-OPENING TO TRUE
               EXEC SQL
                   INSERT INTO SRVPRICE
                   VALUES ( :SRVPRICE-SRV-ID,
                             :SRVPRICE-FROMDATE,
                             :SRVPRICE-CHARGE,
                             :SRVPRICE-REASON,
                             :SRVPRICE-CHGTIME,
                             :SRVPRICE-OPERATOR)
               END-EXEC
               IF SQLCODE NOT = ZERO
                   DISPLAY ' Insert SQL sats in SRVPRICE �r felt'
               END-IF
           END-IF

           MOVE WS-PRICE-TODAY TO SRVPRICE-FROMDATE
           MOVE WS-INDEX-NEWCHARGE TO SRVPRICE-CHARGE
           SET SRVPRICE-REASON-INDEX TO TRUE

           EXEC SQL
               UPDATE SRVPRICE
               SET CHARGE = :SRVPRICE-CHARGE,
                   REASON = :SRVPRICE-REASON,
                   CHGTIME = :SRVPRICE-CHGTIME,
                   OPERATOR = :SRVPRICE-OPERATOR
               WHERE SRV_ID = :SRVPRICE-SRV-ID
                 AND FROMDATE = :SRVPRICE-FROMDATE
           END-EXEC

           IF SQLCODE NOT = ZERO
               EXEC SQL
                   INSERT INTO SRVPRICE
                   VALUES ( :SRVPRICE-SRV-ID,
                             :SRVPRICE-FROMDATE,
                             :SRVPRICE-CHARGE,
                             :SRVPRICE-REASON,
                             :SRVPRICE-CHGTIME,
                             :SRVPRICE-OPERATOR)
               END-EXEC
               IF SQLCODE NOT = ZERO
                   DISPLAY ' Insert SQL sats in SRVPRICE �r felt'
               END-IF
           END-IF.
      ***********************

      **> Hands out the next free primary key for TABLENAME from
      **> the IDGEN sequence table - the same mechanism as
      **> PbsRead's 200-GET-NEXT-ID.
