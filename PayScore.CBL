      **>          men betalar, 3 kr�ver krav. The aging report
      **>          shows the score and the dunning run picks softer
      **>          or harder letter text from it.
      **>          The debtor's betalningsl�ften (PAYPROM) count
      **>          too: a debtor who has broken a promise is never
      **>          scored 1, and one who keeps fewer than half of
      **>          them is scored 3.
      **> Initial Version Created: 2026-08-22
      **>

       01  WS-AVG-DAYS                   PIC S9(5)   COMP VALUE ZERO.
       01  WS-REM-COUNT                  PIC S9(9)   COMP VALUE ZERO.
       01  WS-SCORE                      PIC S9(4)   COMP VALUE ZERO.
       01  WS-PROM-KEPT                  PIC S9(9)   COMP VALUE ZERO.
       01  WS-PROM-BROKEN                PIC S9(9)   COMP VALUE ZERO.
       01  WS-KEEP-PCT                   PIC S9(3)   COMP VALUE ZERO.
       01  WS-SCORED-COUNT               PIC 9(6)    VALUE ZERO.

       01  SWITCHES.

           EXEC SQL INCLUDE SQLCA      END-EXEC.
           EXEC SQL INCLUDE DEBTOR     END-EXEC.
           EXEC SQL INCLUDE PAYPROM    END-EXEC.

       PROCEDURE DIVISION.

                   WHERE DEBT_ID = :DEBTOR-DEBT-ID
           END-EXEC

      **>  promises to pay the debtor has kept and broken - the
      **>  open and the cancelled ones say nothing yet
           MOVE ZERO TO WS-PROM-KEPT WS-PROM-BROKEN
           EXEC SQL
               SELECT COALESCE(SUM(CASE WHEN STATE = 1
                                        THEN 1 ELSE 0 END), 0),
                      COALESCE(SUM(CASE WHEN STATE = 2
                                        THEN 1 ELSE 0 END), 0)
                   INTO :WS-PROM-KEPT, :WS-PROM-BROKEN
                   FROM TUTORIAL.PAYPROM
                   WHERE DEBT_ID = :DEBTOR-DEBT-ID
           END-EXEC

           MOVE 100 TO WS-KEEP-PCT
           IF WS-PROM-KEPT + WS-PROM-BROKEN > ZERO
               COMPUTE WS-KEEP-PCT =
                   WS-PROM-KEPT * 100 / (WS-PROM-KEPT + WS-PROM-BROKEN)
           END-IF

      **>  the score: prompt payers with no reminders are 1, slow
      **>  payers 2, debtors who needed more than two dunning steps
      **>  or pay later than 30 days are 3 - and so are debtors
      **>  whose promises to pay mostly come to nothing
           IF WS-REM-COUNT > 2 OR WS-AVG-DAYS > 30
              OR WS-KEEP-PCT < 50
               MOVE 3 TO WS-SCORE
           ELSE
               IF WS-AVG-DAYS > 5 OR WS-REM-COUNT > 0
                  OR WS-PROM-BROKEN > 0
                   MOVE 2 TO WS-SCORE
               ELSE
                   MOVE 1 TO WS-SCORE
