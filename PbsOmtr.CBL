       IDENTIFICATION DIVISION.
       PROGRAM-ID. PbsOmtr.
      **>
      **> Authors: Peter B, Bertil K and Sergejs S.
      **> Purpose: Manage an invoice print company (PBS)
      **>          Reprint of a whole print run - for when the
      **>          physical printer chews up a tray: every invoice
      **>          the run logged in OUTLOG goes back through
      **>          subinv's single-invoice path. For a print
      **>          incident only the incident's invoices still
      **>          without a reprint go, free of charge: the new
      **>          OUTLOG row is put on the INCINV row as REPRINTID,
      **>          which keeps it out of srvbill's volume, and the
      **>          reprints' postage is summed onto the incident's
      **>          claim. Asked for from the maintenance menu (93)
      **>          and run by PbsJob under the run lock - this
      **>          program takes no lock of its own.
      **> Initial Version Created: 2026-10-15
      **>

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       DATA DIVISION.

       WORKING-STORAGE SECTION.
       01  WS-REPRINT-COUNT              PIC S9(9)   COMP VALUE ZERO.
       01  WS-FAILED-COUNT               PIC S9(9)   COMP VALUE ZERO.
       01  WS-REPRINT-ID                 PIC S9(9)   COMP VALUE ZERO.
       01  WS-ROW-COUNT                  PIC S9(9)   COMP VALUE ZERO.

      **> subinv's linkage - ONE is the single-invoice path, zero
      **> finid means every legal entity
       01  WS-SUBINV-MODE                PIC X(3)    VALUE SPACE.
       01  WS-SUBINV-INVNO               PIC X(254)  VALUE SPACE.
       01  WS-SUBINV-CUSTNO              PIC X(254)  VALUE SPACE.
       01  WS-SUBINV-FINID               PIC X(9)    VALUE ZERO.

       01  SWITCHES.
           05  END-OF-CURSOR-SW        PIC X VALUE 'N'.
               88  END-OF-CURSOR           VALUE 'Y'.

           EXEC SQL INCLUDE SQLCA      END-EXEC.
           EXEC SQL INCLUDE PRINTRUN   END-EXEC.
           EXEC SQL INCLUDE INVOICE    END-EXEC.
           EXEC SQL INCLUDE INCIDENT   END-EXEC.
           EXEC SQL INCLUDE INCINV     END-EXEC.

       LINKAGE SECTION.
       COPY OMTRREQ.

       PROCEDURE DIVISION USING OMTRREQ.

       000-REPRINT.

           MOVE SPACE TO OMTRREQ-RESULT
           MOVE ZERO TO OMTRREQ-REPRINT-COUNT
           MOVE ZERO TO OMTRREQ-FAILED-COUNT
           MOVE ZERO TO WS-REPRINT-COUNT
           MOVE ZERO TO WS-FAILED-COUNT

           PERFORM 100-CHECK-REQUEST
           IF OMTRREQ-FAILED
               PERFORM 196-DISPLAY-RUN-SUMMARY
               GOBACK
           END-IF

           IF OMTRREQ-INC-ID = ZERO
               PERFORM 110-REPRINT-RUN
           ELSE
               PERFORM 120-REPRINT-INCIDENT
           END-IF

           MOVE 'D' TO OMTRREQ-RESULT
           MOVE WS-REPRINT-COUNT TO OMTRREQ-REPRINT-COUNT
           MOVE WS-FAILED-COUNT TO OMTRREQ-FAILED-COUNT

           PERFORM 196-DISPLAY-RUN-SUMMARY

           GOBACK.
      **************************

      **> the run must exist, and an incident must be one of the
      **> run's - the request may have waited in the queue a while
       100-CHECK-REQUEST.

           MOVE OMTRREQ-RUN-ID TO PRINTRUN-RUN-ID
           MOVE ZERO TO WS-ROW-COUNT
           EXEC SQL
               SELECT COUNT(*)
                   INTO :WS-ROW-COUNT
                   FROM PRINTRUN
                   WHERE RUN_ID = :PRINTRUN-RUN-ID
           END-EXEC
           IF WS-ROW-COUNT = ZERO
               MOVE 'F' TO OMTRREQ-RESULT
               DISPLAY ' K�rningen finns inte: ' OMTRREQ-RUN-ID
               EXIT PARAGRAPH
           END-IF

           IF OMTRREQ-INC-ID NOT = ZERO
               MOVE OMTRREQ-INC-ID TO INCIDENT-INC-ID
               EXEC SQL
                   SELECT RUN_ID
                       INTO :INCIDENT-RUN-ID
                       FROM INCIDENT
                       WHERE INC_ID = :INCIDENT-INC-ID
               END-EXEC
               IF SQLCODE NOT = ZERO
                   MOVE 'F' TO OMTRREQ-RESULT
                   DISPLAY ' Incidenten finns inte: ' OMTRREQ-INC-ID
               ELSE
                   IF INCIDENT-RUN-ID NOT = PRINTRUN-RUN-ID
                       MOVE 'F' TO OMTRREQ-RESULT
                       DISPLAY ' Incidenten g�ller en annan '
                           'k�rning.'
                   END-IF
               END-IF
           END-IF.
      ***********************

       110-REPRINT-RUN.

           EXEC SQL
               DECLARE CURS-RUN-REPRINT CURSOR FOR
               SELECT V.INVNO, V.CUSTNO
               FROM TUTORIAL.OUTLOG O, TUTORIAL.INVOICE V
               WHERE O.RUN_ID = :PRINTRUN-RUN-ID
                 AND O.SUCCESS = 1
                 AND O.INV_ID = V.INV_ID
               ORDER BY O.OUTLOG_ID
           END-EXEC

           EXEC SQL
               OPEN CURS-RUN-REPRINT
           END-EXEC

           MOVE 'N' TO END-OF-CURSOR-SW
           PERFORM 111-FETCH-RUN-INVOICE
           PERFORM 112-REPRINT-RUN-INVOICE UNTIL END-OF-CURSOR

           EXEC SQL
               CLOSE CURS-RUN-REPRINT
           END-EXEC.
      ***********************

       111-FETCH-RUN-INVOICE.

           EXEC SQL
               FETCH CURS-RUN-REPRINT
                   INTO :INVOICE-INVNO, :INVOICE-CUSTNO
           END-EXEC
           IF SQLCODE NOT = ZERO
               SET END-OF-CURSOR TO TRUE
           END-IF.
      ***********************

       112-REPRINT-RUN-INVOICE.

           PERFORM 130-CALL-SUBINV
           ADD 1 TO WS-REPRINT-COUNT
           PERFORM 111-FETCH-RUN-INVOICE.
      ***********************

       120-REPRINT-INCIDENT.

           EXEC SQL
               DECLARE CURS-INC-REPRINT CURSOR FOR
               SELECT I.INV_ID, I.OUTLOG_ID, V.INVNO, V.CUSTNO
               FROM TUTORIAL.INCINV I, TUTORIAL.INVOICE V
               WHERE I.INC_ID = :INCIDENT-INC-ID
                 AND I.REPRINTID = 0
                 AND V.INV_ID = I.INV_ID
               ORDER BY I.OUTLOG_ID
           END-EXEC

           EXEC SQL
               OPEN CURS-INC-REPRINT
           END-EXEC

           MOVE 'N' TO END-OF-CURSOR-SW
           PERFORM 121-FETCH-INC-INVOICE
           PERFORM 122-REPRINT-INC-INVOICE UNTIL END-OF-CURSOR

           EXEC SQL
               CLOSE CURS-INC-REPRINT
           END-EXEC

           EXEC SQL
               UPDATE INCIDENT
               SET POSTAGE =
                   (SELECT COALESCE(SUM(O.POSTAGE), 0)
                    FROM TUTORIAL.OUTLOG O, TUTORIAL.INCINV I
                    WHERE I.INC_ID = :INCIDENT-INC-ID
                      AND O.OUTLOG_ID = I.REPRINTID)
               WHERE INC_ID = :INCIDENT-INC-ID
           END-EXEC.
      ***********************

       121-FETCH-INC-INVOICE.

           EXEC SQL
               FETCH CURS-INC-REPRINT
                   INTO :INCINV-INV-ID, :INCINV-OUTLOG-ID,
                        :INVOICE-INVNO, :INVOICE-CUSTNO
           END-EXEC
           IF SQLCODE NOT = ZERO
               SET END-OF-CURSOR TO TRUE
           END-IF.
      ***********************

       122-REPRINT-INC-INVOICE.

           PERFORM 130-CALL-SUBINV

      **>  the single-invoice path logs outside any run
           MOVE ZERO TO WS-REPRINT-ID
           EXEC SQL
               SELECT COALESCE(MAX(OUTLOG_ID), 0)
                   INTO :WS-REPRINT-ID
                   FROM OUTLOG
                   WHERE INV_ID = :INCINV-INV-ID
                     AND RUN_ID = 0
                     AND SUCCESS = 1
                     AND OUTLOG_ID > :INCINV-OUTLOG-ID
           END-EXEC

           IF WS-REPRINT-ID = ZERO
               DISPLAY ' Omtrycket misslyckades: '
                   INVOICE-INVNO-TEXT(1:20)
               ADD 1 TO WS-FAILED-COUNT
           ELSE
               EXEC SQL
                   UPDATE INCINV
                   SET REPRINTID = :WS-REPRINT-ID
                   WHERE INC_ID = :INCIDENT-INC-ID
                     AND INV_ID = :INCINV-INV-ID
               END-EXEC
               ADD 1 TO WS-REPRINT-COUNT
           END-IF

           PERFORM 121-FETCH-INC-INVOICE.
      ***********************

       130-CALL-SUBINV.

           MOVE SPACE TO WS-SUBINV-INVNO WS-SUBINV-CUSTNO
           MOVE INVOICE-INVNO-TEXT TO WS-SUBINV-INVNO
           MOVE INVOICE-CUSTNO-TEXT TO WS-SUBINV-CUSTNO
           MOVE 'ONE' TO WS-SUBINV-MODE
           MOVE ZERO TO WS-SUBINV-FINID
           CALL 'subinv' USING WS-SUBINV-MODE
                               WS-SUBINV-INVNO
                               WS-SUBINV-CUSTNO
                               WS-SUBINV-FINID.
      ***********************

       196-DISPLAY-RUN-SUMMARY.

           DISPLAY '============================================'
           DISPLAY ' PbsOmtr - k�rningssammanfattning'
           DISPLAY ' K�rning:                  ' OMTRREQ-RUN-ID
           IF OMTRREQ-INC-ID NOT = ZERO
               DISPLAY ' Tryckincident:            ' OMTRREQ-INC-ID
           END-IF
           IF OMTRREQ-FAILED
               DISPLAY ' Resultat:                 AVBRUTEN'
           ELSE
               DISPLAY ' Omtryckta fakturor:       ' WS-REPRINT-COUNT
               DISPLAY ' Misslyckade:              ' WS-FAILED-COUNT
           END-IF
           DISPLAY '============================================'.
      ***********************
