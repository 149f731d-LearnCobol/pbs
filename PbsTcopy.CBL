       FILE SECTION.

       FD  INDUMP.
       01  IN-POST                 PIC X(320).

       FD  OUTDUMP.
       01  OUT-POST                PIC X(320).

       WORKING-STORAGE SECTION.
       01  WS-IN-DIR                     PIC X(30)   VALUE SPACE.
               INTO DMP-ADR-STREET
           END-STRING
           MOVE '99999' TO DMP-ADR-POSTNO
           MOVE '99999' TO DMP-ADR-POSTCODE
           MOVE 'TESTSTAD' TO DMP-ADR-PLACE
           WRITE OUT-POST FROM DMP-ADR-POST
           ADD 1 TO WS-SCRAMBLED-COUNT.
