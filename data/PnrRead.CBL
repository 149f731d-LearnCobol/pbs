       IDENTIFICATION DIVISION.
       PROGRAM-ID. PnrRead.
      **>
      **> Authors: Peter B, Bertil K and Sergejs S.
      **> Purpose: Manage an invoice print company (PBS)
      **>          Load the postal operator's postnummer register
      **>          into POSTNR, replacing the previous load whole -
      **>          the register PbsRead holds every Swedish debtor
      **>          address of the intake against, so a postnummer
      **>          that does not exist or a postort spelt three
      **>          ways is caught at intake instead of when the
      **>          envelope comes back. Run as night-run step
      **>          POSTNUMMER whenever the operator sends a new
      **>          edition. A file that cannot be opened or holds
      **>          no usable line leaves the loaded register as it
      **>          is. The register file is semicolon separated,
      **>          one postnummer and postort per line:
      **>            <postnummer, 5 siffror eller 123 45>;<postort>
      **> Initial Version Created: 2026-10-15
      **>

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT  PNRDATA ASSIGN TO WS-IMPORT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PNRFIL-FS.

       DATA DIVISION.
       FILE SECTION.

       FD  PNRDATA.
       01  PNRDATA-POST        PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-IMPORT-FILENAME           PIC X(60)
                                         VALUE 'data/postnummer.txt'.

      **> one register line split at the semicolon
       01  WS-PN-FIELD-TABLE.
           05  WS-PN-FLD       PIC X(40) OCCURS 2.
       01  WS-PN-POSTNO-IN               PIC X(6)    VALUE SPACE.

       01  SWITCHES.
           05  END-OF-FILE             PIC X VALUE 'N'.
               88  EOF                     VALUE 'Y'.
           05  REGISTER-CLEARED-SW     PIC X VALUE 'N'.
               88  REGISTER-CLEARED        VALUE 'Y'.

       01  FILE-STATUS-FIELDS.
           05 PNRFIL-FS                PIC XX.
               88  PNRFIL-SUCCESSFUL       VALUE '00'.

       01  WS-RUN-SUMMARY.
           05  WS-SUM-READ-COUNT           PIC 9(6) VALUE ZERO.
           05  WS-SUM-LOADED-COUNT         PIC 9(6) VALUE ZERO.
           05  WS-SUM-SKIPPED-COUNT        PIC 9(6) VALUE ZERO.

           EXEC SQL INCLUDE SQLCA      END-EXEC.
           EXEC SQL INCLUDE POSTNR     END-EXEC.

       LINKAGE SECTION.
       01  LK-IMPORT-FILENAME           PIC X(60).

       PROCEDURE DIVISION USING LK-IMPORT-FILENAME.

       000-LOAD-POSTNR.

           IF LK-IMPORT-FILENAME NOT = SPACES
               MOVE LK-IMPORT-FILENAME TO WS-IMPORT-FILENAME
           END-IF

           PERFORM 100-INIT
           PERFORM 100-READ-REGISTER-FILE UNTIL EOF
           IF PNRFIL-SUCCESSFUL OR PNRFIL-FS = '10'
               CLOSE PNRDATA
           END-IF

           PERFORM 196-DISPLAY-RUN-SUMMARY

           GOBACK.
      **************************

       100-INIT.

           MOVE 'N' TO END-OF-FILE
           MOVE 'N' TO REGISTER-CLEARED-SW

           MOVE FUNCTION CURRENT-DATE(1:4) TO POSTNR-LOADDATE(1:4)
           MOVE FUNCTION CURRENT-DATE(5:2) TO POSTNR-LOADDATE(6:2)
           MOVE FUNCTION CURRENT-DATE(7:2) TO POSTNR-LOADDATE(9:2)
           MOVE '-' TO POSTNR-LOADDATE(5:1) POSTNR-LOADDATE(8:1)

           OPEN INPUT PNRDATA
           IF PNRFIL-SUCCESSFUL
               READ PNRDATA
                   AT END SET EOF TO TRUE
               END-READ
           ELSE
               SET EOF TO TRUE
               DISPLAY ' Postnummerfil error: ' WS-IMPORT-FILENAME.
      ***********************

       100-READ-REGISTER-FILE.

           ADD 1 TO WS-SUM-READ-COUNT

           MOVE SPACE TO WS-PN-FIELD-TABLE
           UNSTRING PNRDATA-POST DELIMITED BY ';'
               INTO WS-PN-FLD(1) WS-PN-FLD(2)
           END-UNSTRING

      **>  the operator prints the postnummer grouped as 123 45 -
      **>  the register keeps the five digits the intake carries
           MOVE WS-PN-FLD(1)(1:6) TO WS-PN-POSTNO-IN
           MOVE SPACE TO POSTNR-POSTNO
           IF WS-PN-POSTNO-IN(4:1) = SPACE
               STRING WS-PN-POSTNO-IN(1:3) DELIMITED BY SIZE
                      WS-PN-POSTNO-IN(5:2) DELIMITED BY SIZE
                      INTO POSTNR-POSTNO
               END-STRING
           ELSE
               MOVE WS-PN-POSTNO-IN(1:5) TO POSTNR-POSTNO
           END-IF

           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-PN-FLD(2)))
               TO POSTNR-PLACE

           IF POSTNR-POSTNO NOT NUMERIC OR POSTNR-PLACE = SPACE
      **>      headings and blank lines are not register rows
               ADD 1 TO WS-SUM-SKIPPED-COUNT
           ELSE
               IF NOT REGISTER-CLEARED
                   PERFORM 110-CLEAR-REGISTER
               END-IF
               PERFORM 120-INSERT-POSTNR
           END-IF

           READ PNRDATA AT END SET EOF TO TRUE END-READ.
      **********************************************************

      **> The previous edition goes only once the new file has
      **> shown a usable line - a missing or empty file must not
      **> leave the intake without a register.
       110-CLEAR-REGISTER.

           EXEC SQL
               DELETE FROM POSTNR
           END-EXEC
           IF SQLCODE NOT = ZERO AND SQLCODE NOT = 100
               DISPLAY ' Delete SQL sats in POSTNR table �r felt'
           END-IF
           SET REGISTER-CLEARED TO TRUE.
      ****************************

       120-INSERT-POSTNR.

           EXEC SQL
               INSERT INTO POSTNR
               VALUES ( :POSTNR-POSTNO,
                         :POSTNR-PLACE,
                         :POSTNR-LOADDATE
                         )
           END-EXEC

           IF SQLCODE NOT = ZERO
               DISPLAY ' Insert SQL sats in POSTNR table �r felt: '
                   POSTNR-POSTNO
               ADD 1 TO WS-SUM-SKIPPED-COUNT
           ELSE
               ADD 1 TO WS-SUM-LOADED-COUNT
           END-IF.
      ****************************

       196-DISPLAY-RUN-SUMMARY.

           DISPLAY '============================================'
           DISPLAY ' PnrRead - k�rningssammanfattning'
           DISPLAY ' Fil:                     ' WS-IMPORT-FILENAME
           DISPLAY ' Rader l�sta:              ' WS-SUM-READ-COUNT
           DISPLAY ' Postnummer inl�sta:       ' WS-SUM-LOADED-COUNT
           DISPLAY ' Rader �verhoppade:        ' WS-SUM-SKIPPED-COUNT
           IF NOT REGISTER-CLEARED
               DISPLAY ' Resultat:                 OF�R�NDRAT'
           END-IF
           DISPLAY '============================================'.
      ****************************
