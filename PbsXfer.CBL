      **> Authors: Peter B, Bertil K and Sergejs S.
      **> Purpose: Manage an invoice print company (PBS)
      **>          Outbound transfer job: pushes every MANIFEST file
      **>          that has not yet been transferred to the pickup
      **>          area of the print house subinv routed it to (the
      **>          PRHOUSE row's PICKUPDIR, the mounted endpoint
      **>          their collector empties - data/tohouse for HUVUD
      **>          when it has no row). A house the operator has
      **>          switched to its backup (pbs.cbl menu 65) gets
      **>          nothing: its files go to the backup's area, and
      **>          the MANIFEST row and the run's PRINTRUN row are
      **>          corrected to the house that actually got them.
      **>          The job stamps the transfer time on the MANIFEST
      **>          row - so "filen kom aldrig fram" stops meaning
      **>          "filen l�mnade aldrig huset". A file whose batch
      **>          run is still awaiting release (PRINTRUN state 0)
      **>          is left alone; a failed push is retried on the
      **>          next run, and after the third failed attempt an
      **>          alert is raised through PbsAlrt for the on-call
      **>          paging tool.
      **>          The run also hands the refund orders over to the
      **>          bank: the TK14/TK40 records P0146 appended to
      **>          data/lbout.txt are wrapped in the LB file's
      **>          opening (TK11) and closing (TK29) posts, written
      **>          as a complete dated file in data/tobank, and the
      **>          work file is removed. Internet-bank e-fakturor
      **>          (.efk, subinv B0340) are manifest files too, but
      **>          go to the bank network's endpoint (data/tobank)
      **>          instead of the print house's. The houses' volume
      **>          forecasts (PbsProg) are manifest files outside any
      **>          run and go out like a single reprint.
      **> Initial Version Created: 2026-09-02
      **>

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      **>  the day's loose refund records, and the complete LB file
      **>  they are wrapped into for the bank - see
      **>  140-BUILD-LB-FILE
       DATA DIVISION.
       FILE SECTION.

       FD  LBINDATA.
       01  LBIN-POST               PIC X(80).

       01  WS-MAX-TRIES                  PIC S9(4)   COMP VALUE 3.

       01  WS-SOURCE-PATH                PIC X(60)   VALUE SPACE.
       01  WS-TARGET-PATH                PIC X(110)  VALUE SPACE.

      **> the print house a file goes to and its pickup area - see
      **> 115-RESOLVE-PRINT-HOUSE
       01  WS-XFER-HOUSE                 PIC X(10)   VALUE SPACE.
       01  WS-PICKUP-DIR                 PIC X(40)   VALUE SPACE.
       01  WS-RUN-HOUSES                 PIC S9(9)   COMP VALUE ZERO.
       01  WS-COPY-RC                    PIC S9(9)   COMP VALUE ZERO.
       01  WS-DIR-RC                     PIC S9(9)   COMP VALUE ZERO.
       01  WS-NEXT-ID                    PIC S9(9)   COMP VALUE ZERO.
       01  WS-RUNLOG-NOW                 PIC X(21)   VALUE SPACE.
       01  WS-XFER-NOW                   PIC X(21)   VALUE SPACE.
       01  WS-XFER-TIMESTAMP             PIC X(19)   VALUE SPACE.
       01  WS-EFK-TALLY                  PIC S9(4)   COMP VALUE ZERO.

       01  WS-SENT-COUNT                 PIC 9(6)    VALUE ZERO.
       01  WS-FAIL-COUNT                 PIC 9(6)    VALUE ZERO.
               88  END-OF-LBIN             VALUE 'Y'.

       01  FILE-STATUS-FIELDS.
           05 LBINFIL-FS                PIC XX.
               88  LBINFIL-SUCCESSFUL       VALUE '00'.
           05 LBOUTFIL-FS               PIC XX.
           EXEC SQL INCLUDE MANIFEST   END-EXEC.
           EXEC SQL INCLUDE FINDATA    END-EXEC.
           EXEC SQL INCLUDE PRINTRUN   END-EXEC.
           EXEC SQL INCLUDE PRHOUSE    END-EXEC.
           EXEC SQL INCLUDE RUNLOG     END-EXEC.
           EXEC SQL INCLUDE IDGEN      END-EXEC.

       COPY ALRTREQ.

       PROCEDURE DIVISION.

       000-TRANSFER-FILES.

           CALL 'CBL_CREATE_DIR' USING WS-TOHOUSE-DIR
               RETURNING WS-DIR-RC
           CALL 'CBL_CREATE_DIR' USING WS-TOBANK-DIR
               RETURNING WS-DIR-RC

      **>  every unsent manifest row whose run (if it came out of a
      **>  numbered batch run) has been released through the proof
      **>  gate; single reprints carry run id 0 and go at once
           EXEC SQL
               DECLARE CURS-UNSENT CURSOR FOR
               SELECT M.MANIF_ID, M.FILENAME, M.XFERTRIES,
                      M.RUN_ID, M.HOUSE
               FROM TUTORIAL.MANIFEST M
               WHERE M.CONFIRMED = 0
                 AND M.XFERTIME = ' '
           EXEC SQL
               FETCH CURS-UNSENT
                   INTO :MANIFEST-MANIF-ID, :MANIFEST-FILENAME,
                        :MANIFEST-XFERTRIES, :MANIFEST-RUN-ID,
                        :MANIFEST-HOUSE
           END-EXEC

           IF SQLCODE NOT = ZERO
           MOVE FUNCTION TRIM(MANIFEST-FILENAME-TEXT)
               TO WS-SOURCE-PATH

           MOVE ZERO TO WS-EFK-TALLY
           INSPECT MANIFEST-FILENAME-TEXT
               TALLYING WS-EFK-TALLY FOR ALL '.efk'

           MOVE SPACE TO WS-TARGET-PATH
           IF WS-EFK-TALLY > ZERO
               STRING 'data/tobank/' DELIMITED BY SIZE
                       FUNCTION TRIM(MANIFEST-FILENAME-TEXT)
                           DELIMITED BY SIZE
                       INTO WS-TARGET-PATH
               END-STRING
           ELSE
               PERFORM 115-RESOLVE-PRINT-HOUSE
               CALL 'CBL_CREATE_DIR' USING WS-PICKUP-DIR
                   RETURNING WS-DIR-RC
               STRING FUNCTION TRIM(WS-PICKUP-DIR) DELIMITED BY SIZE
                       '/' DELIMITED BY SIZE
                       FUNCTION TRIM(MANIFEST-FILENAME-TEXT)
                           DELIMITED BY SIZE
                       INTO WS-TARGET-PATH
               END-STRING
           END-IF

           CALL 'CBL_COPY_FILE' USING WS-SOURCE-PATH
                                       WS-TARGET-PATH
           EXEC SQL
               FETCH CURS-UNSENT
                   INTO :MANIFEST-MANIF-ID, :MANIFEST-FILENAME,
                        :MANIFEST-XFERTRIES, :MANIFEST-RUN-ID,
                        :MANIFEST-HOUSE
           END-EXEC

           IF SQLCODE NOT = ZERO
           END-IF.
      ***********************

      **> The house the file actually goes to: the one subinv routed
      **> it to, or that house's backup while the operator has it
      **> switched down. A house without a PRHOUSE row - HUVUD before
      **> the register was filled in - collects from data/tohouse.
       115-RESOLVE-PRINT-HOUSE.

           MOVE MANIFEST-HOUSE TO WS-XFER-HOUSE
           IF WS-XFER-HOUSE = SPACE
               MOVE 'HUVUD' TO WS-XFER-HOUSE
           END-IF

           MOVE WS-XFER-HOUSE TO PRHOUSE-HOUSE
           EXEC SQL
               SELECT STATE, BACKUP
                   INTO :PRHOUSE-STATE, :PRHOUSE-BACKUP
                   FROM PRHOUSE
                   WHERE HOUSE = :PRHOUSE-HOUSE
           END-EXEC
           IF SQLCODE = ZERO AND PRHOUSE-DOWN
                   AND PRHOUSE-BACKUP NOT = SPACE
               MOVE PRHOUSE-BACKUP TO WS-XFER-HOUSE
           END-IF

           MOVE WS-TOHOUSE-DIR TO WS-PICKUP-DIR
           MOVE WS-XFER-HOUSE TO PRHOUSE-HOUSE
           EXEC SQL
               SELECT PICKUPDIR
                   INTO :PRHOUSE-PICKUPDIR
                   FROM PRHOUSE
                   WHERE HOUSE = :PRHOUSE-HOUSE
           END-EXEC
           IF SQLCODE = ZERO AND PRHOUSE-PICKUPDIR NOT = SPACE
               MOVE PRHOUSE-PICKUPDIR TO WS-PICKUP-DIR
           END-IF.
      ***********************

       120-STAMP-TRANSFER-TIME.

           MOVE FUNCTION CURRENT-DATE TO WS-XFER-NOW
           END-STRING

           MOVE WS-XFER-TIMESTAMP TO MANIFEST-XFERTIME
           IF WS-EFK-TALLY = ZERO
               MOVE WS-XFER-HOUSE TO MANIFEST-HOUSE
           END-IF
           EXEC SQL
               UPDATE MANIFEST
                   SET XFERTIME = :MANIFEST-XFERTIME,
                       HOUSE = :MANIFEST-HOUSE
                   WHERE MANIF_ID = :MANIFEST-MANIF-ID
           END-EXEC

           IF SQLCODE NOT = ZERO
               DISPLAY ' Update SQL sats in MANIFEST �r felt'
           ELSE
               IF MANIFEST-RUN-ID > ZERO
                   PERFORM 125-UPDATE-RUN-HOUSE
               END-IF
           END-IF.
      ***********************

      **> the run's PRINTRUN row names the house its files went to,
      **> FLERA once they are spread over more than one
       125-UPDATE-RUN-HOUSE.

           MOVE ZERO TO WS-RUN-HOUSES
           MOVE SPACE TO PRINTRUN-HOUSE
           EXEC SQL
               SELECT COUNT(DISTINCT HOUSE), COALESCE(MAX(HOUSE), ' ')
                   INTO :WS-RUN-HOUSES, :PRINTRUN-HOUSE
                   FROM MANIFEST
                   WHERE RUN_ID = :MANIFEST-RUN-ID
                     AND HOUSE <> ' '
           END-EXEC

           IF SQLCODE = ZERO
               IF WS-RUN-HOUSES > 1
                   MOVE 'FLERA' TO PRINTRUN-HOUSE
               END-IF
               EXEC SQL
                   UPDATE PRINTRUN
                       SET HOUSE = :PRINTRUN-HOUSE
                       WHERE RUN_ID = :MANIFEST-RUN-ID
               END-EXEC
           END-IF.
      ***********************

      **> A failed push: the attempt is counted on the row so the
           IF MANIFEST-XFERTRIES NOT < WS-MAX-TRIES
               ADD 1 TO WS-ALERT-COUNT

               INITIALIZE ALRTREQ
               SET ALRTREQ-RAISE TO TRUE
               MOVE 'PbsXfer' TO ALRTREQ-SOURCE
               SET ALRTREQ-CRITICAL TO TRUE
               MOVE MANIFEST-FILENAME-TEXT(1:60) TO ALRTREQ-OBJECT
               MOVE '�VERF�RING TILL TRYCKERI MISSLYCKAS'
                   TO ALRTREQ-REASON
               CALL 'PbsAlrt' USING ALRTREQ

               DISPLAY '*** JOUR-LARM: fil kan inte �verf�ras: '
                   FUNCTION TRIM(MANIFEST-FILENAME-TEXT)
               CLOSE CURS-UNSENT
           END-EXEC

           DISPLAY '============================================'
           DISPLAY ' PbsXfer - k�rningssammanfattning'
           DISPLAY ' Filer �verf�rda:          ' WS-SENT-COUNT
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
