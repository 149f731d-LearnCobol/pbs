              SKAPDAT                        CHAR (8)
                                             NOT NULL,
              IMPDATE                        DATE
                                             NOT NULL,
              DONE                           CHAR (1)
                                             NOT NULL,
              LASTTRANS                      INT
                                             NOT NULL,
              TRANSSTATE                     CHAR (1)
                                             NOT NULL,
              SUMMARY                        CHAR (60)
                                             NOT NULL
           )
           END-EXEC.
      *    intake
      *    CHANNEL separates the registers: 'BG' bankgiro payment
      *    files, 'AG' autogiro settlements - the same sender sends
      *    one of each on a normal day; 'CA' camt.054 notifications
      *    'SW' the bank's Swish report and 'HU' Skatteverket's
      *    husavdrag decisions (BGCNR the decision number)
      *    DONE is 'Y' once the reader has gone through the whole
      *    file (rows from before the restart columns count as
      *    done). Until then LASTTRANS is the number, in file order,
      *    of the last transaction the reader took on - TRANSSTATE
      *    'I' while it is being booked, 'D' once it is - and
      *    SUMMARY the reader's run-summary counters as they stood
      *    after the last finished one. A rerun of a file not DONE
      *    picks up after LASTTRANS instead of being refused.
       01  BGFILE.
           03 BGFILE-CHANNEL                 PIC X(2).
           03 BGFILE-BGCNR                   PIC X(10).
           03 BGFILE-SKAPDAT                 PIC X(8).
           03 BGFILE-IMPDATE                 PIC X(10).
           03 BGFILE-DONE                    PIC X(1).
               88 BGFILE-DONE-COMPLETE           VALUE 'Y'.
           03 BGFILE-LASTTRANS               PIC S9(9) COMP.
           03 BGFILE-TRANSSTATE              PIC X(1).
               88 BGFILE-TRANS-INFLIGHT          VALUE 'I'.
               88 BGFILE-TRANS-DONE              VALUE 'D'.
           03 BGFILE-SUMMARY                 PIC X(60).
