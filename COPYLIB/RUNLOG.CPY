              STATUS                         SMALLINT
                                             NOT NULL,
              RECCOUNT                       INT
                                             NOT NULL,
              SKIPCOUNT                      INT
                                             NOT NULL
           )
           END-EXEC.
               88  RUNLOG-STATUS-OK              VALUE 1.
               88  RUNLOG-STATUS-FAILED          VALUE 2.
           03 RUNLOG-RECCOUNT                PIC S9(9) COMP.
      *    records a restarted or repeated run left alone because
      *    an earlier run had already done them - zero for
      *    programs that do not guard that way
           03 RUNLOG-SKIPCOUNT               PIC S9(9) COMP.
