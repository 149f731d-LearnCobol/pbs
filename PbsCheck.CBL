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
           END-EXEC.
      ***********************

