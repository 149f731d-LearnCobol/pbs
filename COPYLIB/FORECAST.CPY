           EXEC SQL DECLARE TUTORIAL.FORECAST TABLE
           (
              FCDATE                         DATE
                                             NOT NULL,
              HOUSE                          CHAR (10)
                                             NOT NULL,
              DOCS                           INT
                                             NOT NULL,
              SHEETS                         INT
                                             NOT NULL,
              ENVELOPES                      INT
                                             NOT NULL,
              MADEDATE                       DATE
                                             NOT NULL
           )
           END-EXEC.


      *    the volume forecast the print houses staff their shifts
      *    and order paper by: one row per day and print house for
      *    the coming four weeks, expected documents, sheets and
      *    envelopes, as PbsProg (night-run step PROGNOS) worked it
      *    out on MADEDATE. Every run replaces the days still to
      *    come; the days that have passed keep the forecast last
      *    made before them, which pbs.cbl I0260 (reports menu 54)
      *    holds against what was actually printed.
       01  FORECAST.
           03 FORECAST-FCDATE                PIC X(10).
           03 FORECAST-HOUSE                 PIC X(10).
           03 FORECAST-DOCS                  PIC S9(9) COMP.
           03 FORECAST-SHEETS                PIC S9(9) COMP.
           03 FORECAST-ENVELOPES             PIC S9(9) COMP.
           03 FORECAST-MADEDATE              PIC X(10).
