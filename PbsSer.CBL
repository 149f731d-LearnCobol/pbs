       IDENTIFICATION DIVISION.
       PROGRAM-ID. PbsSer.
      **>
      **> Authors: Peter B, Bertil K and Sergejs S.
      **> Purpose: Manage an invoice print company (PBS)
      **>          Number series audit of the invoices PBS numbers
      **>          itself. Every program that writes an invoice -
      **>          the intake, subinv's samlingsfakturor, srvbill,
      **>          dunning, the interest run, ad-hoc invoices,
      **>          credit notes and corrections - takes its INV_ID
      **>          from the one IDGEN 'INVOICE' sequence, and PBS's
      **>          own invoice numbers are built from it or on it.
      **>          A number taken but never written (a run that
      **>          died after taking it, a block reserved and left
      **>          half-used, an ad-hoc invoice without lines) is a
      **>          gap in the series. Per legal entity (CUSTOMER
      **>          FIN_ID) the period's invoices are counted per
      **>          number series, every gap is listed with what the
      **>          void register (INVVOID) says about it, and every
      **>          invoice number PBS issued more than once is
      **>          listed. A gap belongs to the entity and series of
      **>          the invoice just before it, and to the period of
      **>          the later invoice date of the two invoices around
      **>          it. Invoices numbered by the customer's own
      **>          series (the intake's FAKTNR) are counted but not
      **>          checked for duplicates - that is the intake
      **>          control's job. Written to
      **>          data/nummerserie/nummerserie-<YYYYMM>.txt. Run
      **>          from the company reports and by the month-end
      **>          close (X0420), which warns while unexplained gaps
      **>          remain in the period.
      **> Initial Version Created: 2026-10-15
      **>

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SERDATA ASSIGN TO WS-SER-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SERFIL-FS.

       DATA DIVISION.
       FILE SECTION.

       FD  SERDATA.
       01  SER-POST                    PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-SER-DIR                    PIC X(20)
                                         VALUE 'data/nummerserie'.
       01  WS-SER-PATH                   PIC X(80)   VALUE SPACE.
       01  WS-DIR-RC                     PIC S9(9)   COMP VALUE ZERO.
       01  WS-REQ-NOW                    PIC X(21)   VALUE SPACE.
       01  WS-RUNTIME                    PIC X(19)   VALUE SPACE.
       01  WS-PERIOD                     PIC X(7)    VALUE SPACE.
       01  WS-FROM-DATE                  PIC X(10)   VALUE SPACE.
       01  WS-TO-DATE                    PIC X(10)   VALUE SPACE.
       01  WS-YMD                        PIC X(8)    VALUE SPACE.
       01  WS-YMD-NUM REDEFINES WS-YMD   PIC 9(8).
       01  WS-DAY-INT                    PIC 9(9)    COMP VALUE ZERO.
       01  WS-LINE-COUNT                 PIC S9(9)   COMP VALUE ZERO.
       01  WS-OUT-LINE                   PIC X(132)  VALUE SPACE.
       01  WS-ENTITY-COUNT               PIC S9(9)   COMP VALUE ZERO.

      **> how far the sequence has come: the highest invoice
      **> written and the last number IDGEN handed out
       01  WS-MAX-INV-ID                 PIC S9(9)   COMP VALUE ZERO.
       01  WS-IDGEN-NEXT                 PIC S9(9)   COMP VALUE ZERO.

      **> the entity being audited
       01  WS-FIN-ID                     PIC S9(9)   COMP VALUE ZERO.
       01  WS-COMPANY                    PIC X(40)   VALUE SPACE.

      **> the number series, told apart by how the number is built
       01  WS-SERIES-NAMES.
           05  FILLER                    PIC X(40)
               VALUE 'LOPNR L�pnummer tj�nst/manuell'.
           05  FILLER                    PIC X(40)
               VALUE 'SAM   Samlingsfakturor (SAM-)'.
           05  FILLER                    PIC X(40)
               VALUE 'PAM   P�minnelse/krav -P1 -P2 -KR'.
           05  FILLER                    PIC X(40)
               VALUE 'KRED  Kreditnotor (-K)'.
           05  FILLER                    PIC X(40)
               VALUE 'KORR  R�ttelser (-R, -E)'.
           05  FILLER                    PIC X(40)
               VALUE 'RANTA R�ntefaktura R<nr>-<datum>'.
           05  FILLER                    PIC X(40)
               VALUE 'KUND  Kundens egna nummer (inl�st)'.
       01  WS-SERIES-NAME-TABLE REDEFINES WS-SERIES-NAMES.
           05  WS-SERIES-NAME            OCCURS 7.
               10  WS-SERIES-CODE        PIC X(6).
               10  WS-SERIES-TEXT        PIC X(34).
       01  WS-SX                         PIC S9(4)   COMP VALUE ZERO.
       01  WS-SERIES-KUND                PIC S9(4)   COMP VALUE 7.
       01  WS-SERIES-TABLE.
           05  WS-SERIES                 OCCURS 7.
               10  WS-SER-COUNT          PIC S9(9)   COMP.
               10  WS-SER-FIRST          PIC S9(9)   COMP.
               10  WS-SER-LAST           PIC S9(9)   COMP.

      **> one invoice number to be placed in its series by
      **> 150-CLASSIFY-SERIES, which answers in WS-SX
       01  WS-CL-INVNO                   PIC X(40)   VALUE SPACE.
       01  WS-CL-INV-ID                  PIC S9(9)   COMP VALUE ZERO.
       01  WS-CL-CREDITOF                PIC S9(9)   COMP VALUE ZERO.
       01  WS-CL-LEN                     PIC S9(4)   COMP VALUE ZERO.
       01  WS-CL-NUMBER                  PIC 9(9)    VALUE ZERO.

      **> one gap as the gap cursor delivers it, and the numbers
      **> the void register covers of it
       01  WS-GP-PREV-ID                 PIC S9(9)   COMP VALUE ZERO.
       01  WS-GP-PREV-DATE               PIC X(10)   VALUE SPACE.
       01  WS-GP-NEXT-ID                 PIC S9(9)   COMP VALUE ZERO.
       01  WS-GP-NEXT-DATE               PIC X(10)   VALUE SPACE.
       01  WS-GP-FIRST                   PIC S9(9)   COMP VALUE ZERO.
       01  WS-GP-LAST                    PIC S9(9)   COMP VALUE ZERO.
       01  WS-GP-NUMBERS                 PIC S9(9)   COMP VALUE ZERO.
       01  WS-GP-COVERED                 PIC S9(9)   COMP VALUE ZERO.
       01  WS-GP-FROM                    PIC S9(9)   COMP VALUE ZERO.
       01  WS-GP-TO                      PIC S9(9)   COMP VALUE ZERO.

      **> one duplicated invoice number
       01  WS-DP-COUNT                   PIC S9(9)   COMP VALUE ZERO.
       01  WS-DP-FIRST-ID                PIC S9(9)   COMP VALUE ZERO.
       01  WS-DP-LAST-ID                 PIC S9(9)   COMP VALUE ZERO.
       01  WS-DP-CREDITOF                PIC S9(9)   COMP VALUE ZERO.

      **> the entity's and the run's figures
       01  WS-ENT-INV                    PIC S9(9)   COMP VALUE ZERO.
       01  WS-ENT-GAPS                   PIC S9(9)   COMP VALUE ZERO.
       01  WS-ENT-UNEXPL                 PIC S9(9)   COMP VALUE ZERO.
       01  WS-ENT-DUPS                   PIC S9(9)   COMP VALUE ZERO.
       01  WS-RUN-INV                    PIC S9(9)   COMP VALUE ZERO.
       01  WS-RUN-GAPS                   PIC S9(9)   COMP VALUE ZERO.
       01  WS-RUN-GAP-NUMBERS            PIC S9(9)   COMP VALUE ZERO.
       01  WS-RUN-UNEXPL                 PIC S9(9)   COMP VALUE ZERO.
       01  WS-RUN-UNEXPL-NUMBERS         PIC S9(9)   COMP VALUE ZERO.
       01  WS-RUN-DUPS                   PIC S9(9)   COMP VALUE ZERO.

      **> edited figures for the report
       01  WS-KEY-ED                     PIC Z(8)9.
       01  WS-KEY2-ED                    PIC Z(8)9.
       01  WS-COUNT-ED                   PIC Z(8)9.
       01  WS-FIN-ED                     PIC Z(8)9.

       01  SWITCHES.
           05  END-OF-CURSOR-SW        PIC X VALUE 'N'.
               88  END-OF-CURSOR           VALUE 'Y'.
           05  END-OF-VOIDS-SW         PIC X VALUE 'N'.
               88  END-OF-VOIDS            VALUE 'Y'.
           05  END-OF-ENTITIES-SW      PIC X VALUE 'N'.
               88  END-OF-ENTITIES         VALUE 'Y'.
           05  REQ-FAILED-SW           PIC X VALUE 'N'.
               88  REQ-FAILED              VALUE 'Y'.

       01  FILE-STATUS-FIELDS.
           05 SERFIL-FS                PIC XX.
               88  SERFIL-SUCCESSFUL       VALUE '00'.

           EXEC SQL INCLUDE SQLCA      END-EXEC.
           EXEC SQL INCLUDE FINDATA    END-EXEC.
           EXEC SQL INCLUDE INVOICE    END-EXEC.
           EXEC SQL INCLUDE INVVOID    END-EXEC.
           EXEC SQL INCLUDE RUNLOG     END-EXEC.
           EXEC SQL INCLUDE IDGEN      END-EXEC.

       LINKAGE SECTION.
       COPY SERREQ.

       PROCEDURE DIVISION USING SERREQ.

       000-AUDIT-SERIES.

           MOVE SPACE TO SERREQ-RESULT
           MOVE SPACE TO SERREQ-FILENAME
           MOVE ZERO TO SERREQ-INV-COUNT
           MOVE ZERO TO SERREQ-GAP-COUNT
           MOVE ZERO TO SERREQ-GAP-NUMBERS
           MOVE ZERO TO SERREQ-UNEXPL-COUNT
           MOVE ZERO TO SERREQ-UNEXPL-NUMBERS
           MOVE ZERO TO SERREQ-DUP-COUNT

           PERFORM 100-INIT
           IF NOT REQ-FAILED
               PERFORM 110-SEQUENCE-STATE
               PERFORM 120-OPEN-REPORT
           END-IF
           IF REQ-FAILED
               MOVE 'F' TO SERREQ-RESULT
               PERFORM 196-DISPLAY-RUN-SUMMARY
               GOBACK
           END-IF

           PERFORM 130-AUDIT-ENTITIES
           PERFORM 185-WRITE-TOTALS
           CLOSE SERDATA

           MOVE 'D' TO SERREQ-RESULT
           MOVE WS-SER-PATH TO SERREQ-FILENAME
           MOVE WS-RUN-INV TO SERREQ-INV-COUNT
           MOVE WS-RUN-GAPS TO SERREQ-GAP-COUNT
           MOVE WS-RUN-GAP-NUMBERS TO SERREQ-GAP-NUMBERS
           MOVE WS-RUN-UNEXPL TO SERREQ-UNEXPL-COUNT
           MOVE WS-RUN-UNEXPL-NUMBERS TO SERREQ-UNEXPL-NUMBERS
           MOVE WS-RUN-DUPS TO SERREQ-DUP-COUNT

           PERFORM 196-DISPLAY-RUN-SUMMARY

           GOBACK.
      **************************

      **> the period asked for, or the run day's, as its first and
      **> last day
       100-INIT.

           MOVE 'N' TO REQ-FAILED-SW
           MOVE ZERO TO WS-LINE-COUNT
           MOVE ZERO TO WS-ENTITY-COUNT
           MOVE ZERO TO WS-RUN-INV
           MOVE ZERO TO WS-RUN-GAPS
           MOVE ZERO TO WS-RUN-GAP-NUMBERS
           MOVE ZERO TO WS-RUN-UNEXPL
           MOVE ZERO TO WS-RUN-UNEXPL-NUMBERS
           MOVE ZERO TO WS-RUN-DUPS

           MOVE FUNCTION CURRENT-DATE TO WS-REQ-NOW
           MOVE SPACE TO WS-RUNTIME
           STRING WS-REQ-NOW(1:4)  DELIMITED BY SIZE
                   '-'              DELIMITED BY SIZE
                   WS-REQ-NOW(5:2)  DELIMITED BY SIZE
                   '-'              DELIMITED BY SIZE
                   WS-REQ-NOW(7:2)  DELIMITED BY SIZE
                   ' '              DELIMITED BY SIZE
                   WS-REQ-NOW(9:2)  DELIMITED BY SIZE
                   ':'              DELIMITED BY SIZE
                   WS-REQ-NOW(11:2) DELIMITED BY SIZE
                   ':'              DELIMITED BY SIZE
                   WS-REQ-NOW(13:2) DELIMITED BY SIZE
                   INTO WS-RUNTIME
           END-STRING

           IF SERREQ-PERIOD = SPACE
               MOVE WS-RUNTIME(1:7) TO WS-PERIOD
           ELSE
               MOVE SERREQ-PERIOD TO WS-PERIOD
           END-IF
           MOVE SPACE TO WS-YMD
           STRING WS-PERIOD(1:4) DELIMITED BY SIZE
                   WS-PERIOD(6:2) DELIMITED BY SIZE
                   '01'           DELIMITED BY SIZE
                   INTO WS-YMD
           END-STRING
           IF WS-YMD NOT NUMERIC OR WS-PERIOD(5:1) NOT = '-'
               SET REQ-FAILED TO TRUE
           ELSE
               IF FUNCTION TEST-DATE-YYYYMMDD(WS-YMD-NUM) NOT = ZERO
                   SET REQ-FAILED TO TRUE
               END-IF
           END-IF
           IF REQ-FAILED
               DISPLAY ' Ogiltig period (����-MM): ' WS-PERIOD
               EXIT PARAGRAPH
           END-IF

           MOVE WS-PERIOD TO WS-FROM-DATE(1:7)
           MOVE '-01' TO WS-FROM-DATE(8:3)

      **>  the period's last day is the day before the first of the
      **>  next month
           IF WS-YMD(5:2) = '12'
               COMPUTE WS-YMD-NUM = WS-YMD-NUM + 8900
           ELSE
               COMPUTE WS-YMD-NUM = WS-YMD-NUM + 100
           END-IF
           COMPUTE WS-DAY-INT =
               FUNCTION INTEGER-OF-DATE(WS-YMD-NUM) - 1
           MOVE FUNCTION DATE-OF-INTEGER(WS-DAY-INT) TO WS-YMD-NUM
           MOVE WS-YMD(1:4) TO WS-TO-DATE(1:4)
           MOVE WS-YMD(5:2) TO WS-TO-DATE(6:2)
           MOVE WS-YMD(7:2) TO WS-TO-DATE(9:2)
           MOVE '-' TO WS-TO-DATE(5:1) WS-TO-DATE(8:1).
      ***********************

      **> Numbers handed out above the highest invoice are not gaps
      **> yet - a run may still be writing them - and are only
      **> shown.
       110-SEQUENCE-STATE.

           MOVE ZERO TO WS-MAX-INV-ID
           EXEC SQL
               SELECT COALESCE(MAX(INV_ID), 0)
                   INTO :WS-MAX-INV-ID
                   FROM INVOICE
           END-EXEC

           MOVE 'INVOICE' TO IDGEN-TABLENAME-TEXT
           MOVE 7 TO IDGEN-TABLENAME-LEN
           MOVE ZERO TO WS-IDGEN-NEXT
           EXEC SQL
               SELECT NEXTID
                   INTO :WS-IDGEN-NEXT
                   FROM IDGEN
                   WHERE TABLENAME = :IDGEN-TABLENAME
           END-EXEC
           IF SQLCODE NOT = ZERO
               DISPLAY ' IDGEN sekvens saknas f�r: INVOICE'
           END-IF.
      ***********************

       120-OPEN-REPORT.

           CALL 'CBL_CREATE_DIR' USING WS-SER-DIR
               RETURNING WS-DIR-RC

           MOVE SPACE TO WS-SER-PATH
           STRING FUNCTION TRIM(WS-SER-DIR) DELIMITED BY SIZE
                   '/nummerserie-'              DELIMITED BY SIZE
                   WS-PERIOD(1:4)               DELIMITED BY SIZE
                   WS-PERIOD(6:2)               DELIMITED BY SIZE
                   '.txt'                       DELIMITED BY SIZE
                   INTO WS-SER-PATH
           END-STRING

           OPEN OUTPUT SERDATA
           IF NOT SERFIL-SUCCESSFUL
               DISPLAY ' Rapportfil kunde inte skapas: '
                   FUNCTION TRIM(WS-SER-PATH)
               SET REQ-FAILED TO TRUE
               EXIT PARAGRAPH
           END-IF

           MOVE 'NUMMERSERIEKONTROLL - PBS FAKTURANUMMER'
               TO WS-OUT-LINE
           PERFORM 190-WRITE-LINE
           STRING 'Period:       ' DELIMITED BY SIZE
                   WS-PERIOD        DELIMITED BY SIZE
                   ' ('             DELIMITED BY SIZE
                   WS-FROM-DATE     DELIMITED BY SIZE
                   ' - '            DELIMITED BY SIZE
                   WS-TO-DATE       DELIMITED BY SIZE
                   ')'              DELIMITED BY SIZE
                   INTO WS-OUT-LINE
           END-STRING
           PERFORM 190-WRITE-LINE
           STRING 'Framtagen:    ' DELIMITED BY SIZE
                   WS-RUNTIME       DELIMITED BY SIZE
                   INTO WS-OUT-LINE
           END-STRING
           PERFORM 190-WRITE-LINE
           MOVE WS-MAX-INV-ID TO WS-KEY-ED
           STRING 'Sekvens:      IDGEN INVOICE, h�gsta skrivna '
                                    DELIMITED BY SIZE
                   'faktura '       DELIMITED BY SIZE
                   FUNCTION TRIM(WS-KEY-ED) DELIMITED BY SIZE
                   INTO WS-OUT-LINE
           END-STRING
           PERFORM 190-WRITE-LINE
           IF WS-IDGEN-NEXT > WS-MAX-INV-ID
               COMPUTE WS-GP-FIRST = WS-MAX-INV-ID + 1
               MOVE WS-GP-FIRST TO WS-KEY-ED
               MOVE WS-IDGEN-NEXT TO WS-KEY2-ED
               STRING '              utdelade men �nnu oskrivna: '
                                    DELIMITED BY SIZE
                       FUNCTION TRIM(WS-KEY-ED) DELIMITED BY SIZE
                       ' - '        DELIMITED BY SIZE
                       FUNCTION TRIM(WS-KEY2-ED) DELIMITED BY SIZE
                       INTO WS-OUT-LINE
               END-STRING
               PERFORM 190-WRITE-LINE
           END-IF
           STRING 'En lucka h�r till fakturan f�re den och till '
                                    DELIMITED BY SIZE
                   'perioden f�r det senare fakturadatumet runt den.'
                                    DELIMITED BY SIZE
                   INTO WS-OUT-LINE
           END-STRING
           PERFORM 190-WRITE-LINE.
      ***********************

      **> one pass per legal entity the customer register knows,
      **> whether FINDATA has a row for it or not
       130-AUDIT-ENTITIES.

           MOVE 'N' TO END-OF-ENTITIES-SW
           EXEC SQL
               DECLARE CURS-SER-ENTITY CURSOR FOR
               SELECT DISTINCT FIN_ID
               FROM TUTORIAL.CUSTOMER
               ORDER BY FIN_ID
           END-EXEC

           EXEC SQL
               OPEN CURS-SER-ENTITY
           END-EXEC

           PERFORM 131-FETCH-ENTITY
           PERFORM 132-AUDIT-ENTITY UNTIL END-OF-ENTITIES

           EXEC SQL
               CLOSE CURS-SER-ENTITY
           END-EXEC.
      ***********************

       131-FETCH-ENTITY.

           EXEC SQL
               FETCH CURS-SER-ENTITY
                   INTO :WS-FIN-ID
           END-EXEC

           IF SQLCODE NOT = ZERO
               SET END-OF-ENTITIES TO TRUE
           END-IF.
      ***********************

       132-AUDIT-ENTITY.

           ADD 1 TO WS-ENTITY-COUNT
           MOVE ZERO TO WS-ENT-INV
           MOVE ZERO TO WS-ENT-GAPS
           MOVE ZERO TO WS-ENT-UNEXPL
           MOVE ZERO TO WS-ENT-DUPS

           MOVE WS-FIN-ID TO FINDATA-FIN-ID
           MOVE SPACE TO FINDATA-COMPANYNAME-TEXT
           EXEC SQL
               SELECT COMPANYNAME
                   INTO :FINDATA-COMPANYNAME
                   FROM FINDATA
                   WHERE FIN_ID = :FINDATA-FIN-ID
           END-EXEC
           IF SQLCODE = ZERO
               MOVE FINDATA-COMPANYNAME-TEXT(1:40) TO WS-COMPANY
           ELSE
               MOVE 'saknas i FINDATA' TO WS-COMPANY
           END-IF

           PERFORM 190-WRITE-LINE
           MOVE WS-FIN-ID TO WS-FIN-ED
           STRING 'JURIDISK PERSON ' DELIMITED BY SIZE
                   FUNCTION TRIM(WS-FIN-ED) DELIMITED BY SIZE
                   '  '              DELIMITED BY SIZE
                   WS-COMPANY        DELIMITED BY SIZE
                   INTO WS-OUT-LINE
           END-STRING
           PERFORM 190-WRITE-LINE

           PERFORM 140-COUNT-SERIES
           PERFORM 160-LIST-GAPS
           PERFORM 170-LIST-DUPLICATES

           MOVE WS-ENT-GAPS TO WS-KEY-ED
           MOVE WS-ENT-UNEXPL TO WS-KEY2-ED
           MOVE WS-ENT-DUPS TO WS-COUNT-ED
           STRING '  Luckor: '       DELIMITED BY SIZE
                   FUNCTION TRIM(WS-KEY-ED) DELIMITED BY SIZE
                   ', varav of�rklarade: ' DELIMITED BY SIZE
                   FUNCTION TRIM(WS-KEY2-ED) DELIMITED BY SIZE
                   '   Dubbletter: '  DELIMITED BY SIZE
                   FUNCTION TRIM(WS-COUNT-ED) DELIMITED BY SIZE
                   INTO WS-OUT-LINE
           END-STRING
           PERFORM 190-WRITE-LINE

           PERFORM 131-FETCH-ENTITY.
      ***********************

      **> The entity's invoices dated in the period, counted per
      **> series with the lowest and highest number
       140-COUNT-SERIES.

           INITIALIZE WS-SERIES-TABLE

           EXEC SQL
               DECLARE CURS-SER-INV CURSOR FOR
               SELECT V.INV_ID, V.INVNO, V.CREDITOF
               FROM TUTORIAL.INVOICE V, TUTORIAL.CUSTOMER C
               WHERE V.CUST_ID = C.CUST_ID
                 AND C.FIN_ID = :WS-FIN-ID
                 AND V.INVDATE BETWEEN :WS-FROM-DATE AND :WS-TO-DATE
               ORDER BY V.INV_ID
           END-EXEC

           EXEC SQL
               OPEN CURS-SER-INV
           END-EXEC

           MOVE 'N' TO END-OF-CURSOR-SW
           PERFORM 141-FETCH-INVOICE
           PERFORM 142-TAKE-INVOICE UNTIL END-OF-CURSOR

           EXEC SQL
               CLOSE CURS-SER-INV
           END-EXEC

           MOVE '  Serie  Ben�mning' TO WS-OUT-LINE
           MOVE 'Antal  F�rsta nr   Sista nr' TO WS-OUT-LINE(52:31)
           PERFORM 190-WRITE-LINE
           PERFORM 143-WRITE-SERIES-LINE
               VARYING WS-SX FROM 1 BY 1 UNTIL WS-SX > 7.
      ***********************

       141-FETCH-INVOICE.

           MOVE SPACE TO INVOICE-INVNO-TEXT
           EXEC SQL
               FETCH CURS-SER-INV
                   INTO :INVOICE-INV-ID, :INVOICE-INVNO,
                        :INVOICE-CREDITOF
           END-EXEC

           IF SQLCODE NOT = ZERO
               SET END-OF-CURSOR TO TRUE
           END-IF.
      ***********************

       142-TAKE-INVOICE.

           MOVE INVOICE-INVNO-TEXT TO WS-CL-INVNO
           MOVE INVOICE-INV-ID TO WS-CL-INV-ID
           MOVE INVOICE-CREDITOF TO WS-CL-CREDITOF
           PERFORM 150-CLASSIFY-SERIES

           ADD 1 TO WS-SER-COUNT(WS-SX)
           IF WS-SER-FIRST(WS-SX) = ZERO
               MOVE INVOICE-INV-ID TO WS-SER-FIRST(WS-SX)
           END-IF
           MOVE INVOICE-INV-ID TO WS-SER-LAST(WS-SX)
           IF WS-SX NOT = WS-SERIES-KUND
               ADD 1 TO WS-ENT-INV
               ADD 1 TO WS-RUN-INV
           END-IF

           PERFORM 141-FETCH-INVOICE.
      ***********************

       143-WRITE-SERIES-LINE.

           IF WS-SER-COUNT(WS-SX) > ZERO
               MOVE WS-SERIES-CODE(WS-SX) TO WS-OUT-LINE(3:6)
               MOVE WS-SERIES-TEXT(WS-SX) TO WS-OUT-LINE(10:34)
               MOVE WS-SER-COUNT(WS-SX) TO WS-COUNT-ED
               MOVE WS-COUNT-ED TO WS-OUT-LINE(48:9)
               MOVE WS-SER-FIRST(WS-SX) TO WS-KEY-ED
               MOVE WS-KEY-ED TO WS-OUT-LINE(59:9)
               MOVE WS-SER-LAST(WS-SX) TO WS-KEY2-ED
               MOVE WS-KEY2-ED TO WS-OUT-LINE(70:9)
               PERFORM 190-WRITE-LINE
           END-IF.
      ***********************

      **> Which series an invoice number belongs to, by how the
      **> program that wrote it builds the number: SAM-<id> from
      **> subinv, <original>-K for a credit note and -R<n> for a
      **> difference invoice (both CREDITOF the original), -E for a
      **> replacement, -P1/-P2/-KR from dunning, R<debtor>-<date>
      **> from the interest run, and the bare INV_ID from srvbill
      **> and ad-hoc invoices. Anything else is the customer's own
      **> number.
       150-CLASSIFY-SERIES.

           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-CL-INVNO))
               TO WS-CL-LEN
           MOVE WS-SERIES-KUND TO WS-SX

           EVALUATE TRUE
               WHEN WS-CL-INVNO = SPACE
                   CONTINUE
               WHEN WS-CL-INVNO(1:4) = 'SAM-'
                   MOVE 2 TO WS-SX
               WHEN WS-CL-CREDITOF > ZERO AND WS-CL-LEN > 2
                   IF WS-CL-INVNO(WS-CL-LEN - 1:2) = '-K'
                       MOVE 4 TO WS-SX
                   ELSE
                       MOVE 5 TO WS-SX
                   END-IF
               WHEN WS-CL-LEN > 3 AND
                    (WS-CL-INVNO(WS-CL-LEN - 2:3) = '-P1' OR
                     WS-CL-INVNO(WS-CL-LEN - 2:3) = '-P2' OR
                     WS-CL-INVNO(WS-CL-LEN - 2:3) = '-KR')
                   MOVE 3 TO WS-SX
               WHEN WS-CL-LEN > 2 AND
                    WS-CL-INVNO(WS-CL-LEN - 1:2) = '-E'
                   MOVE 5 TO WS-SX
               WHEN WS-CL-LEN > 10 AND WS-CL-INVNO(1:1) = 'R'
                    AND WS-CL-INVNO(WS-CL-LEN - 8:1) = '-'
                    AND WS-CL-INVNO(WS-CL-LEN - 7:8) IS NUMERIC
                   MOVE 6 TO WS-SX
               WHEN WS-CL-LEN < 10
                    AND WS-CL-INVNO(1:WS-CL-LEN) IS NUMERIC
                   MOVE ZERO TO WS-CL-NUMBER
                   MOVE WS-CL-INVNO(1:WS-CL-LEN)
                       TO WS-CL-NUMBER(10 - WS-CL-LEN:WS-CL-LEN)
                   IF WS-CL-NUMBER = WS-CL-INV-ID
                       MOVE 1 TO WS-SX
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
      ***********************

      **> Every run of missing numbers after one of the entity's
      **> invoices, up to the next invoice written, that falls in
      **> the period
       160-LIST-GAPS.

           MOVE '  Luckor:       Fr�n       Till   Antal  Serie'
               TO WS-OUT-LINE
           MOVE 'Efter faktura' TO WS-OUT-LINE(49:13)
           PERFORM 190-WRITE-LINE

           EXEC SQL
               DECLARE CURS-SER-GAP CURSOR FOR
               SELECT V.INV_ID, V.INVNO, V.CREDITOF, V.INVDATE,
                      N.INV_ID, N.INVDATE
               FROM TUTORIAL.INVOICE V, TUTORIAL.CUSTOMER C,
                    TUTORIAL.INVOICE N
               WHERE V.CUST_ID = C.CUST_ID
                 AND C.FIN_ID = :WS-FIN-ID
                 AND N.INV_ID = (SELECT MIN(W.INV_ID)
                                 FROM TUTORIAL.INVOICE W
                                 WHERE W.INV_ID > V.INV_ID)
                 AND N.INV_ID > V.INV_ID + 1
                 AND CASE WHEN N.INVDATE > V.INVDATE
                          THEN N.INVDATE ELSE V.INVDATE END
                     BETWEEN :WS-FROM-DATE AND :WS-TO-DATE
               ORDER BY V.INV_ID
           END-EXEC

           EXEC SQL
               OPEN CURS-SER-GAP
           END-EXEC

           MOVE 'N' TO END-OF-CURSOR-SW
           PERFORM 161-FETCH-GAP
           PERFORM 162-TAKE-GAP UNTIL END-OF-CURSOR

           EXEC SQL
               CLOSE CURS-SER-GAP
           END-EXEC.
      ***********************

       161-FETCH-GAP.

           MOVE SPACE TO INVOICE-INVNO-TEXT
           EXEC SQL
               FETCH CURS-SER-GAP
                   INTO :WS-GP-PREV-ID, :INVOICE-INVNO,
                        :INVOICE-CREDITOF, :WS-GP-PREV-DATE,
                        :WS-GP-NEXT-ID, :WS-GP-NEXT-DATE
           END-EXEC

           IF SQLCODE NOT = ZERO
               SET END-OF-CURSOR TO TRUE
           END-IF.
      ***********************

       162-TAKE-GAP.

           COMPUTE WS-GP-FIRST = WS-GP-PREV-ID + 1
           COMPUTE WS-GP-LAST = WS-GP-NEXT-ID - 1
           COMPUTE WS-GP-NUMBERS = WS-GP-LAST - WS-GP-FIRST + 1
           ADD 1 TO WS-ENT-GAPS
           ADD 1 TO WS-RUN-GAPS
           ADD WS-GP-NUMBERS TO WS-RUN-GAP-NUMBERS

           MOVE INVOICE-INVNO-TEXT TO WS-CL-INVNO
           MOVE WS-GP-PREV-ID TO WS-CL-INV-ID
           MOVE INVOICE-CREDITOF TO WS-CL-CREDITOF
           PERFORM 150-CLASSIFY-SERIES

           MOVE WS-GP-FIRST TO WS-KEY-ED
           MOVE WS-KEY-ED TO WS-OUT-LINE(11:9)
           MOVE WS-GP-LAST TO WS-KEY2-ED
           MOVE WS-KEY2-ED TO WS-OUT-LINE(22:9)
           MOVE WS-GP-NUMBERS TO WS-COUNT-ED
           MOVE WS-COUNT-ED(4:6) TO WS-OUT-LINE(34:6)
           MOVE WS-SERIES-CODE(WS-SX) TO WS-OUT-LINE(42:6)
           MOVE WS-CL-INVNO(1:20) TO WS-OUT-LINE(49:20)
           MOVE WS-GP-PREV-DATE TO WS-OUT-LINE(70:10)
           PERFORM 190-WRITE-LINE

           PERFORM 163-GAP-VOIDS

           IF WS-GP-COVERED < WS-GP-NUMBERS
               ADD 1 TO WS-ENT-UNEXPL
               ADD 1 TO WS-RUN-UNEXPL
               COMPUTE WS-RUN-UNEXPL-NUMBERS =
                   WS-RUN-UNEXPL-NUMBERS
                   + WS-GP-NUMBERS - WS-GP-COVERED
               MOVE WS-GP-NUMBERS TO WS-COUNT-ED
               COMPUTE WS-GP-NUMBERS = WS-GP-NUMBERS - WS-GP-COVERED
               MOVE WS-GP-NUMBERS TO WS-KEY-ED
               STRING '                OF�RKLARAD: '
                                       DELIMITED BY SIZE
                       FUNCTION TRIM(WS-KEY-ED) DELIMITED BY SIZE
                       ' av '           DELIMITED BY SIZE
                       FUNCTION TRIM(WS-COUNT-ED) DELIMITED BY SIZE
                       ' nummer saknar makulering' DELIMITED BY SIZE
                       INTO WS-OUT-LINE
               END-STRING
               PERFORM 190-WRITE-LINE
           END-IF

           PERFORM 161-FETCH-GAP.
      ***********************

      **> the void register rows that cover any of the gap, each
      **> listed with its reason and the run it names
       163-GAP-VOIDS.

           MOVE ZERO TO WS-GP-COVERED
           EXEC SQL
               DECLARE CURS-SER-VOID CURSOR FOR
               SELECT FIRSTNO, LASTNO, REASON, RUNLOG_ID
               FROM TUTORIAL.INVVOID
               WHERE FIRSTNO <= :WS-GP-LAST
                 AND LASTNO >= :WS-GP-FIRST
               ORDER BY FIRSTNO
           END-EXEC

           EXEC SQL
               OPEN CURS-SER-VOID
           END-EXEC

           MOVE 'N' TO END-OF-VOIDS-SW
           PERFORM 164-FETCH-VOID
           PERFORM 165-TAKE-VOID UNTIL END-OF-VOIDS

           EXEC SQL
               CLOSE CURS-SER-VOID
           END-EXEC.
      ***********************

       164-FETCH-VOID.

           MOVE SPACE TO INVVOID-REASON-TEXT
           EXEC SQL
               FETCH CURS-SER-VOID
                   INTO :INVVOID-FIRSTNO, :INVVOID-LASTNO,
                        :INVVOID-REASON, :INVVOID-RUNLOG-ID
           END-EXEC

           IF SQLCODE NOT = ZERO
               SET END-OF-VOIDS TO TRUE
           END-IF.
      ***********************

       165-TAKE-VOID.

      **>  only the part of the void inside this gap counts
           MOVE INVVOID-FIRSTNO TO WS-GP-FROM
           IF WS-GP-FROM < WS-GP-FIRST
               MOVE WS-GP-FIRST TO WS-GP-FROM
           END-IF
           MOVE INVVOID-LASTNO TO WS-GP-TO
           IF WS-GP-TO > WS-GP-LAST
               MOVE WS-GP-LAST TO WS-GP-TO
           END-IF
           COMPUTE WS-GP-COVERED =
               WS-GP-COVERED + WS-GP-TO - WS-GP-FROM + 1

           MOVE INVVOID-FIRSTNO TO WS-KEY-ED
           MOVE INVVOID-LASTNO TO WS-KEY2-ED
           STRING '                makulerad '  DELIMITED BY SIZE
                   FUNCTION TRIM(WS-KEY-ED)      DELIMITED BY SIZE
                   '-'                           DELIMITED BY SIZE
                   FUNCTION TRIM(WS-KEY2-ED)     DELIMITED BY SIZE
                   ': '                          DELIMITED BY SIZE
                   FUNCTION TRIM(INVVOID-REASON-TEXT)
                                                 DELIMITED BY SIZE
                   INTO WS-OUT-LINE
           END-STRING
           PERFORM 190-WRITE-LINE

           IF INVVOID-RUNLOG-ID NOT = ZERO
               MOVE INVVOID-RUNLOG-ID TO RUNLOG-RUNLOG-ID
               MOVE SPACE TO RUNLOG-PROGRAM-TEXT RUNLOG-STARTTIME
               MOVE ZERO TO RUNLOG-STATUS
               EXEC SQL
                   SELECT PROGRAM, STARTTIME, STATUS
                       INTO :RUNLOG-PROGRAM, :RUNLOG-STARTTIME,
                            :RUNLOG-STATUS
                       FROM RUNLOG
                       WHERE RUNLOG_ID = :RUNLOG-RUNLOG-ID
               END-EXEC
               MOVE INVVOID-RUNLOG-ID TO WS-KEY-ED
               STRING '                  k�rning '  DELIMITED BY SIZE
                       FUNCTION TRIM(WS-KEY-ED)      DELIMITED BY SIZE
                       ' '                           DELIMITED BY SIZE
                       RUNLOG-PROGRAM-TEXT           DELIMITED BY SPACE
                       ' '                           DELIMITED BY SIZE
                       RUNLOG-STARTTIME              DELIMITED BY SIZE
                       INTO WS-OUT-LINE
               END-STRING
               EVALUATE TRUE
                   WHEN RUNLOG-STATUS-FAILED
                       MOVE 'FEL' TO WS-OUT-LINE(70:3)
                   WHEN RUNLOG-STATUS-RUNNING
                       MOVE 'AVBRUTEN' TO WS-OUT-LINE(70:8)
                   WHEN OTHER
                       MOVE 'OK' TO WS-OUT-LINE(70:2)
               END-EVALUATE
               PERFORM 190-WRITE-LINE
           END-IF

           PERFORM 164-FETCH-VOID.
      ***********************

      **> Invoice numbers the entity issued more than once, the
      **> latest of them dated in the period. The customer's own
      **> numbers are left to the intake control.
       170-LIST-DUPLICATES.

           MOVE '  Dubbletter:   Fakturanummer         Antal'
               TO WS-OUT-LINE
           MOVE 'Serie  INV_ID fr�n - till' TO WS-OUT-LINE(47:29)
           PERFORM 190-WRITE-LINE

           EXEC SQL
               DECLARE CURS-SER-DUP CURSOR FOR
               SELECT V.INVNO, COUNT(*), MIN(V.INV_ID),
                      MAX(V.INV_ID), MAX(V.CREDITOF)
               FROM TUTORIAL.INVOICE V, TUTORIAL.CUSTOMER C
               WHERE V.CUST_ID = C.CUST_ID
                 AND C.FIN_ID = :WS-FIN-ID
               GROUP BY V.INVNO
               HAVING COUNT(*) > 1
                  AND MAX(V.INVDATE) BETWEEN :WS-FROM-DATE
                                         AND :WS-TO-DATE
               ORDER BY V.INVNO
           END-EXEC

           EXEC SQL
               OPEN CURS-SER-DUP
           END-EXEC

           MOVE 'N' TO END-OF-CURSOR-SW
           PERFORM 171-FETCH-DUPLICATE
           PERFORM 172-TAKE-DUPLICATE UNTIL END-OF-CURSOR

           EXEC SQL
               CLOSE CURS-SER-DUP
           END-EXEC.
      ***********************

       171-FETCH-DUPLICATE.

           MOVE SPACE TO INVOICE-INVNO-TEXT
           EXEC SQL
               FETCH CURS-SER-DUP
                   INTO :INVOICE-INVNO, :WS-DP-COUNT,
                        :WS-DP-FIRST-ID, :WS-DP-LAST-ID,
                        :WS-DP-CREDITOF
           END-EXEC

           IF SQLCODE NOT = ZERO
               SET END-OF-CURSOR TO TRUE
           END-IF.
      ***********************

       172-TAKE-DUPLICATE.

           MOVE INVOICE-INVNO-TEXT TO WS-CL-INVNO
           MOVE WS-DP-FIRST-ID TO WS-CL-INV-ID
           MOVE WS-DP-CREDITOF TO WS-CL-CREDITOF
           PERFORM 150-CLASSIFY-SERIES

           IF WS-SX NOT = WS-SERIES-KUND
               ADD 1 TO WS-ENT-DUPS
               ADD 1 TO WS-RUN-DUPS
               MOVE WS-CL-INVNO(1:20) TO WS-OUT-LINE(17:20)
               MOVE WS-DP-COUNT TO WS-COUNT-ED
               MOVE WS-COUNT-ED(4:6) TO WS-OUT-LINE(39:6)
               MOVE WS-SERIES-CODE(WS-SX) TO WS-OUT-LINE(47:6)
               MOVE WS-DP-FIRST-ID TO WS-KEY-ED
               MOVE WS-KEY-ED TO WS-OUT-LINE(54:9)
               MOVE '-' TO WS-OUT-LINE(64:1)
               MOVE WS-DP-LAST-ID TO WS-KEY2-ED
               MOVE WS-KEY2-ED TO WS-OUT-LINE(66:9)
               PERFORM 190-WRITE-LINE
           END-IF

           PERFORM 171-FETCH-DUPLICATE.
      ***********************

       185-WRITE-TOTALS.

           PERFORM 190-WRITE-LINE
           MOVE 'SUMMA ALLA JURIDISKA PERSONER' TO WS-OUT-LINE
           PERFORM 190-WRITE-LINE
           MOVE WS-RUN-INV TO WS-COUNT-ED
           STRING '  PBS-numrerade fakturor i perioden: '
                                              DELIMITED BY SIZE
                   FUNCTION TRIM(WS-COUNT-ED) DELIMITED BY SIZE
                   INTO WS-OUT-LINE
           END-STRING
           PERFORM 190-WRITE-LINE
           MOVE WS-RUN-GAPS TO WS-KEY-ED
           MOVE WS-RUN-GAP-NUMBERS TO WS-KEY2-ED
           STRING '  Luckor: '               DELIMITED BY SIZE
                   FUNCTION TRIM(WS-KEY-ED)   DELIMITED BY SIZE
                   ' ('                       DELIMITED BY SIZE
                   FUNCTION TRIM(WS-KEY2-ED)  DELIMITED BY SIZE
                   ' nummer)'                 DELIMITED BY SIZE
                   INTO WS-OUT-LINE
           END-STRING
           PERFORM 190-WRITE-LINE
           MOVE WS-RUN-UNEXPL TO WS-KEY-ED
           MOVE WS-RUN-UNEXPL-NUMBERS TO WS-KEY2-ED
           STRING '  Of�rklarade luckor: '   DELIMITED BY SIZE
                   FUNCTION TRIM(WS-KEY-ED)   DELIMITED BY SIZE
                   ' ('                       DELIMITED BY SIZE
                   FUNCTION TRIM(WS-KEY2-ED)  DELIMITED BY SIZE
                   ' nummer utan makulering)' DELIMITED BY SIZE
                   INTO WS-OUT-LINE
           END-STRING
           PERFORM 190-WRITE-LINE
           MOVE WS-RUN-DUPS TO WS-COUNT-ED
           STRING '  Dubbletter: '           DELIMITED BY SIZE
                   FUNCTION TRIM(WS-COUNT-ED) DELIMITED BY SIZE
                   INTO WS-OUT-LINE
           END-STRING
           PERFORM 190-WRITE-LINE.
      ***********************

       190-WRITE-LINE.

           MOVE WS-OUT-LINE TO SER-POST
           WRITE SER-POST
           ADD 1 TO WS-LINE-COUNT
           MOVE SPACE TO WS-OUT-LINE.
      ***********************

       196-DISPLAY-RUN-SUMMARY.

           DISPLAY '============================================'
           DISPLAY ' PbsSer - k�rningssammanfattning'
           DISPLAY ' Period:                   ' WS-PERIOD
           IF SERREQ-FAILED
               DISPLAY ' Resultat:                 AVBRUTEN'
           ELSE
               DISPLAY ' Rapport:                  '
                   FUNCTION TRIM(WS-SER-PATH)
               DISPLAY ' Juridiska personer:       ' WS-ENTITY-COUNT
               DISPLAY ' PBS-numrerade fakturor:   ' WS-RUN-INV
               DISPLAY ' Luckor:                   ' WS-RUN-GAPS
               DISPLAY ' Of�rklarade luckor:       ' WS-RUN-UNEXPL
               DISPLAY ' Dubbletter:               ' WS-RUN-DUPS
           END-IF
           DISPLAY '============================================'.
      ***********************
