       IDENTIFICATION DIVISION.
       PROGRAM-ID. PbsHus.
      **>
      **> Authors: Peter B, Bertil K and Sergejs S.
      **> Purpose: Manage an invoice print company (PBS)
      **>          Husavdrag claims: for every ROT/RUT invoice the
      **>          debtor has paid their share of, the request for
      **>          payment of the tax reduction (beg�ran om
      **>          utbetalning) in Skatteverket's XML format, for
      **>          the customer to upload in Skatteverket's
      **>          e-service. One file per customer and kind in
      **>          data/husavdrag, at most 100 �renden to a file as
      **>          Skatteverket accepts; one �rende per invoice and
      **>          buyer with a line per work type. A claimed
      **>          HUSAVDR row is STATE 1 with today's CLAIMDATE and
      **>          is never claimed twice; HusRead books the
      **>          decision when it comes back. The buyer's
      **>          personnummer is stored encrypted and is only
      **>          read back in clear for the claim file.
      **> Initial Version Created: 2026-10-15
      **>

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HUSDATA ASSIGN TO WS-HUS-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HUSFIL-FS.

       DATA DIVISION.
       FILE SECTION.

       FD  HUSDATA.
       01  HUS-POST                    PIC X(200).

       WORKING-STORAGE SECTION.
       01  WS-HUS-DIR                    PIC X(20)
                                         VALUE 'data/husavdrag'.
       01  WS-HUS-PATH                   PIC X(60)   VALUE SPACE.
       01  WS-DIR-RC                     PIC S9(9)   COMP VALUE ZERO.
       01  WS-TODAY-DATE                 PIC X(10)   VALUE SPACE.
       01  WS-RUN-STAMP                  PIC X(14)   VALUE SPACE.
       01  WS-HUS-LINE                   PIC X(200)  VALUE SPACE.
       01  WS-CUST-ID-ED                 PIC 9(9)    VALUE ZERO.
       01  WS-AMOUNT-ED                  PIC Z(8)9   VALUE ZERO.
       01  WS-HOURS-ED                   PIC Z(3)9   VALUE ZERO.
       01  WS-PAYDATE                    PIC X(10)   VALUE SPACE.
       01  WS-BEGARAN-TAG                PIC X(20)   VALUE SPACE.
       01  WS-ROW-IDX                    PIC S9(4)   COMP VALUE ZERO.
       01  WS-FILE-COUNT                 PIC S9(9)   COMP VALUE ZERO.
       01  WS-ARENDE-COUNT               PIC S9(9)   COMP VALUE ZERO.

      **> the claim file being written: whose, which kind, the
      **> how-manieth of the run for them and how full it is
       01  WS-FILE-CUST-ID               PIC S9(9)   COMP VALUE ZERO.
       01  WS-FILE-KIND                  PIC X(3)    VALUE SPACE.
       01  WS-FILE-SEQ                   PIC 9(2)    VALUE ZERO.
       01  WS-FILE-ARENDEN               PIC S9(4)   COMP VALUE ZERO.
       01  WS-MAX-ARENDEN                PIC S9(4)   COMP VALUE 100.

      **> the �rende being gathered - one invoice and buyer, one
      **> row per work type. The amounts ahead of the work types in
      **> the XML are their sums, so the rows are held until the
      **> invoice or buyer changes.
       01  WS-ARENDE.
           05  WS-ARE-CUST-ID          PIC S9(9)   COMP.
           05  WS-ARE-KIND             PIC X(3).
           05  WS-ARE-INV-ID           PIC S9(9)   COMP.
           05  WS-ARE-INVNO            PIC X(30).
           05  WS-ARE-BUYER            PIC X(12).
           05  WS-ARE-PROPERTY         PIC X(40).
           05  WS-ARE-LABOUR           PIC S9(9)V99 COMP-3.
           05  WS-ARE-MATERIAL         PIC S9(9)V99 COMP-3.
           05  WS-ARE-REDUCTION        PIC S9(9)V99 COMP-3.
           05  WS-ARE-ROWS             PIC S9(4)   COMP VALUE ZERO.
           05  WS-ARE-ROW OCCURS 20.
               10  WS-ARE-HUS-ID       PIC S9(9)   COMP.
               10  WS-ARE-WORKTYPE     PIC X(20).
               10  WS-ARE-HOURS        PIC S9(4)   COMP.
               10  WS-ARE-ROW-MATERIAL PIC S9(7)V99 COMP-3.

      **> the buyer in clear for <htko:Kopare> - see 138-CLEAR-BUYER
       01  WS-ARE-BUYER-CLEAR            PIC X(12)   VALUE SPACE.

       01  SWITCHES.
           05  END-OF-CURSOR-SW        PIC X VALUE 'N'.
               88  END-OF-CURSOR           VALUE 'Y'.
           05  HUS-FILE-OPEN-SW        PIC X VALUE 'N'.
               88  HUS-FILE-OPEN           VALUE 'Y'.

       01  FILE-STATUS-FIELDS.
           05 HUSFIL-FS                PIC XX.
               88  HUSFIL-SUCCESSFUL       VALUE '00'.

           EXEC SQL INCLUDE SQLCA      END-EXEC.
           EXEC SQL INCLUDE HUSAVDR    END-EXEC.
           EXEC SQL INCLUDE INVOICE    END-EXEC.
           EXEC SQL INCLUDE PAYMENT    END-EXEC.

           COPY PNRREQ.

       PROCEDURE DIVISION.

       000-CLAIM-HUSAVDRAG.

           PERFORM 100-INIT
           PERFORM 110-CLAIM-PAID-INVOICES
           PERFORM 190-FINISH

           GOBACK.
      **************************

       100-INIT.

           MOVE FUNCTION CURRENT-DATE(1:4) TO WS-TODAY-DATE(1:4)
           MOVE FUNCTION CURRENT-DATE(5:2) TO WS-TODAY-DATE(6:2)
           MOVE FUNCTION CURRENT-DATE(7:2) TO WS-TODAY-DATE(9:2)
           MOVE '-' TO WS-TODAY-DATE(5:1) WS-TODAY-DATE(8:1)

      **>  the time goes into the file names, so a second run on
      **>  the same day never writes over a file already uploaded
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-RUN-STAMP

           CALL 'CBL_CREATE_DIR' USING WS-HUS-DIR
               RETURNING WS-DIR-RC.
      ***********************

      **> the open husavdrag rows whose invoice the debtor has paid -
      **> everything but the reduction, with half a krona of
      **> �resutj�mning to spare. An invoice credited, written off,
      **> consolidated or still unprinted is not claimed.
       110-CLAIM-PAID-INVOICES.

           EXEC SQL
               DECLARE CURS-HUS CURSOR FOR
               SELECT H.HUS_ID, H.INV_ID, H.KIND, H.WORKTYPE,
                      H.BUYERPNR, H.LABOUR, H.MATERIAL, H.HOURS,
                      H.REDUCTION, H.PROPERTY, V.CUST_ID, V.INVNO
               FROM HUSAVDR H, INVOICE V
               WHERE H.STATE = 0
                 AND V.INV_ID = H.INV_ID
                 AND V.INVSTATE IN (1, 2, 3)
                 AND (SELECT COALESCE(SUM(P.AMOUNT), 0)
                        FROM PAYMENT P
                        WHERE P.INV_ID = H.INV_ID) + 0.50 >=
                     (SELECT COALESCE(SUM(I.QTY * I.PRICE
                             + I.QTY * I.PRICE * I.VAT / 100), 0)
                        FROM INVITEM VI, ITEM I
                        WHERE VI.INV_ID = H.INV_ID
                          AND I.ITEM_ID = VI.ITEM_ID)
                   - (SELECT SUM(H2.REDUCTION)
                        FROM HUSAVDR H2
                        WHERE H2.INV_ID = H.INV_ID)
               ORDER BY V.CUST_ID, H.KIND, H.INV_ID, H.BUYERPNR,
                        H.WORKTYPE
           END-EXEC

           EXEC SQL
               OPEN CURS-HUS
           END-EXEC

           MOVE 'N' TO END-OF-CURSOR-SW
           MOVE ZERO TO WS-ARE-ROWS
           PERFORM 115-FETCH-HUSAVDRAG

           PERFORM 120-GATHER-ONE-ROW UNTIL END-OF-CURSOR

           IF WS-ARE-ROWS > ZERO
               PERFORM 140-WRITE-ARENDE
           END-IF
           IF HUS-FILE-OPEN
               PERFORM 160-CLOSE-CLAIM-FILE
           END-IF

           EXEC SQL
               CLOSE CURS-HUS
           END-EXEC.
      ***********************

       115-FETCH-HUSAVDRAG.

           EXEC SQL
               FETCH CURS-HUS
                   INTO :HUSAVDR-HUS-ID, :HUSAVDR-INV-ID,
                        :HUSAVDR-KIND, :HUSAVDR-WORKTYPE,
                        :HUSAVDR-BUYERPNR, :HUSAVDR-LABOUR,
                        :HUSAVDR-MATERIAL, :HUSAVDR-HOURS,
                        :HUSAVDR-REDUCTION, :HUSAVDR-PROPERTY,
                        :INVOICE-CUST-ID, :INVOICE-INVNO
           END-EXEC
           IF SQLCODE NOT = ZERO
               SET END-OF-CURSOR TO TRUE
           END-IF.
      ***********************

       120-GATHER-ONE-ROW.

           IF WS-ARE-ROWS > ZERO
               IF HUSAVDR-INV-ID NOT = WS-ARE-INV-ID
                  OR HUSAVDR-KIND NOT = WS-ARE-KIND
                  OR HUSAVDR-BUYERPNR NOT = WS-ARE-BUYER
                  OR WS-ARE-ROWS = 20
                   PERFORM 140-WRITE-ARENDE
               END-IF
           END-IF

           IF WS-ARE-ROWS = ZERO
               MOVE INVOICE-CUST-ID TO WS-ARE-CUST-ID
               MOVE HUSAVDR-KIND TO WS-ARE-KIND
               MOVE HUSAVDR-INV-ID TO WS-ARE-INV-ID
               MOVE INVOICE-INVNO-TEXT TO WS-ARE-INVNO
               MOVE HUSAVDR-BUYERPNR TO WS-ARE-BUYER
               MOVE SPACE TO WS-ARE-PROPERTY
               MOVE ZERO TO WS-ARE-LABOUR WS-ARE-MATERIAL
                   WS-ARE-REDUCTION
           END-IF

           ADD 1 TO WS-ARE-ROWS
           MOVE HUSAVDR-HUS-ID TO WS-ARE-HUS-ID (WS-ARE-ROWS)
           MOVE HUSAVDR-WORKTYPE-TEXT(1:HUSAVDR-WORKTYPE-LEN)
               TO WS-ARE-WORKTYPE (WS-ARE-ROWS)
           MOVE HUSAVDR-HOURS TO WS-ARE-HOURS (WS-ARE-ROWS)
           MOVE HUSAVDR-MATERIAL TO WS-ARE-ROW-MATERIAL (WS-ARE-ROWS)
           ADD HUSAVDR-LABOUR TO WS-ARE-LABOUR
           ADD HUSAVDR-MATERIAL TO WS-ARE-MATERIAL
           ADD HUSAVDR-REDUCTION TO WS-ARE-REDUCTION
           IF HUSAVDR-PROPERTY-LEN > ZERO
               MOVE HUSAVDR-PROPERTY-TEXT(1:HUSAVDR-PROPERTY-LEN)
                   TO WS-ARE-PROPERTY
           END-IF

           PERFORM 115-FETCH-HUSAVDRAG.
      ***********************

      **> a new file for every customer and kind, and a fresh one
      **> whenever the one in hand holds as many �renden as
      **> Skatteverket takes in one upload
       130-OPEN-CLAIM-FILE.

           IF WS-ARE-CUST-ID NOT = WS-FILE-CUST-ID
              OR WS-ARE-KIND NOT = WS-FILE-KIND
               MOVE ZERO TO WS-FILE-SEQ
           END-IF
           ADD 1 TO WS-FILE-SEQ
           MOVE WS-ARE-CUST-ID TO WS-FILE-CUST-ID
           MOVE WS-ARE-KIND TO WS-FILE-KIND
           MOVE ZERO TO WS-FILE-ARENDEN

           MOVE WS-FILE-CUST-ID TO WS-CUST-ID-ED
           MOVE SPACE TO WS-HUS-PATH
           STRING 'data/husavdrag/hus_' DELIMITED BY SIZE
                   WS-CUST-ID-ED DELIMITED BY SIZE
                   '_' DELIMITED BY SIZE
                   WS-FILE-KIND DELIMITED BY SIZE
                   '_' DELIMITED BY SIZE
                   WS-RUN-STAMP DELIMITED BY SIZE
                   '_' DELIMITED BY SIZE
                   WS-FILE-SEQ DELIMITED BY SIZE
                   '.xml' DELIMITED BY SIZE
                   INTO WS-HUS-PATH
           END-STRING

           OPEN OUTPUT HUSDATA
           IF NOT HUSFIL-SUCCESSFUL
               DISPLAY ' Husavdragsfil kunde inte skapas: '
                   WS-HUS-PATH
           ELSE
               SET HUS-FILE-OPEN TO TRUE
               IF WS-FILE-KIND = 'ROT'
                   MOVE 'htko:RotBegaran' TO WS-BEGARAN-TAG
               ELSE
                   MOVE 'htko:HushallBegaran' TO WS-BEGARAN-TAG
               END-IF

               MOVE '<?xml version="1.0" encoding="UTF-8"?>'
                   TO WS-HUS-LINE
               WRITE HUS-POST FROM WS-HUS-LINE
               MOVE SPACE TO WS-HUS-LINE
               STRING '<p:Begaran xmlns:p="http://xmls.skatteverket'
                       DELIMITED BY SIZE
                       '.se/se/skatteverket/ht/begaran/6.0"'
                       DELIMITED BY SIZE
                       INTO WS-HUS-LINE
               END-STRING
               WRITE HUS-POST FROM WS-HUS-LINE
               MOVE SPACE TO WS-HUS-LINE
               STRING '    xmlns:htko="http://xmls.skatteverket.se'
                       DELIMITED BY SIZE
                       '/se/skatteverket/ht/komponent/begaran/6.0">'
                       DELIMITED BY SIZE
                       INTO WS-HUS-LINE
               END-STRING
               WRITE HUS-POST FROM WS-HUS-LINE
               MOVE SPACE TO WS-HUS-LINE
               STRING '  <htko:NamnPaBegaran>' DELIMITED BY SIZE
                       WS-FILE-KIND DELIMITED BY SIZE
                       WS-RUN-STAMP(1:8) DELIMITED BY SIZE
                       '-' DELIMITED BY SIZE
                       WS-FILE-SEQ DELIMITED BY SIZE
                       '</htko:NamnPaBegaran>' DELIMITED BY SIZE
                       INTO WS-HUS-LINE
               END-STRING
               WRITE HUS-POST FROM WS-HUS-LINE
               MOVE SPACE TO WS-HUS-LINE
               STRING '  <' DELIMITED BY SIZE
                       FUNCTION TRIM(WS-BEGARAN-TAG) DELIMITED BY SIZE
                       '>' DELIMITED BY SIZE
                       INTO WS-HUS-LINE
               END-STRING
               WRITE HUS-POST FROM WS-HUS-LINE
           END-IF.
      ***********************

      **> HUSAVDR keeps PbsPnr's stored form of the buyer's ten
      **> digits and then the century; a row from before that is
      **> still in clear and is taken as it stands
       138-CLEAR-BUYER.

           MOVE SPACE TO WS-ARE-BUYER-CLEAR
           IF WS-ARE-BUYER(1:1) = '#'
               MOVE SPACE TO PNRREQ-IN
               MOVE WS-ARE-BUYER(1:8) TO PNRREQ-IN(1:8)
               MOVE 'D' TO PNRREQ-MODE
               CALL 'PbsPnr' USING PNRREQ
               IF PNRREQ-OK AND PNRREQ-OUT(1:1) NOT = '#'
                   STRING WS-ARE-BUYER(9:2) DELIMITED BY SIZE
                          PNRREQ-OUT DELIMITED BY SIZE
                          INTO WS-ARE-BUYER-CLEAR
                   END-STRING
               END-IF
           ELSE
               MOVE WS-ARE-BUYER TO WS-ARE-BUYER-CLEAR
           END-IF.
      ***********************

      **> One �rende: the buyer, the day the debtor's payment came
      **> in, the labour cost, what the buyer paid of it and what
      **> is claimed, the invoice number and the other costs, the
      **> property for ROT and then each work type's hours and
      **> material. Whole kronor, as Skatteverket wants them. The
      **> rows are marked claimed as soon as the �rende is written.
      **> A buyer that cannot be read back in clear - the key is
      **> missing - leaves the �rende open for the next run.
       140-WRITE-ARENDE.

           PERFORM 138-CLEAR-BUYER
           IF WS-ARE-BUYER-CLEAR = SPACE
               DISPLAY ' K�paren kan inte l�sas - �rendet '
                   'v�ntar: '
                   FUNCTION TRIM(WS-ARE-INVNO)
           ELSE
               PERFORM 141-WRITE-ARENDE-XML
           END-IF

           MOVE ZERO TO WS-ARE-ROWS.
      ***********************

       141-WRITE-ARENDE-XML.

           IF HUS-FILE-OPEN
               IF WS-ARE-CUST-ID NOT = WS-FILE-CUST-ID
                  OR WS-ARE-KIND NOT = WS-FILE-KIND
                  OR WS-FILE-ARENDEN NOT < WS-MAX-ARENDEN
                   PERFORM 160-CLOSE-CLAIM-FILE
               END-IF
           END-IF
           IF NOT HUS-FILE-OPEN
               PERFORM 130-OPEN-CLAIM-FILE
           END-IF

           IF HUS-FILE-OPEN
               MOVE SPACE TO WS-PAYDATE
               EXEC SQL
                   SELECT COALESCE(MAX(PAYDATE), CURRENT DATE)
                       INTO :WS-PAYDATE
                       FROM PAYMENT
                       WHERE INV_ID = :WS-ARE-INV-ID
               END-EXEC

               MOVE '    <htko:Arenden>' TO WS-HUS-LINE
               WRITE HUS-POST FROM WS-HUS-LINE
               MOVE SPACE TO WS-HUS-LINE
               STRING '      <htko:Kopare>' DELIMITED BY SIZE
                       WS-ARE-BUYER-CLEAR DELIMITED BY SIZE
                       '</htko:Kopare>' DELIMITED BY SIZE
                       INTO WS-HUS-LINE
               END-STRING
               WRITE HUS-POST FROM WS-HUS-LINE
               MOVE SPACE TO WS-HUS-LINE
               STRING '      <htko:BetalningsDatum>' DELIMITED BY SIZE
                       WS-PAYDATE DELIMITED BY SIZE
                       '</htko:BetalningsDatum>' DELIMITED BY SIZE
                       INTO WS-HUS-LINE
               END-STRING
               WRITE HUS-POST FROM WS-HUS-LINE
               MOVE WS-ARE-LABOUR TO WS-AMOUNT-ED
               MOVE SPACE TO WS-HUS-LINE
               STRING '      <htko:PrisForArbete>' DELIMITED BY SIZE
                       FUNCTION TRIM(WS-AMOUNT-ED) DELIMITED BY SIZE
                       '</htko:PrisForArbete>' DELIMITED BY SIZE
                       INTO WS-HUS-LINE
               END-STRING
               WRITE HUS-POST FROM WS-HUS-LINE
               COMPUTE WS-AMOUNT-ED =
                   WS-ARE-LABOUR - WS-ARE-REDUCTION
               MOVE SPACE TO WS-HUS-LINE
               STRING '      <htko:BetaltBelopp>' DELIMITED BY SIZE
                       FUNCTION TRIM(WS-AMOUNT-ED) DELIMITED BY SIZE
                       '</htko:BetaltBelopp>' DELIMITED BY SIZE
                       INTO WS-HUS-LINE
               END-STRING
               WRITE HUS-POST FROM WS-HUS-LINE
               MOVE WS-ARE-REDUCTION TO WS-AMOUNT-ED
               MOVE SPACE TO WS-HUS-LINE
               STRING '      <htko:BegartBelopp>' DELIMITED BY SIZE
                       FUNCTION TRIM(WS-AMOUNT-ED) DELIMITED BY SIZE
                       '</htko:BegartBelopp>' DELIMITED BY SIZE
                       INTO WS-HUS-LINE
               END-STRING
               WRITE HUS-POST FROM WS-HUS-LINE
               MOVE SPACE TO WS-HUS-LINE
               STRING '      <htko:FakturaNr>' DELIMITED BY SIZE
                       FUNCTION TRIM(WS-ARE-INVNO) DELIMITED BY SIZE
                       '</htko:FakturaNr>' DELIMITED BY SIZE
                       INTO WS-HUS-LINE
               END-STRING
               WRITE HUS-POST FROM WS-HUS-LINE
               MOVE WS-ARE-MATERIAL TO WS-AMOUNT-ED
               MOVE SPACE TO WS-HUS-LINE
               STRING '      <htko:Ovrigkostnad>' DELIMITED BY SIZE
                       FUNCTION TRIM(WS-AMOUNT-ED) DELIMITED BY SIZE
                       '</htko:Ovrigkostnad>' DELIMITED BY SIZE
                       INTO WS-HUS-LINE
               END-STRING
               WRITE HUS-POST FROM WS-HUS-LINE
               IF WS-ARE-KIND = 'ROT' AND WS-ARE-PROPERTY NOT = SPACE
                   MOVE SPACE TO WS-HUS-LINE
                   STRING '      <htko:Fastighetsbeteckning>'
                           DELIMITED BY SIZE
                           FUNCTION TRIM(WS-ARE-PROPERTY)
                               DELIMITED BY SIZE
                           '</htko:Fastighetsbeteckning>'
                               DELIMITED BY SIZE
                           INTO WS-HUS-LINE
                   END-STRING
                   WRITE HUS-POST FROM WS-HUS-LINE
               END-IF
               MOVE '      <htko:UtfortArbete>' TO WS-HUS-LINE
               WRITE HUS-POST FROM WS-HUS-LINE

               PERFORM 142-WRITE-WORK-TYPE
                   VARYING WS-ROW-IDX FROM 1 BY 1
                   UNTIL WS-ROW-IDX > WS-ARE-ROWS

               MOVE '      </htko:UtfortArbete>' TO WS-HUS-LINE
               WRITE HUS-POST FROM WS-HUS-LINE
               MOVE '    </htko:Arenden>' TO WS-HUS-LINE
               WRITE HUS-POST FROM WS-HUS-LINE
               ADD 1 TO WS-FILE-ARENDEN
               ADD 1 TO WS-ARENDE-COUNT

               PERFORM 145-MARK-CLAIMED
                   VARYING WS-ROW-IDX FROM 1 BY 1
                   UNTIL WS-ROW-IDX > WS-ARE-ROWS
           END-IF.
      ***********************

      **> the work type goes out under Skatteverket's own element
      **> name, which is what the customer sends in the 70-post
       142-WRITE-WORK-TYPE.

           MOVE SPACE TO WS-HUS-LINE
           STRING '        <htko:' DELIMITED BY SIZE
                   FUNCTION TRIM(WS-ARE-WORKTYPE (WS-ROW-IDX))
                       DELIMITED BY SIZE
                   '>' DELIMITED BY SIZE
                   INTO WS-HUS-LINE
           END-STRING
           WRITE HUS-POST FROM WS-HUS-LINE
           MOVE WS-ARE-HOURS (WS-ROW-IDX) TO WS-HOURS-ED
           MOVE SPACE TO WS-HUS-LINE
           STRING '          <htko:AntalTimmar>' DELIMITED BY SIZE
                   FUNCTION TRIM(WS-HOURS-ED) DELIMITED BY SIZE
                   '</htko:AntalTimmar>' DELIMITED BY SIZE
                   INTO WS-HUS-LINE
           END-STRING
           WRITE HUS-POST FROM WS-HUS-LINE
           MOVE WS-ARE-ROW-MATERIAL (WS-ROW-IDX) TO WS-AMOUNT-ED
           MOVE SPACE TO WS-HUS-LINE
           STRING '          <htko:Materialkostnad>' DELIMITED BY SIZE
                   FUNCTION TRIM(WS-AMOUNT-ED) DELIMITED BY SIZE
                   '</htko:Materialkostnad>' DELIMITED BY SIZE
                   INTO WS-HUS-LINE
           END-STRING
           WRITE HUS-POST FROM WS-HUS-LINE
           MOVE SPACE TO WS-HUS-LINE
           STRING '        </htko:' DELIMITED BY SIZE
                   FUNCTION TRIM(WS-ARE-WORKTYPE (WS-ROW-IDX))
                       DELIMITED BY SIZE
                   '>' DELIMITED BY SIZE
                   INTO WS-HUS-LINE
           END-STRING
           WRITE HUS-POST FROM WS-HUS-LINE.
      ***********************

       145-MARK-CLAIMED.

           MOVE WS-ARE-HUS-ID (WS-ROW-IDX) TO HUSAVDR-HUS-ID
           MOVE WS-TODAY-DATE TO HUSAVDR-CLAIMDATE
           EXEC SQL
               UPDATE HUSAVDR
               SET STATE = 1,
                   CLAIMDATE = :HUSAVDR-CLAIMDATE
               WHERE HUS_ID = :HUSAVDR-HUS-ID
                 AND STATE = 0
           END-EXEC
           IF SQLCODE NOT = ZERO
               DISPLAY ' Update SQL sats in HUSAVDR table �r felt'
           END-IF.
      ***********************

       160-CLOSE-CLAIM-FILE.

           MOVE SPACE TO WS-HUS-LINE
           STRING '  </' DELIMITED BY SIZE
                   FUNCTION TRIM(WS-BEGARAN-TAG) DELIMITED BY SIZE
                   '>' DELIMITED BY SIZE
                   INTO WS-HUS-LINE
           END-STRING
           WRITE HUS-POST FROM WS-HUS-LINE
           MOVE '</p:Begaran>' TO WS-HUS-LINE
           WRITE HUS-POST FROM WS-HUS-LINE

           CLOSE HUSDATA
           MOVE 'N' TO HUS-FILE-OPEN-SW
           ADD 1 TO WS-FILE-COUNT
           DISPLAY ' Husavdragsfil skriven: '
               FUNCTION TRIM(WS-HUS-PATH).
      ***********************

       190-FINISH.

           DISPLAY WS-FILE-COUNT ' husavdragsfiler skrivna, '
               WS-ARENDE-COUNT ' �renden.'.
