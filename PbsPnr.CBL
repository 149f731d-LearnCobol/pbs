       IDENTIFICATION DIVISION.
       PROGRAM-ID. PbsPnr.
      **>
      **> Authors: Peter B, Bertil K and Sergejs S.
      **> Purpose: Manage an invoice print company (PBS)
      **>          Personnummer protection. Debtors' personnummer
      **>          (DEBTOR.ORGNO, EFREG.ORGNO, SARLOG.ORGNO, the
      **>          GELONR of a rejected row in feldata.txt) are kept
      **>          encrypted, so a backup set, a test copy or an
      **>          export file on its own gives none of them away.
      **>          The encryption is keyed and always gives the same
      **>          stored form for the same number, so the intake,
      **>          the address-change and credit-rating imports and
      **>          the e-faktura register still find a person by
      **>          encrypting the number they were given and
      **>          matching on that. The stored form is '#' and the
      **>          enciphered number in seven base-36 characters;
      **>          anything not starting with '#' is taken as clear
      **>          (rows written before the change, until X0530 in
      **>          pbs.cbl has converted them). The cipher is an
      **>          eight-round Feistel network over the two
      **>          five-digit halves of the number, one round key of
      **>          five digits each; the key file holds the 40
      **>          digits on its first line and is kept in its own
      **>          directory, away from data/ where the backups and
      **>          exports are written. Mode M is what screens and
      **>          reports show: ��MMDD**** for a person, an
      **>          organisationsnummer (third digit 2 or more) in
      **>          full - it is public.
      **> Initial Version Created: 2026-10-15
      **>

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL PNRKEY ASSIGN TO WS-KEY-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PNRKEY-FS.

       DATA DIVISION.
       FILE SECTION.

       FD  PNRKEY.
       01  PNRKEY-POST                 PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-KEY-PATH                   PIC X(40)
                                         VALUE 'nyckel/pnrnyckel.txt'.
       01  WS-ROUNDS                     PIC S9(4)   COMP VALUE 8.
       01  WS-HALF                       PIC S9(9)   COMP VALUE 100000.
       01  WS-B36-ALPHABET               PIC X(36)   VALUE
           '0123456789ABCDEFGHIJKLMNOPQRSTUVWXYZ'.

      **> the round keys, read once per run unit
       01  WS-KEY-DIGITS                 PIC X(40)   VALUE SPACE.
       01  WS-KEY-TABLE.
           05  WS-ROUND-KEY              PIC S9(9)   COMP OCCURS 8.

       01  WS-NUMBER                     PIC S9(18)  COMP VALUE ZERO.
       01  WS-LEFT                       PIC S9(18)  COMP VALUE ZERO.
       01  WS-RIGHT                      PIC S9(18)  COMP VALUE ZERO.
       01  WS-SAVE                       PIC S9(18)  COMP VALUE ZERO.
       01  WS-ROUND-IN                   PIC S9(18)  COMP VALUE ZERO.
       01  WS-ROUND-OUT                  PIC S9(18)  COMP VALUE ZERO.
       01  WS-B36-VALUE                  PIC S9(4)   COMP VALUE ZERO.
       01  WS-RX                         PIC S9(4)   COMP VALUE ZERO.
       01  WS-PX                         PIC S9(4)   COMP VALUE ZERO.
       01  WS-AX                         PIC S9(4)   COMP VALUE ZERO.
       01  WS-DIGITS                     PIC 9(10)   VALUE ZERO.
       01  WS-CLEAR                      PIC X(10)   VALUE SPACE.
       01  WS-STORED                     PIC X(10)   VALUE SPACE.

       01  SWITCHES.
           05  KEY-LOADED-SW           PIC X VALUE 'N'.
               88  KEY-LOADED              VALUE 'Y'.
           05  KEY-VALID-SW            PIC X VALUE 'N'.
               88  KEY-VALID               VALUE 'Y'.
           05  FORM-VALID-SW           PIC X VALUE 'N'.
               88  FORM-VALID              VALUE 'Y'.

       01  FILE-STATUS-FIELDS.
           05 PNRKEY-FS                PIC XX.
               88  PNRKEY-SUCCESSFUL       VALUE '00'.

       LINKAGE SECTION.
       COPY PNRREQ.

       PROCEDURE DIVISION USING PNRREQ.

       000-PROTECT-PNR.

           MOVE PNRREQ-IN TO PNRREQ-OUT
           SET PNRREQ-OK TO TRUE

           IF NOT KEY-LOADED
               PERFORM 100-LOAD-KEY
           END-IF

           EVALUATE TRUE
               WHEN PNRREQ-ENCRYPT
                   PERFORM 110-ENCRYPT-REQUEST
               WHEN PNRREQ-DECRYPT
                   PERFORM 120-DECRYPT-REQUEST
               WHEN PNRREQ-MASK
                   PERFORM 130-MASK-REQUEST
           END-EVALUATE

           GOBACK.
      **************************

       100-LOAD-KEY.

           SET KEY-LOADED TO TRUE
           MOVE 'N' TO KEY-VALID-SW
           MOVE SPACE TO WS-KEY-DIGITS

           OPEN INPUT PNRKEY
           IF PNRKEY-SUCCESSFUL
               READ PNRKEY
                   AT END MOVE SPACE TO PNRKEY-POST
               END-READ
               IF PNRKEY-SUCCESSFUL
                   MOVE PNRKEY-POST(1:40) TO WS-KEY-DIGITS
               END-IF
               CLOSE PNRKEY
           END-IF

           IF WS-KEY-DIGITS IS NUMERIC
               SET KEY-VALID TO TRUE
               PERFORM 101-SET-ROUND-KEY
                   VARYING WS-RX FROM 1 BY 1
                   UNTIL WS-RX > WS-ROUNDS
           ELSE
               DISPLAY '*** Personnummernyckel saknas: '
                   FUNCTION TRIM(WS-KEY-PATH)
               DISPLAY '*** Inga personnummer lagras i denna '
                   'k�rning.'
           END-IF.
      ***********************

       101-SET-ROUND-KEY.

           COMPUTE WS-PX = (WS-RX - 1) * 5 + 1
           MOVE WS-KEY-DIGITS(WS-PX:5) TO WS-DIGITS
           MOVE WS-DIGITS TO WS-ROUND-KEY(WS-RX).
      ***********************

      **> clear to stored - blank, already stored and anything that
      **> is not ten digits go back as they came
       110-ENCRYPT-REQUEST.

           IF PNRREQ-IN NOT = SPACE AND PNRREQ-IN(1:1) NOT = '#'
               AND PNRREQ-IN IS NUMERIC
               IF KEY-VALID
                   MOVE PNRREQ-IN TO WS-CLEAR
                   PERFORM 150-ENCIPHER
                   MOVE WS-STORED TO PNRREQ-OUT
               ELSE
                   SET PNRREQ-NO-KEY TO TRUE
                   MOVE SPACE TO PNRREQ-OUT
               END-IF
           END-IF.
      ***********************

       120-DECRYPT-REQUEST.

           IF PNRREQ-IN(1:1) = '#'
               IF KEY-VALID
                   MOVE PNRREQ-IN TO WS-STORED
                   PERFORM 160-DECIPHER
                   IF FORM-VALID
                       MOVE WS-CLEAR TO PNRREQ-OUT
                   END-IF
               ELSE
                   SET PNRREQ-NO-KEY TO TRUE
               END-IF
           END-IF.
      ***********************

      **> stored or clear in, the screen form out
       130-MASK-REQUEST.

           MOVE PNRREQ-IN TO WS-CLEAR
           IF PNRREQ-IN(1:1) = '#'
               MOVE '**********' TO WS-CLEAR
               IF KEY-VALID
                   MOVE PNRREQ-IN TO WS-STORED
                   PERFORM 160-DECIPHER
                   IF NOT FORM-VALID
                       MOVE '**********' TO WS-CLEAR
                   END-IF
               ELSE
                   SET PNRREQ-NO-KEY TO TRUE
               END-IF
           END-IF

           IF WS-CLEAR IS NUMERIC AND WS-CLEAR(3:1) < '2'
               MOVE '****' TO WS-CLEAR(7:4)
           END-IF
           MOVE WS-CLEAR TO PNRREQ-OUT.
      ***********************

      **> WS-CLEAR (ten digits) to WS-STORED
       150-ENCIPHER.

           MOVE WS-CLEAR TO WS-DIGITS
           MOVE WS-DIGITS TO WS-NUMBER
           DIVIDE WS-NUMBER BY WS-HALF
               GIVING WS-LEFT REMAINDER WS-RIGHT

           PERFORM 151-FORWARD-ROUND
               VARYING WS-RX FROM 1 BY 1
               UNTIL WS-RX > WS-ROUNDS

           COMPUTE WS-NUMBER = WS-LEFT * WS-HALF + WS-RIGHT
           MOVE SPACE TO WS-STORED
           MOVE '#' TO WS-STORED(1:1)
           PERFORM 152-PUT-B36-CHAR
               VARYING WS-PX FROM 8 BY -1
               UNTIL WS-PX < 2.
      ***********************

       151-FORWARD-ROUND.

           MOVE WS-RIGHT TO WS-ROUND-IN
           PERFORM 170-ROUND-FUNCTION
           MOVE WS-RIGHT TO WS-SAVE
           COMPUTE WS-RIGHT =
               FUNCTION MOD(WS-LEFT + WS-ROUND-OUT, WS-HALF)
           MOVE WS-SAVE TO WS-LEFT.
      ***********************

       152-PUT-B36-CHAR.

           DIVIDE WS-NUMBER BY 36
               GIVING WS-NUMBER REMAINDER WS-B36-VALUE
           MOVE WS-B36-ALPHABET(WS-B36-VALUE + 1:1)
               TO WS-STORED(WS-PX:1).
      ***********************

      **> WS-STORED to WS-CLEAR; FORM-VALID says it was one of ours
       160-DECIPHER.

           SET FORM-VALID TO TRUE
           MOVE ZERO TO WS-NUMBER
           PERFORM 162-GET-B36-CHAR
               VARYING WS-PX FROM 2 BY 1
               UNTIL WS-PX > 8 OR NOT FORM-VALID

           IF WS-NUMBER NOT < WS-HALF * WS-HALF
               MOVE 'N' TO FORM-VALID-SW
           END-IF

           IF FORM-VALID
               DIVIDE WS-NUMBER BY WS-HALF
                   GIVING WS-LEFT REMAINDER WS-RIGHT
               PERFORM 161-BACKWARD-ROUND
                   VARYING WS-RX FROM WS-ROUNDS BY -1
                   UNTIL WS-RX < 1
               COMPUTE WS-NUMBER = WS-LEFT * WS-HALF + WS-RIGHT
               MOVE WS-NUMBER TO WS-DIGITS
               MOVE WS-DIGITS TO WS-CLEAR
           END-IF.
      ***********************

       161-BACKWARD-ROUND.

           MOVE WS-LEFT TO WS-ROUND-IN
           PERFORM 170-ROUND-FUNCTION
           MOVE WS-LEFT TO WS-SAVE
           COMPUTE WS-LEFT =
               FUNCTION MOD(WS-RIGHT - WS-ROUND-OUT, WS-HALF)
           MOVE WS-SAVE TO WS-RIGHT.
      ***********************

       162-GET-B36-CHAR.

           MOVE ZERO TO WS-B36-VALUE
           PERFORM 163-FIND-B36-CHAR
               VARYING WS-AX FROM 1 BY 1
               UNTIL WS-AX > 36 OR WS-B36-VALUE > ZERO
           IF WS-B36-VALUE = ZERO
               MOVE 'N' TO FORM-VALID-SW
           ELSE
               COMPUTE WS-NUMBER = WS-NUMBER * 36 + WS-B36-VALUE - 1
           END-IF.
      ***********************

      **> WS-B36-VALUE is the position in the alphabet, one up
       163-FIND-B36-CHAR.

           IF WS-B36-ALPHABET(WS-AX:1) = WS-STORED(WS-PX:1)
               MOVE WS-AX TO WS-B36-VALUE
           END-IF.
      ***********************

      **> the keyed round function of round WS-RX on WS-ROUND-IN
       170-ROUND-FUNCTION.

           COMPUTE WS-ROUND-OUT = FUNCTION MOD(
               (WS-ROUND-IN + WS-ROUND-KEY(WS-RX))
             * (WS-ROUND-IN + WS-ROUND-KEY(WS-RX) + WS-RX)
             + WS-ROUND-KEY(WS-RX), WS-HALF).
      ***********************
