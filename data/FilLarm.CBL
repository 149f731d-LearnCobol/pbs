      **>          calendar says which customers send a file on
      **>          which weekdays and by what time; every expected
      **>          file with no INLOG row for today by its cutoff
      **>          raises an on-call alert through PbsAlrt - once per
      **>          customer and day, however often this runs - so
      **>          we hear about a missing
      **>          file before the customer calls about unprinted
      **>          invoices. The customer's own file contacts are
      **>          told as well, through data/notify.txt - the
      **>          sooner they know, the sooner the file is resent.
      **> Initial Version Created: 2026-08-22
      **>

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL NOTIFYDATA ASSIGN TO 'data/notify.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS NOTIFYFIL-FS.

       DATA DIVISION.
       FILE SECTION.

      **> same row as PbsRead's NOTIFYDATA - the reference is the
      **> day the file was expected
       FD NOTIFYDATA.
       01  NOTIFY-POST.
           05  NOTIFY-TIMESTAMP    PIC X(19).
           05  FILLER              PIC X(1).
           05  NOTIFY-CUSTNO       PIC X(20).
           05  FILLER              PIC X(1).
           05  NOTIFY-INVNO        PIC X(20).
           05  FILLER              PIC X(1).
           05  NOTIFY-EMAIL        PIC X(60).
           05  FILLER              PIC X(1).
           05  NOTIFY-KIND         PIC X(10).

       WORKING-STORAGE SECTION.
       01  WS-TODAY-DATE                 PIC X(10)   VALUE SPACE.
       01  WS-NOW-HHMM                   PIC X(5)    VALUE SPACE.
       01  WS-INLOG-COUNT                PIC S9(9)   COMP VALUE ZERO.
       01  WS-ALERT-NOW                  PIC X(21)   VALUE SPACE.
       01  WS-NOTIFY-TIMESTAMP           PIC X(19)   VALUE SPACE.
       01  WS-REPEAT-COUNT               PIC 9(6)    VALUE ZERO.
       01  WS-CHECKED-COUNT              PIC 9(6)    VALUE ZERO.
       01  WS-MISSING-COUNT              PIC 9(6)    VALUE ZERO.
       01  WS-NOTIFY-COUNT               PIC 9(6)    VALUE ZERO.
       01  WS-NOTIFY-I                   PIC 9(2)    VALUE ZERO.

       01  SWITCHES.
           05  END-OF-CURSOR-SW        PIC X VALUE 'N'.
               88  END-OF-CURSOR           VALUE 'Y'.

       01  FILE-STATUS-FIELDS.
           05 NOTIFYFIL-FS              PIC XX.
               88  NOTIFYFIL-SUCCESSFUL     VALUE '00'.

           EXEC SQL INCLUDE SQLCA      END-EXEC.
           EXEC SQL INCLUDE CUSTOMER   END-EXEC.
           EXEC SQL INCLUDE INLOG      END-EXEC.
           EXEC SQL INCLUDE FILESCHED  END-EXEC.

           COPY CONTRCPT.
           COPY ALRTREQ.

       PROCEDURE DIVISION.

       000-CHECK-EXPECTED-FILES.
                   INTO WS-NOW-HHMM
           END-STRING

           OPEN EXTEND NOTIFYDATA

           EXEC SQL
               DECLARE CURS-FILESCHED CURSOR FOR
           END-IF.
      ***********************

      **> The customer number and the day stand in for the filename
      **> we never received, so a later run the same day finds the
      **> alert already open and neither pages nor tells the
      **> customer again - tomorrow's missing file is a new alert.
       130-RAISE-MISSING-ALERT.

           SET ALRTREQ-RAISE TO TRUE
           MOVE 'FileAlarm' TO ALRTREQ-SOURCE
           SET ALRTREQ-CRITICAL TO TRUE
           MOVE SPACE TO ALRTREQ-OBJECT
           STRING FUNCTION TRIM(CUSTOMER-CUSTNO-TEXT)
                       DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   WS-TODAY-DATE DELIMITED BY SIZE
                   INTO ALRTREQ-OBJECT
           END-STRING
           MOVE 'V�NTAD FIL SAKNAS EFTER STOPPTID' TO ALRTREQ-REASON
           CALL 'PbsAlrt' USING ALRTREQ

           IF ALRTREQ-NEW
               DISPLAY '*** JOUR-LARM: V�ntad fil saknas f�r kund: '
                   FUNCTION TRIM(CUSTOMER-CUSTNO-TEXT)
               DISPLAY '*** Stopptid: ' FILESCHED-CUTOFF

               PERFORM 140-NOTIFY-CUSTOMER
           ELSE
               ADD 1 TO WS-REPEAT-COUNT
           END-IF.
      ***********************

       140-NOTIFY-CUSTOMER.

           MOVE FILESCHED-CUST-ID TO CONTRCPT-CUST-ID
           SET CONTRCPT-FILLARM TO TRUE
           CALL 'PbsCont' USING CONTRCPT

           MOVE FUNCTION CURRENT-DATE TO WS-ALERT-NOW
           MOVE SPACE TO WS-NOTIFY-TIMESTAMP
           STRING WS-ALERT-NOW(1:4)  DELIMITED BY SIZE
                   '-'               DELIMITED BY SIZE
                   WS-ALERT-NOW(5:2) DELIMITED BY SIZE
                   WS-ALERT-NOW(11:2) DELIMITED BY SIZE
                   ':'               DELIMITED BY SIZE
                   WS-ALERT-NOW(13:2) DELIMITED BY SIZE
                   INTO WS-NOTIFY-TIMESTAMP
           END-STRING

           PERFORM 140-WRITE-ONE-NOTICE
               VARYING WS-NOTIFY-I FROM 1 BY 1
               UNTIL WS-NOTIFY-I > CONTRCPT-COUNT.
      ***********************

       140-WRITE-ONE-NOTICE.

           MOVE SPACE TO NOTIFY-POST
           MOVE WS-NOTIFY-TIMESTAMP TO NOTIFY-TIMESTAMP
           MOVE FUNCTION TRIM(CUSTOMER-CUSTNO-TEXT) TO NOTIFY-CUSTNO
           MOVE WS-TODAY-DATE TO NOTIFY-INVNO
           MOVE CONTRCPT-EMAIL(WS-NOTIFY-I) TO NOTIFY-EMAIL
           MOVE 'FILLARM' TO NOTIFY-KIND
           WRITE NOTIFY-POST
           ADD 1 TO WS-NOTIFY-COUNT.
      ***********************

       190-FINISH.
               CLOSE CURS-FILESCHED
           END-EXEC

           CLOSE NOTIFYDATA

           DISPLAY '============================================'
           DISPLAY ' FileAlarm - k�rningssammanfattning'
           DISPLAY ' Kontrollerade scheman:    ' WS-CHECKED-COUNT
           DISPLAY ' Saknade filer (larmade):  ' WS-MISSING-COUNT
           DISPLAY '   varav redan larmade:    ' WS-REPEAT-COUNT
           DISPLAY ' Kundaviseringar:          ' WS-NOTIFY-COUNT
           DISPLAY '============================================'.
