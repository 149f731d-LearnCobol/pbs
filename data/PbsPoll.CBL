      **>          rename, never by writing in place, or a sweep can
      **>          catch a half-written file.
      **>
      **>          A sender that cannot rename delivers a control
      **>          file next to the data file instead, named as the
      **>          data file plus .ctl and holding one line
      **>            <antal poster>;<kontrollsumma>
      **>          - the checksum is the manifest's: the ordinal sum
      **>          of every record's characters, trailing blanks
      **>          excluded, modulo 100 000 000. A data file with a
      **>          control file is read only once both have arrived
      **>          and count and checksum agree. For a customer with
      **>          a handshake wait (CUSTOMER.CTLWAIT, minutes) a
      **>          data file is never read without its control file;
      **>          one still waiting past that time raises one
      **>          on-call alert through PbsAlrt and stays in the
      **>          inbox - it is not rejected.
      **>
      **>          The watcher polls until the operator creates the
      **>          stop flag data/pollstop.txt, which it removes on
      **>          the way out - the same flag-file protocol as the
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RUNLOCK-FS.

           SELECT CTLDATA ASSIGN TO WS-CTL-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CTLFIL-FS.

           SELECT HSDATA ASSIGN TO WS-IMPORT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HSFIL-FS.

       DATA DIVISION.
       FILE SECTION.

       01  RUNLOCK-POST.
           05  FILLER          PIC X(20).

      **> the sender's control file: <antal poster>;<kontrollsumma>
       FD  CTLDATA.
       01  CTL-POST            PIC X(80).

      **> the inbox data file itself, read for the handshake count
      **> and checksum and for the sending customer's number
       FD  HSDATA.
       01  HS-POST             PIC X(300).

       WORKING-STORAGE SECTION.
       01  WS-INBOX-DIR                  PIC X(20)
                                         VALUE 'data/inbox'.
       01  WS-RENAME-RC                  PIC S9(9)   COMP VALUE ZERO.
       01  WS-STOP-RC                    PIC S9(9)   COMP VALUE ZERO.

      **> control-file handshake - see 125-CHECK-HANDSHAKE. A
      **> control file that disagrees with its data file is waited
      **> on for the customer's CTLWAIT, or WS-CTL-WAIT-DEFAULT
      **> minutes for a customer without a handshake of their own.
       01  WS-CTL-WAIT-DEFAULT           PIC 9(4)    COMP VALUE 60.
       01  WS-CTL-PATH                   PIC X(64)   VALUE SPACE.
       01  WS-CTL-REJECT-PATH            PIC X(84)   VALUE SPACE.
       01  WS-CTL-FIELD-TABLE.
           05  WS-CTL-FLD      PIC X(20) OCCURS 2.
       01  WS-CTL-RECCOUNT               PIC 9(9)    COMP VALUE ZERO.
       01  WS-CTL-CHECKSUM               PIC 9(9)    COMP VALUE ZERO.
       01  WS-CTL-REASON                 PIC X(60)   VALUE SPACE.
       01  WS-HS-RECCOUNT                PIC 9(9)    COMP VALUE ZERO.
       01  WS-HS-CHECKSUM                PIC 9(9)    COMP VALUE ZERO.
       01  WS-HS-LEN                     PIC S9(4)   COMP VALUE ZERO.
       01  WS-HS-IDX                     PIC S9(4)   COMP VALUE ZERO.
       01  WS-HS-CUSTNO                  PIC X(20)   VALUE SPACE.
       01  WS-HS-FLD-TABLE.
           05  WS-HS-FLD       PIC X(40) OCCURS 3.
       01  WS-HS-WAIT                    PIC S9(4)   COMP VALUE ZERO.
       01  WS-NAME-LEN                   PIC S9(4)   COMP VALUE ZERO.

      **> the data file's last-modified stamp, as
      **> CBL_CHECK_FILE_EXIST returns it
       01  WS-DATA-FILE-INFO.
           05  WS-DATA-SIZE              PIC X(8)    COMP-X.
           05  WS-DATA-DAY               PIC X       COMP-X.
           05  WS-DATA-MONTH             PIC X       COMP-X.
           05  WS-DATA-YEAR              PIC X(2)    COMP-X.
           05  WS-DATA-HOUR              PIC X       COMP-X.
           05  WS-DATA-MINUTE            PIC X       COMP-X.
           05  WS-DATA-SECOND            PIC X       COMP-X.
           05  WS-DATA-HUNDREDTH         PIC X       COMP-X.
       01  WS-DATA-YMD                   PIC 9(8)    VALUE ZERO.
       01  WS-DATA-MINUTES               PIC 9(11)   COMP VALUE ZERO.
       01  WS-NOW-MINUTES                PIC 9(11)   COMP VALUE ZERO.
       01  WS-AGE-MINUTES                PIC S9(11)  COMP VALUE ZERO.

      **> data files already alerted on, so a file waiting through
      **> many sweeps pages on-call once, not every 30 seconds
       01  WS-ALERTED-TABLE.
           05  WS-ALERTED-COUNT    PIC S9(4)   COMP VALUE ZERO.
           05  WS-ALERTED-NAME     PIC X(60) OCCURS 100.
       01  WS-AL-I                 PIC S9(4)   COMP VALUE ZERO.

       01  WS-SWEEP-COUNT                PIC 9(6)    VALUE ZERO.
       01  WS-FILE-COUNT                 PIC 9(6)    VALUE ZERO.
       01  WS-REJECT-COUNT               PIC 9(6)    VALUE ZERO.
       01  WS-SKIP-COUNT                 PIC 9(6)    VALUE ZERO.
       01  WS-WAIT-COUNT                 PIC 9(6)    VALUE ZERO.
       01  WS-ALERT-COUNT                PIC 9(6)    VALUE ZERO.

       01  SWITCHES.
           05  STOP-REQUESTED-SW       PIC X VALUE 'N'.
               88  END-OF-LIST             VALUE 'Y'.
           05  RUN-LOCK-BUSY-SW        PIC X VALUE 'N'.
               88  RUN-LOCK-BUSY           VALUE 'Y'.
           05  HANDSHAKE-WAIT-SW       PIC X VALUE 'N'.
               88  HANDSHAKE-WAIT          VALUE 'Y'.
           05  HS-EOF-SW               PIC X VALUE 'N'.
               88  HS-EOF                  VALUE 'Y'.
           05  ALREADY-ALERTED-SW      PIC X VALUE 'N'.
               88  ALREADY-ALERTED         VALUE 'Y'.

       01  FILE-STATUS-FIELDS.
           05 LISTFIL-FS               PIC XX.
               88  LISTFIL-SUCCESSFUL      VALUE '00'.
           05 RUNLOCK-FS               PIC XX.
               88  RUNLOCK-FILE-FOUND      VALUE '00'.
           05 CTLFIL-FS                PIC XX.
               88  CTLFIL-SUCCESSFUL       VALUE '00'.
           05 HSFIL-FS                 PIC XX.
               88  HSFIL-SUCCESSFUL        VALUE '00'.

           EXEC SQL INCLUDE SQLCA      END-EXEC.
           EXEC SQL INCLUDE CUSTOMER   END-EXEC.

       COPY ALRTREQ.

       PROCEDURE DIVISION.

      **> itself when the import succeeds, so a file still in the
      **> inbox after its run was rejected - it is moved aside so
      **> every later sweep does not rerun the same broken file.
      **> A file whose control-file handshake is not complete is
      **> left for a later sweep the same way.
       120-PROCESS-ONE-FILE.

           MOVE LIST-POST TO WS-INBOX-BASENAME
           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-INBOX-BASENAME))
               TO WS-NAME-LEN

      *    ls -1p marks directories with a trailing '/', so the
      *    rejected/ folder itself is never treated as an inbound
      *    file; a control file is read along with its data file
           IF WS-INBOX-BASENAME NOT = SPACE AND
              WS-INBOX-BASENAME(1:9) NOT = 'rejected/' AND
              NOT (WS-NAME-LEN > 4 AND
                   WS-INBOX-BASENAME(WS-NAME-LEN - 3:4) = '.ctl')
               MOVE SPACE TO WS-IMPORT-PATH
               STRING 'data/inbox/' DELIMITED BY SIZE
                       WS-INBOX-BASENAME DELIMITED BY SPACE
                       INTO WS-IMPORT-PATH
               END-STRING

               PERFORM 125-CHECK-HANDSHAKE
               IF HANDSHAKE-WAIT
                   ADD 1 TO WS-WAIT-COUNT
               ELSE
                   PERFORM 160-ACQUIRE-RUN-LOCK
                   IF RUN-LOCK-BUSY
                       ADD 1 TO WS-SKIP-COUNT
                   ELSE
                       DISPLAY ' PbsPoll: importerar '
                           FUNCTION TRIM(WS-IMPORT-PATH)
                       CALL 'PbsRead' USING WS-IMPORT-PATH
                                             WS-PBSREAD-MODE
                       PERFORM 161-RELEASE-RUN-LOCK
                       ADD 1 TO WS-FILE-COUNT
                       PERFORM 130-PUT-ASIDE-IF-REJECTED
                   END-IF
               END-IF
           END-IF

           READ LISTDATA AT END SET END-OF-LIST TO TRUE END-READ.
      ***********************

      **> Decides whether the data file may be read now. With a
      **> control file beside it, only when the file's record count
      **> and checksum agree with it - anything else is a transfer
      **> still writing. Without one, only when the sending
      **> customer has no handshake wait. A file still waiting
      **> past its wait time raises an on-call alert once; it is
      **> never rejected for it.
       125-CHECK-HANDSHAKE.

           MOVE 'N' TO HANDSHAKE-WAIT-SW
           MOVE SPACE TO WS-CTL-REASON

           MOVE SPACE TO WS-CTL-PATH
           STRING WS-IMPORT-PATH DELIMITED BY SPACE
                   '.ctl' DELIMITED BY SIZE
                   INTO WS-CTL-PATH
           END-STRING

           PERFORM 126-FIND-SENDER

           CALL 'CBL_CHECK_FILE_EXIST' USING WS-CTL-PATH
                                              WS-FILE-INFO
               RETURNING WS-EXIST-RC
           IF WS-EXIST-RC = ZERO
               PERFORM 127-VERIFY-CONTROL-FILE
           ELSE
               IF WS-HS-WAIT > ZERO
                   SET HANDSHAKE-WAIT TO TRUE
                   MOVE 'KONTROLLFIL SAKNAS' TO WS-CTL-REASON
               END-IF
           END-IF

           IF HANDSHAKE-WAIT
               IF WS-HS-WAIT = ZERO
                   MOVE WS-CTL-WAIT-DEFAULT TO WS-HS-WAIT
               END-IF
               PERFORM 128-CHECK-WAIT-TIME
           END-IF.
      ***********************

      **> The sending customer's handshake wait, from the START-POST
      **> of the data file: KNDNR at its fixed position, or the
      **> third field of a delimited start post. A file whose sender
      **> cannot be told - an XML document, a START-POST not yet
      **> written - waits only if it brought a control file.
       126-FIND-SENDER.

           MOVE ZERO TO WS-HS-WAIT
           MOVE SPACE TO HS-POST

           OPEN INPUT HSDATA
           IF HSFIL-SUCCESSFUL
               READ HSDATA
                   AT END MOVE SPACE TO HS-POST
               END-READ
               CLOSE HSDATA
           END-IF

           IF HS-POST(1:2) = '10'
               MOVE HS-POST(11:10) TO WS-HS-CUSTNO
               PERFORM 126-LOOKUP-CTLWAIT

               IF SQLCODE NOT = ZERO AND HS-POST(3:1) NOT = SPACE
                   MOVE SPACE TO WS-HS-FLD-TABLE
                   UNSTRING HS-POST DELIMITED BY HS-POST(3:1)
                       INTO WS-HS-FLD(1) WS-HS-FLD(2) WS-HS-FLD(3)
                   END-UNSTRING
                   MOVE WS-HS-FLD(3) TO WS-HS-CUSTNO
                   PERFORM 126-LOOKUP-CTLWAIT
               END-IF
           END-IF.
      ***********************

       126-LOOKUP-CTLWAIT.

           MOVE FUNCTION TRIM(WS-HS-CUSTNO) TO CUSTOMER-CUSTNO-TEXT
           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-HS-CUSTNO))
               TO CUSTOMER-CUSTNO-LEN

           EXEC SQL
               SELECT CTLWAIT
                   INTO :CUSTOMER-CTLWAIT
                   FROM CUSTOMER
                   WHERE CUSTNO = :CUSTOMER-CUSTNO
           END-EXEC

           IF SQLCODE = ZERO
               MOVE CUSTOMER-CTLWAIT TO WS-HS-WAIT
           END-IF.
      ***********************

      **> Counts the data file's records and sums its checksum the
      **> way the outbound manifest does, and holds both against
      **> the control file.
       127-VERIFY-CONTROL-FILE.

           MOVE ZERO TO WS-CTL-RECCOUNT WS-CTL-CHECKSUM
           MOVE SPACE TO WS-CTL-FIELD-TABLE
           OPEN INPUT CTLDATA
           IF CTLFIL-SUCCESSFUL
               READ CTLDATA
                   AT END MOVE SPACE TO CTL-POST
               END-READ
               CLOSE CTLDATA
               UNSTRING CTL-POST DELIMITED BY ';'
                   INTO WS-CTL-FLD(1) WS-CTL-FLD(2)
               END-UNSTRING
           END-IF

           MOVE ZERO TO WS-HS-RECCOUNT WS-HS-CHECKSUM
           MOVE 'N' TO HS-EOF-SW
           OPEN INPUT HSDATA
           IF HSFIL-SUCCESSFUL
               READ HSDATA
                   AT END SET HS-EOF TO TRUE
               END-READ
               PERFORM 127-SUM-ONE-RECORD UNTIL HS-EOF
               CLOSE HSDATA
           END-IF

           IF FUNCTION TRIM(WS-CTL-FLD(1)) IS NUMERIC AND
              FUNCTION TRIM(WS-CTL-FLD(2)) IS NUMERIC
               MOVE FUNCTION NUMVAL(WS-CTL-FLD(1)) TO WS-CTL-RECCOUNT
               MOVE FUNCTION NUMVAL(WS-CTL-FLD(2)) TO WS-CTL-CHECKSUM
           END-IF

           IF WS-CTL-RECCOUNT = ZERO OR
              WS-CTL-RECCOUNT NOT = WS-HS-RECCOUNT OR
              WS-CTL-CHECKSUM NOT = WS-HS-CHECKSUM
               SET HANDSHAKE-WAIT TO TRUE
               MOVE 'KONTROLLFIL ST�MMER INTE MED DATAFILEN'
                   TO WS-CTL-REASON
           END-IF.
      ***********************

       127-SUM-ONE-RECORD.

           ADD 1 TO WS-HS-RECCOUNT
           MOVE FUNCTION LENGTH(FUNCTION TRIM(HS-POST TRAILING))
               TO WS-HS-LEN
           PERFORM 127-ADD-TO-CHECKSUM
               VARYING WS-HS-IDX FROM 1 BY 1
               UNTIL WS-HS-IDX > WS-HS-LEN

           READ HSDATA
               AT END SET HS-EOF TO TRUE
           END-READ.
      ***********************

       127-ADD-TO-CHECKSUM.

           COMPUTE WS-HS-CHECKSUM =
               FUNCTION MOD(WS-HS-CHECKSUM +
                   FUNCTION ORD(HS-POST(WS-HS-IDX:1)),
                   100000000).
      ***********************

      **> How long the data file has lain unchanged, from its
      **> last-modified stamp; past the wait the on-call alert goes
      **> out, once per file.
       128-CHECK-WAIT-TIME.

           CALL 'CBL_CHECK_FILE_EXIST' USING WS-IMPORT-PATH
                                              WS-DATA-FILE-INFO
               RETURNING WS-EXIST-RC
           IF WS-EXIST-RC = ZERO
               COMPUTE WS-DATA-YMD = WS-DATA-YEAR * 10000
                   + WS-DATA-MONTH * 100 + WS-DATA-DAY
               COMPUTE WS-DATA-MINUTES =
                   FUNCTION INTEGER-OF-DATE(WS-DATA-YMD) * 1440
                   + WS-DATA-HOUR * 60 + WS-DATA-MINUTE
               COMPUTE WS-NOW-MINUTES =
                   FUNCTION INTEGER-OF-DATE(
                       FUNCTION NUMVAL(FUNCTION CURRENT-DATE(1:8)))
                       * 1440
                   + FUNCTION NUMVAL(FUNCTION CURRENT-DATE(9:2)) * 60
                   + FUNCTION NUMVAL(FUNCTION CURRENT-DATE(11:2))
               COMPUTE WS-AGE-MINUTES =
                   WS-NOW-MINUTES - WS-DATA-MINUTES

               IF WS-AGE-MINUTES > WS-HS-WAIT
                   MOVE 'N' TO ALREADY-ALERTED-SW
                   PERFORM 128-FIND-ALERTED
                       VARYING WS-AL-I FROM 1 BY 1
                       UNTIL WS-AL-I > WS-ALERTED-COUNT
                           OR ALREADY-ALERTED
                   IF NOT ALREADY-ALERTED
                       PERFORM 129-RAISE-HANDSHAKE-ALERT
                   END-IF
               END-IF
           END-IF.
      ***********************

       128-FIND-ALERTED.

           IF WS-ALERTED-NAME (WS-AL-I) = WS-INBOX-BASENAME
               SET ALREADY-ALERTED TO TRUE
           END-IF.
      ***********************

      **> A late delivery is a warning, not an incident: the data
      **> file stays in the inbox and a late control file still
      **> lets the next sweep read it. PbsAlrt keeps one open alert
      **> per file across restarts of the watcher as well.
       129-RAISE-HANDSHAKE-ALERT.

           IF WS-ALERTED-COUNT < 100
               ADD 1 TO WS-ALERTED-COUNT
               MOVE WS-INBOX-BASENAME
                   TO WS-ALERTED-NAME (WS-ALERTED-COUNT)
           END-IF
           ADD 1 TO WS-ALERT-COUNT

           INITIALIZE ALRTREQ
           SET ALRTREQ-RAISE TO TRUE
           MOVE 'PbsPoll' TO ALRTREQ-SOURCE
           SET ALRTREQ-WARNING TO TRUE
           MOVE WS-IMPORT-PATH TO ALRTREQ-OBJECT
           MOVE WS-CTL-REASON TO ALRTREQ-REASON
           CALL 'PbsAlrt' USING ALRTREQ

           DISPLAY '*** JOUR-LARM: Inleveransen �r ofullst�ndig: '
               FUNCTION TRIM(WS-IMPORT-PATH)
           DISPLAY '*** Orsak: ' WS-CTL-REASON
               ' (v�ntat ' WS-AGE-MINUTES ' minuter)'.
      ***********************

       130-PUT-ASIDE-IF-REJECTED.

           MOVE SPACE TO WS-REJECT-PATH
           CALL 'CBL_CHECK_FILE_EXIST' USING WS-IMPORT-PATH
                                              WS-FILE-INFO
               RETURNING WS-EXIST-RC
                   RETURNING WS-RENAME-RC
               DISPLAY ' PbsPoll: filen avvisades, flyttad till '
                   FUNCTION TRIM(WS-REJECT-PATH)
           END-IF

           PERFORM 131-CLEAR-CONTROL-FILE.
      ***********************

      **> The control file has served its purpose once its data
      **> file has been run: it follows a rejected data file into
      **> rejected/ and is removed beside an accepted one.
       131-CLEAR-CONTROL-FILE.

           CALL 'CBL_CHECK_FILE_EXIST' USING WS-CTL-PATH
                                              WS-FILE-INFO
               RETURNING WS-EXIST-RC
           IF WS-EXIST-RC = ZERO
               IF WS-REJECT-PATH NOT = SPACE
                   MOVE SPACE TO WS-CTL-REJECT-PATH
                   STRING WS-REJECT-PATH DELIMITED BY SPACE
                           '.ctl' DELIMITED BY SIZE
                           INTO WS-CTL-REJECT-PATH
                   END-STRING
                   CALL 'CBL_RENAME_FILE' USING WS-CTL-PATH
                                                 WS-CTL-REJECT-PATH
                       RETURNING WS-RENAME-RC
               ELSE
                   CALL 'CBL_DELETE_FILE' USING WS-CTL-PATH
                       RETURNING WS-RENAME-RC
               END-IF
           END-IF.
      ***********************

           DISPLAY ' Filer bearbetade:         ' WS-FILE-COUNT
           DISPLAY ' Filer avvisade:           ' WS-REJECT-COUNT
           DISPLAY ' Uppskjutna (l�s upptaget): ' WS-SKIP-COUNT
           DISPLAY ' V�ntar p� kontrollfil:    ' WS-WAIT-COUNT
           DISPLAY ' Larm om ofullst. leverans: ' WS-ALERT-COUNT
           DISPLAY '============================================'.
