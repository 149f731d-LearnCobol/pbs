               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CKPTFIL-FS.

           SELECT OPTIONAL NOTIFYDATA ASSIGN TO 'data/notify.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS NOTIFYFIL-FS.

       01  CKPT-POST.
           05  CKPT-RECNO  PIC 9(6).

      **> One row left behind for every new invoice recorded, for
      **> an account-manager notification tool watching data/ to
      **> pick up and mail on to the customer's contact address -
      **> mirrors the on-call alert of 198-ALERT-ONCALL, but on the
      **> happy path instead of the failure path. Shared with
      **> FileAlarm, srvbill and pbs.cbl, so it is only ever
      **> extended, never rewritten: one row per recipient, KIND
      **> says which notice it is and INVNO carries that notice's
      **> reference.
       FD NOTIFYDATA.
       01  NOTIFY-POST.
           05  NOTIFY-TIMESTAMP    PIC X(19).
           05  NOTIFY-INVNO        PIC X(20).
           05  FILLER              PIC X(1).
           05  NOTIFY-EMAIL        PIC X(60).
           05  FILLER              PIC X(1).
           05  NOTIFY-KIND         PIC X(10).

      **> Machine-readable intake receipt, one per processed inbound
      **> file, dropped in the sending customer's outbox directory
      **> 191-MAP-ERROR-CODE - stored on INERROR and echoed on the
      **> customer receipt
       01  WS-FEL-CODE                   PIC S9(4)   COMP VALUE ZERO.

      **> postnummer register lookup - see 219-LOOKUP-POSTNR
       01  WS-PNR-REGISTER-COUNT         PIC S9(9)   COMP VALUE ZERO.
       01  WS-PNR-POSTNO                 PIC X(5)    VALUE SPACE.
       01  WS-PNR-PLACE                  PIC X(30)   VALUE SPACE.
       01  WS-PNR-COUNT                  PIC S9(9)   COMP VALUE ZERO.
       01  WS-PNR-MATCH                  PIC S9(9)   COMP VALUE ZERO.
       01  WS-PNR-RESULT                 PIC X(1)    VALUE SPACE.
           88  PNR-FOUND                     VALUE 'F'.
           88  PNR-UNKNOWN                   VALUE 'U'.
           88  PNR-CORRECTED                 VALUE 'C'.
           88  PNR-MISMATCH                  VALUE 'M'.

      **> active internet-bank e-faktura registrations of the debtor
       01  WS-EFREG-COUNT                PIC S9(9)   COMP VALUE ZERO.

      **> the debtor's personnummer as the register stores it
      **> (encrypted by PbsPnr) and as the console log may show it
       01  WS-GELONR-STORED              PIC X(10)   VALUE SPACE.
       01  WS-GELONR-SHOWN               PIC X(10)   VALUE SPACE.
       01  WS-FEL-CODE-ED                PIC 9(3)    VALUE ZERO.
       01  WS-NEXT-ID                    PIC S9(9)   COMP VALUE ZERO.

       01  WS-CKPT-SAVED-RECNO           PIC 9(6)    VALUE ZERO.
       01  WS-CKPT-RC                    PIC S9(9)   COMP VALUE ZERO.

       01  WS-NOTIFY-NOW                 PIC X(21)   VALUE SPACE.
       01  WS-NOTIFY-TIMESTAMP           PIC X(19)   VALUE SPACE.
       01  WS-NOTIFY-I                   PIC 9(2)    VALUE ZERO.

       01  WS-RUNLOG-ID                  PIC S9(9)   COMP VALUE ZERO.
       01  WS-RUNLOG-NOW                 PIC X(21)   VALUE SPACE.
       01  WS-XML-ORDDAT                 PIC X(8)    VALUE SPACE.
       01  WS-XML-MOMS                   PIC 9(2)    VALUE ZERO.
       01  WS-XML-FAKTSUM                PIC 9(8)    VALUE ZERO.
       01  WS-XML-ORDRAB                 PIC 9(2)    VALUE ZERO.
       01  WS-XML-GELNMN                 PIC X(40)   VALUE SPACE.
       01  WS-XML-GELADD1                PIC X(30)   VALUE SPACE.
       01  WS-XML-GELPNR                 PIC X(5)    VALUE SPACE.
       01  WS-XML-GELPOR                 PIC X(30)   VALUE SPACE.
       01  WS-XML-GELLAND                PIC X(2)    VALUE SPACE.
       01  WS-XML-GELPKOD                PIC X(10)   VALUE SPACE.
       01  WS-XML-GELONR                 PIC X(10)   VALUE SPACE.

       01  WS-XML-ARTNR                  PIC X(10)   VALUE SPACE.
               88  DELIMITED-FILE           VALUE 'Y'.
           05  DEBTOR-ID-VALID-SW      PIC X VALUE 'Y'.
               88  DEBTOR-ID-VALID          VALUE 'Y'.
           05  SEND-DATE-VALID-SW      PIC X VALUE 'Y'.
               88  SEND-DATE-VALID          VALUE 'Y'.
           05  POSTADDR-VALID-SW       PIC X VALUE 'Y'.
               88  POSTADDR-VALID           VALUE 'Y'.
           05  HOLD-FILE-SW            PIC X VALUE 'N'.
               88  HOLD-FILE                VALUE 'Y'.
           05  XML-FILE-SW             PIC X VALUE 'N'.
               88  XML-IN-LINE              VALUE 'Y'.
           05  XML-IN-ITEM-SW          PIC X VALUE 'N'.
               88  XML-IN-ITEM              VALUE 'Y'.
           05  XML-IN-ALLOWANCE-SW     PIC X VALUE 'N'.
               88  XML-IN-ALLOWANCE         VALUE 'Y'.
           05  ORDRAB-PENDING-SW       PIC X VALUE 'N'.
               88  ORDRAB-PENDING           VALUE 'Y'.
           05  HIGH-VOLUME-SW          PIC X VALUE 'N'.
               88  HIGH-VOLUME              VALUE 'Y'.
           05  FAKTNR-ASCENDING-SW     PIC X VALUE 'Y'.
               88  FAKTNR-ASCENDING         VALUE 'Y'.
           05  HV-NEW-FAKTNR-ONLY-SW   PIC X VALUE 'N'.
               88  HV-NEW-FAKTNR-ONLY       VALUE 'Y'.
           05  HV-NO-EFREG-SW          PIC X VALUE 'N'.
               88  HV-NO-EFREG              VALUE 'Y'.
           05  ID-RESERVED-SW          PIC X VALUE 'N'.
               88  ID-RESERVED              VALUE 'Y'.
           05  NOTIFY-RESOLVED-SW      PIC X VALUE 'N'.
               88  NOTIFY-RESOLVED          VALUE 'Y'.


       01  FILE-STATUS-FIELDS.
               88  FELFIL-SUCCESSFUL       VALUE '00'.
           05 CKPTFIL-FS                PIC XX.
               88  CKPTFIL-SUCCESSFUL       VALUE '00'.
           05 NOTIFYFIL-FS              PIC XX.
               88  NOTIFYFIL-SUCCESSFUL     VALUE '00'.
           05 KVITTOFIL-FS              PIC XX.
           05  WS-SUM-DUPLICATE-COUNT      PIC 9(6) VALUE ZERO.
           05  WS-SUM-KREDIT-COUNT         PIC 9(6) VALUE ZERO.
           05  WS-SUM-ATTACH-COUNT         PIC 9(6) VALUE ZERO.
           05  WS-SUM-DEBTCHG-COUNT        PIC 9(6) VALUE ZERO.
           05  WS-SUM-HUSAVDRAG-COUNT      PIC 9(6) VALUE ZERO.
           05  WS-SUM-ADDRWARN-COUNT       PIC 9(6) VALUE ZERO.

      **> Format-profile parsing (see 105-NORMALIZE-RECORD): a
      **> delimited record is split into WS-FLD and rebuilt into the
      **> internal 300-byte layout through the WS-NORM views, so the
      **> validation chain below only ever sees the fixed layout.
       01  WS-FLD-TABLE.
           05  WS-FLD          PIC X(40) OCCURS 18.
       01  WS-CAND-SEP         PIC X(1)    VALUE SPACE.

       01  WS-NORM-RECORD      PIC X(300)  VALUE SPACE.
           05  GELPNR-N20      PIC X(5).
           05  GELPOR-N20      PIC X(30).
           05  GELONR-N20      PIC X(10).
           05  SNDDAT-N20      PIC X(8).
           05  GELLAND-N20     PIC X(2).
           05  GELPKOD-N20     PIC X(10).
           05  FILLER          PIC X(47).
       01  WS-NORM-ARTIKEL REDEFINES WS-NORM-RECORD.
           05  POSTTYP-N30     PIC X(2).
           05  ARTNR-N30       PIC X(10).
           05  KREDSUM-N40     PIC X(8).
           05  ORSAK-N40       PIC X(40).
           05  FILLER          PIC X(234).
       01  WS-NORM-DEBTCHG REDEFINES WS-NORM-RECORD.
           05  POSTTYP-N60     PIC X(2).
           05  GELNR2-N60      PIC X(10).
           05  GELONR-N60      PIC X(10).
           05  GELNMN-N60      PIC X(40).
           05  GELADD1-N60     PIC X(30).
           05  GELPNR-N60      PIC X(5).
           05  GELPOR-N60      PIC X(30).
           05  GELEPOST-N60    PIC X(60).
           05  GELLEV-N60      PIC X(1).
           05  GELLAND-N60     PIC X(2).
           05  GELPKOD-N60     PIC X(10).
           05  FILLER          PIC X(100).
       01  WS-NORM-HUSAVDRAG REDEFINES WS-NORM-RECORD.
           05  POSTTYP-N70     PIC X(2).
           05  HUSTYP-N70      PIC X(3).
           05  ARBTYP-N70      PIC X(20).
           05  KOPNR-N70       PIC X(12).
           05  ARBKOST-N70     PIC X(8).
           05  MATKOST-N70     PIC X(8).
           05  AVDRAG-N70      PIC X(8).
           05  TIMMAR-N70      PIC X(4).
           05  FASTBET-N70     PIC X(40).
           05  FILLER          PIC X(195).
       01  WS-NORM-SLUT REDEFINES WS-NORM-RECORD.
           05  POSTTYP-N90     PIC X(2).
           05  FILLER          PIC X(13).
           05  GELPNR-20       PIC X(5).
           05  GELPOR-20       PIC X(30).
           05  GELONR-20       PIC X(10).
      **>  optional scheduled send date YYYYMMDD - see INVOICE-SENDDATE
           05  SNDDAT-20       PIC X(8).
      **>  debtor abroad: ISO country code (blank or SE is Swedish)
      **>  and the postcode as that country writes it - GELPNR-20
      **>  stays the Swedish five-digit postnummer
           05  GELLAND-20      PIC X(2).
           05  GELPKOD-20      PIC X(10).
           05  FILLER          PIC X(47).

       01  FAKT-SUM            PIC 9(9)    VALUE ZERO.
       01  FAKT-SUM-1          PIC 9(9)    VALUE ZERO.
       01  MOMS-T              PIC 9V99    VALUE ZERO.

      **> order discount (ORDRAB-20) of the faktura last inserted -
      **> its discount line can only be written once the faktura's
      **> artikelposter have all been summed
       01  WS-ORDRAB-PCT       PIC 9(2)    VALUE ZERO.
       01  WS-ORDRAB-AMOUNT    PIC 9(7)V99 VALUE ZERO.
       01  WS-ORDRAB-NETSUM    PIC 9(9)    VALUE ZERO.
       01  WS-ORDRAB-INV-ID    PIC S9(9)   COMP VALUE ZERO.
       01  WS-ORDRAB-VAT       PIC 9V99    VALUE ZERO.

       01  WS-INVDATE-INT      PIC 9(9)    COMP VALUE ZERO.
       01  WS-DUEDATE-INT      PIC 9(9)    COMP VALUE ZERO.
       01  WS-DUEDATE-YMD      PIC 9(8)    VALUE ZERO.
       01  WS-SNDDAT-INT       PIC 9(9)    COMP VALUE ZERO.

       01  FAKTURA-POST-20-OLD.
           05  POSTTYP-20-OLD  PIC X(2).
           05  GELPNR-20-OLD   PIC X(5).
           05  GELPOR-20-OLD   PIC X(30).
           05  GELONR-20-OLD   PIC X(10).
           05  SNDDAT-20-OLD   PIC X(8).
           05  GELLAND-20-OLD  PIC X(2).
           05  GELPKOD-20-OLD  PIC X(10).
           05  FILLER          PIC X(47).


       01  ARTIKEL-POST-30.
       01  WS-SEAL-EOF-SW      PIC X       VALUE 'N'.
       01  WS-SEAL-NOW         PIC X(21)   VALUE SPACE.

      **> content fingerprint of the file's invoice part, built in
      **> pass one and held against the customer's recent files -
      **> see 107-CHECK-FINGERPRINT. WS-FPRINT-DAYS is how far back
      **> a resent delivery is looked for.
       01  WS-FPRINT-DAYS      PIC 9(3)    VALUE 14.
       01  WS-FPRINT-HASH      PIC 9(10)   COMP VALUE ZERO.
       01  WS-FPRINT-HASH-ED   PIC 9(10)   VALUE ZERO.
       01  WS-FPRINT-RECS      PIC S9(9)   COMP VALUE ZERO.
       01  WS-FPRINT-REC       PIC X(300)  VALUE SPACE.
       01  WS-FPRINT-LEN       PIC S9(4)   COMP VALUE ZERO.
       01  WS-FPRINT-IDX       PIC S9(4)   COMP VALUE ZERO.
       01  WS-FPRINT-TODAY     PIC 9(8)    VALUE ZERO.
       01  WS-FPRINT-FROM-YMD  PIC 9(8)    VALUE ZERO.
       01  WS-FPRINT-FROM      PIC X(10)   VALUE SPACE.
       01  WS-FPRINT-COUNT     PIC S9(9)   COMP VALUE ZERO.

      **> high-volume intake - see 113-ENTER-HIGH-VOLUME. A file of
      **> WS-HV-THRESHOLD records or more runs pass two with ids
      **> reserved from IDGEN WS-HV-ID-BLOCK at a time, a checkpoint
      **> and commit every WS-HV-CKPT-EVERY records (always at a
      **> fakturapost), and the lookups below cut short.
       01  WS-HV-THRESHOLD     PIC 9(6)    VALUE 20000.
       01  WS-HV-CKPT-EVERY    PIC 9(6)    VALUE 2000.
       01  WS-HV-SINCE-CKPT    PIC 9(6)    VALUE ZERO.
       01  WS-HV-ID-BLOCK      PIC S9(9)   COMP VALUE 1000.
       01  WS-ID-STEP          PIC S9(9)   COMP VALUE 1.
       01  WS-HV-FAKTNR-FIRST  PIC X(16)   VALUE SPACE.
       01  WS-HV-FAKTNR-LAST   PIC X(16)   VALUE SPACE.
       01  WS-HV-INVNO-HIGH.
           49 WS-HV-INVNO-HIGH-LEN     PIC S9(4) COMP.
           49 WS-HV-INVNO-HIGH-TEXT    PIC X(254).
       01  WS-HV-COUNT         PIC S9(9)   COMP VALUE ZERO.
       01  WS-HV-START-SEC     PIC 9(7)    VALUE ZERO.
       01  WS-HV-END-SEC       PIC 9(7)    VALUE ZERO.
       01  WS-HV-RATE          PIC 9(7)    VALUE ZERO.
       01  WS-HV-NOW           PIC X(21)   VALUE SPACE.

      **> ids reserved on IDGEN by a high-volume run, per table:
      **> the next one to hand out and the last one of the block
       01  WS-IDB-TABLE.
           05  WS-IDB-ENTRY OCCURS 12.
               10  WS-IDB-TABLENAME    PIC X(30).
               10  WS-IDB-NEXT         PIC S9(9)   COMP.
               10  WS-IDB-LAST         PIC S9(9)   COMP.
       01  WS-IDB-COUNT        PIC S9(4)   COMP VALUE ZERO.
       01  WS-IDB-I            PIC S9(4)   COMP VALUE ZERO.
       01  WS-IDB-HIT          PIC S9(4)   COMP VALUE ZERO.

      **> postnummer answers already looked up by a high-volume run
       01  WS-PNC-TABLE.
           05  WS-PNC-ENTRY OCCURS 200.
               10  WS-PNC-POSTNO       PIC X(5).
               10  WS-PNC-PLACE-IN     PIC X(30).
               10  WS-PNC-RESULT       PIC X(1).
               10  WS-PNC-PLACE-OUT    PIC X(30).
       01  WS-PNC-COUNT        PIC S9(4)   COMP VALUE ZERO.
       01  WS-PNC-I            PIC S9(4)   COMP VALUE ZERO.
       01  WS-PNC-HIT          PIC S9(4)   COMP VALUE ZERO.
       01  WS-PNC-LOOKUP-PLACE PIC X(30)   VALUE SPACE.

      **> invoice state-transition logging - see 242-LOG-STATE
       01  WS-HIST-INV-ID      PIC S9(9)   COMP VALUE ZERO.
       01  WS-HIST-OLD         PIC S9(4)   COMP VALUE ZERO.
       01  WS-KRED-SUM           PIC 9(9)    VALUE ZERO.
       01  WS-KRED-TOTAL         PIC S9(9)V99 COMP-3.

      **> Debtor master-data change: no invoice, only a debtor who
      **> has moved or changed how the invoices should reach them.
      **> The debtor is found on GELONR-60, the same validated
      **> identity 215-CHECK-DEBTOR-IDENTITY puts on DEBTOR, among
      **> the sending customer's own debtors; GELNR2-60 is the
      **> customer's own debtor number, echoed on the receipt.
      **> A blank field leaves that value as it is. GELLEV-60 is
      **> the DEBTOR-DELIVERY code, P paper or M e-mail. GELLAND-60
      **> and GELPKOD-60 move the debtor abroad, as on the 20-post.
       01  DEBTCHG-POST-60.
           05  POSTTYP-60      PIC X(2).
           05  GELNR2-60       PIC X(10).
           05  GELONR-60       PIC X(10).
           05  GELNMN-60       PIC X(40).
           05  GELADD1-60      PIC X(30).
           05  GELPNR-60       PIC X(5).
           05  GELPOR-60       PIC X(30).
           05  GELEPOST-60     PIC X(60).
           05  GELLEV-60       PIC X(1).
           05  GELLAND-60      PIC X(2).
           05  GELPKOD-60      PIC X(10).
           05  FILLER          PIC X(100).

      **> debtor change work fields - see 160-DEBTCHG-POST
       01  WS-DCHG-VALID-SW      PIC X       VALUE 'Y'.
           88  DCHG-VALID                    VALUE 'Y'.
       01  WS-DCHG-DONE-SW       PIC X       VALUE 'N'.
           88  DCHG-DONE                     VALUE 'Y'.
       01  WS-DCHG-FOUND         PIC S9(9)   COMP VALUE ZERO.
       01  WS-DCHG-UPDATED       PIC S9(9)   COMP VALUE ZERO.
       01  WS-DCHG-OLD-STREET    PIC X(30)   VALUE SPACE.
       01  WS-DCHG-OLD-EMAIL     PIC X(60)   VALUE SPACE.
       01  WS-DCHG-OLD-DELIVERY  PIC X(1)    VALUE SPACE.

      **> Husavdrag record: the ROT/RUT detail of the faktura it
      **> follows, one per buyer and work type. Whole kronor
      **> including VAT: the labour and material cost of the work
      **> type and the tax reduction the buyer claims, which the
      **> debtor does not pay - the customer claims it from
      **> Skatteverket instead (PbsHus). ARBTYP-70 is Skatteverket's
      **> name for the work type, FASTBET-70 the fastighets-
      **> beteckning (or the BRF's organisationsnummer and the
      **> apartment number), required for ROT.
       01  HUSAVDRAG-POST-70.
           05  POSTTYP-70      PIC X(2).
           05  HUSTYP-70       PIC X(3).
           05  ARBTYP-70       PIC X(20).
           05  KOPNR-70        PIC X(12).
           05  ARBKOST-70      PIC X(8).
           05  MATKOST-70      PIC X(8).
           05  AVDRAG-70       PIC X(8).
           05  TIMMAR-70       PIC X(4).
           05  FASTBET-70      PIC X(40).
           05  FILLER          PIC X(195).

      **> husavdrag work fields - see 170-HUSAVDRAG-POST. The share
      **> of the labour cost and the yearly ceilings per buyer are
      **> Skatteverket's, ROT counting toward the common ceiling.
       01  WS-HUS-VALID-SW       PIC X       VALUE 'Y'.
           88  HUS-VALID                     VALUE 'Y'.
       01  WS-HUS-LABOUR         PIC 9(7)    VALUE ZERO.
       01  WS-HUS-MATERIAL       PIC 9(7)    VALUE ZERO.
       01  WS-HUS-REDUCTION      PIC 9(7)    VALUE ZERO.
       01  WS-HUS-HOURS          PIC 9(4)    VALUE ZERO.
       01  WS-HUS-MAXRED         PIC 9(7)V99 VALUE ZERO.
       01  WS-HUS-YEAR           PIC 9(4)    VALUE ZERO.
       01  WS-HUS-USED-ALL       PIC S9(7)V99 COMP-3.
       01  WS-HUS-USED-ROT       PIC S9(7)V99 COMP-3.
       01  WS-HUS-ROT-RATE       PIC V99     VALUE .30.
       01  WS-HUS-RUT-RATE       PIC V99     VALUE .50.
       01  WS-HUS-ROT-YEARCAP    PIC 9(6)    VALUE 50000.
       01  WS-HUS-YEARCAP        PIC 9(6)    VALUE 75000.
      **> the buyer as HUSAVDR keeps it: PbsPnr's stored form of the
      **> ten digits, then the century
       01  WS-HUS-BUYER-STORED   PIC X(12)   VALUE SPACE.

      **> AUDITLOG row work fields - see 243-WRITE-AUDIT
       01  WS-AUDIT-TABLE        PIC X(20)   VALUE SPACE.
       01  WS-AUDIT-ROWKEY       PIC S9(9)   COMP VALUE ZERO.
       01  WS-AUDIT-FIELD        PIC X(20)   VALUE SPACE.
       01  WS-AUDIT-OLD          PIC X(60)   VALUE SPACE.
       01  WS-AUDIT-NEW          PIC X(60)   VALUE SPACE.
       01  WS-AUDIT-NOW          PIC X(21)   VALUE SPACE.

       01  SLUT-POST-90.
           05  POSTTYP-90      PIC X(2).
           05  FILLER          PIC X(13).
           EXEC SQL INCLUDE INVATT     END-EXEC.
           EXEC SQL INCLUDE ARKSEAL    END-EXEC.
           EXEC SQL INCLUDE INVHIST    END-EXEC.
           EXEC SQL INCLUDE AUDITLOG   END-EXEC.
           EXEC SQL INCLUDE HUSAVDR    END-EXEC.
           EXEC SQL INCLUDE POSTNR     END-EXEC.
           EXEC SQL INCLUDE EFREG      END-EXEC.
           EXEC SQL INCLUDE INFPRINT   END-EXEC.

           COPY CONTRCPT.
           COPY ALRTREQ.
           COPY PNRREQ.

       LINKAGE SECTION.
       01  LK-IMPORT-FILENAME           PIC X(60).
           END-IF

           MOVE 'N' TO TEST-MODE-SW
           MOVE 'N' TO HIGH-VOLUME-SW
           IF LK-RUN-MODE = 'TST'
               SET TEST-MODE TO TRUE
               DISPLAY ' TESTL�GE: inget bokf�rs.'
           IF VALID-POST-FILE
               PERFORM 101-INIT
               PERFORM 100-READ-CUST-FILE UNTIL EOF
      *        the same content already received lately under
      *        another file name or number is turned away whole,
      *        before pass two inserts anything
               IF VALID-POST-FILE AND CUSTOMER-FOUND
                   PERFORM 107-CHECK-FINGERPRINT
               END-IF
               IF VALID-POST-FILE AND NOT TEST-MODE
                  AND POSTER-COUNT NOT < WS-HV-THRESHOLD
                   PERFORM 113-ENTER-HIGH-VOLUME
               END-IF
           END-IF
           PERFORM 100-END
           IF  VALID-POST-FILE
               PERFORM 199-CHECK-APPROVAL-LIMIT
               SET PASS-TWO TO TRUE
               PERFORM 101-INIT
               PERFORM 101-READ-CUST-FILE UNTIL EOF
               IF HIGH-VOLUME
                   EXEC SQL COMMIT END-EXEC
               END-IF.
           CLOSE INDATA FELDATA NOTIFYDATA

           PERFORM 196-DISPLAY-RUN-SUMMARY
               IF VALID-POST-FILE
                   PERFORM 197-CHECKPOINT-CLEAR
                   PERFORM 195-ARCHIVE-INDATA-FILE
                   PERFORM 199-STORE-FINGERPRINT
               ELSE
                   PERFORM 198-ALERT-ONCALL
               END-IF
           MOVE 'Y' TO VALID-POST-FILE-SW
           MOVE 'N' TO PASS-TWO-SW
           MOVE 'N' TO CUSTOMER-FOUND-SW
           MOVE 'N' TO NOTIFY-RESOLVED-SW
           MOVE ZERO TO WS-RCP-COUNT

           MOVE 'N' TO END-OF-FILE
           MOVE 'N' TO HOLD-FILE-SW
           MOVE ZERO TO POSTER-COUNT
           MOVE ZERO TO WS-IDX-COUNT
           MOVE ZERO TO WS-FPRINT-HASH
           MOVE ZERO TO WS-FPRINT-RECS
           MOVE 'Y' TO FAKTNR-ASCENDING-SW
           MOVE 'N' TO HV-NEW-FAKTNR-ONLY-SW
           MOVE 'N' TO HV-NO-EFREG-SW
           MOVE SPACE TO WS-HV-FAKTNR-FIRST WS-HV-FAKTNR-LAST
           MOVE ZERO TO WS-HV-SINCE-CKPT
           MOVE ZERO TO WS-IDB-COUNT
           MOVE ZERO TO WS-PNC-COUNT

      *    no register loaded yet means no address check at all
           MOVE ZERO TO WS-PNR-REGISTER-COUNT
           EXEC SQL
               SELECT COUNT(*)
                   INTO :WS-PNR-REGISTER-COUNT
                   FROM POSTNR
           END-EXEC
           IF SQLCODE NOT = ZERO
               MOVE ZERO TO WS-PNR-REGISTER-COUNT
           END-IF

           OPEN OUTPUT FELDATA.
           OPEN EXTEND NOTIFYDATA.
      ***********************

       100-END.
           CLOSE CKPTDATA.
      ***********************

      **> The high-volume checkpoint: taken as the next fakturapost
      **> is about to be read in, so everything before it is
      **> committed first and then remembered as done. A restart
      **> picks up at that fakturapost, never in the middle of a
      **> faktura's artikelposter.
       103-CHECKPOINT-COMMIT.

           EXEC SQL COMMIT END-EXEC

           OPEN OUTPUT CKPTDATA
           COMPUTE CKPT-RECNO = WS-CKPT-RECNO - 1
           WRITE CKPT-POST
           CLOSE CKPTDATA
           MOVE ZERO TO WS-HV-SINCE-CKPT.
      ***********************

      **> Two of the newer customers can only produce delimited
      **> extracts from their ERP instead of the 300-byte fixed
      **> layout. Their format profile on FMTPROF (keyed on CUSTNO,
           END-IF.
      ***********************

      **> Folds one record of the file's invoice part into the
      **> content fingerprint, with the same rolling hash as the
      **> archive seal (199-HASH-ONE-RECORD). The record is taken
      **> as normalised, so a delimited or XML file fingerprints
      **> the same as its fixed-format twin, and the customer's
      **> own FAKTNR is blanked first - a re-export that numbered
      **> the same invoices anew is still the same delivery.
       107-HASH-FINGERPRINT-RECORD.

           MOVE INDATA-POST TO WS-FPRINT-REC
           IF INDATA-TYP = '20'
               MOVE SPACE TO WS-FPRINT-REC(43:16)
           END-IF
           ADD 1 TO WS-FPRINT-RECS

           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-FPRINT-REC))
               TO WS-FPRINT-LEN
           PERFORM 107-HASH-FINGERPRINT-CHAR
               VARYING WS-FPRINT-IDX FROM 1 BY 1
               UNTIL WS-FPRINT-IDX > WS-FPRINT-LEN.
      ***********************

       107-HASH-FINGERPRINT-CHAR.

           COMPUTE WS-FPRINT-HASH =
               FUNCTION MOD(WS-FPRINT-HASH * 31
                   + FUNCTION ORD(WS-FPRINT-REC(WS-FPRINT-IDX:1)),
                   999999937).
      ***********************

      **> Looks for a file from the same customer received within
      **> the last WS-FPRINT-DAYS days with the very same invoice
      **> part. One found means the customer's system sent the
      **> delivery again - under a new file name or with the next
      **> file number, which the number checks cannot see - and the
      **> whole file is rejected here, as one reject and one alert,
      **> instead of every invoice in it bouncing off the
      **> duplicate-invoice check one by one, or worse, being
      **> printed a second time under new numbers.
       107-CHECK-FINGERPRINT.

           MOVE WS-FPRINT-HASH TO WS-FPRINT-HASH-ED
           MOVE WS-FPRINT-HASH-ED TO INFPRINT-FPRINT
           MOVE WS-FPRINT-RECS TO INFPRINT-RECCOUNT
           MOVE CUSTOMER-CUST-ID TO INFPRINT-CUST-ID

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-FPRINT-TODAY
           MOVE FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-FPRINT-TODAY)
                   - WS-FPRINT-DAYS) TO WS-FPRINT-FROM-YMD
           MOVE SPACE TO WS-FPRINT-FROM
           STRING WS-FPRINT-FROM-YMD(1:4) DELIMITED BY SIZE
                   '-'                    DELIMITED BY SIZE
                   WS-FPRINT-FROM-YMD(5:2) DELIMITED BY SIZE
                   '-'                    DELIMITED BY SIZE
                   WS-FPRINT-FROM-YMD(7:2) DELIMITED BY SIZE
                   INTO WS-FPRINT-FROM
           END-STRING

           MOVE ZERO TO WS-FPRINT-COUNT
           EXEC SQL
               SELECT COUNT(*)
                   INTO :WS-FPRINT-COUNT
                   FROM INFPRINT
                   WHERE CUST_ID  = :INFPRINT-CUST-ID
                     AND FPRINT   = :INFPRINT-FPRINT
                     AND RECCOUNT = :INFPRINT-RECCOUNT
                     AND RECVDATE >= :WS-FPRINT-FROM
           END-EXEC

           IF SQLCODE = ZERO AND WS-FPRINT-COUNT > ZERO
               EXEC SQL
                   SELECT FILENO, RECVDATE
                       INTO :INFPRINT-FILENO, :INFPRINT-RECVDATE
                       FROM INFPRINT
                       WHERE FP_ID =
                           (SELECT MAX(FP_ID) FROM INFPRINT
                               WHERE CUST_ID  = :INFPRINT-CUST-ID
                                 AND FPRINT   = :INFPRINT-FPRINT
                                 AND RECCOUNT = :INFPRINT-RECCOUNT
                                 AND RECVDATE >= :WS-FPRINT-FROM)
               END-EXEC
               DISPLAY ' Filens inneh�ll �r redan mottaget: filnr '
                   INFPRINT-FILENO ' den ' INFPRINT-RECVDATE

      *        the reject is the file's, not any one invoice's - the
      *        START-POST is what feldata.txt and the receipt show
               MOVE START-POST-10 TO INDATA-POST
               MOVE 'N' TO VALID-POST-FILE-SW
               MOVE 'FILINNEH�LL DUBBLETT - REDAN MOTTAGEN'
                   TO WS-FEL-REASON
               PERFORM WRITE-BAD-FILE
           END-IF.
      ***********************

      **> Rebuilds the delimited record in INDATA-POST into the
      **> internal fixed layout. Fields that face a NUMERIC class
      **> test downstream (FAKTNR, KREDSUM) are zero-padded to their
               INTO WS-FLD(1) WS-FLD(2) WS-FLD(3) WS-FLD(4)
                    WS-FLD(5) WS-FLD(6) WS-FLD(7) WS-FLD(8)
                    WS-FLD(9) WS-FLD(10) WS-FLD(11) WS-FLD(12)
                    WS-FLD(13) WS-FLD(14) WS-FLD(15) WS-FLD(16)
                    WS-FLD(17) WS-FLD(18)
           END-UNSTRING

           MOVE SPACE TO WS-NORM-RECORD
                   MOVE WS-FLD(2) TO ORDNR1-N20
                   MOVE WS-FLD(3) TO GELNR2-N20
                   MOVE WS-FLD(4) TO ORDDAT-N20
                   MOVE WS-FLD(5) TO WS-RJ-IN
                   MOVE 2 TO WS-RJ-TARGLEN
                   PERFORM 109-RIGHT-JUSTIFY-FIELD
                   MOVE WS-RJ-OUT(1:2) TO ORDRAB-N20
                   MOVE WS-FLD(6) TO MOMS-N20
                   MOVE WS-FLD(7) TO FAKTSUM-N20
                   MOVE WS-FLD(8) TO WS-RJ-IN
                   MOVE WS-FLD(13) TO GELPNR-N20
                   MOVE WS-FLD(14) TO GELPOR-N20
                   MOVE WS-FLD(15) TO GELONR-N20
                   MOVE WS-FLD(16) TO SNDDAT-N20
      *            the postcode field carries a foreign postcode
      *            whole - field 18 only when it differs
                   MOVE WS-FLD(17) TO GELLAND-N20
                   MOVE WS-FLD(13) TO GELPKOD-N20
                   IF WS-FLD(18) NOT = SPACE
                       MOVE WS-FLD(18) TO GELPKOD-N20
                   END-IF
                   MOVE WS-NORM-RECORD TO INDATA-POST
               WHEN '30'
                   MOVE '30' TO POSTTYP-N30
                   MOVE WS-RJ-OUT(1:8) TO KREDSUM-N40
                   MOVE WS-FLD(4) TO ORSAK-N40
                   MOVE WS-NORM-RECORD TO INDATA-POST
               WHEN '60'
      *            a delimited e-mail address is capped at the
      *            40 positions one delimited field carries
                   MOVE '60' TO POSTTYP-N60
                   MOVE WS-FLD(2) TO GELNR2-N60
                   MOVE WS-FLD(3) TO GELONR-N60
                   MOVE WS-FLD(4) TO GELNMN-N60
                   MOVE WS-FLD(5) TO GELADD1-N60
                   MOVE WS-FLD(6) TO GELPNR-N60
                   MOVE WS-FLD(7) TO GELPOR-N60
                   MOVE WS-FLD(8) TO GELEPOST-N60
                   MOVE WS-FLD(9) TO GELLEV-N60
                   MOVE WS-FLD(10) TO GELLAND-N60
                   MOVE WS-FLD(6) TO GELPKOD-N60
                   IF WS-FLD(11) NOT = SPACE
                       MOVE WS-FLD(11) TO GELPKOD-N60
                   END-IF
                   MOVE WS-NORM-RECORD TO INDATA-POST
               WHEN '70'
                   MOVE '70' TO POSTTYP-N70
                   MOVE WS-FLD(2) TO HUSTYP-N70
                   MOVE WS-FLD(3) TO ARBTYP-N70
                   MOVE WS-FLD(4) TO KOPNR-N70
                   MOVE WS-FLD(5) TO WS-RJ-IN
                   MOVE 8 TO WS-RJ-TARGLEN
                   PERFORM 109-RIGHT-JUSTIFY-FIELD
                   MOVE WS-RJ-OUT(1:8) TO ARBKOST-N70
                   MOVE WS-FLD(6) TO WS-RJ-IN
                   MOVE 8 TO WS-RJ-TARGLEN
                   PERFORM 109-RIGHT-JUSTIFY-FIELD
                   MOVE WS-RJ-OUT(1:8) TO MATKOST-N70
                   MOVE WS-FLD(7) TO WS-RJ-IN
                   MOVE 8 TO WS-RJ-TARGLEN
                   PERFORM 109-RIGHT-JUSTIFY-FIELD
                   MOVE WS-RJ-OUT(1:8) TO AVDRAG-N70
                   MOVE WS-FLD(8) TO WS-RJ-IN
                   MOVE 4 TO WS-RJ-TARGLEN
                   PERFORM 109-RIGHT-JUSTIFY-FIELD
                   MOVE WS-RJ-OUT(1:4) TO TIMMAR-N70
                   MOVE WS-FLD(9) TO FASTBET-N70
                   MOVE WS-NORM-RECORD TO INDATA-POST
               WHEN '90'
                   MOVE '90' TO POSTTYP-N90
                   MOVE WS-FLD(2) TO ANTAL-N90
                         WS-XML-FAKTNR WS-XML-ORDDAT WS-XML-GELNMN
                         WS-XML-GELADD1 WS-XML-GELPNR WS-XML-GELPOR
                         WS-XML-GELONR WS-XML-ARTNR WS-XML-BESKRIV
                         WS-XML-GELLAND WS-XML-GELPKOD
           MOVE ZERO TO WS-XML-MOMS WS-XML-FAKTSUM WS-XML-ARTANT
                        WS-XML-ARTPRS WS-XML-SUMMA WS-XML-ORDRAB
                        WS-XML-POST-COUNT WS-XML-CTRL-TOTAL
           MOVE 'N' TO XML-10-WRITTEN-SW XML-20-WRITTEN-SW
                       XML-IN-SUPPLIER-SW XML-IN-CUSTOMER-SW
                       XML-IN-LINE-SW XML-IN-ITEM-SW
                       XML-IN-ALLOWANCE-SW
           MOVE 'N' TO END-OF-FILE

           OPEN INPUT INDATA
           END-IF.
      ***********************

      **> Pass one notes whether the file's FAKTNR rise strictly
      **> from one fakturapost to the next, and the first and last
      **> of them - all 113-ENTER-HIGH-VOLUME needs to know that no
      **> faktura in the file can already be booked.
       113-TRACK-FAKTNR-ORDER.

           IF FAKTNR-20 NOT NUMERIC
               MOVE 'N' TO FAKTNR-ASCENDING-SW
           ELSE
               IF WS-HV-FAKTNR-FIRST = SPACE
                   MOVE FAKTNR-20 TO WS-HV-FAKTNR-FIRST
               ELSE
                   IF FAKTNR-20 NOT > WS-HV-FAKTNR-LAST
                       MOVE 'N' TO FAKTNR-ASCENDING-SW
                   END-IF
               END-IF
               MOVE FAKTNR-20 TO WS-HV-FAKTNR-LAST
           END-IF.
      ***********************

      **> A file that passed pass one with WS-HV-THRESHOLD records
      **> or more is booked in high-volume mode. The validation and
      **> every reject are exactly those of a small file - what
      **> changes is the cost per record in pass two: ids come from
      **> blocks reserved on IDGEN (200-GET-NEXT-ID), the checkpoint
      **> is written and the work committed every WS-HV-CKPT-EVERY
      **> records instead of after each one (101-READ-CUST-FILE),
      **> postnummer answers are remembered (216), and the lookups
      **> per faktura that cannot find anything are left out.
       113-ENTER-HIGH-VOLUME.

           SET HIGH-VOLUME TO TRUE
           MOVE ZERO TO WS-HV-SINCE-CKPT WS-IDB-COUNT WS-PNC-COUNT
           DISPLAY ' Stor fil: ' POSTER-COUNT
               ' poster - bokf�rs i h�gvolyml�ge.'

      *    the run is booked under a program name of its own with
      *    the file's record count, so PbsWatch measures it against
      *    earlier high-volume runs per record, never against the
      *    minutes a small file takes
           MOVE 9 TO RUNLOG-PROGRAM-LEN
           MOVE 'PbsReadHV' TO RUNLOG-PROGRAM-TEXT
           MOVE POSTER-COUNT TO RUNLOG-RECCOUNT
           EXEC SQL
               UPDATE RUNLOG
                   SET PROGRAM = :RUNLOG-PROGRAM,
                       RECCOUNT = :RUNLOG-RECCOUNT
                   WHERE RUNLOG_ID = :WS-RUNLOG-ID
           END-EXEC
           IF SQLCODE NOT = ZERO
               DISPLAY ' Update SQL sats in RUNLOG �r felt'
           END-IF

      *    FAKTNR rising strictly through the file, and none of the
      *    customer's invoices inside that range, means no faktura
      *    in it can be a duplicate - of an earlier file or of
      *    another post in this one. A restarted file has its first
      *    fakturor booked already and keeps the lookup per faktura.
           IF FAKTNR-ASCENDING AND WS-HV-FAKTNR-FIRST NOT = SPACE
               MOVE WS-HV-FAKTNR-FIRST TO INVOICE-INVNO
               MOVE WS-HV-FAKTNR-LAST TO WS-HV-INVNO-HIGH
               MOVE ZERO TO WS-HV-COUNT
               EXEC SQL
                   SELECT COUNT(*)
                       INTO :WS-HV-COUNT
                       FROM INVOICE
                       WHERE CUST_ID = :CUSTOMER-CUST-ID
                         AND INVNO >= :INVOICE-INVNO
                         AND INVNO <= :WS-HV-INVNO-HIGH
               END-EXEC
               IF SQLCODE = ZERO AND WS-HV-COUNT = ZERO
                   SET HV-NEW-FAKTNR-ONLY TO TRUE
               END-IF
           END-IF

      *    a customer with no debtor registered for e-faktura needs
      *    no registration lookup for each new debtor
           MOVE CUSTOMER-CUST-ID TO EFREG-CUST-ID
           MOVE ZERO TO WS-HV-COUNT
           EXEC SQL
               SELECT COUNT(*)
                   INTO :WS-HV-COUNT
                   FROM EFREG
                   WHERE CUST_ID = :EFREG-CUST-ID
                     AND STATUS = 1
           END-EXEC
           IF SQLCODE = ZERO AND WS-HV-COUNT = ZERO
               SET HV-NO-EFREG TO TRUE
           END-IF.
      ***********************

      **> One XML line: split on the angle brackets, so part 2 holds
      **> the element name (attributes stripped off behind the first
      **> space) and part 3 the element value.
                       PERFORM 118-XML-WRITE-ARTIKEL
                   END-IF
                   MOVE 'N' TO XML-IN-LINE-SW XML-IN-ITEM-SW
      *        a document-level allowance is the order discount;
      *        an allowance on a single InvoiceLine is not
               WHEN 'cac:AllowanceCharge'
                   IF NOT XML-IN-LINE
                       SET XML-IN-ALLOWANCE TO TRUE
                   END-IF
               WHEN '/cac:AllowanceCharge'
                   MOVE 'N' TO XML-IN-ALLOWANCE-SW
               WHEN 'cbc:ChargeIndicator'
                   IF XML-IN-ALLOWANCE AND WS-XML-VALUE(1:4) = 'true'
                       MOVE 'N' TO XML-IN-ALLOWANCE-SW
                   END-IF
               WHEN 'cbc:MultiplierFactorNumeric'
                   IF XML-IN-ALLOWANCE
                       COMPUTE WS-XML-ORDRAB =
                           FUNCTION NUMVAL(WS-XML-VALUE)
                   END-IF
               WHEN 'cac:Item'
                   SET XML-IN-ITEM TO TRUE
               WHEN '/cac:Item'
                   MOVE SPACE TO WS-XML-FAKTNR WS-XML-ORDDAT
                                 WS-XML-GELNMN WS-XML-GELADD1
                                 WS-XML-GELPNR WS-XML-GELPOR
                                 WS-XML-GELONR WS-XML-GELLAND
                                 WS-XML-GELPKOD
                   MOVE ZERO TO WS-XML-MOMS WS-XML-FAKTSUM
                                WS-XML-ORDRAB
                   MOVE 'N' TO XML-20-WRITTEN-SW
               WHEN 'cbc:ID'
                   IF XML-IN-SUPPLIER
                   END-IF
               WHEN 'cbc:Percent'
                   IF NOT XML-IN-LINE AND NOT XML-IN-ITEM
                      AND NOT XML-IN-ALLOWANCE
                       COMPUTE WS-XML-MOMS =
                           FUNCTION NUMVAL(WS-XML-VALUE)
                   END-IF
                   IF XML-IN-CUSTOMER
                       MOVE FUNCTION TRIM(WS-XML-VALUE)
                           TO WS-XML-GELPNR
                       MOVE FUNCTION TRIM(WS-XML-VALUE)
                           TO WS-XML-GELPKOD
                   END-IF
               WHEN 'cbc:IdentificationCode'
                   IF XML-IN-CUSTOMER
                       MOVE WS-XML-VALUE(1:2) TO WS-XML-GELLAND
                   END-IF
               WHEN 'cbc:CityName'
                   IF XML-IN-CUSTOMER
               MOVE '0000000000' TO ORDNR1-N20
               MOVE '0000000000' TO GELNR2-N20
               MOVE WS-XML-ORDDAT TO ORDDAT-N20
               MOVE WS-XML-ORDRAB TO ORDRAB-N20
               MOVE WS-XML-MOMS TO MOMS-N20
               MOVE WS-XML-FAKTSUM TO FAKTSUM-N20
               MOVE WS-XML-FAKTNR TO WS-RJ-IN
               MOVE WS-XML-GELPNR TO GELPNR-N20
               MOVE WS-XML-GELPOR TO GELPOR-N20
               MOVE WS-XML-GELONR TO GELONR-N20
               MOVE WS-XML-GELLAND TO GELLAND-N20
               MOVE WS-XML-GELPKOD TO GELPKOD-N20
               WRITE CNV-POST FROM WS-NORM-RECORD
               ADD 1 TO WS-XML-POST-COUNT
               ADD WS-XML-FAKTSUM TO WS-XML-CTRL-TOTAL
               PERFORM WRITE-BAD-FILE
           ELSE
               IF (INDATA-TYP = '20' OR INDATA-TYP = '30'
                       OR INDATA-TYP = '40' OR INDATA-TYP = '50'
                       OR INDATA-TYP = '60' OR INDATA-TYP = '70')
                       AND NOT START-POST-EXIST
                   MOVE 'N' TO VALID-POST-FILE-SW
                   DISPLAY ' Post f�re START-POST, fel postordning: '
                   MOVE 'POST F�RE START-POST' TO WS-FEL-REASON
                   PERFORM WRITE-BAD-FILE
               ELSE
                   IF (INDATA-TYP = '30' OR INDATA-TYP = '50'
                           OR INDATA-TYP = '70')
                           AND NOT FAKTURA-SEEN
                       MOVE 'N' TO VALID-POST-FILE-SW
                       DISPLAY ' Artikelpost utan faktura'
                   ADD 1 TO POSTER-COUNT
                   MOVE INDATA-POST TO FAKTURA-POST-20
                   ADD FUNCTION NUMVAL(FAKTSUM-20) TO WS-FILE-CTRL-TOTAL
                   PERFORM 113-TRACK-FAKTNR-ORDER
               WHEN '30' ADD 1 TO POSTER-COUNT
               WHEN '50' ADD 1 TO POSTER-COUNT
               WHEN '60' ADD 1 TO POSTER-COUNT
               WHEN '70' ADD 1 TO POSTER-COUNT
               WHEN '40'
                   ADD 1 TO POSTER-COUNT
                   MOVE INDATA-POST TO KREDIT-POST-40
                   PERFORM WRITE-BAD-FILE
           END-EVALUATE

           IF VALID-POST-FILE
               AND INDATA-TYP NOT = '10' AND INDATA-TYP NOT = '90'
               PERFORM 107-HASH-FINGERPRINT-RECORD
           END-IF

           IF NOT VALID-POST-FILE
               SET EOF TO TRUE
               DISPLAY ' Post-filen �r ogiltig'.
               WHEN '20' PERFORM 120-FAKTURA-POST
               WHEN '30' PERFORM 130-ARTIKEL-POST
               WHEN '50' PERFORM 150-ATTACH-POST
               WHEN '60' PERFORM 160-DEBTCHG-POST
               WHEN '70' PERFORM 170-HUSAVDRAG-POST
               WHEN '40' PERFORM 140-KREDIT-POST
               WHEN '90' PERFORM 220-CHECK-FAKTURA-SUM
           END-EVALUATE

           IF NOT TEST-MODE
               IF HIGH-VOLUME
                   ADD 1 TO WS-HV-SINCE-CKPT
               ELSE
                   PERFORM 103-CHECKPOINT-SAVE
               END-IF
           END-IF

           READ INDATA AT END SET EOF TO TRUE END-READ
           IF NOT EOF
               ADD 1 TO WS-CKPT-RECNO
               IF HIGH-VOLUME AND INDATA-TYP = '20'
                  AND WS-HV-SINCE-CKPT NOT < WS-HV-CKPT-EVERY
                   PERFORM 103-CHECKPOINT-COMMIT
               END-IF
           END-IF.
      **********************************************************

               PERFORM 220-CHECK-FAKTURA-SUM.

           PERFORM 215-CHECK-DEBTOR-IDENTITY
           PERFORM 218-CHECK-SEND-DATE
           PERFORM 216-CHECK-POSTAL-REGISTER
           IF NOT DEBTOR-ID-VALID OR NOT SEND-DATE-VALID
              OR NOT POSTADDR-VALID
      *        flagged as existing so the rejected faktura's
      *        following artikelposter do not attach themselves to
      *        whatever invoice id is left over from the previous
           END-IF.
      ***************************

      **> Debtor master-data change (60-post): new address, e-mail
      **> and delivery choice for a debtor already on file, with no
      **> invoice attached. Every DEBTOR row of the customer's that
      **> carries the identity is changed - the register holds one
      **> debtor row per intake faktura, and all of them are the
      **> same person. Carries no amount and leaves the faktura in
      **> progress alone, so it may sit anywhere between START-POST
      **> and SLUT-POST.
       160-DEBTCHG-POST.
           MOVE INDATA-POST TO DEBTCHG-POST-60

           PERFORM 161-CHECK-DEBTCHG

           IF DCHG-VALID
               MOVE GELONR-60 TO PNRREQ-IN
               PERFORM 215-ENCRYPT-GELONR
               MOVE WS-GELONR-STORED TO DEBTOR-ORGNO
               EXEC SQL
                   SELECT COUNT(*)
                       INTO :WS-DCHG-FOUND
                       FROM DEBTOR D, INVOICE V
                       WHERE D.ORGNO = :DEBTOR-ORGNO
                         AND V.DEBT_ID = D.DEBT_ID
                         AND V.CUST_ID = :CUSTOMER-CUST-ID
               END-EXEC
               IF SQLCODE NOT = ZERO
                   MOVE ZERO TO WS-DCHG-FOUND
               END-IF

               IF WS-DCHG-FOUND = ZERO
                   MOVE 'N' TO WS-DCHG-VALID-SW
                   MOVE 'G�LDEN�R SAKNAS' TO WS-FEL-REASON
               END-IF
           END-IF

           IF NOT DCHG-VALID
               MOVE GELONR-60 TO PNRREQ-IN
               PERFORM 215-MASK-GELONR
               DISPLAY ' G�lden�rs�ndring avvisad: ' GELNR2-60
                   ' ' WS-GELONR-SHOWN
               PERFORM WRITE-BAD-FILE
           ELSE
               ADD 1 TO WS-SUM-DEBTCHG-COUNT
               IF NOT TEST-MODE
                   PERFORM 162-APPLY-DEBTCHG
               END-IF
           END-IF.
      ***************************

      **> The identity must pass the same tests a 20-post's GELONR
      **> does; a postnummer, if given, must be numeric; a delivery
      **> code must be P or M, and M needs an e-mail address - on
      **> the record or, failing that, already on the debtor (the
      **> apply step refuses rows that would end up with none).
       161-CHECK-DEBTCHG.
           MOVE 'Y' TO WS-DCHG-VALID-SW

           IF GELONR-60 = SPACE
               MOVE 'N' TO WS-DCHG-VALID-SW
               MOVE 'ORGNR/PERSONNR SAKNAS' TO WS-FEL-REASON
           ELSE
               IF GELONR-60 NOT NUMERIC
                   MOVE 'N' TO WS-DCHG-VALID-SW
                   MOVE 'ORGNR/PERSONNR EJ NUMERISKT' TO WS-FEL-REASON
               ELSE
                   MOVE SPACE TO WS-OCR-DIGITS
                   MOVE GELONR-60 TO WS-OCR-DIGITS(1:10)
                   MOVE 10 TO WS-OCR-LEN
                   MOVE ZERO TO WS-OCR-SUM
                   MOVE 1 TO WS-OCR-WEIGHT
                   PERFORM 246-OCR-LUHN-DIGIT
                       VARYING WS-OCR-IDX FROM WS-OCR-LEN BY -1
                       UNTIL WS-OCR-IDX < 1
                   IF FUNCTION MOD(WS-OCR-SUM, 10) NOT = ZERO
                       MOVE 'N' TO WS-DCHG-VALID-SW
                       MOVE 'ORGNR/PERSONNR KONTROLLSIFFRA FEL'
                           TO WS-FEL-REASON
                   END-IF
               END-IF
           END-IF

           IF DCHG-VALID
               IF GELLAND-60 = SPACE OR GELLAND-60 = 'SE'
                   IF GELPNR-60 NOT = SPACE AND GELPNR-60 NOT NUMERIC
                       MOVE 'N' TO WS-DCHG-VALID-SW
                       MOVE 'POSTNUMMER OGILTIGT' TO WS-FEL-REASON
                   END-IF
               ELSE
                   IF GELLAND-60 NOT ALPHABETIC-UPPER
                       MOVE 'N' TO WS-DCHG-VALID-SW
                       MOVE 'LANDKOD OGILTIG' TO WS-FEL-REASON
                   END-IF
               END-IF
           END-IF

      *    a new Swedish postnummer must exist in the postal register;
      *    its postort is put right the way a 20-post's is
           IF DCHG-VALID AND GELPNR-60 NOT = SPACE
              AND WS-PNR-REGISTER-COUNT > ZERO
              AND (GELLAND-60 = SPACE OR GELLAND-60 = 'SE')
               MOVE GELPNR-60 TO WS-PNR-POSTNO
               MOVE GELPOR-60 TO WS-PNR-PLACE
               PERFORM 219-LOOKUP-POSTNR
               EVALUATE TRUE
                   WHEN PNR-UNKNOWN
                       MOVE 'N' TO WS-DCHG-VALID-SW
                       MOVE 'POSTNUMMER FINNS INTE' TO WS-FEL-REASON
                   WHEN PNR-CORRECTED
                       DISPLAY ' Postort r�ttad: ' GELNR2-60 ' '
                           GELPNR-60 ' ' WS-PNR-PLACE
                       MOVE WS-PNR-PLACE TO GELPOR-60
                       ADD 1 TO WS-SUM-ADDRWARN-COUNT
                   WHEN PNR-MISMATCH
                       DISPLAY ' Postort st�mmer inte: ' GELNR2-60
                           ' ' GELPNR-60 ' ' GELPOR-60
                       ADD 1 TO WS-SUM-ADDRWARN-COUNT
               END-EVALUATE
           END-IF

           IF DCHG-VALID
               IF GELLEV-60 NOT = SPACE AND GELLEV-60 NOT = 'P'
                  AND GELLEV-60 NOT = 'M'
                   MOVE 'N' TO WS-DCHG-VALID-SW
                   MOVE 'LEVERANSS�TT OGILTIGT' TO WS-FEL-REASON
               END-IF
           END-IF

           IF NOT DCHG-VALID
               STRING 'Ogiltig g�lden�rs�ndring G�lden�r: '
                   GELNR2-60
                   DELIMITED BY SIZE INTO INERROR-DESCRIPTION
           END-IF.
      ***************************

       162-APPLY-DEBTCHG.
           MOVE ZERO TO WS-DCHG-UPDATED

           EXEC SQL
               DECLARE CURS-DEBTCHG CURSOR FOR
               SELECT DISTINCT D.DEBT_ID, D.ADDR_ID, D.EMAIL,
                      D.DELIVERY, A.STREET
               FROM DEBTOR D, INVOICE V, ADDR A
               WHERE D.ORGNO = :DEBTOR-ORGNO
                 AND V.DEBT_ID = D.DEBT_ID
                 AND V.CUST_ID = :CUSTOMER-CUST-ID
                 AND A.ADDR_ID = D.ADDR_ID
           END-EXEC

           EXEC SQL
               OPEN CURS-DEBTCHG
           END-EXEC

           MOVE 'N' TO WS-DCHG-DONE-SW
           EXEC SQL
               FETCH CURS-DEBTCHG
                   INTO :DEBTOR-DEBT-ID, :DEBTOR-ADDR-ID,
                        :DEBTOR-EMAIL, :DEBTOR-DELIVERY,
                        :ADDR-STREET
           END-EXEC
           IF SQLCODE NOT = ZERO
               SET DCHG-DONE TO TRUE
           END-IF

           PERFORM 163-UPDATE-ONE-DEBTOR
               UNTIL DCHG-DONE

           EXEC SQL
               CLOSE CURS-DEBTCHG
           END-EXEC

           MOVE GELONR-60 TO PNRREQ-IN
           PERFORM 215-MASK-GELONR
           DISPLAY ' G�lden�r �ndrad: ' GELNR2-60 ' '
               WS-GELONR-SHOWN ' rader: ' WS-DCHG-UPDATED.
      ***************************

       163-UPDATE-ONE-DEBTOR.
           MOVE ADDR-STREET TO WS-DCHG-OLD-STREET
           MOVE DEBTOR-EMAIL-TEXT(1:60) TO WS-DCHG-OLD-EMAIL
           MOVE DEBTOR-DELIVERY TO WS-DCHG-OLD-DELIVERY

           IF GELEPOST-60 NOT = SPACE
               MOVE GELEPOST-60 TO DEBTOR-EMAIL-TEXT
               MOVE FUNCTION LENGTH(FUNCTION TRIM(GELEPOST-60))
                   TO DEBTOR-EMAIL-LEN
           END-IF
      *    the internet-bank e-faktura is the person's own choice,
      *    made in their bank - only the bank's file takes it away
           IF GELLEV-60 NOT = SPACE AND NOT DEBTOR-DELIVERY-BANK
               MOVE GELLEV-60 TO DEBTOR-DELIVERY
           END-IF

      *    e-mail delivery with nowhere to send it would silently
      *    stop the debtor's invoices - that row keeps paper
           IF DEBTOR-DELIVERY-MAIL AND DEBTOR-EMAIL-LEN = ZERO
               MOVE 'P' TO DEBTOR-DELIVERY
               MOVE 'E-POSTADRESS SAKNAS' TO WS-FEL-REASON
               STRING 'E-post saknas, G�lden�r: '
                   GELNR2-60
                   DELIMITED BY SIZE INTO INERROR-DESCRIPTION
               PERFORM WRITE-BAD-FILE
           END-IF

           IF GELADD1-60 NOT = SPACE OR GELPNR-60 NOT = SPACE
              OR GELPOR-60 NOT = SPACE OR GELLAND-60 NOT = SPACE
              OR GELPKOD-60 NOT = SPACE
               EXEC SQL
                   SELECT STREET, POSTNO, PLACE, COUNTRY, POSTCODE
                       INTO :ADDR-STREET, :ADDR-POSTNO, :ADDR-PLACE,
                            :ADDR-COUNTRY, :ADDR-POSTCODE
                       FROM ADDR
                       WHERE ADDR_ID = :DEBTOR-ADDR-ID
               END-EXEC
               IF GELADD1-60 NOT = SPACE
                   MOVE GELADD1-60 TO ADDR-STREET
               END-IF
               IF GELPNR-60 NOT = SPACE
                   MOVE GELPNR-60 TO ADDR-POSTNO
                   MOVE GELPNR-60 TO ADDR-POSTCODE
               END-IF
               IF GELPKOD-60 NOT = SPACE
                   MOVE GELPKOD-60 TO ADDR-POSTCODE
                   IF GELPNR-60 = SPACE
                       MOVE GELPKOD-60 TO ADDR-POSTNO
                   END-IF
               END-IF
               IF GELPOR-60 NOT = SPACE
                   MOVE GELPOR-60 TO ADDR-PLACE
               END-IF
               IF GELLAND-60 NOT = SPACE
                   MOVE GELLAND-60 TO ADDR-COUNTRY
               END-IF
               IF ADDR-COUNTRY = SPACE
                   MOVE 'SE' TO ADDR-COUNTRY
               END-IF

      *        a new address also lifts a returned-mail block - the
      *        debtor has a working address again
               EXEC SQL
                   UPDATE ADDR
                   SET STREET = :ADDR-STREET,
                       POSTNO = :ADDR-POSTNO,
                       PLACE = :ADDR-PLACE,
                       COUNTRY = :ADDR-COUNTRY,
                       POSTCODE = :ADDR-POSTCODE,
                       INVALID = 0
                   WHERE ADDR_ID = :DEBTOR-ADDR-ID
               END-EXEC

               IF SQLCODE NOT = ZERO
                   DISPLAY ' Update SQL sats in ADDR table �r felt'
               ELSE
                   MOVE 'ADDR' TO WS-AUDIT-TABLE
                   MOVE DEBTOR-ADDR-ID TO WS-AUDIT-ROWKEY
                   MOVE 'STREET' TO WS-AUDIT-FIELD
                   MOVE WS-DCHG-OLD-STREET TO WS-AUDIT-OLD
                   MOVE ADDR-STREET TO WS-AUDIT-NEW
                   PERFORM 243-WRITE-AUDIT
               END-IF
           END-IF

           IF GELNMN-60 NOT = SPACE OR GELEPOST-60 NOT = SPACE
              OR GELLEV-60 NOT = SPACE
               IF GELNMN-60 NOT = SPACE
                   MOVE GELNMN-60 TO DEBTOR-NAME-TEXT
                   MOVE FUNCTION LENGTH(FUNCTION TRIM(GELNMN-60))
                       TO DEBTOR-NAME-LEN
                   EXEC SQL
                       UPDATE DEBTOR
                       SET NAME = :DEBTOR-NAME
                       WHERE DEBT_ID = :DEBTOR-DEBT-ID
                   END-EXEC
               END-IF

               EXEC SQL
                   UPDATE DEBTOR
                   SET EMAIL = :DEBTOR-EMAIL,
                       DELIVERY = :DEBTOR-DELIVERY
                   WHERE DEBT_ID = :DEBTOR-DEBT-ID
               END-EXEC

               IF SQLCODE NOT = ZERO
                   DISPLAY ' Update SQL sats in DEBTOR table �r felt'
               ELSE
                   MOVE 'DEBTOR' TO WS-AUDIT-TABLE
                   MOVE DEBTOR-DEBT-ID TO WS-AUDIT-ROWKEY
                   IF DEBTOR-EMAIL-TEXT(1:60) NOT = WS-DCHG-OLD-EMAIL
                       MOVE 'EMAIL' TO WS-AUDIT-FIELD
                       MOVE WS-DCHG-OLD-EMAIL TO WS-AUDIT-OLD
                       MOVE DEBTOR-EMAIL-TEXT(1:60) TO WS-AUDIT-NEW
                       PERFORM 243-WRITE-AUDIT
                   END-IF
                   IF DEBTOR-DELIVERY NOT = WS-DCHG-OLD-DELIVERY
                       MOVE 'DELIVERY' TO WS-AUDIT-FIELD
                       MOVE WS-DCHG-OLD-DELIVERY TO WS-AUDIT-OLD
                       MOVE DEBTOR-DELIVERY TO WS-AUDIT-NEW
                       PERFORM 243-WRITE-AUDIT
                   END-IF
                   IF GELNMN-60 NOT = SPACE
                       MOVE 'NAME' TO WS-AUDIT-FIELD
                       MOVE SPACE TO WS-AUDIT-OLD
                       MOVE GELNMN-60 TO WS-AUDIT-NEW
                       PERFORM 243-WRITE-AUDIT
                   END-IF
               END-IF
           END-IF

           ADD 1 TO WS-DCHG-UPDATED

           EXEC SQL
               FETCH CURS-DEBTCHG
                   INTO :DEBTOR-DEBT-ID, :DEBTOR-ADDR-ID,
                        :DEBTOR-EMAIL, :DEBTOR-DELIVERY,
                        :ADDR-STREET
           END-EXEC
           IF SQLCODE NOT = ZERO
               SET DCHG-DONE TO TRUE
           END-IF.
      ***************************

      **> Husavdrag detail (70-post) for the faktura in hand. It
      **> follows its faktura down: nothing is stored for one that
      **> was rejected or skipped as a duplicate. A 70-post that
      **> fails its checks is rejected on its own, and the faktura -
      **> already booked - goes on hold: printed as it stands, the
      **> debtor would be asked for the full amount.
       170-HUSAVDRAG-POST.
           MOVE INDATA-POST TO HUSAVDRAG-POST-70

           IF NOT INVOICE-EXIST
               PERFORM 171-CHECK-HUSAVDRAG
               IF HUS-VALID
                   ADD 1 TO WS-SUM-HUSAVDRAG-COUNT
                   IF NOT TEST-MODE
                       PERFORM 172-HUSAVDRAG-INSERT
                   END-IF
               ELSE
                   PERFORM 173-HUSAVDRAG-ERROR
               END-IF
           END-IF.
      ***************************

      **> The buyer's personnummer is put through the test
      **> 215-CHECK-DEBTOR-IDENTITY puts GELONR-20 through - the
      **> century leads, the Luhn check covers the ten digits after
      **> it. The reduction is for private persons only, so the
      **> faktura's own GELONR-20 must be a personnummer as well: a
      **> month in its third and fourth digit, where an
      **> organisationsnummer has 20 or more. The reduction may not
      **> exceed the share of the labour cost the law allows for the
      **> kind, nor the buyer's yearly ceiling counted over every
      **> husavdrag already on file for the year. The buyer is
      **> looked up and stored encrypted; without the key nothing
      **> may be stored, and the 70-post is rejected.
       171-CHECK-HUSAVDRAG.

           MOVE 'Y' TO WS-HUS-VALID-SW
           MOVE SPACE TO WS-FEL-REASON

           IF HUSTYP-70 NOT = 'ROT' AND HUSTYP-70 NOT = 'RUT'
               MOVE 'N' TO WS-HUS-VALID-SW
               MOVE 'HUSAVDRAGSTYP OGILTIG' TO WS-FEL-REASON
           END-IF

           IF HUS-VALID AND ARBTYP-70 = SPACE
               MOVE 'N' TO WS-HUS-VALID-SW
               MOVE 'ARBETSTYP SAKNAS' TO WS-FEL-REASON
           END-IF

           IF HUS-VALID
               IF KOPNR-70 NOT NUMERIC
                  OR (KOPNR-70(1:2) NOT = '19'
                      AND KOPNR-70(1:2) NOT = '20')
                   MOVE 'N' TO WS-HUS-VALID-SW
               ELSE
                   MOVE SPACE TO WS-OCR-DIGITS
                   MOVE KOPNR-70(3:10) TO WS-OCR-DIGITS(1:10)
                   MOVE 10 TO WS-OCR-LEN
                   MOVE ZERO TO WS-OCR-SUM
                   MOVE 1 TO WS-OCR-WEIGHT
                   PERFORM 246-OCR-LUHN-DIGIT
                       VARYING WS-OCR-IDX FROM WS-OCR-LEN BY -1
                       UNTIL WS-OCR-IDX < 1
                   IF FUNCTION MOD(WS-OCR-SUM, 10) NOT = ZERO
                       MOVE 'N' TO WS-HUS-VALID-SW
                   END-IF
               END-IF
               IF NOT HUS-VALID
                   MOVE 'K�PARENS PERSONNR OGILTIGT' TO WS-FEL-REASON
               END-IF
           END-IF

           IF HUS-VALID AND GELONR-20(3:1) > '1'
               MOVE 'N' TO WS-HUS-VALID-SW
               MOVE 'G�LDEN�REN INTE PRIVATPERSON' TO WS-FEL-REASON
           END-IF

           IF HUS-VALID AND HUSTYP-70 = 'ROT' AND FASTBET-70 = SPACE
               MOVE 'N' TO WS-HUS-VALID-SW
               MOVE 'FASTIGHETSBETECKNING SAKNAS' TO WS-FEL-REASON
           END-IF

           IF HUS-VALID
               IF ARBKOST-70 NOT NUMERIC OR AVDRAG-70 NOT NUMERIC
                  OR (MATKOST-70 NOT NUMERIC AND MATKOST-70 NOT = SPACE)
                  OR (TIMMAR-70 NOT NUMERIC AND TIMMAR-70 NOT = SPACE)
                   MOVE 'N' TO WS-HUS-VALID-SW
               ELSE
                   COMPUTE WS-HUS-LABOUR = FUNCTION NUMVAL(ARBKOST-70)
                   COMPUTE WS-HUS-MATERIAL =
                       FUNCTION NUMVAL(MATKOST-70)
                   COMPUTE WS-HUS-REDUCTION =
                       FUNCTION NUMVAL(AVDRAG-70)
                   COMPUTE WS-HUS-HOURS = FUNCTION NUMVAL(TIMMAR-70)
                   IF WS-HUS-LABOUR = ZERO OR WS-HUS-REDUCTION = ZERO
                       MOVE 'N' TO WS-HUS-VALID-SW
                   END-IF
               END-IF
               IF NOT HUS-VALID
                   MOVE 'HUSAVDRAG BELOPP OGILTIGT' TO WS-FEL-REASON
               END-IF
           END-IF

           IF HUS-VALID
               IF HUSTYP-70 = 'ROT'
                   COMPUTE WS-HUS-MAXRED =
                       WS-HUS-LABOUR * WS-HUS-ROT-RATE
               ELSE
                   COMPUTE WS-HUS-MAXRED =
                       WS-HUS-LABOUR * WS-HUS-RUT-RATE
               END-IF
               IF WS-HUS-REDUCTION > WS-HUS-MAXRED
                   MOVE 'N' TO WS-HUS-VALID-SW
                   MOVE 'HUSAVDRAG �VER TAKET' TO WS-FEL-REASON
               END-IF
           END-IF

           IF HUS-VALID
               MOVE KOPNR-70(3:10) TO PNRREQ-IN
               PERFORM 215-ENCRYPT-GELONR
               IF WS-GELONR-STORED(1:1) NOT = '#'
                   MOVE 'N' TO WS-HUS-VALID-SW
                   MOVE 'PERSONNUMMERNYCKEL SAKNAS' TO WS-FEL-REASON
               ELSE
                   MOVE SPACE TO WS-HUS-BUYER-STORED
                   STRING WS-GELONR-STORED(1:8) DELIMITED BY SIZE
                          KOPNR-70(1:2) DELIMITED BY SIZE
                          INTO WS-HUS-BUYER-STORED
                   END-STRING
               END-IF
           END-IF

           IF HUS-VALID
               MOVE FUNCTION CURRENT-DATE(1:4) TO WS-HUS-YEAR
               MOVE WS-HUS-BUYER-STORED TO HUSAVDR-BUYERPNR
               MOVE ZERO TO WS-HUS-USED-ALL WS-HUS-USED-ROT
               EXEC SQL
                   SELECT COALESCE(SUM(H.REDUCTION), 0),
                          COALESCE(SUM(CASE WHEN H.KIND = 'ROT'
                                  THEN H.REDUCTION ELSE 0 END), 0)
                       INTO :WS-HUS-USED-ALL, :WS-HUS-USED-ROT
                       FROM HUSAVDR H, INVOICE I
                       WHERE H.BUYERPNR = :HUSAVDR-BUYERPNR
                         AND I.INV_ID = H.INV_ID
                         AND I.INVSTATE NOT IN (4, 99)
                         AND YEAR(I.INVDATE) = :WS-HUS-YEAR
               END-EXEC
               IF WS-HUS-USED-ALL + WS-HUS-REDUCTION > WS-HUS-YEARCAP
                  OR (HUSTYP-70 = 'ROT' AND
                      WS-HUS-USED-ROT + WS-HUS-REDUCTION
                          > WS-HUS-ROT-YEARCAP)
                   MOVE 'N' TO WS-HUS-VALID-SW
                   MOVE 'HUSAVDRAG �VER �RSTAKET' TO WS-FEL-REASON
               END-IF
           END-IF.
      ***************************

       172-HUSAVDRAG-INSERT.

           MOVE 'HUSAVDR' TO IDGEN-TABLENAME-TEXT
           PERFORM 200-GET-NEXT-ID
           MOVE WS-NEXT-ID TO HUSAVDR-HUS-ID

           MOVE HUSTYP-70 TO HUSAVDR-KIND
           MOVE ARBTYP-70 TO HUSAVDR-WORKTYPE-TEXT
           MOVE FUNCTION LENGTH(FUNCTION TRIM(ARBTYP-70))
               TO HUSAVDR-WORKTYPE-LEN
           MOVE WS-HUS-BUYER-STORED TO HUSAVDR-BUYERPNR
           MOVE WS-HUS-LABOUR TO HUSAVDR-LABOUR
           MOVE WS-HUS-MATERIAL TO HUSAVDR-MATERIAL
           MOVE WS-HUS-HOURS TO HUSAVDR-HOURS
           MOVE WS-HUS-REDUCTION TO HUSAVDR-REDUCTION
           MOVE FASTBET-70 TO HUSAVDR-PROPERTY-TEXT
           IF FASTBET-70 = SPACE
               MOVE ZERO TO HUSAVDR-PROPERTY-LEN
           ELSE
               MOVE FUNCTION LENGTH(FUNCTION TRIM(FASTBET-70))
                   TO HUSAVDR-PROPERTY-LEN
           END-IF
           SET HUSAVDR-STATE-OPEN TO TRUE
           MOVE ZERO TO HUSAVDR-APPROVED

           EXEC SQL
               INSERT INTO HUSAVDR
               VALUES ( (:HUSAVDR-HUS-ID+1),
                        (:INVOICE-INV-ID+1),
                         :HUSAVDR-KIND,
                         :HUSAVDR-WORKTYPE,
                         :HUSAVDR-BUYERPNR,
                         :HUSAVDR-LABOUR,
                         :HUSAVDR-MATERIAL,
                         :HUSAVDR-HOURS,
                         :HUSAVDR-REDUCTION,
                         :HUSAVDR-PROPERTY,
                         :HUSAVDR-STATE,
                         NULL,
                         :HUSAVDR-APPROVED
                         )
           END-EXEC

           IF SQLCODE NOT = ZERO
               DISPLAY ' Insert SQL sats p� HUSAVDR �r felt'
           END-IF.
      ***************************

      **> A rejected 70-post goes to feldata and the triage screen
      **> the way a bad artikelsumma does (230-ARTIKEL-UPDATE), and
      **> the faktura it belongs to is held back from printing until
      **> the customer has sent a corrected husavdrag.
       173-HUSAVDRAG-ERROR.

           DISPLAY ' Husavdrag avvisat: ' FAKTNR-20
           STRING 'Husavdrag avvisat Fak.NR: '
               FAKTNR-20
               DELIMITED BY SIZE INTO INERROR-DESCRIPTION
           PERFORM WRITE-BAD-FILE

           IF NOT TEST-MODE
               PERFORM 230-ARTIKEL-UPDATE
               IF INVOICE-INVSTATE = ZERO
                   EXEC SQL
                       UPDATE INVOICE
                          SET INVSTATE = 5
                        WHERE INV_ID = :INVOICE-INV-ID + 1
                          AND INVSTATE = 0
                   END-EXEC
                   IF SQLCODE NOT = ZERO
                       DISPLAY ' Update INVOICE status �r felt'
                   ELSE
                       COMPUTE WS-HIST-INV-ID = INVOICE-INV-ID + 1
                       MOVE ZERO TO WS-HIST-OLD
                       MOVE 5 TO WS-HIST-NEW
                       PERFORM 242-LOG-STATE
                       MOVE 5 TO INVOICE-INVSTATE
                   END-IF
               END-IF
           END-IF.
      ***************************

       230-ARTIKEL-UPDATE.
           EXEC SQL
               UPDATE INLOG
                SET RESULTCODE = 2
                WHERE INLOG_ID = :INLOG-INLOG-ID + 1
           END-EXEC
           IF SQLCODE NOT = ZERO
               DISPLAY ' Update Faktura status in INLOG table �r felt'
           ELSE
               MOVE 'INERROR' TO IDGEN-TABLENAME-TEXT
               PERFORM 200-GET-NEXT-ID
               MOVE WS-NEXT-ID TO INERROR-INERR-ID
               SET INERROR-RESOLVED-NO TO TRUE

               EXEC SQL
                   INSERT INTO INERROR
                   VALUES ( (:INERROR-INERR-ID+1),
                         :INERROR-DESCRIPTION,
                         :INLOG-INLOG-ID + 1,
                         :INERROR-RESOLVED,
                         :INERROR-ERRCODE
                         )
               END-EXEC
               IF SQLCODE NOT = ZERO
                   DISPLAY ' Insert SQL sats in INERROR table �r felt'.
           .
      ***************************

      **> Credit/adjustment record: validates the 40-post against the
      **> previously sent faktura and turns it into a credit INVOICE
      **> the print run picks up like any other - the file-borne twin
      **> of the manual crediting screen (pbs.cbl E0170-issue-credit-
      **> note). A credit for the original's full item total copies
      **> every item line negated and flags the original CREDITED;
      **> any other amount is a partial adjustment carried as a
      **> single negative line, the original left standing.
       140-KREDIT-POST.
           ADD 1 TO WS-SUM-KREDIT-COUNT
           MOVE INDATA-POST TO KREDIT-POST-40

           MOVE FUNCTION CURRENT-DATE(1:4) TO INLOG-PROCDATE(1:4)
           MOVE FUNCTION CURRENT-DATE(5:2) TO INLOG-PROCDATE(6:2)
           MOVE FUNCTION CURRENT-DATE(7:2) TO INLOG-PROCDATE(9:2)
           MOVE '-' TO INLOG-PROCDATE(5:1) INLOG-PROCDATE(8:1)
           IF FAKTNR-40 NUMERIC
               MOVE FUNCTION NUMVAL(FAKTNR-40) TO INLOG-ORDNO
           ELSE
               MOVE ZERO TO INLOG-ORDNO
           END-IF
           MOVE ZERO TO INLOG-RESULTCODE

           IF NOT TEST-MODE
               MOVE 'INLOG' TO IDGEN-TABLENAME-TEXT
               PERFORM 200-GET-NEXT-ID
               MOVE WS-NEXT-ID TO WS-KRED-INLOG-ID

               EXEC SQL
                   INSERT INTO INLOG
                   VALUES ( (:WS-KRED-INLOG-ID+1),
                             :CUSTOMER-CUST-ID,
                             :INLOG-FILENO,
                             :INLOG-PROCDATE,
                             :INLOG-ORDNO,
                             :INLOG-RESULTCODE
                             )
               END-EXEC

               IF SQLCODE NOT = ZERO
                   DISPLAY ' Insert SQL sats p� INLOG tabel �r felt'
               END-IF
           END-IF.

           IF KREDSUM-40 NOT NUMERIC
               MOVE 'KREDITSUMMA EJ NUMERISK' TO WS-FEL-REASON
               STRING 'Felaktig kreditsumma f�r Fak.NR: '
                   FAKTNR-40
                   DELIMITED BY SIZE INTO INERROR-DESCRIPTION
               PERFORM WRITE-BAD-FILE
               IF NOT TEST-MODE
                   PERFORM 241-KREDIT-ERROR
               END-IF
           ELSE
               PERFORM 142-KREDIT-FIND-ORIGINAL
           END-IF.
      ****************************

      **> Looks up the faktura the 40-post credits - it must exist
      **> for this customer, must not already be credited, and must
      **> not itself be a credit note.
       142-KREDIT-FIND-ORIGINAL.

           MOVE FUNCTION TRIM(FAKTNR-40) TO INVOICE-INVNO-TEXT
           MOVE FUNCTION LENGTH(FUNCTION TRIM(FAKTNR-40))
               TO INVOICE-INVNO-LEN

           EXEC SQL
               SELECT INV_ID, DEBT_ID, INVSTATE, VAT, CREDITOF
                   INTO :WS-KRED-ORIG-INV-ID, :WS-KRED-ORIG-DEBT-ID,
                        :WS-KRED-ORIG-STATE, :INVOICE-VAT,
                        :INVOICE-CREDITOF
                   FROM INVOICE
                   WHERE CUST_ID = :CUSTOMER-CUST-ID
                     AND INVNO = :INVOICE-INVNO
           END-EXEC

           IF SQLCODE NOT = ZERO
               MOVE 'KREDITERAD FAKTURA SAKNAS' TO WS-FEL-REASON
               STRING 'Kreditpost mot ok�nd Fak.NR: '
                   FAKTNR-40
                   DELIMITED BY SIZE INTO INERROR-DESCRIPTION
               PERFORM WRITE-BAD-FILE
               IF NOT TEST-MODE
                   PERFORM 241-KREDIT-ERROR
               END-IF
           ELSE
               IF WS-KRED-ORIG-STATE = 4 OR INVOICE-CREDITOF > ZERO
                   MOVE 'FAKTURAN REDAN KREDITERAD' TO WS-FEL-REASON
                   STRING 'Fakturan redan krediterad: '
                       FAKTNR-40
                       DELIMITED BY SIZE INTO INERROR-DESCRIPTION
                   PERFORM WRITE-BAD-FILE
                   IF NOT TEST-MODE
                       PERFORM 241-KREDIT-ERROR
                   END-IF
               ELSE
                   IF TEST-MODE
           MOVE ZERO TO INVOICE-DUNLEVEL
           MOVE SPACE TO INVOICE-LASTDUNDATE
           MOVE ZERO TO INVOICE-INTBILLED
           MOVE SPACE TO INVOICE-SENDDATE

           MOVE WS-KRED-INV-ID TO WS-OCR-ID
           MOVE WS-OCR-ID TO WS-OCR-ID-ED
                         :INVOICE-OCRREF,
                         :INVOICE-DUNLEVEL,
                         :INVOICE-LASTDUNDATE,
                         :INVOICE-INTBILLED,
                         :INVOICE-SENDDATE)
           END-EXEC

           IF SQLCODE NOT = ZERO
      **> only surfaced at collections time; now the faktura is
      **> rejected on day one instead. The postcode in GELPNR-20 is
      **> held to five digits for the same reason - dunning letters
      **> go to it. A debtor abroad instead needs a two-letter
      **> country code in GELLAND-20; its postcode is taken as sent.
       215-CHECK-DEBTOR-IDENTITY.

           MOVE 'Y' TO DEBTOR-ID-VALID-SW
           END-IF

           IF DEBTOR-ID-VALID
               IF GELLAND-20 = SPACE OR GELLAND-20 = 'SE'
                   IF GELPNR-20 NOT NUMERIC
                       MOVE 'N' TO DEBTOR-ID-VALID-SW
                       MOVE 'POSTNUMMER OGILTIGT' TO WS-FEL-REASON
                   END-IF
               ELSE
                   IF GELLAND-20 NOT ALPHABETIC-UPPER
                       MOVE 'N' TO DEBTOR-ID-VALID-SW
                       MOVE 'LANDKOD OGILTIG' TO WS-FEL-REASON
                   END-IF
               END-IF
           END-IF.
      ****************************

      **> PNRREQ-IN to the form the register keeps - see PbsPnr; the
      **> imports that match on the personnummer encrypt the same way
       215-ENCRYPT-GELONR.
           MOVE 'K' TO PNRREQ-MODE
           CALL 'PbsPnr' USING PNRREQ
           MOVE PNRREQ-OUT TO WS-GELONR-STORED.
      ****************************

       215-MASK-GELONR.
           MOVE 'M' TO PNRREQ-MODE
           CALL 'PbsPnr' USING PNRREQ
           MOVE PNRREQ-OUT TO WS-GELONR-SHOWN.
      ****************************

      **> SNDDAT-20 holds a faktura back until its print day. Blank
      **> (or zeros) means print with the next run, as always; a
      **> date must be a real calendar date, and one before the
      **> order date is a keying error rather than a schedule.
      **> Only looked at once the debtor identity has passed, so
      **> the reject carries the first reason found.
       218-CHECK-SEND-DATE.
           MOVE 'Y' TO SEND-DATE-VALID-SW

           IF DEBTOR-ID-VALID
              AND SNDDAT-20 NOT = SPACE AND SNDDAT-20 NOT = ZERO
               IF SNDDAT-20 NOT NUMERIC
                   MOVE 'N' TO SEND-DATE-VALID-SW
               ELSE
                   IF FUNCTION TEST-DATE-YYYYMMDD(
                          FUNCTION NUMVAL(SNDDAT-20)) NOT = ZERO
                       MOVE 'N' TO SEND-DATE-VALID-SW
                   ELSE
                       IF SNDDAT-20 < ORDDAT-20
                           MOVE 'N' TO SEND-DATE-VALID-SW
                       END-IF
                   END-IF
               END-IF
               IF NOT SEND-DATE-VALID
                   MOVE 'S�NDDATUM OGILTIGT' TO WS-FEL-REASON
               END-IF
           END-IF.
      ****************************

      **> The debtor's postnummer and postort held against the postal
      **> operator's register (POSTNR, loaded by PnrRead) - most of
      **> the returned mail came from a pair that does not exist. A
      **> postnummer the register does not know rejects the faktura.
      **> A postort that is not the postnummer's own is corrected to
      **> the register's spelling when the postnummer has only one,
      **> and let through with a warning when it has several and
      **> none matches; both leave an INERROR row, already marked
      **> resolved, so the file-quality report counts them against
      **> the customer. Skipped for addresses abroad, for a faktura
      **> already rejected, and while no register is loaded.
       216-CHECK-POSTAL-REGISTER.
           MOVE 'Y' TO POSTADDR-VALID-SW

           IF DEBTOR-ID-VALID AND SEND-DATE-VALID
              AND WS-PNR-REGISTER-COUNT > ZERO
              AND (GELLAND-20 = SPACE OR GELLAND-20 = 'SE')
               MOVE GELPNR-20 TO WS-PNR-POSTNO
               MOVE GELPOR-20 TO WS-PNR-PLACE
               IF HIGH-VOLUME
                   PERFORM 219-LOOKUP-POSTNR-CACHED
               ELSE
                   PERFORM 219-LOOKUP-POSTNR
               END-IF

               EVALUATE TRUE
                   WHEN PNR-UNKNOWN
                       MOVE 'N' TO POSTADDR-VALID-SW
                       MOVE 'POSTNUMMER FINNS INTE' TO WS-FEL-REASON
                   WHEN PNR-CORRECTED
                       DISPLAY ' Postort r�ttad: ' FAKTNR-20 ' '
                           GELPNR-20 ' ' WS-PNR-PLACE
                       MOVE SPACE TO INERROR-DESCRIPTION
                       STRING 'Postort r�ttad Fak.NR: '
                           FAKTNR-20
                           DELIMITED BY SIZE INTO INERROR-DESCRIPTION
                       MOVE WS-PNR-PLACE TO GELPOR-20
                       MOVE 'POSTORT R�TTAD' TO WS-FEL-REASON
                       PERFORM 214-WRITE-ADDRESS-WARNING
                   WHEN PNR-MISMATCH
                       DISPLAY ' Postort st�mmer inte: ' FAKTNR-20
                           ' ' GELPNR-20 ' ' GELPOR-20
                       MOVE SPACE TO INERROR-DESCRIPTION
                       STRING 'Postort st�mmer inte Fak.NR: '
                           FAKTNR-20
                           DELIMITED BY SIZE INTO INERROR-DESCRIPTION
                       MOVE 'POSTORT ST�MMER INTE' TO WS-FEL-REASON
                       PERFORM 214-WRITE-ADDRESS-WARNING
               END-EVALUATE
           END-IF.
      ****************************

      **> Looks WS-PNR-POSTNO / WS-PNR-PLACE up in POSTNR. The
      **> postort compares without regard to case - the register
      **> spells in capitals, the customers mostly do not. A blank
      **> postort only has its postnummer checked. On a correction
      **> WS-PNR-PLACE comes back with the register's spelling.
       219-LOOKUP-POSTNR.
           SET PNR-FOUND TO TRUE

           MOVE ZERO TO WS-PNR-COUNT
           EXEC SQL
               SELECT COUNT(*)
                   INTO :WS-PNR-COUNT
                   FROM POSTNR
                   WHERE POSTNO = :WS-PNR-POSTNO
           END-EXEC

           IF WS-PNR-COUNT = ZERO
               SET PNR-UNKNOWN TO TRUE
           ELSE
               IF WS-PNR-PLACE NOT = SPACE
                   MOVE FUNCTION UPPER-CASE(WS-PNR-PLACE)
                       TO WS-PNR-PLACE
                   MOVE ZERO TO WS-PNR-MATCH
                   EXEC SQL
                       SELECT COUNT(*)
                           INTO :WS-PNR-MATCH
                           FROM POSTNR
                           WHERE POSTNO = :WS-PNR-POSTNO
                             AND UPPER(PLACE) = :WS-PNR-PLACE
                   END-EXEC

                   IF WS-PNR-MATCH = ZERO
                       IF WS-PNR-COUNT = 1
                           EXEC SQL
                               SELECT PLACE
                                   INTO :WS-PNR-PLACE
                                   FROM POSTNR
                                   WHERE POSTNO = :WS-PNR-POSTNO
                           END-EXEC
                           SET PNR-CORRECTED TO TRUE
                       ELSE
                           SET PNR-MISMATCH TO TRUE
                       END-IF
                   END-IF
               END-IF
           END-IF.
      ****************************

      **> The same lookup for a high-volume run: a postnummer and
      **> postort already looked up in this file get the answer
      **> they got the first time, without asking POSTNR again.
       219-LOOKUP-POSTNR-CACHED.
           MOVE WS-PNR-PLACE TO WS-PNC-LOOKUP-PLACE
           MOVE ZERO TO WS-PNC-HIT
           PERFORM 219-FIND-CACHED-POSTNR
               VARYING WS-PNC-I FROM 1 BY 1
               UNTIL WS-PNC-I > WS-PNC-COUNT OR WS-PNC-HIT > ZERO

           IF WS-PNC-HIT > ZERO
               MOVE WS-PNC-RESULT (WS-PNC-HIT) TO WS-PNR-RESULT
               MOVE WS-PNC-PLACE-OUT (WS-PNC-HIT) TO WS-PNR-PLACE
           ELSE
               PERFORM 219-LOOKUP-POSTNR
               IF WS-PNC-COUNT < 200
                   ADD 1 TO WS-PNC-COUNT
                   MOVE WS-PNR-POSTNO TO WS-PNC-POSTNO (WS-PNC-COUNT)
                   MOVE WS-PNC-LOOKUP-PLACE
                       TO WS-PNC-PLACE-IN (WS-PNC-COUNT)
                   MOVE WS-PNR-RESULT TO WS-PNC-RESULT (WS-PNC-COUNT)
                   MOVE WS-PNR-PLACE
                       TO WS-PNC-PLACE-OUT (WS-PNC-COUNT)
               END-IF
           END-IF.
      ****************************

       219-FIND-CACHED-POSTNR.
           IF WS-PNC-POSTNO (WS-PNC-I) = WS-PNR-POSTNO
              AND WS-PNC-PLACE-IN (WS-PNC-I) = WS-PNC-LOOKUP-PLACE
               MOVE WS-PNC-I TO WS-PNC-HIT
           END-IF.
      ****************************

      **> An address the intake let through but had to correct or
      **> could not confirm: an INERROR row against the faktura's
      **> INLOG row, born resolved - nothing for the triage screen,
      **> but counted per customer by the file-quality report.
       214-WRITE-ADDRESS-WARNING.
           PERFORM 191-MAP-ERROR-CODE
           MOVE WS-FEL-CODE TO INERROR-ERRCODE
           ADD 1 TO WS-SUM-ADDRWARN-COUNT

           IF NOT TEST-MODE
               MOVE 'INERROR' TO IDGEN-TABLENAME-TEXT
               PERFORM 200-GET-NEXT-ID
               MOVE WS-NEXT-ID TO INERROR-INERR-ID
               SET INERROR-RESOLVED-YES TO TRUE

               EXEC SQL
                   INSERT INTO INERROR
                   VALUES ( (:INERROR-INERR-ID+1),
                         :INERROR-DESCRIPTION,
                         :INLOG-INLOG-ID + 1,
                         :INERROR-RESOLVED,
                         :INERROR-ERRCODE
                         )
               END-EXEC
               IF SQLCODE NOT = ZERO
                   DISPLAY ' Insert i INERROR �r felt'
               END-IF
           END-IF.
      ***************************

      **> A faktura with an invalid debtor identity (or an unusable
      **> send date, or a postnummer the postal register does not
      **> know) is rejected the way a bad artikelsumma is: the
      **> row goes to feldata, its INLOG row is error-flagged and an
      **> INERROR row raised for the triage screen - and no
      **> INVOICE/DEBTOR rows are created.
       217-DEBTOR-ID-ERROR.

           IF NOT DEBTOR-ID-VALID
               DISPLAY ' Ogiltig g�lden�rsidentitet: ' FAKTNR-20
               STRING 'Ogiltig g�lden�rsidentitet Fak.NR: '
                   FAKTNR-20
                   DELIMITED BY SIZE INTO INERROR-DESCRIPTION
           ELSE
             IF NOT SEND-DATE-VALID
               DISPLAY ' Ogiltigt s�nddatum: ' FAKTNR-20
                   ' ' SNDDAT-20
               STRING 'Ogiltigt s�nddatum Fak.NR: '
                   FAKTNR-20
                   DELIMITED BY SIZE INTO INERROR-DESCRIPTION
             ELSE
               DISPLAY ' Ok�nt postnummer: ' FAKTNR-20
                   ' ' GELPNR-20
               STRING 'Ok�nt postnummer Fak.NR: '
                   FAKTNR-20
                   DELIMITED BY SIZE INTO INERROR-DESCRIPTION
             END-IF
           END-IF
           PERFORM WRITE-BAD-FILE

           IF NOT TEST-MODE
           IF INDATA-TYP = '90'
               MOVE FAKTURA-POST-20 TO FAKTURA-POST-20-OLD
               ADD 1 TO INLOG-INLOG-ID.

      *    FAKTSUM-20 is what the customer actually bills: the
      *    artikelposter's total less the ORDRAB-20 order discount,
      *    in whole kronor. A blank ORDRAB-20 means no discount.
           MOVE ZERO TO WS-ORDRAB-PCT WS-ORDRAB-AMOUNT
           IF ORDRAB-20-OLD NUMERIC
               MOVE ORDRAB-20-OLD TO WS-ORDRAB-PCT
               COMPUTE WS-ORDRAB-AMOUNT ROUNDED =
                   FAKT-SUM-1 * WS-ORDRAB-PCT / 100
           END-IF
           COMPUTE WS-ORDRAB-NETSUM ROUNDED =
               FAKT-SUM-1 - WS-ORDRAB-AMOUNT

           IF ORDRAB-20-OLD NOT NUMERIC AND ORDRAB-20-OLD NOT = SPACE
             DISPLAY 'Orderrabatt �r ogiltig. Faktura NR: '
                   FAKTNR-20-OLD
             STRING 'Ogiltig orderrabatt f�r Fak.NR: '
                   FAKTNR-20-OLD
                   DELIMITED BY SIZE INTO INERROR-DESCRIPTION
             MOVE 'ORDERRABATT OGILTIG' TO WS-FEL-REASON
             PERFORM WRITE-BAD-FILE
             IF NOT TEST-MODE
                 PERFORM 230-FAKTURA-UPDATE
             END-IF
           ELSE
           IF WS-ORDRAB-NETSUM NOT = FUNCTION NUMVAL(FAKTSUM-20-OLD)
             DISPLAY 'Faktura summa �r felt. Faktura NR: '
                   FAKTNR-20-OLD
             STRING 'Felaktig fakturasumma f�r Fak.NR: '
             IF NOT TEST-MODE
                 PERFORM 230-FAKTURA-UPDATE
             END-IF
           ELSE
             IF ORDRAB-PENDING AND WS-ORDRAB-AMOUNT > ZERO
                 PERFORM 232-ORDRAB-ITEM-INSERT
             END-IF
            END-IF
           END-IF
           MOVE 'N' TO ORDRAB-PENDING-SW
            .
      ****************************

                   MOVE 122 TO WS-FEL-CODE
               WHEN 'START-POST OGILTIG'
                   MOVE 123 TO WS-FEL-CODE
               WHEN 'FILINNEH�LL DUBBLETT - REDAN MOTTAGEN'
                   MOVE 124 TO WS-FEL-CODE
               WHEN 'FILDATUM OGILTIGT'
                   MOVE 130 TO WS-FEL-CODE
               WHEN 'S�NDDATUM OGILTIGT'
                   MOVE 131 TO WS-FEL-CODE
               WHEN 'POSTANTAL ST�MMER INTE'
                   MOVE 140 TO WS-FEL-CODE
               WHEN 'KONTROLLSUMMA ST�MMER INTE'
                   MOVE 160 TO WS-FEL-CODE
               WHEN 'FELAKTIG FAKTURASUMMA'
                   MOVE 161 TO WS-FEL-CODE
               WHEN 'ORDERRABATT OGILTIG'
                   MOVE 162 TO WS-FEL-CODE
               WHEN 'ORGNR/PERSONNR SAKNAS'
                   MOVE 170 TO WS-FEL-CODE
               WHEN 'ORGNR/PERSONNR EJ NUMERISKT'
                   MOVE 172 TO WS-FEL-CODE
               WHEN 'POSTNUMMER OGILTIGT'
                   MOVE 173 TO WS-FEL-CODE
               WHEN 'G�LDEN�R SAKNAS'
                   MOVE 174 TO WS-FEL-CODE
               WHEN 'LEVERANSS�TT OGILTIGT'
                   MOVE 175 TO WS-FEL-CODE
               WHEN 'E-POSTADRESS SAKNAS'
                   MOVE 176 TO WS-FEL-CODE
               WHEN 'KREDITSUMMA EJ NUMERISK'
                   MOVE 180 TO WS-FEL-CODE
               WHEN 'KREDITERAD FAKTURA SAKNAS'
                   MOVE 192 TO WS-FEL-CODE
               WHEN 'XML-KONVERTERING KUNDE INTE STARTA'
                   MOVE 193 TO WS-FEL-CODE
               WHEN 'HUSAVDRAGSTYP OGILTIG'
                   MOVE 200 TO WS-FEL-CODE
               WHEN 'ARBETSTYP SAKNAS'
                   MOVE 201 TO WS-FEL-CODE
               WHEN 'K�PARENS PERSONNR OGILTIGT'
                   MOVE 202 TO WS-FEL-CODE
               WHEN 'G�LDEN�REN INTE PRIVATPERSON'
                   MOVE 203 TO WS-FEL-CODE
               WHEN 'FASTIGHETSBETECKNING SAKNAS'
                   MOVE 204 TO WS-FEL-CODE
               WHEN 'HUSAVDRAG BELOPP OGILTIGT'
                   MOVE 205 TO WS-FEL-CODE
               WHEN 'HUSAVDRAG �VER TAKET'
                   MOVE 206 TO WS-FEL-CODE
               WHEN 'HUSAVDRAG �VER �RSTAKET'
                   MOVE 207 TO WS-FEL-CODE
               WHEN 'PERSONNUMMERNYCKEL SAKNAS'
                   MOVE 208 TO WS-FEL-CODE
               WHEN 'POSTNUMMER FINNS INTE'
                   MOVE 210 TO WS-FEL-CODE
               WHEN 'POSTORT ST�MMER INTE'
                   MOVE 211 TO WS-FEL-CODE
               WHEN 'POSTORT R�TTAD'
                   MOVE 212 TO WS-FEL-CODE
               WHEN 'LANDKOD OGILTIG'
                   MOVE 213 TO WS-FEL-CODE
               WHEN OTHER
                   MOVE ZERO TO WS-FEL-CODE
           END-EVALUATE.
           IF KVITTOFIL-SUCCESSFUL
               MOVE WS-SUM-INVOICE-COUNT TO WS-RCP-OK-COUNT
               ADD WS-SUM-KREDIT-COUNT TO WS-RCP-OK-COUNT
               ADD WS-SUM-DEBTCHG-COUNT TO WS-RCP-OK-COUNT

               MOVE SPACE TO KVITTO-POST
               STRING 'KVITTO;' DELIMITED BY SIZE

               DISPLAY ' Kvitto skrivet till: '
                   FUNCTION TRIM(WS-RECEIPT-PATH)
               PERFORM 192-NOTIFY-RECEIPT
           ELSE
               DISPLAY ' Kunde inte skriva kvittofilen: '
                   FUNCTION TRIM(WS-RECEIPT-PATH)
           WRITE KVITTO-POST.
      ****************************

      **> The receipt is announced to the customer's file contacts
      **> the way 226 announces an invoice - data/notify.txt was
      **> closed with the input, so it is reopened for these rows.
       192-NOTIFY-RECEIPT.

           MOVE CUSTOMER-CUST-ID TO CONTRCPT-CUST-ID
           SET CONTRCPT-KVITTO TO TRUE
           CALL 'PbsCont' USING CONTRCPT

           IF CONTRCPT-COUNT > ZERO
               PERFORM 226-BUILD-NOTIFY-TIMESTAMP
               OPEN EXTEND NOTIFYDATA
               PERFORM 192-WRITE-ONE-RECEIPT-NOTICE
                   VARYING WS-NOTIFY-I FROM 1 BY 1
                   UNTIL WS-NOTIFY-I > CONTRCPT-COUNT
               CLOSE NOTIFYDATA
           END-IF.
      ****************************

       192-WRITE-ONE-RECEIPT-NOTICE.

           MOVE SPACE TO NOTIFY-POST
           MOVE WS-NOTIFY-TIMESTAMP TO NOTIFY-TIMESTAMP
           MOVE FUNCTION TRIM(CUSTOMER-CUSTNO-TEXT) TO NOTIFY-CUSTNO
           MOVE FLNR-10 TO NOTIFY-INVNO
           MOVE CONTRCPT-EMAIL(WS-NOTIFY-I) TO NOTIFY-EMAIL
           MOVE 'KVITTO' TO NOTIFY-KIND
           WRITE NOTIFY-POST

           DISPLAY ' Avisering om kvitto skickad till: '
               FUNCTION TRIM(CONTRCPT-EMAIL(WS-NOTIFY-I)).
      ****************************

      ****************************
      **> Opens this run's row in the central RUNLOG history, so the
      **> review screen (pbs.cbl menu 36) can show it alongside the
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
           ELSE
               MOVE 2 TO RUNLOG-STATUS
           END-IF
      *    a high-volume run keeps the file's record count it was
      *    started with - the figure PbsWatch's baseline is per
           IF HIGH-VOLUME
               MOVE POSTER-COUNT TO RUNLOG-RECCOUNT
           ELSE
               MOVE WS-SUM-INVOICE-COUNT TO RUNLOG-RECCOUNT
           END-IF

           EXEC SQL
               UPDATE RUNLOG
           END-READ.
      ****************************

      **> Registers the fingerprint of a file just imported, so the
      **> same delivery arriving again is recognised by
      **> 107-CHECK-FINGERPRINT.
       199-STORE-FINGERPRINT.

           MOVE 'INFPRINT' TO IDGEN-TABLENAME-TEXT
           PERFORM 200-GET-NEXT-ID
           MOVE WS-NEXT-ID TO INFPRINT-FP-ID
           ADD 1 TO INFPRINT-FP-ID

           MOVE CUSTOMER-CUST-ID TO INFPRINT-CUST-ID
           MOVE FLNR-10 TO INFPRINT-FILENO
           MOVE FUNCTION TRIM(WS-IMPORT-FILENAME)
               TO INFPRINT-FILENAME-TEXT
           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-IMPORT-FILENAME))
               TO INFPRINT-FILENAME-LEN
           MOVE FUNCTION CURRENT-DATE(1:4) TO INFPRINT-RECVDATE(1:4)
           MOVE FUNCTION CURRENT-DATE(5:2) TO INFPRINT-RECVDATE(6:2)
           MOVE FUNCTION CURRENT-DATE(7:2) TO INFPRINT-RECVDATE(9:2)
           MOVE '-' TO INFPRINT-RECVDATE(5:1) INFPRINT-RECVDATE(8:1)
           MOVE WS-FPRINT-HASH TO WS-FPRINT-HASH-ED
           MOVE WS-FPRINT-HASH-ED TO INFPRINT-FPRINT
           MOVE WS-FPRINT-RECS TO INFPRINT-RECCOUNT

           EXEC SQL
               INSERT INTO INFPRINT
               VALUES ( :INFPRINT-FP-ID,
                         :INFPRINT-CUST-ID,
                         :INFPRINT-FILENO,
                         :INFPRINT-FILENAME,
                         :INFPRINT-RECVDATE,
                         :INFPRINT-FPRINT,
                         :INFPRINT-RECCOUNT)
           END-EXEC

           IF SQLCODE NOT = ZERO
               DISPLAY ' Insert SQL sats in INFPRINT �r felt'
           END-IF.
      ****************************

      **> Prints a short end-of-run summary so the operator can see
      **> at a glance how the import went, without having to open
      **> feldata.txt or the database.
               WS-SUM-DUPLICATE-COUNT
           DISPLAY ' Kreditposter behandlade:  ' WS-SUM-KREDIT-COUNT
           DISPLAY ' Bilagerader lagrade:      ' WS-SUM-ATTACH-COUNT
           DISPLAY ' G�lden�rs�ndringar:       '
               WS-SUM-DEBTCHG-COUNT
           DISPLAY ' Husavdrag registrerade:   '
               WS-SUM-HUSAVDRAG-COUNT
           DISPLAY ' Adresser r�ttade/varnade: '
               WS-SUM-ADDRWARN-COUNT
           IF HIGH-VOLUME
               PERFORM 196-COMPUTE-HV-RATE
               DISPLAY ' H�gvolyml�ge, poster/min: ' WS-HV-RATE
           END-IF
           IF VALID-POST-FILE
               DISPLAY ' Resultat:                 OK'
           ELSE
           DISPLAY '============================================'.
      ****************************

      **> Records per minute over the whole run, from the RUNLOG
      **> start time to now - the same span PbsWatch measures.
       196-COMPUTE-HV-RATE.

           MOVE FUNCTION CURRENT-DATE TO WS-HV-NOW
           COMPUTE WS-HV-START-SEC =
               FUNCTION NUMVAL(WS-RUNLOG-NOW(9:2)) * 3600
               + FUNCTION NUMVAL(WS-RUNLOG-NOW(11:2)) * 60
               + FUNCTION NUMVAL(WS-RUNLOG-NOW(13:2))
           COMPUTE WS-HV-END-SEC =
               FUNCTION NUMVAL(WS-HV-NOW(9:2)) * 3600
               + FUNCTION NUMVAL(WS-HV-NOW(11:2)) * 60
               + FUNCTION NUMVAL(WS-HV-NOW(13:2))
           IF WS-HV-END-SEC < WS-HV-START-SEC
               ADD 86400 TO WS-HV-END-SEC
           END-IF
           IF WS-HV-END-SEC = WS-HV-START-SEC
               ADD 1 TO WS-HV-END-SEC
           END-IF
           COMPUTE WS-HV-RATE = POSTER-COUNT * 60
               / (WS-HV-END-SEC - WS-HV-START-SEC).
      ****************************

      **> A file that made it this far completed its second pass
      **> cleanly, so the restart checkpoint behind it is no longer
      **> needed - removed so that if this filename is ever reused
               RETURNING WS-CKPT-RC.
      ****************************

      **> A file that failed validation raises an on-call alert
      **> (PbsAlrt: ALERTLOG and data/alert.txt for the paging tool)
      **> in addition to the console DISPLAY and feldata.txt - an
      **> operator who is not watching this run's console still gets
      **> paged. The same file failing the same way again while the
      **> first alert is open is recorded as a repeat, not paged.
       198-ALERT-ONCALL.

           SET ALRTREQ-RAISE TO TRUE
           MOVE 'PbsRead' TO ALRTREQ-SOURCE
           SET ALRTREQ-CRITICAL TO TRUE
           MOVE WS-IMPORT-FILENAME TO ALRTREQ-OBJECT
           MOVE WS-FEL-REASON TO ALRTREQ-REASON
           CALL 'PbsAlrt' USING ALRTREQ

           DISPLAY '*** JOUR-LARM: Indatafilen underk�ndes: '
               WS-IMPORT-FILENAME
           MOVE FUNCTION LENGTH(FUNCTION TRIM(IDGEN-TABLENAME-TEXT))
               TO IDGEN-TABLENAME-LEN

      *    a high-volume run takes its ids from a block it reserved
      *    earlier, and reserves a whole block when it needs more
           MOVE 'N' TO ID-RESERVED-SW
           MOVE 1 TO WS-ID-STEP
           IF HIGH-VOLUME
               PERFORM 201-TAKE-RESERVED-ID
               MOVE WS-HV-ID-BLOCK TO WS-ID-STEP
           END-IF

           IF NOT ID-RESERVED
               EXEC SQL
                   SELECT NEXTID
                       INTO :WS-NEXT-ID
                       FROM IDGEN
                       WHERE TABLENAME = :IDGEN-TABLENAME
               END-EXEC

               IF SQLCODE NOT = ZERO
                   DISPLAY ' IDGEN sekvens saknas f�r: '
                       IDGEN-TABLENAME-TEXT
               END-IF

               EXEC SQL
                   UPDATE IDGEN
                       SET NEXTID = NEXTID + :WS-ID-STEP
                       WHERE TABLENAME = :IDGEN-TABLENAME
               END-EXEC

               IF SQLCODE NOT = ZERO
                   DISPLAY ' IDGEN sekvens saknas f�r: '
                       IDGEN-TABLENAME-TEXT
               ELSE
                   IF HIGH-VOLUME
                       PERFORM 201-STORE-ID-BLOCK
                   END-IF
               END-IF
           END-IF.
      ****************************

      **> Hands out the next id of the block reserved for the table
      **> in IDGEN-TABLENAME, if there is one left.
       201-TAKE-RESERVED-ID.

           MOVE ZERO TO WS-IDB-HIT
           PERFORM 201-FIND-ID-BLOCK
               VARYING WS-IDB-I FROM 1 BY 1
               UNTIL WS-IDB-I > WS-IDB-COUNT OR WS-IDB-HIT > ZERO

           IF WS-IDB-HIT > ZERO
               IF WS-IDB-NEXT (WS-IDB-HIT)
                   NOT > WS-IDB-LAST (WS-IDB-HIT)
                   MOVE WS-IDB-NEXT (WS-IDB-HIT) TO WS-NEXT-ID
                   ADD 1 TO WS-IDB-NEXT (WS-IDB-HIT)
                   SET ID-RESERVED TO TRUE
               END-IF
           END-IF.
      ****************************

       201-FIND-ID-BLOCK.

           IF WS-IDB-TABLENAME (WS-IDB-I) = IDGEN-TABLENAME-TEXT
               MOVE WS-IDB-I TO WS-IDB-HIT
           END-IF.
      ****************************

      **> A block of WS-HV-ID-BLOCK ids was just reserved, starting
      **> at WS-NEXT-ID which goes to the caller now - the rest are
      **> remembered for the table. Ids a run reserves and never
      **> uses are simply left unused.
       201-STORE-ID-BLOCK.

           IF WS-IDB-HIT = ZERO AND WS-IDB-COUNT < 12
               ADD 1 TO WS-IDB-COUNT
               MOVE WS-IDB-COUNT TO WS-IDB-HIT
               MOVE IDGEN-TABLENAME-TEXT
                   TO WS-IDB-TABLENAME (WS-IDB-HIT)
           END-IF

           IF WS-IDB-HIT > ZERO
               COMPUTE WS-IDB-NEXT (WS-IDB-HIT) = WS-NEXT-ID + 1
               COMPUTE WS-IDB-LAST (WS-IDB-HIT) =
                   WS-NEXT-ID + WS-HV-ID-BLOCK - 1
           END-IF.
      ****************************

       220-INVOICE-EXIST.
      *    a high-volume file whose FAKTNR range is known to be new
      *    to the customer has nothing to find here
           IF NOT HV-NEW-FAKTNR-ONLY
               MOVE FAKTNR-20  TO  INVOICE-INVNO
               EXEC SQL
                   SELECT INV_ID
                   INTO :INVOICE-INV-ID
                   FROM INVOICE
                   WHERE CUST_ID=:CUSTOMER-CUST-ID
                     AND INVNO=:INVOICE-INVNO
               END-EXEC

               IF SQLCODE = ZERO
                   MOVE 'Y' TO INVOICE-EXIST-SW
               END-IF
           END-IF
       .
      **************************

           MOVE GELADD1-20 TO ADDR-STREET
           MOVE GELPNR-20  TO ADDR-POSTNO
           MOVE GELPOR-20  TO ADDR-PLACE
           MOVE GELLAND-20 TO ADDR-COUNTRY
           MOVE GELPKOD-20 TO ADDR-POSTCODE
           IF ADDR-COUNTRY = SPACE
               MOVE 'SE' TO ADDR-COUNTRY
           END-IF
           IF ADDR-POSTCODE = SPACE
               MOVE GELPNR-20 TO ADDR-POSTCODE
           END-IF
           IF ADDR-POSTNO = SPACE
               MOVE ADDR-POSTCODE TO ADDR-POSTNO
           END-IF
           MOVE SPACE      TO DEBTOR-CONTACT DEBTOR-NOTE

           MOVE 'ADDR' TO IDGEN-TABLENAME-TEXT
                         :ADDR-STREET,
                         :ADDR-POSTNO,
                         :ADDR-PLACE,
                         :ADDR-INVALID,
                         :ADDR-COUNTRY,
                         :ADDR-POSTCODE )
           END-EXEC

           IF SQLCODE NOT = ZERO
           MOVE SPACE TO DEBTOR-EMAIL-TEXT
           MOVE ZERO TO DEBTOR-EMAIL-LEN
           MOVE 'P' TO DEBTOR-DELIVERY
           MOVE GELONR-20 TO PNRREQ-IN
           PERFORM 215-ENCRYPT-GELONR
      *    a person registered for e-faktura in their internet bank
      *    with this customer gets it from the first invoice on
           IF GELONR-20 NOT = SPACE AND NOT HV-NO-EFREG
               MOVE CUSTOMER-CUST-ID TO EFREG-CUST-ID
               MOVE WS-GELONR-STORED TO EFREG-ORGNO
               MOVE ZERO TO WS-EFREG-COUNT
               EXEC SQL
                   SELECT COUNT(*)
                       INTO :WS-EFREG-COUNT
                       FROM EFREG
                       WHERE CUST_ID = :EFREG-CUST-ID
                         AND ORGNO = :EFREG-ORGNO
                         AND STATUS = 1
               END-EXEC
               IF SQLCODE = ZERO AND WS-EFREG-COUNT > ZERO
                   MOVE 'B' TO DEBTOR-DELIVERY
               END-IF
           END-IF
           MOVE ZERO TO DEBTOR-PAYSCORE DEBTOR-AVGPAYDAYS
                        DEBTOR-REMCOUNT
           MOVE ZERO TO DEBTOR-CREDITBLOCK DEBTOR-CREDITLIMIT
           MOVE ZERO TO DEBTOR-VATREGNO-LEN
      *    the validated identity follows the debtor into the
      *    register - the address-change and rating imports key on it
           MOVE WS-GELONR-STORED TO DEBTOR-ORGNO

           EXEC SQL
               INSERT INTO DEBTOR

           COMPUTE WS-INVDATE-INT =
               FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(ORDDAT-20))

      *    a scheduled faktura's payment term runs from the day it
      *    goes out, not from the day it was read in
           MOVE SPACE TO INVOICE-SENDDATE
           IF SNDDAT-20 NOT = SPACE AND SNDDAT-20 NOT = ZERO
               MOVE SNDDAT-20(1:4) TO INVOICE-SENDDATE(1:4)
               MOVE SNDDAT-20(5:2) TO INVOICE-SENDDATE(6:2)
               MOVE SNDDAT-20(7:2) TO INVOICE-SENDDATE(9:2)
               MOVE '-'    TO INVOICE-SENDDATE(5:1)
                              INVOICE-SENDDATE(8:1)
               COMPUTE WS-SNDDAT-INT =
                   FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(SNDDAT-20))
               COMPUTE WS-DUEDATE-INT =
                   WS-SNDDAT-INT + CUSTOMER-DUEDAYS
           ELSE
               COMPUTE WS-DUEDATE-INT =
                   WS-INVDATE-INT + CUSTOMER-DUEDAYS
           END-IF

      *    never let a due date land on a day the banks are closed
           MOVE WS-DUEDATE-INT TO WS-ROLL-INT
                         :INVOICE-OCRREF,
                         :INVOICE-DUNLEVEL,
                         :INVOICE-LASTDUNDATE,
                         :INVOICE-INTBILLED,
                         :INVOICE-SENDDATE)
           END-EXEC

           IF SQLCODE NOT = ZERO
               MOVE -1 TO WS-HIST-OLD
               MOVE INVOICE-INVSTATE TO WS-HIST-NEW
               PERFORM 242-LOG-STATE
               MOVE INVOICE-INV-ID TO WS-ORDRAB-INV-ID
               MOVE MOMS-T TO WS-ORDRAB-VAT
               SET ORDRAB-PENDING TO TRUE
               PERFORM 226-NOTIFY-CUSTOMER.
      ****************************

      **> Leaves a row in data/notify.txt for every invoice just
      **> recorded, for a mail tool watching data/ to pick up and
      **> send on to the customer's billing contacts - the
      **> customer's account manager learns of the new invoice right
      **> away instead of only finding out at the next print run.
      **> Who gets it is the contact register's business (PbsCont),
      **> asked once per file; a customer with neither a subscribing
      **> contact nor an EMAIL on file is skipped - there is nowhere
      **> to send the notification.
       226-NOTIFY-CUSTOMER.

           IF NOT NOTIFY-RESOLVED
               MOVE CUSTOMER-CUST-ID TO CONTRCPT-CUST-ID
               SET CONTRCPT-FAKTURA TO TRUE
               CALL 'PbsCont' USING CONTRCPT
               SET NOTIFY-RESOLVED TO TRUE
           END-IF

           IF CONTRCPT-COUNT > ZERO
               PERFORM 226-BUILD-NOTIFY-TIMESTAMP
               PERFORM 226-WRITE-ONE-NOTICE
                   VARYING WS-NOTIFY-I FROM 1 BY 1
                   UNTIL WS-NOTIFY-I > CONTRCPT-COUNT
           END-IF.
      ****************************

       226-WRITE-ONE-NOTICE.

           MOVE SPACE TO NOTIFY-POST
           MOVE WS-NOTIFY-TIMESTAMP TO NOTIFY-TIMESTAMP
           MOVE FUNCTION TRIM(CUSTOMER-CUSTNO-TEXT)
               TO NOTIFY-CUSTNO
           MOVE FAKTNR-20 TO NOTIFY-INVNO
           MOVE CONTRCPT-EMAIL(WS-NOTIFY-I) TO NOTIFY-EMAIL
           MOVE 'FAKTURA' TO NOTIFY-KIND
           WRITE NOTIFY-POST

           DISPLAY ' Avisering om ny faktura skickad till: '
               FUNCTION TRIM(CONTRCPT-EMAIL(WS-NOTIFY-I)).
      ****************************

       226-BUILD-NOTIFY-TIMESTAMP.

           MOVE FUNCTION CURRENT-DATE TO WS-NOTIFY-NOW
           MOVE SPACE TO WS-NOTIFY-TIMESTAMP
           STRING WS-NOTIFY-NOW(1:4)  DELIMITED BY SIZE
                   '-'                 DELIMITED BY SIZE
                   WS-NOTIFY-NOW(5:2)  DELIMITED BY SIZE
                   '-'                 DELIMITED BY SIZE
                   WS-NOTIFY-NOW(7:2)  DELIMITED BY SIZE
                   ' '                 DELIMITED BY SIZE
                   WS-NOTIFY-NOW(9:2)  DELIMITED BY SIZE
                   ':'                 DELIMITED BY SIZE
                   WS-NOTIFY-NOW(11:2) DELIMITED BY SIZE
                   ':'                 DELIMITED BY SIZE
                   WS-NOTIFY-NOW(13:2) DELIMITED BY SIZE
                   INTO WS-NOTIFY-TIMESTAMP
           END-STRING.
      ****************************

      **> Rolls the integer date in WS-ROLL-INT forward to the next
      **> bank day: l�rdag/s�ndag by the calendar arithmetic, other
      **> holidays by the BANKHOL table - so no due date ever lands

      ****************************

      **> The order discount as a line of its own on the faktura
      **> 220-CHECK-FAKTURA-SUM has just passed: one negative line at
      **> the faktura's VAT rate, so the invoice total, the VAT and
      **> every balance read from the items all come out discounted.
      **> ARTNO ORDRAB marks the line for the print run and the
      **> revenue report; UNITDESC carries the percentage.
       232-ORDRAB-ITEM-INSERT.
           MOVE 'ORDRAB' TO ITEM-ARTNO-TEXT
           MOVE 6 TO ITEM-ARTNO-LEN
           MOVE 'Orderrabatt' TO ITEM-DESCRIPTION-TEXT
           MOVE 11 TO ITEM-DESCRIPTION-LEN
           MOVE SPACE TO ITEM-UNITDESC-TEXT
           STRING WS-ORDRAB-PCT ' %' DELIMITED BY SIZE
               INTO ITEM-UNITDESC-TEXT
           MOVE 4 TO ITEM-UNITDESC-LEN
           MOVE 1 TO ITEM-QTY
           COMPUTE ITEM-PRICE = ZERO - WS-ORDRAB-AMOUNT
           MOVE WS-ORDRAB-VAT TO ITEM-VAT

           MOVE 'ITEM' TO IDGEN-TABLENAME-TEXT
           PERFORM 200-GET-NEXT-ID
           MOVE WS-NEXT-ID TO ITEM-ITEM-ID

           EXEC SQL
               INSERT INTO ITEM
               VALUES ( (:ITEM-ITEM-ID+1),
                         :ITEM-DESCRIPTION,
                         :ITEM-ARTNO,
                         :ITEM-UNITDESC,
                         :ITEM-QTY,
                         :ITEM-PRICE,
                         :ITEM-VAT
                         )
           END-EXEC

           IF SQLCODE NOT = ZERO
               DISPLAY ' Insert SQL sats p� ITEM tabel �r felt'.

           EXEC SQL
               INSERT INTO INVITEM
               VALUES ( (:WS-ORDRAB-INV-ID+1),
                        (:ITEM-ITEM-ID+1))
           END-EXEC

           IF SQLCODE NOT = ZERO
               DISPLAY ' Insert SQL sats in INVITEM table �r felt'.

      ****************************

      **> One INVHIST row for the state change in WS-HIST-* -
      **> intake runs unattended, so the program name stands as
      **> operator. OLDSTATE -1 marks the invoice's creation.
           END-IF.
      ***************************

      **> One AUDITLOG row for a master-data field the intake
      **> changed (WS-AUDIT-*), in the same form the maintenance
      **> screens write - intake runs unattended, so the program
      **> name stands as operator.
       243-WRITE-AUDIT.

           MOVE 'AUDITLOG' TO IDGEN-TABLENAME-TEXT
           PERFORM 200-GET-NEXT-ID
           MOVE WS-NEXT-ID TO AUDITLOG-AUDIT-ID

           MOVE FUNCTION TRIM(WS-AUDIT-TABLE)
               TO AUDITLOG-TABLENAME-TEXT
           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-AUDIT-TABLE))
               TO AUDITLOG-TABLENAME-LEN
           MOVE WS-AUDIT-ROWKEY TO AUDITLOG-ROWKEY
           MOVE FUNCTION TRIM(WS-AUDIT-FIELD)
               TO AUDITLOG-FIELDNAME-TEXT
           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-AUDIT-FIELD))
               TO AUDITLOG-FIELDNAME-LEN
           MOVE WS-AUDIT-OLD TO AUDITLOG-OLDVALUE-TEXT
           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-AUDIT-OLD))
               TO AUDITLOG-OLDVALUE-LEN
           MOVE WS-AUDIT-NEW TO AUDITLOG-NEWVALUE-TEXT
           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-AUDIT-NEW))
               TO AUDITLOG-NEWVALUE-LEN

           MOVE FUNCTION CURRENT-DATE TO WS-AUDIT-NOW
           MOVE SPACE TO AUDITLOG-CHGTIME
           STRING WS-AUDIT-NOW(1:4)  DELIMITED BY SIZE
               '-'                  DELIMITED BY SIZE
               WS-AUDIT-NOW(5:2)    DELIMITED BY SIZE
               '-'                  DELIMITED BY SIZE
               WS-AUDIT-NOW(7:2)    DELIMITED BY SIZE
               ' '                  DELIMITED BY SIZE
               WS-AUDIT-NOW(9:2)    DELIMITED BY SIZE
               ':'                  DELIMITED BY SIZE
               WS-AUDIT-NOW(11:2)   DELIMITED BY SIZE
               ':'                  DELIMITED BY SIZE
               WS-AUDIT-NOW(13:2)   DELIMITED BY SIZE
               INTO AUDITLOG-CHGTIME
           END-STRING

           MOVE 'PbsRead' TO AUDITLOG-OPERATOR-TEXT
           MOVE 7 TO AUDITLOG-OPERATOR-LEN

           EXEC SQL
               INSERT INTO AUDITLOG
               VALUES ( (:AUDITLOG-AUDIT-ID+1),
                         :AUDITLOG-TABLENAME,
                         :AUDITLOG-ROWKEY,
                         :AUDITLOG-FIELDNAME,
                         :AUDITLOG-OLDVALUE,
                         :AUDITLOG-NEWVALUE,
                         :AUDITLOG-CHGTIME,
                         :AUDITLOG-OPERATOR)
           END-EXEC

           IF SQLCODE NOT = ZERO
               DISPLAY ' Insert SQL sats in AUDITLOG �r felt'
           END-IF

           MOVE SPACE TO WS-AUDIT-OLD WS-AUDIT-NEW.
      ***************************

       WRITE-BAD-FILE.
           PERFORM 191-MAP-ERROR-CODE
           MOVE WS-FEL-CODE TO INERROR-ERRCODE

           MOVE WS-FEL-REASON TO FELDATA-REASON
           MOVE INDATA-POST TO FELDATA-ROW
      *    the personnummer of a rejected faktura (GELONR-20) or
      *    debtor change (GELONR-60) is kept encrypted in feldata.txt
      *    as in the register - the repair screen does not use it
           EVALUATE FELDATA-ROW(1:2)
               WHEN '20'
                   MOVE FELDATA-ROW(224:10) TO PNRREQ-IN
                   PERFORM 215-ENCRYPT-GELONR
                   MOVE WS-GELONR-STORED TO FELDATA-ROW(224:10)
               WHEN '60'
                   MOVE FELDATA-ROW(13:10) TO PNRREQ-IN
                   PERFORM 215-ENCRYPT-GELONR
                   MOVE WS-GELONR-STORED TO FELDATA-ROW(13:10)
           END-EVALUATE
           WRITE FELDATA-POST
           ADD 1 TO WS-SUM-REJECT-COUNT

                   WHEN '30'
                       MOVE FAKTNR-20
                           TO WS-RCP-FAKTNR (WS-RCP-COUNT)
                   WHEN '70'
                       MOVE FAKTNR-20
                           TO WS-RCP-FAKTNR (WS-RCP-COUNT)
                   WHEN '60'
                       MOVE INDATA-POST(3:10)
                           TO WS-RCP-FAKTNR (WS-RCP-COUNT)
                   WHEN OTHER
                       MOVE SPACE
                           TO WS-RCP-FAKTNR (WS-RCP-COUNT)
