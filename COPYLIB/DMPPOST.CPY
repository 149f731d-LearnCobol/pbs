           05  DMP-CUS-EMAIL       PIC X(40).
           05  DMP-CUS-WEB         PIC X(30).
           05  DMP-CUS-BOARDPLACE  PIC X(20).
           05  DMP-CUS-CTLWAIT     PIC 9(4).

       01  DMP-ADR-POST.
           05  DMP-ADR-TYPE        PIC X(3).
           05  DMP-ADR-STREET      PIC X(30).
           05  DMP-ADR-POSTNO      PIC X(5).
           05  DMP-ADR-PLACE       PIC X(30).
           05  DMP-ADR-COUNTRY     PIC X(2).
           05  DMP-ADR-POSTCODE    PIC X(10).

       01  DMP-IDG-POST.
           05  DMP-IDG-TYPE        PIC X(3).
           05  DMP-FIN-BIC         PIC X(11).
           05  DMP-FIN-COMPNAME    PIC X(40).
           05  DMP-FIN-COMPADDR    PIC X(40).
           05  DMP-FIN-SWISHNO     PIC X(20).

       01  DMP-USR-POST.
           05  DMP-USR-TYPE        PIC X(3).
           05  DMP-SRV-VAT         PIC +9.99.
           05  DMP-SRV-ARTNO       PIC X(20).
           05  DMP-SRV-DESCR       PIC X(60).
           05  DMP-SRV-METRIC      PIC X(1).

       01  DMP-SCU-POST.
           05  DMP-SCU-TYPE        PIC X(3).
           05  DMP-SCU-CUST-ID     PIC 9(9).
           05  DMP-SCU-STARTDATE   PIC X(10).
           05  DMP-SCU-ENDDATE     PIC X(10).
           05  DMP-SCU-FREQ        PIC 9(4).
           05  DMP-SCU-ADVANCE     PIC X(1).

       01  DMP-CON-POST.
           05  DMP-CON-TYPE        PIC X(3).
