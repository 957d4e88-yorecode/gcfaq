      *> CBSWHLT.cpy
      *> Switch-health history (SWHEALTH.DAT), one line per type
      *> "3" health record telco5 reads, appended run after run
      *> in the order the switches reported.  The file header's
      *> source-system id rides along so the switch can be tied
      *> to the accounts it serves on SRCMAP.DAT (see
      *> CBSRCMAP.cpy); spaces there means the extract carried no
      *> header.  telsla works outage windows out of this history.
       01  SWH-REC.
           05  SWH-SWITCH-ID           PIC X(08).
           05  SWH-DATE                PIC 9(08).
           05  SWH-TIME                PIC 9(04).
           05  SWH-SEVERITY            PIC 9(01).
           05  SWH-STATUS-CODE         PIC X(04).
           05  SWH-SOURCE-SYS-ID       PIC X(04).
           05  SWH-RUN-DATE            PIC 9(08).
