           05  CNCL-ADDRESS                 PIC X(075).
           05  CNCL-TOWN                    PIC X(030).
           05  CNCL-IS-ACTIVE               PIC 9(001).
      *        TAX IDENTIFICATION NUMBER (NIF), CHECKED BY NIFCHK;
      *        ZERO MEANS NOT YET RECORDED
           05  CNCL-NIF                     PIC 9(009).
           05  CNCL-LAST-BY                 PIC X(008).
           05  CNCL-LAST-DATE               PIC 9(008).
