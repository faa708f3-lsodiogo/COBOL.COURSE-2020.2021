       01  ARL-DETAILS.
      *        ONE ROW PER FISCAL YEAR AND LIVE FILE ARCHIVED; THE
      *        ARCHIVE ITSELF IS <FILE>-<YYYY>.ARC (SEE ARCHIVE)
           05  ARL-ID.
               10  ARL-YEAR                 PIC 9(004).
               10  ARL-FILE                 PIC X(010).
      *        CONTROL TOTALS OF EVERYTHING MOVED INTO THE ARCHIVE:
      *        RECORD COUNT AND THE SUM OF THE DOCUMENT VALUES
      *        (QUANTITIES FOR FXORDERS, ZERO FOR FXPURCHORD)
           05  ARL-COUNT                    PIC 9(007).
           05  ARL-CONTROL-TOTAL            PIC 9(011)V99.
           05  ARL-STATUS                   PIC X(001).
               88  ARL-STATUS-ARCHIVED      VALUE "A".
               88  ARL-STATUS-PURGED        VALUE "P".
           05  ARL-ARCHIVED-DATE            PIC 9(008).
           05  ARL-PURGED-DATE              PIC 9(008).
           05  ARL-LAST-BY                  PIC X(008).
           05  ARL-LAST-DATE                PIC 9(008).
