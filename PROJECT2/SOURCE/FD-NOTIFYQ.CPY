               88  NOTI-STATUS-SENT         VALUE "S".
               88  NOTI-STATUS-FAILED       VALUE "F".
           05  NOTI-STAMP                   PIC 9(014).
           05  NOTI-ATTACHMENT              PIC X(040).
