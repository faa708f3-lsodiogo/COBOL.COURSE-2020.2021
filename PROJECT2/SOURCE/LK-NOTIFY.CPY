      *    LINKAGE AREA FOR NOTIFY - QUEUES ONE OUTBOUND
      *    NOTIFICATION ON FXNOTIFYQ. THE ALERTING PROGRAMS QUEUE;
      *    NOTIFY-SEND TURNS THE QUEUE INTO PER-RECIPIENT MESSAGE
      *    FILES FOR THE MAIL GATEWAY. NOTI-REQ-ATTACHMENT NAMES A
      *    FILE TO SEND WITH THE MESSAGE (SPACES WHEN NONE).
      ******************************************************************
       01  NOTIFY-REQUEST.
           05  NOTI-REQ-RECIPIENT           PIC X(030).
           05  NOTI-REQ-SEVERITY            PIC X(001).
           05  NOTI-REQ-MESSAGE             PIC X(080).
           05  NOTI-REQ-SOURCE              PIC X(030).
           05  NOTI-REQ-ATTACHMENT          PIC X(040).
