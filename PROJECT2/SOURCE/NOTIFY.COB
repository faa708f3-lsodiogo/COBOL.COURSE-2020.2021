      *    BREADWICH | OPERATIONS
      ******************************************************************
      *    NOTIFY - APPENDS ONE UNSENT NOTIFICATION TO THE OUTBOUND
      *    QUEUE FXNOTIFYQ, WITH THE NAME OF ANY FILE TO BE SENT
      *    ALONG WITH IT.
      ******************************************************************
      *    V1 | EM ATUALIZACAO | 22.08.2026
      ******************************************************************
           MOVE NOTI-REQ-SEVERITY TO NOTI-SEVERITY
           MOVE NOTI-REQ-MESSAGE TO NOTI-MESSAGE
           MOVE NOTI-REQ-SOURCE TO NOTI-SOURCE
           MOVE NOTI-REQ-ATTACHMENT TO NOTI-ATTACHMENT
           MOVE "U" TO NOTI-STATUS
           MOVE FUNCTION CURRENT-DATE (1:14) TO NOTI-STAMP
           WRITE NOTI-DETAILS
