      ******************************************************************
      *    LINKAGE AREA FOR SUPPDAYS - SUPPLIER DELIVERY DATES. THE
      *    CALLER NAMES THE SUPPLIER AND THE AGREEMENT LEAD TIME AND
      *    EITHER:
      *    "R" - THE DATE (AND TIME, ZERO WHEN UNKNOWN) THE ORDER
      *          WENT OUT: SDAY-DELIVERY-DATE COMES BACK AS THE FIRST
      *          DELIVERY DAY AT LEAST THE LEAD TIME LATER WHOSE
      *          CUT-OFF THE ORDER MADE;
      *    "N" - THE DATE THE GOODS ARE NEEDED: SDAY-DELIVERY-DATE
      *          COMES BACK AS THE LAST DELIVERY DAY ON OR BEFORE IT.
      *    EITHER WAY SDAY-ORDER-BY-DATE/TIME IS THE LATEST ORDER
      *    THAT STILL CATCHES THAT DELIVERY (TIME ZERO WHEN ONLY THE
      *    DAY MATTERS). DELIVERY DAYS ARE THE SUPPLIER'S WEEKDAYS ON
      *    FXSUPPSCHED OUTSIDE ITS DOWNTIME WINDOWS ON CALENDARFILE.
      *    SDAY-FOUND-NO MEANS NO DELIVERY DAY WAS FOUND WITHIN THE
      *    SEARCH AND THE PLAIN LEAD-TIME DATE IS RETURNED INSTEAD.
      ******************************************************************
       01  SUPPDAYS-REQUEST.
           05  SDAY-MODE                    PIC X(001).
               88  SDAY-FROM-ORDER          VALUE "R".
               88  SDAY-FOR-NEED            VALUE "N".
           05  SDAY-SUPPLIER-ID             PIC 9(005).
           05  SDAY-LEAD-DAYS               PIC 9(003).
           05  SDAY-ORDER-DATE              PIC 9(008).
           05  SDAY-ORDER-TIME              PIC 9(004).
           05  SDAY-NEED-DATE               PIC 9(008).
           05  SDAY-DELIVERY-DATE           PIC 9(008).
           05  SDAY-ORDER-BY-DATE           PIC 9(008).
           05  SDAY-ORDER-BY-TIME           PIC 9(004).
           05  SDAY-SCHEDULED               PIC X(001).
               88  SDAY-SCHEDULED-YES       VALUE "Y".
           05  SDAY-FOUND                   PIC X(001).
               88  SDAY-FOUND-YES           VALUE "Y".
               88  SDAY-FOUND-NO            VALUE "N".
