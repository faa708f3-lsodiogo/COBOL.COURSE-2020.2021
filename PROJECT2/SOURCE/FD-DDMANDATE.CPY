       01  DDM-DETAILS.
      *        A MANDATE BELONGS EITHER TO ONE SCHOOL ("S") OR TO A
      *        COUNCIL ("C") THAT PAYS FOR ALL OF ITS MEMBER SCHOOLS
           05  DDM-ID.
               10  DDM-ACCOUNT-TYPE         PIC X(001).
                   88  DDM-FOR-SCHOOL       VALUE "S".
                   88  DDM-FOR-COUNCIL      VALUE "C".
                   88  DDM-ACCOUNT-TYPE-VALID
                                            VALUE "S" "C".
               10  DDM-ACCOUNT-ID           PIC 9(005).
           05  DDM-REFERENCE                PIC X(020).
           05  DDM-SIGNED-DATE              PIC 9(008).
           05  DDM-DEBTOR-NAME              PIC X(040).
           05  DDM-DEBTOR-IBAN              PIC X(034).
           05  DDM-STATUS                   PIC X(001).
               88  DDM-STATUS-ACTIVE        VALUE "A".
               88  DDM-STATUS-SUSPENDED     VALUE "S".
               88  DDM-STATUS-CANCELLED     VALUE "C".
               88  DDM-STATUS-VALID         VALUE "A" "S" "C".
           05  DDM-LAST-BY                  PIC X(008).
           05  DDM-LAST-DATE                PIC 9(008).
