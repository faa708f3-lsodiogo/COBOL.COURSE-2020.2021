       01  SCON-DETAILS.
      *        ONE NAMED CONTACT AT A SCHOOL; A SCHOOL KEEPS SEVERAL,
      *        NUMBERED IN THE ORDER THEY WERE ENTERED
           05  SCON-KEY.
               10  SCON-SCHOOL-ID           PIC 9(005).
               10  SCON-SEQ                 PIC 9(002).
           05  SCON-NAME                    PIC X(040).
      *        WHAT THE PERSON DOES FOR US: "H" HEAD, "K" KITCHEN
      *        LEAD, "F" FINANCE, "D" DELIVERY (WHO SIGNS FOR THE VAN)
           05  SCON-ROLE                    PIC X(001).
               88  SCON-ROLE-HEAD           VALUE "H".
               88  SCON-ROLE-KITCHEN        VALUE "K".
               88  SCON-ROLE-FINANCE        VALUE "F".
               88  SCON-ROLE-DELIVERY       VALUE "D".
               88  SCON-ROLE-VALID          VALUE "H" "K" "F" "D".
      *        SAME NUMBERING RULES AS A SUPPLIER'S MAIN TELEPHONE
           05  SCON-PHONE                   PIC 9(009).
               88  SCON-VALID-PHONE         VALUE 200000000
                                            THRU 299999999
                                            300000000 THRU
                                            399999999
                                            910000000 THRU
                                            919999999
                                            920000000 THRU
                                            929999999
                                            930000000 THRU
                                            939999999
                                            960000000 THRU
                                            969999999.
      *        OPTIONAL; WHEN GIVEN IT MUST PASS THE SAME CHECK AS A
      *        SUPPLIER E-MAIL
           05  SCON-EMAIL                   PIC X(040).
           05  SCON-LAST-BY                 PIC X(008).
           05  SCON-LAST-DATE               PIC 9(008).
