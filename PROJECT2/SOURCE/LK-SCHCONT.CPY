      ******************************************************************
      *    LINKAGE AREA FOR SCHCONT - THE CONTACT AT A SCHOOL WHO
      *    RECEIVES ONE KIND OF DOCUMENT. THE CALLER SETS THE SCHOOL
      *    AND THE DOCUMENT TYPE; THE ROLE COMES FROM FXDOCROLE (OR
      *    THE DEFAULT FOR THE TYPE) AND THE FIRST CONTACT OF THAT
      *    ROLE IS RETURNED, ELSE THE SCHOOL'S FIRST CONTACT OF ANY
      *    ROLE. A SCHOOL WITH NO CONTACTS GIVES FOUND "N".
      ******************************************************************
       01  SCHCONT-REQUEST.
           05  SCNT-SCHOOL-ID               PIC 9(005).
           05  SCNT-DOC-TYPE                PIC X(010).
           05  SCNT-FOUND                   PIC X(001).
               88  SCNT-FOUND-YES           VALUE "Y".
           05  SCNT-ROLE                    PIC X(001).
           05  SCNT-NAME                    PIC X(040).
           05  SCNT-PHONE                   PIC 9(009).
           05  SCNT-EMAIL                   PIC X(040).
