      ******************************************************************
      *    LINKAGE AREA FOR SITEINFO - ONE PRODUCTION SITE. BY SITE
      *    THE CALLER SETS SINF-SITE (SPACES MEANS THE MAIN KITCHEN,
      *    "01") AND GETS BACK ITS NAME AND STORE AND KITCHEN
      *    LOCATIONS; BY LOCATION THE CALLER SETS SINF-LOCATION AND
      *    GETS BACK THE SITE THAT OWNS IT.
      ******************************************************************
       01  SITEINFO-REQUEST.
           05  SINF-MODE                    PIC X(001).
               88  SINF-BY-SITE             VALUE "S".
               88  SINF-BY-LOCATION         VALUE "L".
           05  SINF-SITE                    PIC X(002).
           05  SINF-LOCATION                PIC X(002).
           05  SINF-NAME                    PIC X(030).
           05  SINF-STORE-LOC               PIC X(002).
           05  SINF-KITCHEN-LOC             PIC X(002).
           05  SINF-FOUND                   PIC X(001).
               88  SINF-FOUND-YES           VALUE "Y".
               88  SINF-FOUND-NO            VALUE "N".
