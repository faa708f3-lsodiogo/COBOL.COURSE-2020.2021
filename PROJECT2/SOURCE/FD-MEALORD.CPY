       01  MEAL-DETAILS.
      *        ONE NAMED MEAL FOR ONE PUPIL ON ONE DELIVERY DAY. THE
      *        MEAL IS ALSO COUNTED IN THE QUANTITY OF THE SCHOOL'S
      *        FXORDERS LINE FOR THE SAME SANDWICH, SO CAPACITY,
      *        PRODUCTION AND INVOICING SEE IT; LABELS, THE PICKING
      *        SHEET AND THE DISPATCH NOTE TAKE IT OFF THAT LINE AND
      *        SHOW IT ON ITS OWN
           05  MEAL-ID.
               10  MEAL-DELIVERY-DATE       PIC 9(008).
               10  MEAL-SCHOOL-ID           PIC 9(005).
               10  MEAL-PUPIL-REF           PIC X(010).
           05  MEAL-SANDWICH-ID             PIC 9(005).
           05  MEAL-VARIANT-NO              PIC 9(002).
           05  MEAL-STATUS                  PIC X(001).
               88  MEAL-STATUS-OPEN         VALUE "O".
               88  MEAL-STATUS-DELIVERED    VALUE "D".
           05  MEAL-DISPATCH-NOTE           PIC 9(006).
           05  MEAL-LAST-BY                 PIC X(008).
           05  MEAL-LAST-DATE               PIC 9(008).
