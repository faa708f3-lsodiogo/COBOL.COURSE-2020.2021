       01  SDIET-DETAILS.
      *        ONE PUPIL ON A SPECIAL DIET AT A SCHOOL. ONLY THE
      *        SCHOOL'S OWN PUPIL REFERENCE IS HELD, NEVER A NAME
           05  SDIET-KEY.
               10  SDIET-SCHOOL-ID          PIC 9(005).
               10  SDIET-PUPIL-REF          PIC X(010).
      *        ALLERGEN-FLAGGED INGREDIENTS THE PUPIL MUST NOT HAVE;
      *        UNUSED SLOTS ARE ZERO
           05  SDIET-AVOID-TABLE.
               10  SDIET-AVOID-ING          PIC 9(005)
                                            OCCURS 5 TIMES.
      *        APPROVED MEALS IN ORDER OF PREFERENCE: THE GENERATION
      *        RUN TAKES THE FIRST ONE THAT IS STILL SAFE AGAINST THE
      *        RECIPE IN FORCE ON THE DAY. VARIANT ZERO MEANS THE
      *        PLAIN SANDWICH
           05  SDIET-CHOICE                 OCCURS 3 TIMES.
               10  SDIET-SAND-ID            PIC 9(005).
               10  SDIET-VARIANT-NO         PIC 9(002).
           05  SDIET-ACTIVE                 PIC X(001).
               88  SDIET-ACTIVE-YES         VALUE "Y".
           05  SDIET-LAST-BY                PIC X(008).
           05  SDIET-LAST-DATE              PIC 9(008).
