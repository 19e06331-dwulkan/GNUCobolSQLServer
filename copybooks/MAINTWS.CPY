           05  MAINT-CHANGE-COUNT           PIC 9(6)    VALUE ZERO.
           05  MAINT-DELETE-COUNT           PIC 9(6)    VALUE ZERO.
           05  MAINT-REJECT-COUNT           PIC 9(6)    VALUE ZERO.
      *-----------------------------------------------------------------*
      * SET BY CHECK-SESSION-OPEN FOR EACH TESTPOINTS TRANSACTION - A
      * TRANSACTION AGAINST A SESSION esqlOCClose HAS CLOSED OUT GOES
      * TO POINTREJ INSTEAD OF MOVING PUBLISHED HISTORY.
      *-----------------------------------------------------------------*
       01  MAINT-SESSION-SW                PIC X       VALUE 'Y'.
           88  MAINT-SESSION-OPEN                      VALUE 'Y'.
           88  MAINT-SESSION-CLOSED                    VALUE 'N'.
      *-----------------------------------------------------------------*
      * THE RUN DATE AS YYYY-MM-DD - THE EFFECTIVE DATE A PERSON
      * TRANSFER CLOSES THE OLD TESTMEMBER MEMBERSHIP AND OPENS THE
      * NEW ONE ON.
      *-----------------------------------------------------------------*
       01  MAINT-DATE-NUM                  PIC 9(8)    VALUE ZERO.
       01  MAINT-DATE-GRP REDEFINES MAINT-DATE-NUM.
           05  MAINT-DT-YYYY                PIC 9(4).
           05  MAINT-DT-MM                  PIC 9(2).
           05  MAINT-DT-DD                  PIC 9(2).
       01  MAINT-EFF-DATE                  PIC X(10)   VALUE SPACES.
