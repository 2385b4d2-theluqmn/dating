      *roll applies after the date is computed: F rolls a weekend or
      *holiday result forward, P rolls it back, M rolls forward unless
      *that leaves the month, then back; anything else means no roll.
      *mode Y measures the accrual period from the input date to the
      *end date under the convention and returns the day count and
      *year fraction; offset and roll are not used in mode Y.
       01 DATECALC-LINKAGE.
           05 DATECALC-INPUT-DATE          PIC 9(8).
           05 DATECALC-OFFSET              PIC S9(8).
               88 DATECALC-MODE-BUSINESS       VALUE "B".
               88 DATECALC-MODE-MONTH          VALUE "M".
               88 DATECALC-MODE-EOM            VALUE "E".
               88 DATECALC-MODE-ACCRUAL        VALUE "Y".
           05 DATECALC-ROLL                PIC X(1).
               88 DATECALC-ROLL-NONE           VALUE "N".
               88 DATECALC-ROLL-FOLLOWING      VALUE "F".
           05 DATECALC-HOLIDAY-TABLE.
               10 DATECALC-HOLIDAY-ENTRY   PIC 9(8) OCCURS 5000 TIMES.
           05 DATECALC-OUTPUT-DATE         PIC 9(8).
      *00 = ok, 90 = bad input date, end date, mode or convention,
      *or a weekend mask that leaves no working day
           05 DATECALC-RETURN-CODE         PIC 9(2).
      *accrual fields for mode Y. ACT/ACT is the isda method: the days
      *falling in a leap year count over 366, the rest over 365.
      *30/360 is the us rule, which treats the last day of february
      *as the 30th; 30E/360 simply caps both day numbers at 30.
      *a period whose end date is before its start date comes back
      *with a negative day count and year fraction.
           05 DATECALC-END-DATE            PIC 9(8).
           05 DATECALC-CONVENTION          PIC X(8).
               88 DATECALC-CONV-ACT-360        VALUE "ACT/360".
               88 DATECALC-CONV-ACT-365F       VALUE "ACT/365F".
               88 DATECALC-CONV-ACT-ACT        VALUE "ACT/ACT".
               88 DATECALC-CONV-30-360-US      VALUE "30/360"
                                                     "30/360US".
               88 DATECALC-CONV-30E-360        VALUE "30E/360".
           05 DATECALC-DAY-COUNT           PIC S9(8).
           05 DATECALC-YEAR-FRACTION       PIC S9(4)V9(9).
      *weekend days, one byte per day from sunday to saturday; Y marks
      *a day off. a joint calendar set passes the days that are off on
      *any calendar in the set. spaces mean saturday and sunday.
           05 DATECALC-WEEKEND-MASK        PIC X(7).
           05 DATECALC-WEEKEND-DAY REDEFINES DATECALC-WEEKEND-MASK
                                           PIC X(1) OCCURS 7 TIMES.
