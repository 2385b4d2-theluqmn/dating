           05 FILLER                       PIC 9(2) VALUE 31.
       01 WS-DIM-TABLE-REDEF REDEFINES WS-DIM-TABLE.
           05 WS-DIM                       PIC 9(2) OCCURS 12 TIMES.
      *accrual variables
       01 WS-ACR-START                     PIC 9(8).
       01 WS-ACR-START-REDEF REDEFINES WS-ACR-START.
           05 WS-ACR-Y1                    PIC 9(4).
           05 WS-ACR-M1                    PIC 9(2).
           05 WS-ACR-D1                    PIC 9(2).
       01 WS-ACR-END                       PIC 9(8).
       01 WS-ACR-END-REDEF REDEFINES WS-ACR-END.
           05 WS-ACR-Y2                    PIC 9(4).
           05 WS-ACR-M2                    PIC 9(2).
           05 WS-ACR-D2                    PIC 9(2).
       01 WS-ACR-SIGN                      PIC S9.
       01 WS-ACR-DAYS                      PIC S9(8).
       01 WS-ACR-FRACTION                  PIC S9(4)V9(12).
       01 WS-ACR-JAN-FIRST                 PIC 9(8).
       01 WS-DAYS-IN-YEAR                  PIC 9(3).
       01 WS-ACR-START-FEB-END             PIC X VALUE "N".
           88 WS-ACR-START-IS-FEB-END          VALUE "Y".
       01 WS-ACR-END-FEB-END               PIC X VALUE "N".
           88 WS-ACR-END-IS-FEB-END            VALUE "Y".
      *weekend variables
       01 WS-WEEKEND-MASK                  PIC X(7).
       01 WS-WEEKEND-MASK-REDEF REDEFINES WS-WEEKEND-MASK.
           05 WS-WEEKEND-DAY               PIC X(1) OCCURS 7 TIMES.

       LINKAGE SECTION.
       COPY datecalc.
       DATECALC-MAIN.
           MOVE 0 TO DATECALC-RETURN-CODE.
           MOVE 0 TO DATECALC-OUTPUT-DATE.
           MOVE 0 TO DATECALC-DAY-COUNT.
           MOVE 0 TO DATECALC-YEAR-FRACTION.
           MOVE DATECALC-WEEKEND-MASK TO WS-WEEKEND-MASK.
           IF WS-WEEKEND-MASK = SPACES THEN
               MOVE "YNNNNNY" TO WS-WEEKEND-MASK
           END-IF.
           PERFORM DATECALC-VALIDATE-INPUT.
      *a mask with every day off would never find a business day
           IF WS-WEEKEND-MASK = "YYYYYYY" THEN
               MOVE "N" TO WS-INPUT-VALID
           END-IF.
           IF WS-INPUT-IS-VALID
                   AND (DATECALC-MODE-CALENDAR
                       OR DATECALC-MODE-BUSINESS
                       OR DATECALC-MODE-MONTH
                       OR DATECALC-MODE-EOM
                       OR DATECALC-MODE-ACCRUAL) THEN
               IF DATECALC-MODE-BUSINESS THEN
                   PERFORM DATECALC-BUSINESS-DATE
               ELSE IF DATECALC-MODE-MONTH OR DATECALC-MODE-EOM THEN
                   PERFORM DATECALC-MONTH-DATE
               ELSE IF DATECALC-MODE-ACCRUAL THEN
                   PERFORM DATECALC-ACCRUAL
               ELSE
                   COMPUTE TP-INT-A =
                       FUNCTION INTEGER-OF-DATE(DATECALC-INPUT-DATE)
                       FUNCTION DATE-OF-INTEGER(TP-INT-A)
               END-IF
               END-IF
               END-IF
               IF DATECALC-RETURN-CODE = 0
                   AND NOT DATECALC-MODE-ACCRUAL
                   AND (DATECALC-ROLL-FOLLOWING
                       OR DATECALC-ROLL-MOD-FOL
                       OR DATECALC-ROLL-PRECEDING) THEN
                   PERFORM DATECALC-APPLY-ROLL
               END-IF
           ELSE
      *90: bad input date, an unrecognized mode or a weekend mask
      *with no working day in it
               MOVE 90 TO DATECALC-RETURN-CODE
           END-IF.
           GOBACK.
       DATECALC-VALIDATE-INPUT.
           MOVE DATECALC-INPUT-DATE TO WS-INPUT-DATE.
           PERFORM DATECALC-VALIDATE-DATE.
       DATECALC-VALIDATE-DATE.
           MOVE "N" TO WS-INPUT-VALID.
           IF WS-INPUT-MONTH >= 1 AND WS-INPUT-MONTH <= 12 THEN
               MOVE WS-DIM(WS-INPUT-MONTH) TO WS-DAYS-IN-MONTH
               IF WS-INPUT-MONTH = 2
               THEN
               MOVE 29 TO WS-DAYS-IN-MONTH
           END-IF.
       DATECALC-CALC-DAYS-IN-YEAR.
      *365 plus one when february of WS-CALC-YEAR has 29 days
           MOVE 2 TO WS-CALC-MONTH.
           PERFORM DATECALC-CALC-DAYS-IN-MONTH.
           COMPUTE WS-DAYS-IN-YEAR = 337 + WS-DAYS-IN-MONTH.
       DATECALC-ACCRUAL.
      *mode Y; a period that runs backwards is measured forwards and
      *the sign is put back on both results at the end
           MOVE DATECALC-END-DATE TO WS-INPUT-DATE.
           PERFORM DATECALC-VALIDATE-DATE.
           IF NOT WS-INPUT-IS-VALID
                   OR NOT (DATECALC-CONV-ACT-360
                       OR DATECALC-CONV-ACT-365F
                       OR DATECALC-CONV-ACT-ACT
                       OR DATECALC-CONV-30-360-US
                       OR DATECALC-CONV-30E-360) THEN
      *90: bad end date or an unrecognized convention
               MOVE 90 TO DATECALC-RETURN-CODE
           ELSE
               MOVE 1 TO WS-ACR-SIGN
               IF DATECALC-END-DATE < DATECALC-INPUT-DATE THEN
                   MOVE -1 TO WS-ACR-SIGN
                   MOVE DATECALC-END-DATE TO WS-ACR-START
                   MOVE DATECALC-INPUT-DATE TO WS-ACR-END
               ELSE
                   MOVE DATECALC-INPUT-DATE TO WS-ACR-START
                   MOVE DATECALC-END-DATE TO WS-ACR-END
               END-IF
               COMPUTE WS-ACR-DAYS =
                   FUNCTION INTEGER-OF-DATE(WS-ACR-END)
                   - FUNCTION INTEGER-OF-DATE(WS-ACR-START)
               IF DATECALC-CONV-ACT-360 THEN
                   COMPUTE WS-ACR-FRACTION = WS-ACR-DAYS / 360
               ELSE IF DATECALC-CONV-ACT-365F THEN
                   COMPUTE WS-ACR-FRACTION = WS-ACR-DAYS / 365
               ELSE IF DATECALC-CONV-ACT-ACT THEN
                   PERFORM DATECALC-ACCRUAL-ACT-ACT
               ELSE
                   PERFORM DATECALC-ACCRUAL-30-360
               END-IF
               END-IF
               END-IF
               COMPUTE DATECALC-DAY-COUNT = WS-ACR-DAYS * WS-ACR-SIGN
               COMPUTE DATECALC-YEAR-FRACTION ROUNDED =
                   WS-ACR-FRACTION * WS-ACR-SIGN
           END-IF.
       DATECALC-ACCRUAL-ACT-ACT.
      *each calendar year's share of the period is measured over the
      *length of that year
           MOVE WS-ACR-Y1 TO WS-CALC-YEAR.
           PERFORM DATECALC-CALC-DAYS-IN-YEAR.
           IF WS-ACR-Y1 = WS-ACR-Y2 THEN
               COMPUTE WS-ACR-FRACTION = WS-ACR-DAYS / WS-DAYS-IN-YEAR
           ELSE
               COMPUTE WS-ACR-JAN-FIRST = ((WS-ACR-Y1 + 1) * 10000)
                   + 101
               COMPUTE WS-ACR-FRACTION =
                   ((FUNCTION INTEGER-OF-DATE(WS-ACR-JAN-FIRST)
                   - FUNCTION INTEGER-OF-DATE(WS-ACR-START))
                   / WS-DAYS-IN-YEAR)
                   + (WS-ACR-Y2 - WS-ACR-Y1 - 1)
               MOVE WS-ACR-Y2 TO WS-CALC-YEAR
               PERFORM DATECALC-CALC-DAYS-IN-YEAR
               COMPUTE WS-ACR-JAN-FIRST = (WS-ACR-Y2 * 10000) + 101
               COMPUTE WS-ACR-FRACTION = WS-ACR-FRACTION
                   + ((FUNCTION INTEGER-OF-DATE(WS-ACR-END)
                   - FUNCTION INTEGER-OF-DATE(WS-ACR-JAN-FIRST))
                   / WS-DAYS-IN-YEAR)
           END-IF.
       DATECALC-ACCRUAL-30-360.
      *every month counts as 30 days and the year as 360; the day
      *numbers are adjusted first, in the order the rules require
           IF DATECALC-CONV-30E-360 THEN
               IF WS-ACR-D1 = 31 THEN
                   MOVE 30 TO WS-ACR-D1
               END-IF
               IF WS-ACR-D2 = 31 THEN
                   MOVE 30 TO WS-ACR-D2
               END-IF
           ELSE
               MOVE "N" TO WS-ACR-START-FEB-END
               MOVE "N" TO WS-ACR-END-FEB-END
               MOVE WS-ACR-Y1 TO WS-CALC-YEAR
               MOVE 2 TO WS-CALC-MONTH
               PERFORM DATECALC-CALC-DAYS-IN-MONTH
               IF WS-ACR-M1 = 2 AND WS-ACR-D1 = WS-DAYS-IN-MONTH THEN
                   SET WS-ACR-START-IS-FEB-END TO TRUE
               END-IF
               MOVE WS-ACR-Y2 TO WS-CALC-YEAR
               PERFORM DATECALC-CALC-DAYS-IN-MONTH
               IF WS-ACR-M2 = 2 AND WS-ACR-D2 = WS-DAYS-IN-MONTH THEN
                   SET WS-ACR-END-IS-FEB-END TO TRUE
               END-IF
               IF WS-ACR-START-IS-FEB-END
                   AND WS-ACR-END-IS-FEB-END THEN
                   MOVE 30 TO WS-ACR-D2
               END-IF
               IF WS-ACR-START-IS-FEB-END THEN
                   MOVE 30 TO WS-ACR-D1
               END-IF
               IF WS-ACR-D2 = 31 AND WS-ACR-D1 >= 30 THEN
                   MOVE 30 TO WS-ACR-D2
               END-IF
               IF WS-ACR-D1 = 31 THEN
                   MOVE 30 TO WS-ACR-D1
               END-IF
           END-IF.
           COMPUTE WS-ACR-DAYS = ((WS-ACR-Y2 - WS-ACR-Y1) * 360)
               + ((WS-ACR-M2 - WS-ACR-M1) * 30)
               + (WS-ACR-D2 - WS-ACR-D1).
           COMPUTE WS-ACR-FRACTION = WS-ACR-DAYS / 360.
       DATECALC-APPLY-ROLL.
      *move a weekend or holiday result to a business day; modified
      *following turns back when the forward roll leaves the month
       DATECALC-CHECK-BUSINESS-DAY.
           SET WS-DATE-IS-BUSINESS-DAY TO TRUE.
           COMPUTE WS-DOW = FUNCTION MOD(TP-INT-A, 7).
           IF WS-WEEKEND-DAY(WS-DOW + 1) = "Y" THEN
               MOVE "N" TO WS-BUSINESS-DAY-FLAG
           END-IF.
           IF WS-DATE-IS-BUSINESS-DAY THEN
