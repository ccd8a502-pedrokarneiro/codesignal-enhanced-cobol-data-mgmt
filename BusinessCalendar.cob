       IDENTIFICATION DIVISION.
       PROGRAM-ID. BusinessCalendar.
       AUTHOR. D-HARRISON.
       INSTALLATION. DATA-MGMT-SVCS.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.
      *----------------------------------------------------------------
      * MODIFICATION HISTORY
      *----------------------------------------------------------------
      * DATE       INIT  DESCRIPTION
      * 2026-10-15  DLH  INITIAL VERSION - SHARED SUBPROGRAM CALLED BY
      *                  EVERY PROGRAM THAT NEEDS TO KNOW WHETHER AN
      *                  OFFICE IS OPEN ON A DATE.  AN OPEN DAY IS ONE
      *                  OUTSIDE THE CALENDAR'S WEEKLY CLOSING (BANK:
      *                  SATURDAY AND SUNDAY; LIBRARY: SUNDAY) THAT
      *                  HAS NO ENTRY FOR THAT CALENDAR ON THE HOLIDAY
      *                  FILE.  ROLLS A DATE FORWARD TO AN OPEN DAY,
      *                  FINDS THE NEXT OR PRIOR OPEN DAY, OR COUNTS
      *                  THE OPEN DAYS IN A RANGE - SEE BUSCALP.CPY.
      *                  LIKE FeeLookup IT OPENS AND CLOSES ITS FILE
      *                  ON EVERY CALL.  A MISSING HOLIDAY FILE LEAVES
      *                  ONLY THE WEEKLY CLOSING.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HOLIDAY-CALENDAR-FILE ASSIGN TO "HOLIDAY"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOLIDAY-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  HOLIDAY-CALENDAR-FILE.
       COPY HOLCAL.

       WORKING-STORAGE SECTION.
       01  WS-HOLIDAY-STATUS         PIC X(2).
       01  WS-EOF-SWITCH             PIC X VALUE 'N'.
           88  WS-END-OF-FILE        VALUE 'Y'.

      *----------------------------------------------------------------
      * WS-HOLIDAY-TABLE - the caller's calendar's holidays only.
      *----------------------------------------------------------------
       01  WS-HOLIDAY-COUNT          PIC 9(3) COMP VALUE 0.
       01  WS-HOLIDAY-TABLE.
           05  WS-HOL-DATE OCCURS 300 TIMES
                   INDEXED BY WS-HOL-IDX   PIC 9(8).

       01  WS-OPEN-SWITCH            PIC X VALUE 'N'.
           88  WS-DAY-IS-OPEN        VALUE 'Y'.
       01  WS-STEP-COUNT             PIC 9(4) COMP VALUE 0.
       01  WS-MAX-STEPS              PIC 9(4) COMP VALUE 366.

      *----------------------------------------------------------------
      * Calendar-day stepping work fields.  WS-WEEKDAY runs 0
      * Saturday, 1 Sunday, 2 Monday ... 6 Friday - the remainder of
      * the day serial over seven - and is stepped with the date.
      *----------------------------------------------------------------
       01  WS-WORK-DATE              PIC 9(8) VALUE 0.
       01  WS-WD-PARTS REDEFINES WS-WORK-DATE.
           05  WS-WD-YEAR            PIC 9(4).
           05  WS-WD-MONTH           PIC 9(2).
           05  WS-WD-DAY             PIC 9(2).
       01  WS-WEEKDAY                PIC 9 VALUE 0.
           88  WS-SATURDAY           VALUE 0.
           88  WS-SUNDAY             VALUE 1.
       01  WS-DAYS-IN-MONTH          PIC 9(2) COMP VALUE 0.
       01  WS-DAY-SERIAL             PIC 9(8) COMP VALUE 0.
       01  WS-SERIAL-QUOTIENT        PIC 9(8) COMP VALUE 0.
       01  WS-PRIOR-YEAR             PIC 9(4) COMP VALUE 0.
       01  WS-LEAP-QUOTIENT          PIC 9(4) COMP VALUE 0.
       01  WS-LEAP-REMAINDER         PIC 9(4) COMP VALUE 0.
       01  WS-IS-LEAP-SWITCH         PIC X VALUE 'N'.
           88  WS-IS-LEAP-YEAR       VALUE 'Y'.
       01  WS-CUM-DAYS-TABLE.
           05  FILLER PIC X(36) VALUE
               "000031059090120151181212243273304334".
       01  WS-CUM-DAYS REDEFINES WS-CUM-DAYS-TABLE.
           05  WS-CUM-DAY-ENTRY OCCURS 12 TIMES PIC 9(3).

       LINKAGE SECTION.

       01  BUSINESS-CALENDAR-PARMS.
           COPY BUSCALP.

       PROCEDURE DIVISION USING BUSINESS-CALENDAR-PARMS.
       0000-MAINLINE.
           MOVE 0   TO BCAL-RESULT-DATE
           MOVE 0   TO BCAL-DAYS
           MOVE 'N' TO BCAL-OPEN-FLAG
           MOVE 'Y' TO BCAL-RETURN-FLAG

           MOVE BCAL-DATE TO WS-WORK-DATE
           PERFORM 3300-CHECK-DATE
           IF BCAL-INVALID-DATE
               GOBACK
           END-IF

           PERFORM 1000-LOAD-HOLIDAYS
           PERFORM 3400-SET-WEEKDAY
           PERFORM 3000-TEST-OPEN-DAY
           IF WS-DAY-IS-OPEN
               MOVE 'Y' TO BCAL-OPEN-FLAG
           END-IF

           EVALUATE TRUE
               WHEN BCAL-ROLL-FORWARD
                   PERFORM 2000-ROLL-FORWARD
               WHEN BCAL-NEXT-OPEN-DAY
                   PERFORM 2100-NEXT-OPEN-DAY
               WHEN BCAL-PRIOR-OPEN-DAY
                   PERFORM 2200-PRIOR-OPEN-DAY
               WHEN BCAL-COUNT-OPEN-DAYS
                   PERFORM 2300-COUNT-OPEN-DAYS
               WHEN OTHER
                   MOVE 'N' TO BCAL-RETURN-FLAG
           END-EVALUATE
           GOBACK.

      *----------------------------------------------------------------
      * 1000-LOAD-HOLIDAYS - the entries that close the caller's
      * calendar.
      *----------------------------------------------------------------
       1000-LOAD-HOLIDAYS.
           MOVE 0   TO WS-HOLIDAY-COUNT
           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT HOLIDAY-CALENDAR-FILE
           IF WS-HOLIDAY-STATUS NOT = "35"
               PERFORM 1100-READ-HOLIDAY
               PERFORM UNTIL WS-END-OF-FILE
                   IF WS-HOLIDAY-COUNT < 300
                      AND ((BCAL-BANK-CALENDAR AND HOLC-BANK-CLOSED)
                       OR (BCAL-LIBRARY-CALENDAR
                           AND HOLC-LIBRARY-CLOSED))
                       ADD 1 TO WS-HOLIDAY-COUNT
                       MOVE HOLC-DATE
                           TO WS-HOL-DATE (WS-HOLIDAY-COUNT)
                   END-IF
                   PERFORM 1100-READ-HOLIDAY
               END-PERFORM
               CLOSE HOLIDAY-CALENDAR-FILE
           END-IF.

      *----------------------------------------------------------------
      * 1100-READ-HOLIDAY
      *----------------------------------------------------------------
       1100-READ-HOLIDAY.
           READ HOLIDAY-CALENDAR-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
           END-READ.

      *----------------------------------------------------------------
      * 2000-ROLL-FORWARD - the date itself if open, else the next
      * open day.
      *----------------------------------------------------------------
       2000-ROLL-FORWARD.
           MOVE 0 TO WS-STEP-COUNT
           PERFORM UNTIL WS-DAY-IS-OPEN
                      OR WS-STEP-COUNT >= WS-MAX-STEPS
               PERFORM 3100-STEP-FORWARD
               PERFORM 3000-TEST-OPEN-DAY
           END-PERFORM
           MOVE WS-WORK-DATE  TO BCAL-RESULT-DATE
           MOVE WS-STEP-COUNT TO BCAL-DAYS.

      *----------------------------------------------------------------
      * 2100-NEXT-OPEN-DAY - the first open day after the date.
      *----------------------------------------------------------------
       2100-NEXT-OPEN-DAY.
           MOVE 0 TO WS-STEP-COUNT
           PERFORM 3100-STEP-FORWARD
           PERFORM 3000-TEST-OPEN-DAY
           PERFORM UNTIL WS-DAY-IS-OPEN
                      OR WS-STEP-COUNT >= WS-MAX-STEPS
               PERFORM 3100-STEP-FORWARD
               PERFORM 3000-TEST-OPEN-DAY
           END-PERFORM
           MOVE WS-WORK-DATE  TO BCAL-RESULT-DATE
           MOVE WS-STEP-COUNT TO BCAL-DAYS.

      *----------------------------------------------------------------
      * 2200-PRIOR-OPEN-DAY - the last open day before the date.
      *----------------------------------------------------------------
       2200-PRIOR-OPEN-DAY.
           MOVE 0 TO WS-STEP-COUNT
           PERFORM 3200-STEP-BACK
           PERFORM 3000-TEST-OPEN-DAY
           PERFORM UNTIL WS-DAY-IS-OPEN
                      OR WS-STEP-COUNT >= WS-MAX-STEPS
               PERFORM 3200-STEP-BACK
               PERFORM 3000-TEST-OPEN-DAY
           END-PERFORM
           MOVE WS-WORK-DATE  TO BCAL-RESULT-DATE
           MOVE WS-STEP-COUNT TO BCAL-DAYS.

      *----------------------------------------------------------------
      * 2300-COUNT-OPEN-DAYS - open days after the date up to and
      * including the end date; none when the end date is not after
      * the date.
      *----------------------------------------------------------------
       2300-COUNT-OPEN-DAYS.
           MOVE 0 TO WS-STEP-COUNT
           PERFORM UNTIL WS-WORK-DATE >= BCAL-END-DATE
                      OR WS-STEP-COUNT >= 9999
               PERFORM 3100-STEP-FORWARD
               PERFORM 3000-TEST-OPEN-DAY
               IF WS-DAY-IS-OPEN
                   ADD 1 TO BCAL-DAYS
               END-IF
           END-PERFORM
           MOVE WS-WORK-DATE TO BCAL-RESULT-DATE.

      *----------------------------------------------------------------
      * 3000-TEST-OPEN-DAY - the working date against the weekly
      * closing and the holiday table.
      *----------------------------------------------------------------
       3000-TEST-OPEN-DAY.
           MOVE 'Y' TO WS-OPEN-SWITCH
           EVALUATE TRUE
               WHEN BCAL-BANK-CALENDAR
                    AND (WS-SATURDAY OR WS-SUNDAY)
                   MOVE 'N' TO WS-OPEN-SWITCH
               WHEN BCAL-LIBRARY-CALENDAR AND WS-SUNDAY
                   MOVE 'N' TO WS-OPEN-SWITCH
               WHEN OTHER
                   PERFORM VARYING WS-HOL-IDX FROM 1 BY 1
                           UNTIL WS-HOL-IDX > WS-HOLIDAY-COUNT
                              OR NOT WS-DAY-IS-OPEN
                       IF WS-HOL-DATE (WS-HOL-IDX) = WS-WORK-DATE
                           MOVE 'N' TO WS-OPEN-SWITCH
                       END-IF
                   END-PERFORM
           END-EVALUATE.

      *----------------------------------------------------------------
      * 3100-STEP-FORWARD - one calendar day on, carrying into the
      * month and year.
      *----------------------------------------------------------------
       3100-STEP-FORWARD.
           PERFORM 3500-SET-DAYS-IN-MONTH
           IF WS-WD-DAY < WS-DAYS-IN-MONTH
               ADD 1 TO WS-WD-DAY
           ELSE
               MOVE 1 TO WS-WD-DAY
               IF WS-WD-MONTH < 12
                   ADD 1 TO WS-WD-MONTH
               ELSE
                   MOVE 1 TO WS-WD-MONTH
                   ADD 1 TO WS-WD-YEAR
               END-IF
           END-IF
           IF WS-WEEKDAY = 6
               MOVE 0 TO WS-WEEKDAY
           ELSE
               ADD 1 TO WS-WEEKDAY
           END-IF
           ADD 1 TO WS-STEP-COUNT.

      *----------------------------------------------------------------
      * 3200-STEP-BACK - one calendar day back, borrowing from the
      * month and year.
      *----------------------------------------------------------------
       3200-STEP-BACK.
           IF WS-WD-DAY > 1
               SUBTRACT 1 FROM WS-WD-DAY
           ELSE
               IF WS-WD-MONTH > 1
                   SUBTRACT 1 FROM WS-WD-MONTH
               ELSE
                   MOVE 12 TO WS-WD-MONTH
                   SUBTRACT 1 FROM WS-WD-YEAR
               END-IF
               PERFORM 3500-SET-DAYS-IN-MONTH
               MOVE WS-DAYS-IN-MONTH TO WS-WD-DAY
           END-IF
           IF WS-WEEKDAY = 0
               MOVE 6 TO WS-WEEKDAY
           ELSE
               SUBTRACT 1 FROM WS-WEEKDAY
           END-IF
           ADD 1 TO WS-STEP-COUNT.

      *----------------------------------------------------------------
      * 3300-CHECK-DATE - a real calendar date, year 1601 on.
      *----------------------------------------------------------------
       3300-CHECK-DATE.
           IF WS-WORK-DATE NOT NUMERIC
              OR WS-WD-YEAR < 1601
              OR WS-WD-MONTH < 1 OR WS-WD-MONTH > 12
              OR WS-WD-DAY < 1
               MOVE 'N' TO BCAL-RETURN-FLAG
           ELSE
               PERFORM 3500-SET-DAYS-IN-MONTH
               IF WS-WD-DAY > WS-DAYS-IN-MONTH
                   MOVE 'N' TO BCAL-RETURN-FLAG
               END-IF
           END-IF.

      *----------------------------------------------------------------
      * 3400-SET-WEEKDAY - the day serial, the same conversion the
      * tour schedule uses, over seven.
      *----------------------------------------------------------------
       3400-SET-WEEKDAY.
           COMPUTE WS-PRIOR-YEAR = WS-WD-YEAR - 1
           COMPUTE WS-DAY-SERIAL = WS-WD-YEAR * 365
               + WS-PRIOR-YEAR / 4
               - WS-PRIOR-YEAR / 100
               + WS-PRIOR-YEAR / 400
               + WS-CUM-DAY-ENTRY (WS-WD-MONTH)
               + WS-WD-DAY
           PERFORM 3600-SET-LEAP-YEAR
           IF WS-IS-LEAP-YEAR AND WS-WD-MONTH > 2
               ADD 1 TO WS-DAY-SERIAL
           END-IF
           DIVIDE WS-DAY-SERIAL BY 7
               GIVING WS-SERIAL-QUOTIENT
               REMAINDER WS-WEEKDAY.

      *----------------------------------------------------------------
      * 3500-SET-DAYS-IN-MONTH
      *----------------------------------------------------------------
       3500-SET-DAYS-IN-MONTH.
           EVALUATE WS-WD-MONTH
               WHEN 01
               WHEN 03
               WHEN 05
               WHEN 07
               WHEN 08
               WHEN 10
               WHEN 12
                   MOVE 31 TO WS-DAYS-IN-MONTH
               WHEN 04
               WHEN 06
               WHEN 09
               WHEN 11
                   MOVE 30 TO WS-DAYS-IN-MONTH
               WHEN 02
                   PERFORM 3600-SET-LEAP-YEAR
                   IF WS-IS-LEAP-YEAR
                       MOVE 29 TO WS-DAYS-IN-MONTH
                   ELSE
                       MOVE 28 TO WS-DAYS-IN-MONTH
                   END-IF
           END-EVALUATE.

      *----------------------------------------------------------------
      * 3600-SET-LEAP-YEAR - divisible by four, except a century year
      * must be divisible by four hundred.
      *----------------------------------------------------------------
       3600-SET-LEAP-YEAR.
           MOVE 'N' TO WS-IS-LEAP-SWITCH
           DIVIDE WS-WD-YEAR BY 4
               GIVING WS-LEAP-QUOTIENT
               REMAINDER WS-LEAP-REMAINDER
           IF WS-LEAP-REMAINDER = 0
               MOVE 'Y' TO WS-IS-LEAP-SWITCH
               DIVIDE WS-WD-YEAR BY 100
                   GIVING WS-LEAP-QUOTIENT
                   REMAINDER WS-LEAP-REMAINDER
               IF WS-LEAP-REMAINDER = 0
                   DIVIDE WS-WD-YEAR BY 400
                       GIVING WS-LEAP-QUOTIENT
                       REMAINDER WS-LEAP-REMAINDER
                   IF WS-LEAP-REMAINDER NOT = 0
                       MOVE 'N' TO WS-IS-LEAP-SWITCH
                   END-IF
               END-IF
           END-IF.
