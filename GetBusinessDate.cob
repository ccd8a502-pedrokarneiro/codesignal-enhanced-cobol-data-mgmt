      *                  BUSDATE ENTRY EXISTS YET, THE MACHINE DATE
      *                  STANDS IN AND THE SOURCE FLAG SAYS SO - THE
      *                  PRE-RUNCTL BEHAVIOR, NOT AN ERROR.
      * 2026-10-15  DLH  THE DATE HANDED BACK IS NOW ALWAYS A BANK
      *                  BUSINESS DAY - ONE FALLING ON A WEEKEND OR ON
      *                  A BANK HOLIDAY ON THE NEW HOLIDAY CALENDAR IS
      *                  ROLLED FORWARD THROUGH BusinessCalendar - AND
      *                  THE CALLER ALSO GETS THE NEXT BUSINESS DAY,
      *                  THE CALENDAR DAYS UNTIL IT, AND WHETHER THIS
      *                  IS THE LAST BUSINESS DAY OF THE MONTH.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01  WS-FOUND-SWITCH           PIC X VALUE 'N'.
           88  WS-BUSDATE-FOUND      VALUE 'Y'.

       01  BUSINESS-CALENDAR-PARMS.
           COPY BUSCALP.
       01  WS-DATE-MONTH             PIC 9(6).
       01  WS-NEXT-MONTH             PIC 9(6).

       LINKAGE SECTION.

       01  BUSINESS-DATE-PARMS.
               ACCEPT BUSDATE-DATE FROM DATE YYYYMMDD
               MOVE 'S' TO BUSDATE-SOURCE
           END-IF

           PERFORM 2000-SET-BUSINESS-DAYS
           GOBACK.

      *----------------------------------------------------------------
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
           END-READ.

      *----------------------------------------------------------------
      * 2000-SET-BUSINESS-DAYS - roll the date onto a business day,
      * then find the next one after it.  The accrual days run from
      * this business day up to, not including, the next, so the
      * weekend and holidays are covered by the day before them.
      * The last business day of a month is the one whose next
      * business day falls in another month.
      *----------------------------------------------------------------
       2000-SET-BUSINESS-DAYS.
           MOVE 'B'          TO BCAL-CALENDAR
           MOVE 'R'          TO BCAL-FUNCTION
           MOVE BUSDATE-DATE TO BCAL-DATE
           CALL "BusinessCalendar" USING BUSINESS-CALENDAR-PARMS
           IF BCAL-OK
               IF BCAL-DAYS > 0
                   DISPLAY "Business date " BUSDATE-DATE
                           " is not a business day - rolled to "
                           BCAL-RESULT-DATE
               END-IF
               MOVE BCAL-RESULT-DATE TO BUSDATE-DATE
               MOVE 'N'              TO BCAL-FUNCTION
               MOVE BUSDATE-DATE     TO BCAL-DATE
               CALL "BusinessCalendar" USING BUSINESS-CALENDAR-PARMS
               MOVE BCAL-RESULT-DATE TO BUSDATE-NEXT-DATE
               MOVE BCAL-DAYS        TO BUSDATE-ACCRUAL-DAYS
           ELSE
               MOVE BUSDATE-DATE TO BUSDATE-NEXT-DATE
               MOVE 1            TO BUSDATE-ACCRUAL-DAYS
           END-IF

           DIVIDE BUSDATE-DATE BY 100 GIVING WS-DATE-MONTH
           DIVIDE BUSDATE-NEXT-DATE BY 100 GIVING WS-NEXT-MONTH
           IF WS-NEXT-MONTH NOT = WS-DATE-MONTH
               MOVE 'Y' TO BUSDATE-MONTH-END-FLAG
           ELSE
               MOVE 'N' TO BUSDATE-MONTH-END-FLAG
           END-IF.
