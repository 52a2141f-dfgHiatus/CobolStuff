       IDENTIFICATION DIVISION.
       PROGRAM-ID. BUSINESS-CAL.
       AUTHOR. DATA-PROCESSING.
      *> The shared business-day calendar. Every program that ages
      *> something against a threshold, or decides whether tonight
      *> is month end, asks this routine instead of counting
      *> calendar days - so a long holiday weekend no longer ages
      *> every item past its threshold, and the month-end close
      *> runs on a day somebody is in to act on it. CALLed by
      *> ONE-DIMENSIONAL (OPEN-ITEMS-RPT aging), POSTING-ACK
      *> (overdue acknowledgements), SETTLE-CLOSE, FX-REVALUE and
      *> BATCH-DRIVER (month end), and CUST-STATEMENT (month end
      *> and the statement aging).
      *>
      *> Monday to Friday are business days. BUSINESS-CALENDAR,
      *> kept by operations, lists the exceptions: one record per
      *> date, 'H' for a holiday (a weekday nobody works) or 'B'
      *> for a business day (a weekend day that is worked). An
      *> entry that changes nothing - a holiday that falls on a
      *> weekend anyway - is accepted and ignored, so the file
      *> can list every public holiday as published. A record
      *> with '*' in the first byte is a comment. The calendar is
      *> read on the first call of the run unit and held; no
      *> BUSINESS-CALENDAR at all means plain Monday to Friday.
      *>
      *> The caller fills WS-CAL-FUNCTION and the date(s)
      *> (IS EXTERNAL, like every other field the modules share):
      *>   'B' - BUSINESS DAYS BETWEEN WS-CAL-FROM-DATE AND
      *>         WS-CAL-TO-DATE, INTO WS-CAL-DAYS: THE BUSINESS
      *>         DAYS AFTER THE FROM DATE UP TO AND INCLUDING THE
      *>         TO DATE (FRIDAY TO MONDAY IS 1). NEGATIVE WHEN
      *>         THE TO DATE IS THE EARLIER.
      *>   'L' - LAST BUSINESS DAY OF THE MONTH WS-CAL-FROM-DATE
      *>         FALLS IN, INTO WS-CAL-RESULT-DATE.
      *>   'D' - IS WS-CAL-FROM-DATE A BUSINESS DAY - 'Y' OR 'N'
      *>         IN WS-CAL-BUSINESS-DAY.
      *> WS-CAL-STATUS comes back "00" when the answer used the
      *> calendar, "35" when there was no calendar (Monday to
      *> Friday only), and "90" when a date was not a valid
      *> YYYYMMDD date or the function was not known - the
      *> answer fields are then zero or blank.
      *>
      *> Ends with GOBACK - this routine is only ever CALLed.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BUSINESS-CALENDAR
               ASSIGN TO "BUSINESS-CALENDAR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAL-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BUSINESS-CALENDAR
           LABEL RECORDS ARE STANDARD.
       01  BUSINESS-CALENDAR-REC.
           05  CAL-DATE                PIC X(08).
           05  FILLER                  PIC X(02).
           05  CAL-DAY-TYPE            PIC X(01).
               88  CAL-HOLIDAY                    VALUE 'H'.
               88  CAL-BUSINESS-DAY               VALUE 'B'.
           05  FILLER                  PIC X(02).
           05  CAL-DESCRIPTION         PIC X(30).
           05  FILLER                  PIC X(37).

       WORKING-STORAGE SECTION.
      *> THE SHARED CALL INTERFACE.
           01  WS-CAL-FUNCTION         PIC X(01) IS EXTERNAL.
           01  WS-CAL-FROM-DATE        PIC X(08) IS EXTERNAL.
           01  WS-CAL-TO-DATE          PIC X(08) IS EXTERNAL.
           01  WS-CAL-DAYS             PIC S9(07) IS EXTERNAL.
           01  WS-CAL-RESULT-DATE      PIC X(08) IS EXTERNAL.
           01  WS-CAL-BUSINESS-DAY     PIC X(01) IS EXTERNAL.
           01  WS-CAL-STATUS           PIC X(02) IS EXTERNAL.

           01  WS-CAL-FILE-STATUS      PIC X(02) VALUE SPACES.
           01  WS-CAL-EOF-SWITCH       PIC X(01) VALUE 'N'.
               88  END-OF-CALENDAR                VALUE 'Y'.
      *> THE CALENDAR IS READ ONCE PER RUN UNIT. WHAT THE LOAD
      *> FOUND ("00" OR "35") IS HANDED BACK ON EVERY ANSWER.
           01  WS-CAL-LOADED-SWITCH    PIC X(01) VALUE 'N'.
               88  CALENDAR-LOADED                VALUE 'Y'.
           01  WS-CAL-LOAD-STATUS      PIC X(02) VALUE SPACES.

      *> ONE ENTRY PER CALENDAR DATE THAT CHANGES THE ANSWER: -1
      *> FOR A HOLIDAY ON A WEEKDAY, +1 FOR A WORKED WEEKEND DAY.
           01  WS-EXC-SIZE             PIC 9(04) VALUE 0.
           01  MAX-EXC-SIZE            PIC 9(04) VALUE 2000.
           01  WS-EXC-TABLE.
               05  WS-EXC-ENTRY OCCURS 2000 TIMES.
                   10  EX-INTEGER      PIC 9(08).
                   10  EX-ADJUST       PIC S9(01).
           01  WS-EXC-IDX              PIC 9(04) VALUE 0.
           01  WS-EXC-FOUND            PIC X(01) VALUE 'N'.
               88  EXCEPTION-FOUND                VALUE 'Y'.

      *> ONE DATE UNDER VALIDATION: WS-CHECK-INTEGER COMES BACK
      *> ZERO WHEN THE DATE IS NOT A REAL YYYYMMDD DATE.
           01  WS-CHECK-DATE           PIC X(08) VALUE SPACES.
           01  WS-CHECK-SPLIT REDEFINES WS-CHECK-DATE.
               05  WS-CHECK-YYYY       PIC 9(04).
               05  WS-CHECK-MM         PIC 9(02).
               05  WS-CHECK-DD         PIC 9(02).
           01  WS-CHECK-INTEGER        PIC 9(08) VALUE 0.
           01  WS-MONTH-FIRST          PIC 9(08) VALUE 0.
           01  WS-MONTH-FIRST-SPLIT REDEFINES WS-MONTH-FIRST.
               05  WS-MF-YYYY          PIC 9(04).
               05  WS-MF-MM            PIC 9(02).
               05  WS-MF-DD            PIC 9(02).
           01  WS-MONTH-FIRST-INT      PIC 9(08) VALUE 0.
           01  WS-NEXT-MONTH-INT       PIC 9(08) VALUE 0.
           01  WS-MONTH-DAYS           PIC 9(02) VALUE 0.

           01  WS-FROM-INTEGER         PIC 9(08) VALUE 0.
           01  WS-TO-INTEGER           PIC 9(08) VALUE 0.
           01  WS-LOW-INTEGER          PIC 9(08) VALUE 0.
           01  WS-HIGH-INTEGER         PIC 9(08) VALUE 0.
           01  WS-SPAN-DAYS            PIC 9(08) VALUE 0.
           01  WS-SPAN-WEEKS           PIC 9(08) VALUE 0.
           01  WS-SPAN-REMAINDER       PIC 9(01) VALUE 0.
           01  WS-REM-IDX              PIC 9(01) VALUE 0.
           01  WS-BUSINESS-COUNT       PIC S9(07) VALUE 0.
           01  WS-TEST-INTEGER         PIC 9(08) VALUE 0.
           01  WS-DAY-OF-WEEK          PIC 9(01) VALUE 0.
           01  WS-TEST-BUSINESS        PIC X(01) VALUE 'N'.
               88  TEST-IS-BUSINESS-DAY           VALUE 'Y'.
           01  WS-RESULT-DATE          PIC 9(08) VALUE 0.

           01  WS-CAL-RECS-READ        PIC 9(07) VALUE 0.
           01  WS-CAL-RECS-IGNORED     PIC 9(07) VALUE 0.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           IF NOT CALENDAR-LOADED
               PERFORM 1000-LOAD-CALENDAR
                   THRU 1000-EXIT
           END-IF.
           MOVE WS-CAL-LOAD-STATUS TO WS-CAL-STATUS.
           MOVE 0 TO WS-CAL-DAYS.
           MOVE SPACES TO WS-CAL-RESULT-DATE.
           MOVE SPACE TO WS-CAL-BUSINESS-DAY.
           EVALUATE WS-CAL-FUNCTION
               WHEN 'B'
                   PERFORM 2000-BUSINESS-DAYS-BETWEEN
                       THRU 2000-EXIT
               WHEN 'L'
                   PERFORM 3000-LAST-BUSINESS-DAY
                       THRU 3000-EXIT
               WHEN 'D'
                   PERFORM 4000-IS-BUSINESS-DAY
                       THRU 4000-EXIT
               WHEN OTHER
                   MOVE "90" TO WS-CAL-STATUS
           END-EVALUATE.
           GOBACK.

      *----------------------------------------------------------*
      *  1000-LOAD-CALENDAR - HOLD EVERY CALENDAR DATE THAT
      *  CHANGES THE MONDAY-TO-FRIDAY ANSWER. A RECORD THAT IS
      *  NOT A VALID DATE AND TYPE IS SHOWN AND SKIPPED.
      *----------------------------------------------------------*
       1000-LOAD-CALENDAR.
           MOVE 'Y' TO WS-CAL-LOADED-SWITCH.
           MOVE 0 TO WS-EXC-SIZE.
           MOVE 0 TO WS-CAL-RECS-READ.
           MOVE 0 TO WS-CAL-RECS-IGNORED.
           MOVE "00" TO WS-CAL-LOAD-STATUS.
           OPEN INPUT BUSINESS-CALENDAR.
           IF WS-CAL-FILE-STATUS = "35"
               DISPLAY "NO BUSINESS-CALENDAR - MONDAY TO FRIDAY ARE "
                   "BUSINESS DAYS"
               MOVE "35" TO WS-CAL-LOAD-STATUS
               GO TO 1000-EXIT
           END-IF.
           IF WS-CAL-FILE-STATUS NOT = "00"
               DISPLAY "BUSINESS-CALENDAR OPEN FAILED, FILE STATUS="
                   WS-CAL-FILE-STATUS " - MONDAY TO FRIDAY ONLY"
               MOVE "35" TO WS-CAL-LOAD-STATUS
               GO TO 1000-EXIT
           END-IF.
           MOVE 'N' TO WS-CAL-EOF-SWITCH.
           PERFORM 1100-LOAD-ONE-DATE
               THRU 1100-EXIT
               UNTIL END-OF-CALENDAR.
           CLOSE BUSINESS-CALENDAR.
           IF WS-CAL-RECS-IGNORED > 0
               DISPLAY "BUSINESS-CALENDAR RECORDS IGNORED: "
                   WS-CAL-RECS-IGNORED
           END-IF.
       1000-EXIT.
           EXIT.

       1100-LOAD-ONE-DATE.
           READ BUSINESS-CALENDAR
               AT END
                   MOVE 'Y' TO WS-CAL-EOF-SWITCH
           END-READ.
           IF END-OF-CALENDAR
               GO TO 1100-EXIT
           END-IF.
           IF BUSINESS-CALENDAR-REC(1:1) = '*'
               OR BUSINESS-CALENDAR-REC = SPACES
               GO TO 1100-EXIT
           END-IF.
           ADD 1 TO WS-CAL-RECS-READ.
           MOVE CAL-DATE TO WS-CHECK-DATE.
           PERFORM 1500-VALIDATE-DATE
               THRU 1500-EXIT.
           IF WS-CHECK-INTEGER = 0
               OR NOT (CAL-HOLIDAY OR CAL-BUSINESS-DAY)
               DISPLAY "BUSINESS-CALENDAR RECORD NOT VALID: "
                   BUSINESS-CALENDAR-REC(1:40)
               ADD 1 TO WS-CAL-RECS-IGNORED
               GO TO 1100-EXIT
           END-IF.
           MOVE WS-CHECK-INTEGER TO WS-TEST-INTEGER.
           PERFORM 1200-FIND-EXCEPTION
               THRU 1200-EXIT.
           IF EXCEPTION-FOUND
               DISPLAY "BUSINESS-CALENDAR DATE LISTED TWICE, FIRST "
                   "KEPT: " CAL-DATE
               ADD 1 TO WS-CAL-RECS-IGNORED
               GO TO 1100-EXIT
           END-IF.
           COMPUTE WS-DAY-OF-WEEK =
               FUNCTION MOD(WS-CHECK-INTEGER, 7).
      *> 1 = MONDAY ... 5 = FRIDAY, 6 = SATURDAY, 0 = SUNDAY.
           IF CAL-HOLIDAY
               AND (WS-DAY-OF-WEEK = 0 OR WS-DAY-OF-WEEK > 5)
               GO TO 1100-EXIT
           END-IF.
           IF CAL-BUSINESS-DAY
               AND WS-DAY-OF-WEEK > 0 AND WS-DAY-OF-WEEK < 6
               GO TO 1100-EXIT
           END-IF.
           IF WS-EXC-SIZE >= MAX-EXC-SIZE
               DISPLAY "BUSINESS-CALENDAR TABLE FULL - DATE IGNORED: "
                   CAL-DATE
               ADD 1 TO WS-CAL-RECS-IGNORED
               GO TO 1100-EXIT
           END-IF.
           ADD 1 TO WS-EXC-SIZE.
           MOVE WS-CHECK-INTEGER TO EX-INTEGER(WS-EXC-SIZE).
           IF CAL-HOLIDAY
               MOVE -1 TO EX-ADJUST(WS-EXC-SIZE)
           ELSE
               MOVE 1 TO EX-ADJUST(WS-EXC-SIZE)
           END-IF.
       1100-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  1200-FIND-EXCEPTION - IS WS-TEST-INTEGER ON THE TABLE?
      *  LEAVES WS-EXC-IDX ON THE ENTRY WHEN IT IS.
      *----------------------------------------------------------*
       1200-FIND-EXCEPTION.
           MOVE 'N' TO WS-EXC-FOUND.
           PERFORM 1210-MATCH-ONE-EXCEPTION
               THRU 1210-EXIT
               VARYING WS-EXC-IDX FROM 1 BY 1
               UNTIL WS-EXC-IDX > WS-EXC-SIZE
               OR EXCEPTION-FOUND.
           IF EXCEPTION-FOUND
               SUBTRACT 1 FROM WS-EXC-IDX
           END-IF.
       1200-EXIT.
           EXIT.

       1210-MATCH-ONE-EXCEPTION.
           IF EX-INTEGER(WS-EXC-IDX) = WS-TEST-INTEGER
               MOVE 'Y' TO WS-EXC-FOUND
           END-IF.
       1210-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  1500-VALIDATE-DATE - WS-CHECK-DATE AS A DAY NUMBER IN
      *  WS-CHECK-INTEGER, OR ZERO WHEN IT IS NOT A REAL DATE
      *  (THE DAY IS CHECKED AGAINST THE LENGTH OF ITS MONTH).
      *----------------------------------------------------------*
       1500-VALIDATE-DATE.
           MOVE 0 TO WS-CHECK-INTEGER.
           IF WS-CHECK-DATE IS NOT NUMERIC
               GO TO 1500-EXIT
           END-IF.
           IF WS-CHECK-YYYY < 1601 OR WS-CHECK-YYYY > 9998
               OR WS-CHECK-MM < 1 OR WS-CHECK-MM > 12
               OR WS-CHECK-DD < 1
               GO TO 1500-EXIT
           END-IF.
           PERFORM 1550-MONTH-BOUNDS
               THRU 1550-EXIT.
           IF WS-CHECK-DD > WS-MONTH-DAYS
               GO TO 1500-EXIT
           END-IF.
           COMPUTE WS-CHECK-INTEGER =
               WS-MONTH-FIRST-INT + WS-CHECK-DD - 1.
       1500-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  1550-MONTH-BOUNDS - THE FIRST DAY OF WS-CHECK-DATE'S
      *  MONTH, THE FIRST DAY OF THE NEXT, AND THE MONTH'S
      *  LENGTH. YEAR AND MONTH MUST ALREADY BE IN RANGE.
      *----------------------------------------------------------*
       1550-MONTH-BOUNDS.
           MOVE WS-CHECK-YYYY TO WS-MF-YYYY.
           MOVE WS-CHECK-MM TO WS-MF-MM.
           MOVE 1 TO WS-MF-DD.
           COMPUTE WS-MONTH-FIRST-INT =
               FUNCTION INTEGER-OF-DATE(WS-MONTH-FIRST).
           IF WS-CHECK-MM = 12
               ADD 1 TO WS-MF-YYYY
               MOVE 1 TO WS-MF-MM
           ELSE
               ADD 1 TO WS-MF-MM
           END-IF.
           COMPUTE WS-NEXT-MONTH-INT =
               FUNCTION INTEGER-OF-DATE(WS-MONTH-FIRST).
           COMPUTE WS-MONTH-DAYS =
               WS-NEXT-MONTH-INT - WS-MONTH-FIRST-INT.
       1550-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  2000-BUSINESS-DAYS-BETWEEN - WHOLE WEEKS COUNT FIVE
      *  DAYS EACH, THE ODD DAYS LEFT OVER ARE TESTED ONE BY ONE,
      *  AND EVERY CALENDAR EXCEPTION INSIDE THE SPAN ADJUSTS THE
      *  COUNT - SO A SPAN OF YEARS COSTS NO MORE THAN A WEEK.
      *----------------------------------------------------------*
       2000-BUSINESS-DAYS-BETWEEN.
           MOVE WS-CAL-FROM-DATE TO WS-CHECK-DATE.
           PERFORM 1500-VALIDATE-DATE
               THRU 1500-EXIT.
           MOVE WS-CHECK-INTEGER TO WS-FROM-INTEGER.
           MOVE WS-CAL-TO-DATE TO WS-CHECK-DATE.
           PERFORM 1500-VALIDATE-DATE
               THRU 1500-EXIT.
           MOVE WS-CHECK-INTEGER TO WS-TO-INTEGER.
           IF WS-FROM-INTEGER = 0 OR WS-TO-INTEGER = 0
               MOVE "90" TO WS-CAL-STATUS
               GO TO 2000-EXIT
           END-IF.
           IF WS-TO-INTEGER >= WS-FROM-INTEGER
               MOVE WS-FROM-INTEGER TO WS-LOW-INTEGER
               MOVE WS-TO-INTEGER TO WS-HIGH-INTEGER
           ELSE
               MOVE WS-TO-INTEGER TO WS-LOW-INTEGER
               MOVE WS-FROM-INTEGER TO WS-HIGH-INTEGER
           END-IF.
           COMPUTE WS-SPAN-DAYS = WS-HIGH-INTEGER - WS-LOW-INTEGER.
           DIVIDE WS-SPAN-DAYS BY 7 GIVING WS-SPAN-WEEKS
               REMAINDER WS-SPAN-REMAINDER.
           COMPUTE WS-BUSINESS-COUNT = WS-SPAN-WEEKS * 5.
           PERFORM 2100-COUNT-ODD-DAY
               THRU 2100-EXIT
               VARYING WS-REM-IDX FROM 1 BY 1
               UNTIL WS-REM-IDX > WS-SPAN-REMAINDER.
           PERFORM 2200-APPLY-EXCEPTION
               THRU 2200-EXIT
               VARYING WS-EXC-IDX FROM 1 BY 1
               UNTIL WS-EXC-IDX > WS-EXC-SIZE.
           IF WS-TO-INTEGER >= WS-FROM-INTEGER
               MOVE WS-BUSINESS-COUNT TO WS-CAL-DAYS
           ELSE
               COMPUTE WS-CAL-DAYS = 0 - WS-BUSINESS-COUNT
           END-IF.
       2000-EXIT.
           EXIT.

       2100-COUNT-ODD-DAY.
           COMPUTE WS-TEST-INTEGER = WS-LOW-INTEGER
               + (WS-SPAN-WEEKS * 7) + WS-REM-IDX.
           COMPUTE WS-DAY-OF-WEEK =
               FUNCTION MOD(WS-TEST-INTEGER, 7).
           IF WS-DAY-OF-WEEK > 0 AND WS-DAY-OF-WEEK < 6
               ADD 1 TO WS-BUSINESS-COUNT
           END-IF.
       2100-EXIT.
           EXIT.

       2200-APPLY-EXCEPTION.
           IF EX-INTEGER(WS-EXC-IDX) > WS-LOW-INTEGER
               AND EX-INTEGER(WS-EXC-IDX) NOT > WS-HIGH-INTEGER
               ADD EX-ADJUST(WS-EXC-IDX) TO WS-BUSINESS-COUNT
           END-IF.
       2200-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  3000-LAST-BUSINESS-DAY - STEP BACK FROM THE LAST DAY OF
      *  THE MONTH TO THE FIRST BUSINESS DAY. A MONTH WITH NO
      *  BUSINESS DAY AT ALL ANSWERS ITS LAST CALENDAR DAY.
      *----------------------------------------------------------*
       3000-LAST-BUSINESS-DAY.
           MOVE WS-CAL-FROM-DATE TO WS-CHECK-DATE.
           PERFORM 1500-VALIDATE-DATE
               THRU 1500-EXIT.
           IF WS-CHECK-INTEGER = 0
               MOVE "90" TO WS-CAL-STATUS
               GO TO 3000-EXIT
           END-IF.
           COMPUTE WS-TEST-INTEGER = WS-NEXT-MONTH-INT - 1.
           PERFORM 4100-CHECK-BUSINESS-DAY
               THRU 4100-EXIT.
           PERFORM 3100-STEP-BACK-ONE-DAY
               THRU 3100-EXIT
               UNTIL TEST-IS-BUSINESS-DAY
               OR WS-TEST-INTEGER NOT > WS-MONTH-FIRST-INT.
           IF NOT TEST-IS-BUSINESS-DAY
               COMPUTE WS-TEST-INTEGER = WS-NEXT-MONTH-INT - 1
           END-IF.
           COMPUTE WS-RESULT-DATE =
               FUNCTION DATE-OF-INTEGER(WS-TEST-INTEGER).
           MOVE WS-RESULT-DATE TO WS-CAL-RESULT-DATE.
       3000-EXIT.
           EXIT.

       3100-STEP-BACK-ONE-DAY.
           SUBTRACT 1 FROM WS-TEST-INTEGER.
           PERFORM 4100-CHECK-BUSINESS-DAY
               THRU 4100-EXIT.
       3100-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  4000-IS-BUSINESS-DAY - ONE DATE, YES OR NO.
      *----------------------------------------------------------*
       4000-IS-BUSINESS-DAY.
           MOVE WS-CAL-FROM-DATE TO WS-CHECK-DATE.
           PERFORM 1500-VALIDATE-DATE
               THRU 1500-EXIT.
           IF WS-CHECK-INTEGER = 0
               MOVE "90" TO WS-CAL-STATUS
               GO TO 4000-EXIT
           END-IF.
           MOVE WS-CHECK-INTEGER TO WS-TEST-INTEGER.
           PERFORM 4100-CHECK-BUSINESS-DAY
               THRU 4100-EXIT.
           MOVE WS-TEST-BUSINESS TO WS-CAL-BUSINESS-DAY.
       4000-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  4100-CHECK-BUSINESS-DAY - WS-TEST-INTEGER'S WEEKDAY,
      *  OVERRIDDEN BY ITS CALENDAR ENTRY IF IT HAS ONE.
      *----------------------------------------------------------*
       4100-CHECK-BUSINESS-DAY.
           COMPUTE WS-DAY-OF-WEEK =
               FUNCTION MOD(WS-TEST-INTEGER, 7).
           IF WS-DAY-OF-WEEK > 0 AND WS-DAY-OF-WEEK < 6
               MOVE 'Y' TO WS-TEST-BUSINESS
           ELSE
               MOVE 'N' TO WS-TEST-BUSINESS
           END-IF.
           PERFORM 1200-FIND-EXCEPTION
               THRU 1200-EXIT.
           IF EXCEPTION-FOUND
               IF EX-ADJUST(WS-EXC-IDX) < 0
                   MOVE 'N' TO WS-TEST-BUSINESS
               ELSE
                   MOVE 'Y' TO WS-TEST-BUSINESS
               END-IF
           END-IF.
       4100-EXIT.
           EXIT.
       END PROGRAM BUSINESS-CAL.
