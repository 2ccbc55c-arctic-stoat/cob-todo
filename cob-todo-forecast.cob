      * MIT License
      * Copyright (c) 2018 Christer Stig Åke Landstedt
      *
      * Permission is hereby granted, free of charge, to any person obtaining a copy
      * of this software and associated documentation files (the "Software"), to deal
      * in the Software without restriction, including without limitation the rights
      * to use, copy, modify, merge, publish, distribute, sublicense, and/or sell
      * copies of the Software, and to permit persons to whom the Software is
      * furnished to do so, subject to the following conditions:
      *
      * The above copyright notice and this permission notice shall be included in all
      * copies or substantial portions of the Software.
      *
      * THE SOFTWARE IS PROVIDED "AS IS", WITHOUT WARRANTY OF ANY KIND, EXPRESS OR
      * IMPLIED, INCLUDING BUT NOT LIMITED TO THE WARRANTIES OF MERCHANTABILITY,
      * FITNESS FOR A PARTICULAR PURPOSE AND NONINFRINGEMENT. IN NO EVENT SHALL THE
      * AUTHORS OR COPYRIGHT HOLDERS BE LIABLE FOR ANY CLAIM, DAMAGES OR OTHER
      * LIABILITY, WHETHER IN AN ACTION OF CONTRACT, TORT OR OTHERWISE, ARISING FROM,
      * OUT OF OR IN CONNECTION WITH THE SOFTWARE OR THE USE OR OTHER DEALINGS IN THE
      * SOFTWARE.


       IDENTIFICATION DIVISION.
       PROGRAM-ID. cob-todo-forecast.
       AUTHOR.  "Christer Stig Åke Landstedt".

      * FORWARD WORKLOAD FORECAST FOR THE NEXT 4 TO 8 MONDAY TO SUNDAY
      * WEEKS, STARTING WITH THE WEEK HOLDING TODAY. EACH WEEK SHOWS
      * THE OPEN TASKS FALLING DUE IN IT PLUS THE PROJECTED FUTURE
      * OCCURRENCES OF EVERY RECURRING DEFINITION, IN TOTAL AND BY
      * CATEGORY. A WEEK WHOSE TOTAL IS ABOVE THE THRESHOLD GIVEN
      * FOR THE RUN IS FLAGGED.
      *
      * A RECURRING TASK IS ONLY GENERATED WHEN THE OPEN OCCURRENCE
      * IS COMPLETED, SO THE PROJECTION ASSUMES EACH OCCURRENCE IS
      * COMPLETED ON ITS DUE DATE (OR TODAY, IF IT IS ALREADY OVERDUE
      * OR HAS NO DUE DATE) AND WORKS OUT THE NEXT ONE FROM THE DAY
      * AFTER WITH THE SAME FREQUENCY AND DAY RULES AS THE MENU
      * PROGRAM, ROLLED FORWARD OFF WEEKENDS AND CALENDAR DATES. A
      * DEFINITION WITH NO OPEN OCCURRENCE STARTS FROM TODAY, AS THE
      * MENU PROGRAM GENERATES IT AT THE NEXT START.
      *
      * OPEN TASKS ALREADY OVERDUE, WITH NO DUE DATE OR DUE AFTER THE
      * LAST WEEK ARE COUNTED ON SEPARATE LINES AND NOT IN THE WEEKS.
      * TASKS ON HOLD ARE STILL COUNTED AS WORK TO COME.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
         FILE-CONTROL.
           SELECT OPTIONAL TODODATAFILE ASSIGN TO "cob-todo.dat"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS TODOKEY
             FILE STATUS IS WS-TODOFILESTATUS.
           SELECT OPTIONAL RECURDATAFILE ASSIGN TO "cob-todo-recur.dat"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS RECURKEY
             FILE STATUS IS WS-RECURFILESTATUS.
           SELECT OPTIONAL CALDATAFILE ASSIGN TO "cob-todo-cal.dat"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS CALDATE
             FILE STATUS IS WS-CALFILESTATUS.
           SELECT REPORTFILE ASSIGN TO WS-REPORTFILENAME
             ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
         FILE SECTION.
         FD TODODATAFILE
           RECORD CONTAINS 80 CHARACTERS.
         01 TODODATAFILEFD.
           05 TODOKEY PIC X(4).
           05 TODOTEXT PIC X(25).
           05 TODOPRIORITY PIC X(1).
           05 TODODUEDATE PIC X(6).
           05 TODOCATEGORY PIC X(10).
           05 TODORECURKEY PIC X(4).
           05 TODOOWNER PIC X(8).
           05 TODOSTATUS PIC X(1).
           05 TODOHOLDREASON PIC X(2).
           05 TODORESUMEDATE PIC X(6).
           05 TODOESTHOURS PIC 9(3).
           05 TODOKITNAME PIC X(6).
           05 TODOKITRUN PIC X(4).
         FD RECURDATAFILE
           RECORD CONTAINS 80 CHARACTERS.
         01 RECURDATAFILEFD.
           05 RECURKEY PIC X(4).
           05 RECURTEXT PIC X(25).
           05 RECURPRIORITY PIC X(1).
           05 RECURCATEGORY PIC X(10).
           05 RECURFREQ PIC X(1).
           05 RECURDAY PIC X(2).
         FD CALDATAFILE
           RECORD CONTAINS 80 CHARACTERS.
         01 CALDATAFILEFD.
           05 CALDATE PIC X(6).
           05 CALDESC PIC X(25).
         FD REPORTFILE
           RECORD CONTAINS 100 CHARACTERS.
         01 REPORTFILEFD PIC X(100).
         WORKING-STORAGE SECTION.
         01 WS-ENDOFFILE PIC 9 VALUE ZERO.
         01 WS-FC-TODAY PIC X(6).
         01 WS-FC-INWEEKS PIC X(1).
         01 WS-FC-WEEKS PIC 9 VALUE ZERO.
         01 WS-FC-INTHRESHOLD PIC X(4).
         01 WS-FC-THRESHOLD PIC 9(4) VALUE ZERO.
         01 WS-FC-HAVETHRESHOLD PIC 9 VALUE ZERO.
      * START OF EACH WEEK; THE ENTRY AFTER THE LAST WEEK IS THE
      * FIRST DAY BEYOND THE FORECAST.
         01 WS-FC-WEEKTABLE.
           05 WS-FC-WEEKENTRY OCCURS 9 TIMES.
             10 WS-FC-WEEKSTART PIC X(6).
             10 WS-FC-WEEKEND PIC X(6).
             10 WS-FC-WKOPEN PIC 9(4).
             10 WS-FC-WKRECUR PIC 9(4).
         01 WS-FC-WEEK PIC 99 VALUE ZERO.
         01 WS-FC-ENDDATE PIC X(6).
      * ONE ROW PER CATEGORY IN CATEGORY ORDER, WITH THE OPEN AND
      * PROJECTED TASKS OF EACH WEEK TOGETHER.
         01 WS-FC-CATTABLE.
           05 WS-FC-CATENTRY OCCURS 50 TIMES.
             10 WS-FC-CATNAME PIC X(10).
             10 WS-FC-CATWEEK OCCURS 8 TIMES PIC 9(4).
         01 WS-FC-CATCOUNT PIC 99 VALUE ZERO.
         01 WS-FC-CATSUB PIC 99 VALUE ZERO.
         01 WS-FC-CATMOVESUB PIC 99 VALUE ZERO.
         01 WS-FC-CATFOUND PIC 9 VALUE ZERO.
         01 WS-FC-CATOVERFLOW PIC 9(5) VALUE ZERO.
         01 WS-FC-CATROWTOTAL PIC 9(5) VALUE ZERO.
      * THE DUE DATE OF THE OPEN OCCURRENCE OF EACH RECURRING
      * DEFINITION, BY DEFINITION NUMBER. A FLAG OF 1 MEANS AN OPEN
      * OCCURRENCE WAS FOUND.
         01 WS-FC-RECUROPENTABLE.
           05 WS-FC-RECUROPEN OCCURS 9999 TIMES.
             10 WS-FC-ROFLAG PIC 9.
             10 WS-FC-RODUE PIC X(6).
         01 WS-FC-RECURSUB PIC 9(4) VALUE ZERO.
      * ONE TASK OR OCCURRENCE TO PUT INTO ITS WEEK.
         01 WS-FC-DUE PIC X(6).
         01 WS-FC-CATEGORY PIC X(10).
         01 WS-FC-KIND PIC 9 VALUE ZERO.
         01 WS-FC-OPENREAD PIC 9(5) VALUE ZERO.
         01 WS-FC-OVERDUE PIC 9(5) VALUE ZERO.
         01 WS-FC-NODUE PIC 9(5) VALUE ZERO.
         01 WS-FC-BEYOND PIC 9(5) VALUE ZERO.
         01 WS-FC-RECURREAD PIC 9(4) VALUE ZERO.
         01 WS-FC-RECURPROJ PIC 9(5) VALUE ZERO.
         01 WS-FC-STEP PIC 99 VALUE ZERO.
         01 WS-FC-FLAGCOUNT PIC 9 VALUE ZERO.
         01 WS-FC-GRANDTOTAL PIC 9(5) VALUE ZERO.
         01 WS-FC-WEEKLINE.
           05 FILLER PIC X(3) VALUE SPACES.
           05 WS-FC-WLWEEK PIC 9.
           05 FILLER PIC X(1) VALUE SPACES.
           05 WS-FC-WLFROM PIC X(6).
           05 FILLER PIC X(1) VALUE SPACES.
           05 WS-FC-WLTO PIC X(6).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-FC-WLOPEN PIC 9(4).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-FC-WLRECUR PIC 9(4).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-FC-WLTOTAL PIC 9(4).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-FC-WLFLAG PIC X(25).
         01 WS-FC-WEEKHEAD PIC X(60) VALUE
           "WEEK FROM   TO       OPEN  RECUR TOTAL".
      * CELLS 1 TO WS-FC-WEEKS ARE THE WEEKS, THE NEXT CELL THE TOTAL.
         01 WS-FC-CATLINE.
           05 WS-FC-CLNAME PIC X(10).
           05 WS-FC-CLCELL OCCURS 9 TIMES.
             10 FILLER PIC X(1).
             10 WS-FC-CLTEXT PIC X(5).
         01 WS-FC-CELLNUM PIC 9(5) VALUE ZERO.
         01 WS-FC-CELLSUB PIC 99 VALUE ZERO.
         01 WS-FC-COLTOTAL PIC 9(5) VALUE ZERO.
         01 WS-RECURDATAFILEFD.
           05 WS-RECURKEY PIC X(4).
           05 WS-RECURTEXT PIC X(25).
           05 WS-RECURPRIORITY PIC X(1).
           05 WS-RECURCATEGORY PIC X(10).
           05 WS-RECURFREQ PIC X(1).
           05 WS-RECURDAY PIC X(2).
         01 WS-RECUR-BASEDATE PIC X(6).
         01 WS-RECUR-BASEDOW PIC 9 VALUE ZERO.
         01 WS-RECUR-NEXTDATE PIC X(6).
         01 WS-RECUR-DOW PIC 9 VALUE ZERO.
         01 WS-RECUR-TARGETDAY PIC 99 VALUE ZERO.
         01 WS-DATE-WORK.
           05 WS-DATE-YY PIC 99.
           05 WS-DATE-MM PIC 99.
           05 WS-DATE-DD PIC 99.
         01 WS-DATE-MONTHDAYS PIC 99 VALUE ZERO.
         01 WS-DATE-LEAPREM PIC 99 VALUE ZERO.
         01 WS-DATE-LEAPQUOT PIC 99 VALUE ZERO.
         01 WS-DATE-DOW PIC 9 VALUE ZERO.
         01 WS-DOW-TOTAL PIC 9(5) VALUE ZERO.
         01 WS-DOW-YPREV PIC 99 VALUE ZERO.
         01 WS-DOW-LEAPS PIC 99 VALUE ZERO.
         01 WS-DOW-SAVEMM PIC 99 VALUE ZERO.
         01 WS-DOW-QUOT PIC 9(5) VALUE ZERO.
         01 WS-DOW-REM PIC 9 VALUE ZERO.
         01 WS-WORKDAY PIC 9 VALUE ZERO.
         01 WS-WORKSTEP PIC 9(4) VALUE ZERO.
         01 WS-CAL-LOOKUPDATE PIC X(6).
         01 WS-CAL-NONWORK PIC 9 VALUE ZERO.
         01 WS-REPORTFILENAME PIC X(45).
         01 WS-LOCKTRY PIC 99 VALUE ZERO.
         01 WS-TODOFILESTATUS PIC X(2) VALUE "00".
         01 WS-RECURFILESTATUS PIC X(2) VALUE "00".
         01 WS-CALFILESTATUS PIC X(2) VALUE "00".
         01 DATEANDTIME.
           05 CURRENTDATE.
             10 YY PIC 99.
             10 MM PIC 99.
             10 DD PIC 99.
           05 CURRENTTIME.
             10 TIMEHH PIC 99.
             10 TIMEMM PIC 99.
             10 TIMESS PIC 99.
             10 TIMEMS PIC 99.

       PROCEDURE DIVISION.
       MAIN-PROGRAM.
       999-FC.
       DISPLAY " ".
       DISPLAY "----------------------------------".
       DISPLAY "Forward workload forecast".
       DISPLAY "----------------------------------".
       ACCEPT CURRENTDATE FROM DATE.
       ACCEPT CURRENTTIME FROM TIME.
       MOVE CURRENTDATE TO WS-FC-TODAY.
       DISPLAY "Enter number of weeks to forecast (4-8, blank for 4):".
       ACCEPT WS-FC-INWEEKS.
       IF WS-FC-INWEEKS = SPACES
         MOVE 4 TO WS-FC-WEEKS
       ELSE
         IF WS-FC-INWEEKS IS NUMERIC
           MOVE WS-FC-INWEEKS TO WS-FC-WEEKS
         ELSE
           MOVE ZERO TO WS-FC-WEEKS
         END-IF
       END-IF.
       IF WS-FC-WEEKS < 4 OR WS-FC-WEEKS > 8
         DISPLAY "!!!ERROR NUMBER OF WEEKS MUST BE 4-8"
         STOP RUN
       END-IF.
       DISPLAY "Enter the weekly task threshold (blank for none):".
       ACCEPT WS-FC-INTHRESHOLD.
       IF WS-FC-INTHRESHOLD NOT = SPACES
         IF WS-FC-INTHRESHOLD IS NUMERIC
           MOVE WS-FC-INTHRESHOLD TO WS-FC-THRESHOLD
           MOVE 1 TO WS-FC-HAVETHRESHOLD
         ELSE
           DISPLAY "!!!ERROR THRESHOLD MUST BE 4 DIGITS"
           STOP RUN
         END-IF
       END-IF.

      * THE FIRST WEEK RUNS FROM THE MONDAY ON OR BEFORE TODAY.
       MOVE WS-FC-TODAY TO WS-DATE-WORK.
       PERFORM 999-DATE-DOW.
       PERFORM UNTIL WS-DATE-DOW = 1
         PERFORM 999-DATE-PREVDAY
         SUBTRACT 1 FROM WS-DATE-DOW
       END-PERFORM.
       PERFORM VARYING WS-FC-WEEK FROM 1 BY 1
         UNTIL WS-FC-WEEK > WS-FC-WEEKS + 1
         MOVE WS-DATE-WORK TO WS-FC-WEEKSTART(WS-FC-WEEK)
         MOVE ZERO TO WS-FC-WKOPEN(WS-FC-WEEK)
         MOVE ZERO TO WS-FC-WKRECUR(WS-FC-WEEK)
         PERFORM 6 TIMES
           PERFORM 999-DATE-NEXTDAY
         END-PERFORM
         MOVE WS-DATE-WORK TO WS-FC-WEEKEND(WS-FC-WEEK)
         PERFORM 999-DATE-NEXTDAY
       END-PERFORM.
       MOVE WS-FC-WEEKSTART(WS-FC-WEEKS + 1) TO WS-FC-ENDDATE.

       STRING "cob-todo-forecast-report-" CURRENTDATE
         "-" CURRENTTIME ".dat"
         DELIMITED BY SIZE INTO WS-REPORTFILENAME
         ON OVERFLOW
           DISPLAY "!!!ERROR REPORT FILE NAME TOO LONG"
       END-STRING.

       PERFORM 999-FC-OPENTASKS.
       PERFORM 999-FC-RECURRING.

       OPEN OUTPUT REPORTFILE.
       PERFORM 999-FC-LINE-INIT.
       STRING "FORWARD WORKLOAD FORECAST FROM " WS-FC-TODAY
         " FOR " WS-FC-WEEKS " WEEKS, " WS-FC-WEEKSTART(1)
         " TO " WS-FC-WEEKEND(WS-FC-WEEKS)
         DELIMITED BY SIZE INTO REPORTFILEFD
       END-STRING.
       PERFORM 999-FC-LINE-OUT.
       PERFORM 999-FC-LINE-INIT.
       IF WS-FC-HAVETHRESHOLD = 1
         STRING "WEEKS WITH MORE THAN " WS-FC-THRESHOLD
           " TASKS ARE FLAGGED"
           DELIMITED BY SIZE INTO REPORTFILEFD
         END-STRING
       ELSE
         MOVE "NO THRESHOLD GIVEN, NO WEEKS FLAGGED" TO REPORTFILEFD
       END-IF.
       PERFORM 999-FC-LINE-OUT.
       PERFORM 999-FC-LINE-INIT.
       STRING "OPEN TASKS READ: " WS-FC-OPENREAD
         "  RECURRING DEFINITIONS READ: " WS-FC-RECURREAD
         "  OCCURRENCES PROJECTED: " WS-FC-RECURPROJ
         DELIMITED BY SIZE INTO REPORTFILEFD
       END-STRING.
       PERFORM 999-FC-LINE-OUT.

       PERFORM 999-FC-LINE-INIT.
       WRITE REPORTFILEFD.
       MOVE "--- BY WEEK (WEEK 1 COUNTS OPEN TASKS DUE FROM TODAY)"
         TO REPORTFILEFD.
       PERFORM 999-FC-LINE-OUT.
       MOVE WS-FC-WEEKHEAD TO REPORTFILEFD.
       PERFORM 999-FC-LINE-OUT.
       PERFORM VARYING WS-FC-WEEK FROM 1 BY 1
         UNTIL WS-FC-WEEK > WS-FC-WEEKS
         PERFORM 999-FC-WEEKLINE
       END-PERFORM.
       PERFORM 999-FC-LINE-INIT.
       STRING "OPEN TASKS ALREADY OVERDUE: " WS-FC-OVERDUE
         "  NO DUE DATE: " WS-FC-NODUE
         "  DUE AFTER THE FORECAST: " WS-FC-BEYOND
         DELIMITED BY SIZE INTO REPORTFILEFD
       END-STRING.
       PERFORM 999-FC-LINE-OUT.
       IF WS-FC-HAVETHRESHOLD = 1
         PERFORM 999-FC-LINE-INIT
         STRING "WEEKS OVER THRESHOLD: " WS-FC-FLAGCOUNT
           DELIMITED BY SIZE INTO REPORTFILEFD
         END-STRING
         PERFORM 999-FC-LINE-OUT
       END-IF.

       PERFORM 999-FC-LINE-INIT.
       WRITE REPORTFILEFD.
       MOVE "--- BY CATEGORY, OPEN AND PROJECTED TASKS" TO REPORTFILEFD.
       PERFORM 999-FC-LINE-OUT.
       MOVE SPACES TO WS-FC-CATLINE.
       MOVE "CATEGORY" TO WS-FC-CLNAME.
       PERFORM VARYING WS-FC-WEEK FROM 1 BY 1
         UNTIL WS-FC-WEEK > WS-FC-WEEKS
         STRING " WK" WS-FC-WEEK(2:1)
           DELIMITED BY SIZE INTO WS-FC-CLTEXT(WS-FC-WEEK)
         END-STRING
       END-PERFORM.
       MOVE "TOTAL" TO WS-FC-CLTEXT(WS-FC-WEEKS + 1).
       MOVE WS-FC-CATLINE TO REPORTFILEFD.
       PERFORM 999-FC-LINE-OUT.
       IF WS-FC-CATCOUNT = ZERO
         MOVE "(nothing falls due in the forecast)" TO REPORTFILEFD
         PERFORM 999-FC-LINE-OUT
       END-IF.
       PERFORM VARYING WS-FC-CATSUB FROM 1 BY 1
         UNTIL WS-FC-CATSUB > WS-FC-CATCOUNT
         PERFORM 999-FC-CATLINE
       END-PERFORM.
       IF WS-FC-CATCOUNT > ZERO
         PERFORM 999-FC-TOTALLINE
       END-IF.
       IF WS-FC-CATOVERFLOW > ZERO
         PERFORM 999-FC-LINE-INIT
         STRING "!!!WARNING " WS-FC-CATOVERFLOW
           " TASKS IN CATEGORIES BEYOND THE TABLE ARE ONLY IN THE"
           " WEEK TOTALS"
           DELIMITED BY SIZE INTO REPORTFILEFD
         END-STRING
         PERFORM 999-FC-LINE-OUT
       END-IF.

       CLOSE REPORTFILE.
       DISPLAY " ".
       DISPLAY "Forecast written to " WS-REPORTFILENAME.

       STOP RUN.

       999-FC-LINE-INIT.
       MOVE SPACES TO REPORTFILEFD.

       999-FC-LINE-OUT.
       DISPLAY REPORTFILEFD.
       WRITE REPORTFILEFD.

       999-FC-WEEKLINE.
       MOVE WS-FC-WEEK TO WS-FC-WLWEEK.
       MOVE WS-FC-WEEKSTART(WS-FC-WEEK) TO WS-FC-WLFROM.
       MOVE WS-FC-WEEKEND(WS-FC-WEEK) TO WS-FC-WLTO.
       MOVE WS-FC-WKOPEN(WS-FC-WEEK) TO WS-FC-WLOPEN.
       MOVE WS-FC-WKRECUR(WS-FC-WEEK) TO WS-FC-WLRECUR.
       ADD WS-FC-WKOPEN(WS-FC-WEEK) WS-FC-WKRECUR(WS-FC-WEEK)
         GIVING WS-FC-WLTOTAL.
       MOVE SPACES TO WS-FC-WLFLAG.
       IF WS-FC-HAVETHRESHOLD = 1
         AND WS-FC-WLTOTAL > WS-FC-THRESHOLD
         MOVE "!!!OVER THRESHOLD" TO WS-FC-WLFLAG
         ADD 1 TO WS-FC-FLAGCOUNT
       END-IF.
       MOVE WS-FC-WEEKLINE TO REPORTFILEFD.
       PERFORM 999-FC-LINE-OUT.

       999-FC-CATLINE.
       MOVE SPACES TO WS-FC-CATLINE.
       MOVE WS-FC-CATNAME(WS-FC-CATSUB) TO WS-FC-CLNAME.
       MOVE ZERO TO WS-FC-CATROWTOTAL.
       PERFORM VARYING WS-FC-WEEK FROM 1 BY 1
         UNTIL WS-FC-WEEK > WS-FC-WEEKS
         MOVE WS-FC-CATWEEK(WS-FC-CATSUB, WS-FC-WEEK) TO WS-FC-CELLNUM
         ADD WS-FC-CELLNUM TO WS-FC-CATROWTOTAL
         MOVE WS-FC-WEEK TO WS-FC-CELLSUB
         PERFORM 999-FC-CELLSET
       END-PERFORM.
       MOVE WS-FC-CATROWTOTAL TO WS-FC-CELLNUM.
       ADD 1 TO WS-FC-WEEKS GIVING WS-FC-CELLSUB.
       PERFORM 999-FC-CELLSET.
       MOVE WS-FC-CATLINE TO REPORTFILEFD.
       PERFORM 999-FC-LINE-OUT.

      * THE TOTAL LINE IS ADDED UP FROM THE CATEGORY ROWS, SO IT
      * AGREES WITH THE ROWS ABOVE IT EVEN IF THE TABLE OVERFLOWED.
       999-FC-TOTALLINE.
       MOVE SPACES TO WS-FC-CATLINE.
       MOVE "TOTAL" TO WS-FC-CLNAME.
       MOVE ZERO TO WS-FC-GRANDTOTAL.
       PERFORM VARYING WS-FC-WEEK FROM 1 BY 1
         UNTIL WS-FC-WEEK > WS-FC-WEEKS
         MOVE ZERO TO WS-FC-COLTOTAL
         PERFORM VARYING WS-FC-CATSUB FROM 1 BY 1
           UNTIL WS-FC-CATSUB > WS-FC-CATCOUNT
           ADD WS-FC-CATWEEK(WS-FC-CATSUB, WS-FC-WEEK)
             TO WS-FC-COLTOTAL
         END-PERFORM
         ADD WS-FC-COLTOTAL TO WS-FC-GRANDTOTAL
         MOVE WS-FC-COLTOTAL TO WS-FC-CELLNUM
         MOVE WS-FC-WEEK TO WS-FC-CELLSUB
         PERFORM 999-FC-CELLSET
       END-PERFORM.
       MOVE WS-FC-GRANDTOTAL TO WS-FC-CELLNUM.
       ADD 1 TO WS-FC-WEEKS GIVING WS-FC-CELLSUB.
       PERFORM 999-FC-CELLSET.
       MOVE WS-FC-CATLINE TO REPORTFILEFD.
       PERFORM 999-FC-LINE-OUT.

       999-FC-CELLSET.
       MOVE WS-FC-CELLNUM TO WS-FC-CLTEXT(WS-FC-CELLSUB).

      * EVERY OPEN TASK WITH A DUE DATE IN THE FORECAST GOES INTO ITS
      * WEEK. THE DUE DATE OF AN OPEN RECURRING OCCURRENCE IS KEPT
      * FOR THE PROJECTION OF ITS DEFINITION.
       999-FC-OPENTASKS.
       MOVE ALL "0" TO WS-FC-RECUROPENTABLE.
       PERFORM 999-TODOFILE-OPENINPUT.
       IF WS-TODOFILESTATUS NOT = "00"
         AND WS-TODOFILESTATUS NOT = "05"
         DISPLAY "!!!TODODATAFILE I/O STATUS " WS-TODOFILESTATUS
       ELSE
         PERFORM UNTIL WS-ENDOFFILE = 1
           READ TODODATAFILE NEXT RECORD
             AT END MOVE 1 TO WS-ENDOFFILE
             NOT AT END PERFORM 999-FC-OPENTASK
           END-READ
         END-PERFORM
         CLOSE TODODATAFILE
       END-IF.
       MOVE 0 TO WS-ENDOFFILE.

       999-FC-OPENTASK.
       ADD 1 TO WS-FC-OPENREAD.
       IF TODORECURKEY IS NUMERIC
         MOVE TODORECURKEY TO WS-FC-RECURSUB
         IF WS-FC-RECURSUB > 0
           IF WS-FC-ROFLAG(WS-FC-RECURSUB) = 0
             OR TODODUEDATE > WS-FC-RODUE(WS-FC-RECURSUB)
             MOVE 1 TO WS-FC-ROFLAG(WS-FC-RECURSUB)
             MOVE TODODUEDATE TO WS-FC-RODUE(WS-FC-RECURSUB)
           END-IF
         END-IF
       END-IF.
       IF TODODUEDATE IS NOT NUMERIC
         ADD 1 TO WS-FC-NODUE
       ELSE
         IF TODODUEDATE < WS-FC-TODAY
           ADD 1 TO WS-FC-OVERDUE
         ELSE
           MOVE TODODUEDATE TO WS-FC-DUE
           MOVE TODOCATEGORY TO WS-FC-CATEGORY
           MOVE 1 TO WS-FC-KIND
           PERFORM 999-FC-BUCKET
         END-IF
       END-IF.

      * EACH RECURRING DEFINITION IS PROJECTED OCCURRENCE BY
      * OCCURRENCE UNTIL THE NEXT DUE DATE FALLS BEYOND THE LAST WEEK.
       999-FC-RECURRING.
       OPEN INPUT RECURDATAFILE.
       IF WS-RECURFILESTATUS NOT = "00"
         AND WS-RECURFILESTATUS NOT = "05"
         DISPLAY "!!!RECURDATAFILE I/O STATUS " WS-RECURFILESTATUS
       ELSE
         PERFORM UNTIL WS-ENDOFFILE = 1
           READ RECURDATAFILE NEXT RECORD INTO WS-RECURDATAFILEFD
             AT END MOVE 1 TO WS-ENDOFFILE
             NOT AT END PERFORM 999-FC-PROJECT
           END-READ
         END-PERFORM
         CLOSE RECURDATAFILE
       END-IF.
       MOVE 0 TO WS-ENDOFFILE.

      * THE FIRST BASE DATE IS THE DAY AFTER THE OPEN OCCURRENCE IS
      * DUE, THE DAY AFTER TODAY IF THAT OCCURRENCE IS OVERDUE OR
      * UNDATED, OR TODAY WHEN THERE IS NO OPEN OCCURRENCE.
       999-FC-PROJECT.
       ADD 1 TO WS-FC-RECURREAD.
       MOVE WS-FC-TODAY TO WS-DATE-WORK.
       IF WS-RECURKEY IS NUMERIC
         MOVE WS-RECURKEY TO WS-FC-RECURSUB
         IF WS-FC-RECURSUB > 0
           AND WS-FC-ROFLAG(WS-FC-RECURSUB) = 1
           IF WS-FC-RODUE(WS-FC-RECURSUB) IS NUMERIC
             AND WS-FC-RODUE(WS-FC-RECURSUB) NOT < WS-FC-TODAY
             MOVE WS-FC-RODUE(WS-FC-RECURSUB) TO WS-DATE-WORK
           END-IF
           PERFORM 999-DATE-NEXTDAY
         END-IF
       END-IF.
       MOVE WS-DATE-WORK TO WS-RECUR-BASEDATE.
       MOVE ZERO TO WS-FC-STEP.
       PERFORM UNTIL WS-RECUR-BASEDATE NOT < WS-FC-ENDDATE
         OR WS-FC-STEP > 60
         ADD 1 TO WS-FC-STEP
         MOVE WS-RECUR-BASEDATE TO WS-DATE-WORK
         PERFORM 999-DATE-DOW
         MOVE WS-DATE-DOW TO WS-RECUR-BASEDOW
         PERFORM 999-RECUR-NEXTDUE
         IF WS-RECUR-NEXTDATE < WS-FC-ENDDATE
           ADD 1 TO WS-FC-RECURPROJ
           MOVE WS-RECUR-NEXTDATE TO WS-FC-DUE
           MOVE WS-RECURCATEGORY TO WS-FC-CATEGORY
           MOVE 2 TO WS-FC-KIND
           PERFORM 999-FC-BUCKET
         END-IF
         MOVE WS-RECUR-NEXTDATE TO WS-DATE-WORK
         PERFORM 999-DATE-NEXTDAY
         MOVE WS-DATE-WORK TO WS-RECUR-BASEDATE
       END-PERFORM.

      * ADDS ONE TASK DUE ON WS-FC-DUE TO ITS WEEK AND CATEGORY.
      * WS-FC-KIND 1 IS AN OPEN TASK, 2 A PROJECTED OCCURRENCE.
       999-FC-BUCKET.
       PERFORM VARYING WS-FC-WEEK FROM 1 BY 1
         UNTIL WS-FC-WEEK > WS-FC-WEEKS
           OR WS-FC-DUE < WS-FC-WEEKSTART(WS-FC-WEEK + 1)
         CONTINUE
       END-PERFORM.
       IF WS-FC-WEEK > WS-FC-WEEKS
         ADD 1 TO WS-FC-BEYOND
       ELSE
         IF WS-FC-KIND = 1
           ADD 1 TO WS-FC-WKOPEN(WS-FC-WEEK)
         ELSE
           ADD 1 TO WS-FC-WKRECUR(WS-FC-WEEK)
         END-IF
         IF WS-FC-CATEGORY = SPACES
           MOVE "(NONE)" TO WS-FC-CATEGORY
         END-IF
         MOVE 0 TO WS-FC-CATFOUND
         PERFORM VARYING WS-FC-CATSUB FROM 1 BY 1
           UNTIL WS-FC-CATSUB > WS-FC-CATCOUNT
             OR WS-FC-CATNAME(WS-FC-CATSUB) NOT < WS-FC-CATEGORY
           CONTINUE
         END-PERFORM
         IF WS-FC-CATSUB NOT > WS-FC-CATCOUNT
           IF WS-FC-CATNAME(WS-FC-CATSUB) = WS-FC-CATEGORY
             MOVE 1 TO WS-FC-CATFOUND
           END-IF
         END-IF
         IF WS-FC-CATFOUND = 0
           IF WS-FC-CATCOUNT NOT < 50
             ADD 1 TO WS-FC-CATOVERFLOW
             MOVE ZERO TO WS-FC-CATSUB
           ELSE
             PERFORM VARYING WS-FC-CATMOVESUB FROM WS-FC-CATCOUNT
               BY -1 UNTIL WS-FC-CATMOVESUB < WS-FC-CATSUB
               MOVE WS-FC-CATENTRY(WS-FC-CATMOVESUB)
                 TO WS-FC-CATENTRY(WS-FC-CATMOVESUB + 1)
             END-PERFORM
             ADD 1 TO WS-FC-CATCOUNT
             MOVE WS-FC-CATEGORY TO WS-FC-CATNAME(WS-FC-CATSUB)
             PERFORM VARYING WS-FC-CATMOVESUB FROM 1 BY 1
               UNTIL WS-FC-CATMOVESUB > 8
               MOVE ZERO
                 TO WS-FC-CATWEEK(WS-FC-CATSUB, WS-FC-CATMOVESUB)
             END-PERFORM
           END-IF
         END-IF
         IF WS-FC-CATSUB > ZERO
           ADD 1 TO WS-FC-CATWEEK(WS-FC-CATSUB, WS-FC-WEEK)
         END-IF
       END-IF.

      * THE SAME FREQUENCY AND DAY RULES AS THE MENU PROGRAM. THE
      * BASE DATE AND ITS DAY OF THE WEEK COME IN, THE DUE DATE OF
      * THE OCCURRENCE GOES OUT IN WS-RECUR-NEXTDATE.
       999-RECUR-NEXTDUE.
       MOVE WS-RECUR-BASEDATE TO WS-DATE-WORK.
       EVALUATE WS-RECURFREQ
         WHEN "W"
           IF WS-RECURDAY IS NUMERIC
             MOVE WS-RECURDAY TO WS-RECUR-TARGETDAY
           ELSE
             MOVE ZERO TO WS-RECUR-TARGETDAY
           END-IF
           IF WS-RECUR-TARGETDAY > 0 AND WS-RECUR-TARGETDAY < 8
             MOVE WS-RECUR-BASEDOW TO WS-RECUR-DOW
             PERFORM UNTIL WS-RECUR-DOW = WS-RECUR-TARGETDAY
               PERFORM 999-DATE-NEXTDAY
               ADD 1 TO WS-RECUR-DOW
               IF WS-RECUR-DOW > 7
                 MOVE 1 TO WS-RECUR-DOW
               END-IF
             END-PERFORM
           END-IF
         WHEN "M"
           IF WS-RECURDAY IS NUMERIC
             MOVE WS-RECURDAY TO WS-RECUR-TARGETDAY
           ELSE
             MOVE ZERO TO WS-RECUR-TARGETDAY
           END-IF
           IF WS-RECUR-TARGETDAY > 0
             PERFORM 999-DATE-DAYSINMONTH
             IF WS-RECUR-TARGETDAY > WS-DATE-MONTHDAYS
               MOVE WS-DATE-MONTHDAYS TO WS-RECUR-TARGETDAY
             END-IF
             IF WS-RECUR-TARGETDAY NOT < WS-DATE-DD
               MOVE WS-RECUR-TARGETDAY TO WS-DATE-DD
             ELSE
               MOVE 1 TO WS-DATE-DD
               ADD 1 TO WS-DATE-MM
               IF WS-DATE-MM > 12
                 MOVE 1 TO WS-DATE-MM
                 IF WS-DATE-YY = 99
                   MOVE ZERO TO WS-DATE-YY
                 ELSE
                   ADD 1 TO WS-DATE-YY
                 END-IF
               END-IF
               PERFORM 999-DATE-DAYSINMONTH
               MOVE WS-RECURDAY TO WS-RECUR-TARGETDAY
               IF WS-RECUR-TARGETDAY > WS-DATE-MONTHDAYS
                 MOVE WS-DATE-MONTHDAYS TO WS-RECUR-TARGETDAY
               END-IF
               MOVE WS-RECUR-TARGETDAY TO WS-DATE-DD
             END-IF
           END-IF
         WHEN OTHER
           CONTINUE
       END-EVALUATE.
      * A COMPUTED DUE DATE THAT LANDS ON A WEEKEND OR A CALENDAR
      * HOLIDAY ROLLS FORWARD TO THE NEXT WORKING DAY.
       PERFORM 999-DATE-NEXTWORKDAY.
       MOVE WS-DATE-WORK TO WS-RECUR-NEXTDATE.

       999-DATE-DAYSINMONTH.
       EVALUATE WS-DATE-MM
         WHEN 4
         WHEN 6
         WHEN 9
         WHEN 11
           MOVE 30 TO WS-DATE-MONTHDAYS
         WHEN 2
           DIVIDE WS-DATE-YY BY 4 GIVING WS-DATE-LEAPQUOT
             REMAINDER WS-DATE-LEAPREM
           IF WS-DATE-LEAPREM = ZERO
             MOVE 29 TO WS-DATE-MONTHDAYS
           ELSE
             MOVE 28 TO WS-DATE-MONTHDAYS
           END-IF
         WHEN OTHER
           MOVE 31 TO WS-DATE-MONTHDAYS
       END-EVALUATE.

       999-DATE-NEXTDAY.
       ADD 1 TO WS-DATE-DD.
       PERFORM 999-DATE-DAYSINMONTH.
       IF WS-DATE-DD > WS-DATE-MONTHDAYS
         MOVE 1 TO WS-DATE-DD
         ADD 1 TO WS-DATE-MM
         IF WS-DATE-MM > 12
           MOVE 1 TO WS-DATE-MM
           IF WS-DATE-YY = 99
             MOVE ZERO TO WS-DATE-YY
           ELSE
             ADD 1 TO WS-DATE-YY
           END-IF
         END-IF
       END-IF.

       999-DATE-PREVDAY.
       IF WS-DATE-DD > 1
         SUBTRACT 1 FROM WS-DATE-DD
       ELSE
         IF WS-DATE-MM > 1
           SUBTRACT 1 FROM WS-DATE-MM
         ELSE
           MOVE 12 TO WS-DATE-MM
           IF WS-DATE-YY = ZERO
             MOVE 99 TO WS-DATE-YY
           ELSE
             SUBTRACT 1 FROM WS-DATE-YY
           END-IF
         END-IF
         PERFORM 999-DATE-DAYSINMONTH
         MOVE WS-DATE-MONTHDAYS TO WS-DATE-DD
       END-IF.

      * MOVES WS-DATE-WORK ON TO THE FIRST WORKING DAY FROM IT.
       999-DATE-NEXTWORKDAY.
       MOVE ZERO TO WS-WORKSTEP.
       PERFORM 999-WORKDAY-CHECK.
       PERFORM UNTIL WS-WORKDAY = 1 OR WS-WORKSTEP > 30
         ADD 1 TO WS-WORKSTEP
         PERFORM 999-DATE-NEXTDAY
         PERFORM 999-WORKDAY-CHECK
       END-PERFORM.

      * DAY OF WEEK FOR WS-DATE-WORK, 1=MONDAY THROUGH 7=SUNDAY,
      * GOOD FOR YEARS 2000 THROUGH 2099. 2000-01-01 WAS A SATURDAY
      * AND EVERY FOURTH YEAR IN THAT RANGE IS A LEAP YEAR.
       999-DATE-DOW.
       MOVE ZERO TO WS-DOW-TOTAL.
       IF WS-DATE-YY > ZERO
         SUBTRACT 1 FROM WS-DATE-YY GIVING WS-DOW-YPREV
         DIVIDE WS-DOW-YPREV BY 4 GIVING WS-DOW-LEAPS
         ADD 1 TO WS-DOW-LEAPS
         MULTIPLY WS-DATE-YY BY 365 GIVING WS-DOW-TOTAL
         ADD WS-DOW-LEAPS TO WS-DOW-TOTAL
       END-IF.
       MOVE WS-DATE-MM TO WS-DOW-SAVEMM.
       PERFORM VARYING WS-DATE-MM FROM 1 BY 1
         UNTIL WS-DATE-MM NOT < WS-DOW-SAVEMM
         PERFORM 999-DATE-DAYSINMONTH
         ADD WS-DATE-MONTHDAYS TO WS-DOW-TOTAL
       END-PERFORM.
       MOVE WS-DOW-SAVEMM TO WS-DATE-MM.
       ADD WS-DATE-DD TO WS-DOW-TOTAL.
       ADD 4 TO WS-DOW-TOTAL.
       DIVIDE WS-DOW-TOTAL BY 7 GIVING WS-DOW-QUOT
         REMAINDER WS-DOW-REM.
       ADD 1 TO WS-DOW-REM GIVING WS-DATE-DOW.

      * A WORKING DAY IS MONDAY TO FRIDAY AND NOT ON THE
      * NON-WORKING DATE CALENDAR. AN UNAVAILABLE CALENDAR FILE
      * SIMPLY MEANS NO EXTRA NON-WORKING DATES.
       999-WORKDAY-CHECK.
       MOVE 1 TO WS-WORKDAY.
       PERFORM 999-DATE-DOW.
       IF WS-DATE-DOW > 5
         MOVE 0 TO WS-WORKDAY
       ELSE
         MOVE WS-DATE-WORK TO WS-CAL-LOOKUPDATE
         PERFORM 999-CALENDAR-LOOKUP
         IF WS-CAL-NONWORK = 1
           MOVE 0 TO WS-WORKDAY
         END-IF
       END-IF.

       999-CALENDAR-LOOKUP.
       MOVE 0 TO WS-CAL-NONWORK.
       OPEN INPUT CALDATAFILE.
       IF WS-CALFILESTATUS NOT = "00"
         AND WS-CALFILESTATUS NOT = "05"
         DISPLAY "!!!CALDATAFILE I/O STATUS " WS-CALFILESTATUS
       ELSE
         MOVE WS-CAL-LOOKUPDATE TO CALDATE
         READ CALDATAFILE
           INVALID KEY CONTINUE
           NOT INVALID KEY MOVE 1 TO WS-CAL-NONWORK
         END-READ
         CLOSE CALDATAFILE
       END-IF.

       999-TODOFILE-OPENINPUT.
       MOVE ZERO TO WS-LOCKTRY.
       OPEN INPUT TODODATAFILE.
       PERFORM UNTIL WS-TODOFILESTATUS NOT = "93"
         OR WS-LOCKTRY > 9
         ADD 1 TO WS-LOCKTRY
         DISPLAY "Task file in use, waiting..."
         CALL "C$SLEEP" USING 1
         OPEN INPUT TODODATAFILE
       END-PERFORM.
