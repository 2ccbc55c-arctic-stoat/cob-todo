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
       PROGRAM-ID. cob-todo-timesheet.
       AUTHOR.  "Christer Stig Åke Landstedt".

      * WEEKLY TIMESHEET REPORT FROM THE TIME ENTRY FILE. FOR THE
      * MONDAY TO SUNDAY WEEK HOLDING THE REQUESTED DATE IT LISTS,
      * ANALYST BY ANALYST, THE HOURS LOGGED ON EACH TASK FOR EACH
      * DAY, WITH A DAILY TOTAL PER ANALYST AND FOR THE WHOLE TEAM.
      * THE RUN CAN BE LIMITED TO ONE ANALYST.
      *
      * A TIME ENTRY CARRIES THE FOUR DIGIT TASK NUMBER WHILE THE
      * TASK IS OPEN AND THE DONE/ARCHIVE KEY AFTER THE TASK HAS
      * BEEN MOVED, SO THE TASK TEXT IS LOOKED UP ON THE TASK FILE,
      * THE DONE FILE OR THE ARCHIVE MASTER ACCORDINGLY.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
         FILE-CONTROL.
           SELECT OPTIONAL TIMEDATAFILE ASSIGN TO "cob-todo-time.dat"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS TIMEKEY
             FILE STATUS IS WS-TIMEFILESTATUS.
           SELECT OPTIONAL TODODATAFILE ASSIGN TO "cob-todo.dat"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS TODOKEY
             FILE STATUS IS WS-TODOFILESTATUS.
           SELECT OPTIONAL DONEDATAFILE ASSIGN TO "cob-todo-done.dat"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS DONEKEY
             FILE STATUS IS WS-DONEFILESTATUS.
           SELECT OPTIONAL ARCHIVEDATAFILE ASSIGN TO
             "cob-todo-archive.dat"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS ARCHIVEKEY
             FILE STATUS IS WS-ARCHFILESTATUS.
           SELECT OPTIONAL ANALYSTDATAFILE ASSIGN TO
             "cob-todo-analyst.dat"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS ANALYSTKEY
             FILE STATUS IS WS-ANALYSTFILESTATUS.
           SELECT REPORTFILE ASSIGN TO WS-REPORTFILENAME
             ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
         FILE SECTION.
         FD TIMEDATAFILE
           RECORD CONTAINS 80 CHARACTERS.
         01 TIMEDATAFILEFD.
           05 TIMEKEY.
             10 TIMETASK PIC X(12).
             10 TIMESEQ PIC X(4).
           05 TIMEANALYST PIC X(8).
           05 TIMEDATE PIC X(6).
           05 TIMEHOURS PIC 9(2)V9.
           05 TIMEREMARK PIC X(30).
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
         FD DONEDATAFILE
           RECORD CONTAINS 80 CHARACTERS.
         01 DONEDATAFILEFD.
           05 DONEKEY PIC X(12).
           05 DONETEXT PIC X(25).
           05 DONETASKKEY PIC X(4).
           05 DONEPRIORITY PIC X(1).
           05 DONEDUEDATE PIC X(6).
           05 DONECATEGORY PIC X(10).
           05 DONEESTHOURS PIC 9(3).
         FD ARCHIVEDATAFILE
           RECORD CONTAINS 80 CHARACTERS.
         01 ARCHIVEDATAFILEFD.
           05 ARCHIVEKEY PIC X(12).
           05 ARCHIVETEXT PIC X(25).
           05 ARCHIVETASKKEY PIC X(4).
           05 ARCHIVEPRIORITY PIC X(1).
           05 ARCHIVEDUEDATE PIC X(6).
           05 ARCHIVECATEGORY PIC X(10).
           05 ARCHIVEDATE PIC X(6).
           05 ARCHIVEESTHOURS PIC 9(3).
         FD ANALYSTDATAFILE
           RECORD CONTAINS 80 CHARACTERS.
         01 ANALYSTDATAFILEFD.
           05 ANALYSTKEY PIC X(8).
           05 ANALYSTNAME PIC X(25).
           05 ANALYSTTEAM PIC X(10).
           05 ANALYSTSTATUS PIC X(1).
           05 ANALYSTABSFROM PIC X(6).
           05 ANALYSTABSTO PIC X(6).
           05 ANALYSTDELEGATE PIC X(8).
         FD REPORTFILE
           RECORD CONTAINS 100 CHARACTERS.
         01 REPORTFILEFD PIC X(100).
         WORKING-STORAGE SECTION.
         01 WS-ENDOFFILE PIC 9 VALUE ZERO.
         01 WS-TSHEET-INDATE PIC X(6).
         01 WS-TSHEET-ANALYST PIC X(8).
         01 WS-TSHEET-WEEK.
           05 WS-TSHEET-WEEKDATE OCCURS 7 TIMES PIC X(6).
         01 WS-TSHEET-DAY PIC 9 VALUE ZERO.
         01 WS-TSHEET-DAYFOUND PIC 9 VALUE ZERO.
      * ONE ROW PER ANALYST AND TASK, KEPT IN ANALYST AND TASK ORDER
      * AS THE ENTRIES ARE READ, WITH THE HOURS FOR EACH WEEKDAY.
         01 WS-TSHEET-TABLE.
           05 WS-TSHEET-ENTRY OCCURS 500 TIMES.
             10 WS-TSHEET-TKEY.
               15 WS-TSHEET-TANALYST PIC X(8).
               15 WS-TSHEET-TTASK PIC X(12).
             10 WS-TSHEET-THOURS OCCURS 7 TIMES PIC 9(3)V9.
         01 WS-TSHEET-ENTRIES PIC 9(4) VALUE ZERO.
         01 WS-TSHEET-SUB PIC 9(4) VALUE ZERO.
         01 WS-TSHEET-MOVESUB PIC 9(4) VALUE ZERO.
         01 WS-TSHEET-FOUND PIC 9 VALUE ZERO.
         01 WS-TSHEET-OVERFLOW PIC 9(5) VALUE ZERO.
         01 WS-TSHEET-NEWKEY.
           05 WS-TSHEET-NEWANALYST PIC X(8).
           05 WS-TSHEET-NEWTASK PIC X(12).
         01 WS-TSHEET-CURANALYST PIC X(8).
         01 WS-TSHEET-ANLTOTALS.
           05 WS-TSHEET-ANLDAY OCCURS 7 TIMES PIC 9(4)V9.
         01 WS-TSHEET-ALLTOTALS.
           05 WS-TSHEET-ALLDAY OCCURS 7 TIMES PIC 9(4)V9.
         01 WS-TSHEET-ROWTOTAL PIC 9(4)V9 VALUE ZERO.
         01 WS-TSHEET-ENTRYCOUNT PIC 9(5) VALUE ZERO.
      * HOURS ARE PRINTED AS WHOLE HOURS, A POINT AND THE TENTHS.
      * CELLS 1 TO 7 ARE MONDAY TO SUNDAY AND CELL 8 THE ROW TOTAL.
         01 WS-TSHEET-LINE.
           05 WS-TSHEET-LTASK PIC X(12).
           05 FILLER PIC X(1).
           05 WS-TSHEET-LTEXT PIC X(25).
           05 WS-TSHEET-LCELL OCCURS 8 TIMES.
             10 FILLER PIC X(1).
             10 WS-TSHEET-LINT PIC 9(4).
             10 WS-TSHEET-LPOINT PIC X(1).
             10 WS-TSHEET-LDEC PIC 9(1).
         01 WS-TSHEET-CELL PIC 9 VALUE ZERO.
         01 WS-TSHEET-CELLWORK PIC 9(4)V9 VALUE ZERO.
         01 WS-TSHEET-CELLPARTS REDEFINES WS-TSHEET-CELLWORK.
           05 WS-TSHEET-CELLINT PIC 9(4).
           05 WS-TSHEET-CELLDEC PIC 9.
         01 WS-TSHEET-HEADING.
           05 FILLER PIC X(13) VALUE "TASK".
           05 FILLER PIC X(29) VALUE "TEXT".
           05 FILLER PIC X(7) VALUE "MON".
           05 FILLER PIC X(7) VALUE "TUE".
           05 FILLER PIC X(7) VALUE "WED".
           05 FILLER PIC X(7) VALUE "THU".
           05 FILLER PIC X(7) VALUE "FRI".
           05 FILLER PIC X(7) VALUE "SAT".
           05 FILLER PIC X(5) VALUE "SUN".
           05 FILLER PIC X(5) VALUE "TOTAL".
         01 WS-TSHEET-DATELINE.
           05 FILLER PIC X(38) VALUE SPACES.
           05 WS-TSHEET-DLCELL OCCURS 7 TIMES.
             10 FILLER PIC X(1).
             10 WS-TSHEET-DLDATE PIC X(6).
         01 WS-TSHEET-TASKTEXT PIC X(25).
         01 WS-TODOOPEN PIC 9 VALUE ZERO.
         01 WS-DONEOPEN PIC 9 VALUE ZERO.
         01 WS-ARCHOPEN PIC 9 VALUE ZERO.
         01 WS-ANALYSTOPEN PIC 9 VALUE ZERO.
         01 WS-DATE-WORK.
           05 WS-DATE-YY PIC 99.
           05 WS-DATE-MM PIC 99.
           05 WS-DATE-DD PIC 99.
         01 WS-DATE-MONTHDAYS PIC 99 VALUE ZERO.
         01 WS-DATE-LEAPREM PIC 99 VALUE ZERO.
         01 WS-DATE-LEAPQUOT PIC 99 VALUE ZERO.
         01 WS-DATE-VALID PIC 9 VALUE ZERO.
         01 WS-DATE-DOW PIC 9 VALUE ZERO.
         01 WS-DOW-TOTAL PIC 9(5) VALUE ZERO.
         01 WS-DOW-YPREV PIC 99 VALUE ZERO.
         01 WS-DOW-LEAPS PIC 99 VALUE ZERO.
         01 WS-DOW-SAVEMM PIC 99 VALUE ZERO.
         01 WS-DOW-QUOT PIC 9(5) VALUE ZERO.
         01 WS-DOW-REM PIC 9 VALUE ZERO.
         01 WS-REPORTFILENAME PIC X(45).
         01 WS-TIMEFILESTATUS PIC X(2) VALUE "00".
         01 WS-TODOFILESTATUS PIC X(2) VALUE "00".
         01 WS-DONEFILESTATUS PIC X(2) VALUE "00".
         01 WS-ARCHFILESTATUS PIC X(2) VALUE "00".
         01 WS-ANALYSTFILESTATUS PIC X(2) VALUE "00".
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
       999-TSHEET.
       DISPLAY " ".
       DISPLAY "----------------------------------".
       DISPLAY "Weekly timesheet report".
       DISPLAY "----------------------------------".
       ACCEPT CURRENTDATE FROM DATE.
       ACCEPT CURRENTTIME FROM TIME.
       DISPLAY "Enter a date in the week (YYMMDD, blank for this"
         " week):".
       ACCEPT WS-TSHEET-INDATE.
       IF WS-TSHEET-INDATE = SPACES
         MOVE CURRENTDATE TO WS-TSHEET-INDATE
       END-IF.
       MOVE WS-TSHEET-INDATE TO WS-DATE-WORK.
       PERFORM 999-DATE-VALIDATE.
       IF WS-DATE-VALID = 0
         DISPLAY "!!!ERROR DATE IS NOT A REAL DATE"
         STOP RUN
       END-IF.
       DISPLAY "Enter analyst code (blank for all analysts):".
       ACCEPT WS-TSHEET-ANALYST.

      * THE WEEK RUNS FROM THE MONDAY ON OR BEFORE THE DATE GIVEN.
       PERFORM 999-DATE-DOW.
       PERFORM UNTIL WS-DATE-DOW = 1
         PERFORM 999-DATE-PREVDAY
         SUBTRACT 1 FROM WS-DATE-DOW
       END-PERFORM.
       PERFORM VARYING WS-TSHEET-DAY FROM 1 BY 1
         UNTIL WS-TSHEET-DAY > 7
         MOVE WS-DATE-WORK TO WS-TSHEET-WEEKDATE(WS-TSHEET-DAY)
         MOVE WS-DATE-WORK TO WS-TSHEET-DLDATE(WS-TSHEET-DAY)
         MOVE ZERO TO WS-TSHEET-ALLDAY(WS-TSHEET-DAY)
         PERFORM 999-DATE-NEXTDAY
       END-PERFORM.

       STRING "cob-todo-timesheet-report-" CURRENTDATE
         "-" CURRENTTIME ".dat"
         DELIMITED BY SIZE INTO WS-REPORTFILENAME
         ON OVERFLOW
           DISPLAY "!!!ERROR REPORT FILE NAME TOO LONG"
       END-STRING.

       PERFORM 999-TSHEET-LOAD.

       OPEN OUTPUT REPORTFILE.
       PERFORM 999-TSHEET-LINE-INIT.
       STRING "WEEKLY TIMESHEET FOR " WS-TSHEET-WEEKDATE(1)
         " TO " WS-TSHEET-WEEKDATE(7)
         DELIMITED BY SIZE INTO REPORTFILEFD
       END-STRING.
       PERFORM 999-TSHEET-LINE-OUT.
       IF WS-TSHEET-ANALYST NOT = SPACES
         PERFORM 999-TSHEET-LINE-INIT
         STRING "ANALYST " WS-TSHEET-ANALYST " ONLY"
           DELIMITED BY SIZE INTO REPORTFILEFD
         END-STRING
         PERFORM 999-TSHEET-LINE-OUT
       END-IF.

       IF WS-TSHEET-ENTRIES = ZERO
         MOVE "(no time logged in the week)" TO REPORTFILEFD
         PERFORM 999-TSHEET-LINE-OUT
       ELSE
         PERFORM 999-TSHEET-FILES-OPEN
         MOVE SPACES TO WS-TSHEET-CURANALYST
         PERFORM VARYING WS-TSHEET-SUB FROM 1 BY 1
           UNTIL WS-TSHEET-SUB > WS-TSHEET-ENTRIES
           IF WS-TSHEET-TANALYST(WS-TSHEET-SUB)
             NOT = WS-TSHEET-CURANALYST
             IF WS-TSHEET-SUB > 1
               PERFORM 999-TSHEET-ANALYSTTOTAL
             END-IF
             MOVE WS-TSHEET-TANALYST(WS-TSHEET-SUB)
               TO WS-TSHEET-CURANALYST
             PERFORM 999-TSHEET-ANALYSTHEAD
           END-IF
           PERFORM 999-TSHEET-TASKLINE
         END-PERFORM
         PERFORM 999-TSHEET-ANALYSTTOTAL
         PERFORM 999-TSHEET-FILES-CLOSE

         MOVE "--- ALL ANALYSTS" TO REPORTFILEFD
         PERFORM 999-TSHEET-LINE-OUT
         MOVE SPACES TO WS-TSHEET-LINE
         MOVE "TOTAL" TO WS-TSHEET-LTASK
         MOVE ZERO TO WS-TSHEET-ROWTOTAL
         PERFORM VARYING WS-TSHEET-DAY FROM 1 BY 1
           UNTIL WS-TSHEET-DAY > 7
           MOVE WS-TSHEET-ALLDAY(WS-TSHEET-DAY) TO WS-TSHEET-CELLWORK
           ADD WS-TSHEET-ALLDAY(WS-TSHEET-DAY) TO WS-TSHEET-ROWTOTAL
           MOVE WS-TSHEET-DAY TO WS-TSHEET-CELL
           PERFORM 999-TSHEET-CELLSET
         END-PERFORM
         MOVE WS-TSHEET-ROWTOTAL TO WS-TSHEET-CELLWORK
         MOVE 8 TO WS-TSHEET-CELL
         PERFORM 999-TSHEET-CELLSET
         MOVE WS-TSHEET-LINE TO REPORTFILEFD
         PERFORM 999-TSHEET-LINE-OUT
       END-IF.
       IF WS-TSHEET-OVERFLOW > ZERO
         PERFORM 999-TSHEET-LINE-INIT
         STRING "!!!WARNING " WS-TSHEET-OVERFLOW
           " ENTRIES BEYOND THE TABLE WERE NOT REPORTED"
           DELIMITED BY SIZE INTO REPORTFILEFD
         END-STRING
         PERFORM 999-TSHEET-LINE-OUT
       END-IF.
       PERFORM 999-TSHEET-LINE-INIT.
       STRING "TIME ENTRIES IN THE WEEK: " WS-TSHEET-ENTRYCOUNT
         DELIMITED BY SIZE INTO REPORTFILEFD
       END-STRING.
       PERFORM 999-TSHEET-LINE-OUT.

       CLOSE REPORTFILE.
       DISPLAY " ".
       DISPLAY "Timesheet written to " WS-REPORTFILENAME.

       STOP RUN.

       999-TSHEET-LINE-INIT.
       MOVE SPACES TO REPORTFILEFD.

       999-TSHEET-LINE-OUT.
       DISPLAY REPORTFILEFD.
       WRITE REPORTFILEFD.

      * ONE PASS OVER THE TIME FILE PICKS UP EVERY ENTRY DATED IN THE
      * WEEK, FOR THE ONE ANALYST ASKED FOR OR FOR ALL OF THEM.
       999-TSHEET-LOAD.
       OPEN INPUT TIMEDATAFILE.
       IF WS-TIMEFILESTATUS NOT = "00"
         AND WS-TIMEFILESTATUS NOT = "05"
         DISPLAY "!!!TIMEDATAFILE I/O STATUS " WS-TIMEFILESTATUS
       ELSE
         PERFORM UNTIL WS-ENDOFFILE = 1
           READ TIMEDATAFILE NEXT RECORD
             AT END MOVE 1 TO WS-ENDOFFILE
             NOT AT END
             IF WS-TSHEET-ANALYST = SPACES
               OR TIMEANALYST = WS-TSHEET-ANALYST
               PERFORM 999-TSHEET-DAYFIND
               IF WS-TSHEET-DAYFOUND = 1 AND TIMEHOURS IS NUMERIC
                 ADD 1 TO WS-TSHEET-ENTRYCOUNT
                 PERFORM 999-TSHEET-ADD
               END-IF
             END-IF
           END-READ
         END-PERFORM
         CLOSE TIMEDATAFILE
       END-IF.
       MOVE 0 TO WS-ENDOFFILE.

       999-TSHEET-DAYFIND.
       MOVE 0 TO WS-TSHEET-DAYFOUND.
       PERFORM VARYING WS-TSHEET-DAY FROM 1 BY 1
         UNTIL WS-TSHEET-DAY > 7 OR WS-TSHEET-DAYFOUND = 1
         IF WS-TSHEET-WEEKDATE(WS-TSHEET-DAY) = TIMEDATE
           MOVE 1 TO WS-TSHEET-DAYFOUND
         END-IF
       END-PERFORM.
       IF WS-TSHEET-DAYFOUND = 1
         SUBTRACT 1 FROM WS-TSHEET-DAY
       END-IF.

      * THE ROW FOR THE ANALYST AND TASK IS FOUND, OR A NEW ROW IS
      * OPENED AT ITS PLACE IN KEY ORDER BY MOVING THE ROWS AFTER IT
      * DOWN ONE, SO THE REPORT COMES OUT GROUPED BY ANALYST.
       999-TSHEET-ADD.
       MOVE TIMEANALYST TO WS-TSHEET-NEWANALYST.
       MOVE TIMETASK TO WS-TSHEET-NEWTASK.
       MOVE 0 TO WS-TSHEET-FOUND.
       PERFORM VARYING WS-TSHEET-SUB FROM 1 BY 1
         UNTIL WS-TSHEET-SUB > WS-TSHEET-ENTRIES
           OR WS-TSHEET-TKEY(WS-TSHEET-SUB) NOT < WS-TSHEET-NEWKEY
         CONTINUE
       END-PERFORM.
       IF WS-TSHEET-SUB NOT > WS-TSHEET-ENTRIES
         IF WS-TSHEET-TKEY(WS-TSHEET-SUB) = WS-TSHEET-NEWKEY
           MOVE 1 TO WS-TSHEET-FOUND
         END-IF
       END-IF.
       IF WS-TSHEET-FOUND = 0
         IF WS-TSHEET-ENTRIES NOT < 500
           ADD 1 TO WS-TSHEET-OVERFLOW
           MOVE ZERO TO WS-TSHEET-SUB
         ELSE
           PERFORM VARYING WS-TSHEET-MOVESUB FROM WS-TSHEET-ENTRIES
             BY -1 UNTIL WS-TSHEET-MOVESUB < WS-TSHEET-SUB
             MOVE WS-TSHEET-ENTRY(WS-TSHEET-MOVESUB)
               TO WS-TSHEET-ENTRY(WS-TSHEET-MOVESUB + 1)
           END-PERFORM
           ADD 1 TO WS-TSHEET-ENTRIES
           MOVE WS-TSHEET-NEWKEY TO WS-TSHEET-TKEY(WS-TSHEET-SUB)
           PERFORM VARYING WS-TSHEET-MOVESUB FROM 1 BY 1
             UNTIL WS-TSHEET-MOVESUB > 7
             MOVE ZERO TO
               WS-TSHEET-THOURS(WS-TSHEET-SUB, WS-TSHEET-MOVESUB)
           END-PERFORM
         END-IF
       END-IF.
       IF WS-TSHEET-SUB > ZERO
         ADD TIMEHOURS
           TO WS-TSHEET-THOURS(WS-TSHEET-SUB, WS-TSHEET-DAY)
       END-IF.

       999-TSHEET-ANALYSTHEAD.
       PERFORM 999-TSHEET-LINE-INIT.
       WRITE REPORTFILEFD.
       MOVE SPACES TO ANALYSTNAME.
       IF WS-ANALYSTOPEN = 1
         MOVE WS-TSHEET-CURANALYST TO ANALYSTKEY
         READ ANALYSTDATAFILE
           INVALID KEY MOVE SPACES TO ANALYSTNAME
         END-READ
       END-IF.
       STRING "ANALYST " WS-TSHEET-CURANALYST " " ANALYSTNAME
         DELIMITED BY SIZE INTO REPORTFILEFD
       END-STRING.
       PERFORM 999-TSHEET-LINE-OUT.
       MOVE WS-TSHEET-HEADING TO REPORTFILEFD.
       PERFORM 999-TSHEET-LINE-OUT.
       MOVE WS-TSHEET-DATELINE TO REPORTFILEFD.
       PERFORM 999-TSHEET-LINE-OUT.
       PERFORM VARYING WS-TSHEET-DAY FROM 1 BY 1
         UNTIL WS-TSHEET-DAY > 7
         MOVE ZERO TO WS-TSHEET-ANLDAY(WS-TSHEET-DAY)
       END-PERFORM.

       999-TSHEET-TASKLINE.
       MOVE SPACES TO WS-TSHEET-LINE.
       MOVE WS-TSHEET-TTASK(WS-TSHEET-SUB) TO WS-TSHEET-LTASK.
       PERFORM 999-TSHEET-TASKTEXT.
       MOVE WS-TSHEET-TASKTEXT TO WS-TSHEET-LTEXT.
       MOVE ZERO TO WS-TSHEET-ROWTOTAL.
       PERFORM VARYING WS-TSHEET-DAY FROM 1 BY 1
         UNTIL WS-TSHEET-DAY > 7
         MOVE WS-TSHEET-THOURS(WS-TSHEET-SUB, WS-TSHEET-DAY)
           TO WS-TSHEET-CELLWORK
         ADD WS-TSHEET-THOURS(WS-TSHEET-SUB, WS-TSHEET-DAY)
           TO WS-TSHEET-ROWTOTAL
         ADD WS-TSHEET-THOURS(WS-TSHEET-SUB, WS-TSHEET-DAY)
           TO WS-TSHEET-ANLDAY(WS-TSHEET-DAY)
         ADD WS-TSHEET-THOURS(WS-TSHEET-SUB, WS-TSHEET-DAY)
           TO WS-TSHEET-ALLDAY(WS-TSHEET-DAY)
         MOVE WS-TSHEET-DAY TO WS-TSHEET-CELL
         PERFORM 999-TSHEET-CELLSET
       END-PERFORM.
       MOVE WS-TSHEET-ROWTOTAL TO WS-TSHEET-CELLWORK.
       MOVE 8 TO WS-TSHEET-CELL.
       PERFORM 999-TSHEET-CELLSET.
       MOVE WS-TSHEET-LINE TO REPORTFILEFD.
       PERFORM 999-TSHEET-LINE-OUT.

       999-TSHEET-ANALYSTTOTAL.
       MOVE SPACES TO WS-TSHEET-LINE.
       MOVE "TOTAL" TO WS-TSHEET-LTASK.
       MOVE WS-TSHEET-CURANALYST TO WS-TSHEET-LTEXT.
       MOVE ZERO TO WS-TSHEET-ROWTOTAL.
       PERFORM VARYING WS-TSHEET-DAY FROM 1 BY 1
         UNTIL WS-TSHEET-DAY > 7
         MOVE WS-TSHEET-ANLDAY(WS-TSHEET-DAY) TO WS-TSHEET-CELLWORK
         ADD WS-TSHEET-ANLDAY(WS-TSHEET-DAY) TO WS-TSHEET-ROWTOTAL
         MOVE WS-TSHEET-DAY TO WS-TSHEET-CELL
         PERFORM 999-TSHEET-CELLSET
       END-PERFORM.
       MOVE WS-TSHEET-ROWTOTAL TO WS-TSHEET-CELLWORK.
       MOVE 8 TO WS-TSHEET-CELL.
       PERFORM 999-TSHEET-CELLSET.
       MOVE WS-TSHEET-LINE TO REPORTFILEFD.
       PERFORM 999-TSHEET-LINE-OUT.

       999-TSHEET-CELLSET.
       MOVE WS-TSHEET-CELLINT TO WS-TSHEET-LINT(WS-TSHEET-CELL).
       MOVE "." TO WS-TSHEET-LPOINT(WS-TSHEET-CELL).
       MOVE WS-TSHEET-CELLDEC TO WS-TSHEET-LDEC(WS-TSHEET-CELL).

      * A FOUR DIGIT TASK NUMBER IS AN OPEN TASK. A LONGER KEY IS A
      * MOVED TASK, ON THE DONE FILE OR ALREADY IN THE ARCHIVE.
       999-TSHEET-TASKTEXT.
       MOVE "(NOT ON FILE)" TO WS-TSHEET-TASKTEXT.
       IF WS-TSHEET-TTASK(WS-TSHEET-SUB)(5:8) = SPACES
         IF WS-TODOOPEN = 1
           MOVE WS-TSHEET-TTASK(WS-TSHEET-SUB)(1:4) TO TODOKEY
           READ TODODATAFILE
             INVALID KEY CONTINUE
             NOT INVALID KEY MOVE TODOTEXT TO WS-TSHEET-TASKTEXT
           END-READ
         END-IF
       ELSE
         MOVE 0 TO WS-TSHEET-FOUND
         IF WS-DONEOPEN = 1
           MOVE WS-TSHEET-TTASK(WS-TSHEET-SUB) TO DONEKEY
           READ DONEDATAFILE
             INVALID KEY CONTINUE
             NOT INVALID KEY
               MOVE DONETEXT TO WS-TSHEET-TASKTEXT
               MOVE 1 TO WS-TSHEET-FOUND
           END-READ
         END-IF
         IF WS-TSHEET-FOUND = 0 AND WS-ARCHOPEN = 1
           MOVE WS-TSHEET-TTASK(WS-TSHEET-SUB) TO ARCHIVEKEY
           READ ARCHIVEDATAFILE
             INVALID KEY CONTINUE
             NOT INVALID KEY MOVE ARCHIVETEXT TO WS-TSHEET-TASKTEXT
           END-READ
         END-IF
       END-IF.

       999-TSHEET-FILES-OPEN.
       OPEN INPUT TODODATAFILE.
       IF WS-TODOFILESTATUS = "00" OR WS-TODOFILESTATUS = "05"
         MOVE 1 TO WS-TODOOPEN
       ELSE
         DISPLAY "!!!TODODATAFILE I/O STATUS " WS-TODOFILESTATUS
       END-IF.
       OPEN INPUT DONEDATAFILE.
       IF WS-DONEFILESTATUS = "00" OR WS-DONEFILESTATUS = "05"
         MOVE 1 TO WS-DONEOPEN
       ELSE
         DISPLAY "!!!DONEDATAFILE I/O STATUS " WS-DONEFILESTATUS
       END-IF.
       OPEN INPUT ARCHIVEDATAFILE.
       IF WS-ARCHFILESTATUS = "00" OR WS-ARCHFILESTATUS = "05"
         MOVE 1 TO WS-ARCHOPEN
       ELSE
         DISPLAY "!!!ARCHIVEDATAFILE I/O STATUS " WS-ARCHFILESTATUS
       END-IF.
       OPEN INPUT ANALYSTDATAFILE.
       IF WS-ANALYSTFILESTATUS = "00" OR WS-ANALYSTFILESTATUS = "05"
         MOVE 1 TO WS-ANALYSTOPEN
       ELSE
         DISPLAY "!!!ANALYSTDATAFILE I/O STATUS "
           WS-ANALYSTFILESTATUS
       END-IF.

       999-TSHEET-FILES-CLOSE.
       IF WS-TODOOPEN = 1
         CLOSE TODODATAFILE
       END-IF.
       IF WS-DONEOPEN = 1
         CLOSE DONEDATAFILE
       END-IF.
       IF WS-ARCHOPEN = 1
         CLOSE ARCHIVEDATAFILE
       END-IF.
       IF WS-ANALYSTOPEN = 1
         CLOSE ANALYSTDATAFILE
       END-IF.

       999-DATE-VALIDATE.
       MOVE 1 TO WS-DATE-VALID.
       IF WS-DATE-WORK IS NOT NUMERIC
         MOVE 0 TO WS-DATE-VALID
       ELSE
         IF WS-DATE-MM < 1 OR WS-DATE-MM > 12
           MOVE 0 TO WS-DATE-VALID
         ELSE
           PERFORM 999-DATE-DAYSINMONTH
           IF WS-DATE-DD < 1 OR WS-DATE-DD > WS-DATE-MONTHDAYS
             MOVE 0 TO WS-DATE-VALID
           END-IF
         END-IF
       END-IF.

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

