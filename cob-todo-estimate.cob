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
       PROGRAM-ID. cob-todo-estimate.
       AUTHOR.  "Christer Stig Åke Landstedt".

      * ESTIMATE VERSUS ACTUAL REPORT FOR COMPLETED TASKS, OVER THE
      * DONE FILE AND THE ARCHIVE MASTER, BY CATEGORY. THE ACTUAL
      * HOURS OF A TASK ARE THE HOURS LOGGED ON THE TIME FILE, WHICH
      * FOLLOW THE TASK TO ITS DONE KEY WHEN IT IS COMPLETED.
      *
      * A TASK WITHOUT AN ESTIMATE IS COUNTED AS NO EST AND A TASK
      * WITH AN ESTIMATE BUT NO TIME LOGGED AS NO TIME. ONLY TASKS
      * WITH BOTH ARE COMPARED: THEY ARE COUNTED AS OVER OR UNDER
      * THEIR ESTIMATE AND THEIR HOURS ARE SUMMED, SO THAT ACT% IS
      * THE ACTUAL HOURS AS A PERCENTAGE OF THE ESTIMATED HOURS.
      *
      * THE COMPLETION DATE IS TAKEN AS IN THE SLA REPORT, FROM THE
      * FIRST SIX DIGITS OF THE DONE KEY.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
         FILE-CONTROL.
           SELECT OPTIONAL TIMEDATAFILE ASSIGN TO "cob-todo-time.dat"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS TIMEKEY
             FILE STATUS IS WS-TIMEFILESTATUS.
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
         FD REPORTFILE
           RECORD CONTAINS 100 CHARACTERS.
         01 REPORTFILEFD PIC X(100).
         WORKING-STORAGE SECTION.
         01 WS-ENDOFFILE PIC 9 VALUE ZERO.
         01 WS-EST-FROMDATE PIC X(6).
         01 WS-EST-TODATE PIC X(6).
         01 WS-EST-DETAIL PIC X(1).
         01 WS-EST-DONEDATE PIC X(6).
         01 WS-EST-TASKKEY PIC X(12).
         01 WS-EST-TEXT PIC X(25).
         01 WS-EST-CATKEY PIC X(10).
         01 WS-EST-ESTHOURS PIC 9(3) VALUE ZERO.
         01 WS-EST-ACTHOURS PIC 9(5)V9 VALUE ZERO.
         01 WS-EST-RESULT PIC X(7).
      * LOGGED HOURS PER DONE KEY. THE TIME FILE IS READ IN KEY ORDER
      * SO ALL ENTRIES OF ONE TASK COME TOGETHER.
         01 WS-ACT-TABLE.
           05 WS-ACT-ENTRY OCCURS 5000 TIMES.
             10 WS-ACT-KEY PIC X(12).
             10 WS-ACT-HOURS PIC 9(5)V9.
         01 WS-ACT-ENTRIES PIC 9(4) VALUE ZERO.
         01 WS-ACT-SUB PIC 9(4) VALUE ZERO.
         01 WS-ACT-FOUND PIC 9 VALUE ZERO.
         01 WS-ACT-OVERFLOW PIC 9(5) VALUE ZERO.
         01 WS-CAT-TABLE.
           05 WS-CAT-ENTRY OCCURS 50 TIMES.
             10 WS-CAT-NAME PIC X(10).
             10 WS-CAT-TASKS PIC 9(5).
             10 WS-CAT-NOEST PIC 9(5).
             10 WS-CAT-NOTIME PIC 9(5).
             10 WS-CAT-OVER PIC 9(5).
             10 WS-CAT-UNDER PIC 9(5).
             10 WS-CAT-ESTSUM PIC 9(6).
             10 WS-CAT-ACTSUM PIC 9(6)V9.
         01 WS-CAT-ENTRIES PIC 99 VALUE ZERO.
         01 WS-CAT-SUB PIC 99 VALUE ZERO.
         01 WS-CAT-FOUND PIC 9 VALUE ZERO.
         01 WS-CAT-OVERFLOW PIC 9(5) VALUE ZERO.
         01 WS-TOT-TASKS PIC 9(5) VALUE ZERO.
         01 WS-TOT-NOEST PIC 9(5) VALUE ZERO.
         01 WS-TOT-NOTIME PIC 9(5) VALUE ZERO.
         01 WS-TOT-OVER PIC 9(5) VALUE ZERO.
         01 WS-TOT-UNDER PIC 9(5) VALUE ZERO.
         01 WS-TOT-ESTSUM PIC 9(6) VALUE ZERO.
         01 WS-TOT-ACTSUM PIC 9(6)V9 VALUE ZERO.
         01 WS-EST-HEADING.
           05 FILLER PIC X(13) VALUE "NAME".
           05 FILLER PIC X(6) VALUE "TASKS".
           05 FILLER PIC X(7) VALUE "NO EST".
           05 FILLER PIC X(10) VALUE "NO TIME".
           05 FILLER PIC X(6) VALUE "OVER".
           05 FILLER PIC X(6) VALUE "UNDER".
           05 FILLER PIC X(10) VALUE "EST HRS".
           05 FILLER PIC X(9) VALUE "ACT HRS".
           05 FILLER PIC X(4) VALUE "ACT%".
         01 WS-EST-LINE.
           05 WS-LINE-NAME PIC X(12).
           05 FILLER PIC X(1).
           05 WS-LINE-TASKS PIC 9(5).
           05 FILLER PIC X(2).
           05 WS-LINE-NOEST PIC 9(5).
           05 FILLER PIC X(3).
           05 WS-LINE-NOTIME PIC 9(5).
           05 FILLER PIC X(2).
           05 WS-LINE-OVER PIC 9(5).
           05 FILLER PIC X(2).
           05 WS-LINE-UNDER PIC 9(5).
           05 FILLER PIC X(2).
           05 WS-LINE-ESTSUM PIC 9(6).
           05 FILLER PIC X(2).
           05 WS-LINE-ACTINT PIC 9(6).
           05 WS-LINE-ACTPOINT PIC X(1).
           05 WS-LINE-ACTDEC PIC 9(1).
           05 FILLER PIC X(2).
           05 WS-LINE-PCT PIC 9(4).
         01 WS-LINE-ACTSUM PIC 9(6)V9 VALUE ZERO.
         01 WS-LINE-ACTPARTS REDEFINES WS-LINE-ACTSUM.
           05 WS-LINE-ACTSUMINT PIC 9(6).
           05 WS-LINE-ACTSUMDEC PIC 9.
         01 WS-DETAIL-HEADING.
           05 FILLER PIC X(13) VALUE "KEY".
           05 FILLER PIC X(26) VALUE "TEXT".
           05 FILLER PIC X(10) VALUE "CATEGORY".
           05 FILLER PIC X(4) VALUE " EST".
           05 FILLER PIC X(7) VALUE " ACTUAL".
           05 FILLER PIC X(7) VALUE " RESULT".
         01 WS-DETAIL-LINE.
           05 WS-DETAIL-KEY PIC X(12).
           05 FILLER PIC X(1).
           05 WS-DETAIL-TEXT PIC X(25).
           05 FILLER PIC X(1).
           05 WS-DETAIL-CATEGORY PIC X(10).
           05 FILLER PIC X(1).
           05 WS-DETAIL-EST PIC 9(3).
           05 FILLER PIC X(1).
           05 WS-DETAIL-ACTINT PIC 9(4).
           05 WS-DETAIL-ACTPOINT PIC X(1).
           05 WS-DETAIL-ACTDEC PIC 9(1).
           05 FILLER PIC X(1).
           05 WS-DETAIL-RESULT PIC X(7).
         01 WS-DETAIL-ACTWORK PIC 9(4)V9 VALUE ZERO.
         01 WS-DETAIL-ACTPARTS REDEFINES WS-DETAIL-ACTWORK.
           05 WS-DETAIL-ACTWORKINT PIC 9(4).
           05 WS-DETAIL-ACTWORKDEC PIC 9.
         01 WS-DATE-WORK.
           05 WS-DATE-YY PIC 99.
           05 WS-DATE-MM PIC 99.
           05 WS-DATE-DD PIC 99.
         01 WS-DATE-MONTHDAYS PIC 99 VALUE ZERO.
         01 WS-DATE-LEAPREM PIC 99 VALUE ZERO.
         01 WS-DATE-LEAPQUOT PIC 99 VALUE ZERO.
         01 WS-DATE-VALID PIC 9 VALUE ZERO.
         01 WS-REPORTFILENAME PIC X(45).
         01 WS-TIMEFILESTATUS PIC X(2) VALUE "00".
         01 WS-DONEFILESTATUS PIC X(2) VALUE "00".
         01 WS-ARCHFILESTATUS PIC X(2) VALUE "00".
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
       999-EST.
       DISPLAY " ".
       DISPLAY "----------------------------------".
       DISPLAY "Estimate versus actual report".
       DISPLAY "----------------------------------".
       DISPLAY "Enter first completion date (YYMMDD, blank for all):".
       ACCEPT WS-EST-FROMDATE.
       IF WS-EST-FROMDATE NOT = SPACES
         MOVE WS-EST-FROMDATE TO WS-DATE-WORK
         PERFORM 999-DATE-VALIDATE
         IF WS-DATE-VALID = 0
           DISPLAY "!!!ERROR DATE IS NOT A REAL DATE"
           STOP RUN
         END-IF
       END-IF.
       DISPLAY "Enter last completion date (YYMMDD, blank for all):".
       ACCEPT WS-EST-TODATE.
       IF WS-EST-TODATE NOT = SPACES
         MOVE WS-EST-TODATE TO WS-DATE-WORK
         PERFORM 999-DATE-VALIDATE
         IF WS-DATE-VALID = 0
           DISPLAY "!!!ERROR DATE IS NOT A REAL DATE"
           STOP RUN
         END-IF
       ELSE
         MOVE "999999" TO WS-EST-TODATE
       END-IF.
       IF WS-EST-FROMDATE > WS-EST-TODATE
         DISPLAY "!!!ERROR FIRST DATE IS AFTER LAST DATE"
         STOP RUN
       END-IF.
       DISPLAY "List each task (Y/N):".
       ACCEPT WS-EST-DETAIL.

       ACCEPT CURRENTDATE FROM DATE.
       ACCEPT CURRENTTIME FROM TIME.
       STRING "cob-todo-estimate-report-" CURRENTDATE
         "-" CURRENTTIME ".dat"
         DELIMITED BY SIZE INTO WS-REPORTFILENAME
         ON OVERFLOW
           DISPLAY "!!!ERROR REPORT FILE NAME TOO LONG"
       END-STRING.

       PERFORM 999-EST-TIMELOAD.

       OPEN OUTPUT REPORTFILE.
       PERFORM 999-EST-LINE-INIT.
       IF WS-EST-FROMDATE = SPACES AND WS-EST-TODATE = "999999"
         MOVE "ESTIMATE VERSUS ACTUAL FOR ALL COMPLETED TASKS"
           TO REPORTFILEFD
       ELSE
         STRING "ESTIMATE VERSUS ACTUAL FOR TASKS COMPLETED "
           WS-EST-FROMDATE " TO " WS-EST-TODATE
           DELIMITED BY SIZE INTO REPORTFILEFD
         END-STRING
       END-IF.
       PERFORM 999-EST-LINE-OUT.
       IF WS-EST-DETAIL = "Y" OR WS-EST-DETAIL = "y"
         MOVE "--- COMPLETED TASKS" TO REPORTFILEFD
         PERFORM 999-EST-LINE-OUT
         MOVE WS-DETAIL-HEADING TO REPORTFILEFD
         PERFORM 999-EST-LINE-OUT
       END-IF.

       PERFORM 999-EST-DONEPASS.
       PERFORM 999-EST-ARCHPASS.

       MOVE "--- BY CATEGORY" TO REPORTFILEFD.
       PERFORM 999-EST-LINE-OUT.
       MOVE WS-EST-HEADING TO REPORTFILEFD.
       PERFORM 999-EST-LINE-OUT.
       IF WS-CAT-ENTRIES = ZERO
         MOVE "(none completed)" TO REPORTFILEFD
         PERFORM 999-EST-LINE-OUT
       ELSE
         PERFORM VARYING WS-CAT-SUB FROM 1 BY 1
           UNTIL WS-CAT-SUB > WS-CAT-ENTRIES
           MOVE SPACES TO WS-EST-LINE
           IF WS-CAT-NAME(WS-CAT-SUB) = SPACES
             MOVE "(none)" TO WS-LINE-NAME
           ELSE
             MOVE WS-CAT-NAME(WS-CAT-SUB) TO WS-LINE-NAME
           END-IF
           MOVE WS-CAT-TASKS(WS-CAT-SUB) TO WS-LINE-TASKS
           MOVE WS-CAT-NOEST(WS-CAT-SUB) TO WS-LINE-NOEST
           MOVE WS-CAT-NOTIME(WS-CAT-SUB) TO WS-LINE-NOTIME
           MOVE WS-CAT-OVER(WS-CAT-SUB) TO WS-LINE-OVER
           MOVE WS-CAT-UNDER(WS-CAT-SUB) TO WS-LINE-UNDER
           MOVE WS-CAT-ESTSUM(WS-CAT-SUB) TO WS-LINE-ESTSUM
           MOVE WS-CAT-ACTSUM(WS-CAT-SUB) TO WS-LINE-ACTSUM
           PERFORM 999-EST-SUMMARY-OUT
         END-PERFORM
       END-IF.
       IF WS-CAT-OVERFLOW > ZERO
         PERFORM 999-EST-LINE-INIT
         STRING "!!!WARNING " WS-CAT-OVERFLOW
           " TASKS IN CATEGORIES BEYOND THE TABLE, IN TOTALS ONLY"
           DELIMITED BY SIZE INTO REPORTFILEFD
         END-STRING
         PERFORM 999-EST-LINE-OUT
       END-IF.

       MOVE "--- ALL COMPLETED TASKS" TO REPORTFILEFD.
       PERFORM 999-EST-LINE-OUT.
       MOVE WS-EST-HEADING TO REPORTFILEFD.
       PERFORM 999-EST-LINE-OUT.
       MOVE SPACES TO WS-EST-LINE.
       MOVE "TOTAL" TO WS-LINE-NAME.
       MOVE WS-TOT-TASKS TO WS-LINE-TASKS.
       MOVE WS-TOT-NOEST TO WS-LINE-NOEST.
       MOVE WS-TOT-NOTIME TO WS-LINE-NOTIME.
       MOVE WS-TOT-OVER TO WS-LINE-OVER.
       MOVE WS-TOT-UNDER TO WS-LINE-UNDER.
       MOVE WS-TOT-ESTSUM TO WS-LINE-ESTSUM.
       MOVE WS-TOT-ACTSUM TO WS-LINE-ACTSUM.
       PERFORM 999-EST-SUMMARY-OUT.
       IF WS-ACT-OVERFLOW > ZERO
         PERFORM 999-EST-LINE-INIT
         STRING "!!!WARNING " WS-ACT-OVERFLOW
           " TIME ENTRIES BEYOND THE TABLE WERE NOT COUNTED"
           DELIMITED BY SIZE INTO REPORTFILEFD
         END-STRING
         PERFORM 999-EST-LINE-OUT
       END-IF.

       CLOSE REPORTFILE.
       DISPLAY " ".
       DISPLAY "Estimate report written to " WS-REPORTFILENAME.

       STOP RUN.

       999-EST-LINE-INIT.
       MOVE SPACES TO REPORTFILEFD.

       999-EST-LINE-OUT.
       DISPLAY REPORTFILEFD.
       WRITE REPORTFILEFD.

      * ACT% IS ONLY WORKED OUT OVER THE COMPARED TASKS, THE ONES
      * WITH BOTH AN ESTIMATE AND LOGGED TIME.
       999-EST-SUMMARY-OUT.
       MOVE WS-LINE-ACTSUMINT TO WS-LINE-ACTINT.
       MOVE "." TO WS-LINE-ACTPOINT.
       MOVE WS-LINE-ACTSUMDEC TO WS-LINE-ACTDEC.
       MOVE ZERO TO WS-LINE-PCT.
       IF WS-LINE-ESTSUM > ZERO
         COMPUTE WS-LINE-PCT ROUNDED =
           WS-LINE-ACTSUM * 100 / WS-LINE-ESTSUM
           ON SIZE ERROR MOVE 9999 TO WS-LINE-PCT
         END-COMPUTE
       END-IF.
       MOVE WS-EST-LINE TO REPORTFILEFD.
       PERFORM 999-EST-LINE-OUT.

      * ONLY ENTRIES ON A DONE KEY ARE KEPT. ENTRIES STILL ON A FOUR
      * DIGIT TASK NUMBER BELONG TO OPEN TASKS.
       999-EST-TIMELOAD.
       OPEN INPUT TIMEDATAFILE.
       IF WS-TIMEFILESTATUS NOT = "00"
         AND WS-TIMEFILESTATUS NOT = "05"
         DISPLAY "!!!TIMEDATAFILE I/O STATUS " WS-TIMEFILESTATUS
       ELSE
         PERFORM UNTIL WS-ENDOFFILE = 1
           READ TIMEDATAFILE NEXT RECORD
             AT END MOVE 1 TO WS-ENDOFFILE
             NOT AT END
             IF TIMETASK(5:8) NOT = SPACES AND TIMEHOURS IS NUMERIC
               IF WS-ACT-ENTRIES > ZERO
                 AND WS-ACT-KEY(WS-ACT-ENTRIES) = TIMETASK
                 ADD TIMEHOURS TO WS-ACT-HOURS(WS-ACT-ENTRIES)
               ELSE
                 IF WS-ACT-ENTRIES < 5000
                   ADD 1 TO WS-ACT-ENTRIES
                   MOVE TIMETASK TO WS-ACT-KEY(WS-ACT-ENTRIES)
                   MOVE TIMEHOURS TO WS-ACT-HOURS(WS-ACT-ENTRIES)
                 ELSE
                   ADD 1 TO WS-ACT-OVERFLOW
                 END-IF
               END-IF
             END-IF
           END-READ
         END-PERFORM
         CLOSE TIMEDATAFILE
       END-IF.
       MOVE 0 TO WS-ENDOFFILE.

       999-EST-DONEPASS.
       OPEN INPUT DONEDATAFILE.
       IF WS-DONEFILESTATUS NOT = "00"
         AND WS-DONEFILESTATUS NOT = "05"
         DISPLAY "!!!DONEDATAFILE I/O STATUS " WS-DONEFILESTATUS
       ELSE
         PERFORM UNTIL WS-ENDOFFILE = 1
           READ DONEDATAFILE NEXT RECORD
             AT END MOVE 1 TO WS-ENDOFFILE
             NOT AT END
             IF DONEKEY NOT = SPACES
               MOVE DONEKEY(1:6) TO WS-EST-DONEDATE
               IF WS-EST-DONEDATE NOT < WS-EST-FROMDATE
                 AND WS-EST-DONEDATE NOT > WS-EST-TODATE
                 MOVE DONEKEY TO WS-EST-TASKKEY
                 MOVE DONETEXT TO WS-EST-TEXT
                 MOVE DONECATEGORY TO WS-EST-CATKEY
                 IF DONEESTHOURS IS NUMERIC
                   MOVE DONEESTHOURS TO WS-EST-ESTHOURS
                 ELSE
                   MOVE ZERO TO WS-EST-ESTHOURS
                 END-IF
                 PERFORM 999-EST-TASK
               END-IF
             END-IF
           END-READ
         END-PERFORM
         CLOSE DONEDATAFILE
       END-IF.
       MOVE 0 TO WS-ENDOFFILE.

       999-EST-ARCHPASS.
       OPEN INPUT ARCHIVEDATAFILE.
       IF WS-ARCHFILESTATUS NOT = "00"
         AND WS-ARCHFILESTATUS NOT = "05"
         DISPLAY "!!!ARCHIVEDATAFILE I/O STATUS " WS-ARCHFILESTATUS
       ELSE
         PERFORM UNTIL WS-ENDOFFILE = 1
           READ ARCHIVEDATAFILE NEXT RECORD
             AT END MOVE 1 TO WS-ENDOFFILE
             NOT AT END
             MOVE ARCHIVEKEY(1:6) TO WS-DATE-WORK
             PERFORM 999-DATE-VALIDATE
             IF WS-DATE-VALID = 1
               MOVE ARCHIVEKEY(1:6) TO WS-EST-DONEDATE
             ELSE
               MOVE ARCHIVEDATE TO WS-EST-DONEDATE
             END-IF
             IF WS-EST-DONEDATE NOT < WS-EST-FROMDATE
               AND WS-EST-DONEDATE NOT > WS-EST-TODATE
               MOVE ARCHIVEKEY TO WS-EST-TASKKEY
               MOVE ARCHIVETEXT TO WS-EST-TEXT
               MOVE ARCHIVECATEGORY TO WS-EST-CATKEY
               IF ARCHIVEESTHOURS IS NUMERIC
                 MOVE ARCHIVEESTHOURS TO WS-EST-ESTHOURS
               ELSE
                 MOVE ZERO TO WS-EST-ESTHOURS
               END-IF
               PERFORM 999-EST-TASK
             END-IF
           END-READ
         END-PERFORM
         CLOSE ARCHIVEDATAFILE
       END-IF.
       MOVE 0 TO WS-ENDOFFILE.

      * CLASSIFIES ONE COMPLETED TASK AND ADDS IT TO ITS CATEGORY ROW
      * AND THE TOTALS, LISTING IT FIRST WHEN TASK LINES WERE ASKED
      * FOR.
       999-EST-TASK.
       MOVE ZERO TO WS-EST-ACTHOURS.
       MOVE 0 TO WS-ACT-FOUND.
       PERFORM VARYING WS-ACT-SUB FROM 1 BY 1
         UNTIL WS-ACT-SUB > WS-ACT-ENTRIES OR WS-ACT-FOUND = 1
         IF WS-ACT-KEY(WS-ACT-SUB) = WS-EST-TASKKEY
           MOVE 1 TO WS-ACT-FOUND
           MOVE WS-ACT-HOURS(WS-ACT-SUB) TO WS-EST-ACTHOURS
         END-IF
       END-PERFORM.

       EVALUATE TRUE
         WHEN WS-EST-ESTHOURS = ZERO
           MOVE "NO EST" TO WS-EST-RESULT
         WHEN WS-EST-ACTHOURS = ZERO
           MOVE "NO TIME" TO WS-EST-RESULT
         WHEN WS-EST-ACTHOURS > WS-EST-ESTHOURS
           MOVE "OVER" TO WS-EST-RESULT
         WHEN WS-EST-ACTHOURS < WS-EST-ESTHOURS
           MOVE "UNDER" TO WS-EST-RESULT
         WHEN OTHER
           MOVE "ON" TO WS-EST-RESULT
       END-EVALUATE.

       IF WS-EST-DETAIL = "Y" OR WS-EST-DETAIL = "y"
         MOVE SPACES TO WS-DETAIL-LINE
         MOVE WS-EST-TASKKEY TO WS-DETAIL-KEY
         MOVE WS-EST-TEXT TO WS-DETAIL-TEXT
         MOVE WS-EST-CATKEY TO WS-DETAIL-CATEGORY
         MOVE WS-EST-ESTHOURS TO WS-DETAIL-EST
         MOVE WS-EST-ACTHOURS TO WS-DETAIL-ACTWORK
         MOVE WS-DETAIL-ACTWORKINT TO WS-DETAIL-ACTINT
         MOVE "." TO WS-DETAIL-ACTPOINT
         MOVE WS-DETAIL-ACTWORKDEC TO WS-DETAIL-ACTDEC
         MOVE WS-EST-RESULT TO WS-DETAIL-RESULT
         MOVE WS-DETAIL-LINE TO REPORTFILEFD
         PERFORM 999-EST-LINE-OUT
       END-IF.

       ADD 1 TO WS-TOT-TASKS.
       EVALUATE WS-EST-RESULT
         WHEN "NO EST" ADD 1 TO WS-TOT-NOEST
         WHEN "NO TIME" ADD 1 TO WS-TOT-NOTIME
         WHEN OTHER
           ADD WS-EST-ESTHOURS TO WS-TOT-ESTSUM
           ADD WS-EST-ACTHOURS TO WS-TOT-ACTSUM
           IF WS-EST-RESULT = "OVER"
             ADD 1 TO WS-TOT-OVER
           END-IF
           IF WS-EST-RESULT = "UNDER"
             ADD 1 TO WS-TOT-UNDER
           END-IF
       END-EVALUATE.

       MOVE 0 TO WS-CAT-FOUND.
       PERFORM VARYING WS-CAT-SUB FROM 1 BY 1
         UNTIL WS-CAT-SUB > WS-CAT-ENTRIES OR WS-CAT-FOUND = 1
         IF WS-CAT-NAME(WS-CAT-SUB) = WS-EST-CATKEY
           MOVE 1 TO WS-CAT-FOUND
         END-IF
       END-PERFORM.
       IF WS-CAT-FOUND = 1
         SUBTRACT 1 FROM WS-CAT-SUB
       ELSE
         IF WS-CAT-ENTRIES < 50
           ADD 1 TO WS-CAT-ENTRIES
           MOVE WS-CAT-ENTRIES TO WS-CAT-SUB
           MOVE WS-EST-CATKEY TO WS-CAT-NAME(WS-CAT-SUB)
           MOVE ZERO TO WS-CAT-TASKS(WS-CAT-SUB)
           MOVE ZERO TO WS-CAT-NOEST(WS-CAT-SUB)
           MOVE ZERO TO WS-CAT-NOTIME(WS-CAT-SUB)
           MOVE ZERO TO WS-CAT-OVER(WS-CAT-SUB)
           MOVE ZERO TO WS-CAT-UNDER(WS-CAT-SUB)
           MOVE ZERO TO WS-CAT-ESTSUM(WS-CAT-SUB)
           MOVE ZERO TO WS-CAT-ACTSUM(WS-CAT-SUB)
         ELSE
           ADD 1 TO WS-CAT-OVERFLOW
           MOVE ZERO TO WS-CAT-SUB
         END-IF
       END-IF.
       IF WS-CAT-SUB > ZERO
         ADD 1 TO WS-CAT-TASKS(WS-CAT-SUB)
         EVALUATE WS-EST-RESULT
           WHEN "NO EST" ADD 1 TO WS-CAT-NOEST(WS-CAT-SUB)
           WHEN "NO TIME" ADD 1 TO WS-CAT-NOTIME(WS-CAT-SUB)
           WHEN OTHER
             ADD WS-EST-ESTHOURS TO WS-CAT-ESTSUM(WS-CAT-SUB)
             ADD WS-EST-ACTHOURS TO WS-CAT-ACTSUM(WS-CAT-SUB)
             IF WS-EST-RESULT = "OVER"
               ADD 1 TO WS-CAT-OVER(WS-CAT-SUB)
             END-IF
             IF WS-EST-RESULT = "UNDER"
               ADD 1 TO WS-CAT-UNDER(WS-CAT-SUB)
             END-IF
         END-EVALUATE
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
