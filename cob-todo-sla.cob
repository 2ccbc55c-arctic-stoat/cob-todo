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
       PROGRAM-ID. cob-todo-sla.
       AUTHOR.  "Christer Stig Åke Landstedt".

      * MONTHLY SLA COMPLIANCE REPORT OVER THE DONE FILE AND THE
      * ARCHIVE MASTER. EVERY TASK COMPLETED IN THE REQUESTED MONTH
      * IS COUNTED AS MET WHEN IT WAS COMPLETED ON OR BEFORE ITS DUE
      * DATE AND AS MISSED WHEN IT WAS COMPLETED AFTER IT. TASKS
      * WITHOUT A DUE DATE HAD NO TARGET AND ARE COUNTED SEPARATELY.
      * THE FIGURES ARE GIVEN BY CATEGORY AND BY PRIORITY, WITH THE
      * AVERAGE CALENDAR DAYS LATE OF THE MISSED TASKS.
      *
      * THE COMPLETION DATE IS THE FIRST SIX DIGITS OF THE DONE KEY,
      * WHICH THE ARCHIVE KEEPS AS ARCHIVEKEY. ARCHIVEDATE IS THE DAY
      * THE DONE RECORD WAS PURGED TO THE ARCHIVE AND IS ONLY USED
      * WHEN THE KEY DOES NOT HOLD A DATE.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
         FILE-CONTROL.
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
         01 WS-SLA-MONTH PIC X(4).
         01 WS-SLA-DONEDATE PIC X(6).
         01 WS-SLA-DUEDATE PIC X(6).
         01 WS-SLA-CATKEY PIC X(10).
         01 WS-SLA-PRIORITY PIC X(1).
         01 WS-SLA-RESULT PIC X(1).
         01 WS-SLA-DAYSLATE PIC 9(3) VALUE ZERO.
      * ONE ROW PER CATEGORY SEEN, AND FOUR FIXED PRIORITY ROWS
      * H, M, L AND ANYTHING ELSE. EACH ROW HOLDS COMPLETED, MET,
      * MISSED, NO DUE DATE AND THE SUM OF DAYS LATE.
         01 WS-CAT-TABLE.
           05 WS-CAT-ENTRY OCCURS 50 TIMES.
             10 WS-CAT-NAME PIC X(10).
             10 WS-CAT-DONE PIC 9(5).
             10 WS-CAT-MET PIC 9(5).
             10 WS-CAT-MISSED PIC 9(5).
             10 WS-CAT-NODUE PIC 9(5).
             10 WS-CAT-LATESUM PIC 9(7).
         01 WS-CAT-ENTRIES PIC 99 VALUE ZERO.
         01 WS-CAT-SUB PIC 99 VALUE ZERO.
         01 WS-CAT-FOUND PIC 9 VALUE ZERO.
         01 WS-CAT-OVERFLOW PIC 9(5) VALUE ZERO.
         01 WS-PRI-TABLE.
           05 WS-PRI-ENTRY OCCURS 4 TIMES.
             10 WS-PRI-NAME PIC X(5).
             10 WS-PRI-DONE PIC 9(5).
             10 WS-PRI-MET PIC 9(5).
             10 WS-PRI-MISSED PIC 9(5).
             10 WS-PRI-NODUE PIC 9(5).
             10 WS-PRI-LATESUM PIC 9(7).
         01 WS-PRI-SUB PIC 9 VALUE ZERO.
         01 WS-TOT-DONE PIC 9(5) VALUE ZERO.
         01 WS-TOT-MET PIC 9(5) VALUE ZERO.
         01 WS-TOT-MISSED PIC 9(5) VALUE ZERO.
         01 WS-TOT-NODUE PIC 9(5) VALUE ZERO.
         01 WS-TOT-LATESUM PIC 9(7) VALUE ZERO.
         01 WS-LINE-NAME PIC X(12).
         01 WS-LINE-DONE PIC 9(5) VALUE ZERO.
         01 WS-LINE-MET PIC 9(5) VALUE ZERO.
         01 WS-LINE-MISSED PIC 9(5) VALUE ZERO.
         01 WS-LINE-NODUE PIC 9(5) VALUE ZERO.
         01 WS-LINE-LATESUM PIC 9(7) VALUE ZERO.
         01 WS-LINE-AVGLATE PIC 9(4) VALUE ZERO.
         01 WS-DATE-WORK.
           05 WS-DATE-YY PIC 99.
           05 WS-DATE-MM PIC 99.
           05 WS-DATE-DD PIC 99.
         01 WS-DATE-MONTHDAYS PIC 99 VALUE ZERO.
         01 WS-DATE-LEAPREM PIC 99 VALUE ZERO.
         01 WS-DATE-LEAPQUOT PIC 99 VALUE ZERO.
         01 WS-DATE-VALID PIC 9 VALUE ZERO.
         01 WS-REPORTFILENAME PIC X(45).
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
       999-SLA.
       DISPLAY " ".
       DISPLAY "----------------------------------".
       DISPLAY "Monthly SLA compliance report".
       DISPLAY "----------------------------------".
       DISPLAY "Enter month of completion (YYMM):".
       ACCEPT WS-SLA-MONTH.
       IF WS-SLA-MONTH IS NOT NUMERIC
         DISPLAY "!!!ERROR IN INPUT"
         STOP RUN
       END-IF.

       MOVE "H" TO WS-PRI-NAME(1).
       MOVE "M" TO WS-PRI-NAME(2).
       MOVE "L" TO WS-PRI-NAME(3).
       MOVE "OTHER" TO WS-PRI-NAME(4).
       PERFORM VARYING WS-PRI-SUB FROM 1 BY 1 UNTIL WS-PRI-SUB > 4
         MOVE ZERO TO WS-PRI-DONE(WS-PRI-SUB)
         MOVE ZERO TO WS-PRI-MET(WS-PRI-SUB)
         MOVE ZERO TO WS-PRI-MISSED(WS-PRI-SUB)
         MOVE ZERO TO WS-PRI-NODUE(WS-PRI-SUB)
         MOVE ZERO TO WS-PRI-LATESUM(WS-PRI-SUB)
       END-PERFORM.

       ACCEPT CURRENTDATE FROM DATE.
       ACCEPT CURRENTTIME FROM TIME.
       STRING "cob-todo-sla-report-" CURRENTDATE
         "-" CURRENTTIME ".dat"
         DELIMITED BY SIZE INTO WS-REPORTFILENAME
         ON OVERFLOW
           DISPLAY "!!!ERROR REPORT FILE NAME TOO LONG"
       END-STRING.

       PERFORM 999-SLA-DONEPASS.
       PERFORM 999-SLA-ARCHPASS.

       OPEN OUTPUT REPORTFILE.
       MOVE SPACES TO REPORTFILEFD.
       STRING "SLA COMPLIANCE FOR TASKS COMPLETED IN " WS-SLA-MONTH
         DELIMITED BY SIZE INTO REPORTFILEFD
       END-STRING.
       PERFORM 999-SLA-LINE-OUT.

       MOVE "--- BY CATEGORY" TO REPORTFILEFD.
       PERFORM 999-SLA-LINE-OUT.
       PERFORM 999-SLA-HEADING.
       IF WS-CAT-ENTRIES = ZERO
         MOVE "(none completed)" TO REPORTFILEFD
         PERFORM 999-SLA-LINE-OUT
       ELSE
         PERFORM VARYING WS-CAT-SUB FROM 1 BY 1
           UNTIL WS-CAT-SUB > WS-CAT-ENTRIES
           IF WS-CAT-NAME(WS-CAT-SUB) = SPACES
             MOVE "(none)" TO WS-LINE-NAME
           ELSE
             MOVE WS-CAT-NAME(WS-CAT-SUB) TO WS-LINE-NAME
           END-IF
           MOVE WS-CAT-DONE(WS-CAT-SUB) TO WS-LINE-DONE
           MOVE WS-CAT-MET(WS-CAT-SUB) TO WS-LINE-MET
           MOVE WS-CAT-MISSED(WS-CAT-SUB) TO WS-LINE-MISSED
           MOVE WS-CAT-NODUE(WS-CAT-SUB) TO WS-LINE-NODUE
           MOVE WS-CAT-LATESUM(WS-CAT-SUB) TO WS-LINE-LATESUM
           PERFORM 999-SLA-DETAIL
         END-PERFORM
       END-IF.
       IF WS-CAT-OVERFLOW > ZERO
         PERFORM 999-SLA-LINE-INIT
         STRING "!!!WARNING " WS-CAT-OVERFLOW
           " TASKS IN CATEGORIES BEYOND THE TABLE, IN TOTALS ONLY"
           DELIMITED BY SIZE INTO REPORTFILEFD
         END-STRING
         PERFORM 999-SLA-LINE-OUT
       END-IF.

       MOVE "--- BY PRIORITY" TO REPORTFILEFD.
       PERFORM 999-SLA-LINE-OUT.
       PERFORM 999-SLA-HEADING.
       PERFORM VARYING WS-PRI-SUB FROM 1 BY 1 UNTIL WS-PRI-SUB > 4
         IF WS-PRI-SUB < 4 OR WS-PRI-DONE(WS-PRI-SUB) > ZERO
           MOVE WS-PRI-NAME(WS-PRI-SUB) TO WS-LINE-NAME
           MOVE WS-PRI-DONE(WS-PRI-SUB) TO WS-LINE-DONE
           MOVE WS-PRI-MET(WS-PRI-SUB) TO WS-LINE-MET
           MOVE WS-PRI-MISSED(WS-PRI-SUB) TO WS-LINE-MISSED
           MOVE WS-PRI-NODUE(WS-PRI-SUB) TO WS-LINE-NODUE
           MOVE WS-PRI-LATESUM(WS-PRI-SUB) TO WS-LINE-LATESUM
           PERFORM 999-SLA-DETAIL
         END-IF
       END-PERFORM.

       MOVE "--- ALL COMPLETED TASKS" TO REPORTFILEFD.
       PERFORM 999-SLA-LINE-OUT.
       PERFORM 999-SLA-HEADING.
       MOVE "TOTAL" TO WS-LINE-NAME.
       MOVE WS-TOT-DONE TO WS-LINE-DONE.
       MOVE WS-TOT-MET TO WS-LINE-MET.
       MOVE WS-TOT-MISSED TO WS-LINE-MISSED.
       MOVE WS-TOT-NODUE TO WS-LINE-NODUE.
       MOVE WS-TOT-LATESUM TO WS-LINE-LATESUM.
       PERFORM 999-SLA-DETAIL.

       CLOSE REPORTFILE.
       DISPLAY " ".
       DISPLAY "SLA report written to " WS-REPORTFILENAME.

       STOP RUN.

       999-SLA-LINE-INIT.
       MOVE SPACES TO REPORTFILEFD.

       999-SLA-LINE-OUT.
       DISPLAY REPORTFILEFD.
       WRITE REPORTFILEFD.

       999-SLA-HEADING.
       MOVE "NAME         COMPLETED   MET MISSED NO DUE AVG DAYS LATE"
         TO REPORTFILEFD.
       PERFORM 999-SLA-LINE-OUT.

       999-SLA-DETAIL.
       MOVE ZERO TO WS-LINE-AVGLATE.
       IF WS-LINE-MISSED > ZERO
         DIVIDE WS-LINE-LATESUM BY WS-LINE-MISSED
           GIVING WS-LINE-AVGLATE
       END-IF.
       PERFORM 999-SLA-LINE-INIT.
       STRING WS-LINE-NAME " " WS-LINE-DONE
         "     " WS-LINE-MET " " WS-LINE-MISSED
         "  " WS-LINE-NODUE " " WS-LINE-AVGLATE
         DELIMITED BY SIZE INTO REPORTFILEFD
       END-STRING.
       PERFORM 999-SLA-LINE-OUT.

       999-SLA-DONEPASS.
       OPEN INPUT DONEDATAFILE.
       IF WS-DONEFILESTATUS NOT = "00"
         AND WS-DONEFILESTATUS NOT = "05"
         DISPLAY "!!!DONEDATAFILE I/O STATUS " WS-DONEFILESTATUS
       ELSE
         PERFORM UNTIL WS-ENDOFFILE = 1
           READ DONEDATAFILE NEXT RECORD
             AT END MOVE 1 TO WS-ENDOFFILE
             NOT AT END
             IF DONEKEY(1:4) = WS-SLA-MONTH
               MOVE DONEKEY(1:6) TO WS-SLA-DONEDATE
               MOVE DONEDUEDATE TO WS-SLA-DUEDATE
               MOVE DONECATEGORY TO WS-SLA-CATKEY
               MOVE DONEPRIORITY TO WS-SLA-PRIORITY
               PERFORM 999-SLA-TASK
             END-IF
           END-READ
         END-PERFORM
         CLOSE DONEDATAFILE
       END-IF.
       MOVE 0 TO WS-ENDOFFILE.

       999-SLA-ARCHPASS.
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
               MOVE ARCHIVEKEY(1:6) TO WS-SLA-DONEDATE
             ELSE
               MOVE ARCHIVEDATE TO WS-SLA-DONEDATE
             END-IF
             IF WS-SLA-DONEDATE(1:4) = WS-SLA-MONTH
               MOVE ARCHIVEDUEDATE TO WS-SLA-DUEDATE
               MOVE ARCHIVECATEGORY TO WS-SLA-CATKEY
               MOVE ARCHIVEPRIORITY TO WS-SLA-PRIORITY
               PERFORM 999-SLA-TASK
             END-IF
           END-READ
         END-PERFORM
         CLOSE ARCHIVEDATAFILE
       END-IF.
       MOVE 0 TO WS-ENDOFFILE.

      * CLASSIFIES ONE COMPLETED TASK AS M (MET), X (MISSED) OR
      * N (NO DUE DATE) AND ADDS IT TO ITS CATEGORY ROW, ITS
      * PRIORITY ROW AND THE TOTALS. A DUE DATE THAT IS NOT A REAL
      * DATE IS TREATED AS NO DUE DATE.
       999-SLA-TASK.
       MOVE ZERO TO WS-SLA-DAYSLATE.
       MOVE "N" TO WS-SLA-RESULT.
       IF WS-SLA-DUEDATE NOT = SPACES
         MOVE WS-SLA-DUEDATE TO WS-DATE-WORK
         PERFORM 999-DATE-VALIDATE
         IF WS-DATE-VALID = 1
           IF WS-SLA-DONEDATE > WS-SLA-DUEDATE
             MOVE "X" TO WS-SLA-RESULT
             PERFORM UNTIL WS-DATE-WORK = WS-SLA-DONEDATE
               OR WS-SLA-DAYSLATE = 999
               PERFORM 999-DATE-NEXTDAY
               ADD 1 TO WS-SLA-DAYSLATE
             END-PERFORM
           ELSE
             MOVE "M" TO WS-SLA-RESULT
           END-IF
         END-IF
       END-IF.

       ADD 1 TO WS-TOT-DONE.
       EVALUATE WS-SLA-RESULT
         WHEN "M" ADD 1 TO WS-TOT-MET
         WHEN "X"
           ADD 1 TO WS-TOT-MISSED
           ADD WS-SLA-DAYSLATE TO WS-TOT-LATESUM
         WHEN OTHER ADD 1 TO WS-TOT-NODUE
       END-EVALUATE.

       EVALUATE WS-SLA-PRIORITY
         WHEN "H" MOVE 1 TO WS-PRI-SUB
         WHEN "M" MOVE 2 TO WS-PRI-SUB
         WHEN "L" MOVE 3 TO WS-PRI-SUB
         WHEN OTHER MOVE 4 TO WS-PRI-SUB
       END-EVALUATE.
       ADD 1 TO WS-PRI-DONE(WS-PRI-SUB).
       EVALUATE WS-SLA-RESULT
         WHEN "M" ADD 1 TO WS-PRI-MET(WS-PRI-SUB)
         WHEN "X"
           ADD 1 TO WS-PRI-MISSED(WS-PRI-SUB)
           ADD WS-SLA-DAYSLATE TO WS-PRI-LATESUM(WS-PRI-SUB)
         WHEN OTHER ADD 1 TO WS-PRI-NODUE(WS-PRI-SUB)
       END-EVALUATE.

       MOVE 0 TO WS-CAT-FOUND.
       PERFORM VARYING WS-CAT-SUB FROM 1 BY 1
         UNTIL WS-CAT-SUB > WS-CAT-ENTRIES OR WS-CAT-FOUND = 1
         IF WS-CAT-NAME(WS-CAT-SUB) = WS-SLA-CATKEY
           MOVE 1 TO WS-CAT-FOUND
         END-IF
       END-PERFORM.
       IF WS-CAT-FOUND = 1
         SUBTRACT 1 FROM WS-CAT-SUB
       ELSE
         IF WS-CAT-ENTRIES < 50
           ADD 1 TO WS-CAT-ENTRIES
           MOVE WS-CAT-ENTRIES TO WS-CAT-SUB
           MOVE WS-SLA-CATKEY TO WS-CAT-NAME(WS-CAT-SUB)
           MOVE ZERO TO WS-CAT-DONE(WS-CAT-SUB)
           MOVE ZERO TO WS-CAT-MET(WS-CAT-SUB)
           MOVE ZERO TO WS-CAT-MISSED(WS-CAT-SUB)
           MOVE ZERO TO WS-CAT-NODUE(WS-CAT-SUB)
           MOVE ZERO TO WS-CAT-LATESUM(WS-CAT-SUB)
         ELSE
           ADD 1 TO WS-CAT-OVERFLOW
           MOVE ZERO TO WS-CAT-SUB
         END-IF
       END-IF.
       IF WS-CAT-SUB > ZERO
         ADD 1 TO WS-CAT-DONE(WS-CAT-SUB)
         EVALUATE WS-SLA-RESULT
           WHEN "M" ADD 1 TO WS-CAT-MET(WS-CAT-SUB)
           WHEN "X"
             ADD 1 TO WS-CAT-MISSED(WS-CAT-SUB)
             ADD WS-SLA-DAYSLATE TO WS-CAT-LATESUM(WS-CAT-SUB)
           WHEN OTHER ADD 1 TO WS-CAT-NODUE(WS-CAT-SUB)
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
