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
       PROGRAM-ID. cob-todo-asof.
       AUTHOR.  "Christer Stig Åke Landstedt".

      * REBUILDS THE LIST OF TASKS THAT WERE OPEN AT CLOSE OF
      * BUSINESS ON A GIVEN DAY, WITH THE TEXT, PRIORITY, DUE DATE,
      * CATEGORY AND OWNER EACH ONE HAD THEN. THE PROGRAM STARTS
      * FROM THE TASK FILE AS IT IS NOW AND WORKS BACK THROUGH EVERY
      * AUDIT ENTRY AFTER THAT DAY, NEWEST FIRST:
      * - ADD, GENERATE, UNDO OF A REMOVE AND UNDO OF A MOVE BROUGHT
      *   THE TASK ONTO THE FILE, SO IT WAS NOT OPEN ON THE DAY.
      * - REMOVE AND MOVE TOOK IT OFF, SO IT IS PUT BACK WITH THE
      *   OLD TEXT AND THE DETAILS FROM THE BEFORE ENTRY THAT
      *   FOLLOWS THEM. AN OLDER MOVE WITHOUT ONE TAKES THE DETAILS
      *   FROM THE DONE OR ARCHIVE RECORD, WHICH HOLD NO OWNER.
      * - CHANGE PUTS BACK THE OLD TEXT AND THE BEFORE ENTRY, UNDO
      *   OF A CHANGE THE OLD TEXT, REASSIGN THE OLD OWNER, ESCALATE
      *   AND ITS UNDO THE PRIORITY, RENUMBER THE OLD TASK NUMBER AND
      *   A VERIFY CORRECTION THE BEFORE ENTRY OR THE OLD DUE DATE.
      * A TASK WHOSE DETAILS ON THE DAY CANNOT BE TAKEN FROM THE
      * TRAIL (AN ENTRY WRITTEN BEFORE THE BEFORE ENTRIES EXISTED,
      * OR AN ENTRY FOR A TASK THAT WAS NOT ON FILE AT THE TIME, AS
      * AFTER A RESTORE FROM BACKUP) IS NOT GUESSED AT. IT IS LISTED
      * APART WITH THE REASON, WHATEVER OWNER WAS ASKED FOR.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
         FILE-CONTROL.
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
           SELECT OPTIONAL AUDITFILE ASSIGN TO "cob-todo-audit.dat"
             ORGANIZATION IS LINE SEQUENTIAL.
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
         FD AUDITFILE
           RECORD CONTAINS 90 CHARACTERS.
         01 AUDITFILEFD.
           05 AUDITTIMESTAMP PIC X(14).
           05 FILLER PIC X(1).
           05 AUDITACTION PIC X(10).
           05 FILLER PIC X(1).
           05 AUDITKEY PIC X(12).
           05 FILLER PIC X(1).
           05 AUDITOLDTEXT PIC X(25).
           05 FILLER PIC X(1).
           05 AUDITNEWTEXT PIC X(25).
         FD REPORTFILE
           RECORD CONTAINS 100 CHARACTERS.
         01 REPORTFILEFD PIC X(100).
         WORKING-STORAGE SECTION.
         01 WS-ENDOFFILE PIC 9 VALUE ZERO.
         01 WS-ASOF-DATE PIC X(6).
         01 WS-ASOF-TODAY PIC X(6).
         01 WS-ASOF-CUTOFF PIC X(14).
         01 WS-ASOF-FILTEROWNER PIC X(8).
         01 WS-ASOF-FIRSTTS PIC X(14) VALUE SPACES.
         01 WS-ASOF-KEYN PIC 9(4) VALUE ZERO.
         01 WS-ASOF-NEWKEYN PIC 9(4) VALUE ZERO.
         01 WS-ASOF-OLDKEYN PIC 9(4) VALUE ZERO.
         01 WS-ASOF-SUB PIC 9(5) VALUE ZERO.
      * ONE ROW PER TASK NUMBER. WS-ASOF-OPEN IS 1 WHILE THE TASK IS
      * ON THE REBUILT LIST AND WS-ASOF-REASON IS NOT ZERO WHEN ITS
      * DETAILS COULD NOT BE TAKEN FROM THE TRAIL. THE LAST BEFORE
      * ENTRY READ FOR THE TASK IS HELD UNTIL ITS MAIN ENTRY IS
      * REACHED, AS THE TRAIL IS WORKED THROUGH NEWEST FIRST.
         01 WS-ASOF-TASKTABLE.
           05 WS-ASOF-TASK OCCURS 9999 TIMES.
             10 WS-ASOF-OPEN PIC 9.
             10 WS-ASOF-TEXT PIC X(25).
             10 WS-ASOF-PRIORITY PIC X(1).
             10 WS-ASOF-DUEDATE PIC X(6).
             10 WS-ASOF-CATEGORY PIC X(10).
             10 WS-ASOF-OWNER PIC X(8).
             10 WS-ASOF-REASON PIC 9.
             10 WS-ASOF-HAVEIMAGE PIC 9.
             10 WS-ASOF-IMAGEFOR PIC X(10).
             10 WS-ASOF-IMAGE.
               15 WS-ASOF-IPRIORITY PIC X(1).
               15 WS-ASOF-IDUEDATE PIC X(6).
               15 WS-ASOF-ICATEGORY PIC X(10).
               15 WS-ASOF-IOWNER PIC X(8).
      * THE AUDIT ENTRIES AFTER THE DAY THAT CAN ALTER THE TASK LIST,
      * IN THE ORDER THEY WERE WRITTEN.
         01 WS-ASOF-ENTRYTABLE.
           05 WS-ASOF-ENTRY OCCURS 9999 TIMES.
             10 WS-ASOF-EACTION PIC X(10).
             10 WS-ASOF-EKEY PIC X(12).
             10 WS-ASOF-EOLD PIC X(25).
             10 WS-ASOF-ENEW PIC X(25).
         01 WS-ASOF-ENTRIES PIC 9(4) VALUE ZERO.
         01 WS-ASOF-ESUB PIC 9(4) VALUE ZERO.
         01 WS-ASOF-OVERFLOW PIC 9 VALUE ZERO.
         01 WS-ASOF-CUR.
           05 WS-ASOF-CACTION PIC X(10).
           05 WS-ASOF-CKEY PIC X(12).
           05 WS-ASOF-COLD PIC X(25).
           05 WS-ASOF-CNEW PIC X(25).
      * DETAILS OF DONE RECORDS PULLED BACK BY AN UNDO OF A MOVE, AS
      * THE UNDO DELETES THE DONE RECORD THE MOVE MAY STILL NEED.
         01 WS-ASOF-PULLTABLE.
           05 WS-ASOF-PULL OCCURS 500 TIMES.
             10 WS-ASOF-PDONEKEY PIC X(12).
             10 WS-ASOF-PPRIORITY PIC X(1).
             10 WS-ASOF-PDUEDATE PIC X(6).
             10 WS-ASOF-PCATEGORY PIC X(10).
         01 WS-ASOF-PULLS PIC 999 VALUE ZERO.
         01 WS-ASOF-PSUB PIC 999 VALUE ZERO.
         01 WS-ASOF-DONEKEY PIC X(12).
         01 WS-ASOF-FOUND PIC 9 VALUE ZERO.
         01 WS-ASOF-DONEOPEN PIC 9 VALUE ZERO.
         01 WS-ASOF-ARCHOPEN PIC 9 VALUE ZERO.
         01 WS-ASOF-NEWREASON PIC 9 VALUE ZERO.
         01 WS-ASOF-REASONTEXT PIC X(45).
         01 WS-ASOF-CURRENTCOUNT PIC 9(4) VALUE ZERO.
         01 WS-ASOF-APPLIED PIC 9(4) VALUE ZERO.
         01 WS-ASOF-LISTCOUNT PIC 9(4) VALUE ZERO.
         01 WS-ASOF-EXCCOUNT PIC 9(4) VALUE ZERO.
         01 WS-DATE-WORK.
           05 WS-DATE-YY PIC 99.
           05 WS-DATE-MM PIC 99.
           05 WS-DATE-DD PIC 99.
         01 WS-DATE-MONTHDAYS PIC 99 VALUE ZERO.
         01 WS-DATE-LEAPREM PIC 99 VALUE ZERO.
         01 WS-DATE-LEAPQUOT PIC 99 VALUE ZERO.
         01 WS-DATE-VALID PIC 9 VALUE ZERO.
         01 WS-REPORTFILENAME PIC X(45).
         01 WS-LOCKTRY PIC 99 VALUE ZERO.
         01 WS-TODOFILESTATUS PIC X(2) VALUE "00".
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
       999-ASOF.
       DISPLAY " ".
       DISPLAY "----------------------------------".
       DISPLAY "Task list as at a past date".
       DISPLAY "----------------------------------".
       ACCEPT CURRENTDATE FROM DATE.
       ACCEPT CURRENTTIME FROM TIME.
       MOVE CURRENTDATE TO WS-ASOF-TODAY.
       DISPLAY "Enter the date to rebuild the task list for (YYMMDD):".
       ACCEPT WS-ASOF-DATE.
       MOVE WS-ASOF-DATE TO WS-DATE-WORK.
       PERFORM 999-DATE-VALIDATE.
       IF WS-DATE-VALID = 0
         DISPLAY "!!!ERROR IN INPUT"
         STOP RUN
       END-IF.
       IF WS-ASOF-DATE > WS-ASOF-TODAY
         DISPLAY "!!!ERROR DATE IS IN THE FUTURE"
         STOP RUN
       END-IF.
       DISPLAY "Enter owner to list (blank for all):".
       ACCEPT WS-ASOF-FILTEROWNER.

      * CLOSE OF BUSINESS IS THE LAST TIMESTAMP OF THE DAY, SO EVERY
      * ENTRY WRITTEN ON THE DAY ITSELF IS PART OF THE LIST.
       STRING WS-ASOF-DATE "99999999"
         DELIMITED BY SIZE INTO WS-ASOF-CUTOFF
       END-STRING.
       STRING "cob-todo-asof-report-" CURRENTDATE
         "-" CURRENTTIME ".dat"
         DELIMITED BY SIZE INTO WS-REPORTFILENAME
         ON OVERFLOW
           DISPLAY "!!!ERROR REPORT FILE NAME TOO LONG"
       END-STRING.

       PERFORM VARYING WS-ASOF-SUB FROM 1 BY 1
         UNTIL WS-ASOF-SUB > 9999
         MOVE 0 TO WS-ASOF-OPEN(WS-ASOF-SUB)
         MOVE 0 TO WS-ASOF-REASON(WS-ASOF-SUB)
         MOVE 0 TO WS-ASOF-HAVEIMAGE(WS-ASOF-SUB)
       END-PERFORM.

       PERFORM 999-ASOF-LOADTASKS.
       PERFORM 999-ASOF-LOADTRAIL.
       IF WS-ASOF-OVERFLOW = 1
         DISPLAY "!!!ERROR MORE THAN 9999 AUDIT ENTRIES AFTER THE DATE"
         DISPLAY "!!!TASK LIST NOT REBUILT, CHOOSE A LATER DATE"
         STOP RUN
       END-IF.

       OPEN INPUT DONEDATAFILE.
       IF WS-DONEFILESTATUS NOT = "00"
         AND WS-DONEFILESTATUS NOT = "05"
         DISPLAY "!!!DONEDATAFILE I/O STATUS " WS-DONEFILESTATUS
       ELSE
         MOVE 1 TO WS-ASOF-DONEOPEN
       END-IF.
       OPEN INPUT ARCHIVEDATAFILE.
       IF WS-ARCHFILESTATUS NOT = "00"
         AND WS-ARCHFILESTATUS NOT = "05"
         DISPLAY "!!!ARCHIVEDATAFILE I/O STATUS " WS-ARCHFILESTATUS
       ELSE
         MOVE 1 TO WS-ASOF-ARCHOPEN
       END-IF.

       PERFORM VARYING WS-ASOF-ESUB FROM WS-ASOF-ENTRIES BY -1
         UNTIL WS-ASOF-ESUB < 1
         PERFORM 999-ASOF-APPLY
       END-PERFORM.

       IF WS-ASOF-DONEOPEN = 1
         CLOSE DONEDATAFILE
       END-IF.
       IF WS-ASOF-ARCHOPEN = 1
         CLOSE ARCHIVEDATAFILE
       END-IF.

       OPEN OUTPUT REPORTFILE.
       PERFORM 999-ASOF-LINE-INIT.
       STRING "TASK LIST AS AT CLOSE OF BUSINESS ON " WS-ASOF-DATE
         DELIMITED BY SIZE INTO REPORTFILEFD
       END-STRING.
       PERFORM 999-ASOF-LINE-OUT.
       IF WS-ASOF-FILTEROWNER NOT = SPACES
         PERFORM 999-ASOF-LINE-INIT
         STRING "OWNER " WS-ASOF-FILTEROWNER
           DELIMITED BY SIZE INTO REPORTFILEFD
         END-STRING
         PERFORM 999-ASOF-LINE-OUT
       END-IF.
       PERFORM 999-ASOF-LINE-INIT.
       STRING "REBUILT FROM " WS-ASOF-CURRENTCOUNT
         " TASKS ON FILE AND " WS-ASOF-APPLIED
         " AUDIT ENTRIES AFTER THAT DAY"
         DELIMITED BY SIZE INTO REPORTFILEFD
       END-STRING.
       PERFORM 999-ASOF-LINE-OUT.
      * A TRAIL THAT ONLY STARTS AFTER THE DAY CANNOT SHOW WHAT
      * HAPPENED BETWEEN THE DAY AND ITS FIRST ENTRY.
       IF WS-ASOF-FIRSTTS NOT = SPACES
         AND WS-ASOF-FIRSTTS > WS-ASOF-CUTOFF
         PERFORM 999-ASOF-LINE-INIT
         STRING "!!!AUDIT TRAIL STARTS AT " WS-ASOF-FIRSTTS
           ", EARLIER CHANGES ARE NOT KNOWN"
           DELIMITED BY SIZE INTO REPORTFILEFD
         END-STRING
         PERFORM 999-ASOF-LINE-OUT
       END-IF.

       PERFORM 999-ASOF-LINE-INIT.
       PERFORM 999-ASOF-LINE-OUT.
       MOVE "TASK TEXT                      P DUE    CATEGORY   OWNER"
         TO REPORTFILEFD.
       PERFORM 999-ASOF-LINE-OUT.
       PERFORM VARYING WS-ASOF-SUB FROM 1 BY 1
         UNTIL WS-ASOF-SUB > 9999
         IF WS-ASOF-OPEN(WS-ASOF-SUB) = 1
           AND WS-ASOF-REASON(WS-ASOF-SUB) = 0
           AND (WS-ASOF-FILTEROWNER = SPACES
             OR WS-ASOF-OWNER(WS-ASOF-SUB) = WS-ASOF-FILTEROWNER)
           PERFORM 999-ASOF-DETAIL
         END-IF
       END-PERFORM.
       IF WS-ASOF-LISTCOUNT = ZERO
         MOVE "(none)" TO REPORTFILEFD
         PERFORM 999-ASOF-LINE-OUT
       END-IF.

       PERFORM 999-ASOF-LINE-INIT.
       PERFORM 999-ASOF-LINE-OUT.
       MOVE "--- TASKS THAT CANNOT BE FULLY RECONSTRUCTED"
         TO REPORTFILEFD.
       PERFORM 999-ASOF-LINE-OUT.
       MOVE "TASK TEXT                      REASON" TO REPORTFILEFD.
       PERFORM 999-ASOF-LINE-OUT.
       PERFORM VARYING WS-ASOF-SUB FROM 1 BY 1
         UNTIL WS-ASOF-SUB > 9999
         IF WS-ASOF-OPEN(WS-ASOF-SUB) = 1
           AND WS-ASOF-REASON(WS-ASOF-SUB) NOT = 0
           PERFORM 999-ASOF-EXCEPTION
         END-IF
       END-PERFORM.
       IF WS-ASOF-EXCCOUNT = ZERO
         MOVE "(none)" TO REPORTFILEFD
         PERFORM 999-ASOF-LINE-OUT
       END-IF.

       PERFORM 999-ASOF-LINE-INIT.
       PERFORM 999-ASOF-LINE-OUT.
       PERFORM 999-ASOF-LINE-INIT.
       STRING "Open tasks listed: " WS-ASOF-LISTCOUNT
         DELIMITED BY SIZE INTO REPORTFILEFD
       END-STRING.
       PERFORM 999-ASOF-LINE-OUT.
       PERFORM 999-ASOF-LINE-INIT.
       STRING "Open tasks not fully reconstructed: " WS-ASOF-EXCCOUNT
         DELIMITED BY SIZE INTO REPORTFILEFD
       END-STRING.
       PERFORM 999-ASOF-LINE-OUT.

       CLOSE REPORTFILE.
       DISPLAY " ".
       DISPLAY "Report written to " WS-REPORTFILENAME.

       STOP RUN.

       999-ASOF-LINE-INIT.
       MOVE SPACES TO REPORTFILEFD.

       999-ASOF-LINE-OUT.
       DISPLAY REPORTFILEFD.
       WRITE REPORTFILEFD.

       999-ASOF-DETAIL.
       ADD 1 TO WS-ASOF-LISTCOUNT.
       MOVE WS-ASOF-SUB TO WS-ASOF-KEYN.
       PERFORM 999-ASOF-LINE-INIT.
       STRING WS-ASOF-KEYN " " WS-ASOF-TEXT(WS-ASOF-SUB)
         " " WS-ASOF-PRIORITY(WS-ASOF-SUB)
         " " WS-ASOF-DUEDATE(WS-ASOF-SUB)
         " " WS-ASOF-CATEGORY(WS-ASOF-SUB)
         " " WS-ASOF-OWNER(WS-ASOF-SUB)
         DELIMITED BY SIZE INTO REPORTFILEFD
       END-STRING.
       PERFORM 999-ASOF-LINE-OUT.

       999-ASOF-EXCEPTION.
       ADD 1 TO WS-ASOF-EXCCOUNT.
       MOVE WS-ASOF-SUB TO WS-ASOF-KEYN.
       EVALUATE WS-ASOF-REASON(WS-ASOF-SUB)
         WHEN 1
           MOVE "CHANGED, EARLIER DETAILS NOT ON THE TRAIL"
             TO WS-ASOF-REASONTEXT
         WHEN 2
           MOVE "COMPLETED, OWNER NOT ON THE TRAIL"
             TO WS-ASOF-REASONTEXT
         WHEN 3
           MOVE "COMPLETED, DONE RECORD NO LONGER ON FILE"
             TO WS-ASOF-REASONTEXT
         WHEN 4
           MOVE "REMOVED, DETAILS NOT ON THE TRAIL"
             TO WS-ASOF-REASONTEXT
         WHEN 5
           MOVE "TRAIL DOES NOT MATCH THE TASK FILE"
             TO WS-ASOF-REASONTEXT
         WHEN 6
           MOVE "ESCALATION UNDONE, PRIORITY NOT ON THE TRAIL"
             TO WS-ASOF-REASONTEXT
         WHEN OTHER
           MOVE "CORRECTED BY VERIFY, DETAILS NOT ON THE TRAIL"
             TO WS-ASOF-REASONTEXT
       END-EVALUATE.
       PERFORM 999-ASOF-LINE-INIT.
       STRING WS-ASOF-KEYN " " WS-ASOF-TEXT(WS-ASOF-SUB)
         " " WS-ASOF-REASONTEXT
         DELIMITED BY SIZE INTO REPORTFILEFD
       END-STRING.
       PERFORM 999-ASOF-LINE-OUT.

       999-ASOF-LOADTASKS.
       PERFORM 999-TODOFILE-OPENINPUT.
       IF WS-TODOFILESTATUS NOT = "00"
         AND WS-TODOFILESTATUS NOT = "05"
         DISPLAY "!!!TODODATAFILE I/O STATUS " WS-TODOFILESTATUS
         STOP RUN
       END-IF.
       PERFORM UNTIL WS-ENDOFFILE = 1
         READ TODODATAFILE NEXT RECORD
           AT END MOVE 1 TO WS-ENDOFFILE
           NOT AT END PERFORM 999-ASOF-LOADTASK
         END-READ
       END-PERFORM.
       CLOSE TODODATAFILE.
       MOVE 0 TO WS-ENDOFFILE.

       999-ASOF-LOADTASK.
       IF TODOKEY IS NUMERIC
         MOVE TODOKEY TO WS-ASOF-KEYN
         IF WS-ASOF-KEYN > 0
           ADD 1 TO WS-ASOF-CURRENTCOUNT
           MOVE 1 TO WS-ASOF-OPEN(WS-ASOF-KEYN)
           MOVE TODOTEXT TO WS-ASOF-TEXT(WS-ASOF-KEYN)
           MOVE TODOPRIORITY TO WS-ASOF-PRIORITY(WS-ASOF-KEYN)
           MOVE TODODUEDATE TO WS-ASOF-DUEDATE(WS-ASOF-KEYN)
           MOVE TODOCATEGORY TO WS-ASOF-CATEGORY(WS-ASOF-KEYN)
           MOVE TODOOWNER TO WS-ASOF-OWNER(WS-ASOF-KEYN)
         END-IF
       END-IF.

      * ONLY THE ENTRIES AFTER THE DAY ARE KEPT, AND OF THOSE ONLY
      * THE ACTIONS THAT ADD, TAKE OFF OR ALTER AN OPEN TASK.
       999-ASOF-LOADTRAIL.
       OPEN INPUT AUDITFILE.
       PERFORM UNTIL WS-ENDOFFILE = 1
         READ AUDITFILE
           AT END MOVE 1 TO WS-ENDOFFILE
           NOT AT END PERFORM 999-ASOF-TRAILENTRY
         END-READ
       END-PERFORM.
       CLOSE AUDITFILE.
       MOVE 0 TO WS-ENDOFFILE.

       999-ASOF-TRAILENTRY.
       IF WS-ASOF-FIRSTTS = SPACES
         MOVE AUDITTIMESTAMP TO WS-ASOF-FIRSTTS
       END-IF.
       IF AUDITTIMESTAMP > WS-ASOF-CUTOFF
         EVALUATE AUDITACTION
           WHEN "ADD"
           WHEN "GENERATE"
           WHEN "CHANGE"
           WHEN "REMOVE"
           WHEN "MOVE"
           WHEN "UNDO"
           WHEN "REASSIGN"
           WHEN "ESCALATE"
           WHEN "RENUMBER"
           WHEN "VERIFYFIX"
           WHEN "BEFORE"
             IF WS-ASOF-ENTRIES < 9999
               ADD 1 TO WS-ASOF-ENTRIES
               MOVE AUDITACTION TO WS-ASOF-EACTION(WS-ASOF-ENTRIES)
               MOVE AUDITKEY TO WS-ASOF-EKEY(WS-ASOF-ENTRIES)
               MOVE AUDITOLDTEXT TO WS-ASOF-EOLD(WS-ASOF-ENTRIES)
               MOVE AUDITNEWTEXT TO WS-ASOF-ENEW(WS-ASOF-ENTRIES)
             ELSE
               MOVE 1 TO WS-ASOF-OVERFLOW
             END-IF
           WHEN OTHER
             CONTINUE
         END-EVALUATE
       END-IF.

      * TAKES ONE ENTRY BACK OUT OF THE REBUILT LIST. ENTRIES WHOSE
      * KEY IS NOT A TASK NUMBER (A DONE OR ARCHIVE KEY FROM VERIFY)
      * DO NOT CONCERN THE OPEN TASKS. A BEFORE ENTRY IS ONLY HELD
      * FOR THE ENTRY WRITTEN JUST AHEAD OF IT.
       999-ASOF-APPLY.
       MOVE WS-ASOF-ENTRY(WS-ASOF-ESUB) TO WS-ASOF-CUR.
       MOVE 0 TO WS-ASOF-KEYN.
       IF WS-ASOF-CKEY(1:4) IS NUMERIC
         AND WS-ASOF-CKEY(5:8) = SPACES
         MOVE WS-ASOF-CKEY(1:4) TO WS-ASOF-KEYN
       END-IF.
       IF WS-ASOF-KEYN > 0
         ADD 1 TO WS-ASOF-APPLIED
         EVALUATE WS-ASOF-CACTION
           WHEN "BEFORE"
             MOVE 1 TO WS-ASOF-HAVEIMAGE(WS-ASOF-KEYN)
             MOVE WS-ASOF-CNEW TO WS-ASOF-IMAGEFOR(WS-ASOF-KEYN)
             MOVE WS-ASOF-COLD TO WS-ASOF-IMAGE(WS-ASOF-KEYN)
           WHEN "ADD"
           WHEN "GENERATE"
             PERFORM 999-ASOF-UNCREATE
           WHEN "CHANGE"
             PERFORM 999-ASOF-UNCHANGE
           WHEN "REMOVE"
             PERFORM 999-ASOF-UNREMOVE
           WHEN "MOVE"
             PERFORM 999-ASOF-UNMOVE
           WHEN "REASSIGN"
             PERFORM 999-ASOF-PRESENTCHECK
             MOVE WS-ASOF-COLD(7:8) TO WS-ASOF-OWNER(WS-ASOF-KEYN)
           WHEN "ESCALATE"
             PERFORM 999-ASOF-PRESENTCHECK
             MOVE WS-ASOF-COLD(10:1) TO WS-ASOF-PRIORITY(WS-ASOF-KEYN)
           WHEN "UNDO"
             PERFORM 999-ASOF-UNUNDO
           WHEN "RENUMBER"
             PERFORM 999-ASOF-UNRENUMBER
           WHEN "VERIFYFIX"
             PERFORM 999-ASOF-UNFIX
         END-EVALUATE
      * ONE VERIFY RUN WRITES A VERIFYFIX ENTRY PER BAD FIELD AND A
      * SINGLE BEFORE ENTRY FOR THE RECORD, SO THAT ONE IS KEPT
      * ACROSS THE RUN'S ENTRIES FOR THE TASK.
         IF WS-ASOF-CACTION NOT = "BEFORE"
           AND WS-ASOF-CACTION NOT = "VERIFYFIX"
           MOVE 0 TO WS-ASOF-HAVEIMAGE(WS-ASOF-KEYN)
         END-IF
       END-IF.

      * AN ENTRY FOR A TASK THAT IS NOT ON THE REBUILT LIST MEANS
      * THE TASK FILE WAS ALTERED OUTSIDE THE TRAIL. THE TASK IS PUT
      * ON THE LIST WITH NO DETAILS SO IT IS REPORTED, NOT LOST.
       999-ASOF-PRESENTCHECK.
       IF WS-ASOF-OPEN(WS-ASOF-KEYN) = 0
         MOVE 1 TO WS-ASOF-OPEN(WS-ASOF-KEYN)
         MOVE SPACES TO WS-ASOF-TEXT(WS-ASOF-KEYN)
         MOVE SPACES TO WS-ASOF-PRIORITY(WS-ASOF-KEYN)
         MOVE SPACES TO WS-ASOF-DUEDATE(WS-ASOF-KEYN)
         MOVE SPACES TO WS-ASOF-CATEGORY(WS-ASOF-KEYN)
         MOVE SPACES TO WS-ASOF-OWNER(WS-ASOF-KEYN)
         MOVE 5 TO WS-ASOF-REASON(WS-ASOF-KEYN)
       END-IF.

       999-ASOF-REASONSET.
       IF WS-ASOF-REASON(WS-ASOF-KEYN) = 0
         MOVE WS-ASOF-NEWREASON TO WS-ASOF-REASON(WS-ASOF-KEYN)
       END-IF.

       999-ASOF-IMAGEAPPLY.
       MOVE WS-ASOF-IPRIORITY(WS-ASOF-KEYN)
         TO WS-ASOF-PRIORITY(WS-ASOF-KEYN).
       MOVE WS-ASOF-IDUEDATE(WS-ASOF-KEYN)
         TO WS-ASOF-DUEDATE(WS-ASOF-KEYN).
       MOVE WS-ASOF-ICATEGORY(WS-ASOF-KEYN)
         TO WS-ASOF-CATEGORY(WS-ASOF-KEYN).
       MOVE WS-ASOF-IOWNER(WS-ASOF-KEYN)
         TO WS-ASOF-OWNER(WS-ASOF-KEYN).

      * THE TASK CAME ONTO THE FILE AFTER THE DAY. ANY DOUBT FROM
      * LATER ENTRIES BELONGS TO THAT TASK AND GOES WITH IT.
       999-ASOF-UNCREATE.
       MOVE 0 TO WS-ASOF-OPEN(WS-ASOF-KEYN).
       MOVE 0 TO WS-ASOF-REASON(WS-ASOF-KEYN).

       999-ASOF-UNCHANGE.
       PERFORM 999-ASOF-PRESENTCHECK.
       MOVE WS-ASOF-COLD TO WS-ASOF-TEXT(WS-ASOF-KEYN).
       IF WS-ASOF-HAVEIMAGE(WS-ASOF-KEYN) = 1
         AND WS-ASOF-IMAGEFOR(WS-ASOF-KEYN) = "CHANGE"
         PERFORM 999-ASOF-IMAGEAPPLY
       ELSE
         MOVE 1 TO WS-ASOF-NEWREASON
         PERFORM 999-ASOF-REASONSET
       END-IF.

      * THE REMOVED TASK IS PUT BACK AS IT WAS, SO ONLY THIS ENTRY
      * DECIDES WHETHER ITS DETAILS ARE KNOWN.
       999-ASOF-UNREMOVE.
       MOVE 1 TO WS-ASOF-OPEN(WS-ASOF-KEYN).
       MOVE 0 TO WS-ASOF-REASON(WS-ASOF-KEYN).
       MOVE WS-ASOF-COLD TO WS-ASOF-TEXT(WS-ASOF-KEYN).
       IF WS-ASOF-HAVEIMAGE(WS-ASOF-KEYN) = 1
         AND WS-ASOF-IMAGEFOR(WS-ASOF-KEYN) = "REMOVE"
         PERFORM 999-ASOF-IMAGEAPPLY
       ELSE
         MOVE SPACES TO WS-ASOF-PRIORITY(WS-ASOF-KEYN)
         MOVE SPACES TO WS-ASOF-DUEDATE(WS-ASOF-KEYN)
         MOVE SPACES TO WS-ASOF-CATEGORY(WS-ASOF-KEYN)
         MOVE SPACES TO WS-ASOF-OWNER(WS-ASOF-KEYN)
         MOVE 4 TO WS-ASOF-REASON(WS-ASOF-KEYN)
       END-IF.

      * THE NEW TEXT OF A MOVE ENTRY IS THE DONE KEY. WITHOUT A
      * BEFORE ENTRY THE DONE RECORD, ITS ARCHIVE COPY OR THE
      * DETAILS AN UNDO PULLED BACK GIVE ALL BUT THE OWNER.
       999-ASOF-UNMOVE.
       MOVE 1 TO WS-ASOF-OPEN(WS-ASOF-KEYN).
       MOVE 0 TO WS-ASOF-REASON(WS-ASOF-KEYN).
       MOVE WS-ASOF-COLD TO WS-ASOF-TEXT(WS-ASOF-KEYN).
       IF WS-ASOF-HAVEIMAGE(WS-ASOF-KEYN) = 1
         AND WS-ASOF-IMAGEFOR(WS-ASOF-KEYN) = "MOVE"
         PERFORM 999-ASOF-IMAGEAPPLY
       ELSE
         MOVE SPACES TO WS-ASOF-OWNER(WS-ASOF-KEYN)
         MOVE WS-ASOF-CNEW(1:12) TO WS-ASOF-DONEKEY
         PERFORM 999-ASOF-DONELOOKUP
         IF WS-ASOF-FOUND = 1
           MOVE 2 TO WS-ASOF-REASON(WS-ASOF-KEYN)
         ELSE
           MOVE SPACES TO WS-ASOF-PRIORITY(WS-ASOF-KEYN)
           MOVE SPACES TO WS-ASOF-DUEDATE(WS-ASOF-KEYN)
           MOVE SPACES TO WS-ASOF-CATEGORY(WS-ASOF-KEYN)
           MOVE 3 TO WS-ASOF-REASON(WS-ASOF-KEYN)
         END-IF
       END-IF.

       999-ASOF-DONELOOKUP.
       MOVE 0 TO WS-ASOF-FOUND.
       IF WS-ASOF-DONEOPEN = 1
         MOVE WS-ASOF-DONEKEY TO DONEKEY
         READ DONEDATAFILE
           INVALID KEY CONTINUE
           NOT INVALID KEY
             MOVE 1 TO WS-ASOF-FOUND
             MOVE DONEPRIORITY TO WS-ASOF-PRIORITY(WS-ASOF-KEYN)
             MOVE DONEDUEDATE TO WS-ASOF-DUEDATE(WS-ASOF-KEYN)
             MOVE DONECATEGORY TO WS-ASOF-CATEGORY(WS-ASOF-KEYN)
         END-READ
       END-IF.
       IF WS-ASOF-FOUND = 0 AND WS-ASOF-ARCHOPEN = 1
         MOVE WS-ASOF-DONEKEY TO ARCHIVEKEY
         READ ARCHIVEDATAFILE
           INVALID KEY CONTINUE
           NOT INVALID KEY
             MOVE 1 TO WS-ASOF-FOUND
             MOVE ARCHIVEPRIORITY TO WS-ASOF-PRIORITY(WS-ASOF-KEYN)
             MOVE ARCHIVEDUEDATE TO WS-ASOF-DUEDATE(WS-ASOF-KEYN)
             MOVE ARCHIVECATEGORY TO WS-ASOF-CATEGORY(WS-ASOF-KEYN)
         END-READ
       END-IF.
       IF WS-ASOF-FOUND = 0
         PERFORM VARYING WS-ASOF-PSUB FROM 1 BY 1
           UNTIL WS-ASOF-PSUB > WS-ASOF-PULLS OR WS-ASOF-FOUND = 1
           IF WS-ASOF-PDONEKEY(WS-ASOF-PSUB) = WS-ASOF-DONEKEY
             MOVE 1 TO WS-ASOF-FOUND
             MOVE WS-ASOF-PPRIORITY(WS-ASOF-PSUB)
               TO WS-ASOF-PRIORITY(WS-ASOF-KEYN)
             MOVE WS-ASOF-PDUEDATE(WS-ASOF-PSUB)
               TO WS-ASOF-DUEDATE(WS-ASOF-KEYN)
             MOVE WS-ASOF-PCATEGORY(WS-ASOF-PSUB)
               TO WS-ASOF-CATEGORY(WS-ASOF-KEYN)
           END-IF
         END-PERFORM
       END-IF.

      * THE UNDO ENTRIES ARE TOLD APART BY THEIR OLD TEXT IN THE
      * SAME WAY AS IN THE BALANCING RUN. UNDO OF AN ESCALATE ONLY
      * RAN WHILE THE TASK HELD THE RAISED PRIORITY, WHICH IS ONE
      * STEP ABOVE THE PRIORITY IT PUT BACK.
       999-ASOF-UNUNDO.
       IF WS-ASOF-COLD = "OF REMOVE"
         PERFORM 999-ASOF-UNCREATE
       ELSE
         IF WS-ASOF-COLD = "OF ESCALATE"
           PERFORM 999-ASOF-PRESENTCHECK
           EVALUATE WS-ASOF-CNEW(10:1)
             WHEN "L"
               MOVE "M" TO WS-ASOF-PRIORITY(WS-ASOF-KEYN)
             WHEN "M"
               MOVE "H" TO WS-ASOF-PRIORITY(WS-ASOF-KEYN)
             WHEN OTHER
               MOVE 6 TO WS-ASOF-NEWREASON
               PERFORM 999-ASOF-REASONSET
           END-EVALUATE
         ELSE
           IF WS-ASOF-COLD(1:12) IS NUMERIC
             AND WS-ASOF-COLD(13:13) = SPACES
             IF WS-ASOF-PULLS < 500
               ADD 1 TO WS-ASOF-PULLS
               MOVE WS-ASOF-COLD(1:12)
                 TO WS-ASOF-PDONEKEY(WS-ASOF-PULLS)
               MOVE WS-ASOF-PRIORITY(WS-ASOF-KEYN)
                 TO WS-ASOF-PPRIORITY(WS-ASOF-PULLS)
               MOVE WS-ASOF-DUEDATE(WS-ASOF-KEYN)
                 TO WS-ASOF-PDUEDATE(WS-ASOF-PULLS)
               MOVE WS-ASOF-CATEGORY(WS-ASOF-KEYN)
                 TO WS-ASOF-PCATEGORY(WS-ASOF-PULLS)
             END-IF
             PERFORM 999-ASOF-UNCREATE
           ELSE
             PERFORM 999-ASOF-PRESENTCHECK
             MOVE WS-ASOF-COLD TO WS-ASOF-TEXT(WS-ASOF-KEYN)
           END-IF
         END-IF
       END-IF.

      * THE RENUMBER KEY IS THE OLD NUMBER AND THE NEW TEXT READS
      * "NEW NUMBER nnnn". THE RENUMBERING RUN WORKS UPWARDS, SO
      * TAKING ITS ENTRIES BACK NEWEST FIRST ALWAYS FINDS THE OLD
      * NUMBER FREE AGAIN.
       999-ASOF-UNRENUMBER.
       IF WS-ASOF-CNEW(12:4) IS NUMERIC
         MOVE WS-ASOF-CNEW(12:4) TO WS-ASOF-NEWKEYN
         IF WS-ASOF-NEWKEYN > 0
           MOVE WS-ASOF-KEYN TO WS-ASOF-OLDKEYN
           MOVE WS-ASOF-NEWKEYN TO WS-ASOF-KEYN
           PERFORM 999-ASOF-PRESENTCHECK
           MOVE WS-ASOF-TASK(WS-ASOF-NEWKEYN)
             TO WS-ASOF-TASK(WS-ASOF-OLDKEYN)
           MOVE 0 TO WS-ASOF-OPEN(WS-ASOF-NEWKEYN)
           MOVE 0 TO WS-ASOF-REASON(WS-ASOF-NEWKEYN)
           MOVE 0 TO WS-ASOF-HAVEIMAGE(WS-ASOF-NEWKEYN)
           MOVE WS-ASOF-OLDKEYN TO WS-ASOF-KEYN
         END-IF
       END-IF.

      * THE OLD TEXT OF A VERIFYFIX ENTRY IS THE FIELD NAME IN 12
      * POSITIONS, " WAS " AND THE FIRST 8 CHARACTERS OF THE BAD
      * VALUE. THE KEY DOES NOT SAY WHICH FILE WAS PUT RIGHT, SO A
      * PRIORITY OR CATEGORY CORRECTION WITH NO BEFORE ENTRY MAY
      * HAVE BEEN TO A RECURRING DEFINITION OF THE SAME NUMBER.
      * ONLY THE TASK FILE HAS A DUE DATE.
       999-ASOF-UNFIX.
       IF WS-ASOF-HAVEIMAGE(WS-ASOF-KEYN) = 1
         AND WS-ASOF-IMAGEFOR(WS-ASOF-KEYN) = "VERIFYFIX"
         PERFORM 999-ASOF-PRESENTCHECK
         PERFORM 999-ASOF-IMAGEAPPLY
       ELSE
         EVALUATE WS-ASOF-COLD(1:12)
           WHEN "DUEDATE"
             PERFORM 999-ASOF-PRESENTCHECK
             MOVE WS-ASOF-COLD(18:6) TO WS-ASOF-DUEDATE(WS-ASOF-KEYN)
           WHEN "PRIORITY"
           WHEN "CATEGORY"
             IF WS-ASOF-OPEN(WS-ASOF-KEYN) = 1
               MOVE 7 TO WS-ASOF-NEWREASON
               PERFORM 999-ASOF-REASONSET
             END-IF
           WHEN OTHER
             CONTINUE
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
