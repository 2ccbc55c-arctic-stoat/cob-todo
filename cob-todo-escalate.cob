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
       PROGRAM-ID. cob-todo-escalate.
       AUTHOR.  "Christer Stig Åke Landstedt".

      * NIGHTLY UNATTENDED PRIORITY ESCALATION. EVERY OPEN TASK WITH
      * A DUE DATE IS CHECKED AGAINST THE SHOP ESCALATION RULES AND
      * RAISED ONE STEP (L TO M OR M TO H) WHEN A RULE FOR ITS
      * PRESENT PRIORITY IS MET, SO A TASK CLIMBS AT MOST ONE STEP A
      * NIGHT. TASKS ON HOLD AND TASKS STILL WAITING ON AN OPEN
      * PREREQUISITE ARE LEFT ALONE. EVERY RAISE IS WRITTEN TO THE
      * AUDIT TRAIL AS ESCALATE AND LISTED ON THE ESCALATION REPORT.
      *
      * THE RULES ARE READ FROM cob-todo-escrule.dat, ONE RULE PER
      * LINE: FROM PRIORITY, TO PRIORITY, TYPE AND DAYS, EACH
      * SEPARATED BY ONE SPACE, E.G. "L M B 003". TYPE B FIRES WHEN
      * THE TASK IS DUE WITHIN THAT MANY WORKING DAYS (AN OVERDUE
      * TASK IS DUE WITHIN ANY NUMBER), TYPE O FIRES WHEN THE TASK
      * IS AT LEAST THAT MANY WORKING DAYS OVERDUE (000 = ANY TIME
      * AFTER THE DUE DATE). THE FIRST RULE THAT FIRES WINS. WITHOUT
      * A RULE FILE THE SHOP DEFAULTS L M B 003 AND M H O 000 APPLY.
      * WORKING DAYS ARE MONDAY TO FRIDAY LESS THE NON-WORKING DATE
      * CALENDAR.
      *
      * A TASK ALREADY RAISED TODAY IS NOT RAISED AGAIN BY A RERUN,
      * AND A RAISE THAT WAS TAKEN BACK WITH UNDO IS NOT REPEATED ON
      * LATER NIGHTS FOR THE SAME TASK.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
         FILE-CONTROL.
           SELECT TODODATAFILE ASSIGN TO "cob-todo.dat"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS TODOKEY
             LOCK MODE IS AUTOMATIC
             SHARING WITH ALL OTHER
             FILE STATUS IS WS-TODOFILESTATUS.
           SELECT DONEDATAFILE ASSIGN TO "cob-todo-done.dat"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS DONEKEY
             LOCK MODE IS AUTOMATIC
             SHARING WITH ALL OTHER
             FILE STATUS IS WS-DONEFILESTATUS.
           SELECT OPTIONAL DEPDATAFILE ASSIGN TO "cob-todo-dep.dat"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS DEPKEY
             LOCK MODE IS AUTOMATIC
             SHARING WITH ALL OTHER
             FILE STATUS IS WS-DEPFILESTATUS.
           SELECT OPTIONAL CALDATAFILE ASSIGN TO "cob-todo-cal.dat"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS CALDATE
             FILE STATUS IS WS-CALFILESTATUS.
           SELECT OPTIONAL ESCRULEFILE ASSIGN TO
             "cob-todo-escrule.dat"
             ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL AUDITFILE ASSIGN TO "cob-todo-audit.dat"
             ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REPORTFILE ASSIGN TO WS-REPORTFILENAME
             ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL BACKUPCTLFILE ASSIGN TO
             "cob-todo-backup-ctl.dat"
             ORGANIZATION IS LINE SEQUENTIAL.
           SELECT TODOBACKUPFILE ASSIGN TO WS-TODOBACKUPFILENAME
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS BACKUPTODOKEY
             FILE STATUS IS WS-BACKUPFILESTATUS.
           SELECT DONEBACKUPFILE ASSIGN TO WS-DONEBACKUPFILENAME
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS BACKUPDONEKEY
             FILE STATUS IS WS-BACKUPFILESTATUS.

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
         FD DEPDATAFILE
           RECORD CONTAINS 80 CHARACTERS.
         01 DEPDATAFILEFD.
           05 DEPKEY.
             10 DEPTASKKEY PIC X(4).
             10 DEPPREREQKEY PIC X(4).
         FD CALDATAFILE
           RECORD CONTAINS 80 CHARACTERS.
         01 CALDATAFILEFD.
           05 CALDATE PIC X(6).
           05 CALDESC PIC X(25).
         FD ESCRULEFILE
           RECORD CONTAINS 80 CHARACTERS.
         01 ESCRULEFD.
           05 ESCRULEFROM PIC X(1).
           05 FILLER PIC X(1).
           05 ESCRULETO PIC X(1).
           05 FILLER PIC X(1).
           05 ESCRULETYPE PIC X(1).
           05 FILLER PIC X(1).
           05 ESCRULEDAYS PIC X(3).
           05 FILLER PIC X(71).
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
         FD BACKUPCTLFILE
           RECORD CONTAINS 80 CHARACTERS.
         01 BACKUPCTLFD.
           05 CTLNEXTGEN PIC 9.
           05 FILLER PIC X(1).
           05 CTLGENENTRY OCCURS 3 TIMES.
             10 CTLGENTS PIC X(14).
             10 FILLER PIC X(1).
           05 FILLER PIC X(33).
         FD TODOBACKUPFILE
           RECORD CONTAINS 80 CHARACTERS.
         01 TODOBACKUPFD.
           05 BACKUPTODOKEY PIC X(4).
           05 BACKUPTODOREST PIC X(76).
         FD DONEBACKUPFILE
           RECORD CONTAINS 80 CHARACTERS.
         01 DONEBACKUPFD.
           05 BACKUPDONEKEY PIC X(12).
           05 BACKUPDONEREST PIC X(68).
         WORKING-STORAGE SECTION.
         01 WS-ENDOFFILE PIC 9 VALUE ZERO.
         01 WS-ESC-TODAY PIC X(6).
         01 WS-ESC-RULETABLE.
           05 WS-ESC-RULE OCCURS 20 TIMES.
             10 WS-ESC-RFROM PIC X(1).
             10 WS-ESC-RTO PIC X(1).
             10 WS-ESC-RTYPE PIC X(1).
             10 WS-ESC-RDAYS PIC 9(3).
         01 WS-ESC-RULECOUNT PIC 99 VALUE ZERO.
         01 WS-ESC-RULESUB PIC 99 VALUE ZERO.
         01 WS-ESC-RULEBAD PIC 9(4) VALUE ZERO.
         01 WS-ESC-RULEOK PIC 9 VALUE ZERO.
         01 WS-ESC-FROMRANK PIC 9 VALUE ZERO.
         01 WS-ESC-TORANK PIC 9 VALUE ZERO.
         01 WS-ESC-RANKPRI PIC X(1).
         01 WS-ESC-RANK PIC 9 VALUE ZERO.
         01 WS-ESC-MAXBEFORE PIC 9(3) VALUE ZERO.
         01 WS-ESC-MAXOVER PIC 9(3) VALUE ZERO.
      * ONE BYTE PER TASK NUMBER FROM THE AUDIT TRAIL: T = ALREADY
      * RAISED TODAY, U = A RAISE WAS UNDONE, SPACE = NEITHER.
      * A NEW ADD OR GENERATE UNDER THE NUMBER CLEARS IT AGAIN.
         01 WS-ESC-FLAGTABLE.
           05 WS-ESC-FLAG PIC X(1) OCCURS 9999 TIMES.
         01 WS-ESC-KEYN PIC 9(4) VALUE ZERO.
         01 WS-ESC-REMAIN PIC 9(3) VALUE ZERO.
         01 WS-ESC-LATE PIC 9(3) VALUE ZERO.
         01 WS-ESC-OVERDUE PIC 9 VALUE ZERO.
         01 WS-ESC-FIRED PIC 9 VALUE ZERO.
         01 WS-ESC-NEWPRI PIC X(1).
         01 WS-ESC-OLDPRI PIC X(1).
         01 WS-ESC-PRITEXT.
           05 FILLER PIC X(9) VALUE "PRIORITY ".
           05 WS-ESC-PRITEXTPRI PIC X(1).
         01 WS-ESC-READCOUNT PIC 9(4) VALUE ZERO.
         01 WS-ESC-RAISECOUNT PIC 9(4) VALUE ZERO.
         01 WS-ESC-HOLDCOUNT PIC 9(4) VALUE ZERO.
         01 WS-ESC-BLOCKCOUNT PIC 9(4) VALUE ZERO.
         01 WS-ESC-DONECOUNT PIC 9(4) VALUE ZERO.
         01 WS-ESC-UNDONECOUNT PIC 9(4) VALUE ZERO.
         01 WS-DEP-TABLE.
           05 WS-DEP-ENTRY OCCURS 500 TIMES.
             10 WS-DEP-TASK PIC X(4).
             10 WS-DEP-PREREQ PIC X(4).
             10 WS-DEP-PREREQOPEN PIC 9.
         01 WS-DEP-COUNT PIC 9(4) VALUE ZERO.
         01 WS-DEP-SUB PIC 9(4) VALUE ZERO.
         01 WS-DEP-CHECKKEY PIC X(4).
         01 WS-DEP-BLOCKED PIC 9 VALUE ZERO.
         01 WS-DEP-BLOCKKEY PIC X(4).
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
         01 WS-WORKDAY PIC 9 VALUE ZERO.
         01 WS-WORKSTEP PIC 9(4) VALUE ZERO.
         01 WS-CAL-LOOKUPDATE PIC X(6).
         01 WS-CAL-NONWORK PIC 9 VALUE ZERO.
         01 WS-AUDIT-ACTION PIC X(10).
         01 WS-AUDIT-KEY PIC X(12).
         01 WS-AUDIT-OLDTEXT PIC X(25).
         01 WS-AUDIT-NEWTEXT PIC X(25).
         01 WS-REPORTFILENAME PIC X(45).
         01 WS-BACKUPCTLFD.
           05 WS-CTLNEXTGEN PIC 9.
           05 FILLER PIC X(1).
           05 WS-CTLGENENTRY OCCURS 3 TIMES.
             10 WS-CTLGENTS PIC X(14).
             10 FILLER PIC X(1).
           05 FILLER PIC X(33).
         01 WS-BACKUPGEN PIC 9 VALUE ZERO.
         01 WS-TODOBACKUPFILENAME PIC X(45).
         01 WS-DONEBACKUPFILENAME PIC X(45).
         01 WS-LOCKTRY PIC 99 VALUE ZERO.
         01 WS-BACKUPFILESTATUS PIC X(2) VALUE "00".
         01 WS-TODOFILESTATUS PIC X(2) VALUE "00".
         01 WS-DONEFILESTATUS PIC X(2) VALUE "00".
         01 WS-DEPFILESTATUS PIC X(2) VALUE "00".
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
       999-ESCALATE.
       DISPLAY " ".
       DISPLAY "-----------------------------------------".
       DISPLAY "Nightly priority escalation".
       DISPLAY "-----------------------------------------".

       ACCEPT CURRENTDATE FROM DATE.
       ACCEPT CURRENTTIME FROM TIME.
       MOVE CURRENTDATE TO WS-ESC-TODAY.
       STRING "cob-todo-escalate-report-" CURRENTDATE
         "-" CURRENTTIME ".dat"
         DELIMITED BY SIZE INTO WS-REPORTFILENAME
         ON OVERFLOW
           DISPLAY "!!!ERROR REPORT FILE NAME TOO LONG"
       END-STRING.

       OPEN OUTPUT REPORTFILE.
       MOVE "PRIORITY ESCALATION REPORT" TO REPORTFILEFD.
       WRITE REPORTFILEFD.
       MOVE SPACES TO REPORTFILEFD.
       STRING "RUN DATE: " WS-ESC-TODAY
         DELIMITED BY SIZE INTO REPORTFILEFD
       END-STRING.
       WRITE REPORTFILEFD.

       PERFORM 999-ESC-LOADRULES.
       PERFORM 999-ESC-LOADFLAGS.
       PERFORM 999-DEP-LOADTABLE.
       PERFORM 999-DEP-MARKOPEN.

       MOVE "TASK TEXT                      OLD NEW OWNER    DUE"
         TO REPORTFILEFD.
       WRITE REPORTFILEFD.

       PERFORM 999-TODOFILE-OPENINPUT.
       IF WS-TODOFILESTATUS NOT = "00"
         DISPLAY "!!!TODODATAFILE I/O STATUS " WS-TODOFILESTATUS
         MOVE "TASK FILE NOT AVAILABLE, NOTHING ESCALATED"
           TO REPORTFILEFD
         WRITE REPORTFILEFD
       ELSE
         CLOSE TODODATAFILE
         PERFORM 999-BACKUP
         PERFORM 999-TODOFILE-OPENIO
         PERFORM UNTIL WS-ENDOFFILE = 1
           READ TODODATAFILE NEXT RECORD
             AT END MOVE 1 TO WS-ENDOFFILE
             NOT AT END
             ADD 1 TO WS-ESC-READCOUNT
             PERFORM 999-ESC-TASK THRU 999-ESC-TASK-EXIT
           END-READ
         END-PERFORM
         CLOSE TODODATAFILE
       END-IF.
       MOVE 0 TO WS-ENDOFFILE.

       MOVE SPACES TO REPORTFILEFD.
       STRING "TASKS READ: " WS-ESC-READCOUNT
         " RAISED: " WS-ESC-RAISECOUNT
         " ON HOLD: " WS-ESC-HOLDCOUNT
         " BLOCKED: " WS-ESC-BLOCKCOUNT
         DELIMITED BY SIZE INTO REPORTFILEFD
       END-STRING.
       WRITE REPORTFILEFD.
       MOVE SPACES TO REPORTFILEFD.
       STRING "ALREADY RAISED TODAY: " WS-ESC-DONECOUNT
         " RAISE UNDONE BEFORE: " WS-ESC-UNDONECOUNT
         DELIMITED BY SIZE INTO REPORTFILEFD
       END-STRING.
       WRITE REPORTFILEFD.
       CLOSE REPORTFILE.

       DISPLAY "Tasks read: " WS-ESC-READCOUNT.
       DISPLAY "Tasks raised: " WS-ESC-RAISECOUNT.
       DISPLAY "Skipped on hold: " WS-ESC-HOLDCOUNT.
       DISPLAY "Skipped blocked: " WS-ESC-BLOCKCOUNT.
       DISPLAY "Results written to " WS-REPORTFILENAME.

       STOP RUN.

      * A RULE LINE THAT DOES NOT RAISE THE PRIORITY BY ONE STEP,
      * OR HAS AN UNKNOWN TYPE OR NON NUMERIC DAYS, IS LISTED AND
      * IGNORED.
       999-ESC-LOADRULES.
       MOVE ZERO TO WS-ESC-RULECOUNT.
       MOVE ZERO TO WS-ESC-RULEBAD.
       OPEN INPUT ESCRULEFILE.
       PERFORM UNTIL WS-ENDOFFILE = 1
         READ ESCRULEFILE
           AT END MOVE 1 TO WS-ENDOFFILE
           NOT AT END
           PERFORM 999-ESC-RULECHECK
           IF WS-ESC-RULEOK = 1 AND WS-ESC-RULECOUNT < 20
             ADD 1 TO WS-ESC-RULECOUNT
             MOVE ESCRULEFROM TO WS-ESC-RFROM(WS-ESC-RULECOUNT)
             MOVE ESCRULETO TO WS-ESC-RTO(WS-ESC-RULECOUNT)
             MOVE ESCRULETYPE TO WS-ESC-RTYPE(WS-ESC-RULECOUNT)
             MOVE ESCRULEDAYS TO WS-ESC-RDAYS(WS-ESC-RULECOUNT)
           ELSE
             ADD 1 TO WS-ESC-RULEBAD
             MOVE SPACES TO REPORTFILEFD
             STRING "!!!RULE IGNORED: " ESCRULEFD(1:9)
               DELIMITED BY SIZE INTO REPORTFILEFD
             END-STRING
             WRITE REPORTFILEFD
           END-IF
         END-READ
       END-PERFORM.
       CLOSE ESCRULEFILE.
       MOVE 0 TO WS-ENDOFFILE.

       IF WS-ESC-RULECOUNT = ZERO
         MOVE 2 TO WS-ESC-RULECOUNT
         MOVE "L" TO WS-ESC-RFROM(1)
         MOVE "M" TO WS-ESC-RTO(1)
         MOVE "B" TO WS-ESC-RTYPE(1)
         MOVE 3 TO WS-ESC-RDAYS(1)
         MOVE "M" TO WS-ESC-RFROM(2)
         MOVE "H" TO WS-ESC-RTO(2)
         MOVE "O" TO WS-ESC-RTYPE(2)
         MOVE ZERO TO WS-ESC-RDAYS(2)
         MOVE "NO RULE FILE, SHOP DEFAULT RULES IN USE"
           TO REPORTFILEFD
         WRITE REPORTFILEFD
       END-IF.

       MOVE ZERO TO WS-ESC-MAXBEFORE.
       MOVE ZERO TO WS-ESC-MAXOVER.
       PERFORM VARYING WS-ESC-RULESUB FROM 1 BY 1
         UNTIL WS-ESC-RULESUB > WS-ESC-RULECOUNT
         MOVE SPACES TO REPORTFILEFD
         STRING "RULE: " WS-ESC-RFROM(WS-ESC-RULESUB)
           " TO " WS-ESC-RTO(WS-ESC-RULESUB)
           " TYPE " WS-ESC-RTYPE(WS-ESC-RULESUB)
           " DAYS " WS-ESC-RDAYS(WS-ESC-RULESUB)
           DELIMITED BY SIZE INTO REPORTFILEFD
         END-STRING
         WRITE REPORTFILEFD
         IF WS-ESC-RTYPE(WS-ESC-RULESUB) = "B"
           AND WS-ESC-RDAYS(WS-ESC-RULESUB) > WS-ESC-MAXBEFORE
           MOVE WS-ESC-RDAYS(WS-ESC-RULESUB) TO WS-ESC-MAXBEFORE
         END-IF
         IF WS-ESC-RTYPE(WS-ESC-RULESUB) = "O"
           AND WS-ESC-RDAYS(WS-ESC-RULESUB) > WS-ESC-MAXOVER
           MOVE WS-ESC-RDAYS(WS-ESC-RULESUB) TO WS-ESC-MAXOVER
         END-IF
       END-PERFORM.

       999-ESC-RULECHECK.
       MOVE 1 TO WS-ESC-RULEOK.
       MOVE ESCRULEFROM TO WS-ESC-RANKPRI.
       PERFORM 999-ESC-RANKOF.
       MOVE WS-ESC-RANK TO WS-ESC-FROMRANK.
       MOVE ESCRULETO TO WS-ESC-RANKPRI.
       PERFORM 999-ESC-RANKOF.
       MOVE WS-ESC-RANK TO WS-ESC-TORANK.
       IF WS-ESC-FROMRANK = ZERO OR WS-ESC-TORANK = ZERO
         OR WS-ESC-TORANK NOT = WS-ESC-FROMRANK + 1
         MOVE 0 TO WS-ESC-RULEOK
       END-IF.
       IF ESCRULETYPE NOT = "B" AND ESCRULETYPE NOT = "O"
         MOVE 0 TO WS-ESC-RULEOK
       END-IF.
       IF ESCRULEDAYS IS NOT NUMERIC
         MOVE 0 TO WS-ESC-RULEOK
       END-IF.

      * L = 1, M = 2, H = 3, ANYTHING ELSE 0.
       999-ESC-RANKOF.
       EVALUATE WS-ESC-RANKPRI
         WHEN "L" MOVE 1 TO WS-ESC-RANK
         WHEN "M" MOVE 2 TO WS-ESC-RANK
         WHEN "H" MOVE 3 TO WS-ESC-RANK
         WHEN OTHER MOVE 0 TO WS-ESC-RANK
       END-EVALUATE.

      * THE AUDIT TRAIL IS IN TIME ORDER, SO THE LAST ENTRY SEEN FOR
      * A TASK NUMBER DECIDES ITS FLAG.
       999-ESC-LOADFLAGS.
       MOVE SPACES TO WS-ESC-FLAGTABLE.
       OPEN INPUT AUDITFILE.
       PERFORM UNTIL WS-ENDOFFILE = 1
         READ AUDITFILE
           AT END MOVE 1 TO WS-ENDOFFILE
           NOT AT END
           IF AUDITKEY(1:4) IS NUMERIC
             AND AUDITKEY(5:8) = SPACES
             MOVE AUDITKEY(1:4) TO WS-ESC-KEYN
             IF WS-ESC-KEYN > ZERO
               PERFORM 999-ESC-FLAGENTRY
             END-IF
           END-IF
         END-READ
       END-PERFORM.
       CLOSE AUDITFILE.
       MOVE 0 TO WS-ENDOFFILE.

       999-ESC-FLAGENTRY.
       EVALUATE AUDITACTION
         WHEN "ADD"
         WHEN "GENERATE"
           MOVE SPACE TO WS-ESC-FLAG(WS-ESC-KEYN)
         WHEN "ESCALATE"
           IF AUDITTIMESTAMP(1:6) = WS-ESC-TODAY
             AND WS-ESC-FLAG(WS-ESC-KEYN) NOT = "U"
             MOVE "T" TO WS-ESC-FLAG(WS-ESC-KEYN)
           END-IF
         WHEN "UNDO"
           IF AUDITOLDTEXT = "OF ESCALATE"
             MOVE "U" TO WS-ESC-FLAG(WS-ESC-KEYN)
           END-IF
         WHEN OTHER
           CONTINUE
       END-EVALUATE.

       999-ESC-TASK.
       IF TODOSTATUS = "H"
         ADD 1 TO WS-ESC-HOLDCOUNT
         GO TO 999-ESC-TASK-EXIT
       END-IF.
       IF TODOPRIORITY NOT = "L" AND TODOPRIORITY NOT = "M"
         GO TO 999-ESC-TASK-EXIT
       END-IF.
       MOVE TODODUEDATE TO WS-DATE-WORK.
       PERFORM 999-DATE-VALIDATE.
       IF WS-DATE-VALID = 0
         GO TO 999-ESC-TASK-EXIT
       END-IF.
       MOVE TODOKEY TO WS-DEP-CHECKKEY.
       PERFORM 999-DEP-BLOCKCHECK.
       IF WS-DEP-BLOCKED = 1
         ADD 1 TO WS-ESC-BLOCKCOUNT
         GO TO 999-ESC-TASK-EXIT
       END-IF.
       IF TODOKEY IS NUMERIC
         MOVE TODOKEY TO WS-ESC-KEYN
         IF WS-ESC-KEYN > ZERO
           IF WS-ESC-FLAG(WS-ESC-KEYN) = "T"
             ADD 1 TO WS-ESC-DONECOUNT
             GO TO 999-ESC-TASK-EXIT
           END-IF
           IF WS-ESC-FLAG(WS-ESC-KEYN) = "U"
             ADD 1 TO WS-ESC-UNDONECOUNT
             GO TO 999-ESC-TASK-EXIT
           END-IF
         END-IF
       END-IF.

       PERFORM 999-ESC-DISTANCE.

       MOVE 0 TO WS-ESC-FIRED.
       PERFORM VARYING WS-ESC-RULESUB FROM 1 BY 1
         UNTIL WS-ESC-RULESUB > WS-ESC-RULECOUNT OR WS-ESC-FIRED = 1
         IF WS-ESC-RFROM(WS-ESC-RULESUB) = TODOPRIORITY
           IF WS-ESC-RTYPE(WS-ESC-RULESUB) = "B"
             AND (WS-ESC-OVERDUE = 1
               OR WS-ESC-REMAIN NOT > WS-ESC-RDAYS(WS-ESC-RULESUB))
             MOVE 1 TO WS-ESC-FIRED
             MOVE WS-ESC-RTO(WS-ESC-RULESUB) TO WS-ESC-NEWPRI
           END-IF
           IF WS-ESC-RTYPE(WS-ESC-RULESUB) = "O"
             AND WS-ESC-OVERDUE = 1
             AND WS-ESC-LATE NOT < WS-ESC-RDAYS(WS-ESC-RULESUB)
             MOVE 1 TO WS-ESC-FIRED
             MOVE WS-ESC-RTO(WS-ESC-RULESUB) TO WS-ESC-NEWPRI
           END-IF
         END-IF
       END-PERFORM.
       IF WS-ESC-FIRED = 0
         GO TO 999-ESC-TASK-EXIT
       END-IF.

      * ONE STEP PER NIGHT: A RULE THAT JUMPS FURTHER IS TAKEN ONLY
      * AS FAR AS THE NEXT PRIORITY UP.
       MOVE TODOPRIORITY TO WS-ESC-OLDPRI.
       IF TODOPRIORITY = "L"
         MOVE "M" TO WS-ESC-NEWPRI
       ELSE
         MOVE "H" TO WS-ESC-NEWPRI
       END-IF.
       MOVE WS-ESC-NEWPRI TO TODOPRIORITY.
       REWRITE TODODATAFILEFD
         INVALID KEY
           DISPLAY "!!!ERROR TASK " TODOKEY " NOT REWRITTEN"
         NOT INVALID KEY
           ADD 1 TO WS-ESC-RAISECOUNT
           MOVE "ESCALATE" TO WS-AUDIT-ACTION
           MOVE TODOKEY TO WS-AUDIT-KEY
           MOVE WS-ESC-OLDPRI TO WS-ESC-PRITEXTPRI
           MOVE WS-ESC-PRITEXT TO WS-AUDIT-OLDTEXT
           MOVE WS-ESC-NEWPRI TO WS-ESC-PRITEXTPRI
           MOVE WS-ESC-PRITEXT TO WS-AUDIT-NEWTEXT
           PERFORM 999-AUDITLOG
           MOVE SPACES TO REPORTFILEFD
           STRING TODOKEY " " TODOTEXT "  " WS-ESC-OLDPRI "   "
             WS-ESC-NEWPRI "   " TODOOWNER " " TODODUEDATE
             DELIMITED BY SIZE INTO REPORTFILEFD
           END-STRING
           WRITE REPORTFILEFD
       END-REWRITE.

       999-ESC-TASK-EXIT.
       EXIT.

      * WORKING DAYS BETWEEN TODAY AND THE DUE DATE. FOR A TASK DUE
      * TODAY OR LATER WS-ESC-REMAIN COUNTS THE WORKING DAYS AFTER
      * TODAY UP TO AND INCLUDING THE DUE DATE. FOR AN OVERDUE TASK
      * WS-ESC-LATE COUNTS THE WORKING DAYS AFTER THE DUE DATE UP TO
      * AND INCLUDING TODAY. EITHER COUNT STOPS ONE PAST THE LARGEST
      * NUMBER ANY RULE ASKS FOR, WHICH IS ALL THE RULES NEED.
       999-ESC-DISTANCE.
       MOVE ZERO TO WS-ESC-REMAIN.
       MOVE ZERO TO WS-ESC-LATE.
       MOVE ZERO TO WS-WORKSTEP.
       IF TODODUEDATE < WS-ESC-TODAY
         MOVE 1 TO WS-ESC-OVERDUE
         MOVE TODODUEDATE TO WS-DATE-WORK
         PERFORM UNTIL WS-DATE-WORK = WS-ESC-TODAY
           OR WS-ESC-LATE > WS-ESC-MAXOVER
           OR WS-WORKSTEP > 5000
           ADD 1 TO WS-WORKSTEP
           PERFORM 999-DATE-NEXTDAY
           PERFORM 999-WORKDAY-CHECK
           IF WS-WORKDAY = 1
             ADD 1 TO WS-ESC-LATE
           END-IF
         END-PERFORM
       ELSE
         MOVE 0 TO WS-ESC-OVERDUE
         MOVE WS-ESC-TODAY TO WS-DATE-WORK
         PERFORM UNTIL WS-DATE-WORK = TODODUEDATE
           OR WS-ESC-REMAIN > WS-ESC-MAXBEFORE
           OR WS-WORKSTEP > 5000
           ADD 1 TO WS-WORKSTEP
           PERFORM 999-DATE-NEXTDAY
           PERFORM 999-WORKDAY-CHECK
           IF WS-WORKDAY = 1
             ADD 1 TO WS-ESC-REMAIN
           END-IF
         END-PERFORM
       END-IF.

      * A TASK IS BLOCKED WHILE ANY OF ITS PREREQUISITES IS STILL ON
      * THE TASK FILE. A PREREQUISITE THAT IS NO LONGER ON THE TASK
      * FILE COUNTS AS SATISFIED.
       999-DEP-LOADTABLE.
       MOVE ZERO TO WS-DEP-COUNT.
       OPEN INPUT DEPDATAFILE.
       IF WS-DEPFILESTATUS NOT = "00"
         AND WS-DEPFILESTATUS NOT = "05"
         DISPLAY "!!!DEPDATAFILE I/O STATUS " WS-DEPFILESTATUS
       ELSE
         PERFORM UNTIL WS-ENDOFFILE = 1
           READ DEPDATAFILE
             AT END MOVE 1 TO WS-ENDOFFILE
             NOT AT END
             IF WS-DEP-COUNT < 500
               ADD 1 TO WS-DEP-COUNT
               MOVE DEPTASKKEY TO WS-DEP-TASK(WS-DEP-COUNT)
               MOVE DEPPREREQKEY TO WS-DEP-PREREQ(WS-DEP-COUNT)
               MOVE 0 TO WS-DEP-PREREQOPEN(WS-DEP-COUNT)
             ELSE
               DISPLAY "!!!ERROR MORE THAN 500 DEPENDENCIES ON FILE"
               MOVE 1 TO WS-ENDOFFILE
             END-IF
           END-READ
         END-PERFORM
         CLOSE DEPDATAFILE
       END-IF.
       MOVE 0 TO WS-ENDOFFILE.

       999-DEP-MARKOPEN.
       IF WS-DEP-COUNT > ZERO
         PERFORM 999-TODOFILE-OPENINPUT
         IF WS-TODOFILESTATUS = "00"
           PERFORM UNTIL WS-ENDOFFILE = 1
             READ TODODATAFILE
               AT END MOVE 1 TO WS-ENDOFFILE
               NOT AT END
               PERFORM VARYING WS-DEP-SUB FROM 1 BY 1
                 UNTIL WS-DEP-SUB > WS-DEP-COUNT
                 IF WS-DEP-PREREQ(WS-DEP-SUB) = TODOKEY
                   MOVE 1 TO WS-DEP-PREREQOPEN(WS-DEP-SUB)
                 END-IF
               END-PERFORM
             END-READ
           END-PERFORM
           CLOSE TODODATAFILE
         END-IF
         MOVE 0 TO WS-ENDOFFILE
       END-IF.

       999-DEP-BLOCKCHECK.
       MOVE 0 TO WS-DEP-BLOCKED.
       MOVE SPACES TO WS-DEP-BLOCKKEY.
       PERFORM VARYING WS-DEP-SUB FROM 1 BY 1
         UNTIL WS-DEP-SUB > WS-DEP-COUNT OR WS-DEP-BLOCKED = 1
         IF WS-DEP-TASK(WS-DEP-SUB) = WS-DEP-CHECKKEY
           AND WS-DEP-PREREQOPEN(WS-DEP-SUB) = 1
           MOVE 1 TO WS-DEP-BLOCKED
           MOVE WS-DEP-PREREQ(WS-DEP-SUB) TO WS-DEP-BLOCKKEY
         END-IF
       END-PERFORM.

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

       999-AUDITLOG.
       ACCEPT CURRENTDATE FROM DATE.
       ACCEPT CURRENTTIME FROM TIME.

       OPEN EXTEND AUDITFILE.
       MOVE DATEANDTIME TO AUDITTIMESTAMP.
       MOVE WS-AUDIT-ACTION TO AUDITACTION.
       MOVE WS-AUDIT-KEY TO AUDITKEY.
       MOVE WS-AUDIT-OLDTEXT TO AUDITOLDTEXT.
       MOVE WS-AUDIT-NEWTEXT TO AUDITNEWTEXT.
       WRITE AUDITFILEFD.
       CLOSE AUDITFILE.

      * THE TASK AND DONE FILES ARE COPIED TO THE NEXT BACKUP
      * GENERATION (THREE ARE KEPT IN ROTATION) BEFORE THE FIRST
      * PRIORITY IS RAISED, MATCHING THE MENU PROGRAM.
       999-BACKUP.
       MOVE 1 TO WS-CTLNEXTGEN.
       MOVE SPACES TO WS-CTLGENTS(1).
       MOVE SPACES TO WS-CTLGENTS(2).
       MOVE SPACES TO WS-CTLGENTS(3).
       OPEN INPUT BACKUPCTLFILE.
       READ BACKUPCTLFILE INTO WS-BACKUPCTLFD
         AT END CONTINUE
       END-READ.
       CLOSE BACKUPCTLFILE.
       IF WS-CTLNEXTGEN < 1 OR WS-CTLNEXTGEN > 3
         MOVE 1 TO WS-CTLNEXTGEN
       END-IF.
       MOVE WS-CTLNEXTGEN TO WS-BACKUPGEN.

       STRING "cob-todo-backup-" WS-BACKUPGEN ".dat"
         DELIMITED BY SIZE INTO WS-TODOBACKUPFILENAME
       END-STRING.
       STRING "cob-todo-done-backup-" WS-BACKUPGEN ".dat"
         DELIMITED BY SIZE INTO WS-DONEBACKUPFILENAME
       END-STRING.

       PERFORM 999-TODOFILE-OPENINPUT.
       IF WS-TODOFILESTATUS NOT = "00"
         DISPLAY "!!!TODODATAFILE I/O STATUS " WS-TODOFILESTATUS
       ELSE
         OPEN OUTPUT TODOBACKUPFILE
         IF WS-BACKUPFILESTATUS NOT = "00"
           DISPLAY "!!!TODOBACKUPFILE I/O STATUS " WS-BACKUPFILESTATUS
         ELSE
           PERFORM UNTIL WS-ENDOFFILE = 1
             READ TODODATAFILE
               AT END MOVE 1 TO WS-ENDOFFILE
               NOT AT END
               MOVE TODODATAFILEFD TO TODOBACKUPFD
               WRITE TODOBACKUPFD
             END-READ
           END-PERFORM
           CLOSE TODOBACKUPFILE
         END-IF
         CLOSE TODODATAFILE
       END-IF.
       MOVE 0 TO WS-ENDOFFILE.

       PERFORM 999-DONEFILE-OPENINPUT.
       IF WS-DONEFILESTATUS NOT = "00"
         DISPLAY "!!!DONEDATAFILE I/O STATUS " WS-DONEFILESTATUS
       ELSE
         OPEN OUTPUT DONEBACKUPFILE
         IF WS-BACKUPFILESTATUS NOT = "00"
           DISPLAY "!!!DONEBACKUPFILE I/O STATUS " WS-BACKUPFILESTATUS
         ELSE
           PERFORM UNTIL WS-ENDOFFILE = 1
             READ DONEDATAFILE
               AT END MOVE 1 TO WS-ENDOFFILE
               NOT AT END
               MOVE DONEDATAFILEFD TO DONEBACKUPFD
               WRITE DONEBACKUPFD
             END-READ
           END-PERFORM
           CLOSE DONEBACKUPFILE
         END-IF
         CLOSE DONEDATAFILE
       END-IF.
       MOVE 0 TO WS-ENDOFFILE.

       ACCEPT CURRENTDATE FROM DATE.
       ACCEPT CURRENTTIME FROM TIME.
       MOVE DATEANDTIME TO WS-CTLGENTS(WS-BACKUPGEN).
       IF WS-BACKUPGEN = 3
         MOVE 1 TO WS-CTLNEXTGEN
       ELSE
         ADD 1 TO WS-BACKUPGEN GIVING WS-CTLNEXTGEN
       END-IF.
       OPEN OUTPUT BACKUPCTLFILE.
       MOVE WS-BACKUPCTLFD TO BACKUPCTLFD.
       WRITE BACKUPCTLFD.
       CLOSE BACKUPCTLFILE.

       DISPLAY "Backup generation " WS-BACKUPGEN " taken".

      * SHARED OPENS RETRY A FEW TIMES WITH A WAIT MESSAGE WHEN
      * ANOTHER SESSION HOLDS THE FILE, INSTEAD OF REJECTING THE
      * WHOLE RUN ON A PASSING CONFLICT.
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

       999-TODOFILE-OPENIO.
       MOVE ZERO TO WS-LOCKTRY.
       OPEN I-O TODODATAFILE.
       PERFORM UNTIL WS-TODOFILESTATUS NOT = "93"
         OR WS-LOCKTRY > 9
         ADD 1 TO WS-LOCKTRY
         DISPLAY "Task file in use, waiting..."
         CALL "C$SLEEP" USING 1
         OPEN I-O TODODATAFILE
       END-PERFORM.

       999-DONEFILE-OPENINPUT.
       MOVE ZERO TO WS-LOCKTRY.
       OPEN INPUT DONEDATAFILE.
       PERFORM UNTIL WS-DONEFILESTATUS NOT = "93"
         OR WS-LOCKTRY > 9
         ADD 1 TO WS-LOCKTRY
         DISPLAY "Done file in use, waiting..."
         CALL "C$SLEEP" USING 1
         OPEN INPUT DONEDATAFILE
       END-PERFORM.
