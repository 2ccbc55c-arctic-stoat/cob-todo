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
       PROGRAM-ID. cob-todo-digest.
       AUTHOR.  "Christer Stig Åke Landstedt".

      * NIGHTLY REMINDER DIGEST FOR THE MAIL RELAY. ONE OUTBOUND FILE
      * IS WRITTEN PER RUN, cob-todo-digest-YYMMDD-HHMMSSCC.dat, WITH
      * THE RECORDS OF EACH TASK OWNER TOGETHER: ONE HEADER RECORD
      * (TYPE H) WITH THE ANALYST NAME AND ITEM COUNT, THEN ONE
      * DETAIL RECORD (TYPE D) PER ITEM. AN OWNER WITH NOTHING TO
      * REPORT GETS NO RECORDS. THE ITEMS ARE
      *
      *   ASSIGNED   A TASK ADDED, GENERATED OR REASSIGNED SINCE THE
      *              LAST RUN, TAKEN FROM THE AUDIT TRAIL AND SENT TO
      *              THE PRESENT OWNER IF THE TASK IS STILL OPEN.
      *   UNBLOCKED  A TASK WHOSE PREREQUISITE WAS COMPLETED SINCE THE
      *              LAST RUN (AUDIT DEPMET, WRITTEN WHEN THE MOVE
      *              REMOVES THE LINK) AND THAT NO LONGER WAITS ON ANY
      *              OTHER OPEN TASK ON THE DEPENDENCY FILE.
      *   OVERDUE    AN OPEN TASK DUE BEFORE TODAY AND NOT BEFORE THE
      *              LAST RUN DATE, SO IT IS SENT ONCE AS IT FALLS DUE.
      *   DUE        AN OPEN TASK DUE UP TO THE NEXT WORKING DAY AND
      *              AFTER THE NEXT WORKING DAY OF THE LAST RUN, SO A
      *              FRIDAY RUN ALSO COVERS THE WEEKEND AND MONDAY.
      *
      * TASKS ON HOLD ARE NOT SENT AS DUE OR OVERDUE. THE DIGEST GOES
      * TO THE OWNER ON THE TASK, NOT TO AN ABSENCE DELEGATE.
      *
      * THE DIGEST RECORD ON THE CONTROL FILE, KEY "DIGEST", HOLDS THE
      * LAST RUN DATE, THE AUDIT TIMESTAMP THE RUN READ UP TO AND THE
      * NEXT WORKING DAY IT COVERED. IT IS HELD LOCKED FOR THE RUN AND
      * ONLY MOVED ON ONCE THE DIGEST FILE IS WRITTEN, SO A MISSED OR
      * FAILED NIGHT IS CAUGHT UP BY THE NEXT RUN AND A RERUN ON THE
      * SAME DAY SENDS NOTHING TWICE. THE FIRST RUN STARTS FROM THE
      * BEGINNING OF THE DAY.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
         FILE-CONTROL.
           SELECT OPTIONAL TODODATAFILE ASSIGN TO "cob-todo.dat"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS TODOKEY
             FILE STATUS IS WS-TODOFILESTATUS.
           SELECT OPTIONAL DEPDATAFILE ASSIGN TO "cob-todo-dep.dat"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS DEPKEY
             FILE STATUS IS WS-DEPFILESTATUS.
           SELECT OPTIONAL ANALYSTDATAFILE ASSIGN TO
             "cob-todo-analyst.dat"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS ANALYSTKEY
             FILE STATUS IS WS-ANALYSTFILESTATUS.
           SELECT OPTIONAL CALDATAFILE ASSIGN TO "cob-todo-cal.dat"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS CALDATE
             FILE STATUS IS WS-CALFILESTATUS.
           SELECT OPTIONAL CTLDATAFILE ASSIGN TO "cob-todo-ctl.dat"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS CTLKEY
             LOCK MODE IS AUTOMATIC
             SHARING WITH ALL OTHER
             FILE STATUS IS WS-CTLFILESTATUS.
           SELECT OPTIONAL AUDITFILE ASSIGN TO "cob-todo-audit.dat"
             ORGANIZATION IS LINE SEQUENTIAL.
           SELECT DIGESTFILE ASSIGN TO WS-DIGESTFILENAME
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
         FD DEPDATAFILE
           RECORD CONTAINS 80 CHARACTERS.
         01 DEPDATAFILEFD.
           05 DEPKEY.
             10 DEPTASKKEY PIC X(4).
             10 DEPPREREQKEY PIC X(4).
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
         FD CALDATAFILE
           RECORD CONTAINS 80 CHARACTERS.
         01 CALDATAFILEFD.
           05 CALDATE PIC X(6).
           05 CALDESC PIC X(25).
         FD CTLDATAFILE
           RECORD CONTAINS 80 CHARACTERS.
         01 CTLDATAFILEFD.
           05 CTLKEY PIC X(8).
           05 CTLNEXTTASK PIC 9(4).
      * THE DIGEST RECORD, KEY "DIGEST".
         01 CTLDIGESTFD.
           05 CTLDIGKEY PIC X(8).
           05 CTLDIGDATE PIC X(6).
           05 CTLDIGAUDITTS PIC X(14).
           05 CTLDIGHORIZON PIC X(6).
           05 FILLER PIC X(46).
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
      * HEADER RECORD, ONE PER OWNER, FOLLOWED BY ITS DETAIL RECORDS.
         FD DIGESTFILE
           RECORD CONTAINS 100 CHARACTERS.
         01 DIGESTHEADFD.
           05 DIGHRECTYPE PIC X(1).
           05 FILLER PIC X(1).
           05 DIGHOWNER PIC X(8).
           05 FILLER PIC X(1).
           05 DIGHNAME PIC X(25).
           05 FILLER PIC X(1).
           05 DIGHRUNDATE PIC X(6).
           05 FILLER PIC X(1).
           05 DIGHITEMS PIC 9(4).
           05 FILLER PIC X(52).
         01 DIGESTDETFD.
           05 DIGDRECTYPE PIC X(1).
           05 FILLER PIC X(1).
           05 DIGDOWNER PIC X(8).
           05 FILLER PIC X(1).
           05 DIGDITEM PIC X(10).
           05 FILLER PIC X(1).
           05 DIGDTASKKEY PIC X(4).
           05 FILLER PIC X(1).
           05 DIGDTEXT PIC X(25).
           05 FILLER PIC X(1).
           05 DIGDPRIORITY PIC X(1).
           05 FILLER PIC X(1).
           05 DIGDDUEDATE PIC X(6).
           05 FILLER PIC X(1).
           05 DIGDCATEGORY PIC X(10).
           05 FILLER PIC X(28).
         WORKING-STORAGE SECTION.
         01 WS-ENDOFFILE PIC 9 VALUE ZERO.
         01 WS-DIG-RUNTS PIC X(14).
         01 WS-DIG-TODAY PIC X(6).
         01 WS-DIG-HORIZON PIC X(6).
         01 WS-DIG-HAVECTL PIC 9 VALUE ZERO.
         01 WS-DIG-LASTDATE PIC X(6).
         01 WS-DIG-LASTTS PIC X(14).
         01 WS-DIG-LASTHORIZON PIC X(6).
         01 WS-DIG-TODOOK PIC 9 VALUE ZERO.
         01 WS-DIG-ANALYSTOPEN PIC 9 VALUE ZERO.
      * ITEMS IN OWNER, ITEM TYPE AND TASK ORDER. THE ITEM TYPE IS
      * 1 ASSIGNED, 2 UNBLOCKED, 3 OVERDUE, 4 DUE. THE SAME TASK IS
      * ONLY HELD ONCE PER OWNER AND TYPE.
         01 WS-DIG-TABLE.
           05 WS-DIG-ENTRY OCCURS 2000 TIMES.
             10 WS-DIG-TKEY.
               15 WS-DIG-TOWNER PIC X(8).
               15 WS-DIG-TTYPE PIC 9.
               15 WS-DIG-TTASK PIC X(4).
             10 WS-DIG-TTEXT PIC X(25).
             10 WS-DIG-TPRIORITY PIC X(1).
             10 WS-DIG-TDUEDATE PIC X(6).
             10 WS-DIG-TCATEGORY PIC X(10).
         01 WS-DIG-ENTRIES PIC 9(4) VALUE ZERO.
         01 WS-DIG-SUB PIC 9(4) VALUE ZERO.
         01 WS-DIG-MOVESUB PIC 9(4) VALUE ZERO.
         01 WS-DIG-FOUND PIC 9 VALUE ZERO.
         01 WS-DIG-OVERFLOW PIC 9(5) VALUE ZERO.
         01 WS-DIG-NEWKEY.
           05 WS-DIG-NEWOWNER PIC X(8).
           05 WS-DIG-NEWTYPE PIC 9.
           05 WS-DIG-NEWTASK PIC X(4).
         01 WS-DIG-CUROWNER PIC X(8).
         01 WS-DIG-OWNERITEMS PIC 9(4) VALUE ZERO.
         01 WS-DIG-AUDITCOUNT PIC 9(6) VALUE ZERO.
         01 WS-DIG-OWNERCOUNT PIC 9(4) VALUE ZERO.
         01 WS-DIG-RECCOUNT PIC 9(6) VALUE ZERO.
         01 WS-DIG-ASSIGNED PIC 9(4) VALUE ZERO.
         01 WS-DIG-UNBLOCKED PIC 9(4) VALUE ZERO.
         01 WS-DIG-OVERDUE PIC 9(4) VALUE ZERO.
         01 WS-DIG-DUE PIC 9(4) VALUE ZERO.
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
         01 WS-DIGESTFILENAME PIC X(45).
         01 WS-LOCKTRY PIC 99 VALUE ZERO.
         01 WS-TODOFILESTATUS PIC X(2) VALUE "00".
         01 WS-DEPFILESTATUS PIC X(2) VALUE "00".
         01 WS-ANALYSTFILESTATUS PIC X(2) VALUE "00".
         01 WS-CALFILESTATUS PIC X(2) VALUE "00".
         01 WS-CTLFILESTATUS PIC X(2) VALUE "00".
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
       999-DIG.
       DISPLAY " ".
       DISPLAY "-----------------------------------------".
       DISPLAY "Nightly reminder digest".
       DISPLAY "-----------------------------------------".
       ACCEPT CURRENTDATE FROM DATE.
       ACCEPT CURRENTTIME FROM TIME.
       MOVE DATEANDTIME TO WS-DIG-RUNTS.
       MOVE CURRENTDATE TO WS-DIG-TODAY.
       STRING "cob-todo-digest-" CURRENTDATE
         "-" CURRENTTIME ".dat"
         DELIMITED BY SIZE INTO WS-DIGESTFILENAME
         ON OVERFLOW
           DISPLAY "!!!ERROR DIGEST FILE NAME TOO LONG"
       END-STRING.

      * THE CONTROL FILE STAYS OPEN AND THE DIGEST RECORD LOCKED FOR
      * THE WHOLE RUN, SO TWO RUNS CANNOT SEND THE SAME ITEMS.
       OPEN I-O CTLDATAFILE.
       IF WS-CTLFILESTATUS NOT = "00"
         AND WS-CTLFILESTATUS NOT = "05"
         DISPLAY "!!!CTLDATAFILE I/O STATUS " WS-CTLFILESTATUS
         STOP RUN
       END-IF.
       MOVE "DIGEST" TO CTLDIGKEY.
       READ CTLDATAFILE
         INVALID KEY MOVE 0 TO WS-DIG-HAVECTL
         NOT INVALID KEY MOVE 1 TO WS-DIG-HAVECTL
       END-READ.
       IF WS-CTLFILESTATUS = "51" OR WS-CTLFILESTATUS = "99"
         DISPLAY "!!!DIGEST CONTROL RECORD LOCKED BY ANOTHER RUN"
         CLOSE CTLDATAFILE
         STOP RUN
       END-IF.
       IF WS-DIG-HAVECTL = 1
         MOVE CTLDIGDATE TO WS-DIG-LASTDATE
         MOVE CTLDIGAUDITTS TO WS-DIG-LASTTS
         MOVE CTLDIGHORIZON TO WS-DIG-LASTHORIZON
       ELSE
         MOVE SPACES TO WS-DIG-LASTDATE
         MOVE SPACES TO WS-DIG-LASTHORIZON
         MOVE WS-DIG-TODAY TO WS-DIG-LASTTS
         MOVE "00000000" TO WS-DIG-LASTTS(7:8)
       END-IF.

       MOVE WS-DIG-TODAY TO WS-DATE-WORK.
       PERFORM 999-DATE-NEXTDAY.
       PERFORM 999-DATE-NEXTWORKDAY.
       MOVE WS-DATE-WORK TO WS-DIG-HORIZON.

       PERFORM 999-DEP-LOADTABLE.
       PERFORM 999-DEP-MARKOPEN.

       OPEN INPUT ANALYSTDATAFILE.
       IF WS-ANALYSTFILESTATUS = "00" OR WS-ANALYSTFILESTATUS = "05"
         MOVE 1 TO WS-DIG-ANALYSTOPEN
       ELSE
         DISPLAY "!!!ANALYSTDATAFILE I/O STATUS "
           WS-ANALYSTFILESTATUS
       END-IF.

       PERFORM 999-DIG-AUDITREAD.
       IF WS-DIG-TODOOK = 1
         PERFORM 999-DIG-DUEREAD
       END-IF.
       IF WS-DIG-TODOOK = 0
         DISPLAY "!!!ERROR TASK FILE NOT AVAILABLE, NO DIGEST WRITTEN"
         GO TO 999-DIG-END
       END-IF.

       OPEN OUTPUT DIGESTFILE.
       MOVE SPACES TO WS-DIG-CUROWNER.
       PERFORM VARYING WS-DIG-SUB FROM 1 BY 1
         UNTIL WS-DIG-SUB > WS-DIG-ENTRIES
         IF WS-DIG-SUB = 1
           OR WS-DIG-TOWNER(WS-DIG-SUB) NOT = WS-DIG-CUROWNER
           PERFORM 999-DIG-OWNERHEAD
         END-IF
         PERFORM 999-DIG-DETAIL
       END-PERFORM.
       CLOSE DIGESTFILE.

       DISPLAY "Audit entries read: " WS-DIG-AUDITCOUNT.
       DISPLAY "Assigned: " WS-DIG-ASSIGNED
         " Unblocked: " WS-DIG-UNBLOCKED
         " Overdue: " WS-DIG-OVERDUE
         " Due: " WS-DIG-DUE.
       DISPLAY "Analysts in digest: " WS-DIG-OWNERCOUNT
         " Records: " WS-DIG-RECCOUNT.
       DISPLAY "Digest written to " WS-DIGESTFILENAME.

      * ITEMS THAT DID NOT FIT ARE NOT IN THE FILE, SO THE CONTROL
      * RECORD IS LEFT AS IT WAS AND THE NEXT RUN SENDS THEM.
       IF WS-DIG-OVERFLOW > ZERO
         DISPLAY "!!!WARNING " WS-DIG-OVERFLOW
           " ITEMS BEYOND THE TABLE WERE NOT WRITTEN"
         DISPLAY "!!!DIGEST CONTROL RECORD NOT MOVED ON"
       ELSE
         PERFORM 999-DIG-ROLL
       END-IF.

       999-DIG-END.
       IF WS-DIG-ANALYSTOPEN = 1
         CLOSE ANALYSTDATAFILE
       END-IF.
       CLOSE CTLDATAFILE.

       STOP RUN.

      * ASSIGNED AND UNBLOCKED ITEMS FROM THE AUDIT ENTRIES WRITTEN
      * AFTER THE LAST RUN AND NO LATER THAN THIS RUN STARTED. EACH
      * TASK IS READ FOR ITS PRESENT OWNER; A TASK NO LONGER ON THE
      * TASK FILE HAS NOTHING TO REMIND ABOUT.
       999-DIG-AUDITREAD.
       PERFORM 999-TODOFILE-OPENINPUT.
       IF WS-TODOFILESTATUS NOT = "00"
         AND WS-TODOFILESTATUS NOT = "05"
         DISPLAY "!!!TODODATAFILE I/O STATUS " WS-TODOFILESTATUS
         MOVE 0 TO WS-DIG-TODOOK
       ELSE
         MOVE 1 TO WS-DIG-TODOOK
         OPEN INPUT AUDITFILE
         PERFORM UNTIL WS-ENDOFFILE = 1
           READ AUDITFILE
             AT END MOVE 1 TO WS-ENDOFFILE
             NOT AT END
             IF AUDITTIMESTAMP > WS-DIG-LASTTS
               AND AUDITTIMESTAMP NOT > WS-DIG-RUNTS
               ADD 1 TO WS-DIG-AUDITCOUNT
               PERFORM 999-DIG-AUDITENTRY
             END-IF
           END-READ
         END-PERFORM
         CLOSE AUDITFILE
         CLOSE TODODATAFILE
       END-IF.
       MOVE 0 TO WS-ENDOFFILE.

       999-DIG-AUDITENTRY.
       EVALUATE AUDITACTION
         WHEN "ADD"
         WHEN "GENERATE"
         WHEN "REASSIGN"
           MOVE AUDITKEY(1:4) TO TODOKEY
           READ TODODATAFILE
             INVALID KEY CONTINUE
             NOT INVALID KEY
             IF TODOOWNER NOT = SPACES
               MOVE 1 TO WS-DIG-NEWTYPE
               PERFORM 999-DIG-ADD
             END-IF
           END-READ
         WHEN "DEPMET"
           MOVE AUDITKEY(1:4) TO TODOKEY
           READ TODODATAFILE
             INVALID KEY CONTINUE
             NOT INVALID KEY
             IF TODOOWNER NOT = SPACES
               MOVE TODOKEY TO WS-DEP-CHECKKEY
               PERFORM 999-DEP-BLOCKCHECK
               IF WS-DEP-BLOCKED = 0
                 MOVE 2 TO WS-DIG-NEWTYPE
                 PERFORM 999-DIG-ADD
               END-IF
             END-IF
           END-READ
         WHEN OTHER
           CONTINUE
       END-EVALUATE.

      * OVERDUE AND DUE ITEMS FROM THE OPEN TASKS, WINDOWED AGAINST
      * THE LAST RUN SO THAT EACH IS SENT ONCE. WITHOUT A LAST RUN
      * EVERY OVERDUE TASK IS SENT, AND ANY TASK DUE FROM TODAY.
       999-DIG-DUEREAD.
       PERFORM 999-TODOFILE-OPENINPUT.
       IF WS-TODOFILESTATUS NOT = "00"
         AND WS-TODOFILESTATUS NOT = "05"
         DISPLAY "!!!TODODATAFILE I/O STATUS " WS-TODOFILESTATUS
         MOVE 0 TO WS-DIG-TODOOK
       ELSE
         PERFORM UNTIL WS-ENDOFFILE = 1
           READ TODODATAFILE NEXT RECORD
             AT END MOVE 1 TO WS-ENDOFFILE
             NOT AT END PERFORM 999-DIG-DUETASK
           END-READ
         END-PERFORM
         CLOSE TODODATAFILE
       END-IF.
       MOVE 0 TO WS-ENDOFFILE.

       999-DIG-DUETASK.
       IF TODOOWNER NOT = SPACES AND TODOSTATUS NOT = "H"
         AND TODODUEDATE IS NUMERIC
         IF TODODUEDATE < WS-DIG-TODAY
           IF WS-DIG-LASTDATE = SPACES
             OR TODODUEDATE NOT < WS-DIG-LASTDATE
             MOVE 3 TO WS-DIG-NEWTYPE
             PERFORM 999-DIG-ADD
           END-IF
         ELSE
           IF TODODUEDATE NOT > WS-DIG-HORIZON
             AND (WS-DIG-LASTHORIZON = SPACES
               OR TODODUEDATE > WS-DIG-LASTHORIZON)
             MOVE 4 TO WS-DIG-NEWTYPE
             PERFORM 999-DIG-ADD
           END-IF
         END-IF
       END-IF.

      * PUTS THE TASK IN THE TODO RECORD AREA INTO THE ITEM TABLE
      * UNDER ITS OWNER AND WS-DIG-NEWTYPE, IN KEY ORDER.
       999-DIG-ADD.
       MOVE TODOOWNER TO WS-DIG-NEWOWNER.
       MOVE TODOKEY TO WS-DIG-NEWTASK.
       MOVE 0 TO WS-DIG-FOUND.
       PERFORM VARYING WS-DIG-SUB FROM 1 BY 1
         UNTIL WS-DIG-SUB > WS-DIG-ENTRIES
           OR WS-DIG-TKEY(WS-DIG-SUB) NOT < WS-DIG-NEWKEY
         CONTINUE
       END-PERFORM.
       IF WS-DIG-SUB NOT > WS-DIG-ENTRIES
         IF WS-DIG-TKEY(WS-DIG-SUB) = WS-DIG-NEWKEY
           MOVE 1 TO WS-DIG-FOUND
         END-IF
       END-IF.
       IF WS-DIG-FOUND = 0
         IF WS-DIG-ENTRIES NOT < 2000
           ADD 1 TO WS-DIG-OVERFLOW
         ELSE
           PERFORM VARYING WS-DIG-MOVESUB FROM WS-DIG-ENTRIES
             BY -1 UNTIL WS-DIG-MOVESUB < WS-DIG-SUB
             MOVE WS-DIG-ENTRY(WS-DIG-MOVESUB)
               TO WS-DIG-ENTRY(WS-DIG-MOVESUB + 1)
           END-PERFORM
           ADD 1 TO WS-DIG-ENTRIES
           MOVE WS-DIG-NEWKEY TO WS-DIG-TKEY(WS-DIG-SUB)
           MOVE TODOTEXT TO WS-DIG-TTEXT(WS-DIG-SUB)
           MOVE TODOPRIORITY TO WS-DIG-TPRIORITY(WS-DIG-SUB)
           MOVE TODODUEDATE TO WS-DIG-TDUEDATE(WS-DIG-SUB)
           MOVE TODOCATEGORY TO WS-DIG-TCATEGORY(WS-DIG-SUB)
           EVALUATE WS-DIG-NEWTYPE
             WHEN 1 ADD 1 TO WS-DIG-ASSIGNED
             WHEN 2 ADD 1 TO WS-DIG-UNBLOCKED
             WHEN 3 ADD 1 TO WS-DIG-OVERDUE
             WHEN 4 ADD 1 TO WS-DIG-DUE
           END-EVALUATE
         END-IF
       END-IF.

      * HEADER RECORD FOR THE OWNER OF ENTRY WS-DIG-SUB, WITH THE
      * NUMBER OF ITEMS THAT FOLLOW IT.
       999-DIG-OWNERHEAD.
       MOVE WS-DIG-TOWNER(WS-DIG-SUB) TO WS-DIG-CUROWNER.
       ADD 1 TO WS-DIG-OWNERCOUNT.
       PERFORM VARYING WS-DIG-MOVESUB FROM WS-DIG-SUB BY 1
         UNTIL WS-DIG-MOVESUB > WS-DIG-ENTRIES
           OR WS-DIG-TOWNER(WS-DIG-MOVESUB) NOT = WS-DIG-CUROWNER
         CONTINUE
       END-PERFORM.
       SUBTRACT WS-DIG-SUB FROM WS-DIG-MOVESUB
         GIVING WS-DIG-OWNERITEMS.
       MOVE SPACES TO ANALYSTNAME.
       IF WS-DIG-ANALYSTOPEN = 1
         MOVE WS-DIG-CUROWNER TO ANALYSTKEY
         READ ANALYSTDATAFILE
           INVALID KEY MOVE SPACES TO ANALYSTNAME
         END-READ
       END-IF.
       MOVE SPACES TO DIGESTHEADFD.
       MOVE "H" TO DIGHRECTYPE.
       MOVE WS-DIG-CUROWNER TO DIGHOWNER.
       MOVE ANALYSTNAME TO DIGHNAME.
       MOVE WS-DIG-TODAY TO DIGHRUNDATE.
       MOVE WS-DIG-OWNERITEMS TO DIGHITEMS.
       WRITE DIGESTHEADFD.
       ADD 1 TO WS-DIG-RECCOUNT.

       999-DIG-DETAIL.
       MOVE SPACES TO DIGESTDETFD.
       MOVE "D" TO DIGDRECTYPE.
       MOVE WS-DIG-TOWNER(WS-DIG-SUB) TO DIGDOWNER.
       EVALUATE WS-DIG-TTYPE(WS-DIG-SUB)
         WHEN 1 MOVE "ASSIGNED" TO DIGDITEM
         WHEN 2 MOVE "UNBLOCKED" TO DIGDITEM
         WHEN 3 MOVE "OVERDUE" TO DIGDITEM
         WHEN 4 MOVE "DUE" TO DIGDITEM
       END-EVALUATE.
       MOVE WS-DIG-TTASK(WS-DIG-SUB) TO DIGDTASKKEY.
       MOVE WS-DIG-TTEXT(WS-DIG-SUB) TO DIGDTEXT.
       MOVE WS-DIG-TPRIORITY(WS-DIG-SUB) TO DIGDPRIORITY.
       MOVE WS-DIG-TDUEDATE(WS-DIG-SUB) TO DIGDDUEDATE.
       MOVE WS-DIG-TCATEGORY(WS-DIG-SUB) TO DIGDCATEGORY.
       WRITE DIGESTDETFD.
       ADD 1 TO WS-DIG-RECCOUNT.

      * STORES THE RUN DATE, THE AUDIT TIMESTAMP READ UP TO AND THE
      * NEXT WORKING DAY COVERED, FOR THE NEXT RUN TO START FROM.
       999-DIG-ROLL.
       MOVE SPACES TO CTLDIGESTFD.
       MOVE "DIGEST" TO CTLDIGKEY.
       MOVE WS-DIG-TODAY TO CTLDIGDATE.
       MOVE WS-DIG-RUNTS TO CTLDIGAUDITTS.
       MOVE WS-DIG-HORIZON TO CTLDIGHORIZON.
       IF WS-DIG-HAVECTL = 1
         REWRITE CTLDIGESTFD
           INVALID KEY
             DISPLAY "!!!ERROR DIGEST CONTROL RECORD NOT STORED"
         END-REWRITE
       ELSE
         WRITE CTLDIGESTFD
           INVALID KEY
             REWRITE CTLDIGESTFD
               INVALID KEY
                 DISPLAY "!!!ERROR DIGEST CONTROL RECORD NOT STORED"
             END-REWRITE
         END-WRITE
       END-IF.

      * A TASK WAITS WHILE ANY OF ITS PREREQUISITES IS STILL ON THE
      * TASK FILE. A PREREQUISITE THAT IS NO LONGER ON THE TASK FILE
      * COUNTS AS SATISFIED.
       999-DEP-LOADTABLE.
       MOVE ZERO TO WS-DEP-COUNT.
       OPEN INPUT DEPDATAFILE.
       IF WS-DEPFILESTATUS NOT = "00"
         AND WS-DEPFILESTATUS NOT = "05"
         DISPLAY "!!!DEPDATAFILE I/O STATUS " WS-DEPFILESTATUS
       ELSE
         PERFORM UNTIL WS-ENDOFFILE = 1
           READ DEPDATAFILE NEXT RECORD
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
             READ TODODATAFILE NEXT RECORD
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
