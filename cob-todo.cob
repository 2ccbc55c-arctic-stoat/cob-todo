             ACCESS MODE IS DYNAMIC
             RECORD KEY IS NOTEKEY
             FILE STATUS IS WS-NOTEFILESTATUS.
           SELECT OPTIONAL TIMEDATAFILE ASSIGN TO "cob-todo-time.dat"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS TIMEKEY
             FILE STATUS IS WS-TIMEFILESTATUS.
           SELECT OPTIONAL CTLDATAFILE ASSIGN TO "cob-todo-ctl.dat"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS CALDATE
             FILE STATUS IS WS-CALFILESTATUS.
           SELECT OPTIONAL ANALYSTDATAFILE ASSIGN TO
             "cob-todo-analyst.dat"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS ANALYSTKEY
             FILE STATUS IS WS-ANALYSTFILESTATUS.
           SELECT OPTIONAL KITDATAFILE ASSIGN TO "cob-todo-kit.dat"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS KITKEY
             FILE STATUS IS WS-KITFILESTATUS.
           SELECT OPTIONAL AUDITFILE ASSIGN TO "cob-todo-audit.dat"
             ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL ARCHIVEDATAFILE ASSIGN TO
         FILE SECTION.
         FD TODODATAFILE
           RECORD CONTAINS 80 CHARACTERS.
      * TODOSTATUS IS O (OPEN), I (IN PROGRESS) OR H (ON HOLD). A
      * BLANK STATUS ON A RECORD WRITTEN BEFORE THE FIELD EXISTED
      * READS AS OPEN. AN ON HOLD TASK ALWAYS CARRIES A HOLD REASON
      * CODE AND AN EXPECTED RESUME DATE, WHICH ARE BLANK OTHERWISE.
      * TODOESTHOURS IS THE ESTIMATED EFFORT IN WHOLE HOURS. ZERO,
      * OR SPACES ON AN OLDER RECORD, MEANS NO ESTIMATE WAS GIVEN.
      * TODOKITNAME AND TODOKITRUN TAG A TASK CREATED FROM A TASK
      * KIT WITH THE KIT NAME AND THE RUN NUMBER OF THAT KIT RUN.
      * BOTH ARE BLANK ON EVERY OTHER TASK.
         01 TODODATAFILEFD.
           05 TODOKEY PIC X(4).
           05 TODOTEXT PIC X(25).
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
           05 RECURCATEGORY PIC X(10).
           05 RECURFREQ PIC X(1).
           05 RECURDAY PIC X(2).
      * CATSLADAYS IS THE TURNAROUND TARGET IN BUSINESS DAYS. ZERO,
      * OR SPACES ON A RECORD WRITTEN BEFORE THE FIELD, MEANS NONE.
         FD CATDATAFILE
           RECORD CONTAINS 80 CHARACTERS.
         01 CATDATAFILEFD.
           05 CATKEY PIC X(10).
           05 CATSTATUS PIC X(1).
           05 CATDESC PIC X(25).
           05 CATSLADAYS PIC 9(3).
         FD DEPDATAFILE
           RECORD CONTAINS 80 CHARACTERS.
         01 DEPDATAFILEFD.
             10 NOTETASK PIC X(12).
             10 NOTESEQ PIC X(4).
           05 NOTETEXT PIC X(60).
      * TIME ENTRIES ARE KEYED THE SAME WAY AS THE NOTES: THE TASK
      * NUMBER WHILE THE TASK IS OPEN AND THE DONE/ARCHIVE KEY ONCE
      * IT HAS BEEN MOVED. TIMEHOURS IS IN HOURS AND TENTHS.
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
         FD CTLDATAFILE
           RECORD CONTAINS 80 CHARACTERS.
         01 CTLDATAFILEFD.
           05 CTLKEY PIC X(8).
           05 CTLNEXTTASK PIC 9(4).
      * THE KIT RUN NUMBER TAGS EVERY TASK CREATED BY ONE KIT RUN.
         01 CTLKITRUNFD.
           05 CTLKITRUNKEY PIC X(8).
           05 CTLKITNEXTRUN PIC 9(4).
           05 FILLER PIC X(68).
         FD CALDATAFILE
           RECORD CONTAINS 80 CHARACTERS.
         01 CALDATAFILEFD.
           05 CALDATE PIC X(6).
           05 CALDESC PIC X(25).
      * ANALYSTSTATUS IS A (ACTIVE) OR I (INACTIVE). THE ABSENCE
      * DATES AND THE DELEGATE ARE BLANK WHEN NO ABSENCE IS SET.
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
      * A TASK KIT IS A NAMED SET OF UP TO 20 COMPONENT TASKS THAT
      * ARE CREATED TOGETHER. KITOFFSET IS THE DUE DATE IN BUSINESS
      * DAYS AFTER THE KIT START DATE. KITDEPS HOLDS UP TO FIVE
      * TWO DIGIT NUMBERS OF EARLIER COMPONENTS THIS ONE WAITS ON.
         FD KITDATAFILE
           RECORD CONTAINS 80 CHARACTERS.
         01 KITDATAFILEFD.
           05 KITKEY.
             10 KITNAME PIC X(6).
             10 KITSEQ PIC X(2).
           05 KITTEXT PIC X(25).
           05 KITPRIORITY PIC X(1).
           05 KITCATEGORY PIC X(10).
           05 KITOWNER PIC X(8).
           05 KITOFFSET PIC 9(3).
           05 KITDEPS PIC X(10).
         FD DONEDATAFILE
           RECORD CONTAINS 80 CHARACTERS.
         01 DONEDATAFILEFD.
           05 DONEPRIORITY PIC X(1).
           05 DONEDUEDATE PIC X(6).
           05 DONECATEGORY PIC X(10).
           05 DONEESTHOURS PIC 9(3).
         FD AUDITFILE
           RECORD CONTAINS 90 CHARACTERS.
         01 AUDITFILEFD.
           05 ARCHIVEDUEDATE PIC X(6).
           05 ARCHIVECATEGORY PIC X(10).
           05 ARCHIVEDATE PIC X(6).
           05 ARCHIVEESTHOURS PIC 9(3).
         FD REPORTFILE
           RECORD CONTAINS 100 CHARACTERS.
         01 REPORTFILEFD PIC X(100).
           05 WS-TODOCATEGORY PIC X(10).
           05 WS-TODORECURKEY PIC X(4).
           05 WS-TODOOWNER PIC X(8).
           05 WS-TODOSTATUS PIC X(1).
           05 WS-TODOHOLDREASON PIC X(2).
           05 WS-TODORESUMEDATE PIC X(6).
           05 WS-TODOESTHOURS PIC 9(3).
           05 WS-TODOKITNAME PIC X(6).
           05 WS-TODOKITRUN PIC X(4).
         01 WS-TODOKEYN PIC 9(4) VALUE ZERO.
         01 WS-MAXTODOKEYN PIC 9(4) VALUE ZERO.
         01 WS-CHANGE-OLDOWNER PIC X(8).
         01 WS-DONEDATAFILEFD.
           05 WS-DONEKEY PIC X(12).
           05 WS-DONETEXT PIC X(25).
           05 WS-DONEPRIORITY PIC X(1).
           05 WS-DONEDUEDATE PIC X(6).
           05 WS-DONECATEGORY PIC X(10).
           05 WS-DONEESTHOURS PIC 9(3).
         01 DATEANDTIME.
           05 CURRENTDATE.
             10 YY PIC 99.
         01 WS-AUDIT-KEY PIC X(12).
         01 WS-AUDIT-OLDTEXT PIC X(25).
         01 WS-AUDIT-NEWTEXT PIC X(25).
         01 WS-AUDIT-BEFORE.
           05 WS-AUDIT-BPRIORITY PIC X(1).
           05 WS-AUDIT-BDUEDATE PIC X(6).
           05 WS-AUDIT-BCATEGORY PIC X(10).
           05 WS-AUDIT-BOWNER PIC X(8).
         01 WS-AUDIT-TIMESTAMP PIC X(14).
         01 WS-REPORTFILENAME PIC X(45).
         01 WS-REPORTRECORDCOUNT PIC 9(4) VALUE ZERO.
         01 WS-AGING-RANK PIC 9 VALUE ZERO.
         01 WS-AGING-RECBUCKET PIC 9 VALUE ZERO.
         01 WS-AGING-RECRANK PIC 9 VALUE ZERO.
         01 WS-AGING-HEADING PIC X(40).
         01 WS-AGING-OVERDUECOUNT PIC 9(4) VALUE ZERO.
         01 WS-AGING-HOLDCOUNT PIC 9(4) VALUE ZERO.
         01 WS-STATUS-DESC PIC X(11).
         01 WS-STATUS-NEW PIC X(1).
         01 WS-STATUS-FOUND PIC 9 VALUE ZERO.
         01 WS-STATUS-AUDIT.
           05 FILLER PIC X(7) VALUE "STATUS ".
           05 WS-STATUS-AUDITSTATUS PIC X(1).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-STATUS-AUDITREASON PIC X(2).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-STATUS-AUDITRESUME PIC X(6).
         01 WS-HOLD-LOOKUPCODE PIC X(2).
         01 WS-HOLD-LOOKUPDESC PIC X(25).
         01 WS-HOLD-FOUND PIC 9 VALUE ZERO.
         01 WS-DATE-WORK.
           05 WS-DATE-YY PIC 99.
           05 WS-DATE-MM PIC 99.
           05 WS-CALDATE PIC X(6).
           05 WS-CALDESC PIC X(25).
         01 WS-CAL-LOOKUPDATE PIC X(6).
         01 WS-ANALYSTDATAFILEFD.
           05 WS-ANALYSTKEY PIC X(8).
           05 WS-ANALYSTNAME PIC X(25).
           05 WS-ANALYSTTEAM PIC X(10).
           05 WS-ANALYSTSTATUS PIC X(1).
           05 WS-ANALYSTABSFROM PIC X(6).
           05 WS-ANALYSTABSTO PIC X(6).
           05 WS-ANALYSTDELEGATE PIC X(8).
         01 WS-ANALYST-TABLE.
           05 WS-ANALYST-ENTRY OCCURS 500 TIMES.
             10 WS-ANALYST-TKEY PIC X(8).
             10 WS-ANALYST-TABSFROM PIC X(6).
             10 WS-ANALYST-TABSTO PIC X(6).
             10 WS-ANALYST-TDELEGATE PIC X(8).
         01 WS-ANALYST-COUNT PIC 9(4) VALUE ZERO.
         01 WS-ANALYST-SUB PIC 9(4) VALUE ZERO.
         01 WS-ANALYST-TODAY PIC X(6).
         01 WS-ANALYST-CHECKKEY PIC X(8).
         01 WS-ANALYST-COVER PIC X(8).
         01 WS-ANALYST-LOOKUPKEY PIC X(8).
         01 WS-ANALYST-ACTIVE PIC 9 VALUE ZERO.
         01 WS-ANALYST-FOUND PIC 9 VALUE ZERO.
         01 WS-ANALYST-LISTCOUNT PIC 9(4) VALUE ZERO.
         01 WS-ANALYST-TASKCOUNT PIC 9(4) VALUE ZERO.
         01 WS-ANALYST-NEWNAME PIC X(25).
         01 WS-ANALYST-NEWTEAM PIC X(10).
         01 WS-ANALYST-NEWFROM PIC X(6).
         01 WS-ANALYST-NEWTO PIC X(6).
         01 WS-ANALYST-NEWDELEGATE PIC X(8).
         01 WS-ANALYST-FROMKEY PIC X(8).
         01 WS-ANALYST-TOKEY PIC X(8).
         01 WS-KITDATAFILEFD.
           05 WS-KITKEY.
             10 WS-KITNAME PIC X(6).
             10 WS-KITSEQ PIC X(2).
           05 WS-KITTEXT PIC X(25).
           05 WS-KITPRIORITY PIC X(1).
           05 WS-KITCATEGORY PIC X(10).
           05 WS-KITOWNER PIC X(8).
           05 WS-KITOFFSET PIC 9(3).
           05 WS-KITDEPS.
             10 WS-KITDEP OCCURS 5 TIMES PIC X(2).
         01 WS-KIT-TABLE.
           05 WS-KIT-ENTRY OCCURS 20 TIMES.
             10 WS-KIT-TSEQ PIC X(2).
             10 WS-KIT-TTEXT PIC X(25).
             10 WS-KIT-TPRIORITY PIC X(1).
             10 WS-KIT-TCATEGORY PIC X(10).
             10 WS-KIT-TOWNER PIC X(8).
             10 WS-KIT-TOFFSET PIC 9(3).
             10 WS-KIT-TDEPS.
               15 WS-KIT-TDEP OCCURS 5 TIMES PIC X(2).
             10 WS-KIT-TDEPKEYS.
               15 WS-KIT-TDEPKEY OCCURS 5 TIMES PIC X(4).
             10 WS-KIT-TDUEDATE PIC X(6).
             10 WS-KIT-TNEWKEY PIC X(4).
         01 WS-KIT-COUNT PIC 99 VALUE ZERO.
         01 WS-KIT-SUB PIC 99 VALUE ZERO.
         01 WS-KIT-FINDSUB PIC 99 VALUE ZERO.
         01 WS-KIT-FOUND PIC 99 VALUE ZERO.
         01 WS-KIT-FINDSEQ PIC X(2).
         01 WS-KIT-DEPSUB PIC 9 VALUE ZERO.
         01 WS-KIT-DEPSUB2 PIC 9 VALUE ZERO.
         01 WS-KIT-LOOKUPNAME PIC X(6).
         01 WS-KIT-BASEDATE PIC X(6).
         01 WS-KIT-RUNN PIC 9(4) VALUE ZERO.
         01 WS-KIT-RESULT PIC 99 VALUE ZERO.
         01 WS-KIT-BADSEQ PIC X(2).
         01 WS-KIT-FIRSTKEY PIC X(4).
         01 WS-KIT-LASTKEY PIC X(4).
         01 WS-KIT-SEQN PIC 99 VALUE ZERO.
         01 WS-CAL-NONWORK PIC 9 VALUE ZERO.
         01 WS-CAL-LISTCOUNT PIC 9(4) VALUE ZERO.
         01 WS-AGING-WORKDAYS PIC 9 VALUE ZERO.
           05 WS-CATKEY PIC X(10).
           05 WS-CATSTATUS PIC X(1).
           05 WS-CATDESC PIC X(25).
           05 WS-CATSLADAYS PIC 9(3).
         01 WS-DEPDATAFILEFD.
           05 WS-DEPTASKKEY PIC X(4).
           05 WS-DEPPREREQKEY PIC X(4).
         01 WS-DEP-EXISTS PIC 9 VALUE ZERO.
         01 WS-DEP-LISTCOUNT PIC 9(4) VALUE ZERO.
         01 WS-DEP-PURGEKEY PIC X(4).
         01 WS-DEP-PURGEMOVE PIC 9 VALUE ZERO.
         01 WS-NOTEDATAFILEFD.
           05 WS-NOTETASK PIC X(12).
           05 WS-NOTESEQ PIC X(4).
         01 WS-NOTE-COUNT PIC 9(4) VALUE ZERO.
         01 WS-NOTE-FOUND PIC 9 VALUE ZERO.
         01 WS-NOTE-INCLUDE PIC X(1).
         01 WS-TIMEDATAFILEFD.
           05 WS-TIMETASK PIC X(12).
           05 WS-TIMESEQ PIC X(4).
           05 WS-TIMEANALYST PIC X(8).
           05 WS-TIMEDATE PIC X(6).
           05 WS-TIMEHOURS PIC 9(2)V9.
           05 WS-TIMEREMARK PIC X(30).
         01 WS-TIME-TASKKEY PIC X(12).
         01 WS-TIME-NEWTASK PIC X(12).
         01 WS-TIME-SEQN PIC 9(4) VALUE ZERO.
         01 WS-TIME-MAXSEQN PIC 9(4) VALUE ZERO.
         01 WS-TIME-COUNT PIC 9(4) VALUE ZERO.
         01 WS-TIME-FOUND PIC 9 VALUE ZERO.
         01 WS-TIME-TOTAL PIC 9(4)V9 VALUE ZERO.
         01 WS-TIME-ESTHOURS PIC 9(3) VALUE ZERO.
         01 WS-TIME-EDITWORK PIC 9(4)V9 VALUE ZERO.
         01 WS-TIME-EDITPARTS REDEFINES WS-TIME-EDITWORK.
           05 WS-TIME-EDITINT PIC 9(4).
           05 WS-TIME-EDITDEC PIC 9.
         01 WS-TIME-EDITTEXT.
           05 WS-TIME-EDITTEXTINT PIC 9(4).
           05 FILLER PIC X(1) VALUE ".".
           05 WS-TIME-EDITTEXTDEC PIC 9.
         01 WS-TIME-AUDIT.
           05 WS-TIME-AUDITANALYST PIC X(8).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-TIME-AUDITDATE PIC X(6).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-TIME-AUDITHOURS PIC X(6).
         01 WS-CAT-NEWKEY PIC X(10).
         01 WS-CAT-LOOKUPKEY PIC X(10).
         01 WS-CAT-ACTIVE PIC 9 VALUE ZERO.
         01 WS-CAT-LISTCOUNT PIC 9(4) VALUE ZERO.
         01 WS-CAT-SLADAYS PIC 9(3) VALUE ZERO.
         01 WS-CAT-SLANEW PIC 9(3) VALUE ZERO.
         01 WS-CAT-SLAOLD PIC 9(3) VALUE ZERO.
         01 WS-CAT-SLATEXT.
           05 FILLER PIC X(4) VALUE "SLA ".
           05 WS-CAT-SLATEXTDAYS PIC 9(3).
         01 WS-SLA-DAYS PIC 9(3) VALUE ZERO.
         01 WS-SLA-COUNT PIC 9(3) VALUE ZERO.
         01 WS-SLA-STEP PIC 9(4) VALUE ZERO.
         01 WS-EDIT-OK PIC 9 VALUE ZERO.
         01 WS-BACKUPDONE PIC 9 VALUE ZERO.
         01 WS-BACKUPGEN PIC 9 VALUE ZERO.
         01 WS-CATFILESTATUS PIC X(2) VALUE "00".
         01 WS-DEPFILESTATUS PIC X(2) VALUE "00".
         01 WS-NOTEFILESTATUS PIC X(2) VALUE "00".
         01 WS-TIMEFILESTATUS PIC X(2) VALUE "00".
         01 WS-CTLFILESTATUS PIC X(2) VALUE "00".
         01 WS-CALFILESTATUS PIC X(2) VALUE "00".
         01 WS-ANALYSTFILESTATUS PIC X(2) VALUE "00".
         01 WS-KITFILESTATUS PIC X(2) VALUE "00".
         01 WS-CTL-OK PIC 9 VALUE ZERO.
         01 WS-CTL-OPEN PIC 9 VALUE ZERO.
         01 WS-CTL-SCANERR PIC 9 VALUE ZERO.
         DISPLAY "    6 : Recurring task definitions"
         DISPLAY "    7 : Category maintenance"
         DISPLAY "    8 : Non-working day calendar"
         DISPLAY "    9 : Analyst maintenance"
         DISPLAY "   10 : Task kits"
         DISPLAY "   11 : Exit application"
         ACCEPT USER-SELECTION

         EVALUATE USER-SELECTION
           WHEN 6 GO TO 999-SELECTION1RECUR
           WHEN 7 GO TO 999-SELECTION1CAT
           WHEN 8 GO TO 999-SELECTION1CALENDAR
           WHEN 9 GO TO 999-SELECTION1ANALYST
           WHEN 10 GO TO 999-SELECTION1KIT
           WHEN 11 GO TO 999-SELECTION3
           WHEN OTHER GO TO 999-SELECTION0ERROR
         END-EVALUATE
       END-PERFORM.
         READ TODODATAFILE INTO WS-TODODATAFILEFD
           AT END MOVE 1 TO WS-ENDOFFILE
           NOT AT END
           PERFORM 999-STATUS-DESCRIBE
           DISPLAY TODOKEY " " TODOTEXT
             " PRIORITY:" WS-TODOPRIORITY " DUE:" WS-TODODUEDATE
             " CATEGORY:" WS-TODOCATEGORY
             " OWNER:" WS-TODOOWNER
             " STATUS:" WS-STATUS-DESC
           PERFORM 999-STATUS-HOLDSHOW
           IF WS-TODOKITNAME NOT = SPACES
             DISPLAY "     FROM KIT " WS-TODOKITNAME
               " RUN " WS-TODOKITRUN
           END-IF
           MOVE WS-TODOKEY TO WS-DEP-CHECKKEY
           PERFORM 999-DEP-BLOCKCHECK
           IF WS-DEP-BLOCKED = 1
         DISPLAY "    7 : Filter to do list by category"
         DISPLAY "    8 : Task dependencies"
         DISPLAY "    9 : Task notes"
         DISPLAY "   10 : Task time"
         DISPLAY "   11 : My tasks"
         DISPLAY "   12 : Change task status"
         DISPLAY "   13 : Go to main menu"
         DISPLAY "   14 : Exit application"
         ACCEPT USER-SELECTION

         EVALUATE USER-SELECTION
           WHEN 7 GO TO 999-SELECTION1FILTER
           WHEN 8 GO TO 999-SELECTION1DEP
           WHEN 9 GO TO 999-SELECTION1NOTE
           WHEN 10 GO TO 999-SELECTION1TIME
           WHEN 11 GO TO 999-SELECTION1MINE
           WHEN 12 GO TO 999-SELECTION1STATUS
           WHEN 13 GO TO 999-SELECTION0
           WHEN 14 GO TO 999-SELECTION3
           WHEN OTHER GO TO 999-SELECTION1ERROR
         END-EVALUATE
       END-PERFORM.
       IF WS-EDIT-OK = 0
         GO TO 999-SELECTION1
       END-IF.
       IF WS-TODODUEDATE = SPACES
         AND WS-TODOCATEGORY NOT = SPACES
         AND WS-CAT-SLADAYS > ZERO
         PERFORM 999-SLA-DEFAULTDUE
         DISPLAY "Due date set from category target: " WS-TODODUEDATE
       END-IF.
       DISPLAY " ".

       PERFORM 999-NEXTKEY-GET.
       MOVE WS-TODOCATEGORY TO TODOCATEGORY.
       MOVE SPACES TO TODORECURKEY.
       MOVE WS-TODOOWNER TO TODOOWNER.
       MOVE "O" TO TODOSTATUS.
       MOVE SPACES TO TODOHOLDREASON.
       MOVE SPACES TO TODORESUMEDATE.
       MOVE WS-TODOESTHOURS TO TODOESTHOURS.
       MOVE SPACES TO TODOKITNAME.
       MOVE SPACES TO TODOKITRUN.
      * ANOTHER SESSION CAN TAKE THE SAME NEW NUMBER BETWEEN THE
      * SCAN AND THE WRITE, SO A DUPLICATE MOVES ON TO THE NEXT
      * FREE NUMBER INSTEAD OF FAILING.
         INVALID KEY CONTINUE
       END-READ.
       MOVE TODOTEXT TO WS-AUDIT-OLDTEXT.
       MOVE TODOOWNER TO WS-CHANGE-OLDOWNER.
       MOVE TODOPRIORITY TO WS-AUDIT-BPRIORITY.
       MOVE TODODUEDATE TO WS-AUDIT-BDUEDATE.
       MOVE TODOCATEGORY TO WS-AUDIT-BCATEGORY.
       MOVE TODOOWNER TO WS-AUDIT-BOWNER.
       MOVE WS-TODOTEXT TO TODOTEXT.
       MOVE WS-TODOPRIORITY TO TODOPRIORITY.
       MOVE WS-TODODUEDATE TO TODODUEDATE.
       MOVE WS-TODOCATEGORY TO TODOCATEGORY.
       MOVE WS-TODOOWNER TO TODOOWNER.
       MOVE WS-TODOESTHOURS TO TODOESTHOURS.
       REWRITE TODODATAFILEFD
         INVALID KEY DISPLAY"!!!ERROR TASK DOSE NOT EXIST!"
         NOT INVALID KEY
           MOVE TODOKEY TO WS-AUDIT-KEY
           MOVE TODOTEXT TO WS-AUDIT-NEWTEXT
           PERFORM 999-AUDITLOG
           PERFORM 999-AUDITBEFORE
           IF TODOOWNER NOT = WS-CHANGE-OLDOWNER
             MOVE "REASSIGN" TO WS-AUDIT-ACTION
             MOVE TODOKEY TO WS-AUDIT-KEY
             MOVE SPACES TO WS-AUDIT-OLDTEXT
             STRING "OWNER " WS-CHANGE-OLDOWNER
               DELIMITED BY SIZE INTO WS-AUDIT-OLDTEXT
             END-STRING
             MOVE SPACES TO WS-AUDIT-NEWTEXT
             STRING "OWNER " TODOOWNER
               DELIMITED BY SIZE INTO WS-AUDIT-NEWTEXT
             END-STRING
             PERFORM 999-AUDITLOG
           END-IF
       END-REWRITE.

       CLOSE TODODATAFILE.
         INVALID KEY CONTINUE
       END-READ.
       MOVE TODOTEXT TO WS-AUDIT-OLDTEXT.
       MOVE TODOPRIORITY TO WS-AUDIT-BPRIORITY.
       MOVE TODODUEDATE TO WS-AUDIT-BDUEDATE.
       MOVE TODOCATEGORY TO WS-AUDIT-BCATEGORY.
       MOVE TODOOWNER TO WS-AUDIT-BOWNER.
       DELETE TODODATAFILE
         INVALID KEY DISPLAY "!!!ERROR TASK DOSE NOT EXIST!"
         NOT INVALID KEY
           MOVE TODOKEY TO WS-AUDIT-KEY
           MOVE SPACES TO WS-AUDIT-NEWTEXT
           PERFORM 999-AUDITLOG
           PERFORM 999-AUDITBEFORE
       END-DELETE.
       CLOSE TODODATAFILE.
       PERFORM 999-TODOFILESTATUS-CHECK.
       MOVE SPACES TO WS-NOTE-TASKKEY.
       MOVE WS-TODOKEY TO WS-NOTE-TASKKEY(1:4).
       PERFORM 999-NOTE-PURGE.
       MOVE WS-NOTE-TASKKEY TO WS-TIME-TASKKEY.
       PERFORM 999-TIME-PURGE.
       MOVE WS-TODOKEY TO WS-DEP-PURGEKEY.
       MOVE 0 TO WS-DEP-PURGEMOVE.
       PERFORM 999-DEP-PURGE.

       GO TO 999-SELECTION1.
       MOVE WS-TODOPRIORITY TO DONEPRIORITY.
       MOVE WS-TODODUEDATE TO DONEDUEDATE.
       MOVE WS-TODOCATEGORY TO DONECATEGORY.
       IF WS-TODOESTHOURS IS NUMERIC
         MOVE WS-TODOESTHOURS TO DONEESTHOURS
       ELSE
         MOVE ZERO TO DONEESTHOURS
       END-IF.

       PERFORM 999-DONEFILE-OPENIO.
       PERFORM 999-DONEFILESTATUS-CHECK.
       CLOSE DONEDATAFILE.
       PERFORM 999-DONEFILESTATUS-CHECK.

       MOVE WS-TODOPRIORITY TO WS-AUDIT-BPRIORITY.
       MOVE WS-TODODUEDATE TO WS-AUDIT-BDUEDATE.
       MOVE WS-TODOCATEGORY TO WS-AUDIT-BCATEGORY.
       MOVE WS-TODOOWNER TO WS-AUDIT-BOWNER.
       PERFORM 999-TODOFILE-OPENIO.
       PERFORM 999-TODOFILESTATUS-CHECK.
       DELETE TODODATAFILE
           MOVE WS-TODOTEXT TO WS-AUDIT-OLDTEXT
           MOVE DONEKEY TO WS-AUDIT-NEWTEXT
           PERFORM 999-AUDITLOG
           PERFORM 999-AUDITBEFORE
       END-DELETE.
       CLOSE TODODATAFILE.
       PERFORM 999-TODOFILESTATUS-CHECK.
       MOVE SPACES TO WS-NOTE-TASKKEY.
       MOVE WS-TODOKEY TO WS-NOTE-TASKKEY(1:4).
       PERFORM 999-NOTE-REKEY.
       MOVE WS-NOTE-TASKKEY TO WS-TIME-TASKKEY.
       MOVE WS-NOTE-NEWTASK TO WS-TIME-NEWTASK.
       PERFORM 999-TIME-REKEY.
       MOVE WS-TODOKEY TO WS-DEP-PURGEKEY.
       MOVE 1 TO WS-DEP-PURGEMOVE.
       PERFORM 999-DEP-PURGE.

       IF WS-TODORECURKEY NOT = SPACES
           END-STRING
           WRITE REPORTFILEFD
           ADD 1 TO WS-REPORTRECORDCOUNT
           PERFORM 999-STATUS-DESCRIBE
           MOVE SPACES TO REPORTFILEFD
           IF WS-TODOSTATUS = "H"
             MOVE WS-TODOHOLDREASON TO WS-HOLD-LOOKUPCODE
             PERFORM 999-HOLD-LOOKUP
             STRING "     STATUS:" WS-STATUS-DESC
               " REASON:" WS-HOLD-LOOKUPDESC
               " RESUME:" WS-TODORESUMEDATE
               DELIMITED BY SIZE INTO REPORTFILEFD
             END-STRING
           ELSE
             STRING "     STATUS:" WS-STATUS-DESC
               DELIMITED BY SIZE INTO REPORTFILEFD
             END-STRING
           END-IF
           WRITE REPORTFILEFD
           IF WS-NOTE-INCLUDE = "Y" OR WS-NOTE-INCLUDE = "y"
             MOVE SPACES TO WS-NOTE-TASKKEY
             MOVE WS-TODOKEY TO WS-NOTE-TASKKEY(1:4)
           AT END MOVE 1 TO WS-ENDOFFILE
           NOT AT END
           IF WS-TODOCATEGORY = WS-FILTERCATEGORY
             PERFORM 999-STATUS-DESCRIBE
             DISPLAY WS-TODOKEY " " WS-TODOTEXT
               " PRIORITY:" WS-TODOPRIORITY " DUE:" WS-TODODUEDATE
               " STATUS:" WS-STATUS-DESC
             PERFORM 999-STATUS-HOLDSHOW
           END-IF
         END-READ
       END-PERFORM.
       DISPLAY "My tasks".
       DISPLAY "------------------------".

      * TASKS OF AN ANALYST WHO IS ABSENT TODAY ALSO SHOW ON THE
      * DELEGATE'S LIST, MARKED WITH THE OWNER BEING COVERED.
       PERFORM 999-ANALYST-LOADTABLE.
       PERFORM 999-TODOFILE-OPENINPUT.
       PERFORM 999-TODOFILESTATUS-CHECK.
       PERFORM UNTIL WS-ENDOFFILE = 1
         READ TODODATAFILE INTO WS-TODODATAFILEFD
           AT END MOVE 1 TO WS-ENDOFFILE
           NOT AT END
           MOVE WS-TODOOWNER TO WS-ANALYST-CHECKKEY
           PERFORM 999-ANALYST-COVERCHECK
           IF WS-TODOOWNER = WS-FILTEROWNER
             OR (WS-ANALYST-COVER NOT = SPACES
               AND WS-ANALYST-COVER = WS-FILTEROWNER)
             PERFORM 999-STATUS-DESCRIBE
             DISPLAY WS-TODOKEY " " WS-TODOTEXT
               " PRIORITY:" WS-TODOPRIORITY " DUE:" WS-TODODUEDATE
               " CATEGORY:" WS-TODOCATEGORY
               " STATUS:" WS-STATUS-DESC
             PERFORM 999-STATUS-HOLDSHOW
             IF WS-ANALYST-COVER NOT = SPACES
               DISPLAY "     OWNER " WS-TODOOWNER
                 " IS ABSENT, COVERED BY " WS-ANALYST-COVER
             END-IF
           END-IF
         END-READ
       END-PERFORM.

       GO TO 999-SELECTION1.

      * THE WORK STATUS OF AN OPEN TASK MOVES BETWEEN OPEN, IN
      * PROGRESS AND ON HOLD. PUTTING A TASK ON HOLD NEEDS A REASON
      * CODE AND AN EXPECTED RESUME DATE SO THE AGING WORKLIST CAN
      * KEEP IT OUT OF THE OVERDUE BACKLOG. TAKING A TASK OFF HOLD
      * CLEARS BOTH AGAIN. PUTTING AN ON HOLD TASK ON HOLD AGAIN IS
      * HOW THE REASON OR THE RESUME DATE IS CHANGED.
       999-SELECTION1STATUS.
       MOVE 0 TO USER-SELECTION.
       PERFORM 999-BACKUP THRU 999-BACKUP-EXIT.
       DISPLAY " ".
       DISPLAY "Enter task number:".
       ACCEPT WS-TODOKEY.
       PERFORM 999-TODOKEY-NORMALIZE.
       IF WS-TODOKEY IS NOT NUMERIC
         DISPLAY "!!!ERROR IN INPUT"
         GO TO 999-SELECTION1
       END-IF.

       MOVE 0 TO WS-STATUS-FOUND.
       PERFORM 999-TODOFILE-OPENINPUT.
       PERFORM 999-TODOFILESTATUS-CHECK.
       MOVE WS-TODOKEY TO TODOKEY.
       READ TODODATAFILE INTO WS-TODODATAFILEFD
         KEY IS TODOKEY
         INVALID KEY DISPLAY "!!!ERROR TASK DOSE NOT EXIST!"
         NOT INVALID KEY MOVE 1 TO WS-STATUS-FOUND
       END-READ.
       CLOSE TODODATAFILE.
       PERFORM 999-TODOFILESTATUS-CHECK.
       IF WS-STATUS-FOUND = 0
         GO TO 999-SELECTION1
       END-IF.

       IF WS-TODOSTATUS NOT = "I" AND WS-TODOSTATUS NOT = "H"
         MOVE "O" TO WS-TODOSTATUS
         MOVE SPACES TO WS-TODOHOLDREASON
         MOVE SPACES TO WS-TODORESUMEDATE
       END-IF.
       PERFORM 999-STATUS-DESCRIBE.
       DISPLAY "Task " WS-TODOKEY " " WS-TODOTEXT
         " STATUS:" WS-STATUS-DESC.
       PERFORM 999-STATUS-HOLDSHOW.
       PERFORM 999-STATUS-AUDITTEXT.
       MOVE WS-STATUS-AUDIT TO WS-AUDIT-OLDTEXT.

       DISPLAY "Enter new status (O=Open, I=In progress, H=On hold):".
       ACCEPT WS-STATUS-NEW.
       IF WS-STATUS-NEW NOT = "O"
         AND WS-STATUS-NEW NOT = "I"
         AND WS-STATUS-NEW NOT = "H"
         DISPLAY "!!!ERROR STATUS MUST BE O, I OR H"
         GO TO 999-SELECTION1
       END-IF.
       IF WS-STATUS-NEW = WS-TODOSTATUS AND WS-STATUS-NEW NOT = "H"
         DISPLAY "!!!ERROR TASK ALREADY HAS THAT STATUS"
         GO TO 999-SELECTION1
       END-IF.

       IF WS-STATUS-NEW = "H"
         PERFORM 999-HOLD-PICKLIST
         DISPLAY "Enter hold reason code:"
         ACCEPT WS-HOLD-LOOKUPCODE
         PERFORM 999-HOLD-LOOKUP
         IF WS-HOLD-FOUND = 0
           DISPLAY "!!!ERROR UNKNOWN HOLD REASON CODE"
           GO TO 999-SELECTION1
         END-IF
         DISPLAY "Enter expected resume date (YYMMDD):"
         ACCEPT WS-DATE-WORK
         PERFORM 999-DATE-VALIDATE
         ACCEPT CURRENTDATE FROM DATE
         IF WS-DATE-VALID = 0
           DISPLAY "!!!ERROR RESUME DATE IS NOT A REAL DATE"
           GO TO 999-SELECTION1
         END-IF
         IF WS-DATE-WORK < CURRENTDATE
           DISPLAY "!!!ERROR RESUME DATE IS IN THE PAST"
           GO TO 999-SELECTION1
         END-IF
         MOVE WS-HOLD-LOOKUPCODE TO WS-TODOHOLDREASON
         MOVE WS-DATE-WORK TO WS-TODORESUMEDATE
       ELSE
         MOVE SPACES TO WS-TODOHOLDREASON
         MOVE SPACES TO WS-TODORESUMEDATE
       END-IF.
       MOVE WS-STATUS-NEW TO WS-TODOSTATUS.

       PERFORM 999-TODOFILE-OPENIO.
       PERFORM 999-TODOFILESTATUS-CHECK.
       MOVE WS-TODOKEY TO TODOKEY.
       READ TODODATAFILE
         INVALID KEY CONTINUE
       END-READ.
       MOVE WS-TODOSTATUS TO TODOSTATUS.
       MOVE WS-TODOHOLDREASON TO TODOHOLDREASON.
       MOVE WS-TODORESUMEDATE TO TODORESUMEDATE.
       REWRITE TODODATAFILEFD
         INVALID KEY DISPLAY"!!!ERROR TASK DOSE NOT EXIST!"
         NOT INVALID KEY
           DISPLAY "Task status changed"
           MOVE "STATUS" TO WS-AUDIT-ACTION
           MOVE TODOKEY TO WS-AUDIT-KEY
           PERFORM 999-STATUS-AUDITTEXT
           MOVE WS-STATUS-AUDIT TO WS-AUDIT-NEWTEXT
           PERFORM 999-AUDITLOG
       END-REWRITE.
       CLOSE TODODATAFILE.
       PERFORM 999-TODOFILESTATUS-CHECK.

       GO TO 999-SELECTION1.

       999-SELECTION1DEP.
       MOVE 0 TO USER-SELECTION.
       DISPLAY " ".
      * WHEN A TASK LEAVES THE TASK FILE ITS DEPENDENCY RECORDS GO
      * WITH IT, BOTH AS THE WAITING TASK AND AS THE PREREQUISITE,
      * SO A LATER TASK THAT REUSES THE NUMBER DOES NOT INHERIT
      * THEM. WHEN THE TASK LEFT BY A MOVE, EACH LINK IT WAS THE
      * PREREQUISITE OF IS LOGGED AS DEPMET AGAINST THE WAITING
      * TASK, SO THE NIGHTLY DIGEST CAN TELL ITS OWNER.
       999-DEP-PURGE.
       OPEN I-O DEPDATAFILE.
       IF WS-DEPFILESTATUS NOT = "00"
               DELETE DEPDATAFILE
                 INVALID KEY
                   DISPLAY "!!!ERROR DEPENDENCY NOT FOUND"
                 NOT INVALID KEY
                   IF WS-DEP-PURGEMOVE = 1
                     AND WS-DEPPREREQKEY = WS-DEP-PURGEKEY
                     PERFORM 999-DEP-METAUDIT
                   END-IF
               END-DELETE
             END-IF
           END-READ
       END-IF.
       MOVE 0 TO WS-ENDOFFILE.

       999-DEP-METAUDIT.
       MOVE "DEPMET" TO WS-AUDIT-ACTION.
       MOVE WS-DEPTASKKEY TO WS-AUDIT-KEY.
       MOVE SPACES TO WS-AUDIT-OLDTEXT.
       STRING "WAITS ON " WS-DEPPREREQKEY
         DELIMITED BY SIZE INTO WS-AUDIT-OLDTEXT
       END-STRING.
       MOVE "PREREQ COMPLETED" TO WS-AUDIT-NEWTEXT.
       PERFORM 999-AUDITLOG.

       999-DEPFILESTATUS-CHECK.
       IF WS-DEPFILESTATUS NOT = "00"
         AND WS-DEPFILESTATUS NOT = "05"
         DISPLAY "!!!NOTEDATAFILE I/O STATUS " WS-NOTEFILESTATUS
       END-IF.

       999-SELECTION1TIME.
       MOVE 0 TO USER-SELECTION.
       DISPLAY " ".
       DISPLAY "---------".
       DISPLAY "Task time".
       DISPLAY "---------".

       PERFORM UNTIL USER-SELECTION>0
         DISPLAY " "
         DISPLAY "MENU"
         DISPLAY "----------------------------------------"
         DISPLAY "    ENTER YOUR CHOICE"
         DISPLAY "    1 : Log time against a task"
         DISPLAY "    2 : View time for a task"
         DISPLAY "    3 : Delete a time entry"
         DISPLAY "    4 : Go to To do list"
         DISPLAY "    5 : Go to main menu"
         DISPLAY "    6 : Exit application"
         ACCEPT USER-SELECTION

         EVALUATE USER-SELECTION
           WHEN 1 GO TO 999-SELECTION1TIMEADD
           WHEN 2 GO TO 999-SELECTION1TIMEVIEW
           WHEN 3 GO TO 999-SELECTION1TIMEDEL
           WHEN 4 GO TO 999-SELECTION1
           WHEN 5 GO TO 999-SELECTION0
           WHEN 6 GO TO 999-SELECTION3
           WHEN OTHER GO TO 999-SELECTION1TIMEERROR
         END-EVALUATE
       END-PERFORM.

       999-SELECTION1TIMEERROR.

       DISPLAY " ".
       DISPLAY "!!!ERROR IN INPUT".
       GO TO 999-SELECTION1TIME.

      * TIME IS ONLY LOGGED AGAINST AN OPEN TASK, BY AN ANALYST ON
      * THE MASTER FILE, FOR A REAL DATE THAT IS NOT IN THE FUTURE.
       999-SELECTION1TIMEADD.
       MOVE 0 TO USER-SELECTION.
       DISPLAY " ".
       DISPLAY "Enter task number:".
       ACCEPT WS-TODOKEY.
       PERFORM 999-TODOKEY-NORMALIZE.
       IF WS-TODOKEY IS NOT NUMERIC
         DISPLAY "!!!ERROR IN INPUT"
         GO TO 999-SELECTION1TIME
       END-IF.

       PERFORM 999-TODOFILE-OPENINPUT.
       PERFORM 999-TODOFILESTATUS-CHECK.
       MOVE 1 TO WS-TIME-FOUND.
       MOVE WS-TODOKEY TO TODOKEY.
       READ TODODATAFILE
         INVALID KEY MOVE 0 TO WS-TIME-FOUND
       END-READ.
       CLOSE TODODATAFILE.
       PERFORM 999-TODOFILESTATUS-CHECK.
       IF WS-TIME-FOUND = 0
         DISPLAY "!!!ERROR TASK DOSE NOT EXIST!"
         GO TO 999-SELECTION1TIME
       END-IF.

       MOVE SPACES TO WS-TIME-TASKKEY.
       MOVE WS-TODOKEY TO WS-TIME-TASKKEY(1:4).
       DISPLAY "Enter analyst code (max 8 characters):".
       ACCEPT WS-TIMEANALYST.
       IF WS-TIMEANALYST = SPACES
         DISPLAY "!!!ERROR IN INPUT"
         GO TO 999-SELECTION1TIME
       END-IF.
       MOVE WS-TIMEANALYST TO WS-ANALYST-LOOKUPKEY.
       PERFORM 999-ANALYST-LOOKUP.
       IF WS-ANALYST-ACTIVE = 0
         DISPLAY "!!!ERROR ANALYST NOT ACTIVE IN MASTER"
         GO TO 999-SELECTION1TIME
       END-IF.

       ACCEPT CURRENTDATE FROM DATE.
       DISPLAY "Enter date worked (YYMMDD, blank for today):".
       ACCEPT WS-TIMEDATE.
       IF WS-TIMEDATE = SPACES
         MOVE CURRENTDATE TO WS-TIMEDATE
       END-IF.
       MOVE WS-TIMEDATE TO WS-DATE-WORK.
       PERFORM 999-DATE-VALIDATE.
       IF WS-DATE-VALID = 0
         DISPLAY "!!!ERROR DATE IS NOT A REAL DATE"
         GO TO 999-SELECTION1TIME
       END-IF.
       IF WS-TIMEDATE > CURRENTDATE
         DISPLAY "!!!ERROR DATE IS IN THE FUTURE"
         GO TO 999-SELECTION1TIME
       END-IF.

       DISPLAY "Enter hours worked (for example 1.5, max 99.9):".
       ACCEPT WS-TIMEHOURS.
       IF WS-TIMEHOURS IS NOT NUMERIC
         OR WS-TIMEHOURS = ZERO
         DISPLAY "!!!ERROR HOURS MUST BE MORE THAN ZERO"
         GO TO 999-SELECTION1TIME
       END-IF.
       DISPLAY "Enter remark (max 30 characters):".
       ACCEPT WS-TIMEREMARK.

       PERFORM 999-TIME-NEXTSEQ.
       ADD 1 TO WS-TIME-MAXSEQN GIVING WS-TIME-SEQN
         ON SIZE ERROR
           DISPLAY "!!!ERROR NO FREE TIME ENTRY NUMBERS LEFT"
           GO TO 999-SELECTION1TIME
       END-ADD.

       OPEN I-O TIMEDATAFILE.
       PERFORM 999-TIMEFILESTATUS-CHECK.
       MOVE WS-TIME-TASKKEY TO TIMETASK.
       MOVE WS-TIME-SEQN TO TIMESEQ.
       MOVE WS-TIMEANALYST TO TIMEANALYST.
       MOVE WS-TIMEDATE TO TIMEDATE.
       MOVE WS-TIMEHOURS TO TIMEHOURS.
       MOVE WS-TIMEREMARK TO TIMEREMARK.
       WRITE TIMEDATAFILEFD
         INVALID KEY DISPLAY"!!!ERROR RECORD ALREADY EXIST!"
         NOT INVALID KEY
           DISPLAY "Time entry " TIMESEQ " added to task " WS-TODOKEY
           MOVE TIMEHOURS TO WS-TIME-EDITWORK
           PERFORM 999-TIME-EDIT
           MOVE TIMEANALYST TO WS-TIME-AUDITANALYST
           MOVE TIMEDATE TO WS-TIME-AUDITDATE
           MOVE WS-TIME-EDITTEXT TO WS-TIME-AUDITHOURS
           MOVE "TIMEADD" TO WS-AUDIT-ACTION
           MOVE WS-TODOKEY TO WS-AUDIT-KEY
           MOVE SPACES TO WS-AUDIT-OLDTEXT
           MOVE WS-TIME-AUDIT TO WS-AUDIT-NEWTEXT
           PERFORM 999-AUDITLOG
       END-WRITE.
       CLOSE TIMEDATAFILE.
       PERFORM 999-TIMEFILESTATUS-CHECK.

       GO TO 999-SELECTION1TIME.

      * A FOUR DIGIT NUMBER LOOKS AT AN OPEN TASK, A TWELVE DIGIT
      * KEY LOOKS AT A MOVED OR ARCHIVED TASK. THE TOTAL IS SHOWN
      * AGAINST THE ESTIMATE CARRIED ON THE TASK.
       999-SELECTION1TIMEVIEW.
       MOVE 0 TO USER-SELECTION.
       DISPLAY " ".
       DISPLAY "Enter task number or done/archive key:".
       ACCEPT WS-AUDITQ-KEY.
       PERFORM 999-AUDITQKEY-NORMALIZE.
       MOVE WS-AUDITQ-KEY TO WS-TIME-TASKKEY.
       PERFORM 999-TIME-LIST.
       IF WS-TIME-COUNT = ZERO
         DISPLAY "No time logged for " WS-TIME-TASKKEY
       ELSE
         MOVE WS-TIME-TOTAL TO WS-TIME-EDITWORK
         PERFORM 999-TIME-EDIT
         DISPLAY "    TOTAL HOURS: " WS-TIME-EDITTEXT
       END-IF.
       PERFORM 999-TIME-ESTIMATE-GET.
       IF WS-TIME-FOUND = 1
         IF WS-TIME-ESTHOURS = ZERO
           DISPLAY "    NO ESTIMATE ON THE TASK"
         ELSE
           DISPLAY "    ESTIMATED HOURS: " WS-TIME-ESTHOURS
         END-IF
       END-IF.
       GO TO 999-SELECTION1TIME.

       999-SELECTION1TIMEDEL.
       MOVE 0 TO USER-SELECTION.
       DISPLAY " ".
       DISPLAY "Enter task number or done/archive key:".
       ACCEPT WS-AUDITQ-KEY.
       PERFORM 999-AUDITQKEY-NORMALIZE.
       DISPLAY "Enter time entry number:".
       ACCEPT WS-TIME-SEQN.

       OPEN I-O TIMEDATAFILE.
       PERFORM 999-TIMEFILESTATUS-CHECK.
       MOVE WS-AUDITQ-KEY TO TIMETASK.
       MOVE WS-TIME-SEQN TO TIMESEQ.
       READ TIMEDATAFILE
         INVALID KEY
           DISPLAY "!!!ERROR TIME ENTRY DOSE NOT EXIST!"
         NOT INVALID KEY
           MOVE TIMEHOURS TO WS-TIME-EDITWORK
           PERFORM 999-TIME-EDIT
           MOVE TIMEANALYST TO WS-TIME-AUDITANALYST
           MOVE TIMEDATE TO WS-TIME-AUDITDATE
           MOVE WS-TIME-EDITTEXT TO WS-TIME-AUDITHOURS
           DELETE TIMEDATAFILE
             INVALID KEY
               DISPLAY "!!!ERROR TIME ENTRY DOSE NOT EXIST!"
             NOT INVALID KEY
               DISPLAY "Time entry deleted"
               MOVE "TIMEDEL" TO WS-AUDIT-ACTION
               MOVE WS-AUDITQ-KEY TO WS-AUDIT-KEY
               MOVE WS-TIME-AUDIT TO WS-AUDIT-OLDTEXT
               MOVE SPACES TO WS-AUDIT-NEWTEXT
               PERFORM 999-AUDITLOG
           END-DELETE
       END-READ.
       CLOSE TIMEDATAFILE.
       PERFORM 999-TIMEFILESTATUS-CHECK.

       GO TO 999-SELECTION1TIME.

       999-TIME-LIST.
       MOVE ZERO TO WS-TIME-COUNT.
       MOVE ZERO TO WS-TIME-TOTAL.
       OPEN INPUT TIMEDATAFILE.
       IF WS-TIMEFILESTATUS NOT = "00"
         AND WS-TIMEFILESTATUS NOT = "05"
         PERFORM 999-TIMEFILESTATUS-CHECK
       ELSE
         PERFORM UNTIL WS-ENDOFFILE = 1
           READ TIMEDATAFILE
             AT END MOVE 1 TO WS-ENDOFFILE
             NOT AT END
             IF TIMETASK = WS-TIME-TASKKEY
               MOVE TIMEHOURS TO WS-TIME-EDITWORK
               PERFORM 999-TIME-EDIT
               DISPLAY "    ENTRY " TIMESEQ ": " TIMEDATE " "
                 TIMEANALYST " " WS-TIME-EDITTEXT " " TIMEREMARK
               ADD TIMEHOURS TO WS-TIME-TOTAL
               ADD 1 TO WS-TIME-COUNT
             END-IF
           END-READ
         END-PERFORM
         CLOSE TIMEDATAFILE
         PERFORM 999-TIMEFILESTATUS-CHECK
       END-IF.
       MOVE 0 TO WS-ENDOFFILE.

      * THE ESTIMATE IS TAKEN FROM THE TASK FILE FOR A TASK NUMBER,
      * OR FROM THE DONE FILE AND THEN THE ARCHIVE MASTER FOR A
      * DONE/ARCHIVE KEY.
       999-TIME-ESTIMATE-GET.
       MOVE 0 TO WS-TIME-FOUND.
       MOVE ZERO TO WS-TIME-ESTHOURS.
       IF WS-TIME-TASKKEY(5:8) = SPACES
         PERFORM 999-TODOFILE-OPENINPUT
         PERFORM 999-TODOFILESTATUS-CHECK
         MOVE WS-TIME-TASKKEY(1:4) TO TODOKEY
         READ TODODATAFILE
           INVALID KEY CONTINUE
           NOT INVALID KEY
             MOVE 1 TO WS-TIME-FOUND
             IF TODOESTHOURS IS NUMERIC
               MOVE TODOESTHOURS TO WS-TIME-ESTHOURS
             END-IF
         END-READ
         CLOSE TODODATAFILE
         PERFORM 999-TODOFILESTATUS-CHECK
       ELSE
         PERFORM 999-DONEFILE-OPENINPUT
         PERFORM 999-DONEFILESTATUS-CHECK
         MOVE WS-TIME-TASKKEY TO DONEKEY
         READ DONEDATAFILE
           INVALID KEY CONTINUE
           NOT INVALID KEY
             MOVE 1 TO WS-TIME-FOUND
             IF DONEESTHOURS IS NUMERIC
               MOVE DONEESTHOURS TO WS-TIME-ESTHOURS
             END-IF
         END-READ
         CLOSE DONEDATAFILE
         PERFORM 999-DONEFILESTATUS-CHECK
       END-IF.
       IF WS-TIME-FOUND = 0 AND WS-TIME-TASKKEY(5:8) NOT = SPACES
         OPEN INPUT ARCHIVEDATAFILE
         IF WS-ARCHFILESTATUS NOT = "00"
           AND WS-ARCHFILESTATUS NOT = "05"
           PERFORM 999-ARCHFILESTATUS-CHECK
         ELSE
           MOVE WS-TIME-TASKKEY TO ARCHIVEKEY
           READ ARCHIVEDATAFILE
             INVALID KEY CONTINUE
             NOT INVALID KEY
               MOVE 1 TO WS-TIME-FOUND
               IF ARCHIVEESTHOURS IS NUMERIC
                 MOVE ARCHIVEESTHOURS TO WS-TIME-ESTHOURS
               END-IF
           END-READ
           CLOSE ARCHIVEDATAFILE
           PERFORM 999-ARCHFILESTATUS-CHECK
         END-IF
       END-IF.

       999-TIME-NEXTSEQ.
       MOVE ZERO TO WS-TIME-MAXSEQN.
       OPEN INPUT TIMEDATAFILE.
       IF WS-TIMEFILESTATUS NOT = "00"
         AND WS-TIMEFILESTATUS NOT = "05"
         PERFORM 999-TIMEFILESTATUS-CHECK
       ELSE
         PERFORM UNTIL WS-ENDOFFILE = 1
           READ TIMEDATAFILE
             AT END MOVE 1 TO WS-ENDOFFILE
             NOT AT END
             IF TIMETASK = WS-TIME-TASKKEY
               AND TIMESEQ IS NUMERIC
               MOVE TIMESEQ TO WS-TIME-SEQN
               IF WS-TIME-SEQN > WS-TIME-MAXSEQN
                 MOVE WS-TIME-SEQN TO WS-TIME-MAXSEQN
               END-IF
             END-IF
           END-READ
         END-PERFORM
         CLOSE TIMEDATAFILE
         PERFORM 999-TIMEFILESTATUS-CHECK
       END-IF.
       MOVE 0 TO WS-ENDOFFILE.

      * TIME ENTRIES FOLLOW THE TASK FROM THE TASK NUMBER TO THE
      * DONE KEY IN THE SAME WAY AS THE NOTES, SO THE HOURS STAY
      * WITH THE TASK IN THE DONE LIST AND THE ARCHIVE MASTER.
       999-TIME-REKEY.
       MOVE ZERO TO WS-TIME-COUNT.
       OPEN I-O TIMEDATAFILE.
       IF WS-TIMEFILESTATUS NOT = "00"
         AND WS-TIMEFILESTATUS NOT = "05"
         PERFORM 999-TIMEFILESTATUS-CHECK
       ELSE
         PERFORM UNTIL WS-ENDOFFILE = 1
           READ TIMEDATAFILE INTO WS-TIMEDATAFILEFD
             AT END MOVE 1 TO WS-ENDOFFILE
             NOT AT END
             IF WS-TIMETASK = WS-TIME-TASKKEY
               DELETE TIMEDATAFILE
                 INVALID KEY
                   DISPLAY "!!!ERROR TIME ENTRY NOT FOUND"
                 NOT INVALID KEY
                   MOVE WS-TIMEDATAFILEFD TO TIMEDATAFILEFD
                   MOVE WS-TIME-NEWTASK TO TIMETASK
                   WRITE TIMEDATAFILEFD
                     INVALID KEY
                       DISPLAY "!!!ERROR RECORD ALREADY EXIST!"
                     NOT INVALID KEY
                       ADD 1 TO WS-TIME-COUNT
                   END-WRITE
               END-DELETE
             END-IF
           END-READ
         END-PERFORM
         CLOSE TIMEDATAFILE
         PERFORM 999-TIMEFILESTATUS-CHECK
       END-IF.
       MOVE 0 TO WS-ENDOFFILE.
       IF WS-TIME-COUNT > ZERO
         DISPLAY "Time entries moved with the task: " WS-TIME-COUNT
       END-IF.

      * A REMOVED TASK TAKES ITS TIME ENTRIES WITH IT, FOR THE SAME
      * REASON AS THE NOTES.
       999-TIME-PURGE.
       OPEN I-O TIMEDATAFILE.
       IF WS-TIMEFILESTATUS NOT = "00"
         AND WS-TIMEFILESTATUS NOT = "05"
         PERFORM 999-TIMEFILESTATUS-CHECK
       ELSE
         PERFORM UNTIL WS-ENDOFFILE = 1
           READ TIMEDATAFILE INTO WS-TIMEDATAFILEFD
             AT END MOVE 1 TO WS-ENDOFFILE
             NOT AT END
             IF WS-TIMETASK = WS-TIME-TASKKEY
               DELETE TIMEDATAFILE
                 INVALID KEY
                   DISPLAY "!!!ERROR TIME ENTRY NOT FOUND"
               END-DELETE
             END-IF
           END-READ
         END-PERFORM
         CLOSE TIMEDATAFILE
         PERFORM 999-TIMEFILESTATUS-CHECK
       END-IF.
       MOVE 0 TO WS-ENDOFFILE.

      * HOURS ARE SHOWN AS WHOLE HOURS, A POINT AND THE TENTHS.
       999-TIME-EDIT.
       MOVE WS-TIME-EDITINT TO WS-TIME-EDITTEXTINT.
       MOVE WS-TIME-EDITDEC TO WS-TIME-EDITTEXTDEC.

       999-TIMEFILESTATUS-CHECK.
       IF WS-TIMEFILESTATUS NOT = "00"
         AND WS-TIMEFILESTATUS NOT = "05"
         DISPLAY "!!!TIMEDATAFILE I/O STATUS " WS-TIMEFILESTATUS
       END-IF.

       999-SELECTION1DONE.
       MOVE 0 TO USER-SELECTION.
       DISPLAY " ".
       DISPLAY "----------".
       DISPLAY "Done list".
       DISPLAY "----------".

       PERFORM 999-DONEFILE-OPENIO.
       PERFORM 999-DONEFILESTATUS-CHECK.
       PERFORM UNTIL WS-ENDOFFILE = 1
         READ DONEDATAFILE
           AT END MOVE 1 TO WS-ENDOFFILE
           NOT AT END
           DISPLAY DONEKEY " " DONETEXT
             " TASK:" DONETASKKEY " PRIORITY:" DONEPRIORITY
             " DUE:" DONEDUEDATE " CATEGORY:" DONECATEGORY
         END-READ
       END-PERFORM.
       CLOSE DONEDATAFILE.
       PERFORM 999-DONEFILESTATUS-CHECK.
       MOVE 0 TO WS-ENDOFFILE.

       PERFORM UNTIL USER-SELECTION>0
         DISPLAY " "
         DISPLAY "----------------------------------------"
         DISPLAY "MENU"
         DISPLAY "----------------------------------------"
         DISPLAY "    ENTER YOUR CHOICE"
         DISPLAY "    1 : Remove done task"
         DISPLAY "    2 : Remove all done tasks"
         DISPLAY "    3 : Weekly summary report"
         DISPLAY "    4 : Export done list to report file"
         DISPLAY "    5 : Search task archive"
         DISPLAY "    6 : Go to To do list"
         DISPLAY "    7 : Go to main menu"
         DISPLAY "    8 : Exit application"
         ACCEPT USER-SELECTION

         EVALUATE USER-SELECTION
           WHEN 1 GO TO 999-SELECTION1DONEREMOVE
           WHEN 2 GO TO 999-SELECTION1DONEREMOVEALL
           WHEN 3 GO TO 999-SELECTION1DONESUMMARY
           WHEN 4 GO TO 999-SELECTION1DONEEXPORT
           WHEN 5 GO TO 999-SELECTION1ARCH
           WHEN 6 GO TO 999-SELECTION1
           WHEN 7 GO TO 999-SELECTION0
           WHEN 8 GO TO 999-SELECTION3
           WHEN OTHER GO TO 999-SELECTION1ERROR
         END-EVALUATE
       END-PERFORM.

       999-SELECTION1DONEERROR.

       DISPLAY " ".
       DISPLAY "!!!ERROR IN INPUT".
       GO TO 999-SELECTION1DONE.

       999-SELECTION1DONESUMMARY.
       MOVE 0 TO USER-SELECTION.
       DISPLAY " ".
       DISPLAY "------------------------".
       DISPLAY "Weekly completed summary".
       DISPLAY "------------------------".

       MOVE ZERO TO WS-SUMMARY-ENTRIES.
       PERFORM VARYING WS-SUMMARY-SUB FROM 1 BY 1
         UNTIL WS-SUMMARY-SUB > 7
         MOVE SPACES TO WS-SUMMARY-DATE(WS-SUMMARY-SUB)
         MOVE ZERO TO WS-SUMMARY-COUNT(WS-SUMMARY-SUB)
       END-PERFORM.

       PERFORM 999-DONEFILE-OPENINPUT.
       PERFORM 999-DONEFILESTATUS-CHECK.
       PERFORM UNTIL WS-ENDOFFILE = 1
         READ DONEDATAFILE
           AT END MOVE 1 TO WS-ENDOFFILE
           NOT AT END
           MOVE DONEKEY(1:6) TO WS-SUMMARY-DONEDATE
           PERFORM 999-SELECTION1DONESUMMARY-ADD
         END-READ
       END-PERFORM.
       CLOSE DONEDATAFILE.
       PERFORM 999-DONEFILESTATUS-CHECK.
       MOVE 0 TO WS-ENDOFFILE.

       IF WS-SUMMARY-ENTRIES = ZERO
         DISPLAY "No completed tasks on file"
       ELSE
         PERFORM VARYING WS-SUMMARY-SUB FROM 1 BY 1
           UNTIL WS-SUMMARY-SUB > WS-SUMMARY-ENTRIES
           DISPLAY WS-SUMMARY-DATE(WS-SUMMARY-SUB) " : "
             WS-SUMMARY-COUNT(WS-SUMMARY-SUB) " completed"
         END-PERFORM
       END-IF.

       GO TO 999-SELECTION1DONE.

       999-SELECTION1DONESUMMARY-ADD.
       MOVE 0 TO WS-SUMMARY-FOUND.
       PERFORM VARYING WS-SUMMARY-SUB FROM 1 BY 1
         UNTIL WS-SUMMARY-SUB > WS-SUMMARY-ENTRIES
         IF WS-SUMMARY-DATE(WS-SUMMARY-SUB) = WS-SUMMARY-DONEDATE
           ADD 1 TO WS-SUMMARY-COUNT(WS-SUMMARY-SUB)
           MOVE 1 TO WS-SUMMARY-FOUND
         END-IF
       END-PERFORM.
       IF WS-SUMMARY-FOUND = 0 AND WS-SUMMARY-ENTRIES < 7
         ADD 1 TO WS-SUMMARY-ENTRIES
         MOVE WS-SUMMARY-DONEDATE TO WS-SUMMARY-DATE(WS-SUMMARY-ENTRIES)
         MOVE 1 TO WS-SUMMARY-COUNT(WS-SUMMARY-ENTRIES)
       END-IF.
       IF WS-SUMMARY-FOUND = 0 AND WS-SUMMARY-ENTRIES = 7
         PERFORM 999-SELECTION1DONESUMMARY-EVICT
         MOVE WS-SUMMARY-DONEDATE TO WS-SUMMARY-DATE(7)
         MOVE 1 TO WS-SUMMARY-COUNT(7)
       END-IF.

       999-SELECTION1DONESUMMARY-EVICT.
       PERFORM VARYING WS-SUMMARY-SUB FROM 1 BY 1
         UNTIL WS-SUMMARY-SUB > 6
         MOVE WS-SUMMARY-DATE(WS-SUMMARY-SUB + 1)
           TO WS-SUMMARY-DATE(WS-SUMMARY-SUB)
         MOVE WS-SUMMARY-COUNT(WS-SUMMARY-SUB + 1)
           TO WS-SUMMARY-COUNT(WS-SUMMARY-SUB)
       END-PERFORM.

       999-SELECTION1DONEEXPORT.
       MOVE 0 TO USER-SELECTION.
       DISPLAY " ".
       DISPLAY "Include task notes in the report (Y/N)?".
       ACCEPT WS-NOTE-INCLUDE.

       ACCEPT CURRENTDATE FROM DATE.
       ACCEPT CURRENTTIME FROM TIME.
       STRING "cob-todo-done-report-" CURRENTDATE
         "-" CURRENTTIME ".dat"
       END-IF.
       PERFORM 999-DONEFILE-OPENIO.
       PERFORM 999-DONEFILESTATUS-CHECK.
       READ DONEDATAFILE
         INVALID KEY DISPLAY "!!!ERROR TASK DOSE NOT EXIST!"
         NOT INVALID KEY
           MOVE DONETEXT TO WS-AUDIT-OLDTEXT
           MOVE DONEKEY TO WS-AUDIT-KEY
           DELETE DONEDATAFILE RECORD
             INVALID KEY DISPLAY "!!!ERROR TASK DOSE NOT EXIST!"
             NOT INVALID KEY
               DISPLAY "Task removed"
               MOVE "DONEREMOVE" TO WS-AUDIT-ACTION
               MOVE SPACES TO WS-AUDIT-NEWTEXT
               PERFORM 999-AUDITLOG
           END-DELETE
       END-READ.
       CLOSE DONEDATAFILE.
       PERFORM 999-DONEFILESTATUS-CHECK.


      * THE PURGE IS ABANDONED WHEN THE ARCHIVE MASTER CANNOT BE
      * OPENED, SO DONE TASKS ARE NEVER REMOVED WITHOUT A COPY.
      * EVERY TASK THAT LEAVES THE DONE FILE IS AUDITED, AS ARCHIVE
      * OR, WHEN THE ARCHIVE ALREADY HOLDS THE KEY, AS DONEREMOVE,
      * SO THE DAY-END BALANCING CAN ACCOUNT FOR THE RECORD COUNTS.
       OPEN I-O ARCHIVEDATAFILE.
       IF WS-ARCHFILESTATUS NOT = "00"
         AND WS-ARCHFILESTATUS NOT = "05"
             MOVE DONEDUEDATE TO ARCHIVEDUEDATE
             MOVE DONECATEGORY TO ARCHIVECATEGORY
             MOVE CURRENTDATE TO ARCHIVEDATE
             MOVE DONEESTHOURS TO ARCHIVEESTHOURS
             MOVE DONEKEY TO WS-AUDIT-KEY
             MOVE DONETEXT TO WS-AUDIT-OLDTEXT
             WRITE ARCHIVEDATAFILEFD
               INVALID KEY
                 ADD 1 TO WS-ARCH-SKIPCOUNT
                 MOVE "DONEREMOVE" TO WS-AUDIT-ACTION
                 MOVE "ALREADY IN ARCHIVE" TO WS-AUDIT-NEWTEXT
               NOT INVALID KEY
                 ADD 1 TO WS-ARCH-COUNT
                 MOVE "ARCHIVE" TO WS-AUDIT-ACTION
                 MOVE SPACES TO WS-AUDIT-NEWTEXT
                 STRING "ARCHIVED " ARCHIVEDATE
                   DELIMITED BY SIZE INTO WS-AUDIT-NEWTEXT
                 END-STRING
             END-WRITE
             PERFORM 999-AUDITLOG
           END-IF
         END-READ
       END-PERFORM.
       MOVE " " TO DONEPRIORITY.
       MOVE " " TO DONEDUEDATE.
       MOVE " " TO DONECATEGORY.
       MOVE ZERO TO DONEESTHOURS.
       WRITE DONEDATAFILEFD
       END-WRITE.
       CLOSE DONEDATAFILE.
       WRITE AUDITFILEFD.
       CLOSE AUDITFILE.

      * THE CHANGE, REMOVE AND MOVE ENTRIES ONLY CARRY THE TASK
      * TEXT, SO EACH IS FOLLOWED BY A BEFORE ENTRY WHOSE OLD TEXT
      * HOLDS THE PRIORITY, DUE DATE, CATEGORY AND OWNER THE TASK
      * HAD, AND WHOSE NEW TEXT NAMES THE ENTRY IT BELONGS TO. IT
      * IS WRITTEN AFTER THE MAIN ENTRY SO THAT AN UNDO BY
      * TIMESTAMP STILL FINDS THE MAIN ENTRY FIRST.
       999-AUDITBEFORE.
       MOVE WS-AUDIT-ACTION TO WS-AUDIT-NEWTEXT.
       MOVE "BEFORE" TO WS-AUDIT-ACTION.
       MOVE WS-AUDIT-BEFORE TO WS-AUDIT-OLDTEXT.
       PERFORM 999-AUDITLOG.

       999-TODOFILESTATUS-CHECK.
       EVALUATE WS-TODOFILESTATUS
         WHEN "00"
      * THROUGH RATHER THAN BLOCKING ALL ENTRY ON A BROKEN FILE.
       999-CAT-LOOKUP.
       MOVE 0 TO WS-CAT-ACTIVE.
       MOVE ZERO TO WS-CAT-SLADAYS.
       OPEN INPUT CATDATAFILE.
       IF WS-CATFILESTATUS NOT = "00"
         AND WS-CATFILESTATUS NOT = "05"
             IF CATSTATUS = "A"
               MOVE 1 TO WS-CAT-ACTIVE
             END-IF
             IF CATSLADAYS IS NUMERIC
               MOVE CATSLADAYS TO WS-CAT-SLADAYS
             END-IF
         END-READ
         CLOSE CATDATAFILE
         PERFORM 999-CATFILESTATUS-CHECK
       END-IF.
       DISPLAY "Enter owner code (max 8 characters, blank for none):".
       ACCEPT WS-TODOOWNER.
       IF WS-TODOOWNER NOT = SPACES
         MOVE WS-TODOOWNER TO WS-ANALYST-LOOKUPKEY
         PERFORM 999-ANALYST-LOOKUP
         IF WS-ANALYST-ACTIVE = 0
           DISPLAY "!!!ERROR OWNER NOT AN ACTIVE ANALYST IN MASTER"
           MOVE 0 TO WS-EDIT-OK
         END-IF
         IF WS-ANALYST-ACTIVE = 1
           AND WS-ANALYSTDELEGATE NOT = SPACES
           ACCEPT CURRENTDATE FROM DATE
           IF WS-ANALYSTABSFROM NOT > CURRENTDATE
             AND WS-ANALYSTABSTO NOT < CURRENTDATE
             DISPLAY "!!!WARNING OWNER IS ABSENT UNTIL "
               WS-ANALYSTABSTO ", TASK SHOWS FOR "
               WS-ANALYSTDELEGATE
           END-IF
         END-IF
       END-IF.
       DISPLAY "Enter estimated hours (0-999, 0 for no estimate):".
       ACCEPT WS-TODOESTHOURS.
       IF WS-TODOESTHOURS IS NOT NUMERIC
         DISPLAY "!!!ERROR ESTIMATED HOURS MUST BE A NUMBER"
         MOVE 0 TO WS-EDIT-OK
       END-IF.

      * A BLANK STATUS IS A TASK WRITTEN BEFORE THE STATUS FIELD
      * EXISTED AND COUNTS AS OPEN.
       999-STATUS-DESCRIBE.
       EVALUATE WS-TODOSTATUS
         WHEN "I" MOVE "IN PROGRESS" TO WS-STATUS-DESC
         WHEN "H" MOVE "ON HOLD" TO WS-STATUS-DESC
         WHEN OTHER MOVE "OPEN" TO WS-STATUS-DESC
       END-EVALUATE.

       999-STATUS-HOLDSHOW.
       IF WS-TODOSTATUS = "H"
         MOVE WS-TODOHOLDREASON TO WS-HOLD-LOOKUPCODE
         PERFORM 999-HOLD-LOOKUP
         DISPLAY "     ON HOLD: " WS-HOLD-LOOKUPDESC
           " RESUME:" WS-TODORESUMEDATE
       END-IF.

       999-STATUS-AUDITTEXT.
       MOVE WS-TODOSTATUS TO WS-STATUS-AUDITSTATUS.
       MOVE WS-TODOHOLDREASON TO WS-STATUS-AUDITREASON.
       MOVE WS-TODORESUMEDATE TO WS-STATUS-AUDITRESUME.

      * HOLD REASONS ARE FOR WORK WAITING OUTSIDE THE TEAM. THE LIST
      * IS SHORT AND FIXED, SO IT IS KEPT HERE RATHER THAN IN A FILE.
       999-HOLD-LOOKUP.
       MOVE 1 TO WS-HOLD-FOUND.
       EVALUATE WS-HOLD-LOOKUPCODE
         WHEN "01" MOVE "WAITING ON OTHER TEAM" TO WS-HOLD-LOOKUPDESC
         WHEN "02" MOVE "WAITING ON REQUESTER" TO WS-HOLD-LOOKUPDESC
         WHEN "03" MOVE "WAITING ON VENDOR" TO WS-HOLD-LOOKUPDESC
         WHEN "04" MOVE "WAITING ON APPROVAL" TO WS-HOLD-LOOKUPDESC
         WHEN "05" MOVE "WAITING ON CHANGE WINDOW" TO WS-HOLD-LOOKUPDESC
         WHEN "99" MOVE "OTHER, SEE TASK NOTES" TO WS-HOLD-LOOKUPDESC
         WHEN OTHER
           MOVE 0 TO WS-HOLD-FOUND
           MOVE "UNKNOWN REASON" TO WS-HOLD-LOOKUPDESC
       END-EVALUATE.

       999-HOLD-PICKLIST.
       DISPLAY "Hold reasons:".
       DISPLAY "  01 WAITING ON OTHER TEAM".
       DISPLAY "  02 WAITING ON REQUESTER".
       DISPLAY "  03 WAITING ON VENDOR".
       DISPLAY "  04 WAITING ON APPROVAL".
       DISPLAY "  05 WAITING ON CHANGE WINDOW".
       DISPLAY "  99 OTHER, SEE TASK NOTES".

       999-RECURFILESTATUS-CHECK.
       IF WS-RECURFILESTATUS NOT = "00"
         PERFORM 999-WORKDAY-CHECK
       END-PERFORM.

      * MOVES WS-DATE-WORK FORWARD BY WS-SLA-DAYS WORKING DAYS, SO
      * ONE DAY FROM A FRIDAY LANDS ON THE MONDAY. THE STEP COUNT IS
      * CAPPED AS IN 999-DATE-NEXTWORKDAY.
       999-DATE-ADDWORKDAYS.
       MOVE ZERO TO WS-SLA-COUNT.
       MOVE ZERO TO WS-SLA-STEP.
       PERFORM UNTIL WS-SLA-COUNT NOT < WS-SLA-DAYS
         OR WS-SLA-STEP > 5000
         ADD 1 TO WS-SLA-STEP
         PERFORM 999-DATE-NEXTDAY
         PERFORM 999-WORKDAY-CHECK
         IF WS-WORKDAY = 1
           ADD 1 TO WS-SLA-COUNT
         END-IF
       END-PERFORM.

      * A NEW TASK WITHOUT A DUE DATE GETS THE TARGET OF ITS
      * CATEGORY, COUNTED IN WORKING DAYS FROM TODAY.
       999-SLA-DEFAULTDUE.
       ACCEPT CURRENTDATE FROM DATE.
       MOVE CURRENTDATE TO WS-DATE-WORK.
       MOVE WS-CAT-SLADAYS TO WS-SLA-DAYS.
       PERFORM 999-DATE-ADDWORKDAYS.
       MOVE WS-DATE-WORK TO WS-TODODUEDATE.

       999-CALENDAR-LOOKUP.
       MOVE 0 TO WS-CAL-NONWORK.
       OPEN INPUT CALDATAFILE.
         END-IF
       END-PERFORM.
       MOVE WS-DATE-WORK TO WS-AGING-WEEKEND.
       PERFORM 999-ANALYST-LOADTABLE.

       STRING "cob-todo-aging-report-" CURRENTDATE
         "-" CURRENTTIME ".dat"
       END-STRING.

       MOVE ZERO TO WS-REPORTRECORDCOUNT.
       MOVE ZERO TO WS-AGING-OVERDUECOUNT.
       MOVE ZERO TO WS-AGING-HOLDCOUNT.
       OPEN OUTPUT REPORTFILE.
       MOVE SPACES TO REPORTFILEFD.
       STRING "OVERDUE AND AGING WORKLIST " WS-AGING-TODAY
       END-STRING.
       WRITE REPORTFILEFD.

      * ON HOLD TASKS ARE WAITING OUTSIDE THE TEAM, SO THEY ARE
      * LISTED IN A SECTION OF THEIR OWN AFTER THE OTHERS AND ARE NOT
      * COUNTED IN THE OVERDUE BACKLOG WHATEVER THEIR DUE DATE.
       PERFORM VARYING WS-AGING-BUCKET FROM 1 BY 1
         UNTIL WS-AGING-BUCKET > 5
         EVALUATE WS-AGING-BUCKET
           WHEN 1 MOVE "--- OVERDUE" TO WS-AGING-HEADING
           WHEN 2 MOVE "--- DUE THIS WEEK" TO WS-AGING-HEADING
           WHEN 3 MOVE "--- DUE LATER" TO WS-AGING-HEADING
           WHEN 4 MOVE "--- NO DUE DATE" TO WS-AGING-HEADING
           WHEN 5 MOVE "--- ON HOLD (WAITING OUTSIDE THE TEAM)"
             TO WS-AGING-HEADING
         END-EVALUATE
         DISPLAY WS-AGING-HEADING
         MOVE WS-AGING-HEADING TO REPORTFILEFD
         END-PERFORM
       END-PERFORM.

       DISPLAY "OVERDUE BACKLOG: " WS-AGING-OVERDUECOUNT
         " ON HOLD: " WS-AGING-HOLDCOUNT.
       MOVE SPACES TO REPORTFILEFD.
       STRING "OVERDUE BACKLOG: " WS-AGING-OVERDUECOUNT
         " ON HOLD: " WS-AGING-HOLDCOUNT
         DELIMITED BY SIZE INTO REPORTFILEFD
       END-STRING.
       WRITE REPORTFILEFD.
       MOVE SPACES TO REPORTFILEFD.
       STRING "RECORD COUNT: " WS-REPORTRECORDCOUNT
         DELIMITED BY SIZE INTO REPORTFILEFD
           AT END MOVE 1 TO WS-ENDOFFILE
           NOT AT END
           PERFORM 999-SELECTION1AGING-CLASSIFY
           MOVE WS-TODOOWNER TO WS-ANALYST-CHECKKEY
           PERFORM 999-ANALYST-COVERCHECK
           IF WS-AGING-RECBUCKET = WS-AGING-BUCKET
             AND WS-AGING-RECRANK = WS-AGING-RANK
             AND (WS-AGING-OWNER = SPACES
               OR WS-TODOOWNER = WS-AGING-OWNER
               OR (WS-ANALYST-COVER NOT = SPACES
                 AND WS-ANALYST-COVER = WS-AGING-OWNER))
             DISPLAY WS-TODOKEY " " WS-TODOTEXT
               " PRIORITY:" WS-TODOPRIORITY " DUE:" WS-TODODUEDATE
               " CATEGORY:" WS-TODOCATEGORY
             END-STRING
             WRITE REPORTFILEFD
             ADD 1 TO WS-REPORTRECORDCOUNT
             IF WS-AGING-BUCKET = 1
               ADD 1 TO WS-AGING-OVERDUECOUNT
             END-IF
             IF WS-AGING-BUCKET = 5
               ADD 1 TO WS-AGING-HOLDCOUNT
               PERFORM 999-SELECTION1AGING-HOLDLINE
             END-IF
             IF WS-ANALYST-COVER NOT = SPACES
               PERFORM 999-SELECTION1AGING-COVERLINE
             END-IF
           END-IF
         END-READ
       END-PERFORM.
       PERFORM 999-TODOFILESTATUS-CHECK.
       MOVE 0 TO WS-ENDOFFILE.

       999-SELECTION1AGING-HOLDLINE.
       MOVE WS-TODOHOLDREASON TO WS-HOLD-LOOKUPCODE.
       PERFORM 999-HOLD-LOOKUP.
       MOVE SPACES TO REPORTFILEFD.
       IF WS-TODORESUMEDATE < WS-AGING-TODAY
         DISPLAY "     ON HOLD: " WS-HOLD-LOOKUPDESC
           " RESUME:" WS-TODORESUMEDATE " !!!RESUME DATE PASSED"
         STRING "     ON HOLD: " WS-HOLD-LOOKUPDESC
           " RESUME:" WS-TODORESUMEDATE " !!!RESUME DATE PASSED"
           DELIMITED BY SIZE INTO REPORTFILEFD
         END-STRING
       ELSE
         DISPLAY "     ON HOLD: " WS-HOLD-LOOKUPDESC
           " RESUME:" WS-TODORESUMEDATE
         STRING "     ON HOLD: " WS-HOLD-LOOKUPDESC
           " RESUME:" WS-TODORESUMEDATE
           DELIMITED BY SIZE INTO REPORTFILEFD
         END-STRING
       END-IF.
       WRITE REPORTFILEFD.

       999-SELECTION1AGING-COVERLINE.
       DISPLAY "     OWNER " WS-TODOOWNER
         " IS ABSENT, COVERED BY " WS-ANALYST-COVER.
       MOVE SPACES TO REPORTFILEFD.
       STRING "     OWNER " WS-TODOOWNER
         " IS ABSENT, COVERED BY " WS-ANALYST-COVER
         DELIMITED BY SIZE INTO REPORTFILEFD
       END-STRING.
       WRITE REPORTFILEFD.

       999-SELECTION1AGING-CLASSIFY.
       IF WS-TODOSTATUS = "H"
         MOVE 5 TO WS-AGING-RECBUCKET
       ELSE
         IF WS-TODODUEDATE = SPACES
           OR WS-TODODUEDATE IS NOT NUMERIC
           MOVE 4 TO WS-AGING-RECBUCKET
         ELSE
           IF WS-TODODUEDATE < WS-AGING-TODAY
             MOVE 1 TO WS-AGING-RECBUCKET
           ELSE
             IF WS-TODODUEDATE NOT > WS-AGING-WEEKEND
               MOVE 2 TO WS-AGING-RECBUCKET
             ELSE
               MOVE 3 TO WS-AGING-RECBUCKET
             END-IF
           END-IF
         END-IF
       END-IF.
       EVALUATE WS-TODOPRIORITY
           PERFORM 999-UNDO-CHANGE
         WHEN "MOVE"
           PERFORM 999-UNDO-MOVE THRU 999-UNDO-MOVE-EXIT
         WHEN "ESCALATE"
           PERFORM 999-UNDO-ESCALATE
         WHEN OTHER
           DISPLAY "!!!ERROR ONLY REMOVE, CHANGE, MOVE AND ESCALATE"
             " CAN BE UNDONE"
       END-EVALUATE.

       GO TO 999-SELECTION1AUDIT.
       MOVE SPACES TO TODOCATEGORY.
       MOVE SPACES TO TODORECURKEY.
       MOVE SPACES TO TODOOWNER.
       MOVE "O" TO TODOSTATUS.
       MOVE SPACES TO TODOHOLDREASON.
       MOVE SPACES TO TODORESUMEDATE.
       MOVE ZERO TO TODOESTHOURS.
       MOVE SPACES TO TODOKITNAME.
       MOVE SPACES TO TODOKITRUN.
       WRITE TODODATAFILEFD
         INVALID KEY
           DISPLAY "!!!ERROR TASK NUMBER IS IN USE AGAIN"
       CLOSE TODODATAFILE.
       PERFORM 999-TODOFILESTATUS-CHECK.

      * THE ESCALATE ENTRY HOLDS "PRIORITY x" BEFORE AND AFTER THE
      * NIGHTLY RAISE. THE OLD PRIORITY IS ONLY PUT BACK WHILE THE
      * TASK STILL HAS THE RAISED ONE, SO A LATER CHANGE BY HAND IS
      * NOT OVERWRITTEN. THE UNDO ENTRY IS MARKED "OF ESCALATE",
      * WHICH ALSO TELLS THE NIGHTLY RUN NOT TO RAISE THE TASK AGAIN.
       999-UNDO-ESCALATE.
       PERFORM 999-TODOFILE-OPENIO.
       PERFORM 999-TODOFILESTATUS-CHECK.
       MOVE WS-UNDO-KEY(1:4) TO TODOKEY.
       READ TODODATAFILE
         INVALID KEY
           DISPLAY "!!!ERROR TASK DOSE NOT EXIST!"
         NOT INVALID KEY
           IF TODOPRIORITY NOT = WS-UNDO-NEWTEXT(10:1)
             DISPLAY "!!!ERROR PRIORITY HAS BEEN CHANGED SINCE, "
               "NOT UNDONE"
           ELSE
             MOVE WS-UNDO-OLDTEXT(10:1) TO TODOPRIORITY
             REWRITE TODODATAFILEFD
               INVALID KEY DISPLAY "!!!ERROR TASK DOSE NOT EXIST!"
               NOT INVALID KEY
                 DISPLAY "Priority " TODOPRIORITY
                   " put back on " TODOKEY
                 MOVE "UNDO" TO WS-AUDIT-ACTION
                 MOVE TODOKEY TO WS-AUDIT-KEY
                 MOVE "OF ESCALATE" TO WS-AUDIT-OLDTEXT
                 MOVE WS-UNDO-OLDTEXT TO WS-AUDIT-NEWTEXT
                 PERFORM 999-AUDITLOG
             END-REWRITE
           END-IF
       END-READ.
       CLOSE TODODATAFILE.
       PERFORM 999-TODOFILESTATUS-CHECK.

      * THE MOVE AUDIT ENTRY HOLDS THE ORIGINAL TASK NUMBER IN ITS
      * KEY AND THE DONE KEY IN ITS NEW TEXT, WHICH IS ENOUGH TO
      * PULL THE TASK BACK OUT OF THE DONE FILE UNDER ITS OLD
      * NUMBER. NOTES AND TIME ENTRIES THAT FOLLOWED THE TASK ARE
      * REKEYED BACK.
       999-UNDO-MOVE.
       MOVE WS-UNDO-NEWTEXT(1:12) TO WS-DONEKEY.
       MOVE 0 TO WS-UNDO-DONEOK.
       MOVE WS-DONECATEGORY TO TODOCATEGORY.
       MOVE SPACES TO TODORECURKEY.
       MOVE SPACES TO TODOOWNER.
       MOVE "O" TO TODOSTATUS.
       MOVE SPACES TO TODOHOLDREASON.
       MOVE SPACES TO TODORESUMEDATE.
       IF WS-DONEESTHOURS IS NUMERIC
         MOVE WS-DONEESTHOURS TO TODOESTHOURS
       ELSE
         MOVE ZERO TO TODOESTHOURS
       END-IF.
       MOVE SPACES TO TODOKITNAME.
       MOVE SPACES TO TODOKITRUN.
       MOVE 0 TO WS-UNDO-DONEOK.
       WRITE TODODATAFILEFD
         INVALID KEY
       MOVE SPACES TO WS-NOTE-NEWTASK.
       MOVE WS-UNDO-RESTOREKEY TO WS-NOTE-NEWTASK(1:4).
       PERFORM 999-NOTE-REKEY.
       MOVE WS-NOTE-TASKKEY TO WS-TIME-TASKKEY.
       MOVE WS-NOTE-NEWTASK TO WS-TIME-NEWTASK.
       PERFORM 999-TIME-REKEY.

       MOVE "UNDO" TO WS-AUDIT-ACTION.
       MOVE WS-UNDO-RESTOREKEY TO WS-AUDIT-KEY.
           MOVE WS-RECURCATEGORY TO TODOCATEGORY
           MOVE WS-RECURKEY TO TODORECURKEY
           MOVE SPACES TO TODOOWNER
           MOVE "O" TO TODOSTATUS
           MOVE SPACES TO TODOHOLDREASON
           MOVE SPACES TO TODORESUMEDATE
           MOVE ZERO TO TODOESTHOURS
           MOVE SPACES TO TODOKITNAME
           MOVE SPACES TO TODOKITRUN
           WRITE TODODATAFILEFD
             INVALID KEY
               ADD 1 TO WS-ADDTRY
             NOT AT END
             IF ARCHIVEDATE IS NUMERIC
               AND ARCHIVEDATE < WS-ARCH-CUTOFF
               MOVE ARCHIVEKEY TO WS-AUDIT-KEY
               MOVE ARCHIVETEXT TO WS-AUDIT-OLDTEXT
               MOVE SPACES TO WS-AUDIT-NEWTEXT
               STRING "ARCHIVED " ARCHIVEDATE
                 DELIMITED BY SIZE INTO WS-AUDIT-NEWTEXT
               END-STRING
               DELETE ARCHIVEDATAFILE
                 INVALID KEY
                   DISPLAY "!!!ERROR ARCHIVE ENTRY " ARCHIVEKEY
                     " NOT FOUND"
                 NOT INVALID KEY
                   ADD 1 TO WS-ARCH-TRIMCOUNT
                   MOVE "ARCHTRIM" TO WS-AUDIT-ACTION
                   PERFORM 999-AUDITLOG
               END-DELETE
             END-IF
           END-READ
             AT END MOVE 1 TO WS-ENDOFFILE
             NOT AT END
             DISPLAY WS-CATKEY " STATUS:" WS-CATSTATUS
               " " WS-CATDESC " SLA DAYS:" WS-CATSLADAYS
           END-READ
         END-PERFORM
         CLOSE CATDATAFILE
         DISPLAY "    2 : Rename category"
         DISPLAY "    3 : Deactivate category"
         DISPLAY "    4 : Reactivate category"
         DISPLAY "    5 : Set SLA target"
         DISPLAY "    6 : Go to main menu"
         DISPLAY "    7 : Exit application"
         ACCEPT USER-SELECTION

         EVALUATE USER-SELECTION
           WHEN 2 GO TO 999-SELECTION1CATRENAME
           WHEN 3 GO TO 999-SELECTION1CATDEACT
           WHEN 4 GO TO 999-SELECTION1CATREACT
           WHEN 5 GO TO 999-SELECTION1CATSLA
           WHEN 6 GO TO 999-SELECTION0
           WHEN 7 GO TO 999-SELECTION3
           WHEN OTHER GO TO 999-SELECTION1CATERROR
         END-EVALUATE
       END-PERFORM.
       END-IF.
       DISPLAY "Enter description (max 25 characters):".
       ACCEPT WS-CATDESC.
       DISPLAY "Enter SLA target in business days (0 for none):".
       ACCEPT WS-CATSLADAYS.
       MOVE "A" TO WS-CATSTATUS.

       OPEN I-O CATDATAFILE.

       GO TO 999-SELECTION1CAT.

      * THE TARGET ONLY DRIVES THE DEFAULT DUE DATE OF TASKS ADDED
      * FROM NOW ON. TASKS ALREADY ON FILE KEEP THEIR DUE DATES.
       999-SELECTION1CATSLA.
       MOVE 0 TO USER-SELECTION.
       DISPLAY " ".
       DISPLAY "Enter category:".
       ACCEPT WS-CATKEY.
       DISPLAY "Enter SLA target in business days (0 for none):".
       ACCEPT WS-CAT-SLANEW.

       OPEN I-O CATDATAFILE.
       PERFORM 999-CATFILESTATUS-CHECK.
       MOVE WS-CATKEY TO CATKEY.
       READ CATDATAFILE
         INVALID KEY CONTINUE
       END-READ.
       MOVE ZERO TO WS-CAT-SLAOLD.
       IF CATSLADAYS IS NUMERIC
         MOVE CATSLADAYS TO WS-CAT-SLAOLD
       END-IF.
       MOVE WS-CAT-SLANEW TO CATSLADAYS.
       REWRITE CATDATAFILEFD
         INVALID KEY DISPLAY "!!!ERROR CATEGORY DOSE NOT EXIST!"
         NOT INVALID KEY
           DISPLAY "SLA target set"
           MOVE "CATSLA" TO WS-AUDIT-ACTION
           MOVE CATKEY TO WS-AUDIT-KEY
           MOVE WS-CAT-SLAOLD TO WS-CAT-SLATEXTDAYS
           MOVE WS-CAT-SLATEXT TO WS-AUDIT-OLDTEXT
           MOVE WS-CAT-SLANEW TO WS-CAT-SLATEXTDAYS
           MOVE WS-CAT-SLATEXT TO WS-AUDIT-NEWTEXT
           PERFORM 999-AUDITLOG
       END-REWRITE.
       CLOSE CATDATAFILE.
       PERFORM 999-CATFILESTATUS-CHECK.

       GO TO 999-SELECTION1CAT.

       999-SELECTION1CALENDAR.
       MOVE 0 TO USER-SELECTION.
       DISPLAY " ".

       GO TO 999-SELECTION1CALENDAR.

      * THE ANALYST MASTER HOLDS EVERY VALID TASK OWNER CODE WITH
      * NAME, TEAM AND AN ACTIVE FLAG. AN ANALYST WHO IS AWAY CAN
      * CARRY AN ABSENCE PERIOD AND A DELEGATE; WHILE THE PERIOD
      * RUNS THE ANALYST'S OPEN TASKS ALSO SHOW ON THE DELEGATE'S
      * MY TASKS LIST AND AGING WORKLIST. NOTHING ON THE TASK FILE
      * CHANGES UNTIL THE TASKS ARE REASSIGNED FOR GOOD.
       999-SELECTION1ANALYST.
       MOVE 0 TO USER-SELECTION.
       DISPLAY " ".
       DISPLAY "-------------------".
       DISPLAY "Analyst maintenance".
       DISPLAY "-------------------".

       MOVE ZERO TO WS-ANALYST-LISTCOUNT.
       OPEN INPUT ANALYSTDATAFILE.
       IF WS-ANALYSTFILESTATUS NOT = "00"
         AND WS-ANALYSTFILESTATUS NOT = "05"
         PERFORM 999-ANALYSTFILESTATUS-CHECK
       ELSE
         PERFORM UNTIL WS-ENDOFFILE = 1
           READ ANALYSTDATAFILE INTO WS-ANALYSTDATAFILEFD
             AT END MOVE 1 TO WS-ENDOFFILE
             NOT AT END
             DISPLAY WS-ANALYSTKEY " " WS-ANALYSTNAME
               " TEAM:" WS-ANALYSTTEAM " STATUS:" WS-ANALYSTSTATUS
             IF WS-ANALYSTDELEGATE NOT = SPACES
               DISPLAY "     ABSENT " WS-ANALYSTABSFROM
                 " TO " WS-ANALYSTABSTO
                 " DELEGATE:" WS-ANALYSTDELEGATE
             END-IF
             ADD 1 TO WS-ANALYST-LISTCOUNT
           END-READ
         END-PERFORM
         CLOSE ANALYSTDATAFILE
         PERFORM 999-ANALYSTFILESTATUS-CHECK
       END-IF.
       MOVE 0 TO WS-ENDOFFILE.
       IF WS-ANALYST-LISTCOUNT = ZERO
         DISPLAY "No analysts on file"
       END-IF.

       PERFORM UNTIL USER-SELECTION>0
         DISPLAY " "
         DISPLAY "----------------------------------------"
         DISPLAY "MENU"
         DISPLAY "----------------------------------------"
         DISPLAY "    ENTER YOUR CHOICE"
         DISPLAY "    1 : Add analyst"
         DISPLAY "    2 : Change analyst name or team"
         DISPLAY "    3 : Deactivate analyst"
         DISPLAY "    4 : Reactivate analyst"
         DISPLAY "    5 : Set or clear absence and delegate"
         DISPLAY "    6 : Reassign all open tasks of an analyst"
         DISPLAY "    7 : Go to main menu"
         DISPLAY "    8 : Exit application"
         ACCEPT USER-SELECTION

         EVALUATE USER-SELECTION
           WHEN 1 GO TO 999-SELECTION1ANALYSTADD
           WHEN 2 GO TO 999-SELECTION1ANALYSTCHANGE
           WHEN 3 GO TO 999-SELECTION1ANALYSTDEACT
           WHEN 4 GO TO 999-SELECTION1ANALYSTREACT
           WHEN 5 GO TO 999-SELECTION1ANALYSTABSENCE
           WHEN 6 GO TO 999-SELECTION1ANALYSTMOVE
           WHEN 7 GO TO 999-SELECTION0
           WHEN 8 GO TO 999-SELECTION3
           WHEN OTHER GO TO 999-SELECTION1ANALYSTERROR
         END-EVALUATE
       END-PERFORM.

       999-SELECTION1ANALYSTERROR.

       DISPLAY " ".
       DISPLAY "!!!ERROR IN INPUT".
       GO TO 999-SELECTION1ANALYST.

       999-SELECTION1ANALYSTADD.
       MOVE 0 TO USER-SELECTION.
       DISPLAY " ".
       DISPLAY "Enter analyst owner code (max 8 characters):".
       ACCEPT WS-ANALYSTKEY.
       IF WS-ANALYSTKEY = SPACES
         DISPLAY "!!!ERROR IN INPUT"
         GO TO 999-SELECTION1ANALYST
       END-IF.
       DISPLAY "Enter name (max 25 characters):".
       ACCEPT WS-ANALYSTNAME.
       DISPLAY "Enter team (max 10 characters):".
       ACCEPT WS-ANALYSTTEAM.
       MOVE "A" TO WS-ANALYSTSTATUS.
       MOVE SPACES TO WS-ANALYSTABSFROM.
       MOVE SPACES TO WS-ANALYSTABSTO.
       MOVE SPACES TO WS-ANALYSTDELEGATE.

       OPEN I-O ANALYSTDATAFILE.
       PERFORM 999-ANALYSTFILESTATUS-CHECK.
       MOVE WS-ANALYSTDATAFILEFD TO ANALYSTDATAFILEFD.
       WRITE ANALYSTDATAFILEFD
         INVALID KEY DISPLAY"!!!ERROR RECORD ALREADY EXIST!"
         NOT INVALID KEY
           DISPLAY "Analyst added"
           MOVE "ANLADD" TO WS-AUDIT-ACTION
           MOVE ANALYSTKEY TO WS-AUDIT-KEY
           MOVE SPACES TO WS-AUDIT-OLDTEXT
           MOVE ANALYSTNAME TO WS-AUDIT-NEWTEXT
           PERFORM 999-AUDITLOG
       END-WRITE.
       CLOSE ANALYSTDATAFILE.
       PERFORM 999-ANALYSTFILESTATUS-CHECK.

       GO TO 999-SELECTION1ANALYST.

      * A BLANK ANSWER KEEPS THE NAME OR TEAM ALREADY ON FILE.
       999-SELECTION1ANALYSTCHANGE.
       MOVE 0 TO USER-SELECTION.
       DISPLAY " ".
       DISPLAY "Enter analyst owner code:".
       ACCEPT WS-ANALYSTKEY.
       DISPLAY "Enter new name (blank to keep):".
       ACCEPT WS-ANALYST-NEWNAME.
       DISPLAY "Enter new team (blank to keep):".
       ACCEPT WS-ANALYST-NEWTEAM.

       OPEN I-O ANALYSTDATAFILE.
       PERFORM 999-ANALYSTFILESTATUS-CHECK.
       MOVE WS-ANALYSTKEY TO ANALYSTKEY.
       READ ANALYSTDATAFILE
         INVALID KEY CONTINUE
       END-READ.
       MOVE ANALYSTNAME TO WS-AUDIT-OLDTEXT.
       IF WS-ANALYST-NEWNAME NOT = SPACES
         MOVE WS-ANALYST-NEWNAME TO ANALYSTNAME
       END-IF.
       IF WS-ANALYST-NEWTEAM NOT = SPACES
         MOVE WS-ANALYST-NEWTEAM TO ANALYSTTEAM
       END-IF.
       REWRITE ANALYSTDATAFILEFD
         INVALID KEY DISPLAY "!!!ERROR ANALYST DOSE NOT EXIST!"
         NOT INVALID KEY
           DISPLAY "Analyst changed"
           MOVE "ANLCHANGE" TO WS-AUDIT-ACTION
           MOVE ANALYSTKEY TO WS-AUDIT-KEY
           MOVE ANALYSTNAME TO WS-AUDIT-NEWTEXT
           PERFORM 999-AUDITLOG
       END-REWRITE.
       CLOSE ANALYSTDATAFILE.
       PERFORM 999-ANALYSTFILESTATUS-CHECK.

       GO TO 999-SELECTION1ANALYST.

      * AN INACTIVE ANALYST CAN NO LONGER BE GIVEN TASKS. TASKS
      * ALREADY OWNED ARE LEFT WHERE THEY ARE AND COUNTED, SO THE
      * OPERATOR KNOWS TO RUN THE BULK REASSIGN.
       999-SELECTION1ANALYSTDEACT.
       MOVE 0 TO USER-SELECTION.
       DISPLAY " ".
       DISPLAY "Enter analyst to deactivate:".
       ACCEPT WS-ANALYSTKEY.

       OPEN I-O ANALYSTDATAFILE.
       PERFORM 999-ANALYSTFILESTATUS-CHECK.
       MOVE WS-ANALYSTKEY TO ANALYSTKEY.
       READ ANALYSTDATAFILE
         INVALID KEY CONTINUE
       END-READ.
       MOVE "I" TO ANALYSTSTATUS.
       REWRITE ANALYSTDATAFILEFD
         INVALID KEY DISPLAY "!!!ERROR ANALYST DOSE NOT EXIST!"
         NOT INVALID KEY
           DISPLAY "Analyst deactivated"
           MOVE "ANLDEACT" TO WS-AUDIT-ACTION
           MOVE ANALYSTKEY TO WS-AUDIT-KEY
           MOVE ANALYSTNAME TO WS-AUDIT-OLDTEXT
           MOVE SPACES TO WS-AUDIT-NEWTEXT
           PERFORM 999-AUDITLOG
       END-REWRITE.
       CLOSE ANALYSTDATAFILE.
       PERFORM 999-ANALYSTFILESTATUS-CHECK.

       MOVE ZERO TO WS-ANALYST-TASKCOUNT.
       PERFORM 999-TODOFILE-OPENINPUT.
       PERFORM 999-TODOFILESTATUS-CHECK.
       PERFORM UNTIL WS-ENDOFFILE = 1
         READ TODODATAFILE INTO WS-TODODATAFILEFD
           AT END MOVE 1 TO WS-ENDOFFILE
           NOT AT END
           IF WS-TODOOWNER = WS-ANALYSTKEY
             ADD 1 TO WS-ANALYST-TASKCOUNT
           END-IF
         END-READ
       END-PERFORM.
       CLOSE TODODATAFILE.
       PERFORM 999-TODOFILESTATUS-CHECK.
       MOVE 0 TO WS-ENDOFFILE.
       IF WS-ANALYST-TASKCOUNT > ZERO
         DISPLAY "!!!WARNING " WS-ANALYST-TASKCOUNT
           " OPEN TASKS STILL OWNED, USE REASSIGN TO MOVE THEM"
       END-IF.

       GO TO 999-SELECTION1ANALYST.

       999-SELECTION1ANALYSTREACT.
       MOVE 0 TO USER-SELECTION.
       DISPLAY " ".
       DISPLAY "Enter analyst to reactivate:".
       ACCEPT WS-ANALYSTKEY.

       OPEN I-O ANALYSTDATAFILE.
       PERFORM 999-ANALYSTFILESTATUS-CHECK.
       MOVE WS-ANALYSTKEY TO ANALYSTKEY.
       READ ANALYSTDATAFILE
         INVALID KEY CONTINUE
       END-READ.
       MOVE "A" TO ANALYSTSTATUS.
       REWRITE ANALYSTDATAFILEFD
         INVALID KEY DISPLAY "!!!ERROR ANALYST DOSE NOT EXIST!"
         NOT INVALID KEY
           DISPLAY "Analyst reactivated"
           MOVE "ANLREACT" TO WS-AUDIT-ACTION
           MOVE ANALYSTKEY TO WS-AUDIT-KEY
           MOVE ANALYSTNAME TO WS-AUDIT-OLDTEXT
           MOVE SPACES TO WS-AUDIT-NEWTEXT
           PERFORM 999-AUDITLOG
       END-REWRITE.
       CLOSE ANALYSTDATAFILE.
       PERFORM 999-ANALYSTFILESTATUS-CHECK.

       GO TO 999-SELECTION1ANALYST.

      * THE ABSENCE PERIOD IS INCLUSIVE AT BOTH ENDS AND NEEDS A
      * DELEGATE WHO IS AN ACTIVE ANALYST OTHER THAN THE ONE AWAY.
      * A BLANK FROM DATE CLEARS THE ABSENCE. THE AUDIT TEXT CARRIES
      * THE PERIOD AND THE DELEGATE BEFORE AND AFTER.
       999-SELECTION1ANALYSTABSENCE.
       MOVE 0 TO USER-SELECTION.
       DISPLAY " ".
       DISPLAY "Enter analyst owner code:".
       ACCEPT WS-ANALYSTKEY.

       MOVE 0 TO WS-ANALYST-FOUND.
       OPEN INPUT ANALYSTDATAFILE.
       IF WS-ANALYSTFILESTATUS NOT = "00"
         AND WS-ANALYSTFILESTATUS NOT = "05"
         PERFORM 999-ANALYSTFILESTATUS-CHECK
       ELSE
         MOVE WS-ANALYSTKEY TO ANALYSTKEY
         READ ANALYSTDATAFILE INTO WS-ANALYSTDATAFILEFD
           INVALID KEY CONTINUE
           NOT INVALID KEY MOVE 1 TO WS-ANALYST-FOUND
         END-READ
         CLOSE ANALYSTDATAFILE
       END-IF.
       IF WS-ANALYST-FOUND = 0
         DISPLAY "!!!ERROR ANALYST DOSE NOT EXIST!"
         GO TO 999-SELECTION1ANALYST
       END-IF.
       MOVE SPACES TO WS-AUDIT-OLDTEXT.
       STRING WS-ANALYSTABSFROM " " WS-ANALYSTABSTO
         " " WS-ANALYSTDELEGATE
         DELIMITED BY SIZE INTO WS-AUDIT-OLDTEXT
       END-STRING.

       DISPLAY "Enter first day of absence (YYMMDD, blank to clear):".
       ACCEPT WS-ANALYST-NEWFROM.
       IF WS-ANALYST-NEWFROM = SPACES
         MOVE SPACES TO WS-ANALYST-NEWTO
         MOVE SPACES TO WS-ANALYST-NEWDELEGATE
       ELSE
         MOVE WS-ANALYST-NEWFROM TO WS-DATE-WORK
         PERFORM 999-DATE-VALIDATE
         IF WS-DATE-VALID = 0
           DISPLAY "!!!ERROR FIRST DAY IS NOT A REAL DATE"
           GO TO 999-SELECTION1ANALYST
         END-IF
         DISPLAY "Enter last day of absence (YYMMDD):"
         ACCEPT WS-ANALYST-NEWTO
         MOVE WS-ANALYST-NEWTO TO WS-DATE-WORK
         PERFORM 999-DATE-VALIDATE
         IF WS-DATE-VALID = 0
           DISPLAY "!!!ERROR LAST DAY IS NOT A REAL DATE"
           GO TO 999-SELECTION1ANALYST
         END-IF
         IF WS-ANALYST-NEWTO < WS-ANALYST-NEWFROM
           DISPLAY "!!!ERROR LAST DAY IS BEFORE FIRST DAY"
           GO TO 999-SELECTION1ANALYST
         END-IF
         DISPLAY "Enter delegate owner code:"
         ACCEPT WS-ANALYST-NEWDELEGATE
         IF WS-ANALYST-NEWDELEGATE = WS-ANALYSTKEY
           OR WS-ANALYST-NEWDELEGATE = SPACES
           DISPLAY "!!!ERROR DELEGATE MUST BE ANOTHER ANALYST"
           GO TO 999-SELECTION1ANALYST
         END-IF
         MOVE WS-ANALYST-NEWDELEGATE TO WS-ANALYST-LOOKUPKEY
         PERFORM 999-ANALYST-LOOKUP
         IF WS-ANALYST-ACTIVE NOT = 1
           DISPLAY "!!!ERROR DELEGATE NOT AN ACTIVE ANALYST IN MASTER"
           GO TO 999-SELECTION1ANALYST
         END-IF
       END-IF.

       OPEN I-O ANALYSTDATAFILE.
       PERFORM 999-ANALYSTFILESTATUS-CHECK.
       MOVE WS-ANALYSTKEY TO ANALYSTKEY.
       READ ANALYSTDATAFILE
         INVALID KEY CONTINUE
       END-READ.
       MOVE WS-ANALYST-NEWFROM TO ANALYSTABSFROM.
       MOVE WS-ANALYST-NEWTO TO ANALYSTABSTO.
       MOVE WS-ANALYST-NEWDELEGATE TO ANALYSTDELEGATE.
       REWRITE ANALYSTDATAFILEFD
         INVALID KEY DISPLAY "!!!ERROR ANALYST DOSE NOT EXIST!"
         NOT INVALID KEY
           DISPLAY "Absence recorded"
           MOVE "ANLABSENCE" TO WS-AUDIT-ACTION
           MOVE ANALYSTKEY TO WS-AUDIT-KEY
           MOVE SPACES TO WS-AUDIT-NEWTEXT
           STRING ANALYSTABSFROM " " ANALYSTABSTO " "
             ANALYSTDELEGATE
             DELIMITED BY SIZE INTO WS-AUDIT-NEWTEXT
           END-STRING
           PERFORM 999-AUDITLOG
       END-REWRITE.
       CLOSE ANALYSTDATAFILE.
       PERFORM 999-ANALYSTFILESTATUS-CHECK.

       GO TO 999-SELECTION1ANALYST.

      * MOVES EVERY TASK ON THE TASK FILE OWNED BY ONE CODE TO AN
      * ACTIVE ANALYST, FOR WHEN SOMEONE LEAVES THE TEAM. THE OLD
      * CODE DOES NOT HAVE TO BE ON THE MASTER, SO TASKS KEYED WITH
      * A MISTYPED OWNER CAN BE CLEANED UP THE SAME WAY. EACH TASK
      * MOVED GETS ITS OWN REASSIGN AUDIT ENTRY.
       999-SELECTION1ANALYSTMOVE.
       MOVE 0 TO USER-SELECTION.
       DISPLAY " ".
       DISPLAY "Enter owner code to take tasks from:".
       ACCEPT WS-ANALYST-FROMKEY.
       DISPLAY "Enter analyst to give the tasks to:".
       ACCEPT WS-ANALYST-TOKEY.
       IF WS-ANALYST-FROMKEY = SPACES
         OR WS-ANALYST-FROMKEY = WS-ANALYST-TOKEY
         DISPLAY "!!!ERROR IN INPUT"
         GO TO 999-SELECTION1ANALYST
       END-IF.
       MOVE WS-ANALYST-TOKEY TO WS-ANALYST-LOOKUPKEY.
       PERFORM 999-ANALYST-LOOKUP.
       IF WS-ANALYST-ACTIVE NOT = 1
         DISPLAY "!!!ERROR NEW OWNER NOT AN ACTIVE ANALYST IN MASTER"
         GO TO 999-SELECTION1ANALYST
       END-IF.
       PERFORM 999-BACKUP THRU 999-BACKUP-EXIT.

       MOVE ZERO TO WS-ANALYST-TASKCOUNT.
       PERFORM 999-TODOFILE-OPENIO.
       PERFORM 999-TODOFILESTATUS-CHECK.
       PERFORM UNTIL WS-ENDOFFILE = 1
         READ TODODATAFILE NEXT RECORD
           AT END MOVE 1 TO WS-ENDOFFILE
           NOT AT END
           IF TODOOWNER = WS-ANALYST-FROMKEY
             MOVE WS-ANALYST-TOKEY TO TODOOWNER
             REWRITE TODODATAFILEFD
               INVALID KEY
                 DISPLAY "!!!ERROR TASK " TODOKEY " NOT REWRITTEN"
               NOT INVALID KEY
                 ADD 1 TO WS-ANALYST-TASKCOUNT
                 DISPLAY "Task " TODOKEY " reassigned"
                 MOVE "REASSIGN" TO WS-AUDIT-ACTION
                 MOVE TODOKEY TO WS-AUDIT-KEY
                 MOVE SPACES TO WS-AUDIT-OLDTEXT
                 STRING "OWNER " WS-ANALYST-FROMKEY
                   DELIMITED BY SIZE INTO WS-AUDIT-OLDTEXT
                 END-STRING
                 MOVE SPACES TO WS-AUDIT-NEWTEXT
                 STRING "OWNER " WS-ANALYST-TOKEY
                   DELIMITED BY SIZE INTO WS-AUDIT-NEWTEXT
                 END-STRING
                 PERFORM 999-AUDITLOG
             END-REWRITE
           END-IF
         END-READ
       END-PERFORM.
       CLOSE TODODATAFILE.
       PERFORM 999-TODOFILESTATUS-CHECK.
       MOVE 0 TO WS-ENDOFFILE.
       DISPLAY "Tasks reassigned: " WS-ANALYST-TASKCOUNT.

       GO TO 999-SELECTION1ANALYST.

       999-ANALYSTFILESTATUS-CHECK.
       IF WS-ANALYSTFILESTATUS NOT = "00"
         AND WS-ANALYSTFILESTATUS NOT = "05"
         DISPLAY "!!!ANALYSTDATAFILE I/O STATUS " WS-ANALYSTFILESTATUS
       END-IF.

      * WS-ANALYST-ACTIVE: 1 = ACTIVE IN THE MASTER, 0 = UNKNOWN OR
      * INACTIVE, 2 = MASTER NOT SET UP YET OR UNAVAILABLE, IN WHICH
      * CASE THE OWNER IS LET THROUGH AS THE CATEGORY LOOKUP DOES.
      * THE RECORD FOUND IS LEFT IN WS-ANALYSTDATAFILEFD.
       999-ANALYST-LOOKUP.
       MOVE 0 TO WS-ANALYST-ACTIVE.
       OPEN INPUT ANALYSTDATAFILE.
       IF WS-ANALYSTFILESTATUS NOT = "00"
         AND WS-ANALYSTFILESTATUS NOT = "05"
         PERFORM 999-ANALYSTFILESTATUS-CHECK
         MOVE 2 TO WS-ANALYST-ACTIVE
       ELSE
         IF WS-ANALYSTFILESTATUS = "05"
           MOVE 2 TO WS-ANALYST-ACTIVE
         ELSE
           MOVE WS-ANALYST-LOOKUPKEY TO ANALYSTKEY
           READ ANALYSTDATAFILE INTO WS-ANALYSTDATAFILEFD
             INVALID KEY CONTINUE
             NOT INVALID KEY
               IF WS-ANALYSTSTATUS = "A"
                 MOVE 1 TO WS-ANALYST-ACTIVE
               END-IF
           END-READ
         END-IF
         CLOSE ANALYSTDATAFILE
       END-IF.

      * THE ABSENCE PERIODS ARE LOADED ONCE PER LIST SO EACH TASK
      * CAN BE CHECKED FOR COVER WITHOUT RE-READING THE MASTER.
       999-ANALYST-LOADTABLE.
       MOVE ZERO TO WS-ANALYST-COUNT.
       ACCEPT CURRENTDATE FROM DATE.
       MOVE CURRENTDATE TO WS-ANALYST-TODAY.
       OPEN INPUT ANALYSTDATAFILE.
       IF WS-ANALYSTFILESTATUS NOT = "00"
         AND WS-ANALYSTFILESTATUS NOT = "05"
         PERFORM 999-ANALYSTFILESTATUS-CHECK
       ELSE
         PERFORM UNTIL WS-ENDOFFILE = 1
           READ ANALYSTDATAFILE INTO WS-ANALYSTDATAFILEFD
             AT END MOVE 1 TO WS-ENDOFFILE
             NOT AT END
             IF WS-ANALYSTDELEGATE NOT = SPACES
               AND WS-ANALYST-COUNT < 500
               ADD 1 TO WS-ANALYST-COUNT
               MOVE WS-ANALYSTKEY TO WS-ANALYST-TKEY(WS-ANALYST-COUNT)
               MOVE WS-ANALYSTABSFROM
                 TO WS-ANALYST-TABSFROM(WS-ANALYST-COUNT)
               MOVE WS-ANALYSTABSTO
                 TO WS-ANALYST-TABSTO(WS-ANALYST-COUNT)
               MOVE WS-ANALYSTDELEGATE
                 TO WS-ANALYST-TDELEGATE(WS-ANALYST-COUNT)
             END-IF
           END-READ
         END-PERFORM
         CLOSE ANALYSTDATAFILE
       END-IF.
       MOVE 0 TO WS-ENDOFFILE.

      * SETS WS-ANALYST-COVER TO THE DELEGATE WHEN THE OWNER IN
      * WS-ANALYST-CHECKKEY IS ABSENT TODAY, OTHERWISE TO SPACES.
       999-ANALYST-COVERCHECK.
       MOVE SPACES TO WS-ANALYST-COVER.
       IF WS-ANALYST-CHECKKEY NOT = SPACES
         PERFORM VARYING WS-ANALYST-SUB FROM 1 BY 1
           UNTIL WS-ANALYST-SUB > WS-ANALYST-COUNT
           IF WS-ANALYST-TKEY(WS-ANALYST-SUB) = WS-ANALYST-CHECKKEY
             AND WS-ANALYST-TABSFROM(WS-ANALYST-SUB)
               NOT > WS-ANALYST-TODAY
             AND WS-ANALYST-TABSTO(WS-ANALYST-SUB)
               NOT < WS-ANALYST-TODAY
             MOVE WS-ANALYST-TDELEGATE(WS-ANALYST-SUB)
               TO WS-ANALYST-COVER
           END-IF
         END-PERFORM
       END-IF.

      * A TASK KIT HOLDS THE COMPONENT TASKS OF WORK THAT IS ALWAYS
      * SET UP THE SAME WAY. INSTANTIATING THE KIT CREATES ALL OF ITS
      * TASKS AND THEIR DEPENDENCIES IN ONE STEP.
       999-SELECTION1KIT.
       MOVE 0 TO USER-SELECTION.
       DISPLAY " ".
       DISPLAY "---------".
       DISPLAY "Task kits".
       DISPLAY "---------".

       MOVE ZERO TO WS-KIT-COUNT.
       OPEN INPUT KITDATAFILE.
       IF WS-KITFILESTATUS NOT = "00"
         AND WS-KITFILESTATUS NOT = "05"
         PERFORM 999-KITFILESTATUS-CHECK
       ELSE
         PERFORM UNTIL WS-ENDOFFILE = 1
           READ KITDATAFILE INTO WS-KITDATAFILEFD
             AT END MOVE 1 TO WS-ENDOFFILE
             NOT AT END
             DISPLAY WS-KITNAME " " WS-KITSEQ " " WS-KITTEXT
               " PRIORITY:" WS-KITPRIORITY
               " CATEGORY:" WS-KITCATEGORY
               " OWNER:" WS-KITOWNER
             DISPLAY "          DUE AFTER DAYS:" WS-KITOFFSET
               " WAITS ON:" WS-KITDEPS
             ADD 1 TO WS-KIT-COUNT
           END-READ
         END-PERFORM
         CLOSE KITDATAFILE
         PERFORM 999-KITFILESTATUS-CHECK
       END-IF.
       MOVE 0 TO WS-ENDOFFILE.
       IF WS-KIT-COUNT = ZERO
         DISPLAY "    (no kits on file)"
       END-IF.

       PERFORM UNTIL USER-SELECTION>0
         DISPLAY " "
         DISPLAY "----------------------------------------"
         DISPLAY "MENU"
         DISPLAY "----------------------------------------"
         DISPLAY "    ENTER YOUR CHOICE"
         DISPLAY "    1 : Add kit component"
         DISPLAY "    2 : Change kit component"
         DISPLAY "    3 : Remove kit component"
         DISPLAY "    4 : Instantiate kit"
         DISPLAY "    5 : Go to main menu"
         DISPLAY "    6 : Exit application"
         ACCEPT USER-SELECTION

         EVALUATE USER-SELECTION
           WHEN 1 GO TO 999-SELECTION1KITADD
           WHEN 2 GO TO 999-SELECTION1KITCHANGE
           WHEN 3 GO TO 999-SELECTION1KITREMOVE
           WHEN 4 GO TO 999-SELECTION1KITRUN
           WHEN 5 GO TO 999-SELECTION0
           WHEN 6 GO TO 999-SELECTION3
           WHEN OTHER GO TO 999-SELECTION1KITERROR
         END-EVALUATE
       END-PERFORM.

       999-SELECTION1KITERROR.

       DISPLAY " ".
       DISPLAY "!!!ERROR IN INPUT".
       GO TO 999-SELECTION1KIT.

       999-SELECTION1KITADD.
       MOVE 0 TO USER-SELECTION.
       DISPLAY " ".
       PERFORM 999-KIT-KEYENTRY.
       IF WS-EDIT-OK = 0
         GO TO 999-SELECTION1KIT
       END-IF.
       DISPLAY "Enter task (max 25 characters):".
       ACCEPT WS-KITTEXT.
       PERFORM 999-KIT-EDITS.
       IF WS-EDIT-OK = 0
         GO TO 999-SELECTION1KIT
       END-IF.

       OPEN I-O KITDATAFILE.
       PERFORM 999-KITFILESTATUS-CHECK.
       MOVE WS-KITDATAFILEFD TO KITDATAFILEFD.
       WRITE KITDATAFILEFD
         INVALID KEY DISPLAY"!!!ERROR RECORD ALREADY EXIST!"
         NOT INVALID KEY
           DISPLAY "Kit component added"
           MOVE "KITADD" TO WS-AUDIT-ACTION
           MOVE KITKEY TO WS-AUDIT-KEY
           MOVE SPACES TO WS-AUDIT-OLDTEXT
           MOVE KITTEXT TO WS-AUDIT-NEWTEXT
           PERFORM 999-AUDITLOG
       END-WRITE.
       CLOSE KITDATAFILE.
       PERFORM 999-KITFILESTATUS-CHECK.

       GO TO 999-SELECTION1KIT.

       999-SELECTION1KITCHANGE.
       MOVE 0 TO USER-SELECTION.
       DISPLAY " ".
       PERFORM 999-KIT-KEYENTRY.
       IF WS-EDIT-OK = 0
         GO TO 999-SELECTION1KIT
       END-IF.

       OPEN INPUT KITDATAFILE.
       PERFORM 999-KITFILESTATUS-CHECK.
       MOVE WS-KITKEY TO KITKEY.
       READ KITDATAFILE
         INVALID KEY
           DISPLAY "!!!ERROR COMPONENT DOSE NOT EXIST!"
           CLOSE KITDATAFILE
           GO TO 999-SELECTION1KIT
       END-READ.
       DISPLAY "Current: " KITTEXT " PRIORITY:" KITPRIORITY
         " CATEGORY:" KITCATEGORY " OWNER:" KITOWNER.
       DISPLAY "         DUE AFTER DAYS:" KITOFFSET
         " WAITS ON:" KITDEPS.
       CLOSE KITDATAFILE.
       PERFORM 999-KITFILESTATUS-CHECK.

       DISPLAY "Enter task (max 25 characters):".
       ACCEPT WS-KITTEXT.
       PERFORM 999-KIT-EDITS.
       IF WS-EDIT-OK = 0
         GO TO 999-SELECTION1KIT
       END-IF.

       OPEN I-O KITDATAFILE.
       PERFORM 999-KITFILESTATUS-CHECK.
       MOVE WS-KITKEY TO KITKEY.
       READ KITDATAFILE
         INVALID KEY CONTINUE
       END-READ.
       MOVE KITTEXT TO WS-AUDIT-OLDTEXT.
       MOVE WS-KITDATAFILEFD TO KITDATAFILEFD.
       REWRITE KITDATAFILEFD
         INVALID KEY DISPLAY "!!!ERROR COMPONENT DOSE NOT EXIST!"
         NOT INVALID KEY
           DISPLAY "Kit component changed"
           MOVE "KITCHANGE" TO WS-AUDIT-ACTION
           MOVE KITKEY TO WS-AUDIT-KEY
           MOVE KITTEXT TO WS-AUDIT-NEWTEXT
           PERFORM 999-AUDITLOG
       END-REWRITE.
       CLOSE KITDATAFILE.
       PERFORM 999-KITFILESTATUS-CHECK.

       GO TO 999-SELECTION1KIT.

      * A LATER COMPONENT THAT STILL WAITS ON THE REMOVED ONE STOPS
      * THE KIT FROM BEING INSTANTIATED UNTIL IT IS CHANGED.
       999-SELECTION1KITREMOVE.
       MOVE 0 TO USER-SELECTION.
       DISPLAY " ".
       PERFORM 999-KIT-KEYENTRY.
       IF WS-EDIT-OK = 0
         GO TO 999-SELECTION1KIT
       END-IF.

       OPEN I-O KITDATAFILE.
       PERFORM 999-KITFILESTATUS-CHECK.
       MOVE WS-KITKEY TO KITKEY.
       READ KITDATAFILE
         INVALID KEY
           DISPLAY "!!!ERROR COMPONENT DOSE NOT EXIST!"
           CLOSE KITDATAFILE
           GO TO 999-SELECTION1KIT
       END-READ.
       MOVE KITTEXT TO WS-AUDIT-OLDTEXT.
       DELETE KITDATAFILE
         INVALID KEY DISPLAY "!!!ERROR COMPONENT DOSE NOT EXIST!"
         NOT INVALID KEY
           DISPLAY "Kit component removed"
           MOVE "KITREMOVE" TO WS-AUDIT-ACTION
           MOVE WS-KITKEY TO WS-AUDIT-KEY
           MOVE SPACES TO WS-AUDIT-NEWTEXT
           PERFORM 999-AUDITLOG
       END-DELETE.
       CLOSE KITDATAFILE.
       PERFORM 999-KITFILESTATUS-CHECK.

       GO TO 999-SELECTION1KIT.

       999-SELECTION1KITRUN.
       MOVE 0 TO USER-SELECTION.
       DISPLAY " ".
       DISPLAY "Enter kit name:".
       ACCEPT WS-KIT-LOOKUPNAME.
       DISPLAY "Enter kit start date (YYMMDD, blank for today):".
       ACCEPT WS-KIT-BASEDATE.
       IF WS-KIT-BASEDATE = SPACES
         ACCEPT CURRENTDATE FROM DATE
         MOVE CURRENTDATE TO WS-KIT-BASEDATE
       ELSE
         MOVE WS-KIT-BASEDATE TO WS-DATE-WORK
         PERFORM 999-DATE-VALIDATE
         IF WS-DATE-VALID = 0
           DISPLAY "!!!ERROR START DATE IS NOT A REAL DATE"
           GO TO 999-SELECTION1KIT
         END-IF
       END-IF.
       PERFORM 999-BACKUP THRU 999-BACKUP-EXIT.

       PERFORM 999-KIT-INSTANTIATE THRU 999-KIT-INSTANTIATE-EXIT.
       EVALUATE WS-KIT-RESULT
         WHEN 0
           DISPLAY "Kit " WS-KIT-LOOKUPNAME " run " WS-KIT-RUNN
             " created as tasks " WS-KIT-FIRSTKEY " to "
             WS-KIT-LASTKEY
           PERFORM VARYING WS-KIT-SUB FROM 1 BY 1
             UNTIL WS-KIT-SUB > WS-KIT-COUNT
             DISPLAY "    COMPONENT " WS-KIT-TSEQ(WS-KIT-SUB)
               " TASK " WS-KIT-TNEWKEY(WS-KIT-SUB)
               " DUE:" WS-KIT-TDUEDATE(WS-KIT-SUB)
               " " WS-KIT-TTEXT(WS-KIT-SUB)
           END-PERFORM
         WHEN 1
           DISPLAY "!!!ERROR KIT HAS NO COMPONENTS ON FILE"
         WHEN 2
           DISPLAY "!!!ERROR KIT HAS MORE THAN 20 COMPONENTS"
         WHEN 3
           DISPLAY "!!!ERROR COMPONENT " WS-KIT-BADSEQ
             " PRIORITY MUST BE H, M OR L"
         WHEN 4
           DISPLAY "!!!ERROR COMPONENT " WS-KIT-BADSEQ
             " CATEGORY NOT ACTIVE IN MASTER"
         WHEN 5
           DISPLAY "!!!ERROR COMPONENT " WS-KIT-BADSEQ
             " OWNER NOT AN ACTIVE ANALYST IN MASTER"
         WHEN 6
           DISPLAY "!!!ERROR COMPONENT " WS-KIT-BADSEQ
             " WAITS ON A MISSING OR LATER COMPONENT"
         WHEN 7
           DISPLAY "!!!ERROR NO KIT RUN NUMBER AVAILABLE"
         WHEN 8
           DISPLAY "!!!ERROR NO FREE TASK NUMBERS LEFT"
         WHEN 9
           DISPLAY "!!!ERROR TASK FILE NOT AVAILABLE"
         WHEN OTHER
           DISPLAY "!!!ERROR KIT COULD NOT BE WRITTEN, NO TASKS"
             " WERE CREATED"
       END-EVALUATE.
       IF WS-KIT-RESULT NOT = ZERO
         DISPLAY "Nothing was created from kit " WS-KIT-LOOKUPNAME
       END-IF.

       GO TO 999-SELECTION1KIT.

       999-KIT-KEYENTRY.
       MOVE 1 TO WS-EDIT-OK.
       DISPLAY "Enter kit name (max 6 characters):".
       ACCEPT WS-KITNAME.
       DISPLAY "Enter component number (01-20):".
       ACCEPT WS-KIT-SEQN.
       IF WS-KITNAME = SPACES
         OR WS-KIT-SEQN IS NOT NUMERIC
         OR WS-KIT-SEQN = ZERO
         OR WS-KIT-SEQN > 20
         DISPLAY "!!!ERROR IN INPUT"
         MOVE 0 TO WS-EDIT-OK
       ELSE
         MOVE WS-KIT-SEQN TO WS-KITSEQ
       END-IF.

      * THE SAME RULES AS A SINGLE ADD, SO A KIT CANNOT CARRY A
      * COMPONENT THAT WOULD BE REJECTED IF IT WERE KEYED BY HAND.
       999-KIT-EDITS.
       MOVE 1 TO WS-EDIT-OK.
       DISPLAY "Enter priority (H/M/L):".
       ACCEPT WS-KITPRIORITY.
       IF WS-KITPRIORITY NOT = "H"
         AND WS-KITPRIORITY NOT = "M"
         AND WS-KITPRIORITY NOT = "L"
         DISPLAY "!!!ERROR PRIORITY MUST BE H, M OR L"
         MOVE 0 TO WS-EDIT-OK
       END-IF.
       PERFORM 999-CAT-PICKLIST.
       DISPLAY "Enter category (max 10 characters, blank for none):".
       ACCEPT WS-KITCATEGORY.
       IF WS-KITCATEGORY NOT = SPACES
         MOVE WS-KITCATEGORY TO WS-CAT-LOOKUPKEY
         PERFORM 999-CAT-LOOKUP
         IF WS-CAT-ACTIVE = 0
           DISPLAY "!!!ERROR CATEGORY NOT ACTIVE IN MASTER"
           MOVE 0 TO WS-EDIT-OK
         END-IF
       END-IF.
       DISPLAY "Enter default owner code (max 8 characters, blank for"
         " none):".
       ACCEPT WS-KITOWNER.
       IF WS-KITOWNER NOT = SPACES
         MOVE WS-KITOWNER TO WS-ANALYST-LOOKUPKEY
         PERFORM 999-ANALYST-LOOKUP
         IF WS-ANALYST-ACTIVE = 0
           DISPLAY "!!!ERROR OWNER NOT AN ACTIVE ANALYST IN MASTER"
           MOVE 0 TO WS-EDIT-OK
         END-IF
       END-IF.
       DISPLAY "Enter due date offset in business days after the kit"
         " start date (0-999):".
       ACCEPT WS-KITOFFSET.
       IF WS-KITOFFSET IS NOT NUMERIC
         DISPLAY "!!!ERROR OFFSET MUST BE A NUMBER"
         MOVE 0 TO WS-EDIT-OK
       END-IF.
       DISPLAY "Enter the earlier components this one waits on, two"
         " digits each, e.g. 0103 (blank for none):".
       ACCEPT WS-KITDEPS.
       PERFORM VARYING WS-KIT-DEPSUB FROM 1 BY 1
         UNTIL WS-KIT-DEPSUB > 5
         IF WS-KITDEP(WS-KIT-DEPSUB) NOT = SPACES
           IF WS-KITDEP(WS-KIT-DEPSUB) IS NOT NUMERIC
             OR WS-KITDEP(WS-KIT-DEPSUB) = "00"
             OR WS-KITDEP(WS-KIT-DEPSUB) NOT < WS-KITSEQ
             DISPLAY "!!!ERROR " WS-KITDEP(WS-KIT-DEPSUB)
               " IS NOT AN EARLIER COMPONENT NUMBER"
             MOVE 0 TO WS-EDIT-OK
           END-IF
           PERFORM VARYING WS-KIT-DEPSUB2 FROM 1 BY 1
             UNTIL WS-KIT-DEPSUB2 NOT < WS-KIT-DEPSUB
             IF WS-KITDEP(WS-KIT-DEPSUB2) = WS-KITDEP(WS-KIT-DEPSUB)
               DISPLAY "!!!ERROR " WS-KITDEP(WS-KIT-DEPSUB)
                 " IS GIVEN TWICE"
               MOVE 0 TO WS-EDIT-OK
             END-IF
           END-PERFORM
         END-IF
       END-PERFORM.

      * CREATES EVERY COMPONENT OF KIT WS-KIT-LOOKUPNAME AS A NEW TASK
      * DUE ITS OFFSET IN WORKING DAYS AFTER WS-KIT-BASEDATE, THEN
      * LINKS THE NEW TASKS THE WAY THE COMPONENTS WAIT ON EACH
      * OTHER. THE WHOLE KIT IS CHECKED BEFORE ANYTHING IS WRITTEN,
      * AND A WRITE THAT FAILS PART WAY DELETES WHAT THIS RUN HAS
      * ALREADY WRITTEN, SO A KIT IS CREATED IN FULL OR NOT AT ALL.
      * THE CONTROL RECORD STAYS LOCKED FOR THE WHOLE RUN, AND THE
      * AUDIT ENTRIES ARE ONLY WRITTEN ONCE THE WHOLE KIT IS ON FILE.
      * WS-KIT-RESULT: 0 = CREATED, 1 = NO COMPONENTS ON FILE,
      * 2 = TOO MANY COMPONENTS, 3 = BAD PRIORITY, 4 = BAD CATEGORY,
      * 5 = BAD OWNER, 6 = WAITS ON A MISSING OR LATER COMPONENT,
      * 7 = NO RUN NUMBER, 8 = NO FREE TASK NUMBERS, 9 = FILE NOT
      * AVAILABLE, 10 = WRITE FAILED AND ROLLED BACK. FOR 3 TO 6 THE
      * FAILING COMPONENT IS LEFT IN WS-KIT-BADSEQ.
       999-KIT-INSTANTIATE.
       MOVE ZERO TO WS-KIT-RESULT.
       MOVE SPACES TO WS-KIT-BADSEQ.
       PERFORM 999-KIT-LOAD.
       IF WS-KIT-RESULT NOT = ZERO
         GO TO 999-KIT-INSTANTIATE-EXIT
       END-IF.
       PERFORM VARYING WS-KIT-SUB FROM 1 BY 1
         UNTIL WS-KIT-SUB > WS-KIT-COUNT OR WS-KIT-RESULT NOT = ZERO
         PERFORM 999-KIT-CHECK
       END-PERFORM.
       IF WS-KIT-RESULT NOT = ZERO
         GO TO 999-KIT-INSTANTIATE-EXIT
       END-IF.
       PERFORM 999-KIT-RUNGET.
       IF WS-KIT-RESULT NOT = ZERO
         GO TO 999-KIT-INSTANTIATE-EXIT
       END-IF.

       PERFORM 999-NEXTKEY-GET.
       IF WS-CTL-OK = 0
         IF WS-CTL-SCANERR = 1
           MOVE 9 TO WS-KIT-RESULT
         ELSE
           MOVE 8 TO WS-KIT-RESULT
         END-IF
         PERFORM 999-NEXTKEY-PUT
         GO TO 999-KIT-INSTANTIATE-EXIT
       END-IF.
       PERFORM 999-TODOFILE-OPENIO.
       IF WS-TODOFILESTATUS NOT = "00"
         DISPLAY "!!!TODODATAFILE I/O STATUS " WS-TODOFILESTATUS
         MOVE 9 TO WS-KIT-RESULT
         MOVE 0 TO WS-CTL-OK
         PERFORM 999-NEXTKEY-PUT
         GO TO 999-KIT-INSTANTIATE-EXIT
       END-IF.
       OPEN I-O DEPDATAFILE.
       IF WS-DEPFILESTATUS NOT = "00"
         AND WS-DEPFILESTATUS NOT = "05"
         PERFORM 999-DEPFILESTATUS-CHECK
         CLOSE TODODATAFILE
         MOVE 9 TO WS-KIT-RESULT
         MOVE 0 TO WS-CTL-OK
         PERFORM 999-NEXTKEY-PUT
         GO TO 999-KIT-INSTANTIATE-EXIT
       END-IF.

       PERFORM VARYING WS-KIT-SUB FROM 1 BY 1
         UNTIL WS-KIT-SUB > WS-KIT-COUNT OR WS-KIT-RESULT NOT = ZERO
         PERFORM 999-KIT-WRITETASK
       END-PERFORM.
       PERFORM VARYING WS-KIT-SUB FROM 1 BY 1
         UNTIL WS-KIT-SUB > WS-KIT-COUNT OR WS-KIT-RESULT NOT = ZERO
         PERFORM 999-KIT-WRITEDEPS
       END-PERFORM.
      * THE NUMBERS TAKEN BY A ROLLED BACK RUN ARE NOT STORED BACK,
      * SO THE NEXT ADD STARTS FROM THE SAME FREE NUMBER AGAIN.
       IF WS-KIT-RESULT NOT = ZERO
         PERFORM 999-KIT-ROLLBACK
         MOVE 0 TO WS-CTL-OK
       END-IF.
       CLOSE DEPDATAFILE.
       CLOSE TODODATAFILE.
       PERFORM 999-NEXTKEY-PUT.
       IF WS-KIT-RESULT = ZERO
         MOVE WS-KIT-TNEWKEY(1) TO WS-KIT-FIRSTKEY
         MOVE WS-KIT-TNEWKEY(WS-KIT-COUNT) TO WS-KIT-LASTKEY
         PERFORM 999-KIT-AUDIT
       END-IF.

       999-KIT-INSTANTIATE-EXIT.
       EXIT.

      * THE KIT FILE IS SMALL, SO THE COMPONENTS ARE PICKED OUT OF
      * ONE PASS IN KEY ORDER, WHICH IS COMPONENT NUMBER ORDER.
       999-KIT-LOAD.
       MOVE ZERO TO WS-KIT-COUNT.
       OPEN INPUT KITDATAFILE.
       IF WS-KITFILESTATUS NOT = "00"
         AND WS-KITFILESTATUS NOT = "05"
         PERFORM 999-KITFILESTATUS-CHECK
       ELSE
         PERFORM UNTIL WS-ENDOFFILE = 1
           READ KITDATAFILE INTO WS-KITDATAFILEFD
             AT END MOVE 1 TO WS-ENDOFFILE
             NOT AT END
             IF WS-KITNAME = WS-KIT-LOOKUPNAME
               IF WS-KIT-COUNT < 20
                 ADD 1 TO WS-KIT-COUNT
                 MOVE WS-KITSEQ TO WS-KIT-TSEQ(WS-KIT-COUNT)
                 MOVE WS-KITTEXT TO WS-KIT-TTEXT(WS-KIT-COUNT)
                 MOVE WS-KITPRIORITY TO WS-KIT-TPRIORITY(WS-KIT-COUNT)
                 MOVE WS-KITCATEGORY TO WS-KIT-TCATEGORY(WS-KIT-COUNT)
                 MOVE WS-KITOWNER TO WS-KIT-TOWNER(WS-KIT-COUNT)
                 IF WS-KITOFFSET IS NUMERIC
                   MOVE WS-KITOFFSET TO WS-KIT-TOFFSET(WS-KIT-COUNT)
                 ELSE
                   MOVE ZERO TO WS-KIT-TOFFSET(WS-KIT-COUNT)
                 END-IF
                 MOVE WS-KITDEPS TO WS-KIT-TDEPS(WS-KIT-COUNT)
                 MOVE SPACES TO WS-KIT-TDEPKEYS(WS-KIT-COUNT)
                 MOVE SPACES TO WS-KIT-TDUEDATE(WS-KIT-COUNT)
                 MOVE SPACES TO WS-KIT-TNEWKEY(WS-KIT-COUNT)
               ELSE
                 MOVE 2 TO WS-KIT-RESULT
               END-IF
             END-IF
           END-READ
         END-PERFORM
         CLOSE KITDATAFILE
         PERFORM 999-KITFILESTATUS-CHECK
       END-IF.
       MOVE 0 TO WS-ENDOFFILE.
       IF WS-KIT-COUNT = ZERO
         MOVE 1 TO WS-KIT-RESULT
       END-IF.

      * CHECKS ONE COMPONENT WITH THE SAME RULES AS A SINGLE ADD AND
      * WORKS OUT ITS DUE DATE. A COMPONENT MAY ONLY WAIT ON AN
      * EARLIER COMPONENT OF THE SAME KIT, AND ONLY ONCE ON EACH.
       999-KIT-CHECK.
       IF WS-KIT-TPRIORITY(WS-KIT-SUB) NOT = "H"
         AND WS-KIT-TPRIORITY(WS-KIT-SUB) NOT = "M"
         AND WS-KIT-TPRIORITY(WS-KIT-SUB) NOT = "L"
         MOVE 3 TO WS-KIT-RESULT
       END-IF.
       IF WS-KIT-RESULT = ZERO
         AND WS-KIT-TCATEGORY(WS-KIT-SUB) NOT = SPACES
         MOVE WS-KIT-TCATEGORY(WS-KIT-SUB) TO WS-CAT-LOOKUPKEY
         PERFORM 999-CAT-LOOKUP
         IF WS-CAT-ACTIVE = 0
           MOVE 4 TO WS-KIT-RESULT
         END-IF
       END-IF.
       IF WS-KIT-RESULT = ZERO
         AND WS-KIT-TOWNER(WS-KIT-SUB) NOT = SPACES
         MOVE WS-KIT-TOWNER(WS-KIT-SUB) TO WS-ANALYST-LOOKUPKEY
         PERFORM 999-ANALYST-LOOKUP
         IF WS-ANALYST-ACTIVE = 0
           MOVE 5 TO WS-KIT-RESULT
         END-IF
       END-IF.
       PERFORM VARYING WS-KIT-DEPSUB FROM 1 BY 1
         UNTIL WS-KIT-DEPSUB > 5 OR WS-KIT-RESULT NOT = ZERO
         IF WS-KIT-TDEP(WS-KIT-SUB, WS-KIT-DEPSUB) NOT = SPACES
           MOVE WS-KIT-TDEP(WS-KIT-SUB, WS-KIT-DEPSUB)
             TO WS-KIT-FINDSEQ
           PERFORM 999-KIT-FIND
           IF WS-KIT-FOUND = ZERO
             OR WS-KIT-FINDSEQ NOT < WS-KIT-TSEQ(WS-KIT-SUB)
             MOVE 6 TO WS-KIT-RESULT
           END-IF
           PERFORM VARYING WS-KIT-DEPSUB2 FROM 1 BY 1
             UNTIL WS-KIT-DEPSUB2 NOT < WS-KIT-DEPSUB
             IF WS-KIT-TDEP(WS-KIT-SUB, WS-KIT-DEPSUB2)
               = WS-KIT-FINDSEQ
               MOVE 6 TO WS-KIT-RESULT
             END-IF
           END-PERFORM
         END-IF
       END-PERFORM.
       IF WS-KIT-RESULT = ZERO
         MOVE WS-KIT-BASEDATE TO WS-DATE-WORK
         MOVE WS-KIT-TOFFSET(WS-KIT-SUB) TO WS-SLA-DAYS
         PERFORM 999-DATE-ADDWORKDAYS
         MOVE WS-DATE-WORK TO WS-KIT-TDUEDATE(WS-KIT-SUB)
       ELSE
         MOVE WS-KIT-TSEQ(WS-KIT-SUB) TO WS-KIT-BADSEQ
       END-IF.

       999-KIT-FIND.
       MOVE ZERO TO WS-KIT-FOUND.
       PERFORM VARYING WS-KIT-FINDSUB FROM 1 BY 1
         UNTIL WS-KIT-FINDSUB > WS-KIT-COUNT
         IF WS-KIT-TSEQ(WS-KIT-FINDSUB) = WS-KIT-FINDSEQ
           MOVE WS-KIT-FINDSUB TO WS-KIT-FOUND
         END-IF
       END-PERFORM.

      * THE RUN NUMBER IS TAKEN AND BUMPED ON ITS OWN CONTROL RECORD
      * AND THE FILE CLOSED AGAIN BEFORE THE TASK NUMBER RECORD IS
      * READ, SINCE READING A SECOND RECORD WOULD RELEASE THE LOCK
      * ON THE FIRST.
       999-KIT-RUNGET.
       OPEN I-O CTLDATAFILE.
       IF WS-CTLFILESTATUS NOT = "00"
         AND WS-CTLFILESTATUS NOT = "05"
         DISPLAY "!!!CTLDATAFILE I/O STATUS " WS-CTLFILESTATUS
         MOVE 7 TO WS-KIT-RESULT
       ELSE
         MOVE ZERO TO WS-LOCKTRY
         PERFORM 999-KIT-RUNREAD
         PERFORM UNTIL (WS-CTLFILESTATUS NOT = "51"
             AND WS-CTLFILESTATUS NOT = "99")
           OR WS-LOCKTRY > 9
           ADD 1 TO WS-LOCKTRY
           DISPLAY "Control record in use, waiting..."
           CALL "C$SLEEP" USING 1
           PERFORM 999-KIT-RUNREAD
         END-PERFORM
         IF WS-CTLFILESTATUS = "51" OR WS-CTLFILESTATUS = "99"
           DISPLAY "!!!CONTROL RECORD LOCKED, NO KIT RUN NUMBER"
           MOVE 7 TO WS-KIT-RESULT
         ELSE
           IF WS-CTLFILESTATUS = "00"
             AND CTLKITNEXTRUN IS NUMERIC
             AND CTLKITNEXTRUN > ZERO
             MOVE CTLKITNEXTRUN TO WS-KIT-RUNN
           ELSE
             MOVE 1 TO WS-KIT-RUNN
           END-IF
           MOVE SPACES TO CTLKITRUNFD
           MOVE "KITRUN" TO CTLKITRUNKEY
           ADD 1 TO WS-KIT-RUNN GIVING CTLKITNEXTRUN
             ON SIZE ERROR
               MOVE 1 TO CTLKITNEXTRUN
           END-ADD
           REWRITE CTLKITRUNFD
             INVALID KEY
               WRITE CTLKITRUNFD
                 INVALID KEY
                   MOVE 7 TO WS-KIT-RESULT
               END-WRITE
           END-REWRITE
           IF WS-CTLFILESTATUS = "51" OR WS-CTLFILESTATUS = "99"
             MOVE 7 TO WS-KIT-RESULT
           END-IF
         END-IF
         CLOSE CTLDATAFILE
       END-IF.

       999-KIT-RUNREAD.
       MOVE "KITRUN" TO CTLKITRUNKEY.
       READ CTLDATAFILE
         INVALID KEY CONTINUE
       END-READ.

      * ANOTHER SESSION CAN TAKE THE SAME NEW NUMBER BETWEEN THE
      * SCAN AND THE WRITE, SO A DUPLICATE MOVES ON TO THE NEXT
      * FREE NUMBER AS A SINGLE ADD DOES.
       999-KIT-WRITETASK.
       IF WS-KIT-SUB > 1
         ADD 1 TO WS-MAXTODOKEYN
           ON SIZE ERROR
             MOVE 8 TO WS-KIT-RESULT
         END-ADD
       END-IF.
       IF WS-KIT-RESULT = ZERO
         MOVE WS-KIT-TTEXT(WS-KIT-SUB) TO TODOTEXT
         MOVE WS-KIT-TPRIORITY(WS-KIT-SUB) TO TODOPRIORITY
         MOVE WS-KIT-TDUEDATE(WS-KIT-SUB) TO TODODUEDATE
         MOVE WS-KIT-TCATEGORY(WS-KIT-SUB) TO TODOCATEGORY
         MOVE SPACES TO TODORECURKEY
         MOVE WS-KIT-TOWNER(WS-KIT-SUB) TO TODOOWNER
         MOVE "O" TO TODOSTATUS
         MOVE SPACES TO TODOHOLDREASON
         MOVE SPACES TO TODORESUMEDATE
         MOVE ZERO TO TODOESTHOURS
         MOVE WS-KIT-LOOKUPNAME TO TODOKITNAME
         MOVE WS-KIT-RUNN TO TODOKITRUN
         MOVE 0 TO WS-ADDDONE
         MOVE 0 TO WS-ADDTRY
         PERFORM UNTIL WS-ADDDONE = 1 OR WS-ADDTRY > 5
           MOVE WS-MAXTODOKEYN TO TODOKEY
           WRITE TODODATAFILEFD
             INVALID KEY
               ADD 1 TO WS-ADDTRY
               ADD 1 TO WS-MAXTODOKEYN
                 ON SIZE ERROR
                   MOVE 9 TO WS-ADDTRY
                   MOVE 8 TO WS-KIT-RESULT
               END-ADD
             NOT INVALID KEY
               MOVE 1 TO WS-ADDDONE
               MOVE TODOKEY TO WS-KIT-TNEWKEY(WS-KIT-SUB)
           END-WRITE
         END-PERFORM
         IF WS-ADDDONE = 0 AND WS-KIT-RESULT = ZERO
           MOVE 10 TO WS-KIT-RESULT
         END-IF
       END-IF.

       999-KIT-WRITEDEPS.
       PERFORM VARYING WS-KIT-DEPSUB FROM 1 BY 1
         UNTIL WS-KIT-DEPSUB > 5 OR WS-KIT-RESULT NOT = ZERO
         IF WS-KIT-TDEP(WS-KIT-SUB, WS-KIT-DEPSUB) NOT = SPACES
           MOVE WS-KIT-TDEP(WS-KIT-SUB, WS-KIT-DEPSUB)
             TO WS-KIT-FINDSEQ
           PERFORM 999-KIT-FIND
           MOVE WS-KIT-TNEWKEY(WS-KIT-SUB) TO DEPTASKKEY
           MOVE WS-KIT-TNEWKEY(WS-KIT-FOUND) TO DEPPREREQKEY
           WRITE DEPDATAFILEFD
             INVALID KEY
               MOVE 10 TO WS-KIT-RESULT
             NOT INVALID KEY
               MOVE DEPPREREQKEY
                 TO WS-KIT-TDEPKEY(WS-KIT-SUB, WS-KIT-DEPSUB)
           END-WRITE
         END-IF
       END-PERFORM.

       999-KIT-ROLLBACK.
       PERFORM VARYING WS-KIT-SUB FROM 1 BY 1
         UNTIL WS-KIT-SUB > WS-KIT-COUNT
         PERFORM VARYING WS-KIT-DEPSUB FROM 1 BY 1
           UNTIL WS-KIT-DEPSUB > 5
           IF WS-KIT-TDEPKEY(WS-KIT-SUB, WS-KIT-DEPSUB) NOT = SPACES
             MOVE WS-KIT-TNEWKEY(WS-KIT-SUB) TO DEPTASKKEY
             MOVE WS-KIT-TDEPKEY(WS-KIT-SUB, WS-KIT-DEPSUB)
               TO DEPPREREQKEY
             DELETE DEPDATAFILE
               INVALID KEY CONTINUE
             END-DELETE
             MOVE SPACES TO WS-KIT-TDEPKEY(WS-KIT-SUB, WS-KIT-DEPSUB)
           END-IF
         END-PERFORM
         IF WS-KIT-TNEWKEY(WS-KIT-SUB) NOT = SPACES
           MOVE WS-KIT-TNEWKEY(WS-KIT-SUB) TO TODOKEY
           DELETE TODODATAFILE
             INVALID KEY CONTINUE
           END-DELETE
           MOVE SPACES TO WS-KIT-TNEWKEY(WS-KIT-SUB)
         END-IF
       END-PERFORM.

       999-KIT-AUDIT.
       PERFORM VARYING WS-KIT-SUB FROM 1 BY 1
         UNTIL WS-KIT-SUB > WS-KIT-COUNT
         MOVE "ADD" TO WS-AUDIT-ACTION
         MOVE WS-KIT-TNEWKEY(WS-KIT-SUB) TO WS-AUDIT-KEY
         MOVE SPACES TO WS-AUDIT-OLDTEXT
         MOVE WS-KIT-TTEXT(WS-KIT-SUB) TO WS-AUDIT-NEWTEXT
         PERFORM 999-AUDITLOG
         PERFORM VARYING WS-KIT-DEPSUB FROM 1 BY 1
           UNTIL WS-KIT-DEPSUB > 5
           IF WS-KIT-TDEPKEY(WS-KIT-SUB, WS-KIT-DEPSUB) NOT = SPACES
             MOVE "DEPADD" TO WS-AUDIT-ACTION
             MOVE WS-KIT-TNEWKEY(WS-KIT-SUB) TO WS-AUDIT-KEY
             MOVE SPACES TO WS-AUDIT-OLDTEXT
             MOVE SPACES TO WS-AUDIT-NEWTEXT
             STRING "WAITS ON "
               WS-KIT-TDEPKEY(WS-KIT-SUB, WS-KIT-DEPSUB)
               DELIMITED BY SIZE INTO WS-AUDIT-NEWTEXT
             END-STRING
             PERFORM 999-AUDITLOG
           END-IF
         END-PERFORM
       END-PERFORM.
       MOVE "KITRUN" TO WS-AUDIT-ACTION.
       MOVE WS-KIT-LOOKUPNAME TO WS-AUDIT-KEY.
       MOVE SPACES TO WS-AUDIT-OLDTEXT.
       MOVE SPACES TO WS-AUDIT-NEWTEXT.
       STRING "RUN " WS-KIT-RUNN " START " WS-KIT-BASEDATE
         DELIMITED BY SIZE INTO WS-AUDIT-OLDTEXT
       END-STRING.
       STRING "TASKS " WS-KIT-FIRSTKEY " TO " WS-KIT-LASTKEY
         DELIMITED BY SIZE INTO WS-AUDIT-NEWTEXT
       END-STRING.
       PERFORM 999-AUDITLOG.

       999-KITFILESTATUS-CHECK.
       IF WS-KITFILESTATUS NOT = "00"
         AND WS-KITFILESTATUS NOT = "05"
         DISPLAY "!!!KITDATAFILE I/O STATUS " WS-KITFILESTATUS
       END-IF.

       999-SELECTION3.
       MOVE 0 TO USER-SELECTION.
       STOP-RUN.
