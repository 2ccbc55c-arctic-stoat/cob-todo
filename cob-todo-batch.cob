       PROGRAM-ID. cob-todo-batch.
       AUTHOR.  "Christer Stig Åke Landstedt".

      * APPLIES A SEQUENTIAL TRANSACTION FILE OF ADD, CHANGE, REMOVE,
      * MOVE, STATUS AND KIT RECORDS TO THE TASK FILE WITHOUT ANY
      * OPERATOR INPUT, WITH THE SAME NUMBERING, DUPLICATE KEY AND AUDIT
      * LOGGING BEHAVIOR AS THE MENU PATHS, AND WRITES AN
      * ACCEPTED/REJECTED RESULTS REPORT WITH REASON CODES.

       ENVIRONMENT DIVISION.

             ACCESS MODE IS DYNAMIC
             RECORD KEY IS CATKEY
             FILE STATUS IS WS-CATFILESTATUS.
           SELECT OPTIONAL CALDATAFILE ASSIGN TO "cob-todo-cal.dat"
             ORGANIZATION IS INDEXED
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
           SELECT OPTIONAL DEPDATAFILE ASSIGN TO "cob-todo-dep.dat"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             LOCK MODE IS AUTOMATIC
             SHARING WITH ALL OTHER
             FILE STATUS IS WS-NOTEFILESTATUS.
           SELECT OPTIONAL TIMEDATAFILE ASSIGN TO "cob-todo-time.dat"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS TIMEKEY
             LOCK MODE IS AUTOMATIC
             SHARING WITH ALL OTHER
             FILE STATUS IS WS-TIMEFILESTATUS.
           SELECT OPTIONAL CTLDATAFILE ASSIGN TO "cob-todo-ctl.dat"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
           05 TRANSCATEGORY PIC X(10).
           05 FILLER PIC X(1).
           05 TRANSOWNER PIC X(8).
           05 FILLER PIC X(1).
           05 TRANSSTATUS PIC X(1).
           05 FILLER PIC X(1).
           05 TRANSHOLDREASON PIC X(2).
           05 FILLER PIC X(1).
           05 TRANSRESUMEDATE PIC X(6).
           05 FILLER PIC X(2).
         FD TODODATAFILE
           RECORD CONTAINS 80 CHARACTERS.
         01 TODODATAFILEFD.
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
           05 DONEPRIORITY PIC X(1).
           05 DONEDUEDATE PIC X(6).
           05 DONECATEGORY PIC X(10).
           05 DONEESTHOURS PIC 9(3).
         FD CATDATAFILE
           RECORD CONTAINS 80 CHARACTERS.
         01 CATDATAFILEFD.
           05 CATKEY PIC X(10).
           05 CATSTATUS PIC X(1).
           05 CATDESC PIC X(25).
           05 CATSLADAYS PIC 9(3).
         FD CALDATAFILE
           RECORD CONTAINS 80 CHARACTERS.
         01 CALDATAFILEFD.
           05 CALDATE PIC X(6).
           05 CALDESC PIC X(25).
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
         FD DEPDATAFILE
           RECORD CONTAINS 80 CHARACTERS.
         01 DEPDATAFILEFD.
             10 NOTETASK PIC X(12).
             10 NOTESEQ PIC X(4).
           05 NOTETEXT PIC X(60).
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
         FD AUDITFILE
           RECORD CONTAINS 90 CHARACTERS.
         01 AUDITFILEFD.
           05 WS-TRANSCATEGORY PIC X(10).
           05 FILLER PIC X(1).
           05 WS-TRANSOWNER PIC X(8).
           05 FILLER PIC X(1).
           05 WS-TRANSSTATUS PIC X(1).
           05 FILLER PIC X(1).
           05 WS-TRANSHOLDREASON PIC X(2).
           05 FILLER PIC X(1).
           05 WS-TRANSRESUMEDATE PIC X(6).
           05 FILLER PIC X(2).
         01 WS-TODODATAFILEFD.
           05 WS-TODOKEY PIC X(4).
           05 WS-TODOTEXT PIC X(25).
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
         01 WS-DEPDATAFILEFD.
           05 WS-DEPTASKKEY PIC X(4).
           05 WS-DEPPREREQKEY PIC X(4).
         01 WS-DEP-PURGEKEY PIC X(4).
         01 WS-DEP-PURGEMOVE PIC 9 VALUE ZERO.
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
         01 WS-NOTEDATAFILEFD.
           05 WS-NOTETASK PIC X(12).
           05 WS-NOTESEQ PIC X(4).
         01 WS-NOTE-TASKKEY PIC X(12).
         01 WS-NOTE-NEWTASK PIC X(12).
         01 WS-NOTE-COUNT PIC 9(4) VALUE ZERO.
         01 WS-TIMEDATAFILEFD.
           05 WS-TIMETASK PIC X(12).
           05 WS-TIMESEQ PIC X(4).
           05 WS-TIMEANALYST PIC X(8).
           05 WS-TIMEDATE PIC X(6).
           05 WS-TIMEHOURS PIC 9(2)V9.
           05 WS-TIMEREMARK PIC X(30).
         01 WS-AUDIT-ACTION PIC X(10).
         01 WS-AUDIT-KEY PIC X(12).
         01 WS-AUDIT-OLDTEXT PIC X(25).
         01 WS-AUDIT-NEWTEXT PIC X(25).
         01 WS-AUDIT-BEFORE.
           05 WS-AUDIT-BPRIORITY PIC X(1).
           05 WS-AUDIT-BDUEDATE PIC X(6).
           05 WS-AUDIT-BCATEGORY PIC X(10).
           05 WS-AUDIT-BOWNER PIC X(8).
         01 WS-RESULT PIC X(8).
         01 WS-REASON PIC X(2).
         01 WS-TRANSCOUNT PIC 9(4) VALUE ZERO.
           05 FILLER PIC X(33).
         01 WS-CAT-LOOKUPKEY PIC X(10).
         01 WS-CAT-ACTIVE PIC 9 VALUE ZERO.
         01 WS-CAT-SLADAYS PIC 9(3) VALUE ZERO.
         01 WS-DATE-WORK.
           05 WS-DATE-YY PIC 99.
           05 WS-DATE-MM PIC 99.
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
         01 WS-CAL-LOOKUPDATE PIC X(6).
         01 WS-CAL-NONWORK PIC 9 VALUE ZERO.
         01 WS-CALFILESTATUS PIC X(2) VALUE "00".
         01 WS-SLA-DAYS PIC 9(3) VALUE ZERO.
         01 WS-SLA-COUNT PIC 9(3) VALUE ZERO.
         01 WS-SLA-STEP PIC 9(4) VALUE ZERO.
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
         01 WS-LOCKTRY PIC 99 VALUE ZERO.
         01 WS-ADDTRY PIC 9 VALUE ZERO.
         01 WS-ADDDONE PIC 9 VALUE ZERO.
         01 WS-BACKUPFILESTATUS PIC X(2) VALUE "00".
         01 WS-CATFILESTATUS PIC X(2) VALUE "00".
         01 WS-ANALYSTFILESTATUS PIC X(2) VALUE "00".
         01 WS-KITFILESTATUS PIC X(2) VALUE "00".
         01 WS-ANALYST-LOOKUPKEY PIC X(8).
         01 WS-ANALYST-ACTIVE PIC 9 VALUE ZERO.
         01 WS-CTLFILESTATUS PIC X(2) VALUE "00".
         01 WS-NOTEFILESTATUS PIC X(2) VALUE "00".
         01 WS-TIMEFILESTATUS PIC X(2) VALUE "00".
         01 WS-DEPFILESTATUS PIC X(2) VALUE "00".
         01 WS-CTL-OK PIC 9 VALUE ZERO.
         01 WS-CTL-OPEN PIC 9 VALUE ZERO.
       MOVE "REASON 10=ALREADY APPLIED IN EARLIER RUN"
         TO REPORTFILEFD.
       WRITE REPORTFILEFD.
       MOVE "REASON 11=BAD STATUS" TO REPORTFILEFD.
       WRITE REPORTFILEFD.
       MOVE "REASON 12=BAD HOLD REASON" TO REPORTFILEFD.
       WRITE REPORTFILEFD.
       MOVE "REASON 13=BAD RESUME DATE" TO REPORTFILEFD.
       WRITE REPORTFILEFD.
       MOVE "REASON 14=OWNER NOT AN ACTIVE ANALYST" TO REPORTFILEFD.
       WRITE REPORTFILEFD.
       MOVE "REASON 15=KIT NOT FOUND OR NOT VALID" TO REPORTFILEFD.
       WRITE REPORTFILEFD.
       MOVE "REASON 16=KIT ROLLED BACK, NO TASKS CREATED"
         TO REPORTFILEFD.
       WRITE REPORTFILEFD.

       OPEN INPUT TRANSFILE.
       IF WS-TRANSFILESTATUS NOT = "00"
           PERFORM 999-BATCH-REMOVE THRU 999-BATCH-REMOVE-EXIT
         WHEN "MOVE"
           PERFORM 999-BATCH-MOVE THRU 999-BATCH-MOVE-EXIT
         WHEN "STATUS"
           PERFORM 999-BATCH-STATUS THRU 999-BATCH-STATUS-EXIT
         WHEN "KIT"
           PERFORM 999-BATCH-KIT THRU 999-BATCH-KIT-EXIT
         WHEN OTHER
           MOVE "REJECTED" TO WS-RESULT
           MOVE "01" TO WS-REASON
         GO TO 999-BATCH-ADD-EXIT
       END-IF.

      * AN ADD WITHOUT A DUE DATE TAKES THE SLA TARGET OF ITS
      * CATEGORY IN WORKING DAYS FROM TODAY, AS THE MENU ADD DOES.
       IF WS-TRANSDUEDATE = SPACES
         AND WS-TRANSCATEGORY NOT = SPACES
         AND WS-CAT-SLADAYS > ZERO
         ACCEPT CURRENTDATE FROM DATE
         MOVE CURRENTDATE TO WS-DATE-WORK
         MOVE WS-CAT-SLADAYS TO WS-SLA-DAYS
         PERFORM 999-DATE-ADDWORKDAYS
         MOVE WS-DATE-WORK TO WS-TRANSDUEDATE
       END-IF.

       PERFORM 999-TODOFILE-OPENIO.
       IF WS-TODOFILESTATUS NOT = "00"
         MOVE "REJECTED" TO WS-RESULT
       MOVE WS-TRANSCATEGORY TO TODOCATEGORY.
       MOVE SPACES TO TODORECURKEY.
       MOVE WS-TRANSOWNER TO TODOOWNER.
       MOVE "O" TO TODOSTATUS.
       MOVE SPACES TO TODOHOLDREASON.
       MOVE SPACES TO TODORESUMEDATE.
       MOVE ZERO TO TODOESTHOURS.
       MOVE SPACES TO TODOKITNAME.
       MOVE SPACES TO TODOKITRUN.
      * ANOTHER SESSION CAN TAKE THE SAME NEW NUMBER BETWEEN THE
      * SCAN AND THE WRITE, SO A DUPLICATE MOVES ON TO THE NEXT
      * FREE NUMBER INSTEAD OF REJECTING.
         GO TO 999-BATCH-CHANGE-EXIT
       END-IF.
       MOVE TODOTEXT TO WS-AUDIT-OLDTEXT.
       MOVE TODOOWNER TO WS-CHANGE-OLDOWNER.
       MOVE TODOPRIORITY TO WS-AUDIT-BPRIORITY.
       MOVE TODODUEDATE TO WS-AUDIT-BDUEDATE.
       MOVE TODOCATEGORY TO WS-AUDIT-BCATEGORY.
       MOVE TODOOWNER TO WS-AUDIT-BOWNER.
       MOVE WS-TRANSTEXT TO TODOTEXT.
       MOVE WS-TRANSPRIORITY TO TODOPRIORITY.
       MOVE WS-TRANSDUEDATE TO TODODUEDATE.
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

         GO TO 999-BATCH-REMOVE-EXIT
       END-IF.
       MOVE TODOTEXT TO WS-AUDIT-OLDTEXT.
       MOVE TODOPRIORITY TO WS-AUDIT-BPRIORITY.
       MOVE TODODUEDATE TO WS-AUDIT-BDUEDATE.
       MOVE TODOCATEGORY TO WS-AUDIT-BCATEGORY.
       MOVE TODOOWNER TO WS-AUDIT-BOWNER.
       DELETE TODODATAFILE
         INVALID KEY
           MOVE "REJECTED" TO WS-RESULT
           MOVE TODOKEY TO WS-AUDIT-KEY
           MOVE SPACES TO WS-AUDIT-NEWTEXT
           PERFORM 999-AUDITLOG
           PERFORM 999-AUDITBEFORE
       END-DELETE.
       CLOSE TODODATAFILE.
       IF WS-RESULT NOT = "REJECTED"
         MOVE SPACES TO WS-NOTE-TASKKEY
         MOVE WS-TRANSKEY TO WS-NOTE-TASKKEY(1:4)
         PERFORM 999-NOTE-PURGE
         PERFORM 999-TIME-PURGE
         MOVE WS-TRANSKEY TO WS-DEP-PURGEKEY
         MOVE 0 TO WS-DEP-PURGEMOVE
         PERFORM 999-DEP-PURGE
       END-IF.

       MOVE WS-TODOPRIORITY TO DONEPRIORITY.
       MOVE WS-TODODUEDATE TO DONEDUEDATE.
       MOVE WS-TODOCATEGORY TO DONECATEGORY.
       IF WS-TODOESTHOURS IS NUMERIC
         MOVE WS-TODOESTHOURS TO DONEESTHOURS
       ELSE
         MOVE ZERO TO DONEESTHOURS
       END-IF.
       WRITE DONEDATAFILEFD
         INVALID KEY
           MOVE "REJECTED" TO WS-RESULT
         MOVE "06" TO WS-REASON
         GO TO 999-BATCH-MOVE-EXIT
       END-IF.
       MOVE WS-TODOPRIORITY TO WS-AUDIT-BPRIORITY.
       MOVE WS-TODODUEDATE TO WS-AUDIT-BDUEDATE.
       MOVE WS-TODOCATEGORY TO WS-AUDIT-BCATEGORY.
       MOVE WS-TODOOWNER TO WS-AUDIT-BOWNER.
       MOVE WS-TRANSKEY TO TODOKEY.
       DELETE TODODATAFILE
         INVALID KEY
           MOVE WS-TODOTEXT TO WS-AUDIT-OLDTEXT
           MOVE DONEKEY TO WS-AUDIT-NEWTEXT
           PERFORM 999-AUDITLOG
           PERFORM 999-AUDITBEFORE
       END-DELETE.
       CLOSE TODODATAFILE.
       IF WS-RESULT NOT = "REJECTED"
         MOVE SPACES TO WS-NOTE-TASKKEY
         MOVE WS-TRANSKEY TO WS-NOTE-TASKKEY(1:4)
         PERFORM 999-NOTE-REKEY
         PERFORM 999-TIME-REKEY
         MOVE WS-TRANSKEY TO WS-DEP-PURGEKEY
         MOVE 1 TO WS-DEP-PURGEMOVE
         PERFORM 999-DEP-PURGE
       END-IF.

       999-BATCH-MOVE-EXIT.
       EXIT.

      * A STATUS TRANSACTION CARRIES O, I OR H IN THE STATUS
      * COLUMN. H ALSO NEEDS A HOLD REASON CODE AND AN EXPECTED
      * RESUME DATE THAT IS NOT IN THE PAST. ANY OTHER STATUS CLEARS
      * THE HOLD REASON AND RESUME DATE ON THE TASK.
       999-BATCH-STATUS.
       IF WS-TRANSKEY IS NOT NUMERIC
         MOVE "REJECTED" TO WS-RESULT
         MOVE "02" TO WS-REASON
         GO TO 999-BATCH-STATUS-EXIT
       END-IF.
       IF WS-TRANSSTATUS NOT = "O"
         AND WS-TRANSSTATUS NOT = "I"
         AND WS-TRANSSTATUS NOT = "H"
         MOVE "REJECTED" TO WS-RESULT
         MOVE "11" TO WS-REASON
         GO TO 999-BATCH-STATUS-EXIT
       END-IF.
       IF WS-TRANSSTATUS = "H"
         MOVE WS-TRANSHOLDREASON TO WS-HOLD-LOOKUPCODE
         PERFORM 999-HOLD-LOOKUP
         IF WS-HOLD-FOUND = 0
           MOVE "REJECTED" TO WS-RESULT
           MOVE "12" TO WS-REASON
           GO TO 999-BATCH-STATUS-EXIT
         END-IF
         MOVE WS-TRANSRESUMEDATE TO WS-DATE-WORK
         PERFORM 999-DATE-VALIDATE
         ACCEPT CURRENTDATE FROM DATE
         IF WS-DATE-VALID = 0 OR WS-DATE-WORK < CURRENTDATE
           MOVE "REJECTED" TO WS-RESULT
           MOVE "13" TO WS-REASON
           GO TO 999-BATCH-STATUS-EXIT
         END-IF
       ELSE
         MOVE SPACES TO WS-TRANSHOLDREASON
         MOVE SPACES TO WS-TRANSRESUMEDATE
       END-IF.

       PERFORM 999-TODOFILE-OPENIO.
       IF WS-TODOFILESTATUS NOT = "00"
         MOVE "REJECTED" TO WS-RESULT
         MOVE "06" TO WS-REASON
         GO TO 999-BATCH-STATUS-EXIT
       END-IF.
       MOVE WS-TRANSKEY TO TODOKEY.
       READ TODODATAFILE
         INVALID KEY
           MOVE "REJECTED" TO WS-RESULT
           MOVE "03" TO WS-REASON
       END-READ.
       IF WS-RESULT = "REJECTED"
         CLOSE TODODATAFILE
         GO TO 999-BATCH-STATUS-EXIT
       END-IF.
       IF TODOSTATUS = "I" OR TODOSTATUS = "H"
         MOVE TODOSTATUS TO WS-STATUS-AUDITSTATUS
       ELSE
         MOVE "O" TO WS-STATUS-AUDITSTATUS
       END-IF.
       IF TODOSTATUS = "H"
         MOVE TODOHOLDREASON TO WS-STATUS-AUDITREASON
         MOVE TODORESUMEDATE TO WS-STATUS-AUDITRESUME
       ELSE
         MOVE SPACES TO WS-STATUS-AUDITREASON
         MOVE SPACES TO WS-STATUS-AUDITRESUME
       END-IF.
       MOVE WS-STATUS-AUDIT TO WS-AUDIT-OLDTEXT.
       MOVE WS-TRANSSTATUS TO TODOSTATUS.
       MOVE WS-TRANSHOLDREASON TO TODOHOLDREASON.
       MOVE WS-TRANSRESUMEDATE TO TODORESUMEDATE.
       REWRITE TODODATAFILEFD
         INVALID KEY
           MOVE "REJECTED" TO WS-RESULT
           MOVE "03" TO WS-REASON
         NOT INVALID KEY
           MOVE "STATUS" TO WS-AUDIT-ACTION
           MOVE TODOKEY TO WS-AUDIT-KEY
           MOVE TODOSTATUS TO WS-STATUS-AUDITSTATUS
           MOVE TODOHOLDREASON TO WS-STATUS-AUDITREASON
           MOVE TODORESUMEDATE TO WS-STATUS-AUDITRESUME
           MOVE WS-STATUS-AUDIT TO WS-AUDIT-NEWTEXT
           PERFORM 999-AUDITLOG
       END-REWRITE.
       CLOSE TODODATAFILE.

       999-BATCH-STATUS-EXIT.
       EXIT.

      * A KIT TRANSACTION CARRIES THE KIT NAME IN THE FIRST SIX
      * COLUMNS OF THE TEXT AND THE KIT START DATE IN THE DUE DATE
      * COLUMNS, BLANK FOR TODAY. THE WHOLE KIT IS CREATED OR THE
      * TRANSACTION IS REJECTED WITH NOTHING CREATED. AN ACCEPTED
      * KIT REPORTS ITS FIRST NEW TASK NUMBER, AND THE KIT NAME,
      * RUN NUMBER AND NEW TASK RANGE IN PLACE OF THE TEXT.
       999-BATCH-KIT.
       MOVE WS-TRANSTEXT(1:6) TO WS-KIT-LOOKUPNAME.
       IF WS-KIT-LOOKUPNAME = SPACES
         MOVE "REJECTED" TO WS-RESULT
         MOVE "15" TO WS-REASON
         GO TO 999-BATCH-KIT-EXIT
       END-IF.
       IF WS-TRANSDUEDATE = SPACES
         ACCEPT CURRENTDATE FROM DATE
         MOVE CURRENTDATE TO WS-KIT-BASEDATE
       ELSE
         MOVE WS-TRANSDUEDATE TO WS-DATE-WORK
         PERFORM 999-DATE-VALIDATE
         IF WS-DATE-VALID = 0
           MOVE "REJECTED" TO WS-RESULT
           MOVE "08" TO WS-REASON
           GO TO 999-BATCH-KIT-EXIT
         END-IF
         MOVE WS-TRANSDUEDATE TO WS-KIT-BASEDATE
       END-IF.

       PERFORM 999-KIT-INSTANTIATE THRU 999-KIT-INSTANTIATE-EXIT.
       EVALUATE WS-KIT-RESULT
         WHEN 0
           MOVE WS-KIT-FIRSTKEY TO WS-TRANSKEY
           MOVE SPACES TO WS-TRANSTEXT
           STRING WS-KIT-LOOKUPNAME " RUN " WS-KIT-RUNN " "
             WS-KIT-FIRSTKEY "-" WS-KIT-LASTKEY
             DELIMITED BY SIZE INTO WS-TRANSTEXT
           END-STRING
         WHEN 3
           MOVE "REJECTED" TO WS-RESULT
           MOVE "07" TO WS-REASON
         WHEN 4
           MOVE "REJECTED" TO WS-RESULT
           MOVE "09" TO WS-REASON
         WHEN 5
           MOVE "REJECTED" TO WS-RESULT
           MOVE "14" TO WS-REASON
         WHEN 7
           MOVE "REJECTED" TO WS-RESULT
           MOVE "06" TO WS-REASON
         WHEN 8
           MOVE "REJECTED" TO WS-RESULT
           MOVE "05" TO WS-REASON
         WHEN 9
           MOVE "REJECTED" TO WS-RESULT
           MOVE "06" TO WS-REASON
         WHEN 10
           MOVE "REJECTED" TO WS-RESULT
           MOVE "16" TO WS-REASON
         WHEN OTHER
           MOVE "REJECTED" TO WS-RESULT
           MOVE "15" TO WS-REASON
       END-EVALUATE.

       999-BATCH-KIT-EXIT.
       EXIT.

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

      * THE SAME HOLD REASON CODES AS THE MENU PROGRAM.
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

      * WHEN A TASK LEAVES THE TASK FILE ITS NOTES ARE REKEYED FROM
      * THE TASK NUMBER TO THE DONE KEY, AS THE MENU PROGRAM DOES,
      * SO NOTES ADDED FROM THE MENU FOLLOW A TASK COMPLETED BY THE
       END-IF.
       MOVE 0 TO WS-ENDOFFILE.

      * TIME ENTRIES FOLLOW THE TASK TO THE DONE KEY, AND ARE
      * DELETED WITH IT ON A REMOVE, IN THE SAME WAY AS THE NOTES.
      * BOTH USE THE KEYS ALREADY SET UP FOR THE NOTES.
       999-TIME-REKEY.
       OPEN I-O TIMEDATAFILE.
       IF WS-TIMEFILESTATUS NOT = "00"
         AND WS-TIMEFILESTATUS NOT = "05"
         PERFORM 999-TIMEFILESTATUS-CHECK
       ELSE
         PERFORM UNTIL WS-ENDOFFILE = 1
           READ TIMEDATAFILE INTO WS-TIMEDATAFILEFD
             AT END MOVE 1 TO WS-ENDOFFILE
             NOT AT END
             IF WS-TIMETASK = WS-NOTE-TASKKEY
               DELETE TIMEDATAFILE
                 INVALID KEY
                   DISPLAY "!!!ERROR TIME ENTRY NOT FOUND"
                 NOT INVALID KEY
                   MOVE WS-TIMEDATAFILEFD TO TIMEDATAFILEFD
                   MOVE WS-NOTE-NEWTASK TO TIMETASK
                   WRITE TIMEDATAFILEFD
                     INVALID KEY
                       DISPLAY "!!!ERROR RECORD ALREADY EXIST!"
                   END-WRITE
               END-DELETE
             END-IF
           END-READ
         END-PERFORM
         CLOSE TIMEDATAFILE
         PERFORM 999-TIMEFILESTATUS-CHECK
       END-IF.
       MOVE 0 TO WS-ENDOFFILE.

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
             IF WS-TIMETASK = WS-NOTE-TASKKEY
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

       999-TIMEFILESTATUS-CHECK.
       IF WS-TIMEFILESTATUS NOT = "00"
         AND WS-TIMEFILESTATUS NOT = "05"
         DISPLAY "!!!TIMEDATAFILE I/O STATUS " WS-TIMEFILESTATUS
       END-IF.

      * THE SAME FIELD EDITS AS THE MENU PROGRAM: PRIORITY MUST BE
      * H, M OR L, A NON BLANK DUE DATE MUST BE A REAL CALENDAR DATE
      * AND A NON BLANK CATEGORY MUST BE ACTIVE IN THE CATEGORY
      * MASTER. AN UNAVAILABLE CATEGORY MASTER LETS THE CATEGORY
      * THROUGH RATHER THAN REJECTING EVERY TRANSACTION. A NON BLANK
      * OWNER MUST BE ACTIVE IN THE ANALYST MASTER, AND LIKEWISE IS
      * LET THROUGH WHEN THAT MASTER IS NOT SET UP OR UNAVAILABLE.
       999-BATCH-EDITS.
       IF WS-TRANSPRIORITY NOT = "H"
         AND WS-TRANSPRIORITY NOT = "M"
         IF WS-CAT-ACTIVE = 0
           MOVE "REJECTED" TO WS-RESULT
           MOVE "09" TO WS-REASON
           GO TO 999-BATCH-EDITS-EXIT
         END-IF
       END-IF.
       IF WS-TRANSOWNER NOT = SPACES
         MOVE WS-TRANSOWNER TO WS-ANALYST-LOOKUPKEY
         PERFORM 999-ANALYST-LOOKUP
         IF WS-ANALYST-ACTIVE = 0
           MOVE "REJECTED" TO WS-RESULT
           MOVE "14" TO WS-REASON
         END-IF
       END-IF.


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
       END-IF.

       999-ANALYST-LOOKUP.
       MOVE 0 TO WS-ANALYST-ACTIVE.
       OPEN INPUT ANALYSTDATAFILE.
       IF WS-ANALYSTFILESTATUS NOT = "00"
         AND WS-ANALYSTFILESTATUS NOT = "05"
         DISPLAY "!!!ANALYSTDATAFILE I/O STATUS " WS-ANALYSTFILESTATUS
         MOVE 2 TO WS-ANALYST-ACTIVE
       ELSE
         IF WS-ANALYSTFILESTATUS = "05"
           MOVE 2 TO WS-ANALYST-ACTIVE
         ELSE
           MOVE WS-ANALYST-LOOKUPKEY TO ANALYSTKEY
           READ ANALYSTDATAFILE
             INVALID KEY CONTINUE
             NOT INVALID KEY
               IF ANALYSTSTATUS = "A"
                 MOVE 1 TO WS-ANALYST-ACTIVE
               END-IF
           END-READ
         END-IF
         CLOSE ANALYSTDATAFILE
       END-IF.

       999-DATE-VALIDATE.
       MOVE 1 TO WS-DATE-VALID.
       IF WS-DATE-WORK IS NOT NUMERIC
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

      * MOVES WS-DATE-WORK FORWARD BY WS-SLA-DAYS WORKING DAYS. THE
      * STEP COUNT IS CAPPED SO A CALENDAR THAT MARKS EVERY DAY
      * NON-WORKING CANNOT LOOP FOREVER.
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

      * THE TASK AND DONE FILES ARE COPIED TO THE NEXT BACKUP
      * GENERATION (THREE ARE KEPT IN ROTATION) BEFORE THE FIRST
      * TRANSACTION IS APPLIED, MATCHING THE MENU PROGRAM.
