      * DATA QUALITY SWEEP OVER THE TASK MASTERS. EVERY RECORD ON
      * THE TASK, DONE, ARCHIVE, RECURRING AND CATEGORY FILES IS
      * CHECKED AGAINST THE SAME EDITS THE ENTRY PATHS ENFORCE:
      * PRIORITY H/M/L, A REAL CALENDAR DATE, AN ACTIVE CATEGORY,
      * A RESOLVABLE RECURRING DEFINITION KEY AND A TASK STATUS OF
      * O/I/H WITH A HOLD REASON AND RESUME DATE WHEN ON HOLD.
      * FAILURES GO TO AN EXCEPTIONS REPORT. IN CORRECTION MODE THE
      * BAD FIELD IS BLANKED OR DEFAULTED (PRIORITY TO M, BAD STATUS
      * TO I, BAD TASK STATUS OR HOLD DETAIL TO OPEN) AND EACH
      * CORRECTION IS LOGGED ON THE AUDIT TRAIL.

       ENVIRONMENT DIVISION.

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
         FD ARCHIVEDATAFILE
           RECORD CONTAINS 80 CHARACTERS.
         01 ARCHIVEDATAFILEFD.
           05 ARCHIVEDUEDATE PIC X(6).
           05 ARCHIVECATEGORY PIC X(10).
           05 ARCHIVEDATE PIC X(6).
           05 ARCHIVEESTHOURS PIC 9(3).
         FD RECURDATAFILE
           RECORD CONTAINS 80 CHARACTERS.
         01 RECURDATAFILEFD.
         01 WS-AUDIT-KEY PIC X(12).
         01 WS-AUDIT-OLDTEXT PIC X(25).
         01 WS-AUDIT-NEWTEXT PIC X(25).
         01 WS-AUDIT-BEFORE.
           05 WS-AUDIT-BPRIORITY PIC X(1).
           05 WS-AUDIT-BDUEDATE PIC X(6).
           05 WS-AUDIT-BCATEGORY PIC X(10).
           05 WS-AUDIT-BOWNER PIC X(8).
         01 WS-REPORTFILENAME PIC X(45).
         01 WS-TODOFILESTATUS PIC X(2) VALUE "00".
         01 WS-DONEFILESTATUS PIC X(2) VALUE "00".
       MOVE 0 TO WS-RECFIX.
       MOVE SPACES TO WS-EXC-KEY.
       MOVE TODOKEY TO WS-EXC-KEY(1:4).
       MOVE TODOPRIORITY TO WS-AUDIT-BPRIORITY.
       MOVE TODODUEDATE TO WS-AUDIT-BDUEDATE.
       MOVE TODOCATEGORY TO WS-AUDIT-BCATEGORY.
       MOVE TODOOWNER TO WS-AUDIT-BOWNER.

       IF TODOPRIORITY NOT = "H"
         AND TODOPRIORITY NOT = "M"
         END-IF
       END-IF.

      * A BLANK TASK STATUS IS A RECORD WRITTEN BEFORE THE FIELD
      * EXISTED AND IS VALID AS OPEN.
       IF TODOSTATUS NOT = SPACES
         AND TODOSTATUS NOT = "O"
         AND TODOSTATUS NOT = "I"
         AND TODOSTATUS NOT = "H"
         MOVE "TASKSTATUS" TO WS-EXC-FIELD
         MOVE TODOSTATUS TO WS-EXC-VALUE
         PERFORM 999-VERIFY-EXCEPTION
         IF WS-FIXMODE = "Y" OR WS-FIXMODE = "y"
           MOVE "O" TO TODOSTATUS
           MOVE SPACES TO TODOHOLDREASON
           MOVE SPACES TO TODORESUMEDATE
           MOVE "O" TO WS-FIX-NEW
           PERFORM 999-VERIFY-AUDITFIX
           MOVE 1 TO WS-RECFIX
         END-IF
       END-IF.

       IF TODOSTATUS = "H"
         MOVE TODORESUMEDATE TO WS-DATE-WORK
         PERFORM 999-DATE-VALIDATE
         IF TODOHOLDREASON IS NOT NUMERIC OR WS-DATE-VALID = 0
           MOVE "HOLDDETAIL" TO WS-EXC-FIELD
           MOVE SPACES TO WS-EXC-VALUE
           STRING TODOHOLDREASON TODORESUMEDATE
             DELIMITED BY SIZE INTO WS-EXC-VALUE
           END-STRING
           PERFORM 999-VERIFY-EXCEPTION
           IF WS-FIXMODE = "Y" OR WS-FIXMODE = "y"
             MOVE "O" TO TODOSTATUS
             MOVE SPACES TO TODOHOLDREASON
             MOVE SPACES TO TODORESUMEDATE
             MOVE "O" TO WS-FIX-NEW
             PERFORM 999-VERIFY-AUDITFIX
             MOVE 1 TO WS-RECFIX
           END-IF
         END-IF
       END-IF.

       IF WS-RECFIX = 1
         REWRITE TODODATAFILEFD
           INVALID KEY
             DISPLAY "!!!ERROR TASK " TODOKEY " NOT REWRITTEN"
           NOT INVALID KEY
             MOVE "VERIFYFIX" TO WS-AUDIT-ACTION
             MOVE WS-EXC-KEY TO WS-AUDIT-KEY
             PERFORM 999-AUDITBEFORE
         END-REWRITE
       END-IF.

       MOVE WS-AUDIT-NEWTEXT TO AUDITNEWTEXT.
       WRITE AUDITFILEFD.
       CLOSE AUDITFILE.

      * A TASK RECORD PUT RIGHT IS FOLLOWED ON THE TRAIL BY A BEFORE
      * ENTRY WHOSE OLD TEXT HOLDS THE PRIORITY, DUE DATE, CATEGORY
      * AND OWNER IT HAD, AS THE MENU PROGRAM WRITES AFTER A CHANGE.
      * THE VERIFYFIX ENTRIES ONLY HOLD THE FIRST 8 CHARACTERS OF
      * THE BAD VALUE AND DO NOT SAY WHICH FILE THE KEY BELONGS TO.
       999-AUDITBEFORE.
       MOVE WS-AUDIT-ACTION TO WS-AUDIT-NEWTEXT.
       MOVE "BEFORE" TO WS-AUDIT-ACTION.
       MOVE WS-AUDIT-BEFORE TO WS-AUDIT-OLDTEXT.
       PERFORM 999-AUDITLOG.
