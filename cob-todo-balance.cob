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
       PROGRAM-ID. cob-todo-balance.
       AUTHOR.  "Christer Stig Åke Landstedt".

      * DAY-END BALANCING OF THE TASK, DONE AND ARCHIVE FILES. THE
      * BALANCE RECORD ON THE CONTROL FILE HOLDS THE OPENING RECORD
      * COUNT OF EACH FILE AND THE TIMESTAMP UP TO WHICH THE AUDIT
      * TRAIL HAS BEEN BALANCED. THE RUN COUNTS THE FILES AGAIN AND
      * PROVES FOR EACH ONE THAT
      *
      *   OPENING COUNT + ACTIONS IN - ACTIONS OUT = CLOSING COUNT
      *
      * OVER THE AUDIT ENTRIES WRITTEN SINCE THE LAST BALANCED RUN:
      *
      *   TASK FILE    IN:  ADD, GENERATE, UNDO OF REMOVE, UNDO OF
      *                     MOVE.   OUT: MOVE, REMOVE.
      *   DONE FILE    IN:  MOVE.   OUT: UNDO OF MOVE, DONEREMOVE,
      *                     ARCHIVE.
      *   ARCHIVE      IN:  ARCHIVE.   OUT: ARCHTRIM.
      *
      * AN UNDO OF A MOVE IS RECOGNISED BY THE DONE KEY IN ITS OLD
      * TEXT. OTHER ACTIONS DO NOT CHANGE A RECORD COUNT. THE EMPTY
      * RECORD LEFT ON THE DONE FILE BY A PURGE IS NOT COUNTED.
      *
      * A DIFFERENCE IS REPORTED AS AN OUT-OF-BALANCE EXCEPTION WITH
      * THE ACTION COUNTS BEHIND IT, AND THE CONTROL RECORD IS LEFT
      * AS IT WAS SO THE SAME PERIOD IS PROVED AGAIN NEXT TIME. THE
      * OPERATOR MAY ACCEPT THE CLOSING COUNTS ONCE THE DIFFERENCE
      * HAS BEEN INVESTIGATED. A CLEAN RUN ROLLS THE CLOSING COUNTS
      * FORWARD AS THE NEXT OPENING COUNTS. THE FIRST RUN ONLY SETS
      * THE OPENING COUNTS.

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
           SELECT OPTIONAL CTLDATAFILE ASSIGN TO "cob-todo-ctl.dat"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS CTLKEY
             LOCK MODE IS AUTOMATIC
             SHARING WITH ALL OTHER
             FILE STATUS IS WS-CTLFILESTATUS.
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
         FD DONEDATAFILE
           RECORD CONTAINS 80 CHARACTERS.
         01 DONEDATAFILEFD.
           05 DONEKEY PIC X(12).
           05 DONETEXT PIC X(25).
         FD ARCHIVEDATAFILE
           RECORD CONTAINS 80 CHARACTERS.
         01 ARCHIVEDATAFILEFD.
           05 ARCHIVEKEY PIC X(12).
           05 ARCHIVETEXT PIC X(25).
         FD CTLDATAFILE
           RECORD CONTAINS 80 CHARACTERS.
         01 CTLDATAFILEFD.
           05 CTLKEY PIC X(8).
           05 CTLNEXTTASK PIC 9(4).
      * THE BALANCE RECORD, KEY "BALANCE".
         01 CTLBALANCEFD.
           05 CTLBALKEY PIC X(8).
           05 CTLBALDATE PIC X(6).
           05 CTLBALAUDITTS PIC X(14).
           05 CTLBALTODO PIC 9(6).
           05 CTLBALDONE PIC 9(6).
           05 CTLBALARCH PIC 9(6).
           05 FILLER PIC X(34).
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
         01 WS-BAL-RUNTS PIC X(14).
         01 WS-BAL-HAVECTL PIC 9 VALUE ZERO.
         01 WS-BAL-COUNTOK PIC 9 VALUE ZERO.
         01 WS-BAL-INBALANCE PIC 9 VALUE ZERO.
         01 WS-BAL-ACCEPT PIC X(1).
         01 WS-BAL-LASTDATE PIC X(6).
         01 WS-BAL-LASTTS PIC X(14).
         01 WS-BAL-OPENTODO PIC 9(6) VALUE ZERO.
         01 WS-BAL-OPENDONE PIC 9(6) VALUE ZERO.
         01 WS-BAL-OPENARCH PIC 9(6) VALUE ZERO.
         01 WS-BAL-CLOSETODO PIC 9(6) VALUE ZERO.
         01 WS-BAL-CLOSEDONE PIC 9(6) VALUE ZERO.
         01 WS-BAL-CLOSEARCH PIC 9(6) VALUE ZERO.
         01 WS-BAL-ADD PIC 9(6) VALUE ZERO.
         01 WS-BAL-GENERATE PIC 9(6) VALUE ZERO.
         01 WS-BAL-UNDOREMOVE PIC 9(6) VALUE ZERO.
         01 WS-BAL-UNDOMOVE PIC 9(6) VALUE ZERO.
         01 WS-BAL-MOVE PIC 9(6) VALUE ZERO.
         01 WS-BAL-REMOVE PIC 9(6) VALUE ZERO.
         01 WS-BAL-DONEREMOVE PIC 9(6) VALUE ZERO.
         01 WS-BAL-ARCHIVE PIC 9(6) VALUE ZERO.
         01 WS-BAL-ARCHTRIM PIC 9(6) VALUE ZERO.
         01 WS-BAL-AUDITCOUNT PIC 9(6) VALUE ZERO.
         01 WS-BAL-OTHERCOUNT PIC 9(6) VALUE ZERO.
         01 WS-BAL-EXPECTED PIC S9(7) VALUE ZERO.
         01 WS-BAL-CLOSING PIC 9(6) VALUE ZERO.
         01 WS-BAL-DIFF PIC S9(7) VALUE ZERO.
         01 WS-BAL-FILENAME PIC X(12).
      * REPORT LINE OF ONE LABEL AND ONE COUNT. A NEGATIVE VALUE IS
      * SHOWN AS A MINUS SIGN AND THE AMOUNT.
         01 WS-BAL-ITEMLINE.
           05 WS-BAL-ITEMTEXT PIC X(30).
           05 WS-BAL-ITEMSIGN PIC X(1).
           05 WS-BAL-ITEMVALUE PIC 9(7).
         01 WS-BAL-ITEMWORK PIC S9(7) VALUE ZERO.
         01 WS-BAL-AUDIT.
           05 FILLER PIC X(1) VALUE "T".
           05 WS-BAL-AUDITTODO PIC 9(6).
           05 FILLER PIC X(2) VALUE " D".
           05 WS-BAL-AUDITDONE PIC 9(6).
           05 FILLER PIC X(2) VALUE " A".
           05 WS-BAL-AUDITARCH PIC 9(6).
         01 WS-AUDIT-ACTION PIC X(10).
         01 WS-AUDIT-KEY PIC X(12).
         01 WS-AUDIT-OLDTEXT PIC X(25).
         01 WS-AUDIT-NEWTEXT PIC X(25).
         01 WS-AUDIT-TIMESTAMP PIC X(14).
         01 WS-REPORTFILENAME PIC X(45).
         01 WS-TODOFILESTATUS PIC X(2) VALUE "00".
         01 WS-DONEFILESTATUS PIC X(2) VALUE "00".
         01 WS-ARCHFILESTATUS PIC X(2) VALUE "00".
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
       999-BAL.
       DISPLAY " ".
       DISPLAY "----------------------------------".
       DISPLAY "Day-end balancing".
       DISPLAY "----------------------------------".
       ACCEPT CURRENTDATE FROM DATE.
       ACCEPT CURRENTTIME FROM TIME.
       MOVE DATEANDTIME TO WS-BAL-RUNTS.
       STRING "cob-todo-balance-report-" CURRENTDATE
         "-" CURRENTTIME ".dat"
         DELIMITED BY SIZE INTO WS-REPORTFILENAME
         ON OVERFLOW
           DISPLAY "!!!ERROR REPORT FILE NAME TOO LONG"
       END-STRING.

      * THE CONTROL FILE STAYS OPEN AND THE BALANCE RECORD LOCKED
      * FOR THE WHOLE RUN, SO TWO RUNS CANNOT ROLL THE SAME DAY.
       OPEN I-O CTLDATAFILE.
       IF WS-CTLFILESTATUS NOT = "00"
         AND WS-CTLFILESTATUS NOT = "05"
         DISPLAY "!!!CTLDATAFILE I/O STATUS " WS-CTLFILESTATUS
         STOP RUN
       END-IF.
       MOVE "BALANCE" TO CTLBALKEY.
       READ CTLDATAFILE
         INVALID KEY MOVE 0 TO WS-BAL-HAVECTL
         NOT INVALID KEY MOVE 1 TO WS-BAL-HAVECTL
       END-READ.
       IF WS-CTLFILESTATUS = "51" OR WS-CTLFILESTATUS = "99"
         DISPLAY "!!!BALANCE CONTROL RECORD LOCKED BY ANOTHER RUN"
         CLOSE CTLDATAFILE
         STOP RUN
       END-IF.
       IF WS-BAL-HAVECTL = 1
         MOVE CTLBALDATE TO WS-BAL-LASTDATE
         MOVE CTLBALAUDITTS TO WS-BAL-LASTTS
         IF CTLBALTODO IS NUMERIC AND CTLBALDONE IS NUMERIC
           AND CTLBALARCH IS NUMERIC
           MOVE CTLBALTODO TO WS-BAL-OPENTODO
           MOVE CTLBALDONE TO WS-BAL-OPENDONE
           MOVE CTLBALARCH TO WS-BAL-OPENARCH
         ELSE
           DISPLAY "!!!BALANCE CONTROL RECORD DAMAGED, "
             "OPENING TOTALS ARE SET AGAIN"
           MOVE 0 TO WS-BAL-HAVECTL
         END-IF
       END-IF.

       PERFORM 999-BAL-COUNT.
       IF WS-BAL-COUNTOK = 0
         DISPLAY "!!!ERROR FILES COULD NOT BE COUNTED, NOT BALANCED"
         CLOSE CTLDATAFILE
         STOP RUN
       END-IF.

       OPEN OUTPUT REPORTFILE.
       IF WS-BAL-HAVECTL = 0
         MOVE "DAY-END BALANCING: NO CONTROL TOTALS ON FILE"
           TO REPORTFILEFD
         PERFORM 999-BAL-LINE-OUT
         MOVE "OPENING TOTALS SET FROM THE CURRENT FILES"
           TO REPORTFILEFD
         PERFORM 999-BAL-LINE-OUT
         MOVE "TASK FILE" TO WS-BAL-ITEMTEXT
         MOVE WS-BAL-CLOSETODO TO WS-BAL-ITEMWORK
         PERFORM 999-BAL-ITEM
         MOVE "DONE FILE" TO WS-BAL-ITEMTEXT
         MOVE WS-BAL-CLOSEDONE TO WS-BAL-ITEMWORK
         PERFORM 999-BAL-ITEM
         MOVE "ARCHIVE MASTER" TO WS-BAL-ITEMTEXT
         MOVE WS-BAL-CLOSEARCH TO WS-BAL-ITEMWORK
         PERFORM 999-BAL-ITEM
         MOVE "SET UP" TO WS-AUDIT-OLDTEXT
         PERFORM 999-BAL-ROLL
         GO TO 999-BAL-END
       END-IF.

       PERFORM 999-BAL-AUDITREAD.

       PERFORM 999-BAL-LINE-INIT.
       STRING "DAY-END BALANCING OF AUDIT ENTRIES"
         " AFTER " WS-BAL-LASTTS " UP TO " WS-BAL-RUNTS
         DELIMITED BY SIZE INTO REPORTFILEFD
       END-STRING.
       PERFORM 999-BAL-LINE-OUT.
       PERFORM 999-BAL-LINE-INIT.
       STRING "LAST BALANCED ON " WS-BAL-LASTDATE
         ", AUDIT ENTRIES IN PERIOD " WS-BAL-AUDITCOUNT
         ", NOT AFFECTING COUNTS " WS-BAL-OTHERCOUNT
         DELIMITED BY SIZE INTO REPORTFILEFD
       END-STRING.
       PERFORM 999-BAL-LINE-OUT.
       MOVE 1 TO WS-BAL-INBALANCE.

       MOVE "--- TASK FILE" TO REPORTFILEFD.
       PERFORM 999-BAL-LINE-OUT.
       MOVE "OPENING COUNT" TO WS-BAL-ITEMTEXT.
       MOVE WS-BAL-OPENTODO TO WS-BAL-ITEMWORK.
       PERFORM 999-BAL-ITEM.
       MOVE "+ ADD" TO WS-BAL-ITEMTEXT.
       MOVE WS-BAL-ADD TO WS-BAL-ITEMWORK.
       PERFORM 999-BAL-ITEM.
       MOVE "+ GENERATE" TO WS-BAL-ITEMTEXT.
       MOVE WS-BAL-GENERATE TO WS-BAL-ITEMWORK.
       PERFORM 999-BAL-ITEM.
       MOVE "+ UNDO OF REMOVE" TO WS-BAL-ITEMTEXT.
       MOVE WS-BAL-UNDOREMOVE TO WS-BAL-ITEMWORK.
       PERFORM 999-BAL-ITEM.
       MOVE "+ UNDO OF MOVE" TO WS-BAL-ITEMTEXT.
       MOVE WS-BAL-UNDOMOVE TO WS-BAL-ITEMWORK.
       PERFORM 999-BAL-ITEM.
       MOVE "- MOVE" TO WS-BAL-ITEMTEXT.
       MOVE WS-BAL-MOVE TO WS-BAL-ITEMWORK.
       PERFORM 999-BAL-ITEM.
       MOVE "- REMOVE" TO WS-BAL-ITEMTEXT.
       MOVE WS-BAL-REMOVE TO WS-BAL-ITEMWORK.
       PERFORM 999-BAL-ITEM.
       COMPUTE WS-BAL-EXPECTED = WS-BAL-OPENTODO + WS-BAL-ADD
         + WS-BAL-GENERATE + WS-BAL-UNDOREMOVE + WS-BAL-UNDOMOVE
         - WS-BAL-MOVE - WS-BAL-REMOVE.
       MOVE WS-BAL-CLOSETODO TO WS-BAL-CLOSING.
       MOVE "TASK FILE" TO WS-BAL-FILENAME.
       PERFORM 999-BAL-PROVE.

       MOVE "--- DONE FILE" TO REPORTFILEFD.
       PERFORM 999-BAL-LINE-OUT.
       MOVE "OPENING COUNT" TO WS-BAL-ITEMTEXT.
       MOVE WS-BAL-OPENDONE TO WS-BAL-ITEMWORK.
       PERFORM 999-BAL-ITEM.
       MOVE "+ MOVE" TO WS-BAL-ITEMTEXT.
       MOVE WS-BAL-MOVE TO WS-BAL-ITEMWORK.
       PERFORM 999-BAL-ITEM.
       MOVE "- UNDO OF MOVE" TO WS-BAL-ITEMTEXT.
       MOVE WS-BAL-UNDOMOVE TO WS-BAL-ITEMWORK.
       PERFORM 999-BAL-ITEM.
       MOVE "- DONEREMOVE" TO WS-BAL-ITEMTEXT.
       MOVE WS-BAL-DONEREMOVE TO WS-BAL-ITEMWORK.
       PERFORM 999-BAL-ITEM.
       MOVE "- ARCHIVE" TO WS-BAL-ITEMTEXT.
       MOVE WS-BAL-ARCHIVE TO WS-BAL-ITEMWORK.
       PERFORM 999-BAL-ITEM.
       COMPUTE WS-BAL-EXPECTED = WS-BAL-OPENDONE + WS-BAL-MOVE
         - WS-BAL-UNDOMOVE - WS-BAL-DONEREMOVE - WS-BAL-ARCHIVE.
       MOVE WS-BAL-CLOSEDONE TO WS-BAL-CLOSING.
       MOVE "DONE FILE" TO WS-BAL-FILENAME.
       PERFORM 999-BAL-PROVE.

       MOVE "--- ARCHIVE MASTER" TO REPORTFILEFD.
       PERFORM 999-BAL-LINE-OUT.
       MOVE "OPENING COUNT" TO WS-BAL-ITEMTEXT.
       MOVE WS-BAL-OPENARCH TO WS-BAL-ITEMWORK.
       PERFORM 999-BAL-ITEM.
       MOVE "+ ARCHIVE" TO WS-BAL-ITEMTEXT.
       MOVE WS-BAL-ARCHIVE TO WS-BAL-ITEMWORK.
       PERFORM 999-BAL-ITEM.
       MOVE "- ARCHTRIM" TO WS-BAL-ITEMTEXT.
       MOVE WS-BAL-ARCHTRIM TO WS-BAL-ITEMWORK.
       PERFORM 999-BAL-ITEM.
       COMPUTE WS-BAL-EXPECTED = WS-BAL-OPENARCH + WS-BAL-ARCHIVE
         - WS-BAL-ARCHTRIM.
       MOVE WS-BAL-CLOSEARCH TO WS-BAL-CLOSING.
       MOVE "ARCHIVE" TO WS-BAL-FILENAME.
       PERFORM 999-BAL-PROVE.

       IF WS-BAL-INBALANCE = 1
         MOVE "ALL FILES IN BALANCE, CLOSING TOTALS ROLLED FORWARD"
           TO REPORTFILEFD
         PERFORM 999-BAL-LINE-OUT
         MOVE "SIGNED OFF" TO WS-AUDIT-OLDTEXT
         PERFORM 999-BAL-ROLL
       ELSE
         DISPLAY " "
         DISPLAY "Accept the closing totals as the next opening "
           "totals (Y/N)?"
         ACCEPT WS-BAL-ACCEPT
         IF WS-BAL-ACCEPT = "Y" OR WS-BAL-ACCEPT = "y"
           MOVE
             "!!!OUT OF BALANCE, TOTALS ACCEPTED AND ROLLED FORWARD"
             TO REPORTFILEFD
           PERFORM 999-BAL-LINE-OUT
           MOVE "ACCEPTED OUT OF BALANCE" TO WS-AUDIT-OLDTEXT
           PERFORM 999-BAL-ROLL
         ELSE
           MOVE "!!!OUT OF BALANCE, CONTROL TOTALS NOT ROLLED FORWARD"
             TO REPORTFILEFD
           PERFORM 999-BAL-LINE-OUT
         END-IF
       END-IF.

       999-BAL-END.
       CLOSE CTLDATAFILE.
       CLOSE REPORTFILE.
       DISPLAY " ".
       DISPLAY "Balancing report written to " WS-REPORTFILENAME.

       STOP RUN.

       999-BAL-LINE-INIT.
       MOVE SPACES TO REPORTFILEFD.

       999-BAL-LINE-OUT.
       DISPLAY REPORTFILEFD.
       WRITE REPORTFILEFD.

       999-BAL-ITEM.
       IF WS-BAL-ITEMWORK < ZERO
         MOVE "-" TO WS-BAL-ITEMSIGN
       ELSE
         MOVE " " TO WS-BAL-ITEMSIGN
       END-IF.
       MOVE WS-BAL-ITEMWORK TO WS-BAL-ITEMVALUE.
       MOVE WS-BAL-ITEMLINE TO REPORTFILEFD.
       PERFORM 999-BAL-LINE-OUT.

      * COMPARES THE EXPECTED CLOSING COUNT WITH THE ACTUAL ONE. THE
      * DIFFERENCE IS ACTUAL MINUS EXPECTED, SO A POSITIVE FIGURE
      * MEANS RECORDS APPEARED WITHOUT A LOGGED ACTION.
       999-BAL-PROVE.
       MOVE "EXPECTED CLOSING COUNT" TO WS-BAL-ITEMTEXT.
       MOVE WS-BAL-EXPECTED TO WS-BAL-ITEMWORK.
       PERFORM 999-BAL-ITEM.
       MOVE "ACTUAL CLOSING COUNT" TO WS-BAL-ITEMTEXT.
       MOVE WS-BAL-CLOSING TO WS-BAL-ITEMWORK.
       PERFORM 999-BAL-ITEM.
       COMPUTE WS-BAL-DIFF = WS-BAL-CLOSING - WS-BAL-EXPECTED.
       IF WS-BAL-DIFF = ZERO
         MOVE "IN BALANCE" TO REPORTFILEFD
         PERFORM 999-BAL-LINE-OUT
       ELSE
         MOVE 0 TO WS-BAL-INBALANCE
         PERFORM 999-BAL-LINE-INIT
         STRING "!!!EXCEPTION " WS-BAL-FILENAME
           " OUT OF BALANCE, DIFFERENCE:"
           DELIMITED BY SIZE INTO REPORTFILEFD
         END-STRING
         PERFORM 999-BAL-LINE-OUT
         MOVE "ACTUAL LESS EXPECTED" TO WS-BAL-ITEMTEXT
         MOVE WS-BAL-DIFF TO WS-BAL-ITEMWORK
         PERFORM 999-BAL-ITEM
       END-IF.

      * RECORD COUNTS OF THE THREE FILES AT THE TIME OF THE RUN.
       999-BAL-COUNT.
       MOVE 1 TO WS-BAL-COUNTOK.
       OPEN INPUT TODODATAFILE.
       IF WS-TODOFILESTATUS NOT = "00"
         AND WS-TODOFILESTATUS NOT = "05"
         DISPLAY "!!!TODODATAFILE I/O STATUS " WS-TODOFILESTATUS
         MOVE 0 TO WS-BAL-COUNTOK
       ELSE
         PERFORM UNTIL WS-ENDOFFILE = 1
           READ TODODATAFILE NEXT RECORD
             AT END MOVE 1 TO WS-ENDOFFILE
             NOT AT END ADD 1 TO WS-BAL-CLOSETODO
           END-READ
         END-PERFORM
         CLOSE TODODATAFILE
       END-IF.
       MOVE 0 TO WS-ENDOFFILE.

       OPEN INPUT DONEDATAFILE.
       IF WS-DONEFILESTATUS NOT = "00"
         AND WS-DONEFILESTATUS NOT = "05"
         DISPLAY "!!!DONEDATAFILE I/O STATUS " WS-DONEFILESTATUS
         MOVE 0 TO WS-BAL-COUNTOK
       ELSE
         PERFORM UNTIL WS-ENDOFFILE = 1
           READ DONEDATAFILE NEXT RECORD
             AT END MOVE 1 TO WS-ENDOFFILE
             NOT AT END
             IF DONEKEY NOT = SPACES
               ADD 1 TO WS-BAL-CLOSEDONE
             END-IF
           END-READ
         END-PERFORM
         CLOSE DONEDATAFILE
       END-IF.
       MOVE 0 TO WS-ENDOFFILE.

       OPEN INPUT ARCHIVEDATAFILE.
       IF WS-ARCHFILESTATUS NOT = "00"
         AND WS-ARCHFILESTATUS NOT = "05"
         DISPLAY "!!!ARCHIVEDATAFILE I/O STATUS " WS-ARCHFILESTATUS
         MOVE 0 TO WS-BAL-COUNTOK
       ELSE
         PERFORM UNTIL WS-ENDOFFILE = 1
           READ ARCHIVEDATAFILE NEXT RECORD
             AT END MOVE 1 TO WS-ENDOFFILE
             NOT AT END ADD 1 TO WS-BAL-CLOSEARCH
           END-READ
         END-PERFORM
         CLOSE ARCHIVEDATAFILE
       END-IF.
       MOVE 0 TO WS-ENDOFFILE.

      * ADDS UP THE ACTIONS OF THE AUDIT ENTRIES WRITTEN AFTER THE
      * LAST BALANCED TIMESTAMP AND NO LATER THAN THIS RUN STARTED.
       999-BAL-AUDITREAD.
       OPEN INPUT AUDITFILE.
       PERFORM UNTIL WS-ENDOFFILE = 1
         READ AUDITFILE
           AT END MOVE 1 TO WS-ENDOFFILE
           NOT AT END
           IF AUDITTIMESTAMP > WS-BAL-LASTTS
             AND AUDITTIMESTAMP NOT > WS-BAL-RUNTS
             ADD 1 TO WS-BAL-AUDITCOUNT
             PERFORM 999-BAL-CLASSIFY
           END-IF
         END-READ
       END-PERFORM.
       CLOSE AUDITFILE.
       MOVE 0 TO WS-ENDOFFILE.

       999-BAL-CLASSIFY.
       EVALUATE AUDITACTION
         WHEN "ADD"
           ADD 1 TO WS-BAL-ADD
         WHEN "GENERATE"
           ADD 1 TO WS-BAL-GENERATE
         WHEN "MOVE"
           ADD 1 TO WS-BAL-MOVE
         WHEN "REMOVE"
           ADD 1 TO WS-BAL-REMOVE
         WHEN "DONEREMOVE"
           ADD 1 TO WS-BAL-DONEREMOVE
         WHEN "ARCHIVE"
           ADD 1 TO WS-BAL-ARCHIVE
         WHEN "ARCHTRIM"
           ADD 1 TO WS-BAL-ARCHTRIM
         WHEN "UNDO"
           IF AUDITOLDTEXT = "OF REMOVE"
             ADD 1 TO WS-BAL-UNDOREMOVE
           ELSE
             IF AUDITOLDTEXT(1:12) IS NUMERIC
               AND AUDITOLDTEXT(13:13) = SPACES
               ADD 1 TO WS-BAL-UNDOMOVE
             ELSE
               ADD 1 TO WS-BAL-OTHERCOUNT
             END-IF
           END-IF
         WHEN OTHER
           ADD 1 TO WS-BAL-OTHERCOUNT
       END-EVALUATE.

      * STORES THE CLOSING COUNTS AS THE NEXT OPENING COUNTS,
      * TOGETHER WITH THE TIMESTAMP THIS RUN BALANCED UP TO.
       999-BAL-ROLL.
       MOVE SPACES TO CTLBALANCEFD.
       MOVE "BALANCE" TO CTLBALKEY.
       MOVE CURRENTDATE TO CTLBALDATE.
       MOVE WS-BAL-RUNTS TO CTLBALAUDITTS.
       MOVE WS-BAL-CLOSETODO TO CTLBALTODO.
       MOVE WS-BAL-CLOSEDONE TO CTLBALDONE.
       MOVE WS-BAL-CLOSEARCH TO CTLBALARCH.
       IF WS-BAL-HAVECTL = 1
         REWRITE CTLBALANCEFD
           INVALID KEY
             DISPLAY "!!!ERROR BALANCE CONTROL RECORD NOT STORED"
         END-REWRITE
       ELSE
         WRITE CTLBALANCEFD
           INVALID KEY
             REWRITE CTLBALANCEFD
               INVALID KEY
                 DISPLAY "!!!ERROR BALANCE CONTROL RECORD NOT STORED"
             END-REWRITE
         END-WRITE
       END-IF.
       MOVE WS-BAL-CLOSETODO TO WS-BAL-AUDITTODO.
       MOVE WS-BAL-CLOSEDONE TO WS-BAL-AUDITDONE.
       MOVE WS-BAL-CLOSEARCH TO WS-BAL-AUDITARCH.
       MOVE "BALANCE" TO WS-AUDIT-ACTION.
       MOVE "BALANCE" TO WS-AUDIT-KEY.
       MOVE WS-BAL-AUDIT TO WS-AUDIT-NEWTEXT.
       PERFORM 999-AUDITLOG.

       999-AUDITLOG.
       ACCEPT CURRENTDATE FROM DATE.
       ACCEPT CURRENTTIME FROM TIME.
       MOVE DATEANDTIME TO WS-AUDIT-TIMESTAMP.

       OPEN EXTEND AUDITFILE.
       MOVE WS-AUDIT-TIMESTAMP TO AUDITTIMESTAMP.
       MOVE WS-AUDIT-ACTION TO AUDITACTION.
       MOVE WS-AUDIT-KEY TO AUDITKEY.
       MOVE WS-AUDIT-OLDTEXT TO AUDITOLDTEXT.
       MOVE WS-AUDIT-NEWTEXT TO AUDITNEWTEXT.
       WRITE AUDITFILEFD.
       CLOSE AUDITFILE.
