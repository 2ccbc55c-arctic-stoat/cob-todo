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
             10 NOTETASK PIC X(12).
             10 NOTESEQ PIC X(4).
           05 NOTETEXT PIC X(60).
      * TIME ENTRIES ARE KEYED LIKE THE NOTES AND ARE RENUMBERED IN
      * THE SAME WAY.
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
           05 WS-TODOCATEGORY PIC X(10).
           05 WS-TODORECURKEY PIC X(4).
           05 WS-TODOOWNER PIC X(8).
           05 WS-TODOSTATUS PIC X(1).
           05 WS-TODOHOLDREASON PIC X(2).
           05 WS-TODORESUMEDATE PIC X(6).
           05 WS-TODOESTHOURS PIC 9(3).
           05 WS-TODOKITNAME PIC X(6).
           05 WS-TODOKITRUN PIC X(4).
         01 WS-KEYTABLE.
           05 WS-OLDKEY OCCURS 9999 TIMES PIC X(4).
         01 WS-KEYCOUNT PIC 9(4) VALUE ZERO.
           05 WS-NOTETASK PIC X(12).
           05 WS-NOTESEQ PIC X(4).
           05 WS-NOTETEXT PIC X(60).
         01 WS-TIMEDATAFILEFD.
           05 WS-TIMETASK PIC X(12).
           05 WS-TIMESEQ PIC X(4).
           05 WS-TIMEANALYST PIC X(8).
           05 WS-TIMEDATE PIC X(6).
           05 WS-TIMEHOURS PIC 9(2)V9.
           05 WS-TIMEREMARK PIC X(30).
         01 WS-FINDKEY PIC X(4).
         01 WS-FINDHIT PIC 9 VALUE ZERO.
         01 WS-FINDSUB PIC 9(4) VALUE ZERO.
         01 WS-DEPCLEANCOUNT PIC 9(4) VALUE ZERO.
         01 WS-NOTECLEANCOUNT PIC 9(4) VALUE ZERO.
         01 WS-TIMECLEANCOUNT PIC 9(4) VALUE ZERO.
         01 WS-TODOFILESTATUS PIC X(2) VALUE "00".
         01 WS-DEPFILESTATUS PIC X(2) VALUE "00".
         01 WS-NOTEFILESTATUS PIC X(2) VALUE "00".
         01 WS-TIMEFILESTATUS PIC X(2) VALUE "00".
         01 WS-CTLFILESTATUS PIC X(2) VALUE "00".
         01 WS-DONEFILESTATUS PIC X(2) VALUE "00".
         01 WS-BACKUPFILESTATUS PIC X(2) VALUE "00".

       PERFORM 999-RENUM-DEPCLEAN.
       PERFORM 999-RENUM-NOTECLEAN.
       PERFORM 999-RENUM-TIMECLEAN.

       OPEN I-O TODODATAFILE.
       PERFORM 999-TODOFILESTATUS-CHECK.
               PERFORM 999-RENUM-AUDITLOG
               PERFORM 999-RENUM-DEPREKEY
               PERFORM 999-RENUM-NOTEREKEY
               PERFORM 999-RENUM-TIMEREKEY
           END-WRITE
       END-DELETE.

         CLOSE CTLDATAFILE
       END-IF.

      * THE DEPENDENCY, NOTE AND TIME FILES REFERENCE TASKS BY
      * NUMBER, SO BEFORE THE NUMBERS MOVE, RECORDS POINTING AT TASKS
      * THAT ARE NO LONGER ON THE TASK FILE ARE DROPPED. DONE WITH
      * THE OLD KEYS STILL IN PLACE, SINCE AFTER THE RENUMBER AN
      * ORPHAN KEY COULD LOOK LIKE A LIVE COMPACTED NUMBER.
       999-RENUM-DEPCLEAN.
       MOVE ZERO TO WS-DEPCLEANCOUNT.
       OPEN I-O DEPDATAFILE.
         DISPLAY "Orphan notes removed: " WS-NOTECLEANCOUNT
       END-IF.

       999-RENUM-TIMECLEAN.
       MOVE ZERO TO WS-TIMECLEANCOUNT.
       OPEN I-O TIMEDATAFILE.
       IF WS-TIMEFILESTATUS NOT = "00"
         AND WS-TIMEFILESTATUS NOT = "05"
         DISPLAY "!!!TIMEDATAFILE I/O STATUS " WS-TIMEFILESTATUS
       ELSE
         PERFORM UNTIL WS-ENDOFFILE = 1
           READ TIMEDATAFILE INTO WS-TIMEDATAFILEFD
             AT END MOVE 1 TO WS-ENDOFFILE
             NOT AT END
             IF WS-TIMETASK(5:8) = SPACES
               MOVE WS-TIMETASK(1:4) TO WS-FINDKEY
               PERFORM 999-RENUM-KEYFIND
               IF WS-FINDHIT = 0
                 DELETE TIMEDATAFILE
                   INVALID KEY
                     DISPLAY "!!!ERROR TIME ENTRY NOT FOUND"
                   NOT INVALID KEY
                     ADD 1 TO WS-TIMECLEANCOUNT
                 END-DELETE
               END-IF
             END-IF
           END-READ
         END-PERFORM
         CLOSE TIMEDATAFILE
       END-IF.
       MOVE 0 TO WS-ENDOFFILE.
       IF WS-TIMECLEANCOUNT > ZERO
         DISPLAY "Orphan time entries removed: " WS-TIMECLEANCOUNT
       END-IF.

       999-RENUM-KEYFIND.
       MOVE 0 TO WS-FINDHIT.
       PERFORM VARYING WS-FINDSUB FROM 1 BY 1
       END-IF.
       MOVE 0 TO WS-ENDOFFILE.

      * OPEN TASK TIME ENTRIES MOVE WITH THE TASK IN THE SAME WAY.
       999-RENUM-TIMEREKEY.
       OPEN I-O TIMEDATAFILE.
       IF WS-TIMEFILESTATUS NOT = "00"
         AND WS-TIMEFILESTATUS NOT = "05"
         DISPLAY "!!!TIMEDATAFILE I/O STATUS " WS-TIMEFILESTATUS
       ELSE
         PERFORM UNTIL WS-ENDOFFILE = 1
           READ TIMEDATAFILE INTO WS-TIMEDATAFILEFD
             AT END MOVE 1 TO WS-ENDOFFILE
             NOT AT END
             IF WS-TIMETASK(1:4) = WS-OLDKEY(WS-KEYSUB)
               AND WS-TIMETASK(5:8) = SPACES
               DELETE TIMEDATAFILE
                 INVALID KEY
                   DISPLAY "!!!ERROR TIME ENTRY NOT FOUND"
                 NOT INVALID KEY
                   MOVE WS-TIMEDATAFILEFD TO TIMEDATAFILEFD
                   MOVE SPACES TO TIMETASK
                   MOVE WS-NEWKEY TO TIMETASK(1:4)
                   WRITE TIMEDATAFILEFD
                     INVALID KEY
                       DISPLAY "!!!ERROR RECORD "
                         TIMEKEY " ALREADY EXIST!"
                   END-WRITE
               END-DELETE
             END-IF
           END-READ
         END-PERFORM
         CLOSE TIMEDATAFILE
       END-IF.
       MOVE 0 TO WS-ENDOFFILE.

       999-TODOFILESTATUS-CHECK.
       IF WS-TODOFILESTATUS NOT = "00"
         DISPLAY "!!!TODODATAFILE I/O STATUS " WS-TODOFILESTATUS
