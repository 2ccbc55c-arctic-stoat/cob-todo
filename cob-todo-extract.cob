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
         FD EXTRACTFILE
           RECORD CONTAINS 160 CHARACTERS.
         01 EXTRACTFILEFD PIC X(160).
         WORKING-STORAGE SECTION.
         01 WS-ENDOFFILE PIC 9 VALUE ZERO.
         01 WS-FILECHOICE PIC X(1).
         01 WS-EXTRACT-FROMDATE PIC X(6).
         01 WS-EXTRACT-TODATE PIC X(6).
         01 WS-EXTRACT-COUNT PIC 9(4) VALUE ZERO.
         01 WS-EXTRACT-STATUS PIC X(1).
         01 WS-EXTRACTFILENAME PIC X(45).
         01 WS-TODOFILESTATUS PIC X(2) VALUE "00".
         01 WS-DONEFILESTATUS PIC X(2) VALUE "00".

       STOP RUN.

      * A BLANK STATUS IS A TASK WRITTEN BEFORE THE STATUS FIELD
      * EXISTED AND IS EXTRACTED AS OPEN.
       999-EXTRACT-TODO.
       MOVE "TODOKEY;TODOTEXT;TODOPRIORITY;TODODUEDATE;TODOCATEGORY;T
      -    "ODORECURKEY;TODOOWNER;TODOSTATUS;TODOHOLDREASON;TODORESUMEDA
      -    "TE;TODOESTHOURS;TODOKITNAME;TODOKITRUN" TO EXTRACTFILEFD.
       WRITE EXTRACTFILEFD.
       OPEN INPUT TODODATAFILE.
       IF WS-TODOFILESTATUS NOT = "00"
           READ TODODATAFILE
             AT END MOVE 1 TO WS-ENDOFFILE
             NOT AT END
             IF TODOSTATUS = "I" OR TODOSTATUS = "H"
               MOVE TODOSTATUS TO WS-EXTRACT-STATUS
             ELSE
               MOVE "O" TO WS-EXTRACT-STATUS
               MOVE SPACES TO TODOHOLDREASON
               MOVE SPACES TO TODORESUMEDATE
             END-IF
             IF TODOESTHOURS IS NOT NUMERIC
               MOVE ZERO TO TODOESTHOURS
             END-IF
             MOVE SPACES TO EXTRACTFILEFD
             STRING TODOKEY ";" TODOTEXT ";" TODOPRIORITY ";"
               TODODUEDATE ";" TODOCATEGORY ";" TODORECURKEY ";"
               TODOOWNER ";" WS-EXTRACT-STATUS ";" TODOHOLDREASON ";"
               TODORESUMEDATE ";" TODOESTHOURS ";" TODOKITNAME ";"
               TODOKITRUN
               DELIMITED BY SIZE INTO EXTRACTFILEFD
             END-STRING
             WRITE EXTRACTFILEFD
      * PURGE IN COB-TODO, WHICH IS NOT A TASK AND IS LEFT OUT.
       999-EXTRACT-DONE.
       MOVE "DONEKEY;DONETEXT;DONETASKKEY;DONEPRIORITY;DONEDUEDATE;DO
      -    "NECATEGORY;DONEESTHOURS" TO EXTRACTFILEFD.
       WRITE EXTRACTFILEFD.
       OPEN INPUT DONEDATAFILE.
       IF WS-DONEFILESTATUS NOT = "00"
             AT END MOVE 1 TO WS-ENDOFFILE
             NOT AT END
             IF DONEKEY NOT = SPACES
               IF DONEESTHOURS IS NOT NUMERIC
                 MOVE ZERO TO DONEESTHOURS
               END-IF
               MOVE SPACES TO EXTRACTFILEFD
               STRING DONEKEY ";" DONETEXT ";" DONETASKKEY ";"
                 DONEPRIORITY ";" DONEDUEDATE ";" DONECATEGORY ";"
                 DONEESTHOURS
                 DELIMITED BY SIZE INTO EXTRACTFILEFD
               END-STRING
               WRITE EXTRACTFILEFD

       999-EXTRACT-ARCH.
       MOVE "ARCHIVEKEY;ARCHIVETEXT;ARCHIVETASKKEY;ARCHIVEPRIORITY;AR
      -    "CHIVEDUEDATE;ARCHIVECATEGORY;ARCHIVEDATE;ARCHIVEESTHOURS"
             TO EXTRACTFILEFD.
       WRITE EXTRACTFILEFD.
       OPEN INPUT ARCHIVEDATAFILE.
       IF WS-ARCHFILESTATUS NOT = "00"
             NOT AT END
             IF ARCHIVEDATE NOT < WS-EXTRACT-FROMDATE
               AND ARCHIVEDATE NOT > WS-EXTRACT-TODATE
               IF ARCHIVEESTHOURS IS NOT NUMERIC
                 MOVE ZERO TO ARCHIVEESTHOURS
               END-IF
               MOVE SPACES TO EXTRACTFILEFD
               STRING ARCHIVEKEY ";" ARCHIVETEXT ";"
                 ARCHIVETASKKEY ";" ARCHIVEPRIORITY ";"
                 ARCHIVEDUEDATE ";" ARCHIVECATEGORY ";" ARCHIVEDATE
                 ";" ARCHIVEESTHOURS
                 DELIMITED BY SIZE INTO EXTRACTFILEFD
               END-STRING
               WRITE EXTRACTFILEFD
