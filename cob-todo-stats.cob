           05 ARCHIVEDUEDATE PIC X(6).
           05 ARCHIVECATEGORY PIC X(10).
           05 ARCHIVEDATE PIC X(6).
           05 ARCHIVEESTHOURS PIC 9(3).
         FD AUDITFILE
           RECORD CONTAINS 90 CHARACTERS.
         01 AUDITFILEFD.
