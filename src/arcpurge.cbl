       FD  AARCH-FILE.
       01  AARCH-REC.
           05  AARCH-PURGE-DT     PIC 9(8).
           05  AARCH-MASTER       PIC X(414).

       FD  CARCH-FILE.
       01  CARCH-REC.
           05  CARCH-PURGE-DT     PIC 9(8).
           05  CARCH-MASTER       PIC X(262).

       WORKING-STORAGE SECTION.
      *--- Unpacked views of archived records for the inquiry ---
