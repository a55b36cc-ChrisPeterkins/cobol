           05  FILLER PIC X(16) VALUE "DISPUTES.dat".
           05  FILLER PIC X(16) VALUE "ALERTBOX.dat".
           05  FILLER PIC X(16) VALUE "BATSCHED.txt".
           05  FILLER PIC X(16) VALUE "LOANTXN.dat".
           05  FILLER PIC X(16) VALUE "PERIODS.dat".
           05  FILLER PIC X(16) VALUE "PERCHECK.txt".
           05  FILLER PIC X(16) VALUE "BATSCHM.txt".
           05  FILLER PIC X(16) VALUE "BATSCHY.txt".
       01  WS-FILE-TABLE REDEFINES WS-FILE-LIST.
           05  WS-FILE-NAME       PIC X(16) OCCURS 33 TIMES.
       01  WS-FILE-IDX           PIC 9(3).

       01  WS-INPUT-KEEP         PIC X(3).
           END-IF

           PERFORM VARYING WS-FILE-IDX FROM 1 BY 1
               UNTIL WS-FILE-IDX > 33
               PERFORM BACK-UP-ONE-FILE THRU BACK-UP-ONE-FILE-EXIT
           END-PERFORM

