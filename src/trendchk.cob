           05  AGG-AMOUNT-TOTAL        PIC S9(13)V9999.

       FD  TC-BC-IN.
       01  TC-BC-RECORD                PIC X(57).

       FD  TC-IF-IN.
       01  TC-IF-RECORD                PIC X(57).

       FD  TC-EL-IN.
       01  TC-EL-RECORD                PIC X(57).

       FD  TC-FOR-IN.
       01  TC-FOR-RECORD               PIC X(57).

       FD  TC-REPORT-FILE.
       01  TC-REPORT-LINE              PIC X(132).
