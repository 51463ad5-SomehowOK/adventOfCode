       01 InfoCount      PIC 9(6) VALUE ZEROS.
       01 OtherSevCount  PIC 9(6) VALUE ZEROS.

       01 Prog-Max    PIC 9(2) VALUE 24.
       01 ProgCount   PIC 9(2) VALUE ZEROS.
       01 ProgIndex   PIC 9(2).
       01 ProgFound   PIC X.
           88 Prog-Was-Found VALUE "Y".
       01 Prog-Table.
           05 Prog-Entry OCCURS 24 TIMES.
               10 Prog-Name     PIC X(8).
               10 Prog-Errors   PIC 9(6).
               10 Prog-Warnings PIC 9(6).
