010800     DISPLAY SHARED-GROUP-COUNT
010900         " SHARED BANK ACCOUNT GROUP(S) FOUND".

010933 PROGRAM-EXIT.
010966     EXIT PROGRAM.

011000 PROGRAM-DONE.
011100     STOP RUN.

