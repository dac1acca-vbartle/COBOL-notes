010700     CLOSE PRINTER-FILE.
010800     DISPLAY LISTED-COUNT " SAMPLE ITEM(S) LISTED".

010833 PROGRAM-EXIT.
010866     EXIT PROGRAM.

010900 PROGRAM-DONE.
011000     STOP RUN.

