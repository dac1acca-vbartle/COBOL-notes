001400* or "N" - an account is made
001500* inactive rather than deleted
001600* so history still resolves.
001606* ACCOUNT-TYPE places the
001612* account on the statements
001618* GLFIN01 prints - "A" asset,
001624* "L" liability, "E" equity,
001629* "R" revenue, "X" expense.
001635* ACCOUNT-STMT-LINE groups
001641* accounts onto one statement
001647* line (printed in line number
001653* order within the type) under
001659* ACCOUNT-STMT-CAPTION; every
001665* account on a line should carry
001671* the same caption - the first
001676* one read is printed. A record
001682* written before these fields
001688* existed has a blank type and
001694* prints as unclassified.
001700*---------------------------------
001800 FD  ACCOUNT-FILE
001900     LABEL RECORDS ARE STANDARD.
002100     05  ACCOUNT-CODE             PIC X(10).
002200     05  ACCOUNT-NAME             PIC X(30).
002300     05  ACCOUNT-ACTIVE           PIC X.
002400     05  ACCOUNT-TYPE             PIC X.
002500     05  ACCOUNT-STMT-LINE        PIC 9(3).
002600     05  ACCOUNT-STMT-CAPTION     PIC X(20).
