000900* tables inside SLSRPT04 and
001000* SLSLOAD1. Maintained by
001100* SLCDMNT1.
001112* SALES-CODE-TAXABLE is used on
001124* category records only: "N"
001136* the category is exempt from
001148* sales tax, anything else it is
001160* taxable. SLSTAX01 splits
001172* exempt from taxable sales by
001184* it.
001200*---------------------------------
001300 FD  SALES-CODE-FILE
001400     LABEL RECORDS ARE STANDARD.
002000             88  CODE-TYPE-CATEGORY    VALUE 3.
002100         10  SALES-CODE-NUMBER    PIC 99.
002200     05  SALES-CODE-NAME          PIC X(15).
002300     05  SALES-CODE-TAXABLE       PIC X.
