001100* the invoice's open balance,
001200* with the customer name from
001300* the master.
001310* Open credit memos and
001320* unapplied cash items print
001330* as negative items in the
001340* bucket of their date, and
001350* net against the exposure.
001400*---------------------------------
001500 ENVIRONMENT DIVISION.
001600 INPUT-OUTPUT SECTION.

011400 PROCESS-ONE-INVOICE.
011500     IF ARINV-PAID-DATE = ZEROES
011600        AND ARINV-PAID-AMOUNT NOT = ARINV-AMOUNT
011700         PERFORM AGE-AND-PRINT-INVOICE.
011800     PERFORM READ-NEXT-INVOICE.

