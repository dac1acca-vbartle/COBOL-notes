000600* department and category codes
000700* that used to be hard-coded
000800* into SLSRPT04 and SLSLOAD1.
000825* Every category is seeded
000850* taxable; mark the exempt ones
000875* in SLCDMNT1.
000900*---------------------------------
001000 ENVIRONMENT DIVISION.
001100 INPUT-OUTPUT SECTION.
011200     MOVE 1 TO SALES-CODE-TYPE.
011300     MOVE SEED-DIVISION-NUMBER(SEED-INDEX) TO SALES-CODE-NUMBER.
011400     MOVE SEED-DIVISION-NAME(SEED-INDEX)   TO SALES-CODE-NAME.
011450     MOVE SPACE TO SALES-CODE-TAXABLE.
011500     PERFORM WRITE-SALES-CODE-RECORD.
011600
011700 BUILD-ONE-DEPARTMENT.
011800     MOVE 2 TO SALES-CODE-TYPE.
011900     MOVE SEED-DEPARTMENT-NUMBER(SEED-INDEX) TO SALES-CODE-NUMBER.
012000     MOVE SEED-DEPARTMENT-NAME(SEED-INDEX)   TO SALES-CODE-NAME.
012050     MOVE SPACE TO SALES-CODE-TAXABLE.
012100     PERFORM WRITE-SALES-CODE-RECORD.
012200
012300 BUILD-ONE-CATEGORY.
012400     MOVE 3 TO SALES-CODE-TYPE.
012500     MOVE SEED-CATEGORY-NUMBER(SEED-INDEX) TO SALES-CODE-NUMBER.
012600     MOVE SEED-CATEGORY-NAME(SEED-INDEX)   TO SALES-CODE-NAME.
012650     MOVE "Y" TO SALES-CODE-TAXABLE.
012700     PERFORM WRITE-SALES-CODE-RECORD.
012800
012900 WRITE-SALES-CODE-RECORD.
