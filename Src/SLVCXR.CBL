000100*---------------------------------
000200* SLVCXR.CBL
000300* SELECT clause for
000400* VENDOR-CUSTOMER-XREF-FILE.
000500* Primary Key - VCXR-VENDOR
000600* Alternate - VCXR-CUSTOMER, no
000700*   duplicates, so a customer
000800*   links to one vendor only.
000900*---------------------------------
001000     SELECT OPTIONAL VENDOR-CUSTOMER-XREF-FILE
001100         ASSIGN TO "VCXREF"
001200         ORGANIZATION IS INDEXED
001300         RECORD KEY IS VCXR-VENDOR
001400         ALTERNATE RECORD KEY IS VCXR-CUSTOMER
001500         ACCESS MODE IS DYNAMIC.
