001400* is short. CSHOVR01 reports
001500* it by cashier and store and
001600* flags the repeat offenders.
001620* CSHDEP01 adds up
001640* TNDR-COUNTED-TOTAL by store
001660* and feed date and matches it
001680* to the store's bank deposits.
001700* Append only, like the sales
001800* history - the one exception
001850* is SLSBKO01's supervised
001875* back-out of a bad feed date.
001900*---------------------------------
002000 FD  TENDER-DETAIL-FILE
002100     LABEL RECORDS ARE STANDARD.
