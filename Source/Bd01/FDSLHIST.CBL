001000* SLSHRPT1 for MTD/YTD
001100* reporting and by the daily
001200* flash report for trailing
001300* averages. Append only - the
001400* one exception is SLSBKO01's
001500* supervised back-out, which
001505* rewrites the file without a
001507* bad feed date's records.
001510* HISTORY-TYPE is "S" sale,
001520* "R" return, "M" markdown;
001530* return and markdown amounts
