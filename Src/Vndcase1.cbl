004000 WORKING-STORAGE SECTION.
004100
004200 77  VENDOR-FILE-AT-END          PIC X.
004300 77  SAVE-VENDOR-RECORD          PIC X(271).
004400
004500 77  RECORDS-READ                PIC 9(6) VALUE ZERO.
004600 77  RECORDS-UPDATED             PIC 9(6) VALUE ZERO.
