       01  JOBSTEP-RECORD.
           05 JS-KEY.
               10 JS-STREAM        PIC X(01).
                   88 JS-STREAM-VALID VALUE "D", "W", "M", "Y".
               10 JS-STEP-NUMBER   PIC 9(02).
                   88 JS-STREAM-HEADER VALUE ZERO.
           05 JS-STEP-NAME         PIC X(24).
           05 JS-PROGRAM           PIC X(30).
           05 JS-RUN-WHEN          PIC X(01).
               88 JS-RUN-ALWAYS    VALUE "A".
               88 JS-RUN-MONTH-END VALUE "M".
               88 JS-RUN-YEAR-END  VALUE "Y".
               88 JS-RUN-WEEK-END  VALUE "L".
               88 JS-RUN-WEEKDAY   VALUE "1" THRU "7".
               88 JS-RUN-WHEN-VALID VALUE "A", "M", "Y", "L",
                                       "1" THRU "7".
           05 JS-ON-FAILURE        PIC X(01).
               88 JS-FAIL-STOPS    VALUE "S".
               88 JS-FAIL-CONTINUES VALUE "C".
           05 JS-HOLD              PIC X(01).
               88 JS-HELD          VALUE "H".
               88 JS-NOT-HELD      VALUE "N".
           05 JS-HOLD-DATE         PIC 9(08).
