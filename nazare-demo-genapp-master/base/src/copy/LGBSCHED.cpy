      *+---------------------------------------------------------------+
      *| LGBSCHED                                                      |
      *|     The overnight batch schedule, as LGBCTL01 enforces it and |
      *|     LGBRUN01 reports against it. Each entry is a job, how     |
      *|     often it runs and up to eight jobs that must have ended   |
      *|     cleanly (return code below 16) for the same business      |
      *|     date before it may start. SCH-FREQUENCY:                  |
      *|       D  daily     - once per business date                   |
      *|       W  weekly    - once per week, Monday to Sunday          |
      *|       M  monthly   - once per calendar month                  |
      *|       Q  quarterly - once per calendar quarter                |
      *|       R  on request - as often as asked, never refused as a   |
      *|                      duplicate                                |
      *|     LGBDTR01 rolls the business date forward and so depends   |
      *|     on the last of each night's chains and on every daily     |
      *|     job nothing else waits for - once the date has moved on   |
      *|     a daily job can no longer run for it without a force. A   |
      *|     job added to the suite needs an entry here and            |
      *|     SCH-JOB-COUNT raising; until then LGBCTL01 runs it as     |
      *|     daily with no prerequisites and says so on the console.   |
      *+---------------------------------------------------------------+
       01 SCHEDULE-VALUES.
          05 FILLER PIC X(73) VALUE
              'LGBSUB01D'.
          05 FILLER PIC X(73) VALUE
              'LGBRET01D'.
          05 FILLER PIC X(73) VALUE
              'LGBPAY01D'.
          05 FILLER PIC X(73) VALUE
              'LGBSIU01D'.
          05 FILLER PIC X(73) VALUE
              'LGBREF01D'.
          05 FILLER PIC X(73) VALUE
              'LGBRNW01DLGBSUB01'.
          05 FILLER PIC X(73) VALUE
              'LGBEXT01DLGBSUB01'.
          05 FILLER PIC X(73) VALUE
              'LGBREC01DLGBSUB01'.
          05 FILLER PIC X(73) VALUE
              'LGBLET01DLGBSUB01'.
          05 FILLER PIC X(73) VALUE
              'LGBCAT01DLGBSUB01'.
          05 FILLER PIC X(73) VALUE
              'LGBGLI01DLGBSUB01LGBRET01'.
          05 FILLER PIC X(73) VALUE
              'LGBGLR01DLGBGLI01LGBPAY01'.
          05 FILLER PIC X(73) VALUE
              'LGBDTR01DLGBGLR01LGBLET01LGBEXT01LGBREC01LGBSIU01LGBREF01
      -       'LGBRNW01LGBCAT01'.
          05 FILLER PIC X(73) VALUE
              'LGBAGE01W'.
          05 FILLER PIC X(73) VALUE
              'LGBCOL01M'.
          05 FILLER PIC X(73) VALUE
              'LGBARR01M'.
          05 FILLER PIC X(73) VALUE
              'LGBCOM01M'.
          05 FILLER PIC X(73) VALUE
              'LGBBRK01M'.
          05 FILLER PIC X(73) VALUE
              'LGBERN01M'.
          05 FILLER PIC X(73) VALUE
              'LGBRSV01M'.
          05 FILLER PIC X(73) VALUE
              'LGBLOS01M'.
          05 FILLER PIC X(73) VALUE
              'LGBEND01M'.
          05 FILLER PIC X(73) VALUE
              'LGBPRG01M'.
          05 FILLER PIC X(73) VALUE
              'LGBFLD01Q'.
          05 FILLER PIC X(73) VALUE
              'LGBDUP01R'.
          05 FILLER PIC X(73) VALUE
              'LGBSAR01R'.
          05 FILLER PIC X(73) VALUE
              'LGBHST01R'.
          05 FILLER PIC X(73) VALUE
              'LGBJRN01R'.
          05 FILLER PIC X(73) VALUE
              'LGBRUN01R'.
       01 SCHEDULE-TABLE REDEFINES SCHEDULE-VALUES.
          05 SCH-ENTRY OCCURS 29 TIMES.
             10 SCH-JOB-NAME PIC X(8).
             10 SCH-FREQUENCY PIC X.
             10 SCH-PREREQUISITE PIC X(8) OCCURS 8 TIMES.
       01 SCH-JOB-COUNT PIC 9(2) VALUE 29.
       01 SCH-MAX-PREREQUISITES PIC 9(2) VALUE 8.
