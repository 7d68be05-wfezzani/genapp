      *|     type-specific fields tagged by policy type so a motor     |
      *|     record is never decoded through the house layout. A       |
      *|     change to the LGPOLICY layout must be carried here too,   |
      *|     like LGPOLJRN and LGSRCHRQ, and to the copy of the        |
      *|     directory in LGBSAR01. PR-LASTCHANGED is left out         |
      *|     deliberately - every rewrite touches it, and a line per   |
      *|     rewrite would bury the changes the report exists to       |
      *|     show. Values longer than the 25-character report          |
      *|     change history, for complaint investigations; a missing   |
      *|     or empty HSTPARM reports the whole journal - the daily    |
      *|     run.                                                       |
      *|                                                               |
      *|     Runs under LGBCTL01 run control and is recorded on the    |
      *|     RUNLEDGR run ledger. As an on-request job it is never     |
      *|     refused as a repeat.                                      |
      *+---------------------------------------------------------------+
       IDENTIFICATION DIVISION.
       PROGRAM-ID. 'LGBHST01'.
          05 FILLER PIC X(29) VALUE 'PR-B-WEATHERPERIL   09250004C'.
          05 FILLER PIC X(29) VALUE 'PR-B-WEATHERPREMIUM 09290008C'.
          05 FILLER PIC X(29) VALUE 'PR-B-STATUS         09370004C'.
          05 FILLER PIC X(29) VALUE 'PR-B-REJECTREASON   09410245C'.
          05 FILLER PIC X(29) VALUE 'PR-B-SUM-INSURED    11860010C'.
       1 WS-FIELD-TABLE REDEFINES WS-FIELD-DIRECTORY.
          05 WS-FLD-ENTRY OCCURS 50 TIMES.
             10 WS-FLD-NAME PIC X(20).
             10 WS-FLD-OFFSET PIC 9(4).
             10 WS-FLD-LENGTH PIC 9(4).
          05 FILLER PIC X(2) VALUE SPACES.
          05 DL-NEW-VALUE PIC X(25).
          05 FILLER PIC X(7) VALUE SPACES.
       COPY LGBCTLRQ.
       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM START-BATCH-RUN
           IF BC-RESULT NOT = 'G'
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF
           PERFORM READ-PARM-RECORD
           OPEN OUTPUT REPORT-FILE
           MOVE WS-HEADING-1 TO REPORT-LINE
           DISPLAY 'LGBHST01 REPORTED ' WS-CHANGE-COUNT
              ' FIELD CHANGES FROM ' WS-ENTRY-COUNT
              ' REWRITE ENTRIES'
           PERFORM END-BATCH-RUN
           GOBACK
           .
      *+---------------------------------------------------------------+
      *| START-BATCH-RUN / END-BATCH-RUN                               |
      *|     Run control through LGBCTL01 (COPY LGBCTLRQ): the         |
      *|     business date and the go-ahead before anything is opened, |
      *|     the counts and return code on the run ledger at the end.  |
      *|     The CALL resets RETURN-CODE, so the code LGBCTL01 hands   |
      *|     back is put back in it.                                   |
      *+---------------------------------------------------------------+
       START-BATCH-RUN.
           MOVE 'S' TO BC-FUNCTION
           MOVE 'LGBHST01' TO BC-JOB-NAME
           CALL 'LGBCTL01' USING BATCH-CONTROL-REQUEST
           .
       END-BATCH-RUN.
           MOVE WS-ENTRY-COUNT TO BC-RECORDS-READ
           MOVE WS-CHANGE-COUNT TO BC-RECORDS-WRITTEN
           MOVE ZERO TO BC-EXCEPTIONS
           MOVE RETURN-CODE TO BC-RETURN-CODE
           MOVE 'E' TO BC-FUNCTION
           CALL 'LGBCTL01' USING BATCH-CONTROL-REQUEST
           MOVE BC-RETURN-CODE TO RETURN-CODE
           .
      *+---------------------------------------------------------------+
      *| READ-PARM-RECORD                                              |
      *|     A missing or empty HSTPARM (status 05/35, or an           |
      *|     immediate AT END) means no filter - the whole journal is  |
           ELSE
              ADD 1 TO WS-ENTRY-COUNT
              PERFORM VARYING WS-FLD-IDX FROM 1 BY 1
                 UNTIL WS-FLD-IDX > 50
                 IF WS-FLD-TYPE(WS-FLD-IDX) = '*'
                    OR WS-FLD-TYPE(WS-FLD-IDX) = WS-JRN-POLICY-TYPE
                    PERFORM COMPARE-ONE-FIELD
