IDENTIFICATION DIVISION.
PROGRAM-ID. STEP-STATUS-REPORT.
*> THE NIGHT AT A GLANCE. READS THE STEP-CONTROL RUN BOOK EVERY STEP
*> OF THE STREAM WRITES ITS START AND END LINES TO AND SHOWS, FOR ONE
*> STREAM DATE, EACH STEP IN STREAM ORDER WITH ITS LATEST EVENT, START
*> AND END TIMES, CONDITION CODE, KEY COUNTS, HOW MANY TIMES IT WAS
*> STARTED AND WHETHER IT WAS FORCED PAST ITS PREDECESSOR CHECK:
*>   COMPLETE           ENDED WITHIN THE CODES THE NEXT STEP ALLOWS
*>   ENDED OUTSIDE      ENDED, BUT WITH A CODE THAT HOLDS THE STREAM
*>   RUNNING OR DIED    STARTED WITH NO END AFTER IT
*>   REFUSED            WOULD NOT START - ITS PREDECESSOR WAS NOT DONE
*>   NOT RUN            NO LINE AT ALL FOR THE STREAM DATE
*> A PARTITIONED NIGHT SHOWS ONE CONVERTER LINE PER INSTANCE. THE
*> CONSOLIDATOR IS NOT NEEDED ON A NIGHT THE CONVERTER RAN WHOLE.
*> ANY STEP NOT COMPLETE ENDS THE REPORT WITH CONDITION CODE 4.
*> STREAM DATE: RUN PARAMETER 1 OR ROMAN_STREAM_DATE (YYYYMMDD),
*> DEFAULT TODAY - THE SAME SETTING THE STEPS THEMSELVES READ.

ENVIRONMENT DIVISION.

INPUT-OUTPUT SECTION.
FILE-CONTROL.
select STEP-FILE assign to "STEP-CONTROL" organization is line sequential
       file status is STEP-FILE-STATUS.

DATA DIVISION.
FILE SECTION.
   FD STEP-FILE.
   01 STEP-FILE-RECORD  PIC X(98).

WORKING-STORAGE SECTION.
77 STEP-FILE-STATUS PIC XX.
77 EOF-SWITCH       PIC 9    VALUE 1.
77 PARM-NUMBER      PIC 9(2)   VALUE 1.
77 RUN-DATE         PIC 9(8).
77 DIGIT-VALUE      PIC 9.
77 STREAM-DATE-TEXT PIC X(8).
77 STREAM-DATE      PIC 9(8)   VALUE ZERO.
77 STREAM-DATE-IX   PIC S9(2)  COMP.
77 STREAM-DATE-VALID PIC 9.
01 STREAM-DATE-AREA.
   02 STREAM-DATE-CHAR PIC X(1)  OCCURS 8 TIMES.

01 STEP-CONTROL-LINE.
   02 STC-STEP-NAME    PIC X(24).
   02 FILLER           PIC X.
   02 STC-EVENT        PIC X(7).
   02 FILLER           PIC X.
   02 STC-STREAM-DATE  PIC 9(8).
   02 FILLER           PIC X.
   02 STC-INSTANCE     PIC X(2).
   02 FILLER           PIC X.
   02 STC-START-TIME   PIC 9(8).
   02 FILLER           PIC X.
   02 STC-END-TIME     PIC 9(8).
   02 FILLER           PIC X.
   02 STC-COND-CODE    PIC 9(3).
   02 FILLER           PIC X.
   02 STC-COUNT-1      PIC 9(9).
   02 FILLER           PIC X.
   02 STC-COUNT-2      PIC 9(9).
   02 FILLER           PIC X.
   02 STC-COUNT-3      PIC 9(9).
   02 FILLER           PIC X.
   02 STC-OVERRIDE     PIC X.

*> THE STREAM IN RUN ORDER: STEP NAME, THE HIGHEST CONDITION CODE
*> THE STEP AFTER IT ACCEPTS, AND WHAT ITS THREE COUNTS ARE.
01 STREAM-STEP-VALUES.
   02 FILLER PIC X(24) VALUE "ROMAN-NUMERAL-CONVERTER".
   02 FILLER PIC 9(3)  VALUE 8.
   02 FILLER PIC X(30) VALUE "READ / CONVERTED / REJECTED".
   02 FILLER PIC X(24) VALUE "ROMAN-RUN-CONSOLIDATOR".
   02 FILLER PIC 9(3)  VALUE 8.
   02 FILLER PIC X(30) VALUE "READ / CONVERTED / REJECTED".
   02 FILLER PIC X(24) VALUE "ROMAN-ROUNDTRIP-RECON".
   02 FILLER PIC 9(3)  VALUE 4.
   02 FILLER PIC X(30) VALUE "ROWS / CHECKED / MISMATCHED".
   02 FILLER PIC X(24) VALUE "REJECT-REPAIR".
   02 FILLER PIC 9(3)  VALUE 4.
   02 FILLER PIC X(30) VALUE "READ / REPAIRED / WORKLIST".
   02 FILLER PIC X(24) VALUE "REJECT-AGING-REPORT".
   02 FILLER PIC 9(3)  VALUE 4.
   02 FILLER PIC X(30) VALUE "REGISTERED / OPEN / OVERDUE".
   02 FILLER PIC X(24) VALUE "REJECT-CAUSE-REPORT".
   02 FILLER PIC 9(3)  VALUE 4.
   02 FILLER PIC X(30) VALUE "READ / SOURCES / REASONS".
   02 FILLER PIC X(24) VALUE "AUDIT-TREND-REPORT".
   02 FILLER PIC 9(3)  VALUE 4.
   02 FILLER PIC X(30) VALUE "RUNS / EXCEPTIONS / -".
   02 FILLER PIC X(24) VALUE "ROMAN-VALUE-PROFILE".
   02 FILLER PIC 9(3)  VALUE 4.
   02 FILLER PIC X(30) VALUE "READ / BATCHES / EXCEPTIONS".
   02 FILLER PIC X(24) VALUE "ROMAN-MASTER-ARCHIVE".
   02 FILLER PIC 9(3)  VALUE 4.
   02 FILLER PIC X(30) VALUE "MOVED / RETAINED / TOMBSTONES".
   02 FILLER PIC X(24) VALUE "ROMAN-MASTER-RECON".
   02 FILLER PIC 9(3)  VALUE 4.
   02 FILLER PIC X(30) VALUE "MASTER READ / GROUPS / BREAKS".
01 STREAM-STEP-TABLE REDEFINES STREAM-STEP-VALUES.
   02 SS-ENTRY OCCURS 10 TIMES.
      03 SS-STEP-NAME  PIC X(24).
      03 SS-MAX-RC     PIC 9(3).
      03 SS-COUNT-KEY  PIC X(30).
77 SS-COUNT         PIC S9(4)  COMP  VALUE 10.
77 SS-IX            PIC S9(4)  COMP.

*> ONE ROW PER STEP AND INSTANCE SEEN FOR THE STREAM DATE, HOLDING
*> ITS LATEST EVENT. A STEP NOT IN THE STREAM TABLE IS STILL SHOWN,
*> AFTER THE STREAM, HELD TO THE ORDINARY WARNING CODE.
77 ENT-MAX          PIC S9(4)  COMP  VALUE 100.
77 ENT-COUNT        PIC S9(4)  COMP  VALUE ZERO.
77 ENT-IX           PIC S9(4)  COMP.
77 ENT-FOUND        PIC 9.
77 ENT-OVERFLOW-FLAG PIC X     VALUE "N".
01 ENTRY-TABLE.
   02 ET-ENTRY OCCURS 100 TIMES.
      03 ET-STEP-NAME    PIC X(24).
      03 ET-INSTANCE     PIC X(2).
      03 ET-EVENT        PIC X(7).
      03 ET-START-TIME   PIC 9(8).
      03 ET-END-TIME     PIC 9(8).
      03 ET-COND-CODE    PIC 9(3).
      03 ET-COUNT-1      PIC 9(9).
      03 ET-COUNT-2      PIC 9(9).
      03 ET-COUNT-3      PIC 9(9).
      03 ET-ATTEMPTS     PIC S9(4)  COMP.
      03 ET-OVERRIDE     PIC X.
      03 ET-PRINTED      PIC X.

77 LINE-COUNT       PIC S9(8)  COMP  VALUE ZERO.
77 STEP-LINE-COUNT  PIC S9(4)  COMP.
77 STEP-MAX-RC      PIC 9(3).
77 COMPLETE-COUNT   PIC S9(4)  COMP  VALUE ZERO.
77 OPEN-COUNT       PIC S9(4)  COMP  VALUE ZERO.
77 CONVERTER-RAN-FLAG PIC X    VALUE "N".

01 TIME-WORK         PIC 9(8).
01 TIME-PARTS REDEFINES TIME-WORK.
   02 TW-HH           PIC 99.
   02 TW-MM           PIC 99.
   02 TW-SS           PIC 99.
   02 TW-CC           PIC 99.
01 TIME-EDIT.
   02 TE-HH           PIC 99.
   02 FILLER          PIC X      VALUE ":".
   02 TE-MM           PIC 99.
   02 FILLER          PIC X      VALUE ":".
   02 TE-SS           PIC 99.

01 STATUS-BANNER-LINE.
   02 FILLER          PIC X(14)  VALUE " STREAM DATE ".
   02 SBL-DATE        PIC 9(8).
   02 FILLER          PIC X(13)  VALUE "   LINES READ".
   02 SBL-LINES       PIC ZZZZZZZ9.

01 STATUS-COLUMN-HEADINGS.
   02 FILLER PIC X(26) VALUE " STEP".
   02 FILLER PIC X(4)  VALUE "IN".
   02 FILLER PIC X(10) VALUE "START".
   02 FILLER PIC X(10) VALUE "END".
   02 FILLER PIC X(5)  VALUE "RC".
   02 FILLER PIC X(33) VALUE "    COUNT 1    COUNT 2    COUNT 3".
   02 FILLER PIC X(6)  VALUE " TRIES".
   02 FILLER PIC X(4)  VALUE " OVR".
   02 FILLER PIC X(20) VALUE " STATUS".

01 STATUS-DETAIL-LINE.
   02 FILLER          PIC X      VALUE SPACE.
   02 SDL-STEP-NAME   PIC X(24).
   02 FILLER          PIC X      VALUE SPACE.
   02 SDL-INSTANCE    PIC X(2).
   02 FILLER          PIC X(2)   VALUE SPACES.
   02 SDL-START       PIC X(8).
   02 FILLER          PIC X(2)   VALUE SPACES.
   02 SDL-END         PIC X(8).
   02 FILLER          PIC X(2)   VALUE SPACES.
   02 SDL-RC          PIC X(3).
   02 FILLER          PIC X(2)   VALUE SPACES.
   02 SDL-COUNT-1     PIC ZZZZZZZZZ9.
   02 FILLER          PIC X      VALUE SPACE.
   02 SDL-COUNT-2     PIC ZZZZZZZZZ9.
   02 FILLER          PIC X      VALUE SPACE.
   02 SDL-COUNT-3     PIC ZZZZZZZZZ9.
   02 FILLER          PIC X      VALUE SPACE.
   02 SDL-ATTEMPTS    PIC ZZZZ9.
   02 FILLER          PIC X(3)   VALUE SPACES.
   02 SDL-OVERRIDE    PIC X.
   02 FILLER          PIC X(2)   VALUE SPACES.
   02 SDL-STATUS      PIC X(22).
77 RC-EDIT          PIC ZZ9.

01 COUNT-KEY-LINE.
   02 FILLER          PIC X(3)   VALUE SPACES.
   02 CKL-STEP-NAME   PIC X(24).
   02 FILLER          PIC X(2)   VALUE SPACES.
   02 CKL-COUNT-KEY   PIC X(30).

01 STATUS-TRAILER-COMPLETE.
   02 FILLER          PIC X(30)  VALUE " STEPS COMPLETE".
   02 STC-COMPLETE    PIC ZZZ9.
01 STATUS-TRAILER-OPEN.
   02 FILLER          PIC X(30)  VALUE " STEPS NOT COMPLETE".
   02 STC-OPEN        PIC ZZZ9.

PROCEDURE DIVISION.

ACCEPT RUN-DATE FROM DATE YYYYMMDD.
PERFORM GET-STREAM-DATE.
OPEN INPUT STEP-FILE.
IF STEP-FILE-STATUS IS EQUAL TO "00"
   READ STEP-FILE INTO STEP-CONTROL-LINE
      AT END MOVE ZERO TO EOF-SWITCH
   END-READ
   PERFORM TALLY-STEP-LINE
      UNTIL EOF-SWITCH IS EQUAL TO ZERO
   CLOSE STEP-FILE
   MOVE 1 TO EOF-SWITCH
ELSE
   CLOSE STEP-FILE
END-IF.
display " "
display "------------------------------"
display " JOB-STREAM STEP STATUS"
display " ---------------------------- "
MOVE STREAM-DATE TO SBL-DATE.
MOVE LINE-COUNT TO SBL-LINES.
display STATUS-BANNER-LINE.
display " ---------------------------- "
display STATUS-COLUMN-HEADINGS.
PERFORM PRINT-STREAM-STEP
   VARYING SS-IX FROM 1 BY 1
   UNTIL SS-IX IS GREATER THAN SS-COUNT.
MOVE 4 TO STEP-MAX-RC.
PERFORM PRINT-OTHER-STEP
   VARYING ENT-IX FROM 1 BY 1
   UNTIL ENT-IX IS GREATER THAN ENT-COUNT.
IF ENT-OVERFLOW-FLAG IS EQUAL TO "Y"
   display " *** WORK TABLE FULL - SOME STEPS ARE NOT SHOWN ***"
end-if.
display " ---------------------------- "
display " COUNTS SHOWN"
PERFORM PRINT-COUNT-KEY
   VARYING SS-IX FROM 1 BY 1
   UNTIL SS-IX IS GREATER THAN SS-COUNT.
display " ---------------------------- "
MOVE COMPLETE-COUNT TO STC-COMPLETE.
MOVE OPEN-COUNT TO STC-OPEN.
display STATUS-TRAILER-COMPLETE.
display STATUS-TRAILER-OPEN.
IF OPEN-COUNT IS GREATER THAN ZERO
   display " *** THE STREAM IS NOT COMPLETE FOR THIS DATE ***"
   move 4 to return-code
ELSE
   display " EVERY STEP OF THE STREAM IS COMPLETE FOR THIS DATE"
end-if.
display "  ---------------------------- "
STOP RUN.

*> THE STREAM DATE COMES IN AS A RUN PARAMETER OR THROUGH THE
*> ENVIRONMENT; LEFT BLANK IT IS TODAY. A DATE THAT IS GIVEN BUT
*> MALFORMED ENDS THE RUN RATHER THAN REPORTING THE WRONG NIGHT.
GET-STREAM-DATE.
   MOVE SPACES TO STREAM-DATE-TEXT.
   DISPLAY PARM-NUMBER UPON ARGUMENT-NUMBER.
   ACCEPT STREAM-DATE-TEXT FROM ARGUMENT-VALUE
      ON EXCEPTION
         MOVE SPACES TO STREAM-DATE-TEXT
   END-ACCEPT.
   IF STREAM-DATE-TEXT IS EQUAL TO SPACES
      DISPLAY "ROMAN_STREAM_DATE" UPON ENVIRONMENT-NAME
      ACCEPT STREAM-DATE-TEXT FROM ENVIRONMENT-VALUE
         ON EXCEPTION
            MOVE SPACES TO STREAM-DATE-TEXT
      END-ACCEPT
   END-IF.
   IF STREAM-DATE-TEXT IS EQUAL TO SPACES
      MOVE RUN-DATE TO STREAM-DATE
   ELSE
      MOVE STREAM-DATE-TEXT TO STREAM-DATE-AREA
      MOVE ZERO TO STREAM-DATE
      MOVE ZERO TO STREAM-DATE-VALID
      PERFORM PARSE-STREAM-DATE-CHAR
         VARYING STREAM-DATE-IX FROM 1 BY 1
         UNTIL STREAM-DATE-IX IS GREATER THAN 8 OR
            STREAM-DATE-VALID IS EQUAL TO 2
      IF STREAM-DATE-VALID IS NOT EQUAL TO 1 OR
            STREAM-DATE IS LESS THAN 19000101
         display "Error: stream date is not a YYYYMMDD date"
         display "Error: supply it as PARM 1 or ROMAN_STREAM_DATE - ending run"
         move 16 to return-code
         STOP RUN
      END-IF
   END-IF.

PARSE-STREAM-DATE-CHAR.
   IF STREAM-DATE-CHAR(STREAM-DATE-IX) IS NUMERIC
      MOVE STREAM-DATE-CHAR(STREAM-DATE-IX) TO DIGIT-VALUE
      COMPUTE STREAM-DATE = STREAM-DATE * 10 + DIGIT-VALUE
      MOVE 1 TO STREAM-DATE-VALID
   ELSE
      MOVE 2 TO STREAM-DATE-VALID
   END-IF.

*> THE FILE IS IN TIME ORDER, SO EACH LINE FOR THE STREAM DATE
*> SIMPLY REPLACES WHAT WAS KNOWN ABOUT ITS STEP AND INSTANCE.
TALLY-STEP-LINE.
   IF STC-STREAM-DATE IS EQUAL TO STREAM-DATE
      ADD 1 TO LINE-COUNT
      PERFORM FIND-STEP-ENTRY
      IF ENT-FOUND IS EQUAL TO 1
         PERFORM APPLY-STEP-LINE
      END-IF
   END-IF.
   READ STEP-FILE INTO STEP-CONTROL-LINE
      AT END MOVE ZERO TO EOF-SWITCH.

FIND-STEP-ENTRY.
   MOVE ZERO TO ENT-FOUND.
   PERFORM MATCH-STEP-ENTRY
      VARYING ENT-IX FROM 1 BY 1
      UNTIL ENT-IX IS GREATER THAN ENT-COUNT OR ENT-FOUND IS EQUAL TO 1.
   IF ENT-FOUND IS EQUAL TO 1
      SUBTRACT 1 FROM ENT-IX
   ELSE
      IF ENT-COUNT IS LESS THAN ENT-MAX
         ADD 1 TO ENT-COUNT
         MOVE ENT-COUNT TO ENT-IX
         MOVE STC-STEP-NAME TO ET-STEP-NAME(ENT-IX)
         MOVE STC-INSTANCE TO ET-INSTANCE(ENT-IX)
         MOVE SPACES TO ET-EVENT(ENT-IX)
         MOVE ZERO TO ET-START-TIME(ENT-IX)
         MOVE ZERO TO ET-END-TIME(ENT-IX)
         MOVE ZERO TO ET-COND-CODE(ENT-IX)
         MOVE ZERO TO ET-COUNT-1(ENT-IX)
         MOVE ZERO TO ET-COUNT-2(ENT-IX)
         MOVE ZERO TO ET-COUNT-3(ENT-IX)
         MOVE ZERO TO ET-ATTEMPTS(ENT-IX)
         MOVE SPACE TO ET-OVERRIDE(ENT-IX)
         MOVE "N" TO ET-PRINTED(ENT-IX)
         MOVE 1 TO ENT-FOUND
      ELSE
         MOVE "Y" TO ENT-OVERFLOW-FLAG
      END-IF
   END-IF.

MATCH-STEP-ENTRY.
   IF ET-STEP-NAME(ENT-IX) IS EQUAL TO STC-STEP-NAME AND
         ET-INSTANCE(ENT-IX) IS EQUAL TO STC-INSTANCE
      MOVE 1 TO ENT-FOUND
   END-IF.

*> A NEW START CLEARS THE END OF THE ATTEMPT BEFORE IT; A REFUSAL
*> KEEPS THE TRIES COUNT BUT NOT THE EARLIER RESULT.
APPLY-STEP-LINE.
   MOVE STC-EVENT TO ET-EVENT(ENT-IX).
   IF STC-EVENT IS EQUAL TO "START"
      ADD 1 TO ET-ATTEMPTS(ENT-IX)
      MOVE STC-START-TIME TO ET-START-TIME(ENT-IX)
      MOVE ZERO TO ET-END-TIME(ENT-IX)
      MOVE ZERO TO ET-COND-CODE(ENT-IX)
      MOVE ZERO TO ET-COUNT-1(ENT-IX)
      MOVE ZERO TO ET-COUNT-2(ENT-IX)
      MOVE ZERO TO ET-COUNT-3(ENT-IX)
      MOVE STC-OVERRIDE TO ET-OVERRIDE(ENT-IX)
   ELSE
      MOVE STC-START-TIME TO ET-START-TIME(ENT-IX)
      MOVE STC-END-TIME TO ET-END-TIME(ENT-IX)
      MOVE STC-COND-CODE TO ET-COND-CODE(ENT-IX)
      MOVE STC-COUNT-1 TO ET-COUNT-1(ENT-IX)
      MOVE STC-COUNT-2 TO ET-COUNT-2(ENT-IX)
      MOVE STC-COUNT-3 TO ET-COUNT-3(ENT-IX)
      IF STC-EVENT IS EQUAL TO "REFUSED"
         MOVE SPACE TO ET-OVERRIDE(ENT-IX)
      END-IF
   END-IF.

*> EVERY LINE FOR ONE STREAM STEP, OR A NOT RUN LINE IF THERE ARE
*> NONE. THE CONVERTER LINES ARE ALWAYS FIRST, SO BY THE TIME THE
*> CONSOLIDATOR IS REACHED IT IS KNOWN WHETHER THE NIGHT WAS SPLIT.
PRINT-STREAM-STEP.
   MOVE ZERO TO STEP-LINE-COUNT.
   MOVE SS-MAX-RC(SS-IX) TO STEP-MAX-RC.
   PERFORM PRINT-MATCHING-STEP
      VARYING ENT-IX FROM 1 BY 1
      UNTIL ENT-IX IS GREATER THAN ENT-COUNT.
   IF STEP-LINE-COUNT IS EQUAL TO ZERO
      MOVE SPACES TO STATUS-DETAIL-LINE
      MOVE SS-STEP-NAME(SS-IX) TO SDL-STEP-NAME
      MOVE ZERO TO SDL-COUNT-1
      MOVE ZERO TO SDL-COUNT-2
      MOVE ZERO TO SDL-COUNT-3
      MOVE ZERO TO SDL-ATTEMPTS
      IF SS-STEP-NAME(SS-IX) IS EQUAL TO "ROMAN-RUN-CONSOLIDATOR" AND
            CONVERTER-RAN-FLAG IS EQUAL TO "Y"
         MOVE "NOT NEEDED" TO SDL-STATUS
      ELSE
         MOVE "NOT RUN" TO SDL-STATUS
         ADD 1 TO OPEN-COUNT
      END-IF
      display STATUS-DETAIL-LINE
   END-IF.

PRINT-MATCHING-STEP.
   IF ET-STEP-NAME(ENT-IX) IS EQUAL TO SS-STEP-NAME(SS-IX)
      ADD 1 TO STEP-LINE-COUNT
      IF ET-STEP-NAME(ENT-IX) IS EQUAL TO "ROMAN-NUMERAL-CONVERTER" AND
            ET-INSTANCE(ENT-IX) IS EQUAL TO "00"
         MOVE "Y" TO CONVERTER-RAN-FLAG
      END-IF
      PERFORM PRINT-STEP-ENTRY
   END-IF.

PRINT-OTHER-STEP.
   IF ET-PRINTED(ENT-IX) IS EQUAL TO "N"
      PERFORM PRINT-STEP-ENTRY
   END-IF.

PRINT-STEP-ENTRY.
   MOVE "Y" TO ET-PRINTED(ENT-IX).
   MOVE SPACES TO STATUS-DETAIL-LINE.
   MOVE ET-STEP-NAME(ENT-IX) TO SDL-STEP-NAME.
   MOVE ET-INSTANCE(ENT-IX) TO SDL-INSTANCE.
   MOVE ET-START-TIME(ENT-IX) TO TIME-WORK.
   PERFORM EDIT-TIME.
   MOVE TIME-EDIT TO SDL-START.
   IF ET-END-TIME(ENT-IX) IS GREATER THAN ZERO
      MOVE ET-END-TIME(ENT-IX) TO TIME-WORK
      PERFORM EDIT-TIME
      MOVE TIME-EDIT TO SDL-END
   END-IF.
   IF ET-EVENT(ENT-IX) IS NOT EQUAL TO "START"
      MOVE ET-COND-CODE(ENT-IX) TO RC-EDIT
      MOVE RC-EDIT TO SDL-RC
   END-IF.
   MOVE ET-COUNT-1(ENT-IX) TO SDL-COUNT-1.
   MOVE ET-COUNT-2(ENT-IX) TO SDL-COUNT-2.
   MOVE ET-COUNT-3(ENT-IX) TO SDL-COUNT-3.
   MOVE ET-ATTEMPTS(ENT-IX) TO SDL-ATTEMPTS.
   IF ET-OVERRIDE(ENT-IX) IS EQUAL TO "Y"
      MOVE "Y" TO SDL-OVERRIDE
   END-IF.
   IF ET-EVENT(ENT-IX) IS EQUAL TO "END"
      IF ET-COND-CODE(ENT-IX) IS GREATER THAN STEP-MAX-RC
         MOVE "ENDED OUTSIDE ALLOWED" TO SDL-STATUS
         ADD 1 TO OPEN-COUNT
      ELSE
         MOVE "COMPLETE" TO SDL-STATUS
         ADD 1 TO COMPLETE-COUNT
      END-IF
   ELSE
      IF ET-EVENT(ENT-IX) IS EQUAL TO "REFUSED"
         MOVE "REFUSED" TO SDL-STATUS
      ELSE
         MOVE "RUNNING OR DIED" TO SDL-STATUS
      END-IF
      ADD 1 TO OPEN-COUNT
   END-IF.
   display STATUS-DETAIL-LINE.

EDIT-TIME.
   MOVE TW-HH TO TE-HH.
   MOVE TW-MM TO TE-MM.
   MOVE TW-SS TO TE-SS.

PRINT-COUNT-KEY.
   MOVE SS-STEP-NAME(SS-IX) TO CKL-STEP-NAME.
   MOVE SS-COUNT-KEY(SS-IX) TO CKL-COUNT-KEY.
   display COUNT-KEY-LINE.
