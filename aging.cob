*> RESUBMITTED RECORD CARRYING THE REJECT ID THAT FINALLY CONVERTED
*> - GETS A LINE IN REJECT-RESOLVED. THIS JOB JOINS THE TWO: A
*> REGISTERED REJECT WITH NO RESOLVED LINE IS STILL OPEN, ITS AGE
*> IS THE NUMBER OF BUSINESS DAYS FROM ITS REJECT DATE TO TODAY,
*> AND ANYTHING OLDER THAN THE CHASE THRESHOLD (ROMAN_AGING_DAYS,
*> DEFAULT 3 BUSINESS DAYS) IS FLAGGED OVERDUE AND SETS THE WARNING
*> CONDITION CODE. NOBODY DIFFS FILES BY HAND. BUSINESS DAYS ARE
*> THE CONVERTER'S: MONDAY TO FRIDAY, AS AMENDED BY THE
*> BUSINESS-CALENDAR LINES FOR ALL REGIONS AND FOR THE REGION ON
*> THE SOURCE SYSTEM'S SOURCE-SYSTEMS ENTRY - SO A LONG WEEKEND OR
*> A SOURCE'S LOCAL HOLIDAY DOES NOT MAKE ITS REJECTS OVERDUE.

ENVIRONMENT DIVISION.

select REGISTER-IN-FILE assign to dynamic register_file_name organization is line sequential.
select RESOLVED-IN-FILE assign to "REJECT-RESOLVED" organization is line sequential
       file status is RESOLVED-IN-FILE-STATUS.
select SOURCE-FILE assign to "SOURCE-SYSTEMS"
       organization is indexed
       access mode is sequential
       record key is SRC-SYS-CODE
       file status is SOURCE-FILE-STATUS.
select CALENDAR-FILE assign to "BUSINESS-CALENDAR" organization is line sequential
       file status is CALENDAR-FILE-STATUS.
select STEP-FILE assign to "STEP-CONTROL" organization is line sequential
       file status is STEP-FILE-STATUS.

DATA DIVISION.
FILE SECTION.
   FD RESOLVED-IN-FILE.
   01 RESOLVED-IN-RECORD  PIC X(46).

   FD SOURCE-FILE.
   01 SOURCE-RECORD.
      02 SRC-SYS-CODE       PIC X(05).
      02 SRC-OWNER-NAME     PIC X(30).
      02 SRC-OWNER-CONTACT  PIC X(30).
      02 SRC-STATUS         PIC X.
      02 SRC-ALLOW-R2D      PIC X.
      02 SRC-ALLOW-D2R      PIC X.
      02 SRC-ALLOW-EXP      PIC X.
      02 SRC-EXTENDED-FLAG  PIC X.
      02 SRC-WARN-PCT       PIC 9(3).
      02 SRC-FAIL-PCT       PIC 9(3).
      02 SRC-CHANGED-DATE   PIC 9(8).
      02 SRC-CHANGED-BY     PIC X(10).
      02 SRC-REGION         PIC X(05).
      02 FILLER             PIC X(15).

   FD CALENDAR-FILE.
   01 CALENDAR-FILE-RECORD  PIC X(47).

   FD STEP-FILE.
   01 STEP-FILE-RECORD  PIC X(98).

WORKING-STORAGE SECTION.
01 file-info.
       05 file-size        pic x(8) comp-x.
          10 f-hundredths  pic x comp-x.
77 register_file_name  pic x(30).
77 RESOLVED-IN-FILE-STATUS  PIC XX.
77 SOURCE-FILE-STATUS       PIC XX.
77 EOF-SWITCH   PIC 9    VALUE 1.
77 PARM-NUMBER  PIC 9(2)   VALUE 1.
77 RUN-DATE     PIC 9(8).
01 AGING-TEXT-AREA.
   02 AGING-CHAR     PIC X(1)   OCCURS 3 TIMES.

*> EACH SOURCE SYSTEM'S CALENDAR REGION FROM THE REFERENCE FILE.
*> WITHOUT THE FILE EVERY SOURCE AGES ON THE COMMON CALENDAR.
77 SRC-MAX          PIC S9(4)  COMP  VALUE 200.
77 SRC-COUNT        PIC S9(4)  COMP  VALUE ZERO.
77 SRC-IX           PIC S9(4)  COMP.
77 SRC-FOUND        PIC 9.
01 SOURCE-REF-TABLE.
   02 SRC-ENTRY OCCURS 200 TIMES.
      03 SRC-TAB-SYS-CODE   PIC X(05).
      03 SRC-TAB-REGION     PIC X(05).

*> THE CONVERTER'S BUSINESS CALENDAR AND BUSINESS-DAY COUNT.
77 CALENDAR-FILE-STATUS PIC XX.
77 CAL-MAX          PIC S9(4)  COMP  VALUE 500.
77 CAL-COUNT        PIC S9(4)  COMP  VALUE ZERO.
77 CAL-IX           PIC S9(4)  COMP.
77 CAL-FOUND        PIC 9.
77 CAL-WORK-REGION  PIC X(05).
01 CALENDAR-TABLE.
   02 CAL-ENTRY OCCURS 500 TIMES.
      03 CAL-TAB-REGION    PIC X(05).
      03 CAL-TAB-SERIAL    PIC S9(8)  COMP.
      03 CAL-TAB-DAY-TYPE  PIC X.
01 CALENDAR-WORK-RECORD.
   02 CAL-REGION       PIC X(05).
   02 FILLER           PIC X.
   02 CAL-DATE         PIC X(8).
   02 FILLER           PIC X.
   02 CAL-DAY-TYPE     PIC X.
   02 FILLER           PIC X.
   02 CAL-DESCRIPTION  PIC X(30).
77 BDAY-REGION      PIC X(05).
77 BDAY-SERIAL      PIC S9(8)  COMP.
77 BDAY-FLAG        PIC X.
77 BDAY-WEEKS       PIC S9(8)  COMP.
77 BDAY-WEEKDAY     PIC S9(1)  COMP.
77 BDAY-FROM-SERIAL PIC S9(8)  COMP.
77 BDAY-TO-SERIAL   PIC S9(8)  COMP.
77 BDAY-COUNT       PIC S9(4)  COMP.
77 BDAY-SPAN-MAX    PIC S9(4)  COMP  VALUE 400.

*> CIVIL-CALENDAR DAY SERIAL COUNTED FROM MONDAY 1 JANUARY OF YEAR
*> ONE, AS THE CONVERTER COUNTS IT, SO THE SERIAL DIVIDED BY SEVEN
*> LEAVES THE WEEKDAY: 1 FOR MONDAY THROUGH 6 FOR SATURDAY, 0 FOR
*> SUNDAY.
77 WK-YEAR           PIC S9(4)  COMP.
77 WK-PRIOR-YEAR     PIC S9(4)  COMP.
77 WK-MONTH          PIC S9(2)  COMP.
77 WK-DAY            PIC S9(2)  COMP.
77 WK-SERIAL         PIC S9(8)  COMP.
   02 FILLER PIC S9(3) COMP VALUE 334.
01 MONTH-OFFSETS REDEFINES MONTH-OFFSET-TABLE.
   02 MONTH-OFFSET   PIC S9(3) COMP OCCURS 12 TIMES.
*> DAYS IN EACH MONTH, FEBRUARY WITHOUT ITS LEAP DAY, SO A DATE
*> LIKE 20250231 IS CAUGHT BEFORE IT IS COUNTED AS A REAL DAY.
01 MONTH-LENGTH-TABLE.
   02 FILLER PIC S9(2) COMP VALUE 31.
   02 FILLER PIC S9(2) COMP VALUE 28.
   02 FILLER PIC S9(2) COMP VALUE 31.
   02 FILLER PIC S9(2) COMP VALUE 30.
   02 FILLER PIC S9(2) COMP VALUE 31.
   02 FILLER PIC S9(2) COMP VALUE 30.
   02 FILLER PIC S9(2) COMP VALUE 31.
   02 FILLER PIC S9(2) COMP VALUE 31.
   02 FILLER PIC S9(2) COMP VALUE 30.
   02 FILLER PIC S9(2) COMP VALUE 31.
   02 FILLER PIC S9(2) COMP VALUE 30.
   02 FILLER PIC S9(2) COMP VALUE 31.
01 MONTH-LENGTHS REDEFINES MONTH-LENGTH-TABLE.
   02 MONTH-LENGTH   PIC S9(2) COMP OCCURS 12 TIMES.
77 WK-MONTH-DAYS     PIC S9(2)  COMP.
77 DATE-VALID-FLAG   PIC X.

77 REGISTERED-COUNT PIC S9(8)  COMP  VALUE ZERO.
77 RESOLVED-COUNT   PIC S9(8)  COMP  VALUE ZERO.
   02 FILLER    PIC X(26)  VALUE "   REJECT ID              ".
   02 FILLER    PIC X(12)  VALUE "BATCH ID    ".
   02 FILLER    PIC X(10)  VALUE "REJECTED  ".
   02 FILLER    PIC X(6)   VALUE "BDAYS ".
   02 FILLER    PIC X(39)  VALUE "REASON".
   02 FILLER    PIC X(7)   VALUE "OVERDUE".
01 AGING-DETAIL-LINE.
   02 TR-OVERDUE   PIC ZZZZZZZ9.
   02 FILLER       PIC X(13)  VALUE "  (THRESHOLD ".
   02 TR-THRESHOLD PIC ZZ9.
   02 FILLER       PIC X(15)  VALUE " BUSINESS DAYS)".

*> STEP-CONTROL IS THE NIGHT STREAM'S SHARED RUN BOOK. EVERY STEP
*> APPENDS A START LINE AS IT BEGINS AND AN END LINE - CONDITION
*> CODE AND THREE KEY COUNTS - AS IT FINISHES, UNDER THE STREAM DATE
*> (ROMAN_STREAM_DATE, DEFAULT TODAY, SO A NIGHT THAT RUNS PAST
*> MIDNIGHT IS STILL ONE NIGHT). A START WITH NO END AFTER IT IS A
*> STEP STILL RUNNING OR ONE THAT DIED.
77 STEP-FILE-STATUS   PIC XX.
77 STEP-NAME          PIC X(24)  VALUE "REJECT-AGING-REPORT".
77 STEP-INSTANCE      PIC X(2)   VALUE "00".
77 STREAM-DATE        PIC 9(8).
77 STREAM-DATE-TEXT   PIC X(8).
77 STEP-START-TIME    PIC 9(8).
77 STEP-END-TIME      PIC 9(8).
77 STEP-OVERRIDE-FLAG PIC X      VALUE "N".
77 STEP-EVENT         PIC X(7).
77 STEP-COND-CODE     PIC 9(3).
77 STEP-COUNT-1       PIC 9(9)   VALUE ZERO.
77 STEP-COUNT-2       PIC 9(9)   VALUE ZERO.
77 STEP-COUNT-3       PIC 9(9)   VALUE ZERO.
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
*> A STEP WILL NOT START UNLESS THE STEP BEFORE IT ENDED, FOR THE
*> SAME STREAM DATE, WITHIN THE CONDITION CODES IT IS ALLOWED -
*> THE LATEST LINE FOR THAT STEP DECIDES, SO A SUCCESSFUL RERUN
*> CLEARS AN EARLIER FAILURE AND A RERUN IN FLIGHT HOLDS EVERYONE
*> BEHIND IT. ROMAN_STEP_OVERRIDE=Y LETS OPERATIONS START THE STEP
*> ANYWAY; ITS START LINE IS MARKED SO THE STATUS REPORT SHOWS IT.
77 STEP-OVERRIDE-TEXT PIC X.
77 STEP-REFUSE-FLAG   PIC X      VALUE "N".
77 PRED-STEP-NAME     PIC X(24).
77 PRED-ALT-NAME      PIC X(24).
77 PRED-INSTANCE      PIC X(2).
77 PRED-MAX-RC        PIC 9(3).
77 PRED-EVENT         PIC X(7).
77 PRED-COND-CODE     PIC 9(3).
77 PRED-STATUS-TEXT   PIC X(24).
77 PRED-FOUND-NAME    PIC X(24).

PROCEDURE DIVISION.

ACCEPT RUN-DATE FROM DATE YYYYMMDD.
PERFORM GET-STREAM-DATE.
PERFORM CHECK-STREAM-PREDECESSORS.
PERFORM WRITE-STEP-START.
PERFORM GET-AGING-THRESHOLD.
PERFORM get_file_name.
display " "
PERFORM LOAD-RESOLVED-IDS.
PERFORM LOAD-SOURCE-REGIONS.
PERFORM LOAD-BUSINESS-CALENDAR.
OPEN INPUT REGISTER-IN-FILE.
display "------------------------------"
display " OPEN-REJECT AGING REPORT"
IF OVERDUE-COUNT IS GREATER THAN ZERO
   move 4 to return-code
end-if.
MOVE REGISTERED-COUNT TO STEP-COUNT-1.
MOVE OPN-COUNT TO STEP-COUNT-2.
MOVE OVERDUE-COUNT TO STEP-COUNT-3.
PERFORM WRITE-STEP-END.
STOP RUN.

*> THRESHOLD TEXT PARSED THE SAME FORGIVING WAY THE CONVERTER
      MOVE RGR-REJECT-DATE TO DW-DATE
      PERFORM COMPUTE-DAY-SERIAL
      MOVE WK-SERIAL TO ITEM-DAY-SERIAL
      PERFORM FIND-ITEM-REGION
      MOVE ITEM-DAY-SERIAL TO BDAY-FROM-SERIAL
      MOVE RUN-DAY-SERIAL  TO BDAY-TO-SERIAL
      PERFORM COUNT-BUSINESS-DAYS
      MOVE BDAY-COUNT TO OPN-AGE-DAYS(OPN-COUNT)
      MOVE RGR-REASON      TO OPN-REASON(OPN-COUNT)
      IF OPN-AGE-DAYS(OPN-COUNT) IS GREATER THAN AGING-DAYS
         ADD 1 TO OVERDUE-COUNT
      ADD 1 TO SS-IX
   END-IF.

*> NO REFERENCE FILE LEAVES EVERY SOURCE ON THE COMMON CALENDAR;
*> THE AGING IS STILL WORTH HAVING.
LOAD-SOURCE-REGIONS.
   OPEN INPUT SOURCE-FILE.
   IF SOURCE-FILE-STATUS IS EQUAL TO "00"
      MOVE 1 TO EOF-SWITCH
      READ SOURCE-FILE
         AT END MOVE ZERO TO EOF-SWITCH
      END-READ
      PERFORM LOAD-SOURCE-ENTRY
         UNTIL EOF-SWITCH IS EQUAL TO ZERO
      CLOSE SOURCE-FILE
      MOVE 1 TO EOF-SWITCH
   ELSE
      display " NOTE: SOURCE-SYSTEMS not available - all sources aged on the common calendar"
   END-IF.

LOAD-SOURCE-ENTRY.
   IF SRC-COUNT IS LESS THAN SRC-MAX
      ADD 1 TO SRC-COUNT
      MOVE SRC-SYS-CODE TO SRC-TAB-SYS-CODE(SRC-COUNT)
      MOVE SRC-REGION   TO SRC-TAB-REGION(SRC-COUNT)
   END-IF.
   READ SOURCE-FILE
      AT END MOVE ZERO TO EOF-SWITCH.

FIND-ITEM-REGION.
   MOVE SPACES TO BDAY-REGION.
   MOVE ZERO TO SRC-FOUND.
   MOVE 1 TO SRC-IX.
   PERFORM FIND-SOURCE-REF
      UNTIL SRC-FOUND IS EQUAL TO 1 OR SRC-IX IS GREATER THAN SRC-COUNT.
   IF SRC-FOUND IS EQUAL TO 1
      MOVE SRC-TAB-REGION(SRC-IX) TO BDAY-REGION
   END-IF.

FIND-SOURCE-REF.
   IF SRC-TAB-SYS-CODE(SRC-IX) IS EQUAL TO RGR-SOURCE-SYS
      MOVE 1 TO SRC-FOUND
   ELSE
      ADD 1 TO SRC-IX
   END-IF.

*> NO CALENDAR FILE IS NOT AN ERROR - A NEW INSTALLATION STARTS ON
*> THE WEEKDAY RULE - BUT A FULL TABLE IS, SINCE A HOLIDAY DROPPED
*> OFF THE END WOULD QUIETLY BECOME A BUSINESS DAY. A LINE WHOSE
*> DATE OR DAY TYPE CANNOT BE USED IS SHOWN AND PASSED OVER.
LOAD-BUSINESS-CALENDAR.
   OPEN INPUT CALENDAR-FILE.
   IF CALENDAR-FILE-STATUS IS EQUAL TO "00"
      MOVE 1 TO EOF-SWITCH
      READ CALENDAR-FILE INTO CALENDAR-WORK-RECORD
         AT END MOVE ZERO TO EOF-SWITCH
      END-READ
      PERFORM LOAD-CALENDAR-ENTRY
         UNTIL EOF-SWITCH IS EQUAL TO ZERO
      CLOSE CALENDAR-FILE
      MOVE 1 TO EOF-SWITCH
   ELSE
      CLOSE CALENDAR-FILE
      display " NOTE: BUSINESS-CALENDAR not available - Monday to Friday are business days"
   END-IF.

LOAD-CALENDAR-ENTRY.
   MOVE "N" TO DATE-VALID-FLAG.
   IF CAL-DATE IS NUMERIC
      MOVE CAL-DATE TO DW-DATE
      PERFORM CHECK-DATE-VALID
   END-IF.
   IF DATE-VALID-FLAG IS EQUAL TO "Y" AND
         (CAL-DAY-TYPE IS EQUAL TO "H" OR CAL-DAY-TYPE IS EQUAL TO "B")
      IF CAL-COUNT IS LESS THAN CAL-MAX
         ADD 1 TO CAL-COUNT
         IF CAL-REGION IS EQUAL TO "ALL"
            MOVE SPACES TO CAL-TAB-REGION(CAL-COUNT)
         ELSE
            MOVE CAL-REGION TO CAL-TAB-REGION(CAL-COUNT)
         END-IF
         MOVE CAL-DATE TO DW-DATE
         PERFORM COMPUTE-DAY-SERIAL
         MOVE WK-SERIAL TO CAL-TAB-SERIAL(CAL-COUNT)
         MOVE CAL-DAY-TYPE TO CAL-TAB-DAY-TYPE(CAL-COUNT)
      ELSE
         display "Error: BUSINESS-CALENDAR holds more than 500 dates - ending run"
         CLOSE CALENDAR-FILE
         move 16 to return-code
         PERFORM WRITE-STEP-END
         STOP RUN
      END-IF
   ELSE
      IF CALENDAR-WORK-RECORD IS NOT EQUAL TO SPACES
         display " *** BUSINESS-CALENDAR LINE NOT USED: " CALENDAR-WORK-RECORD(1:17)
      END-IF
   END-IF.
   READ CALENDAR-FILE INTO CALENDAR-WORK-RECORD
      AT END MOVE ZERO TO EOF-SWITCH.

*> BDAY-FLAG SAYS WHETHER DAY BDAY-SERIAL IS A BUSINESS DAY IN
*> REGION BDAY-REGION: THE WEEKDAY RULE, THEN ANY ALL-REGIONS
*> CALENDAR LINE, THEN ANY LINE FOR THE REGION ITSELF.
CHECK-BUSINESS-DAY.
   DIVIDE BDAY-SERIAL BY 7 GIVING BDAY-WEEKS REMAINDER BDAY-WEEKDAY.
   IF BDAY-WEEKDAY IS EQUAL TO 6 OR BDAY-WEEKDAY IS EQUAL TO ZERO
      MOVE "N" TO BDAY-FLAG
   ELSE
      MOVE "Y" TO BDAY-FLAG
   END-IF.
   MOVE SPACES TO CAL-WORK-REGION.
   PERFORM APPLY-CALENDAR-ENTRY.
   IF BDAY-REGION IS NOT EQUAL TO SPACES AND
         BDAY-REGION IS NOT EQUAL TO "ALL"
      MOVE BDAY-REGION TO CAL-WORK-REGION
      PERFORM APPLY-CALENDAR-ENTRY
   END-IF.

APPLY-CALENDAR-ENTRY.
   MOVE ZERO TO CAL-FOUND.
   MOVE 1 TO CAL-IX.
   PERFORM FIND-CALENDAR-ENTRY
      UNTIL CAL-FOUND IS EQUAL TO 1 OR CAL-IX IS GREATER THAN CAL-COUNT.
   IF CAL-FOUND IS EQUAL TO 1
      IF CAL-TAB-DAY-TYPE(CAL-IX) IS EQUAL TO "H"
         MOVE "N" TO BDAY-FLAG
      ELSE
         MOVE "Y" TO BDAY-FLAG
      END-IF
   END-IF.

FIND-CALENDAR-ENTRY.
   IF CAL-TAB-SERIAL(CAL-IX) IS EQUAL TO BDAY-SERIAL AND
         CAL-TAB-REGION(CAL-IX) IS EQUAL TO CAL-WORK-REGION
      MOVE 1 TO CAL-FOUND
   ELSE
      ADD 1 TO CAL-IX
   END-IF.

*> BDAY-COUNT IS THE NUMBER OF BUSINESS DAYS AFTER BDAY-FROM-SERIAL
*> UP TO AND INCLUDING BDAY-TO-SERIAL - ZERO FOR A REJECT STAMPED
*> TODAY. A REJECT OPEN LONGER THAN BDAY-SPAN-MAX CALENDAR DAYS IS
*> NOT WALKED DAY BY DAY; FIVE BUSINESS DAYS IN SEVEN IS CLOSE
*> ENOUGH FOR AN ITEM THAT OLD.
COUNT-BUSINESS-DAYS.
   MOVE ZERO TO BDAY-COUNT.
   IF BDAY-TO-SERIAL - BDAY-FROM-SERIAL IS GREATER THAN BDAY-SPAN-MAX
      COMPUTE BDAY-COUNT = (BDAY-TO-SERIAL - BDAY-FROM-SERIAL) * 5 / 7
   ELSE
      COMPUTE BDAY-SERIAL = BDAY-FROM-SERIAL + 1
      PERFORM COUNT-ONE-BUSINESS-DAY
         UNTIL BDAY-SERIAL IS GREATER THAN BDAY-TO-SERIAL
   END-IF.

COUNT-ONE-BUSINESS-DAY.
   PERFORM CHECK-BUSINESS-DAY.
   IF BDAY-FLAG IS EQUAL TO "Y"
      ADD 1 TO BDAY-COUNT
   END-IF.
   ADD 1 TO BDAY-SERIAL.

*> DATE-VALID-FLAG SAYS WHETHER DW-DATE IS A REAL CALENDAR DATE:
*> A MONTH OF 1-12 AND A DAY NO LATER THAN THAT MONTH'S LAST, WITH
*> 29 FEBRUARY ONLY IN A LEAP YEAR (EVERY FOURTH YEAR, EXCEPT
*> CENTURIES NOT DIVISIBLE BY 400).
CHECK-DATE-VALID.
   MOVE "N" TO DATE-VALID-FLAG.
   IF DW-DATE IS NUMERIC AND DW-YEAR IS GREATER THAN ZERO AND
         DW-MONTH IS GREATER THAN ZERO AND DW-MONTH IS LESS THAN 13 AND
         DW-DAY IS GREATER THAN ZERO
      MOVE MONTH-LENGTH(DW-MONTH) TO WK-MONTH-DAYS
      IF DW-MONTH IS EQUAL TO 2
         MOVE DW-YEAR TO WK-YEAR
         DIVIDE WK-YEAR BY 4 GIVING WK-SERIAL REMAINDER WK-REMAINDER
         IF WK-REMAINDER IS EQUAL TO ZERO
            MOVE 29 TO WK-MONTH-DAYS
            DIVIDE WK-YEAR BY 100 GIVING WK-SERIAL REMAINDER WK-REMAINDER
            IF WK-REMAINDER IS EQUAL TO ZERO
               MOVE 28 TO WK-MONTH-DAYS
               DIVIDE WK-YEAR BY 400 GIVING WK-SERIAL REMAINDER WK-REMAINDER
               IF WK-REMAINDER IS EQUAL TO ZERO
                  MOVE 29 TO WK-MONTH-DAYS
               END-IF
            END-IF
         END-IF
      END-IF
      IF DW-DAY IS NOT GREATER THAN WK-MONTH-DAYS
         MOVE "Y" TO DATE-VALID-FLAG
      END-IF
   END-IF.

*> DAY ONE IS 1 JANUARY OF YEAR ONE: WHOLE PRIOR YEARS AND THE LEAP
*> DAYS THEY HELD, THEN THE DAY OF THE YEAR WITH ITS OWN LEAP DAY
*> WHEN THE DATE IS PAST FEBRUARY.
COMPUTE-DAY-SERIAL.
   MOVE DW-YEAR  TO WK-YEAR.
   MOVE DW-MONTH TO WK-MONTH.
         END-IF
      END-IF
   END-IF.
   COMPUTE WK-PRIOR-YEAR = WK-YEAR - 1.
   DIVIDE WK-PRIOR-YEAR BY 4   GIVING WK-LEAP4.
   DIVIDE WK-PRIOR-YEAR BY 100 GIVING WK-LEAP100.
   DIVIDE WK-PRIOR-YEAR BY 400 GIVING WK-LEAP400.
   COMPUTE WK-SERIAL = WK-PRIOR-YEAR * 365
      + WK-LEAP4 - WK-LEAP100 + WK-LEAP400
      + MONTH-OFFSET(WK-MONTH) + WK-DAY.
   IF WK-MONTH IS GREATER THAN 2 AND WK-LEAP IS EQUAL TO 1
        display "Error: File " register_file_name(1:20) " does not exist"
        display "Error: reject register is not usable - ending run"
        move 16 to return-code
        PERFORM WRITE-STEP-END
        STOP RUN
    end-if.

*> THE CONVERSION STEP - THE CONVERTER, OR THE CONSOLIDATOR AFTER
*> A PARTITIONED RUN - MUST HAVE ENDED NO WORSE THAN THE REJECT-RATE
*> FAILURE CODE 8: A CONTROL ERROR, A SETUP FAILURE OR A RUN STILL
*> GOING MEANS ITS OUTPUT CANNOT BE TRUSTED.
*> THE AGING THEN WAITS ON REJECT-REPAIR, SO TONIGHT'S RESUBMITS
*> ARE ALREADY COUNTED.
CHECK-STREAM-PREDECESSORS.
   MOVE "ROMAN-NUMERAL-CONVERTER" TO PRED-STEP-NAME.
   MOVE "ROMAN-RUN-CONSOLIDATOR"  TO PRED-ALT-NAME.
   MOVE "00" TO PRED-INSTANCE.
   MOVE 8 TO PRED-MAX-RC.
   PERFORM CHECK-PREDECESSOR-STEP.
   MOVE "REJECT-REPAIR" TO PRED-STEP-NAME.
   MOVE SPACES TO PRED-ALT-NAME.
   MOVE 4 TO PRED-MAX-RC.
   PERFORM CHECK-PREDECESSOR-STEP.
   PERFORM ENFORCE-PREDECESSORS.

*> THE STREAM DATE EVERY STEP OF THE NIGHT FILES ITS LINES UNDER.
*> A MALFORMED OVERRIDE IS A SETUP ERROR - GUESSING WOULD FILE THE
*> STEP UNDER THE WRONG NIGHT.
GET-STREAM-DATE.
   MOVE SPACES TO STREAM-DATE-TEXT.
   DISPLAY "ROMAN_STREAM_DATE" UPON ENVIRONMENT-NAME.
   ACCEPT STREAM-DATE-TEXT FROM ENVIRONMENT-VALUE
      ON EXCEPTION
         MOVE SPACES TO STREAM-DATE-TEXT
   END-ACCEPT.
   IF STREAM-DATE-TEXT IS NUMERIC
      MOVE STREAM-DATE-TEXT TO STREAM-DATE
   ELSE
      IF STREAM-DATE-TEXT IS NOT EQUAL TO SPACES
         display "Error: ROMAN_STREAM_DATE " STREAM-DATE-TEXT " is not a date (YYYYMMDD)"
         display "Error: step cannot be logged - ending run"
         move 16 to return-code
         STOP RUN
      END-IF
      ACCEPT STREAM-DATE FROM DATE YYYYMMDD
   END-IF.
   ACCEPT STEP-START-TIME FROM TIME.
   MOVE SPACES TO STEP-OVERRIDE-TEXT.
   DISPLAY "ROMAN_STEP_OVERRIDE" UPON ENVIRONMENT-NAME.
   ACCEPT STEP-OVERRIDE-TEXT FROM ENVIRONMENT-VALUE
      ON EXCEPTION
         MOVE SPACES TO STEP-OVERRIDE-TEXT
   END-ACCEPT.

*> PRED-STEP-NAME (OR PRED-ALT-NAME, FOR THE CONVERSION STEP THAT IS
*> EITHER THE CONVERTER OR THE CONSOLIDATOR) FOR INSTANCE
*> PRED-INSTANCE MUST HAVE ENDED WITH A CONDITION CODE NO HIGHER
*> THAN PRED-MAX-RC. A FAILED CHECK IS SHOWN AND REMEMBERED; THE
*> STEP IS REFUSED ONCE EVERY PREDECESSOR HAS BEEN LOOKED AT.
CHECK-PREDECESSOR-STEP.
   MOVE SPACES TO PRED-EVENT.
   MOVE ZERO TO PRED-COND-CODE.
   MOVE PRED-STEP-NAME TO PRED-FOUND-NAME.
   OPEN INPUT STEP-FILE.
   IF STEP-FILE-STATUS IS EQUAL TO "00"
      MOVE 1 TO EOF-SWITCH
      READ STEP-FILE INTO STEP-CONTROL-LINE
         AT END MOVE ZERO TO EOF-SWITCH
      END-READ
      PERFORM SCAN-PREDECESSOR-LINE
         UNTIL EOF-SWITCH IS EQUAL TO ZERO
      CLOSE STEP-FILE
      MOVE 1 TO EOF-SWITCH
   ELSE
      CLOSE STEP-FILE
   END-IF.
   IF PRED-EVENT IS NOT EQUAL TO "END" OR
         PRED-COND-CODE IS GREATER THAN PRED-MAX-RC
      MOVE "Y" TO STEP-REFUSE-FLAG
      IF PRED-EVENT IS EQUAL TO SPACES
         MOVE "HAS NOT RUN" TO PRED-STATUS-TEXT
      ELSE
         IF PRED-EVENT IS EQUAL TO "START"
            MOVE "IS RUNNING OR DIED" TO PRED-STATUS-TEXT
         ELSE
            IF PRED-EVENT IS EQUAL TO "REFUSED"
               MOVE "WAS REFUSED" TO PRED-STATUS-TEXT
            ELSE
               MOVE SPACES TO PRED-STATUS-TEXT
               STRING "ENDED RC " DELIMITED BY SIZE
                      PRED-COND-CODE DELIMITED BY SIZE
                      INTO PRED-STATUS-TEXT
            END-IF
         END-IF
      END-IF
      display " *** PREDECESSOR " PRED-FOUND-NAME " " PRED-INSTANCE " "
         PRED-STATUS-TEXT " FOR STREAM DATE " STREAM-DATE " ***"
   END-IF.

SCAN-PREDECESSOR-LINE.
   IF STC-STREAM-DATE IS EQUAL TO STREAM-DATE AND
         STC-INSTANCE IS EQUAL TO PRED-INSTANCE AND
         (STC-STEP-NAME IS EQUAL TO PRED-STEP-NAME OR
          STC-STEP-NAME IS EQUAL TO PRED-ALT-NAME)
      MOVE STC-STEP-NAME TO PRED-FOUND-NAME
      MOVE STC-EVENT TO PRED-EVENT
      MOVE STC-COND-CODE TO PRED-COND-CODE
   END-IF.
   READ STEP-FILE INTO STEP-CONTROL-LINE
      AT END MOVE ZERO TO EOF-SWITCH.

*> A REFUSED STEP LEAVES A REFUSED LINE, SO THE STATUS REPORT SHOWS
*> WHY THE NIGHT STOPPED WHERE IT DID, AND ENDS AS A SETUP ERROR.
ENFORCE-PREDECESSORS.
   IF STEP-REFUSE-FLAG IS EQUAL TO "Y"
      IF STEP-OVERRIDE-TEXT IS EQUAL TO "Y"
         MOVE "Y" TO STEP-OVERRIDE-FLAG
         display " *** ROMAN_STEP_OVERRIDE=Y - STARTING DESPITE PREDECESSOR ***"
      ELSE
         MOVE "REFUSED" TO STEP-EVENT
         MOVE 16 TO STEP-COND-CODE
         PERFORM PUT-STEP-LINE
         display "Error: " STEP-NAME " predecessor has not ended cleanly"
         display "Error: step refused - ending run (ROMAN_STEP_OVERRIDE=Y to force)"
         move 16 to return-code
         STOP RUN
      END-IF
   END-IF.

WRITE-STEP-START.
   MOVE "START" TO STEP-EVENT.
   MOVE ZERO TO STEP-COND-CODE.
   PERFORM PUT-STEP-LINE.

WRITE-STEP-END.
   MOVE "END" TO STEP-EVENT.
   MOVE RETURN-CODE TO STEP-COND-CODE.
   PERFORM PUT-STEP-LINE.

*> THE FILE IS OPENED AND CLOSED AROUND EACH LINE, SO PARALLEL
*> INSTANCES CAN SHARE IT AND A STEP THAT DIES LEAVES WHAT IT
*> WROTE. A STEP-CONTROL THAT CANNOT BE WRITTEN IS WARNED ABOUT;
*> THE STEP'S OWN WORK IS NOT HELD UP FOR IT.
PUT-STEP-LINE.
   ACCEPT STEP-END-TIME FROM TIME.
   MOVE SPACES TO STEP-CONTROL-LINE.
   MOVE STEP-NAME          TO STC-STEP-NAME.
   MOVE STEP-EVENT         TO STC-EVENT.
   MOVE STREAM-DATE        TO STC-STREAM-DATE.
   MOVE STEP-INSTANCE      TO STC-INSTANCE.
   MOVE STEP-START-TIME    TO STC-START-TIME.
   MOVE STEP-COND-CODE     TO STC-COND-CODE.
   IF STEP-EVENT IS EQUAL TO "START"
      MOVE ZERO TO STC-END-TIME
   ELSE
      MOVE STEP-END-TIME TO STC-END-TIME
   END-IF.
   MOVE STEP-COUNT-1       TO STC-COUNT-1.
   MOVE STEP-COUNT-2       TO STC-COUNT-2.
   MOVE STEP-COUNT-3       TO STC-COUNT-3.
   MOVE STEP-OVERRIDE-FLAG TO STC-OVERRIDE.
   OPEN EXTEND STEP-FILE.
   IF STEP-FILE-STATUS IS NOT EQUAL TO "00"
      OPEN OUTPUT STEP-FILE
   END-IF.
   IF STEP-FILE-STATUS IS EQUAL TO "00"
      WRITE STEP-FILE-RECORD FROM STEP-CONTROL-LINE
      CLOSE STEP-FILE
   ELSE
      display " *** STEP-CONTROL NOT WRITABLE (STATUS " STEP-FILE-STATUS ") - "
         STEP-EVENT " LINE NOT RECORDED ***"
   END-IF.
