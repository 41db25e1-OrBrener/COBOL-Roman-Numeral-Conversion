IDENTIFICATION DIVISION.
PROGRAM-ID. ROMAN-PERIOD-CLOSE.
*> MONTH-END CLOSE OF ROMAN-MASTER. FOR ONE PERIOD (A CALENDAR MONTH
*> OF MST-RUN-DATE) THIS JOB TOTALS, PER SOURCE SYSTEM:
*>   - RECORDS CONVERTED (OK), REJECTED AND VOIDED, AND THE VALUE
*>     TOTAL OF THE CONVERTED ONES - FROM ROMAN-MASTER PLUS ANY
*>     ROMAN-ARCHIVE COPIES, SO A PURGE NEVER CHANGES A MONTH
*>   - THE OPEN-REJECT CARRY-FORWARD: REJECTS IN REJECT-REGISTER
*>     DATED ON OR BEFORE THE PERIOD END THAT REJECT-RESOLVED DOES
*>     NOT SHOW CURED BY THEN
*>   - THE PRIOR-PERIOD ADJUSTMENTS ROMAN-MASTER-MAINT BOOKED TO THIS
*>     PERIOD AGAINST RECORDS OF AN EARLIER, ALREADY CLOSED ONE, AND
*>     THE RERUNS THE CONVERTER AND CONSOLIDATOR BOOKED WHEN THEY
*>     REPLACED SUCH A RECORD
*> THE FIGURES ARE APPENDED TO PERIOD-SUMMARY - ONE LINE PER SOURCE
*> SYSTEM AND A *ALL* LINE - AND NEVER REWRITTEN, THEN THE PERIOD IS
*> MARKED CLOSED IN PERIOD-CONTROL. FROM THEN ON MAINTENANCE REFUSES
*> PLAIN VOID AND SOURCE CHANGES TO THE PERIOD'S RECORDS.
*> PERIOD: RUN PARAMETER 1 OR ROMAN_CLOSE_PERIOD (YYYYMM), DEFAULT
*> THE MONTH BEFORE TODAY. A PERIOD NOT YET ENDED, OR ALREADY
*> CLOSED, IS REFUSED WITH CONDITION CODE 16. THE CLOSING OPERATOR
*> (ROMAN_OPERATOR, OR KEYED) IS RECORDED WITH THE CLOSE.

ENVIRONMENT DIVISION.

INPUT-OUTPUT SECTION.
FILE-CONTROL.
select MASTER-FILE assign to "ROMAN-MASTER"
       organization is indexed
       access mode is dynamic
       record key is MST-KEY
       file status is MASTER-FILE-STATUS.
select ARCHIVE-FILE assign to "ROMAN-ARCHIVE" organization is line sequential
       file status is ARCHIVE-FILE-STATUS.
select REGISTER-IN-FILE assign to "REJECT-REGISTER" organization is line sequential
       file status is REGISTER-FILE-STATUS.
select RESOLVED-IN-FILE assign to "REJECT-RESOLVED" organization is line sequential
       file status is RESOLVED-FILE-STATUS.
select PPA-FILE assign to "PRIOR-PERIOD-ADJ" organization is line sequential
       file status is PPA-FILE-STATUS.
select PERIOD-FILE assign to "PERIOD-CONTROL" organization is line sequential
       file status is PERIOD-FILE-STATUS.
select SUMMARY-FILE assign to "PERIOD-SUMMARY" organization is line sequential
       file status is SUMMARY-FILE-STATUS.

DATA DIVISION.
FILE SECTION.
   FD MASTER-FILE.
   01 MASTER-RECORD.
      02 MST-KEY.
         03 MST-BATCH-ID   PIC X(10).
         03 MST-SEQ        PIC 9(8).
      02 MST-SOURCE-SYS    PIC X(05).
      02 MST-DIRECTION     PIC X(03).
      02 MST-NUMERAL       PIC X(15).
      02 MST-VALUE         PIC 9(10).
      02 MST-STATUS        PIC X(10).
      02 MST-RUN-DATE      PIC 9(8).

   FD ARCHIVE-FILE.
   01 ARCHIVE-FILE-RECORD  PIC X(69).

   FD REGISTER-IN-FILE.
   01 REGISTER-IN-RECORD   PIC X(90).

   FD RESOLVED-IN-FILE.
   01 RESOLVED-IN-RECORD   PIC X(46).

   FD PPA-FILE.
   01 PPA-FILE-RECORD      PIC X(110).

   FD PERIOD-FILE.
   01 PERIOD-FILE-RECORD   PIC X(35).

   FD SUMMARY-FILE.
   01 SUMMARY-FILE-RECORD  PIC X(113).

WORKING-STORAGE SECTION.
77 MASTER-FILE-STATUS    PIC XX.
77 ARCHIVE-FILE-STATUS   PIC XX.
77 REGISTER-FILE-STATUS  PIC XX.
77 RESOLVED-FILE-STATUS  PIC XX.
77 PPA-FILE-STATUS       PIC XX.
77 PERIOD-FILE-STATUS    PIC XX.
77 SUMMARY-FILE-STATUS   PIC XX.
77 EOF-SWITCH       PIC 9    VALUE 1.
77 PARM-NUMBER      PIC 9(2)   VALUE 1.
77 RUN-DATE         PIC 9(8).
77 RUN-TIME         PIC 9(8).
77 RUN-PERIOD       PIC 9(6).
77 DIGIT-VALUE      PIC 9.
77 OPERATOR-ID      PIC X(10).
77 PERIOD-TEXT      PIC X(6).
77 CLOSE-PERIOD     PIC 9(6)   VALUE ZERO.
77 CLOSE-YEAR       PIC 9(4).
77 CLOSE-MONTH      PIC 9(2).
77 PERIOD-IX        PIC S9(2)  COMP.
77 PERIOD-VALID     PIC 9.
01 PERIOD-TEXT-AREA.
   02 PERIOD-CHAR      PIC X(1)  OCCURS 6 TIMES.
77 PERIOD-FIRST-DATE PIC 9(8).
77 PERIOD-LAST-DATE  PIC 9(8).
77 PERIOD-LAST-TEXT  PIC X(8).
*> DAYS IN EACH MONTH, FEBRUARY WITHOUT ITS LEAP DAY, FOR THE
*> PERIOD'S LAST DATE.
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
77 PERIOD-MONTH-DAYS PIC S9(2)  COMP.
77 LEAP-QUOTIENT     PIC S9(4)  COMP.
77 LEAP-REMAINDER    PIC S9(4)  COMP.
77 IMG-PERIOD       PIC 9(6).

*> ONE MASTER (OR ARCHIVE) RECORD IMAGE, WHICHEVER FILE IT CAME FROM.
01 MASTER-IMAGE.
   02 IMG-BATCH-ID     PIC X(10).
   02 IMG-SEQ          PIC 9(8).
   02 IMG-SOURCE-SYS   PIC X(05).
   02 IMG-DIRECTION    PIC X(03).
   02 IMG-NUMERAL      PIC X(15).
   02 IMG-VALUE        PIC 9(10).
   02 IMG-STATUS       PIC X(10).
   02 IMG-RUN-DATE     PIC 9(8).

*> THE REGISTER AND RESOLVED RECORDS EXACTLY AS THE CONVERTER
*> WRITES THEM.
01 REGISTER-WORK-RECORD.
   02 RGR-REJECT-ID   PIC X(24).
   02 FILLER          PIC X(2).
   02 RGR-REJECT-DATE PIC X(8).
   02 FILLER          PIC X(2).
   02 RGR-SOURCE-SYS  PIC X(05).
   02 FILLER          PIC X(2).
   02 RGR-BATCH-ID    PIC X(10).
   02 FILLER          PIC X(2).
   02 RGR-REASON      PIC X(35).
01 RESOLVED-WORK-RECORD.
   02 RSV-REJECT-ID    PIC X(24).
   02 FILLER           PIC X(2).
   02 RSV-RESOLVE-DATE PIC X(8).
   02 FILLER           PIC X(2).
   02 RSV-BATCH-ID     PIC X(10).

*> ONLY CURES DATED BY THE PERIOD END COUNT - A REJECT CURED LATER
*> WAS STILL OPEN WHEN THE MONTH ENDED. A CURE THAT DID NOT FIT
*> WOULD LEAVE ITS REJECT COUNTED AS OPEN IN A SUMMARY NOBODY CAN
*> RERUN, SO A FULL TABLE ENDS THE CLOSE BEFORE ANYTHING IS WRITTEN.
77 RSV-MAX        PIC S9(4)  COMP  VALUE 5000.
77 RSV-COUNT      PIC S9(4)  COMP  VALUE ZERO.
77 RSV-IX         PIC S9(4)  COMP.
77 RSV-FOUND      PIC 9.
01 RESOLVED-ID-TABLE.
   02 RSV-ID-ENTRY  PIC X(24)  OCCURS 5000 TIMES.

*> THE CLOSED PERIODS, ONE PERIOD-CONTROL LINE EACH.
01 PERIOD-CONTROL-LINE.
   02 PCL-PERIOD       PIC 9(6).
   02 FILLER           PIC X.
   02 PCL-CLOSE-DATE   PIC 9(8).
   02 FILLER           PIC X.
   02 PCL-CLOSE-TIME   PIC 9(8).
   02 FILLER           PIC X.
   02 PCL-OPERATOR     PIC X(10).
77 ALREADY-CLOSED-FLAG PIC X   VALUE "N".
77 CLOSED-BY        PIC X(10).
77 CLOSED-ON        PIC 9(8).

*> A PRIOR-PERIOD ADJUSTMENT AS ROMAN-MASTER-MAINT WRITES IT.
01 PPA-LINE.
   02 PPA-BOOK-PERIOD  PIC 9(6).
   02 FILLER           PIC X.
   02 PPA-ORIG-PERIOD  PIC 9(6).
   02 FILLER           PIC X.
   02 PPA-ACTION       PIC X(10).
   02 FILLER           PIC X.
   02 PPA-BATCH-ID     PIC X(10).
   02 FILLER           PIC X.
   02 PPA-SEQ          PIC 9(8).
   02 FILLER           PIC X.
   02 PPA-SOURCE-SYS   PIC X(05).
   02 FILLER           PIC X.
   02 PPA-NEW-SOURCE   PIC X(05).
   02 FILLER           PIC X.
   02 PPA-STATUS       PIC X(10).
   02 FILLER           PIC X.
   02 PPA-VALUE        PIC 9(10).
   02 FILLER           PIC X.
   02 PPA-OPERATOR     PIC X(10).
   02 FILLER           PIC X.
   02 PPA-DATE         PIC 9(8).
   02 FILLER           PIC X.
   02 PPA-TIME         PIC 9(8).
77 PPA-BOOKED-COUNT PIC S9(8)  COMP  VALUE ZERO.

*> ONE ROW PER SOURCE SYSTEM, FIRST-SEEN ORDER, THE WAY EVERY
*> REPORT IN THIS SUITE GROUPS ITS FEEDS.
77 SS-MAX           PIC S9(4)  COMP  VALUE 200.
77 SS-COUNT         PIC S9(4)  COMP  VALUE ZERO.
77 SS-IX            PIC S9(4)  COMP.
77 SS-FOUND         PIC 9.
77 SS-OVERFLOW-FLAG PIC X      VALUE "N".
77 SS-WORK-SOURCE   PIC X(05).
01 SOURCE-TABLE.
   02 SS-ENTRY OCCURS 200 TIMES.
      03 SS-SOURCE-SYS   PIC X(05).
      03 SS-CONVERTED    PIC S9(9)  COMP.
      03 SS-REJECTED     PIC S9(9)  COMP.
      03 SS-VOIDED       PIC S9(9)  COMP.
      03 SS-VALUE-TOTAL  PIC S9(13) COMP.
      03 SS-OPEN-REJECTS PIC S9(9)  COMP.
      03 SS-PPA-COUNT    PIC S9(7)  COMP.
      03 SS-PPA-VALUE    PIC S9(13) COMP.

77 TOT-CONVERTED    PIC S9(9)  COMP  VALUE ZERO.
77 TOT-REJECTED     PIC S9(9)  COMP  VALUE ZERO.
77 TOT-VOIDED       PIC S9(9)  COMP  VALUE ZERO.
77 TOT-VALUE-TOTAL  PIC S9(13) COMP  VALUE ZERO.
77 TOT-OPEN-REJECTS PIC S9(9)  COMP  VALUE ZERO.
77 TOT-PPA-COUNT    PIC S9(7)  COMP  VALUE ZERO.
77 TOT-PPA-VALUE    PIC S9(13) COMP  VALUE ZERO.
77 MASTER-READ      PIC S9(8)  COMP  VALUE ZERO.
77 PERIOD-RECORDS   PIC S9(8)  COMP  VALUE ZERO.

*> THE FROZEN SUMMARY LINE. SOURCE *ALL* CARRIES THE PERIOD TOTAL.
01 PERIOD-SUMMARY-LINE.
   02 PSM-PERIOD       PIC 9(6).
   02 FILLER           PIC X.
   02 PSM-SOURCE-SYS   PIC X(05).
   02 FILLER           PIC X.
   02 PSM-CONVERTED    PIC 9(9).
   02 FILLER           PIC X.
   02 PSM-REJECTED     PIC 9(9).
   02 FILLER           PIC X.
   02 PSM-VOIDED       PIC 9(9).
   02 FILLER           PIC X.
   02 PSM-VALUE-TOTAL  PIC 9(13).
   02 FILLER           PIC X.
   02 PSM-OPEN-REJECTS PIC 9(9).
   02 FILLER           PIC X.
   02 PSM-PPA-COUNT    PIC 9(7).
   02 FILLER           PIC X.
   02 PSM-PPA-VALUE    PIC S9(13) SIGN IS LEADING SEPARATE.
   02 FILLER           PIC X.
   02 PSM-CLOSE-DATE   PIC 9(8).
   02 FILLER           PIC X.
   02 PSM-OPERATOR     PIC X(10).

01 CLOSE-BANNER-LINE.
   02 FILLER          PIC X(8)   VALUE " PERIOD ".
   02 CBL-PERIOD      PIC 9(6).
   02 FILLER          PIC X(6)   VALUE "  FROM".
   02 CBL-FIRST-DATE  PIC 9(8).
   02 FILLER          PIC X(4)   VALUE "  TO".
   02 CBL-LAST-DATE   PIC 9(8).
   02 FILLER          PIC X(12)  VALUE "  CLOSED BY ".
   02 CBL-OPERATOR    PIC X(10).

01 CLOSE-COLUMN-HEADINGS.
   02 FILLER PIC X(8)  VALUE " SOURCE".
   02 FILLER PIC X(11) VALUE "  CONVERTED".
   02 FILLER PIC X(11) VALUE "   REJECTED".
   02 FILLER PIC X(11) VALUE "     VOIDED".
   02 FILLER PIC X(16) VALUE "     VALUE TOTAL".
   02 FILLER PIC X(11) VALUE "  OPEN REJ".
   02 FILLER PIC X(8)  VALUE "  PP ADJ".
   02 FILLER PIC X(17) VALUE "     PP ADJ VALUE".

01 CLOSE-DETAIL-LINE.
   02 FILLER          PIC X      VALUE SPACE.
   02 CDL-SOURCE-SYS  PIC X(05).
   02 FILLER          PIC X(2)   VALUE SPACES.
   02 CDL-CONVERTED   PIC ZZZZZZZZZ9.
   02 FILLER          PIC X      VALUE SPACE.
   02 CDL-REJECTED    PIC ZZZZZZZZZ9.
   02 FILLER          PIC X      VALUE SPACE.
   02 CDL-VOIDED      PIC ZZZZZZZZZ9.
   02 FILLER          PIC X      VALUE SPACE.
   02 CDL-VALUE-TOTAL PIC ZZZZZZZZZZZZZ9.
   02 FILLER          PIC X      VALUE SPACE.
   02 CDL-OPEN-REJECTS PIC ZZZZZZZZZ9.
   02 FILLER          PIC X      VALUE SPACE.
   02 CDL-PPA-COUNT   PIC ZZZZZZ9.
   02 FILLER          PIC X      VALUE SPACE.
   02 CDL-PPA-VALUE   PIC -ZZZZZZZZZZZZZ9.

01 CLOSE-TRAILER-READ.
   02 FILLER          PIC X(30)  VALUE " MASTER RECORDS READ".
   02 CTR-READ        PIC ZZZZZZZ9.
01 CLOSE-TRAILER-PERIOD.
   02 FILLER          PIC X(30)  VALUE " RECORDS IN THE PERIOD".
   02 CTR-PERIOD      PIC ZZZZZZZ9.
01 CLOSE-TRAILER-PPA.
   02 FILLER          PIC X(30)  VALUE " PRIOR-PERIOD ADJUSTMENTS".
   02 CTR-PPA         PIC ZZZZZZZ9.

PROCEDURE DIVISION.

ACCEPT RUN-DATE FROM DATE YYYYMMDD.
ACCEPT RUN-TIME FROM TIME.
DIVIDE RUN-DATE BY 100 GIVING RUN-PERIOD.
PERFORM GET-CLOSE-PERIOD.
PERFORM CHECK-PERIOD-CONTROL.
IF ALREADY-CLOSED-FLAG IS EQUAL TO "Y"
   display "Error: period " CLOSE-PERIOD " was closed on " CLOSED-ON " by " CLOSED-BY
   display "Error: its figures are frozen - post changes as prior-period adjustments"
   move 16 to return-code
   STOP RUN
end-if.
PERFORM GET-OPERATOR-ID.
OPEN INPUT MASTER-FILE.
IF MASTER-FILE-STATUS IS NOT EQUAL TO "00"
   display "Error: ROMAN-MASTER is not available (status " MASTER-FILE-STATUS ")"
   display "Error: nothing to close - ending run"
   move 16 to return-code
   STOP RUN
end-if.
PERFORM TALLY-MASTER-FILE.
PERFORM TALLY-ARCHIVE-FILE.
PERFORM LOAD-RESOLVED-IDS.
PERFORM TALLY-OPEN-REJECTS.
PERFORM TALLY-PRIOR-PERIOD-ADJ.
PERFORM WRITE-PERIOD-SUMMARY.
PERFORM MARK-PERIOD-CLOSED.
display " "
display "------------------------------"
display " MONTH-END PERIOD CLOSE"
display " ---------------------------- "
MOVE CLOSE-PERIOD TO CBL-PERIOD.
MOVE PERIOD-FIRST-DATE TO CBL-FIRST-DATE.
MOVE PERIOD-LAST-DATE TO CBL-LAST-DATE.
MOVE OPERATOR-ID TO CBL-OPERATOR.
display CLOSE-BANNER-LINE.
display " ---------------------------- "
display CLOSE-COLUMN-HEADINGS.
PERFORM PRINT-SOURCE-LINE
   VARYING SS-IX FROM 1 BY 1
   UNTIL SS-IX IS GREATER THAN SS-COUNT.
PERFORM PRINT-TOTAL-LINE.
IF SS-OVERFLOW-FLAG IS EQUAL TO "Y"
   display " *** SOURCE TABLE FULL - SOME SOURCES ARE IN NO LINE BUT *ALL* ***"
end-if.
display "  ---------------------------- "
MOVE MASTER-READ TO CTR-READ.
MOVE PERIOD-RECORDS TO CTR-PERIOD.
MOVE PPA-BOOKED-COUNT TO CTR-PPA.
display CLOSE-TRAILER-READ.
display CLOSE-TRAILER-PERIOD.
display CLOSE-TRAILER-PPA.
display " PERIOD " CLOSE-PERIOD " IS CLOSED - SUMMARY FROZEN IN PERIOD-SUMMARY"
display "  ---------------------------- "
STOP RUN.

*> THE PERIOD COMES IN AS A RUN PARAMETER OR THROUGH THE
*> ENVIRONMENT; LEFT BLANK IT IS LAST MONTH, THE NORMAL MONTH-END
*> CASE. ONLY A MONTH THAT HAS ENDED CAN BE CLOSED - CLOSING THE
*> CURRENT MONTH WOULD FREEZE FIGURES STILL ARRIVING.
GET-CLOSE-PERIOD.
   MOVE SPACES TO PERIOD-TEXT.
   DISPLAY PARM-NUMBER UPON ARGUMENT-NUMBER.
   ACCEPT PERIOD-TEXT FROM ARGUMENT-VALUE
      ON EXCEPTION
         MOVE SPACES TO PERIOD-TEXT
   END-ACCEPT.
   IF PERIOD-TEXT IS EQUAL TO SPACES
      DISPLAY "ROMAN_CLOSE_PERIOD" UPON ENVIRONMENT-NAME
      ACCEPT PERIOD-TEXT FROM ENVIRONMENT-VALUE
         ON EXCEPTION
            MOVE SPACES TO PERIOD-TEXT
      END-ACCEPT
   END-IF.
   IF PERIOD-TEXT IS EQUAL TO SPACES
      DIVIDE RUN-PERIOD BY 100 GIVING CLOSE-YEAR REMAINDER CLOSE-MONTH
      IF CLOSE-MONTH IS EQUAL TO 1
         SUBTRACT 1 FROM CLOSE-YEAR
         MOVE 12 TO CLOSE-MONTH
      ELSE
         SUBTRACT 1 FROM CLOSE-MONTH
      END-IF
      COMPUTE CLOSE-PERIOD = CLOSE-YEAR * 100 + CLOSE-MONTH
   ELSE
      MOVE PERIOD-TEXT TO PERIOD-TEXT-AREA
      MOVE ZERO TO CLOSE-PERIOD
      MOVE ZERO TO PERIOD-VALID
      PERFORM PARSE-PERIOD-CHAR
         VARYING PERIOD-IX FROM 1 BY 1
         UNTIL PERIOD-IX IS GREATER THAN 6 OR
            PERIOD-VALID IS EQUAL TO 2
      DIVIDE CLOSE-PERIOD BY 100 GIVING CLOSE-YEAR REMAINDER CLOSE-MONTH
      IF PERIOD-VALID IS NOT EQUAL TO 1 OR
            CLOSE-YEAR IS LESS THAN 1900 OR
            CLOSE-MONTH IS LESS THAN 1 OR CLOSE-MONTH IS GREATER THAN 12
         display "Error: period " PERIOD-TEXT " is not a YYYYMM month"
         display "Error: supply it as PARM 1 or ROMAN_CLOSE_PERIOD - ending run"
         move 16 to return-code
         STOP RUN
      END-IF
   END-IF.
   IF CLOSE-PERIOD IS NOT LESS THAN RUN-PERIOD
      display "Error: period " CLOSE-PERIOD " has not ended yet"
      display "Error: only a past month can be closed - ending run"
      move 16 to return-code
      STOP RUN
   END-IF.
   COMPUTE PERIOD-FIRST-DATE = CLOSE-PERIOD * 100 + 1.
   PERFORM GET-PERIOD-MONTH-DAYS.
   COMPUTE PERIOD-LAST-DATE = CLOSE-PERIOD * 100 + PERIOD-MONTH-DAYS.
   MOVE PERIOD-LAST-DATE TO PERIOD-LAST-TEXT.

*> THE LAST DAY OF THE PERIOD'S MONTH, WITH 29 FEBRUARY ONLY IN A
*> LEAP YEAR (EVERY FOURTH YEAR, EXCEPT CENTURIES NOT DIVISIBLE BY
*> 400).
GET-PERIOD-MONTH-DAYS.
   MOVE MONTH-LENGTH(CLOSE-MONTH) TO PERIOD-MONTH-DAYS.
   IF CLOSE-MONTH IS EQUAL TO 2
      DIVIDE CLOSE-YEAR BY 4 GIVING LEAP-QUOTIENT REMAINDER LEAP-REMAINDER
      IF LEAP-REMAINDER IS EQUAL TO ZERO
         MOVE 29 TO PERIOD-MONTH-DAYS
         DIVIDE CLOSE-YEAR BY 100 GIVING LEAP-QUOTIENT REMAINDER LEAP-REMAINDER
         IF LEAP-REMAINDER IS EQUAL TO ZERO
            MOVE 28 TO PERIOD-MONTH-DAYS
            DIVIDE CLOSE-YEAR BY 400 GIVING LEAP-QUOTIENT REMAINDER LEAP-REMAINDER
            IF LEAP-REMAINDER IS EQUAL TO ZERO
               MOVE 29 TO PERIOD-MONTH-DAYS
            END-IF
         END-IF
      END-IF
   END-IF.

PARSE-PERIOD-CHAR.
   IF PERIOD-CHAR(PERIOD-IX) IS NUMERIC
      MOVE PERIOD-CHAR(PERIOD-IX) TO DIGIT-VALUE
      COMPUTE CLOSE-PERIOD = CLOSE-PERIOD * 10 + DIGIT-VALUE
      MOVE 1 TO PERIOD-VALID
   ELSE
      MOVE 2 TO PERIOD-VALID
   END-IF.

*> NO PERIOD-CONTROL YET MEANS NOTHING HAS EVER BEEN CLOSED.
CHECK-PERIOD-CONTROL.
   OPEN INPUT PERIOD-FILE.
   IF PERIOD-FILE-STATUS IS EQUAL TO "00"
      READ PERIOD-FILE INTO PERIOD-CONTROL-LINE
         AT END MOVE ZERO TO EOF-SWITCH
      END-READ
      PERFORM CHECK-PERIOD-LINE
         UNTIL EOF-SWITCH IS EQUAL TO ZERO
      CLOSE PERIOD-FILE
      MOVE 1 TO EOF-SWITCH
   ELSE
      CLOSE PERIOD-FILE
   END-IF.

CHECK-PERIOD-LINE.
   IF PCL-PERIOD IS NUMERIC
      IF PCL-PERIOD IS EQUAL TO CLOSE-PERIOD
         MOVE "Y" TO ALREADY-CLOSED-FLAG
         MOVE PCL-OPERATOR TO CLOSED-BY
         MOVE PCL-CLOSE-DATE TO CLOSED-ON
      END-IF
   END-IF.
   READ PERIOD-FILE INTO PERIOD-CONTROL-LINE
      AT END MOVE ZERO TO EOF-SWITCH.

*> FINANCE SIGNS OFF ON A NAMED CLOSE, SO AN EMPTY OPERATOR ENDS
*> THE RUN THE WAY IT ENDS A MAINTENANCE SESSION.
GET-OPERATOR-ID.
   MOVE SPACES TO OPERATOR-ID.
   DISPLAY "ROMAN_OPERATOR" UPON ENVIRONMENT-NAME.
   ACCEPT OPERATOR-ID FROM ENVIRONMENT-VALUE
      ON EXCEPTION
         MOVE SPACES TO OPERATOR-ID
   END-ACCEPT.
   IF OPERATOR-ID IS EQUAL TO SPACES
      display " Enter operator id "
      Accept OPERATOR-ID from Console
   END-IF.
   IF OPERATOR-ID IS EQUAL TO SPACES
      display "Error: no operator id - a period close must be attributable"
      display "Error: period not closed - ending run"
      move 16 to return-code
      STOP RUN
   END-IF.

*> ROMAN-MASTER, WALKED IN KEY ORDER. THE SEQ-0 "ARCHIVED" MARKERS
*> THE ARCHIVE JOB LEAVES ARE NOT RECORDS OF ANY RUN.
TALLY-MASTER-FILE.
   MOVE LOW-VALUES TO MST-KEY.
   START MASTER-FILE KEY IS NOT LESS THAN MST-KEY
      INVALID KEY
         MOVE ZERO TO EOF-SWITCH
   END-START.
   IF EOF-SWITCH IS EQUAL TO 1
      PERFORM READ-NEXT-MASTER
      PERFORM TALLY-ONE-MASTER
         UNTIL EOF-SWITCH IS EQUAL TO ZERO
   END-IF.
   CLOSE MASTER-FILE.
   MOVE 1 TO EOF-SWITCH.

TALLY-ONE-MASTER.
   MOVE MASTER-RECORD TO MASTER-IMAGE.
   PERFORM TALLY-MASTER-IMAGE.
   PERFORM READ-NEXT-MASTER.

READ-NEXT-MASTER.
   READ MASTER-FILE NEXT RECORD
      AT END
         MOVE ZERO TO EOF-SWITCH
   END-READ.
   IF MASTER-FILE-STATUS IS NOT EQUAL TO "00"
      MOVE ZERO TO EOF-SWITCH
   END-IF.

*> RECORDS THE ARCHIVE JOB MOVED OUT STILL BELONG TO THEIR MONTH.
*> NO ARCHIVE FILE SIMPLY MEANS NOTHING HAS BEEN ARCHIVED YET.
TALLY-ARCHIVE-FILE.
   OPEN INPUT ARCHIVE-FILE.
   IF ARCHIVE-FILE-STATUS IS EQUAL TO "00"
      READ ARCHIVE-FILE INTO MASTER-IMAGE
         AT END MOVE ZERO TO EOF-SWITCH
      END-READ
      PERFORM TALLY-ONE-ARCHIVE
         UNTIL EOF-SWITCH IS EQUAL TO ZERO
      CLOSE ARCHIVE-FILE
      MOVE 1 TO EOF-SWITCH
   ELSE
      CLOSE ARCHIVE-FILE
   END-IF.

TALLY-ONE-ARCHIVE.
   PERFORM TALLY-MASTER-IMAGE.
   READ ARCHIVE-FILE INTO MASTER-IMAGE
      AT END MOVE ZERO TO EOF-SWITCH.

*> A RECORD IS COUNTED IN ITS PRESENT STATUS UNDER ITS PRESENT
*> SOURCE SYSTEM - VOIDS AND SOURCE CORRECTIONS MADE WHILE THE
*> MONTH WAS OPEN ARE PART OF ITS FIGURES.
TALLY-MASTER-IMAGE.
   ADD 1 TO MASTER-READ.
   IF IMG-STATUS IS NOT EQUAL TO "ARCHIVED"
      DIVIDE IMG-RUN-DATE BY 100 GIVING IMG-PERIOD
      IF IMG-PERIOD IS EQUAL TO CLOSE-PERIOD
         ADD 1 TO PERIOD-RECORDS
         MOVE IMG-SOURCE-SYS TO SS-WORK-SOURCE
         PERFORM FIND-SOURCE-ENTRY
         IF IMG-STATUS IS EQUAL TO "OK"
            ADD 1 TO TOT-CONVERTED
            ADD IMG-VALUE TO TOT-VALUE-TOTAL
         END-IF
         IF IMG-STATUS IS EQUAL TO "REJECTED"
            ADD 1 TO TOT-REJECTED
         END-IF
         IF IMG-STATUS IS EQUAL TO "VOIDED"
            ADD 1 TO TOT-VOIDED
         END-IF
         IF SS-FOUND IS EQUAL TO 1
            IF IMG-STATUS IS EQUAL TO "OK"
               ADD 1 TO SS-CONVERTED(SS-IX)
               ADD IMG-VALUE TO SS-VALUE-TOTAL(SS-IX)
            END-IF
            IF IMG-STATUS IS EQUAL TO "REJECTED"
               ADD 1 TO SS-REJECTED(SS-IX)
            END-IF
            IF IMG-STATUS IS EQUAL TO "VOIDED"
               ADD 1 TO SS-VOIDED(SS-IX)
            END-IF
         END-IF
      END-IF
   END-IF.

FIND-SOURCE-ENTRY.
   MOVE ZERO TO SS-FOUND.
   PERFORM MATCH-SOURCE-ENTRY
      VARYING SS-IX FROM 1 BY 1
      UNTIL SS-IX IS GREATER THAN SS-COUNT OR SS-FOUND IS EQUAL TO 1.
   IF SS-FOUND IS EQUAL TO 1
      SUBTRACT 1 FROM SS-IX
   ELSE
      IF SS-COUNT IS LESS THAN SS-MAX
         ADD 1 TO SS-COUNT
         MOVE SS-COUNT TO SS-IX
         MOVE SS-WORK-SOURCE TO SS-SOURCE-SYS(SS-IX)
         MOVE ZERO TO SS-CONVERTED(SS-IX)
         MOVE ZERO TO SS-REJECTED(SS-IX)
         MOVE ZERO TO SS-VOIDED(SS-IX)
         MOVE ZERO TO SS-VALUE-TOTAL(SS-IX)
         MOVE ZERO TO SS-OPEN-REJECTS(SS-IX)
         MOVE ZERO TO SS-PPA-COUNT(SS-IX)
         MOVE ZERO TO SS-PPA-VALUE(SS-IX)
         MOVE 1 TO SS-FOUND
      ELSE
         MOVE "Y" TO SS-OVERFLOW-FLAG
      END-IF
   END-IF.

MATCH-SOURCE-ENTRY.
   IF SS-SOURCE-SYS(SS-IX) IS EQUAL TO SS-WORK-SOURCE
      MOVE 1 TO SS-FOUND
   END-IF.

*> NO RESOLVED FILE YET JUST MEANS NOTHING HAS BEEN CURED.
LOAD-RESOLVED-IDS.
   OPEN INPUT RESOLVED-IN-FILE.
   IF RESOLVED-FILE-STATUS IS EQUAL TO "00"
      READ RESOLVED-IN-FILE INTO RESOLVED-WORK-RECORD
         AT END MOVE ZERO TO EOF-SWITCH
      END-READ
      PERFORM LOAD-RESOLVED-ENTRY
         UNTIL EOF-SWITCH IS EQUAL TO ZERO
      CLOSE RESOLVED-IN-FILE
      MOVE 1 TO EOF-SWITCH
   ELSE
      CLOSE RESOLVED-IN-FILE
   END-IF.

LOAD-RESOLVED-ENTRY.
   IF RSV-REJECT-ID IS NOT EQUAL TO SPACES AND
         RSV-RESOLVE-DATE IS NOT GREATER THAN PERIOD-LAST-TEXT
      IF RSV-COUNT IS LESS THAN RSV-MAX
         ADD 1 TO RSV-COUNT
         MOVE RSV-REJECT-ID TO RSV-ID-ENTRY(RSV-COUNT)
      ELSE
         display "Error: REJECT-RESOLVED holds more than 5000 cures to the period end"
         display "Error: open rejects cannot be counted - period not closed"
         CLOSE RESOLVED-IN-FILE
         move 16 to return-code
         STOP RUN
      END-IF
   END-IF.
   READ RESOLVED-IN-FILE INTO RESOLVED-WORK-RECORD
      AT END MOVE ZERO TO EOF-SWITCH.

*> THE CARRY-FORWARD IS EVERY REJECT REGISTERED BY THE PERIOD END
*> AND NOT CURED BY THEN, WHATEVER MONTH IT FIRST FAILED IN.
TALLY-OPEN-REJECTS.
   OPEN INPUT REGISTER-IN-FILE.
   IF REGISTER-FILE-STATUS IS EQUAL TO "00"
      READ REGISTER-IN-FILE INTO REGISTER-WORK-RECORD
         AT END MOVE ZERO TO EOF-SWITCH
      END-READ
      PERFORM TALLY-ONE-REJECT
         UNTIL EOF-SWITCH IS EQUAL TO ZERO
      CLOSE REGISTER-IN-FILE
      MOVE 1 TO EOF-SWITCH
   ELSE
      CLOSE REGISTER-IN-FILE
   END-IF.

TALLY-ONE-REJECT.
   IF RGR-REJECT-ID IS NOT EQUAL TO SPACES AND
         RGR-REJECT-DATE IS NOT GREATER THAN PERIOD-LAST-TEXT
      MOVE ZERO TO RSV-FOUND
      MOVE 1 TO RSV-IX
      PERFORM FIND-RESOLVED-ID
         UNTIL RSV-FOUND IS EQUAL TO 1 OR RSV-IX IS GREATER THAN RSV-COUNT
      IF RSV-FOUND IS EQUAL TO ZERO
         ADD 1 TO TOT-OPEN-REJECTS
         MOVE RGR-SOURCE-SYS TO SS-WORK-SOURCE
         PERFORM FIND-SOURCE-ENTRY
         IF SS-FOUND IS EQUAL TO 1
            ADD 1 TO SS-OPEN-REJECTS(SS-IX)
         END-IF
      END-IF
   END-IF.
   READ REGISTER-IN-FILE INTO REGISTER-WORK-RECORD
      AT END MOVE ZERO TO EOF-SWITCH.

FIND-RESOLVED-ID.
   IF RSV-ID-ENTRY(RSV-IX) IS EQUAL TO RGR-REJECT-ID
      MOVE 1 TO RSV-FOUND
   ELSE
      ADD 1 TO RSV-IX
   END-IF.

*> ADJUSTMENTS BOOKED TO THIS PERIOD. A VOID TAKES A CONVERTED
*> RECORD'S VALUE OFF ITS SOURCE, AND SO DOES A RERUN - THE
*> REPLACEMENT IS COUNTED IN ITS OWN RUN'S PERIOD; A SOURCE
*> CORRECTION MOVES IT FROM THE OLD SOURCE TO THE NEW. EACH SOURCE
*> TOUCHED COUNTS THE ADJUSTMENT ONCE.
TALLY-PRIOR-PERIOD-ADJ.
   OPEN INPUT PPA-FILE.
   IF PPA-FILE-STATUS IS EQUAL TO "00"
      READ PPA-FILE INTO PPA-LINE
         AT END MOVE ZERO TO EOF-SWITCH
      END-READ
      PERFORM TALLY-ONE-PPA
         UNTIL EOF-SWITCH IS EQUAL TO ZERO
      CLOSE PPA-FILE
      MOVE 1 TO EOF-SWITCH
   ELSE
      CLOSE PPA-FILE
   END-IF.

TALLY-ONE-PPA.
   IF PPA-BOOK-PERIOD IS NUMERIC AND PPA-BOOK-PERIOD IS EQUAL TO CLOSE-PERIOD
      ADD 1 TO PPA-BOOKED-COUNT
      ADD 1 TO TOT-PPA-COUNT
      MOVE PPA-SOURCE-SYS TO SS-WORK-SOURCE
      PERFORM FIND-SOURCE-ENTRY
      IF SS-FOUND IS EQUAL TO 1
         ADD 1 TO SS-PPA-COUNT(SS-IX)
         IF PPA-STATUS IS EQUAL TO "OK"
            SUBTRACT PPA-VALUE FROM SS-PPA-VALUE(SS-IX)
         END-IF
      END-IF
      IF PPA-ACTION IS EQUAL TO "VOID" OR PPA-ACTION IS EQUAL TO "RERUN"
         IF PPA-STATUS IS EQUAL TO "OK"
            SUBTRACT PPA-VALUE FROM TOT-PPA-VALUE
         END-IF
      ELSE
         MOVE PPA-NEW-SOURCE TO SS-WORK-SOURCE
         PERFORM FIND-SOURCE-ENTRY
         IF SS-FOUND IS EQUAL TO 1
            ADD 1 TO SS-PPA-COUNT(SS-IX)
            IF PPA-STATUS IS EQUAL TO "OK"
               ADD PPA-VALUE TO SS-PPA-VALUE(SS-IX)
            END-IF
         END-IF
      END-IF
   END-IF.
   READ PPA-FILE INTO PPA-LINE
      AT END MOVE ZERO TO EOF-SWITCH.

*> THE SUMMARY IS WRITTEN BEFORE THE PERIOD IS MARKED CLOSED: A
*> SUMMARY THAT CANNOT BE WRITTEN LEAVES THE PERIOD OPEN TO BE
*> CLOSED AGAIN, NEVER CLOSED WITH NO FIGURES.
WRITE-PERIOD-SUMMARY.
   OPEN EXTEND SUMMARY-FILE.
   IF SUMMARY-FILE-STATUS IS NOT EQUAL TO "00"
      OPEN OUTPUT SUMMARY-FILE
   END-IF.
   IF SUMMARY-FILE-STATUS IS NOT EQUAL TO "00"
      display "Error: PERIOD-SUMMARY is not writable (status " SUMMARY-FILE-STATUS ")"
      display "Error: period " CLOSE-PERIOD " not closed - ending run"
      move 16 to return-code
      STOP RUN
   END-IF.
   PERFORM WRITE-SOURCE-SUMMARY
      VARYING SS-IX FROM 1 BY 1
      UNTIL SS-IX IS GREATER THAN SS-COUNT.
   MOVE SPACES TO PERIOD-SUMMARY-LINE.
   MOVE CLOSE-PERIOD     TO PSM-PERIOD.
   MOVE "*ALL*"          TO PSM-SOURCE-SYS.
   MOVE TOT-CONVERTED    TO PSM-CONVERTED.
   MOVE TOT-REJECTED     TO PSM-REJECTED.
   MOVE TOT-VOIDED       TO PSM-VOIDED.
   MOVE TOT-VALUE-TOTAL  TO PSM-VALUE-TOTAL.
   MOVE TOT-OPEN-REJECTS TO PSM-OPEN-REJECTS.
   MOVE TOT-PPA-COUNT    TO PSM-PPA-COUNT.
   MOVE TOT-PPA-VALUE    TO PSM-PPA-VALUE.
   MOVE RUN-DATE         TO PSM-CLOSE-DATE.
   MOVE OPERATOR-ID      TO PSM-OPERATOR.
   WRITE SUMMARY-FILE-RECORD FROM PERIOD-SUMMARY-LINE.
   CLOSE SUMMARY-FILE.

WRITE-SOURCE-SUMMARY.
   MOVE SPACES TO PERIOD-SUMMARY-LINE.
   MOVE CLOSE-PERIOD             TO PSM-PERIOD.
   MOVE SS-SOURCE-SYS(SS-IX)     TO PSM-SOURCE-SYS.
   MOVE SS-CONVERTED(SS-IX)      TO PSM-CONVERTED.
   MOVE SS-REJECTED(SS-IX)       TO PSM-REJECTED.
   MOVE SS-VOIDED(SS-IX)         TO PSM-VOIDED.
   MOVE SS-VALUE-TOTAL(SS-IX)    TO PSM-VALUE-TOTAL.
   MOVE SS-OPEN-REJECTS(SS-IX)   TO PSM-OPEN-REJECTS.
   MOVE SS-PPA-COUNT(SS-IX)      TO PSM-PPA-COUNT.
   MOVE SS-PPA-VALUE(SS-IX)      TO PSM-PPA-VALUE.
   MOVE RUN-DATE                 TO PSM-CLOSE-DATE.
   MOVE OPERATOR-ID              TO PSM-OPERATOR.
   WRITE SUMMARY-FILE-RECORD FROM PERIOD-SUMMARY-LINE.

MARK-PERIOD-CLOSED.
   OPEN EXTEND PERIOD-FILE.
   IF PERIOD-FILE-STATUS IS NOT EQUAL TO "00"
      OPEN OUTPUT PERIOD-FILE
   END-IF.
   IF PERIOD-FILE-STATUS IS NOT EQUAL TO "00"
      display "Error: PERIOD-CONTROL is not writable (status " PERIOD-FILE-STATUS ")"
      display "Error: summary written but period " CLOSE-PERIOD " NOT marked closed"
      move 16 to return-code
      STOP RUN
   END-IF.
   MOVE SPACES TO PERIOD-CONTROL-LINE.
   MOVE CLOSE-PERIOD TO PCL-PERIOD.
   MOVE RUN-DATE     TO PCL-CLOSE-DATE.
   MOVE RUN-TIME     TO PCL-CLOSE-TIME.
   MOVE OPERATOR-ID  TO PCL-OPERATOR.
   WRITE PERIOD-FILE-RECORD FROM PERIOD-CONTROL-LINE.
   CLOSE PERIOD-FILE.

PRINT-SOURCE-LINE.
   MOVE SS-SOURCE-SYS(SS-IX)   TO CDL-SOURCE-SYS.
   MOVE SS-CONVERTED(SS-IX)    TO CDL-CONVERTED.
   MOVE SS-REJECTED(SS-IX)     TO CDL-REJECTED.
   MOVE SS-VOIDED(SS-IX)       TO CDL-VOIDED.
   MOVE SS-VALUE-TOTAL(SS-IX)  TO CDL-VALUE-TOTAL.
   MOVE SS-OPEN-REJECTS(SS-IX) TO CDL-OPEN-REJECTS.
   MOVE SS-PPA-COUNT(SS-IX)    TO CDL-PPA-COUNT.
   MOVE SS-PPA-VALUE(SS-IX)    TO CDL-PPA-VALUE.
   display CLOSE-DETAIL-LINE.

PRINT-TOTAL-LINE.
   MOVE "*ALL*"          TO CDL-SOURCE-SYS.
   MOVE TOT-CONVERTED    TO CDL-CONVERTED.
   MOVE TOT-REJECTED     TO CDL-REJECTED.
   MOVE TOT-VOIDED       TO CDL-VOIDED.
   MOVE TOT-VALUE-TOTAL  TO CDL-VALUE-TOTAL.
   MOVE TOT-OPEN-REJECTS TO CDL-OPEN-REJECTS.
   MOVE TOT-PPA-COUNT    TO CDL-PPA-COUNT.
   MOVE TOT-PPA-VALUE    TO CDL-PPA-VALUE.
   display CLOSE-DETAIL-LINE.
