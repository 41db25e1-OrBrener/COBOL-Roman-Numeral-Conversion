IDENTIFICATION DIVISION.
PROGRAM-ID. ROMAN-VALUE-PROFILE.
*> VALUE-PROFILE ANOMALY REPORT BY SOURCE SYSTEM. THE TRL CHECKS
*> ONLY PROVE A FEED AGREES WITH ITS OWN TRAILER AND THE TREND REPORT
*> ONLY WATCHES VOLUMES AND REJECT RATES, SO A SENDER WHOSE VALUES
*> GO WRONG - EVERY RECORD MMMCMXCIX, A HASH TOTAL THREE TIMES THE
*> USUAL - SAILS THROUGH BOTH. THIS JOB LOOKS AT THE VALUES:
*>   - EACH SOURCE SYSTEM'S NORMAL PROFILE IS BUILT FROM THE OK
*>     RECORDS OF ROMAN-MASTER (PLUS ROMAN-ARCHIVE COPIES) WITH A RUN
*>     DATE BEFORE THE PROFILE DATE: VALUE RANGE, AVERAGE VALUE,
*>     AVERAGE BATCH TOTAL, SHARE OF D2R, EXP AND EXTENDED RECORDS
*>     AND THE THREE MOST FREQUENT NUMERALS
*>   - EACH BATCH OF THE PROFILE DATE IS MEASURED THE SAME WAY AND
*>     COMPARED WITH ITS SOURCE'S PROFILE
*>   - A BATCH FAR OUTSIDE THE PROFILE IS LISTED AS AN EXCEPTION,
*>     ONE LINE PER MEASURE, WITH THE BATCH FIGURE AND THE PROFILE
*>     FIGURE SIDE BY SIDE
*> ANY EXCEPTION ENDS THE RUN WITH THE WARNING CODE 4, SO THE DESK
*> CHECKS WITH THE FEED OWNER BEFORE THE RESULTS GO DOWNSTREAM.
*> A SOURCE WITH TOO LITTLE HISTORY HAS NO PROFILE YET; ITS BATCHES
*> ARE SHOWN BUT NOT JUDGED.
*> PROFILE DATE: RUN PARAMETER 1 OR ROMAN_PROFILE_DATE (YYYYMMDD),
*> DEFAULT THE LATEST RUN DATE ON ROMAN-MASTER. HOW FAR IS "FAR":
*> ROMAN_PROFILE_FACTOR (2-9), DEFAULT 3.

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
select STEP-FILE assign to "STEP-CONTROL" organization is line sequential
       file status is STEP-FILE-STATUS.

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

   FD STEP-FILE.
   01 STEP-FILE-RECORD  PIC X(98).

WORKING-STORAGE SECTION.
77 MASTER-FILE-STATUS    PIC XX.
77 ARCHIVE-FILE-STATUS   PIC XX.
77 EOF-SWITCH       PIC 9    VALUE 1.
77 PARM-NUMBER      PIC 9(2)   VALUE 1.
77 DIGIT-VALUE      PIC 9.
77 PROFILE-DATE-TEXT  PIC X(8).
77 PROFILE-DATE     PIC 9(8)   VALUE ZERO.
77 PROFILE-DATE-IX  PIC S9(2)  COMP.
77 PROFILE-DATE-VALID PIC 9.
01 PROFILE-DATE-AREA.
   02 PROFILE-DATE-CHAR  PIC X(1)  OCCURS 8 TIMES.
77 PROFILE-FACTOR-TEXT PIC X(2).
77 PROFILE-FACTOR   PIC 9      VALUE 3.

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
77 IMG-EXTENDED     PIC X.

*> THRESHOLDS. A SOURCE NEEDS TWENTY HISTORIC OK RECORDS BEFORE ITS
*> PROFILE MEANS ANYTHING; THE AVERAGE, SHARE AND NUMERAL TESTS NEED
*> FIVE RECORDS IN THE BATCH, SINCE ONE ODD RECORD IS NOT A PATTERN.
*> A SHARE MOVING TWENTY-FIVE POINTS, OR ONE NUMERAL MAKING UP NINE
*> TENTHS OF A BATCH, IS WORTH A CALL TO THE FEED OWNER.
77 PROFILE-MIN-HISTORY PIC S9(4) COMP  VALUE 20.
77 BATCH-MIN-RECORDS   PIC S9(4) COMP  VALUE 5.
77 SHARE-POINTS        PIC S9(3) COMP  VALUE 25.
77 DOMINANT-PCT        PIC S9(3) COMP  VALUE 90.

*> ONE ROW PER SOURCE SYSTEM, FIRST-SEEN ORDER, THE WAY EVERY
*> REPORT IN THIS SUITE GROUPS ITS FEEDS - THE HISTORIC PROFILE.
77 SS-MAX           PIC S9(4)  COMP  VALUE 200.
77 SS-COUNT         PIC S9(4)  COMP  VALUE ZERO.
77 SS-IX            PIC S9(4)  COMP.
77 SS-FOUND         PIC 9.
77 SS-OVERFLOW-FLAG PIC X      VALUE "N".
77 SS-WORK-SOURCE   PIC X(05).
01 SOURCE-TABLE.
   02 SS-ENTRY OCCURS 200 TIMES.
      03 SS-SOURCE-SYS   PIC X(05).
      03 SS-RECORDS      PIC S9(9)  COMP.
      03 SS-BATCHES      PIC S9(9)  COMP.
      03 SS-LOW          PIC 9(10).
      03 SS-HIGH         PIC 9(10).
      03 SS-TOTAL        PIC S9(15) COMP.
      03 SS-D2R          PIC S9(9)  COMP.
      03 SS-EXP          PIC S9(9)  COMP.
      03 SS-EXTENDED     PIC S9(9)  COMP.
      03 SS-TOP OCCURS 3 TIMES.
         04 SS-TOP-NUMERAL  PIC X(15).
         04 SS-TOP-COUNT    PIC S9(9)  COMP.
77 TOP-IX           PIC S9(2)  COMP.

*> A HISTORIC BATCH IS COUNTED WHEN THE BATCH ID, SOURCE OR RUN
*> DATE CHANGES FROM THE RECORD BEFORE - BOTH FILES HOLD A BATCH'S
*> RECORDS TOGETHER, IN KEY ORDER.
77 PREV-BATCH-ID    PIC X(10).
77 PREV-SOURCE-SYS  PIC X(05).
77 PREV-RUN-DATE    PIC 9(8).

*> HOW OFTEN EACH SOURCE HAS SENT EACH NUMERAL.
77 SN-MAX           PIC S9(4)  COMP  VALUE 4000.
77 SN-COUNT         PIC S9(4)  COMP  VALUE ZERO.
77 SN-IX            PIC S9(4)  COMP.
77 SN-FOUND         PIC 9.
77 SN-OVERFLOW-FLAG PIC X      VALUE "N".
77 SN-WORK-NUMERAL  PIC X(15).
01 SOURCE-NUMERAL-TABLE.
   02 SN-ENTRY OCCURS 4000 TIMES.
      03 SN-SOURCE-IX    PIC S9(4)  COMP.
      03 SN-NUMERAL      PIC X(15).
      03 SN-COUNT-SEEN   PIC S9(9)  COMP.

*> ONE ROW PER BATCH AND SOURCE OF THE PROFILE DATE, MEASURED THE
*> SAME WAY AS THE PROFILE.
77 BT-MAX           PIC S9(4)  COMP  VALUE 500.
77 BT-COUNT         PIC S9(4)  COMP  VALUE ZERO.
77 BT-IX            PIC S9(4)  COMP.
77 BT-FOUND         PIC 9.
77 BT-OVERFLOW-FLAG PIC X      VALUE "N".
01 BATCH-TABLE.
   02 BT-ENTRY OCCURS 500 TIMES.
      03 BT-BATCH-ID     PIC X(10).
      03 BT-SOURCE-SYS   PIC X(05).
      03 BT-RECORDS      PIC S9(9)  COMP.
      03 BT-LOW          PIC 9(10).
      03 BT-HIGH         PIC 9(10).
      03 BT-TOTAL        PIC S9(15) COMP.
      03 BT-D2R          PIC S9(9)  COMP.
      03 BT-EXP          PIC S9(9)  COMP.
      03 BT-EXTENDED     PIC S9(9)  COMP.
      03 BT-TOP-NUMERAL  PIC X(15).
      03 BT-TOP-COUNT    PIC S9(9)  COMP.
      03 BT-EXCEPTIONS   PIC S9(4)  COMP.

*> HOW OFTEN EACH BATCH OF THE PROFILE DATE SENT EACH NUMERAL.
77 BN-MAX           PIC S9(4)  COMP  VALUE 4000.
77 BN-COUNT         PIC S9(4)  COMP  VALUE ZERO.
77 BN-IX            PIC S9(4)  COMP.
77 BN-FOUND         PIC 9.
77 BN-OVERFLOW-FLAG PIC X      VALUE "N".
01 BATCH-NUMERAL-TABLE.
   02 BN-ENTRY OCCURS 4000 TIMES.
      03 BN-BATCH-IX     PIC S9(4)  COMP.
      03 BN-NUMERAL      PIC X(15).
      03 BN-COUNT-SEEN   PIC S9(9)  COMP.

*> THE FIGURES ONE BATCH IS JUDGED ON, AND ITS SOURCE'S PROFILE.
77 BAT-AVG          PIC S9(10) COMP.
77 BAT-D2R-PCT      PIC S9(3)  COMP.
77 BAT-EXP-PCT      PIC S9(3)  COMP.
77 BAT-EXT-PCT      PIC S9(3)  COMP.
77 BAT-TOP-PCT      PIC S9(3)  COMP.
77 PRO-AVG          PIC S9(10) COMP.
77 PRO-BATCH-TOTAL  PIC S9(15) COMP.
77 PRO-D2R-PCT      PIC S9(3)  COMP.
77 PRO-EXP-PCT      PIC S9(3)  COMP.
77 PRO-EXT-PCT      PIC S9(3)  COMP.
77 PRO-TOP-PCT      PIC S9(3)  COMP.
77 SHARE-DELTA      PIC S9(3)  COMP.
77 PROFILE-USABLE   PIC X.
77 EXC-PRINT-FLAG   PIC X      VALUE "N".
77 EXC-COUNT        PIC S9(8)  COMP  VALUE ZERO.
77 MASTER-READ      PIC S9(8)  COMP  VALUE ZERO.
77 NO-PROFILE-COUNT PIC S9(4)  COMP  VALUE ZERO.

01 PROFILE-BANNER-LINE.
   02 FILLER          PIC X(14)  VALUE " PROFILE DATE ".
   02 PBL-DATE        PIC 9(8).
   02 FILLER          PIC X(41)  VALUE
      "  (HISTORY IS EVERY EARLIER RUN)  FACTOR ".
   02 PBL-FACTOR      PIC 9.
01 PROFILE-LINE.
   02 FILLER          PIC X(1)   VALUE SPACE.
   02 PL-SOURCE-SYS   PIC X(05).
   02 FILLER          PIC X(7)   VALUE "  RECS ".
   02 PL-RECORDS      PIC ZZZZZZZZ9.
   02 FILLER          PIC X(10)  VALUE "  BATCHES ".
   02 PL-BATCHES      PIC ZZZZZ9.
   02 FILLER          PIC X(6)   VALUE "  MIN ".
   02 PL-LOW          PIC ZZZZZZZZZ9.
   02 FILLER          PIC X(6)   VALUE "  MAX ".
   02 PL-HIGH         PIC ZZZZZZZZZ9.
   02 FILLER          PIC X(6)   VALUE "  AVG ".
   02 PL-AVG          PIC ZZZZZZZZZ9.
01 PROFILE-SHARE-LINE.
   02 FILLER          PIC X(12)  VALUE "        D2R ".
   02 PSL-D2R-PCT     PIC ZZ9.
   02 FILLER          PIC X(8)   VALUE "%   EXP ".
   02 PSL-EXP-PCT     PIC ZZ9.
   02 FILLER          PIC X(13)  VALUE "%   EXTENDED ".
   02 PSL-EXT-PCT     PIC ZZ9.
   02 FILLER          PIC X(21)  VALUE "%   AVG BATCH TOTAL ".
   02 PSL-BATCH-TOTAL PIC ZZZZZZZZZZZZ9.
01 PROFILE-TOP-LINE.
   02 FILLER          PIC X(22)  VALUE "        MOST FREQUENT ".
   02 PTL-ENTRY OCCURS 3 TIMES.
      03 PTL-NUMERAL  PIC X(15).
      03 PTL-PCT      PIC ZZ9.
      03 PTL-SIGN     PIC X(3).
01 BATCH-LINE.
   02 FILLER          PIC X(1)   VALUE SPACE.
   02 BL-BATCH-ID     PIC X(10).
   02 FILLER          PIC X(2)   VALUE SPACES.
   02 BL-SOURCE-SYS   PIC X(05).
   02 FILLER          PIC X(7)   VALUE "  RECS ".
   02 BL-RECORDS      PIC ZZZZZZ9.
   02 FILLER          PIC X(6)   VALUE "  MIN ".
   02 BL-LOW          PIC ZZZZZZZZZ9.
   02 FILLER          PIC X(6)   VALUE "  MAX ".
   02 BL-HIGH         PIC ZZZZZZZZZ9.
   02 FILLER          PIC X(6)   VALUE "  AVG ".
   02 BL-AVG          PIC ZZZZZZZZZ9.
   02 FILLER          PIC X(2)   VALUE SPACES.
   02 BL-RESULT       PIC X(14).
01 EXCEPTION-HEADING.
   02 FILLER          PIC X(37)  VALUE
      " BATCH       SOURCE MEASURE".
   02 FILLER          PIC X(28)  VALUE
      "        BATCH       PROFILE".
01 EXCEPTION-LINE.
   02 FILLER          PIC X(1)   VALUE SPACE.
   02 EX-BATCH-ID     PIC X(10).
   02 FILLER          PIC X(2)   VALUE SPACES.
   02 EX-SOURCE-SYS   PIC X(05).
   02 FILLER          PIC X(2)   VALUE SPACES.
   02 EX-MEASURE      PIC X(17).
   02 EX-BATCH-FIGURE PIC ZZZZZZZZZZZZ9.
   02 FILLER          PIC X(1)   VALUE SPACE.
   02 EX-PROFILE-FIGURE PIC ZZZZZZZZZZZZ9.
   02 FILLER          PIC X(2)   VALUE SPACES.
   02 EX-NOTE         PIC X(30).
01 VALUE-TRAILER-READ.
   02 FILLER          PIC X(30)  VALUE " MASTER RECORDS READ".
   02 VTR-READ        PIC ZZZZZZZ9.
01 VALUE-TRAILER-BATCHES.
   02 FILLER          PIC X(30)  VALUE " BATCHES CHECKED".
   02 VTR-BATCHES     PIC ZZZZZZZ9.
01 VALUE-TRAILER-NO-PROFILE.
   02 FILLER          PIC X(30)  VALUE " BATCHES WITH NO PROFILE".
   02 VTR-NO-PROFILE  PIC ZZZZZZZ9.
01 VALUE-TRAILER-EXCEPTIONS.
   02 FILLER          PIC X(30)  VALUE " EXCEPTIONS".
   02 VTR-EXCEPTIONS  PIC ZZZZZZZ9.

*> STEP-CONTROL IS THE NIGHT STREAM'S SHARED RUN BOOK. EVERY STEP
*> APPENDS A START LINE AS IT BEGINS AND AN END LINE - CONDITION
*> CODE AND THREE KEY COUNTS - AS IT FINISHES, UNDER THE STREAM DATE
*> (ROMAN_STREAM_DATE, DEFAULT TODAY, SO A NIGHT THAT RUNS PAST
*> MIDNIGHT IS STILL ONE NIGHT). A START WITH NO END AFTER IT IS A
*> STEP STILL RUNNING OR ONE THAT DIED.
77 STEP-FILE-STATUS   PIC XX.
77 STEP-NAME          PIC X(24)  VALUE "ROMAN-VALUE-PROFILE".
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

PERFORM GET-STREAM-DATE.
PERFORM CHECK-STREAM-PREDECESSORS.
PERFORM WRITE-STEP-START.
PERFORM GET-PROFILE-FACTOR.
PERFORM GET-PROFILE-DATE.
OPEN INPUT MASTER-FILE.
IF MASTER-FILE-STATUS IS NOT EQUAL TO "00"
   display "Error: ROMAN-MASTER is not available (status " MASTER-FILE-STATUS ")"
   display "Error: no history to profile - ending run"
   move 16 to return-code
   PERFORM WRITE-STEP-END
   STOP RUN
end-if.
IF PROFILE-DATE IS EQUAL TO ZERO
   PERFORM FIND-LATEST-RUN-DATE
   CLOSE MASTER-FILE
   OPEN INPUT MASTER-FILE
   IF MASTER-FILE-STATUS IS NOT EQUAL TO "00"
      display "Error: ROMAN-MASTER could not be reopened (status " MASTER-FILE-STATUS ")"
      display "Error: no history to profile - ending run"
      move 16 to return-code
      PERFORM WRITE-STEP-END
      STOP RUN
   END-IF
end-if.
PERFORM PROFILE-MASTER-FILE.
PERFORM PROFILE-ARCHIVE-FILE.
PERFORM RANK-SOURCE-NUMERALS.
PERFORM RANK-BATCH-NUMERALS.
display " "
display "------------------------------"
display " VALUE-PROFILE ANOMALY REPORT"
display " ---------------------------- "
MOVE PROFILE-DATE TO PBL-DATE.
MOVE PROFILE-FACTOR TO PBL-FACTOR.
display PROFILE-BANNER-LINE.
IF PROFILE-DATE IS EQUAL TO ZERO
   display " NO RUN DATE FOUND ON ROMAN-MASTER - NOTHING TO CHECK"
   display "  ---------------------------- "
   MOVE MASTER-READ TO STEP-COUNT-1
   MOVE ZERO TO STEP-COUNT-2
   MOVE ZERO TO STEP-COUNT-3
   PERFORM WRITE-STEP-END
   STOP RUN
end-if.
display " ---------------------------- "
display " SOURCE PROFILES"
PERFORM PRINT-SOURCE-PROFILE
   VARYING SS-IX FROM 1 BY 1
   UNTIL SS-IX IS GREATER THAN SS-COUNT.
IF SS-COUNT IS EQUAL TO ZERO
   display " NO HISTORY BEFORE THE PROFILE DATE"
end-if.
display " ---------------------------- "
display " BATCHES OF THE PROFILE DATE"
MOVE "N" TO EXC-PRINT-FLAG.
PERFORM PRINT-BATCH-RESULT
   VARYING BT-IX FROM 1 BY 1
   UNTIL BT-IX IS GREATER THAN BT-COUNT.
IF BT-COUNT IS EQUAL TO ZERO
   display " NO OK RECORDS FOR THE PROFILE DATE"
end-if.
display " ---------------------------- "
display " EXCEPTIONS"
display EXCEPTION-HEADING.
IF SN-OVERFLOW-FLAG IS EQUAL TO "Y"
   display " NUMERAL RULE NOT JUDGED - TABLE FULL"
end-if.
MOVE "Y" TO EXC-PRINT-FLAG.
PERFORM CHECK-BATCH-PROFILE
   VARYING BT-IX FROM 1 BY 1
   UNTIL BT-IX IS GREATER THAN BT-COUNT.
IF EXC-COUNT IS EQUAL TO ZERO
   display " NO BATCH FAR OUTSIDE ITS SOURCE'S PROFILE"
else
   display " *** CHECK THESE BATCHES WITH THE FEED OWNER BEFORE RELEASE ***"
   move 4 to return-code
end-if.
IF SS-OVERFLOW-FLAG IS EQUAL TO "Y"
   display " *** SOURCE TABLE FULL - SOME SOURCES HAVE NO PROFILE ***"
end-if.
IF SN-OVERFLOW-FLAG IS EQUAL TO "Y" OR BN-OVERFLOW-FLAG IS EQUAL TO "Y"
   display " *** NUMERAL TABLE FULL - MOST FREQUENT NUMERALS ARE PARTIAL ***"
end-if.
IF BT-OVERFLOW-FLAG IS EQUAL TO "Y"
   display " *** BATCH TABLE FULL - FIRST 500 BATCHES CHECKED ONLY ***"
   move 4 to return-code
end-if.
display " ---------------------------- "
MOVE MASTER-READ TO VTR-READ.
MOVE BT-COUNT TO VTR-BATCHES.
MOVE NO-PROFILE-COUNT TO VTR-NO-PROFILE.
MOVE EXC-COUNT TO VTR-EXCEPTIONS.
display VALUE-TRAILER-READ.
display VALUE-TRAILER-BATCHES.
display VALUE-TRAILER-NO-PROFILE.
display VALUE-TRAILER-EXCEPTIONS.
display "  ---------------------------- "
MOVE MASTER-READ TO STEP-COUNT-1.
MOVE BT-COUNT TO STEP-COUNT-2.
MOVE EXC-COUNT TO STEP-COUNT-3.
PERFORM WRITE-STEP-END.
STOP RUN.

*> THE FACTOR IS HOW MANY TIMES OVER (OR UNDER) THE PROFILE AN
*> AVERAGE OR BATCH TOTAL MAY RUN BEFORE IT IS AN EXCEPTION.
GET-PROFILE-FACTOR.
   MOVE SPACES TO PROFILE-FACTOR-TEXT.
   DISPLAY "ROMAN_PROFILE_FACTOR" UPON ENVIRONMENT-NAME.
   ACCEPT PROFILE-FACTOR-TEXT FROM ENVIRONMENT-VALUE
      ON EXCEPTION
         MOVE SPACES TO PROFILE-FACTOR-TEXT
   END-ACCEPT.
   IF PROFILE-FACTOR-TEXT IS NOT EQUAL TO SPACES
      IF PROFILE-FACTOR-TEXT(1:1) IS NUMERIC AND
            PROFILE-FACTOR-TEXT(2:1) IS EQUAL TO SPACE AND
            PROFILE-FACTOR-TEXT(1:1) IS NOT LESS THAN "2"
         MOVE PROFILE-FACTOR-TEXT(1:1) TO PROFILE-FACTOR
      ELSE
         display "Error: ROMAN_PROFILE_FACTOR " PROFILE-FACTOR-TEXT " is not 2-9"
         display "Error: correct the setting and rerun - ending run"
         move 16 to return-code
         PERFORM WRITE-STEP-END
         STOP RUN
      END-IF
   END-IF.

*> THE DATE COMES IN AS A RUN PARAMETER OR THROUGH THE ENVIRONMENT;
*> LEFT BLANK IT IS THE LATEST RUN DATE ON THE MASTER, THE NIGHT
*> JUST CONVERTED.
GET-PROFILE-DATE.
   MOVE SPACES TO PROFILE-DATE-TEXT.
   DISPLAY PARM-NUMBER UPON ARGUMENT-NUMBER.
   ACCEPT PROFILE-DATE-TEXT FROM ARGUMENT-VALUE
      ON EXCEPTION
         MOVE SPACES TO PROFILE-DATE-TEXT
   END-ACCEPT.
   IF PROFILE-DATE-TEXT IS EQUAL TO SPACES
      DISPLAY "ROMAN_PROFILE_DATE" UPON ENVIRONMENT-NAME
      ACCEPT PROFILE-DATE-TEXT FROM ENVIRONMENT-VALUE
         ON EXCEPTION
            MOVE SPACES TO PROFILE-DATE-TEXT
      END-ACCEPT
   END-IF.
   IF PROFILE-DATE-TEXT IS NOT EQUAL TO SPACES
      MOVE PROFILE-DATE-TEXT TO PROFILE-DATE-AREA
      MOVE ZERO TO PROFILE-DATE
      MOVE ZERO TO PROFILE-DATE-VALID
      PERFORM PARSE-PROFILE-DATE-CHAR
         VARYING PROFILE-DATE-IX FROM 1 BY 1
         UNTIL PROFILE-DATE-IX IS GREATER THAN 8 OR
            PROFILE-DATE-VALID IS EQUAL TO 2
      IF PROFILE-DATE-VALID IS NOT EQUAL TO 1 OR
            PROFILE-DATE IS LESS THAN 19000101
         display "Error: profile date is not a YYYYMMDD date"
         display "Error: supply it as PARM 1 or ROMAN_PROFILE_DATE - ending run"
         move 16 to return-code
         PERFORM WRITE-STEP-END
         STOP RUN
      END-IF
   END-IF.

PARSE-PROFILE-DATE-CHAR.
   IF PROFILE-DATE-CHAR(PROFILE-DATE-IX) IS NUMERIC
      MOVE PROFILE-DATE-CHAR(PROFILE-DATE-IX) TO DIGIT-VALUE
      COMPUTE PROFILE-DATE = PROFILE-DATE * 10 + DIGIT-VALUE
      MOVE 1 TO PROFILE-DATE-VALID
   ELSE
      MOVE 2 TO PROFILE-DATE-VALID
   END-IF.

*> A FIRST PASS OF THE MASTER FOR ITS LATEST RUN DATE. THE ARCHIVE
*> ONLY EVER HOLDS RECORDS OLDER THAN THOSE LEFT ON THE MASTER.
FIND-LATEST-RUN-DATE.
   MOVE LOW-VALUES TO MST-KEY.
   START MASTER-FILE KEY IS NOT LESS THAN MST-KEY
      INVALID KEY
         MOVE ZERO TO EOF-SWITCH
   END-START.
   IF EOF-SWITCH IS EQUAL TO 1
      PERFORM READ-NEXT-MASTER
      PERFORM NOTE-LATEST-RUN-DATE
         UNTIL EOF-SWITCH IS EQUAL TO ZERO
   END-IF.
   MOVE 1 TO EOF-SWITCH.

NOTE-LATEST-RUN-DATE.
   IF MST-STATUS IS NOT EQUAL TO "ARCHIVED" AND
         MST-RUN-DATE IS GREATER THAN PROFILE-DATE
      MOVE MST-RUN-DATE TO PROFILE-DATE
   END-IF.
   PERFORM READ-NEXT-MASTER.

PROFILE-MASTER-FILE.
   MOVE SPACES TO PREV-BATCH-ID.
   MOVE LOW-VALUES TO MST-KEY.
   START MASTER-FILE KEY IS NOT LESS THAN MST-KEY
      INVALID KEY
         MOVE ZERO TO EOF-SWITCH
   END-START.
   IF EOF-SWITCH IS EQUAL TO 1
      PERFORM READ-NEXT-MASTER
      PERFORM PROFILE-ONE-MASTER
         UNTIL EOF-SWITCH IS EQUAL TO ZERO
   END-IF.
   CLOSE MASTER-FILE.
   MOVE 1 TO EOF-SWITCH.

PROFILE-ONE-MASTER.
   MOVE MASTER-RECORD TO MASTER-IMAGE.
   PERFORM PROFILE-MASTER-IMAGE.
   PERFORM READ-NEXT-MASTER.

READ-NEXT-MASTER.
   READ MASTER-FILE NEXT RECORD
      AT END
         MOVE ZERO TO EOF-SWITCH
   END-READ.
   IF MASTER-FILE-STATUS IS NOT EQUAL TO "00"
      MOVE ZERO TO EOF-SWITCH
   END-IF.

*> ARCHIVED RECORDS ARE STILL HISTORY. NO ARCHIVE FILE SIMPLY MEANS
*> NOTHING HAS BEEN ARCHIVED.
PROFILE-ARCHIVE-FILE.
   MOVE SPACES TO PREV-BATCH-ID.
   OPEN INPUT ARCHIVE-FILE.
   IF ARCHIVE-FILE-STATUS IS EQUAL TO "00"
      READ ARCHIVE-FILE INTO MASTER-IMAGE
         AT END MOVE ZERO TO EOF-SWITCH
      END-READ
      PERFORM PROFILE-ONE-ARCHIVE
         UNTIL EOF-SWITCH IS EQUAL TO ZERO
      CLOSE ARCHIVE-FILE
      MOVE 1 TO EOF-SWITCH
   ELSE
      CLOSE ARCHIVE-FILE
   END-IF.

PROFILE-ONE-ARCHIVE.
   PERFORM PROFILE-MASTER-IMAGE.
   READ ARCHIVE-FILE INTO MASTER-IMAGE
      AT END MOVE ZERO TO EOF-SWITCH.

*> ONLY CONVERTED VALUES COUNT: A REJECTED RECORD HAS NO TRUSTED
*> VALUE, A VOIDED ONE WAS WITHDRAWN, AND THE ARCHIVE JOB'S MARKERS
*> ARE NOT RECORDS AT ALL. RECORDS AFTER THE PROFILE DATE (A RERUN
*> FOR AN EARLIER NIGHT) ARE NEITHER HISTORY NOR UNDER TEST.
PROFILE-MASTER-IMAGE.
   ADD 1 TO MASTER-READ.
   IF IMG-STATUS IS EQUAL TO "OK"
      IF IMG-VALUE IS GREATER THAN 3999 OR
            IMG-NUMERAL(1:1) IS EQUAL TO "("
         MOVE "Y" TO IMG-EXTENDED
      ELSE
         MOVE "N" TO IMG-EXTENDED
      END-IF
      IF IMG-RUN-DATE IS LESS THAN PROFILE-DATE
         PERFORM ADD-TO-SOURCE-PROFILE
      ELSE
         IF IMG-RUN-DATE IS EQUAL TO PROFILE-DATE
            PERFORM ADD-TO-BATCH-PROFILE
         END-IF
      END-IF
   END-IF.

ADD-TO-SOURCE-PROFILE.
   MOVE IMG-SOURCE-SYS TO SS-WORK-SOURCE.
   PERFORM FIND-SOURCE-ENTRY.
   IF SS-FOUND IS EQUAL TO ZERO
      PERFORM ADD-SOURCE-ENTRY
   END-IF.
   IF SS-FOUND IS EQUAL TO 1
      IF SS-RECORDS(SS-IX) IS EQUAL TO ZERO OR
            IMG-VALUE IS LESS THAN SS-LOW(SS-IX)
         MOVE IMG-VALUE TO SS-LOW(SS-IX)
      END-IF
      IF IMG-VALUE IS GREATER THAN SS-HIGH(SS-IX)
         MOVE IMG-VALUE TO SS-HIGH(SS-IX)
      END-IF
      ADD 1 TO SS-RECORDS(SS-IX)
      ADD IMG-VALUE TO SS-TOTAL(SS-IX)
      IF IMG-BATCH-ID IS NOT EQUAL TO PREV-BATCH-ID OR
            IMG-SOURCE-SYS IS NOT EQUAL TO PREV-SOURCE-SYS OR
            IMG-RUN-DATE IS NOT EQUAL TO PREV-RUN-DATE
         ADD 1 TO SS-BATCHES(SS-IX)
         MOVE IMG-BATCH-ID TO PREV-BATCH-ID
         MOVE IMG-SOURCE-SYS TO PREV-SOURCE-SYS
         MOVE IMG-RUN-DATE TO PREV-RUN-DATE
      END-IF
      IF IMG-DIRECTION IS EQUAL TO "D2R"
         ADD 1 TO SS-D2R(SS-IX)
      END-IF
      IF IMG-DIRECTION IS EQUAL TO "EXP"
         ADD 1 TO SS-EXP(SS-IX)
      END-IF
      IF IMG-EXTENDED IS EQUAL TO "Y"
         ADD 1 TO SS-EXTENDED(SS-IX)
      END-IF
      MOVE IMG-NUMERAL TO SN-WORK-NUMERAL
      PERFORM FIND-SOURCE-NUMERAL
      IF SN-FOUND IS EQUAL TO ZERO
         PERFORM ADD-SOURCE-NUMERAL
      END-IF
      IF SN-FOUND IS EQUAL TO 1
         ADD 1 TO SN-COUNT-SEEN(SN-IX)
      END-IF
   END-IF.

ADD-TO-BATCH-PROFILE.
   PERFORM FIND-BATCH-ENTRY.
   IF BT-FOUND IS EQUAL TO 1
      IF BT-RECORDS(BT-IX) IS EQUAL TO ZERO OR
            IMG-VALUE IS LESS THAN BT-LOW(BT-IX)
         MOVE IMG-VALUE TO BT-LOW(BT-IX)
      END-IF
      IF IMG-VALUE IS GREATER THAN BT-HIGH(BT-IX)
         MOVE IMG-VALUE TO BT-HIGH(BT-IX)
      END-IF
      ADD 1 TO BT-RECORDS(BT-IX)
      ADD IMG-VALUE TO BT-TOTAL(BT-IX)
      IF IMG-DIRECTION IS EQUAL TO "D2R"
         ADD 1 TO BT-D2R(BT-IX)
      END-IF
      IF IMG-DIRECTION IS EQUAL TO "EXP"
         ADD 1 TO BT-EXP(BT-IX)
      END-IF
      IF IMG-EXTENDED IS EQUAL TO "Y"
         ADD 1 TO BT-EXTENDED(BT-IX)
      END-IF
      PERFORM FIND-BATCH-NUMERAL
      IF BN-FOUND IS EQUAL TO 1
         ADD 1 TO BN-COUNT-SEEN(BN-IX)
      END-IF
   END-IF.

FIND-SOURCE-ENTRY.
   MOVE ZERO TO SS-FOUND.
   PERFORM MATCH-SOURCE-ENTRY
      VARYING SS-IX FROM 1 BY 1
      UNTIL SS-IX IS GREATER THAN SS-COUNT OR SS-FOUND IS EQUAL TO 1.
   IF SS-FOUND IS EQUAL TO 1
      SUBTRACT 1 FROM SS-IX
   END-IF.

MATCH-SOURCE-ENTRY.
   IF SS-SOURCE-SYS(SS-IX) IS EQUAL TO SS-WORK-SOURCE
      MOVE 1 TO SS-FOUND
   END-IF.

ADD-SOURCE-ENTRY.
   IF SS-COUNT IS LESS THAN SS-MAX
      ADD 1 TO SS-COUNT
      MOVE SS-COUNT TO SS-IX
      MOVE SS-WORK-SOURCE TO SS-SOURCE-SYS(SS-IX)
      MOVE ZERO TO SS-RECORDS(SS-IX)
      MOVE ZERO TO SS-BATCHES(SS-IX)
      MOVE ZERO TO SS-LOW(SS-IX)
      MOVE ZERO TO SS-HIGH(SS-IX)
      MOVE ZERO TO SS-TOTAL(SS-IX)
      MOVE ZERO TO SS-D2R(SS-IX)
      MOVE ZERO TO SS-EXP(SS-IX)
      MOVE ZERO TO SS-EXTENDED(SS-IX)
      MOVE SPACES TO SS-TOP-NUMERAL(SS-IX, 1)
      MOVE SPACES TO SS-TOP-NUMERAL(SS-IX, 2)
      MOVE SPACES TO SS-TOP-NUMERAL(SS-IX, 3)
      MOVE ZERO TO SS-TOP-COUNT(SS-IX, 1)
      MOVE ZERO TO SS-TOP-COUNT(SS-IX, 2)
      MOVE ZERO TO SS-TOP-COUNT(SS-IX, 3)
      MOVE 1 TO SS-FOUND
   ELSE
      MOVE "Y" TO SS-OVERFLOW-FLAG
   END-IF.

*> SN-WORK-NUMERAL FOR SOURCE SS-IX.
FIND-SOURCE-NUMERAL.
   MOVE ZERO TO SN-FOUND.
   PERFORM MATCH-SOURCE-NUMERAL
      VARYING SN-IX FROM 1 BY 1
      UNTIL SN-IX IS GREATER THAN SN-COUNT OR SN-FOUND IS EQUAL TO 1.
   IF SN-FOUND IS EQUAL TO 1
      SUBTRACT 1 FROM SN-IX
   END-IF.

MATCH-SOURCE-NUMERAL.
   IF SN-SOURCE-IX(SN-IX) IS EQUAL TO SS-IX AND
         SN-NUMERAL(SN-IX) IS EQUAL TO SN-WORK-NUMERAL
      MOVE 1 TO SN-FOUND
   END-IF.

ADD-SOURCE-NUMERAL.
   IF SN-COUNT IS LESS THAN SN-MAX
      ADD 1 TO SN-COUNT
      MOVE SN-COUNT TO SN-IX
      MOVE SS-IX TO SN-SOURCE-IX(SN-IX)
      MOVE SN-WORK-NUMERAL TO SN-NUMERAL(SN-IX)
      MOVE ZERO TO SN-COUNT-SEEN(SN-IX)
      MOVE 1 TO SN-FOUND
   ELSE
      MOVE "Y" TO SN-OVERFLOW-FLAG
   END-IF.

*> THE MASTER HOLDS A BATCH'S RECORDS TOGETHER, SO THE BATCH OF THE
*> RECORD BEFORE IS TRIED FIRST.
FIND-BATCH-ENTRY.
   MOVE ZERO TO BT-FOUND.
   IF BT-COUNT IS GREATER THAN ZERO
      IF BT-BATCH-ID(BT-COUNT) IS EQUAL TO IMG-BATCH-ID AND
            BT-SOURCE-SYS(BT-COUNT) IS EQUAL TO IMG-SOURCE-SYS
         MOVE BT-COUNT TO BT-IX
         MOVE 1 TO BT-FOUND
      ELSE
         PERFORM MATCH-BATCH-ENTRY
            VARYING BT-IX FROM 1 BY 1
            UNTIL BT-IX IS GREATER THAN BT-COUNT OR BT-FOUND IS EQUAL TO 1
         IF BT-FOUND IS EQUAL TO 1
            SUBTRACT 1 FROM BT-IX
         END-IF
      END-IF
   END-IF.
   IF BT-FOUND IS EQUAL TO ZERO
      IF BT-COUNT IS LESS THAN BT-MAX
         ADD 1 TO BT-COUNT
         MOVE BT-COUNT TO BT-IX
         MOVE IMG-BATCH-ID TO BT-BATCH-ID(BT-IX)
         MOVE IMG-SOURCE-SYS TO BT-SOURCE-SYS(BT-IX)
         MOVE ZERO TO BT-RECORDS(BT-IX)
         MOVE ZERO TO BT-LOW(BT-IX)
         MOVE ZERO TO BT-HIGH(BT-IX)
         MOVE ZERO TO BT-TOTAL(BT-IX)
         MOVE ZERO TO BT-D2R(BT-IX)
         MOVE ZERO TO BT-EXP(BT-IX)
         MOVE ZERO TO BT-EXTENDED(BT-IX)
         MOVE SPACES TO BT-TOP-NUMERAL(BT-IX)
         MOVE ZERO TO BT-TOP-COUNT(BT-IX)
         MOVE ZERO TO BT-EXCEPTIONS(BT-IX)
         MOVE 1 TO BT-FOUND
      ELSE
         MOVE "Y" TO BT-OVERFLOW-FLAG
      END-IF
   END-IF.

MATCH-BATCH-ENTRY.
   IF BT-BATCH-ID(BT-IX) IS EQUAL TO IMG-BATCH-ID AND
         BT-SOURCE-SYS(BT-IX) IS EQUAL TO IMG-SOURCE-SYS
      MOVE 1 TO BT-FOUND
   END-IF.

*> IMG-NUMERAL FOR BATCH BT-IX, ADDED IF NEW.
FIND-BATCH-NUMERAL.
   MOVE ZERO TO BN-FOUND.
   PERFORM MATCH-BATCH-NUMERAL
      VARYING BN-IX FROM 1 BY 1
      UNTIL BN-IX IS GREATER THAN BN-COUNT OR BN-FOUND IS EQUAL TO 1.
   IF BN-FOUND IS EQUAL TO 1
      SUBTRACT 1 FROM BN-IX
   ELSE
      IF BN-COUNT IS LESS THAN BN-MAX
         ADD 1 TO BN-COUNT
         MOVE BN-COUNT TO BN-IX
         MOVE BT-IX TO BN-BATCH-IX(BN-IX)
         MOVE IMG-NUMERAL TO BN-NUMERAL(BN-IX)
         MOVE ZERO TO BN-COUNT-SEEN(BN-IX)
         MOVE 1 TO BN-FOUND
      ELSE
         MOVE "Y" TO BN-OVERFLOW-FLAG
      END-IF
   END-IF.

MATCH-BATCH-NUMERAL.
   IF BN-BATCH-IX(BN-IX) IS EQUAL TO BT-IX AND
         BN-NUMERAL(BN-IX) IS EQUAL TO IMG-NUMERAL
      MOVE 1 TO BN-FOUND
   END-IF.

*> EACH SOURCE'S THREE MOST FREQUENT NUMERALS. ON A TIE THE NUMERAL
*> SEEN FIRST KEEPS ITS PLACE.
RANK-SOURCE-NUMERALS.
   PERFORM RANK-ONE-SOURCE-NUMERAL
      VARYING SN-IX FROM 1 BY 1
      UNTIL SN-IX IS GREATER THAN SN-COUNT.

RANK-ONE-SOURCE-NUMERAL.
   MOVE SN-SOURCE-IX(SN-IX) TO SS-IX.
   IF SN-COUNT-SEEN(SN-IX) IS GREATER THAN SS-TOP-COUNT(SS-IX, 1)
      MOVE SS-TOP(SS-IX, 2) TO SS-TOP(SS-IX, 3)
      MOVE SS-TOP(SS-IX, 1) TO SS-TOP(SS-IX, 2)
      MOVE 1 TO TOP-IX
   ELSE
      IF SN-COUNT-SEEN(SN-IX) IS GREATER THAN SS-TOP-COUNT(SS-IX, 2)
         MOVE SS-TOP(SS-IX, 2) TO SS-TOP(SS-IX, 3)
         MOVE 2 TO TOP-IX
      ELSE
         IF SN-COUNT-SEEN(SN-IX) IS GREATER THAN SS-TOP-COUNT(SS-IX, 3)
            MOVE 3 TO TOP-IX
         ELSE
            MOVE ZERO TO TOP-IX
         END-IF
      END-IF
   END-IF.
   IF TOP-IX IS GREATER THAN ZERO
      MOVE SN-NUMERAL(SN-IX) TO SS-TOP-NUMERAL(SS-IX, TOP-IX)
      MOVE SN-COUNT-SEEN(SN-IX) TO SS-TOP-COUNT(SS-IX, TOP-IX)
   END-IF.

*> EACH BATCH'S SINGLE MOST FREQUENT NUMERAL.
RANK-BATCH-NUMERALS.
   PERFORM RANK-ONE-BATCH-NUMERAL
      VARYING BN-IX FROM 1 BY 1
      UNTIL BN-IX IS GREATER THAN BN-COUNT.

RANK-ONE-BATCH-NUMERAL.
   MOVE BN-BATCH-IX(BN-IX) TO BT-IX.
   IF BN-COUNT-SEEN(BN-IX) IS GREATER THAN BT-TOP-COUNT(BT-IX)
      MOVE BN-NUMERAL(BN-IX) TO BT-TOP-NUMERAL(BT-IX)
      MOVE BN-COUNT-SEEN(BN-IX) TO BT-TOP-COUNT(BT-IX)
   END-IF.

*> THE PROFILE FIGURES OF SOURCE SS-IX.
COMPUTE-SOURCE-PROFILE.
   IF SS-RECORDS(SS-IX) IS GREATER THAN ZERO
      COMPUTE PRO-AVG = SS-TOTAL(SS-IX) / SS-RECORDS(SS-IX)
      COMPUTE PRO-D2R-PCT = (SS-D2R(SS-IX) * 100) / SS-RECORDS(SS-IX)
      COMPUTE PRO-EXP-PCT = (SS-EXP(SS-IX) * 100) / SS-RECORDS(SS-IX)
      COMPUTE PRO-EXT-PCT = (SS-EXTENDED(SS-IX) * 100) / SS-RECORDS(SS-IX)
      COMPUTE PRO-BATCH-TOTAL = SS-TOTAL(SS-IX) / SS-BATCHES(SS-IX)
   ELSE
      MOVE ZERO TO PRO-AVG
      MOVE ZERO TO PRO-D2R-PCT
      MOVE ZERO TO PRO-EXP-PCT
      MOVE ZERO TO PRO-EXT-PCT
      MOVE ZERO TO PRO-BATCH-TOTAL
   END-IF.

PRINT-SOURCE-PROFILE.
   PERFORM COMPUTE-SOURCE-PROFILE.
   MOVE SS-SOURCE-SYS(SS-IX) TO PL-SOURCE-SYS.
   MOVE SS-RECORDS(SS-IX) TO PL-RECORDS.
   MOVE SS-BATCHES(SS-IX) TO PL-BATCHES.
   MOVE SS-LOW(SS-IX) TO PL-LOW.
   MOVE SS-HIGH(SS-IX) TO PL-HIGH.
   MOVE PRO-AVG TO PL-AVG.
   display PROFILE-LINE.
   MOVE PRO-D2R-PCT TO PSL-D2R-PCT.
   MOVE PRO-EXP-PCT TO PSL-EXP-PCT.
   MOVE PRO-EXT-PCT TO PSL-EXT-PCT.
   MOVE PRO-BATCH-TOTAL TO PSL-BATCH-TOTAL.
   display PROFILE-SHARE-LINE.
   PERFORM FILL-TOP-ENTRY
      VARYING TOP-IX FROM 1 BY 1
      UNTIL TOP-IX IS GREATER THAN 3.
   display PROFILE-TOP-LINE.
   IF SS-RECORDS(SS-IX) IS LESS THAN PROFILE-MIN-HISTORY
      display "        TOO LITTLE HISTORY - BATCHES ARE NOT CHECKED"
   END-IF.

FILL-TOP-ENTRY.
   IF SS-TOP-COUNT(SS-IX, TOP-IX) IS GREATER THAN ZERO
      MOVE SS-TOP-NUMERAL(SS-IX, TOP-IX) TO PTL-NUMERAL(TOP-IX)
      COMPUTE PTL-PCT(TOP-IX) =
         (SS-TOP-COUNT(SS-IX, TOP-IX) * 100) / SS-RECORDS(SS-IX)
      MOVE "%  " TO PTL-SIGN(TOP-IX)
   ELSE
      MOVE SPACES TO PTL-NUMERAL(TOP-IX)
      MOVE ZERO TO PTL-PCT(TOP-IX)
      MOVE SPACES TO PTL-SIGN(TOP-IX)
   END-IF.

*> THE BATCH LINE SHOWS WHETHER THE BATCH IS IN PROFILE; THE RULES
*> ARE RUN HERE ONLY TO COUNT, THE EXCEPTION SECTION PRINTS THEM.
PRINT-BATCH-RESULT.
   PERFORM CHECK-BATCH-PROFILE.
   MOVE BT-BATCH-ID(BT-IX) TO BL-BATCH-ID.
   MOVE BT-SOURCE-SYS(BT-IX) TO BL-SOURCE-SYS.
   MOVE BT-RECORDS(BT-IX) TO BL-RECORDS.
   MOVE BT-LOW(BT-IX) TO BL-LOW.
   MOVE BT-HIGH(BT-IX) TO BL-HIGH.
   MOVE BAT-AVG TO BL-AVG.
   IF PROFILE-USABLE IS EQUAL TO "N"
      MOVE "NO PROFILE" TO BL-RESULT
      ADD 1 TO NO-PROFILE-COUNT
   ELSE
      IF BT-EXCEPTIONS(BT-IX) IS GREATER THAN ZERO
         MOVE "SEE EXCEPTIONS" TO BL-RESULT
      ELSE
         MOVE "IN PROFILE" TO BL-RESULT
      END-IF
   END-IF.
   display BATCH-LINE.

*> THE RULES FOR BATCH BT-IX AGAINST ITS SOURCE'S PROFILE:
*>   AVERAGE VALUE MORE THAN FACTOR TIMES THE PROFILE AVERAGE, OR
*>     LESS THAN THE PROFILE AVERAGE DIVIDED BY THE FACTOR
*>   BATCH TOTAL MORE THAN FACTOR TIMES THE USUAL BATCH TOTAL - A
*>     SMALL TOTAL IS A SHORT FEED, WHICH THE TREND REPORT WATCHES
*>   A VALUE MORE THAN FACTOR TIMES THE HIGHEST THE SOURCE HAS EVER
*>     SENT, OR LESS THAN ITS LOWEST DIVIDED BY THE FACTOR
*>   D2R, EXP OR EXTENDED SHARE MOVED MORE THAN THE SHARE POINTS
*>   ONE NUMERAL MAKING UP MOST OF THE BATCH WHEN IT IS NOT THAT
*>     COMMON IN THE SOURCE'S HISTORY
*> THE AVERAGE, SHARE AND NUMERAL RULES WAIT FOR A BATCH OF SIZE.
*> ONCE THE SOURCE NUMERAL TABLE HAS FILLED, A NUMERAL MISSING FROM
*> IT MAY STILL BE COMMON IN THE HISTORY, SO THE NUMERAL RULE IS
*> NOT JUDGED AT ALL RATHER THAN AGAINST A FALSE NIL SHARE.
CHECK-BATCH-PROFILE.
   COMPUTE BAT-AVG = BT-TOTAL(BT-IX) / BT-RECORDS(BT-IX).
   COMPUTE BAT-D2R-PCT = (BT-D2R(BT-IX) * 100) / BT-RECORDS(BT-IX).
   COMPUTE BAT-EXP-PCT = (BT-EXP(BT-IX) * 100) / BT-RECORDS(BT-IX).
   COMPUTE BAT-EXT-PCT = (BT-EXTENDED(BT-IX) * 100) / BT-RECORDS(BT-IX).
   COMPUTE BAT-TOP-PCT = (BT-TOP-COUNT(BT-IX) * 100) / BT-RECORDS(BT-IX).
   MOVE BT-SOURCE-SYS(BT-IX) TO SS-WORK-SOURCE.
   PERFORM FIND-SOURCE-ENTRY.
   MOVE "N" TO PROFILE-USABLE.
   IF SS-FOUND IS EQUAL TO 1
      IF SS-RECORDS(SS-IX) IS NOT LESS THAN PROFILE-MIN-HISTORY
         MOVE "Y" TO PROFILE-USABLE
      END-IF
   END-IF.
   IF PROFILE-USABLE IS EQUAL TO "Y"
      PERFORM COMPUTE-SOURCE-PROFILE
      PERFORM CHECK-VALUE-RULES
      IF BT-RECORDS(BT-IX) IS NOT LESS THAN BATCH-MIN-RECORDS
         PERFORM CHECK-AVERAGE-RULES
         PERFORM CHECK-SHARE-RULES
         IF SN-OVERFLOW-FLAG IS EQUAL TO "N"
            PERFORM CHECK-NUMERAL-RULE
         END-IF
      END-IF
   END-IF.

CHECK-VALUE-RULES.
   IF BT-TOTAL(BT-IX) IS GREATER THAN PRO-BATCH-TOTAL * PROFILE-FACTOR
      MOVE "HASH TOTAL HIGH" TO EX-MEASURE
      MOVE BT-TOTAL(BT-IX) TO EX-BATCH-FIGURE
      MOVE PRO-BATCH-TOTAL TO EX-PROFILE-FIGURE
      MOVE SPACES TO EX-NOTE
      STRING "OVER " PROFILE-FACTOR "X USUAL BATCH TOTAL"
         DELIMITED BY SIZE INTO EX-NOTE
      PERFORM NOTE-BATCH-EXCEPTION
   END-IF.
   IF BT-HIGH(BT-IX) IS GREATER THAN SS-HIGH(SS-IX) * PROFILE-FACTOR
      MOVE "ABOVE VALUE RANGE" TO EX-MEASURE
      MOVE BT-HIGH(BT-IX) TO EX-BATCH-FIGURE
      MOVE SS-HIGH(SS-IX) TO EX-PROFILE-FIGURE
      MOVE SPACES TO EX-NOTE
      STRING "MAX OVER " PROFILE-FACTOR "X HIGHEST SEEN"
         DELIMITED BY SIZE INTO EX-NOTE
      PERFORM NOTE-BATCH-EXCEPTION
   END-IF.
   IF BT-LOW(BT-IX) * PROFILE-FACTOR IS LESS THAN SS-LOW(SS-IX)
      MOVE "BELOW VALUE RANGE" TO EX-MEASURE
      MOVE BT-LOW(BT-IX) TO EX-BATCH-FIGURE
      MOVE SS-LOW(SS-IX) TO EX-PROFILE-FIGURE
      MOVE SPACES TO EX-NOTE
      STRING "MIN UNDER 1/" PROFILE-FACTOR " OF LOWEST SEEN"
         DELIMITED BY SIZE INTO EX-NOTE
      PERFORM NOTE-BATCH-EXCEPTION
   END-IF.

CHECK-AVERAGE-RULES.
   IF BAT-AVG IS GREATER THAN PRO-AVG * PROFILE-FACTOR
      MOVE "AVERAGE HIGH" TO EX-MEASURE
      MOVE BAT-AVG TO EX-BATCH-FIGURE
      MOVE PRO-AVG TO EX-PROFILE-FIGURE
      MOVE SPACES TO EX-NOTE
      STRING "OVER " PROFILE-FACTOR "X PROFILE AVERAGE"
         DELIMITED BY SIZE INTO EX-NOTE
      PERFORM NOTE-BATCH-EXCEPTION
   END-IF.
   IF BAT-AVG * PROFILE-FACTOR IS LESS THAN PRO-AVG
      MOVE "AVERAGE LOW" TO EX-MEASURE
      MOVE BAT-AVG TO EX-BATCH-FIGURE
      MOVE PRO-AVG TO EX-PROFILE-FIGURE
      MOVE SPACES TO EX-NOTE
      STRING "UNDER 1/" PROFILE-FACTOR " OF PROFILE AVERAGE"
         DELIMITED BY SIZE INTO EX-NOTE
      PERFORM NOTE-BATCH-EXCEPTION
   END-IF.

CHECK-SHARE-RULES.
   COMPUTE SHARE-DELTA = BAT-D2R-PCT - PRO-D2R-PCT.
   IF SHARE-DELTA IS GREATER THAN SHARE-POINTS OR
         SHARE-DELTA IS LESS THAN 0 - SHARE-POINTS
      MOVE "D2R SHARE" TO EX-MEASURE
      MOVE BAT-D2R-PCT TO EX-BATCH-FIGURE
      MOVE PRO-D2R-PCT TO EX-PROFILE-FIGURE
      MOVE "PCT OF OK RECORDS" TO EX-NOTE
      PERFORM NOTE-BATCH-EXCEPTION
   END-IF.
   COMPUTE SHARE-DELTA = BAT-EXP-PCT - PRO-EXP-PCT.
   IF SHARE-DELTA IS GREATER THAN SHARE-POINTS OR
         SHARE-DELTA IS LESS THAN 0 - SHARE-POINTS
      MOVE "EXP SHARE" TO EX-MEASURE
      MOVE BAT-EXP-PCT TO EX-BATCH-FIGURE
      MOVE PRO-EXP-PCT TO EX-PROFILE-FIGURE
      MOVE "PCT OF OK RECORDS" TO EX-NOTE
      PERFORM NOTE-BATCH-EXCEPTION
   END-IF.
   COMPUTE SHARE-DELTA = BAT-EXT-PCT - PRO-EXT-PCT.
   IF SHARE-DELTA IS GREATER THAN SHARE-POINTS OR
         SHARE-DELTA IS LESS THAN 0 - SHARE-POINTS
      MOVE "EXTENDED SHARE" TO EX-MEASURE
      MOVE BAT-EXT-PCT TO EX-BATCH-FIGURE
      MOVE PRO-EXT-PCT TO EX-PROFILE-FIGURE
      MOVE "PCT OF OK RECORDS" TO EX-NOTE
      PERFORM NOTE-BATCH-EXCEPTION
   END-IF.

*> THE BATCH'S COMMONEST NUMERAL AGAINST THAT NUMERAL'S SHARE OF
*> THE SOURCE'S HISTORY - A SOURCE THAT ALWAYS SENDS THE SAME
*> NUMERAL IS NOT FLAGGED FOR DOING SO AGAIN.
CHECK-NUMERAL-RULE.
   IF BAT-TOP-PCT IS NOT LESS THAN DOMINANT-PCT
      MOVE BT-TOP-NUMERAL(BT-IX) TO SN-WORK-NUMERAL
      PERFORM FIND-SOURCE-NUMERAL
      IF SN-FOUND IS EQUAL TO 1
         COMPUTE PRO-TOP-PCT =
            (SN-COUNT-SEEN(SN-IX) * 100) / SS-RECORDS(SS-IX)
      ELSE
         MOVE ZERO TO PRO-TOP-PCT
      END-IF
      IF BAT-TOP-PCT - PRO-TOP-PCT IS GREATER THAN SHARE-POINTS
         MOVE "ONE NUMERAL" TO EX-MEASURE
         MOVE BAT-TOP-PCT TO EX-BATCH-FIGURE
         MOVE PRO-TOP-PCT TO EX-PROFILE-FIGURE
         MOVE SPACES TO EX-NOTE
         STRING "PCT ARE " DELIMITED BY SIZE
                BT-TOP-NUMERAL(BT-IX) DELIMITED BY SPACE
                INTO EX-NOTE
         PERFORM NOTE-BATCH-EXCEPTION
      END-IF
   END-IF.

NOTE-BATCH-EXCEPTION.
   IF EXC-PRINT-FLAG IS EQUAL TO "Y"
      ADD 1 TO EXC-COUNT
      MOVE BT-BATCH-ID(BT-IX) TO EX-BATCH-ID
      MOVE BT-SOURCE-SYS(BT-IX) TO EX-SOURCE-SYS
      display EXCEPTION-LINE
   ELSE
      ADD 1 TO BT-EXCEPTIONS(BT-IX)
   END-IF.

*> THE CONVERSION STEP - THE CONVERTER, OR THE CONSOLIDATOR AFTER
*> A PARTITIONED RUN - MUST HAVE ENDED NO WORSE THAN THE REJECT-RATE
*> FAILURE CODE 8: A CONTROL ERROR, A SETUP FAILURE OR A RUN STILL
*> GOING MEANS ITS OUTPUT CANNOT BE TRUSTED.
*> THE VALUE PROFILE THEN WAITS ON THE TREND REPORT.
CHECK-STREAM-PREDECESSORS.
   MOVE "ROMAN-NUMERAL-CONVERTER" TO PRED-STEP-NAME.
   MOVE "ROMAN-RUN-CONSOLIDATOR"  TO PRED-ALT-NAME.
   MOVE "00" TO PRED-INSTANCE.
   MOVE 8 TO PRED-MAX-RC.
   PERFORM CHECK-PREDECESSOR-STEP.
   MOVE "AUDIT-TREND-REPORT" TO PRED-STEP-NAME.
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
