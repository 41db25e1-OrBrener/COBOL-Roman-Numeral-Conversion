IDENTIFICATION DIVISION.
PROGRAM-ID. ROMAN-MASTER-RECON.
*> INTEGRITY RECONCILIATION OF ROMAN-MASTER FOR ONE RUN DATE. THE
*> MASTER IS WRITTEN BY THE CONVERTER, FOLDED BY THE CONSOLIDATOR,
*> ADJUSTED BY ROMAN-MASTER-MAINT AND PURGED BY ROMAN-MASTER-ARCHIVE,
*> SO THIS JOB PROVES IT STILL AGREES WITH THE OTHER RECORDS OF THE
*> SAME RUNS:
*>   - ROMAN-MASTER (PLUS ANY ROMAN-ARCHIVE COPIES) IS TOTALLED BY
*>     BATCH AND SOURCE SYSTEM FOR MST-RUN-DATE = THE RECON DATE
*>   - THE DAY'S TOTALS ARE COMPARED WITH THE AUDIT-LOG BLOCKS OF
*>     THAT DATE (READ / CONVERTED / REJECTED)
*>   - THE CSV-OUTPUT OF THAT DATE IS VERIFIED AGAINST ITS OWN TRL
*>     AND THEN COMPARED BATCH BY BATCH (COUNT, STATUS, VALUE HASH)
*>   - THE REJECT-REGISTER LINES STAMPED THAT DATE ARE COMPARED WITH
*>     THE MASTER'S REJECTED RECORDS BATCH BY BATCH
*> VOIDED RECORDS AND SOURCE CORRECTIONS ARE TRACED BACK THROUGH THE
*> ADJ BLOCKS ROMAN-MASTER-MAINT LEAVES IN AUDIT-LOG AND COUNTED IN
*> THEIR ORIGINAL STATUS AND SOURCE, SO THEY SHOW AS EXPLAINED, NOT
*> AS BREAKS. ANY DIFFERENCE LEFT UNEXPLAINED ENDS THE RUN WITH
*> CONDITION CODE 8.
*> RECON DATE: RUN PARAMETER 1 OR ROMAN_RECON_DATE (YYYYMMDD),
*> DEFAULT TODAY. THE CSV IS ROMAN_RECON_FILE, THE SAME SETTING
*> ROMAN-ROUNDTRIP-RECON READS, DEFAULT CSV-OUTPUT.

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
select AUDIT-IN-FILE assign to "AUDIT-LOG" organization is line sequential
       file status is AUDIT-FILE-STATUS.
select CSV-FILE assign to dynamic csv_file_name organization is line sequential
       file status is CSV-FILE-STATUS.
select REGISTER-FILE assign to "REJECT-REGISTER" organization is line sequential
       file status is REGISTER-FILE-STATUS.
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

   FD AUDIT-IN-FILE.
   01 AUDIT-IN-RECORD      PIC X(45).

   FD CSV-FILE.
   01 CSV-FILE-RECORD      PIC X(90).

   FD REGISTER-FILE.
   01 REGISTER-RECORD.
      02 RGR-REJECT-ID     PIC X(24).
      02 FILLER            PIC X(2).
      02 RGR-REJECT-DATE   PIC X(8).
      02 FILLER            PIC X(2).
      02 RGR-SOURCE-SYS    PIC X(05).
      02 FILLER            PIC X(2).
      02 RGR-BATCH-ID      PIC X(10).
      02 FILLER            PIC X(2).
      02 RGR-REASON        PIC X(35).

   FD STEP-FILE.
   01 STEP-FILE-RECORD  PIC X(98).

WORKING-STORAGE SECTION.
77 MASTER-FILE-STATUS    PIC XX.
77 ARCHIVE-FILE-STATUS   PIC XX.
77 AUDIT-FILE-STATUS     PIC XX.
77 CSV-FILE-STATUS       PIC XX.
77 REGISTER-FILE-STATUS  PIC XX.
77 csv_file_name    pic x(30).
77 EOF-SWITCH       PIC 9    VALUE 1.
77 PARM-NUMBER      PIC 9(2)   VALUE 1.
77 RUN-DATE         PIC 9(8).
77 DIGIT-VALUE      PIC 9.
77 RECON-DATE-TEXT  PIC X(8).
77 RECON-DATE       PIC 9(8)   VALUE ZERO.
77 RECON-DATE-IX    PIC S9(2)  COMP.
77 RECON-DATE-VALID PIC 9.
77 RECON-DATE-KEY   PIC X(8).
01 RECON-DATE-AREA.
   02 RECON-DATE-CHAR  PIC X(1)  OCCURS 8 TIMES.

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
77 IMG-ARCHIVED-FLAG   PIC X      VALUE "N".
77 ORIG-SOURCE-SYS     PIC X(05).
77 ORIG-STATUS         PIC X(10).
77 RESOURCED-FLAG      PIC X.
77 VOID-FOUND-FLAG     PIC X.

*> ONE ROW PER BATCH ID AND ORIGINAL SOURCE SYSTEM SEEN ON ANY OF
*> THE FOUR SIDES. MST- COLUMNS INCLUDE ARCHIVED COPIES AND COUNT
*> VOIDED RECORDS IN THE STATUS THEY HAD BEFORE THE VOID.
77 GRP-MAX          PIC S9(4)  COMP  VALUE 500.
77 GRP-COUNT        PIC S9(4)  COMP  VALUE ZERO.
77 GRP-IX           PIC S9(4)  COMP.
77 GRP-FOUND        PIC 9.
77 GRP-OVERFLOW-FLAG PIC X     VALUE "N".
77 GRP-WORK-BATCH-ID PIC X(10).
77 GRP-WORK-SOURCE  PIC X(05).
01 GROUP-TABLE.
   02 GT-ENTRY OCCURS 500 TIMES.
      03 GT-BATCH-ID     PIC X(10).
      03 GT-SOURCE-SYS   PIC X(05).
      03 GT-MST-READ     PIC S9(8)  COMP.
      03 GT-MST-CONV     PIC S9(8)  COMP.
      03 GT-MST-REJ      PIC S9(8)  COMP.
      03 GT-MST-SUM      PIC S9(10) COMP.
      03 GT-VOIDED       PIC S9(8)  COMP.
      03 GT-RESOURCED    PIC S9(8)  COMP.
      03 GT-ARCHIVED     PIC S9(8)  COMP.
      03 GT-CSV-READ     PIC S9(8)  COMP.
      03 GT-CSV-CONV     PIC S9(8)  COMP.
      03 GT-CSV-REJ      PIC S9(8)  COMP.
      03 GT-CSV-SUM      PIC S9(10) COMP.
      03 GT-REG-COUNT    PIC S9(8)  COMP.

*> THE VOID AND SOURCE ADJUSTMENTS FOUND IN AUDIT-LOG, IN LOG
*> (THAT IS, CHRONOLOGICAL) ORDER.
77 ADJ-MAX          PIC S9(4)  COMP  VALUE 500.
77 ADJ-COUNT        PIC S9(4)  COMP  VALUE ZERO.
77 ADJ-IX           PIC S9(4)  COMP.
77 ADJ-OVERFLOW-FLAG PIC X     VALUE "N".
01 ADJ-TABLE.
   02 AT-ENTRY OCCURS 500 TIMES.
      03 AT-ACTION       PIC X(10).
      03 AT-OPERATOR     PIC X(10).
      03 AT-DATE         PIC 9(8).
      03 AT-BATCH-ID     PIC X(10).
      03 AT-SEQ          PIC 9(8).
      03 AT-BEFORE       PIC X(10).
      03 AT-AFTER        PIC X(10).
77 ADJ-USED-IX      PIC S9(4)  COMP.

*> AUDIT-LOG PARSE: RUN BLOCKS (THE CONVERTER'S EIGHT LINES, ENDED
*> BY REJECTED) AND ADJ BLOCKS (MAINTENANCE'S SIX LINES, ENDED BY
*> ADJ AFTER) ARE BOTH ASSEMBLED BY TAG.
01 AUDIT-WORK-LINE.
   02 AUD-TAG          PIC X(14).
   02 AUD-VALUE        PIC X(31).
77 CUR-RUN-DATE     PIC 9(8).
77 CUR-RUN-TIME     PIC 9(8).
77 CUR-HAVE-DATE    PIC 9      VALUE ZERO.
77 CUR-READ         PIC S9(8)  COMP.
77 CUR-CONVERTED    PIC S9(8)  COMP.
77 CUR-REJECTED     PIC S9(8)  COMP.
77 CUR-COLLIDED     PIC S9(8)  COMP  VALUE ZERO.
77 CUR-ADJ-ACTION   PIC X(10).
77 CUR-ADJ-OPERATOR PIC X(10).
77 CUR-ADJ-DATE     PIC 9(8).
77 CUR-ADJ-BATCH-ID PIC X(10).
77 CUR-ADJ-SEQ      PIC 9(8).
77 CUR-ADJ-BEFORE   PIC X(10).
77 CUR-HAVE-ADJ-KEY PIC 9      VALUE ZERO.
77 AUD-BLOCK-COUNT  PIC S9(4)  COMP  VALUE ZERO.
77 AUD-READ         PIC S9(8)  COMP  VALUE ZERO.
77 AUD-CONVERTED    PIC S9(8)  COMP  VALUE ZERO.
77 AUD-REJECTED     PIC S9(8)  COMP  VALUE ZERO.
*> A DETAIL REJECTED BECAUSE ITS BATCH ID BELONGS TO ANOTHER FEED IS
*> KEPT OFF THE MASTER - WRITING IT WOULD OVERWRITE THE OWNER'S
*> RECORD - BUT IS STILL COUNTED BY THE AUDIT BLOCK, ROWED IN THE
*> CSV AND ENTERED IN THE REGISTER. THOSE ARE COUNTED APART AND
*> NETTED OUT OF EACH COMPARISON WITH THE MASTER.
77 AUD-COLLIDED     PIC S9(8)  COMP  VALUE ZERO.
77 CSV-COLLIDED     PIC S9(8)  COMP  VALUE ZERO.
77 REG-COLLIDED     PIC S9(8)  COMP  VALUE ZERO.
77 COLLISION-REASON PIC X(35)  VALUE "BATCH ID OWNED BY ANOTHER FEED".
*> DISTINCT RUN TIMES ON THE RECON DATE - A RESTARTED RUN SHOWS AS
*> ONE PER LEG, A SECOND RUN OF THE DAY AS ONE MORE.
77 RUNTIME-MAX      PIC S9(4)  COMP  VALUE 50.
77 RUNTIME-COUNT    PIC S9(4)  COMP  VALUE ZERO.
77 RUNTIME-IX       PIC S9(4)  COMP.
77 RUNTIME-FOUND    PIC 9.
01 RUNTIME-TABLE.
   02 RUNTIME-ENTRY   PIC 9(8)  OCCURS 50 TIMES.

*> GENERIC DIGIT SCANNER FOR THE EDITED NUMBERS IN THE LOG AND THE
*> CSV - LEADING SPACES ARE PADDING, ANYTHING ELSE NON-NUMERIC
*> MAKES THE FIELD INVALID.
01 NUM-TEXT-AREA.
   02 NUM-CHAR        PIC X(1)   OCCURS 10 TIMES.
77 NUM-IX           PIC S9(2)  COMP.
77 NUM-VALID        PIC 9.
77 NUM-RESULT       PIC S9(10) COMP.

77 MST-READ         PIC S9(8)  COMP  VALUE ZERO.
77 MST-CONVERTED    PIC S9(8)  COMP  VALUE ZERO.
77 MST-REJECTED     PIC S9(8)  COMP  VALUE ZERO.
77 MST-VALUE-SUM    PIC S9(10) COMP  VALUE ZERO.
77 MST-VOIDED       PIC S9(8)  COMP  VALUE ZERO.
77 MST-RESOURCED    PIC S9(8)  COMP  VALUE ZERO.
77 MST-ARCHIVED     PIC S9(8)  COMP  VALUE ZERO.

*> THE CSV IS A PER-RUN FILE; IT IS ONLY EVIDENCE FOR THE RECON
*> DATE IF ITS HDR ROW CARRIES THAT DATE.
77 CSV-PRESENT-FLAG PIC X      VALUE "N".
77 CSV-USABLE-FLAG  PIC X      VALUE "N".
77 CSV-TRL-SEEN-FLAG PIC X     VALUE "N".
77 CSV-HDR-DATE     PIC X(8)   VALUE SPACES.
77 CSV-READ         PIC S9(8)  COMP  VALUE ZERO.
77 CSV-VALUE-SUM    PIC S9(10) COMP  VALUE ZERO.
77 CSV-TRL-COUNT    PIC S9(10) COMP  VALUE ZERO.
77 CSV-TRL-HASH     PIC S9(10) COMP  VALUE ZERO.
01 CSV-WORK-RECORD  PIC X(90).
01 CSV-BATCH-ID     PIC X(10).
01 CSV-SOURCE-SYS   PIC X(10).
01 CSV-NUMERAL      PIC X(15).
01 CSV-VALUE-TEXT   PIC X(10).
01 CSV-STATUS-TEXT  PIC X(45).

77 REGISTER-PRESENT-FLAG PIC X  VALUE "N".
77 REG-LINES        PIC S9(8)  COMP  VALUE ZERO.

77 BREAK-COUNT      PIC S9(8)  COMP  VALUE ZERO.
77 EXPLAINED-COUNT  PIC S9(8)  COMP  VALUE ZERO.
77 CMP-MASTER       PIC S9(10) COMP.
77 CMP-OTHER        PIC S9(10) COMP.

01 RECON-BANNER-LINE.
   02 FILLER          PIC X(27)  VALUE
                          " RECONCILING RUN DATE    : ".
   02 RPT-RECON-DATE  PIC 9(8).
01 SOURCE-NOTE-LINE.
   02 FILLER          PIC X      VALUE SPACE.
   02 SNL-NAME        PIC X(16).
   02 FILLER          PIC X(3)   VALUE " : ".
   02 SNL-TEXT        PIC X(60).
01 GROUP-COLUMN-HEADINGS.
   02 FILLER    PIC X(19)  VALUE "   BATCH ID  SOURCE".
   02 FILLER    PIC X(10)  VALUE "     READ ".
   02 FILLER    PIC X(10)  VALUE "     CONV ".
   02 FILLER    PIC X(10)  VALUE "      REJ ".
   02 FILLER    PIC X(12)  VALUE "         SUM".
   02 FILLER    PIC X(8)   VALUE "  VOIDED".
   02 FILLER    PIC X(8)   VALUE "  RESRCD".
   02 FILLER    PIC X(8)   VALUE "  ARCHVD".
01 GROUP-LINE.
   02 FILLER          PIC X(3)   VALUE SPACES.
   02 GL-BATCH-ID     PIC X(10).
   02 FILLER          PIC X      VALUE SPACE.
   02 GL-SOURCE-SYS   PIC X(05).
   02 GL-READ         PIC ZZZZZZZZZ9.
   02 GL-CONV         PIC ZZZZZZZZZ9.
   02 GL-REJ          PIC ZZZZZZZZZ9.
   02 GL-SUM          PIC ZZZZZZZZZZZ9.
   02 GL-VOIDED       PIC ZZZZZZZ9.
   02 GL-RESOURCED    PIC ZZZZZZZ9.
   02 GL-ARCHIVED     PIC ZZZZZZZ9.
*> ONE LINE PER DIFFERENCE: BREAK (UNEXPLAINED) OR EXPLAINED, THE
*> ITEM COMPARED, THE MASTER FIGURE, THE OTHER SIDE'S FIGURE AND WHY.
01 COMPARE-LINE.
   02 FILLER          PIC X      VALUE SPACE.
   02 CL-RESULT       PIC X(10).
   02 CL-BATCH-ID     PIC X(10).
   02 FILLER          PIC X      VALUE SPACE.
   02 CL-SOURCE-SYS   PIC X(05).
   02 FILLER          PIC X      VALUE SPACE.
   02 CL-ITEM         PIC X(24).
   02 FILLER          PIC X(7)   VALUE " MASTER".
   02 CL-MASTER       PIC ZZZZZZZZZ9.
   02 FILLER          PIC X(7)   VALUE "  OTHER".
   02 CL-OTHER        PIC ZZZZZZZZZ9.
   02 FILLER          PIC X(2)   VALUE SPACES.
   02 CL-NOTE         PIC X(44).
01 ADJUSTMENT-LINE.
   02 FILLER          PIC X(11)  VALUE " EXPLAINED ".
   02 AL-BATCH-ID     PIC X(10).
   02 FILLER          PIC X      VALUE SPACE.
   02 AL-SEQ          PIC ZZZZZZZ9.
   02 FILLER          PIC X      VALUE SPACE.
   02 AL-ACTION       PIC X(10).
   02 AL-BEFORE       PIC X(10).
   02 FILLER          PIC X(4)   VALUE " -> ".
   02 AL-AFTER        PIC X(10).
   02 FILLER          PIC X(4)   VALUE " ON ".
   02 AL-DATE         PIC 9(8).
   02 FILLER          PIC X(4)   VALUE " BY ".
   02 AL-OPERATOR     PIC X(10).
01 TRAILER-COUNT-LINE.
   02 FILLER          PIC X(27)  VALUE
                          " CSV TRAILER COUNT       : ".
   02 RPT-TRL-COUNT   PIC ZZZZZZZZZ9.
   02 FILLER          PIC X(9)   VALUE "  ACTUAL ".
   02 RPT-ACT-COUNT   PIC ZZZZZZZZZ9.
01 TRAILER-HASH-LINE.
   02 FILLER          PIC X(27)  VALUE
                          " CSV TRAILER HASH        : ".
   02 RPT-TRL-HASH    PIC ZZZZZZZZZ9.
   02 FILLER          PIC X(9)   VALUE "  ACTUAL ".
   02 RPT-ACT-HASH    PIC ZZZZZZZZZ9.
01 RECON-TRAILER-MASTER.
   02 FILLER       PIC X(27)  VALUE
                       " MASTER RECORDS FOR DATE : ".
   02 TR-MASTER    PIC ZZZZZZZ9.
01 RECON-TRAILER-GROUPS.
   02 FILLER       PIC X(27)  VALUE
                       " BATCH/SOURCE GROUPS     : ".
   02 TR-GROUPS    PIC ZZZZZZZ9.
01 RECON-TRAILER-EXPLAINED.
   02 FILLER       PIC X(27)  VALUE
                       " DIFFERENCES EXPLAINED   : ".
   02 TR-EXPLAINED PIC ZZZZZZZ9.
01 RECON-TRAILER-BREAKS.
   02 FILLER       PIC X(27)  VALUE
                       " UNEXPLAINED BREAKS      : ".
   02 TR-BREAKS    PIC ZZZZZZZ9.

*> STEP-CONTROL IS THE NIGHT STREAM'S SHARED RUN BOOK. EVERY STEP
*> APPENDS A START LINE AS IT BEGINS AND AN END LINE - CONDITION
*> CODE AND THREE KEY COUNTS - AS IT FINISHES, UNDER THE STREAM DATE
*> (ROMAN_STREAM_DATE, DEFAULT TODAY, SO A NIGHT THAT RUNS PAST
*> MIDNIGHT IS STILL ONE NIGHT). A START WITH NO END AFTER IT IS A
*> STEP STILL RUNNING OR ONE THAT DIED.
77 STEP-FILE-STATUS   PIC XX.
77 STEP-NAME          PIC X(24)  VALUE "ROMAN-MASTER-RECON".
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
PERFORM GET-RECON-DATE.
MOVE RECON-DATE TO RECON-DATE-KEY.
PERFORM GET-CSV-FILE-NAME.
display " "
OPEN INPUT MASTER-FILE.
IF MASTER-FILE-STATUS IS NOT EQUAL TO "00"
   display "Error: ROMAN-MASTER is not available (status " MASTER-FILE-STATUS ")"
   display "Error: nothing to reconcile - ending run"
   move 16 to return-code
   PERFORM WRITE-STEP-END
   STOP RUN
end-if.
OPEN INPUT AUDIT-IN-FILE.
IF AUDIT-FILE-STATUS IS NOT EQUAL TO "00"
   display "Error: AUDIT-LOG is not available (status " AUDIT-FILE-STATUS ")"
   display "Error: the master cannot be reconciled without it - ending run"
   CLOSE MASTER-FILE
   move 16 to return-code
   PERFORM WRITE-STEP-END
   STOP RUN
end-if.
display "------------------------------"
display " ROMAN-MASTER INTEGRITY RECONCILIATION"
display " ---------------------------- "
MOVE RECON-DATE TO RPT-RECON-DATE.
display RECON-BANNER-LINE.
PERFORM LOAD-AUDIT-LOG.
display " ---------------------------- "
display " ADJUSTMENTS TRACED TO ROMAN-MASTER-MAINT"
PERFORM TALLY-MASTER-FILE.
PERFORM TALLY-ARCHIVE-FILE.
PERFORM TALLY-CSV-FILE.
PERFORM TALLY-REGISTER-FILE.
display " ---------------------------- "
display " MASTER TOTALS BY BATCH AND SOURCE SYSTEM"
display GROUP-COLUMN-HEADINGS
PERFORM PRINT-GROUP-LINE
   VARYING GRP-IX FROM 1 BY 1
   UNTIL GRP-IX IS GREATER THAN GRP-COUNT.
display " ---------------------------- "
display " RUN DATE TOTALS"
PERFORM COMPARE-DAY-TOTALS.
display " ---------------------------- "
display " BATCH AND SOURCE SYSTEM DIFFERENCES"
PERFORM COMPARE-ONE-GROUP
   VARYING GRP-IX FROM 1 BY 1
   UNTIL GRP-IX IS GREATER THAN GRP-COUNT.
IF GRP-OVERFLOW-FLAG IS EQUAL TO "Y" OR ADJ-OVERFLOW-FLAG IS EQUAL TO "Y"
   ADD 1 TO BREAK-COUNT
   display " *** WORK TABLE FULL - RECONCILIATION IS INCOMPLETE ***"
end-if.
display "  ---------------------------- "
MOVE MST-READ        TO TR-MASTER
MOVE GRP-COUNT       TO TR-GROUPS
MOVE EXPLAINED-COUNT TO TR-EXPLAINED
MOVE BREAK-COUNT     TO TR-BREAKS
display " RECONCILIATION SUMMARY"
display RECON-TRAILER-MASTER
display RECON-TRAILER-GROUPS
display RECON-TRAILER-EXPLAINED
display RECON-TRAILER-BREAKS
IF BREAK-COUNT IS GREATER THAN ZERO
   display " *** ROMAN-MASTER DISAGREES WITH THE RUN RECORDS - INVESTIGATE ***"
ELSE
   display " ROMAN-MASTER AGREES WITH THE RUN RECORDS FOR THIS DATE"
end-if.
display "  ---------------------------- "
IF BREAK-COUNT IS GREATER THAN ZERO
   move 8 to return-code
end-if.
MOVE MST-READ TO STEP-COUNT-1.
MOVE GRP-COUNT TO STEP-COUNT-2.
MOVE BREAK-COUNT TO STEP-COUNT-3.
PERFORM WRITE-STEP-END.
STOP RUN.

*> THE RECON DATE COMES IN AS A RUN PARAMETER OR THROUGH THE
*> ENVIRONMENT; LEFT BLANK IT IS TODAY, THE NIGHTLY CASE. A DATE
*> THAT IS GIVEN BUT MALFORMED ENDS THE RUN RATHER THAN QUIETLY
*> RECONCILING THE WRONG DAY.
GET-RECON-DATE.
   MOVE SPACES TO RECON-DATE-TEXT.
   DISPLAY PARM-NUMBER UPON ARGUMENT-NUMBER.
   ACCEPT RECON-DATE-TEXT FROM ARGUMENT-VALUE
      ON EXCEPTION
         MOVE SPACES TO RECON-DATE-TEXT
   END-ACCEPT.
   IF RECON-DATE-TEXT IS EQUAL TO SPACES
      DISPLAY "ROMAN_RECON_DATE" UPON ENVIRONMENT-NAME
      ACCEPT RECON-DATE-TEXT FROM ENVIRONMENT-VALUE
         ON EXCEPTION
            MOVE SPACES TO RECON-DATE-TEXT
      END-ACCEPT
   END-IF.
   IF RECON-DATE-TEXT IS EQUAL TO SPACES
      MOVE RUN-DATE TO RECON-DATE
   ELSE
      MOVE RECON-DATE-TEXT TO RECON-DATE-AREA
      MOVE ZERO TO RECON-DATE
      MOVE ZERO TO RECON-DATE-VALID
      PERFORM PARSE-RECON-DATE-CHAR
         VARYING RECON-DATE-IX FROM 1 BY 1
         UNTIL RECON-DATE-IX IS GREATER THAN 8 OR
            RECON-DATE-VALID IS EQUAL TO 2
      IF RECON-DATE-VALID IS NOT EQUAL TO 1 OR
            RECON-DATE IS LESS THAN 19000101
         display "Error: recon date is not a YYYYMMDD date"
         display "Error: supply it as PARM 1 or ROMAN_RECON_DATE - ending run"
         move 16 to return-code
         PERFORM WRITE-STEP-END
         STOP RUN
      END-IF
   END-IF.

PARSE-RECON-DATE-CHAR.
   IF RECON-DATE-CHAR(RECON-DATE-IX) IS NUMERIC
      MOVE RECON-DATE-CHAR(RECON-DATE-IX) TO DIGIT-VALUE
      COMPUTE RECON-DATE = RECON-DATE * 10 + DIGIT-VALUE
      MOVE 1 TO RECON-DATE-VALID
   ELSE
      MOVE 2 TO RECON-DATE-VALID
   END-IF.

GET-CSV-FILE-NAME.
   MOVE SPACES TO csv_file_name.
   DISPLAY "ROMAN_RECON_FILE" UPON ENVIRONMENT-NAME.
   ACCEPT csv_file_name FROM ENVIRONMENT-VALUE
      ON EXCEPTION
         MOVE SPACES TO csv_file_name
   END-ACCEPT.
   IF csv_file_name IS EQUAL TO SPACES
      MOVE "CSV-OUTPUT" TO csv_file_name
   END-IF.

*> AUDIT-LOG: RUN BLOCKS OF THE RECON DATE ARE SUMMED; EVERY VOID
*> AND SOURCE ADJUSTMENT IS KEPT, WHATEVER ITS DATE, SINCE A RECORD
*> CONVERTED ON THE RECON DATE MAY HAVE BEEN ADJUSTED ANY TIME
*> SINCE. OTHER WRITERS' BLOCKS (SOURCE-SYSTEM MAINTENANCE AND THE
*> LIKE) CARRY TAGS THIS PARSE DOES NOT KNOW AND ARE PASSED OVER.
LOAD-AUDIT-LOG.
   READ AUDIT-IN-FILE INTO AUDIT-WORK-LINE
      AT END MOVE ZERO TO EOF-SWITCH.
   PERFORM PARSE-AUDIT-LINE
      UNTIL EOF-SWITCH IS EQUAL TO ZERO.
   CLOSE AUDIT-IN-FILE.
   MOVE 1 TO EOF-SWITCH.

PARSE-AUDIT-LINE.
   IF AUD-TAG IS EQUAL TO "INPUT FILE  : "
      MOVE ZERO TO CUR-HAVE-DATE
      MOVE ZERO TO CUR-COLLIDED
   END-IF.
   IF AUD-TAG IS EQUAL TO "RUN DATETIME: "
      IF AUD-VALUE(1:8) IS NUMERIC AND AUD-VALUE(10:8) IS NUMERIC
         MOVE AUD-VALUE(1:8) TO CUR-RUN-DATE
         MOVE AUD-VALUE(10:8) TO CUR-RUN-TIME
         MOVE 1 TO CUR-HAVE-DATE
      ELSE
         MOVE ZERO TO CUR-HAVE-DATE
      END-IF
   END-IF.
   IF AUD-TAG IS EQUAL TO "RECORDS READ: "
      PERFORM PARSE-AUDIT-NUMBER
      MOVE NUM-RESULT TO CUR-READ
   END-IF.
   IF AUD-TAG IS EQUAL TO "CONVERTED OK: "
      PERFORM PARSE-AUDIT-NUMBER
      MOVE NUM-RESULT TO CUR-CONVERTED
   END-IF.
   IF AUD-TAG IS EQUAL TO "COLLISIONS  : "
      PERFORM PARSE-AUDIT-NUMBER
      MOVE NUM-RESULT TO CUR-COLLIDED
   END-IF.
   IF AUD-TAG IS EQUAL TO "REJECTED    : "
      PERFORM PARSE-AUDIT-NUMBER
      MOVE NUM-RESULT TO CUR-REJECTED
      IF CUR-HAVE-DATE IS EQUAL TO 1 AND CUR-RUN-DATE IS EQUAL TO RECON-DATE
         ADD 1 TO AUD-BLOCK-COUNT
         ADD CUR-READ TO AUD-READ
         ADD CUR-CONVERTED TO AUD-CONVERTED
         ADD CUR-REJECTED TO AUD-REJECTED
         ADD CUR-COLLIDED TO AUD-COLLIDED
         PERFORM NOTE-RUN-TIME
      END-IF
      MOVE ZERO TO CUR-HAVE-DATE
      MOVE ZERO TO CUR-COLLIDED
   END-IF.
   IF AUD-TAG IS EQUAL TO "ADJUSTMENT  : "
      MOVE AUD-VALUE(1:10) TO CUR-ADJ-ACTION
      MOVE SPACES TO CUR-ADJ-OPERATOR CUR-ADJ-BEFORE
      MOVE ZERO TO CUR-ADJ-DATE
      MOVE ZERO TO CUR-HAVE-ADJ-KEY
   END-IF.
   IF AUD-TAG IS EQUAL TO "ADJ OPERATOR: "
      MOVE AUD-VALUE(1:10) TO CUR-ADJ-OPERATOR
   END-IF.
   IF AUD-TAG IS EQUAL TO "ADJ DATETIME: "
      IF AUD-VALUE(1:8) IS NUMERIC
         MOVE AUD-VALUE(1:8) TO CUR-ADJ-DATE
      END-IF
   END-IF.
   IF AUD-TAG IS EQUAL TO "ADJ KEY     : "
      IF AUD-VALUE(12:8) IS NUMERIC
         MOVE AUD-VALUE(1:10) TO CUR-ADJ-BATCH-ID
         MOVE AUD-VALUE(12:8) TO CUR-ADJ-SEQ
         MOVE 1 TO CUR-HAVE-ADJ-KEY
      END-IF
   END-IF.
   IF AUD-TAG IS EQUAL TO "ADJ BEFORE  : "
      MOVE AUD-VALUE(1:10) TO CUR-ADJ-BEFORE
   END-IF.
   IF AUD-TAG IS EQUAL TO "ADJ AFTER   : "
      IF CUR-HAVE-ADJ-KEY IS EQUAL TO 1
         PERFORM STORE-ADJUSTMENT
      END-IF
      MOVE ZERO TO CUR-HAVE-ADJ-KEY
   END-IF.
   READ AUDIT-IN-FILE INTO AUDIT-WORK-LINE
      AT END MOVE ZERO TO EOF-SWITCH.

PARSE-AUDIT-NUMBER.
   MOVE SPACES TO NUM-TEXT-AREA.
   MOVE AUD-VALUE(1:10) TO NUM-TEXT-AREA.
   PERFORM PARSE-NUMBER.

PARSE-NUMBER.
   MOVE ZERO TO NUM-RESULT.
   MOVE ZERO TO NUM-VALID.
   PERFORM PARSE-NUMBER-CHAR
      VARYING NUM-IX FROM 1 BY 1
      UNTIL NUM-IX IS GREATER THAN 10 OR NUM-VALID IS EQUAL TO 2.
   IF NUM-VALID IS NOT EQUAL TO 1
      MOVE ZERO TO NUM-RESULT
   END-IF.

PARSE-NUMBER-CHAR.
   IF NUM-CHAR(NUM-IX) IS NUMERIC
      MOVE NUM-CHAR(NUM-IX) TO DIGIT-VALUE
      COMPUTE NUM-RESULT = NUM-RESULT * 10 + DIGIT-VALUE
      MOVE 1 TO NUM-VALID
   ELSE
      IF NUM-CHAR(NUM-IX) IS NOT EQUAL TO SPACE
         MOVE 2 TO NUM-VALID
      END-IF
   END-IF.

NOTE-RUN-TIME.
   MOVE ZERO TO RUNTIME-FOUND.
   PERFORM MATCH-RUN-TIME
      VARYING RUNTIME-IX FROM 1 BY 1
      UNTIL RUNTIME-IX IS GREATER THAN RUNTIME-COUNT OR
         RUNTIME-FOUND IS EQUAL TO 1.
   IF RUNTIME-FOUND IS EQUAL TO ZERO AND
         RUNTIME-COUNT IS LESS THAN RUNTIME-MAX
      ADD 1 TO RUNTIME-COUNT
      MOVE CUR-RUN-TIME TO RUNTIME-ENTRY(RUNTIME-COUNT)
   END-IF.

MATCH-RUN-TIME.
   IF RUNTIME-ENTRY(RUNTIME-IX) IS EQUAL TO CUR-RUN-TIME
      MOVE 1 TO RUNTIME-FOUND
   END-IF.

STORE-ADJUSTMENT.
   IF CUR-ADJ-ACTION IS EQUAL TO "VOID" OR
         CUR-ADJ-ACTION IS EQUAL TO "SOURCE"
      IF ADJ-COUNT IS LESS THAN ADJ-MAX
         ADD 1 TO ADJ-COUNT
         MOVE CUR-ADJ-ACTION   TO AT-ACTION(ADJ-COUNT)
         MOVE CUR-ADJ-OPERATOR TO AT-OPERATOR(ADJ-COUNT)
         MOVE CUR-ADJ-DATE     TO AT-DATE(ADJ-COUNT)
         MOVE CUR-ADJ-BATCH-ID TO AT-BATCH-ID(ADJ-COUNT)
         MOVE CUR-ADJ-SEQ      TO AT-SEQ(ADJ-COUNT)
         MOVE CUR-ADJ-BEFORE   TO AT-BEFORE(ADJ-COUNT)
         MOVE AUD-VALUE(1:10)  TO AT-AFTER(ADJ-COUNT)
      ELSE
         IF ADJ-OVERFLOW-FLAG IS EQUAL TO "N"
            MOVE "Y" TO ADJ-OVERFLOW-FLAG
            display " *** ADJUSTMENT TABLE FULL - LATER ADJUSTMENTS NOT TRACED ***"
         END-IF
      END-IF
   END-IF.

*> ROMAN-MASTER, WALKED IN KEY ORDER. THE SEQ-0 "ARCHIVED" MARKERS
*> THE ARCHIVE JOB LEAVES ARE NOT RECORDS OF ANY RUN.
TALLY-MASTER-FILE.
   MOVE "N" TO IMG-ARCHIVED-FLAG.
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

*> RECORDS THE ARCHIVE JOB MOVED OUT STILL BELONG TO THEIR RUN: THEY
*> COUNT IN THE MASTER TOTALS AND ARE SHOWN AS ARCHIVED. NO ARCHIVE
*> FILE SIMPLY MEANS NOTHING HAS BEEN ARCHIVED YET.
TALLY-ARCHIVE-FILE.
   MOVE "Y" TO IMG-ARCHIVED-FLAG.
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

*> A RECORD OF THE RECON DATE IS COUNTED UNDER THE SOURCE SYSTEM
*> AND IN THE STATUS IT WAS CONVERTED WITH: A SOURCE ADJUSTMENT'S
*> BEFORE VALUE GIVES BACK THE ORIGINAL SOURCE, A VOID'S BEFORE
*> VALUE THE ORIGINAL STATUS. ONLY ADJUSTMENTS DATED ON OR AFTER
*> THE RUN DATE APPLY - AN OLDER ONE WAS MADE TO A RECORD A LATER
*> RERUN HAS SINCE REPLACED. A VOIDED RECORD WITH NO VOID IN THE
*> LOG IS ITSELF A BREAK: SOMETHING OTHER THAN MAINTENANCE CHANGED IT.
TALLY-MASTER-IMAGE.
   IF IMG-RUN-DATE IS EQUAL TO RECON-DATE AND
         IMG-STATUS IS NOT EQUAL TO "ARCHIVED"
      MOVE IMG-SOURCE-SYS TO ORIG-SOURCE-SYS
      MOVE IMG-STATUS TO ORIG-STATUS
      MOVE "N" TO RESOURCED-FLAG
      MOVE "N" TO VOID-FOUND-FLAG
      PERFORM TRACE-ONE-ADJUSTMENT
         VARYING ADJ-IX FROM 1 BY 1
         UNTIL ADJ-IX IS GREATER THAN ADJ-COUNT
      MOVE IMG-BATCH-ID TO GRP-WORK-BATCH-ID
      MOVE ORIG-SOURCE-SYS TO GRP-WORK-SOURCE
      PERFORM FIND-OR-ADD-GROUP
      ADD 1 TO MST-READ
      IF ORIG-STATUS IS EQUAL TO "OK"
         ADD 1 TO MST-CONVERTED
         ADD IMG-VALUE TO MST-VALUE-SUM
      END-IF
      IF ORIG-STATUS IS EQUAL TO "REJECTED"
         ADD 1 TO MST-REJECTED
      END-IF
      IF IMG-STATUS IS EQUAL TO "VOIDED"
         ADD 1 TO MST-VOIDED
      END-IF
      IF RESOURCED-FLAG IS EQUAL TO "Y"
         ADD 1 TO MST-RESOURCED
      END-IF
      IF IMG-ARCHIVED-FLAG IS EQUAL TO "Y"
         ADD 1 TO MST-ARCHIVED
      END-IF
      IF GRP-FOUND IS EQUAL TO 1
         ADD 1 TO GT-MST-READ(GRP-IX)
         IF ORIG-STATUS IS EQUAL TO "OK"
            ADD 1 TO GT-MST-CONV(GRP-IX)
            ADD IMG-VALUE TO GT-MST-SUM(GRP-IX)
         END-IF
         IF ORIG-STATUS IS EQUAL TO "REJECTED"
            ADD 1 TO GT-MST-REJ(GRP-IX)
         END-IF
         IF IMG-STATUS IS EQUAL TO "VOIDED"
            ADD 1 TO GT-VOIDED(GRP-IX)
         END-IF
         IF RESOURCED-FLAG IS EQUAL TO "Y"
            ADD 1 TO GT-RESOURCED(GRP-IX)
         END-IF
         IF IMG-ARCHIVED-FLAG IS EQUAL TO "Y"
            ADD 1 TO GT-ARCHIVED(GRP-IX)
         END-IF
      END-IF
      IF IMG-STATUS IS EQUAL TO "VOIDED" AND VOID-FOUND-FLAG IS EQUAL TO "N"
         ADD 1 TO BREAK-COUNT
         MOVE "BREAK" TO CL-RESULT
         MOVE IMG-BATCH-ID TO CL-BATCH-ID
         MOVE IMG-SOURCE-SYS TO CL-SOURCE-SYS
         MOVE "VOIDED RECORD" TO CL-ITEM
         MOVE IMG-SEQ TO CL-MASTER
         MOVE ZERO TO CL-OTHER
         MOVE "NO VOID ADJUSTMENT IN AUDIT-LOG" TO CL-NOTE
         display COMPARE-LINE
      END-IF
   END-IF.

TRACE-ONE-ADJUSTMENT.
   IF AT-BATCH-ID(ADJ-IX) IS EQUAL TO IMG-BATCH-ID AND
         AT-SEQ(ADJ-IX) IS EQUAL TO IMG-SEQ AND
         AT-DATE(ADJ-IX) IS NOT LESS THAN IMG-RUN-DATE
      IF AT-ACTION(ADJ-IX) IS EQUAL TO "SOURCE" AND
            RESOURCED-FLAG IS EQUAL TO "N"
         MOVE "Y" TO RESOURCED-FLAG
         MOVE AT-BEFORE(ADJ-IX) TO ORIG-SOURCE-SYS
         MOVE ADJ-IX TO ADJ-USED-IX
         PERFORM PRINT-ADJUSTMENT-LINE
      END-IF
      IF AT-ACTION(ADJ-IX) IS EQUAL TO "VOID" AND
            VOID-FOUND-FLAG IS EQUAL TO "N"
         MOVE "Y" TO VOID-FOUND-FLAG
         MOVE AT-BEFORE(ADJ-IX) TO ORIG-STATUS
         MOVE ADJ-IX TO ADJ-USED-IX
         PERFORM PRINT-ADJUSTMENT-LINE
      END-IF
   END-IF.

PRINT-ADJUSTMENT-LINE.
   ADD 1 TO EXPLAINED-COUNT.
   MOVE AT-BATCH-ID(ADJ-USED-IX) TO AL-BATCH-ID.
   MOVE AT-SEQ(ADJ-USED-IX)      TO AL-SEQ.
   MOVE AT-ACTION(ADJ-USED-IX)   TO AL-ACTION.
   MOVE AT-BEFORE(ADJ-USED-IX)   TO AL-BEFORE.
   MOVE AT-AFTER(ADJ-USED-IX)    TO AL-AFTER.
   MOVE AT-DATE(ADJ-USED-IX)     TO AL-DATE.
   MOVE AT-OPERATOR(ADJ-USED-IX) TO AL-OPERATOR.
   display ADJUSTMENT-LINE.

FIND-OR-ADD-GROUP.
   MOVE ZERO TO GRP-FOUND.
   PERFORM MATCH-GROUP
      VARYING GRP-IX FROM 1 BY 1
      UNTIL GRP-IX IS GREATER THAN GRP-COUNT OR GRP-FOUND IS EQUAL TO 1.
   IF GRP-FOUND IS EQUAL TO 1
      SUBTRACT 1 FROM GRP-IX
   ELSE
      IF GRP-COUNT IS LESS THAN GRP-MAX
         ADD 1 TO GRP-COUNT
         MOVE GRP-COUNT TO GRP-IX
         MOVE GRP-WORK-BATCH-ID TO GT-BATCH-ID(GRP-IX)
         MOVE GRP-WORK-SOURCE TO GT-SOURCE-SYS(GRP-IX)
         MOVE ZERO TO GT-MST-READ(GRP-IX) GT-MST-CONV(GRP-IX)
                      GT-MST-REJ(GRP-IX) GT-MST-SUM(GRP-IX)
                      GT-VOIDED(GRP-IX) GT-RESOURCED(GRP-IX)
                      GT-ARCHIVED(GRP-IX) GT-CSV-READ(GRP-IX)
                      GT-CSV-CONV(GRP-IX) GT-CSV-REJ(GRP-IX)
                      GT-CSV-SUM(GRP-IX) GT-REG-COUNT(GRP-IX)
         MOVE 1 TO GRP-FOUND
      ELSE
         IF GRP-OVERFLOW-FLAG IS EQUAL TO "N"
            MOVE "Y" TO GRP-OVERFLOW-FLAG
            display " *** GROUP TABLE FULL - FURTHER BATCHES NOT BROKEN OUT ***"
         END-IF
      END-IF
   END-IF.

MATCH-GROUP.
   IF GT-BATCH-ID(GRP-IX) IS EQUAL TO GRP-WORK-BATCH-ID AND
         GT-SOURCE-SYS(GRP-IX) IS EQUAL TO GRP-WORK-SOURCE
      MOVE 1 TO GRP-FOUND
   END-IF.

*> CSV-OUTPUT: ITS HDR ROW SAYS WHICH RUN DATE IT DESCRIBES. A CSV
*> OF ANOTHER DATE (A LATER NIGHT HAS REPLACED IT) IS NOT EVIDENCE
*> AND IS SET ASIDE WITH A NOTE; A CSV OF THE RECON DATE IS CHECKED
*> AGAINST ITS OWN TRL BEFORE ITS ROWS ARE TRUSTED.
TALLY-CSV-FILE.
   OPEN INPUT CSV-FILE.
   IF CSV-FILE-STATUS IS EQUAL TO "00"
      MOVE "Y" TO CSV-PRESENT-FLAG
      READ CSV-FILE INTO CSV-WORK-RECORD
         AT END MOVE ZERO TO EOF-SWITCH
      END-READ
      PERFORM TALLY-ONE-CSV-ROW
         UNTIL EOF-SWITCH IS EQUAL TO ZERO
      CLOSE CSV-FILE
      MOVE 1 TO EOF-SWITCH
   ELSE
      CLOSE CSV-FILE
   END-IF.
   MOVE "CSV" TO SNL-NAME.
   IF CSV-PRESENT-FLAG IS EQUAL TO "N"
      MOVE "NOT AVAILABLE - CSV COMPARISONS NOT MADE" TO SNL-TEXT
   ELSE
      IF CSV-USABLE-FLAG IS EQUAL TO "N"
         MOVE SPACES TO SNL-TEXT
         STRING "HDR RUN DATE " DELIMITED BY SIZE
                CSV-HDR-DATE DELIMITED BY SIZE
                " - NOT THIS DATE, COMPARISONS NOT MADE" DELIMITED BY SIZE
                INTO SNL-TEXT
      ELSE
         MOVE csv_file_name TO SNL-TEXT
      END-IF
   END-IF.
   display SOURCE-NOTE-LINE.

TALLY-ONE-CSV-ROW.
   MOVE SPACES TO CSV-BATCH-ID CSV-SOURCE-SYS CSV-NUMERAL
                  CSV-VALUE-TEXT CSV-STATUS-TEXT.
   UNSTRING CSV-WORK-RECORD DELIMITED BY ","
      INTO CSV-BATCH-ID CSV-SOURCE-SYS CSV-NUMERAL
           CSV-VALUE-TEXT CSV-STATUS-TEXT.
   IF CSV-BATCH-ID IS EQUAL TO "HDR"
      MOVE CSV-SOURCE-SYS(1:8) TO CSV-HDR-DATE
      IF CSV-SOURCE-SYS(1:8) IS EQUAL TO RECON-DATE-KEY
         MOVE "Y" TO CSV-USABLE-FLAG
      END-IF
   ELSE
      IF CSV-USABLE-FLAG IS EQUAL TO "Y"
         IF CSV-BATCH-ID IS EQUAL TO "TRL"
            PERFORM STORE-CSV-TRAILER
         ELSE
            IF CSV-BATCH-ID IS NOT EQUAL TO "BATCH ID"
               PERFORM TALLY-CSV-DETAIL
            END-IF
         END-IF
      END-IF
   END-IF.
   READ CSV-FILE INTO CSV-WORK-RECORD
      AT END MOVE ZERO TO EOF-SWITCH.

*> THE TRL FIELDS ARE RE-SPLIT FROM THE RAW ROW: THE COUNT LANDS IN
*> THE SOURCE COLUMN AND THE HASH IN THE NUMERAL COLUMN.
STORE-CSV-TRAILER.
   MOVE "Y" TO CSV-TRL-SEEN-FLAG.
   MOVE CSV-SOURCE-SYS TO NUM-TEXT-AREA.
   PERFORM PARSE-NUMBER.
   MOVE NUM-RESULT TO CSV-TRL-COUNT.
   MOVE CSV-NUMERAL(1:10) TO NUM-TEXT-AREA.
   PERFORM PARSE-NUMBER.
   MOVE NUM-RESULT TO CSV-TRL-HASH.

TALLY-CSV-DETAIL.
   ADD 1 TO CSV-READ.
   IF CSV-STATUS-TEXT(1:10) IS EQUAL TO "REJECTED: " AND
         CSV-STATUS-TEXT(11:35) IS EQUAL TO COLLISION-REASON
      ADD 1 TO CSV-COLLIDED
   ELSE
      PERFORM TALLY-CSV-GROUP
   END-IF.

TALLY-CSV-GROUP.
   MOVE CSV-BATCH-ID TO GRP-WORK-BATCH-ID.
   MOVE CSV-SOURCE-SYS(1:5) TO GRP-WORK-SOURCE.
   PERFORM FIND-OR-ADD-GROUP.
   MOVE CSV-VALUE-TEXT TO NUM-TEXT-AREA.
   PERFORM PARSE-NUMBER.
   IF GRP-FOUND IS EQUAL TO 1
      ADD 1 TO GT-CSV-READ(GRP-IX)
   END-IF.
   IF CSV-STATUS-TEXT IS EQUAL TO "OK"
      ADD NUM-RESULT TO CSV-VALUE-SUM
      IF GRP-FOUND IS EQUAL TO 1
         ADD 1 TO GT-CSV-CONV(GRP-IX)
         ADD NUM-RESULT TO GT-CSV-SUM(GRP-IX)
      END-IF
   ELSE
      IF GRP-FOUND IS EQUAL TO 1
         ADD 1 TO GT-CSV-REJ(GRP-IX)
      END-IF
   END-IF.

*> REJECT-REGISTER: ONE LINE PER REJECT STAMPED ON THE RECON DATE.
TALLY-REGISTER-FILE.
   OPEN INPUT REGISTER-FILE.
   IF REGISTER-FILE-STATUS IS EQUAL TO "00"
      MOVE "Y" TO REGISTER-PRESENT-FLAG
      READ REGISTER-FILE
         AT END MOVE ZERO TO EOF-SWITCH
      END-READ
      PERFORM TALLY-ONE-REGISTER-LINE
         UNTIL EOF-SWITCH IS EQUAL TO ZERO
      CLOSE REGISTER-FILE
      MOVE 1 TO EOF-SWITCH
   ELSE
      CLOSE REGISTER-FILE
   END-IF.
   MOVE "REJECT-REGISTER" TO SNL-NAME.
   IF REGISTER-PRESENT-FLAG IS EQUAL TO "N"
      MOVE "NOT AVAILABLE - REGISTER COMPARISONS NOT MADE" TO SNL-TEXT
   ELSE
      MOVE "REJECT-REGISTER" TO SNL-TEXT
   END-IF.
   display SOURCE-NOTE-LINE.

TALLY-ONE-REGISTER-LINE.
   IF RGR-REJECT-DATE IS EQUAL TO RECON-DATE-KEY AND
         RGR-REASON IS EQUAL TO COLLISION-REASON
      ADD 1 TO REG-COLLIDED
   END-IF.
   IF RGR-REJECT-DATE IS EQUAL TO RECON-DATE-KEY AND
         RGR-REASON IS NOT EQUAL TO COLLISION-REASON
      ADD 1 TO REG-LINES
      MOVE RGR-BATCH-ID TO GRP-WORK-BATCH-ID
      MOVE RGR-SOURCE-SYS TO GRP-WORK-SOURCE
      PERFORM FIND-OR-ADD-GROUP
      IF GRP-FOUND IS EQUAL TO 1
         ADD 1 TO GT-REG-COUNT(GRP-IX)
      END-IF
   END-IF.
   READ REGISTER-FILE
      AT END MOVE ZERO TO EOF-SWITCH.

PRINT-GROUP-LINE.
   IF GT-MST-READ(GRP-IX) IS GREATER THAN ZERO
      MOVE GT-BATCH-ID(GRP-IX)   TO GL-BATCH-ID
      MOVE GT-SOURCE-SYS(GRP-IX) TO GL-SOURCE-SYS
      MOVE GT-MST-READ(GRP-IX)   TO GL-READ
      MOVE GT-MST-CONV(GRP-IX)   TO GL-CONV
      MOVE GT-MST-REJ(GRP-IX)    TO GL-REJ
      MOVE GT-MST-SUM(GRP-IX)    TO GL-SUM
      MOVE GT-VOIDED(GRP-IX)     TO GL-VOIDED
      MOVE GT-RESOURCED(GRP-IX)  TO GL-RESOURCED
      MOVE GT-ARCHIVED(GRP-IX)   TO GL-ARCHIVED
      display GROUP-LINE
   END-IF.

*> THE DAY AS A WHOLE: MASTER AGAINST AUDIT-LOG, THE CSV'S TRL
*> AGAINST ITS OWN ROWS AND AGAINST THE MASTER, AND THE REGISTER.
*> THE CSV ONLY DESCRIBES THE LAST RUN OF THE DAY, SO WHEN AUDIT-LOG
*> SHOWS MORE THAN ONE RUN A MASTER SURPLUS OVER THE CSV IS
*> EXPLAINED. THE REGISTER GETS A LINE ONLY FOR A NEW REJECT - A
*> RESUBMISSION THAT REJECTS AGAIN KEEPS ITS FIRST REJECT ID - SO A
*> REGISTER SHORTFALL IS EXPLAINED AND A REGISTER SURPLUS IS NOT.
COMPARE-DAY-TOTALS.
   MOVE SPACES TO CL-BATCH-ID CL-SOURCE-SYS.
   MOVE "AUDIT-LOG COLLISIONS" TO CL-ITEM.
   MOVE AUD-COLLIDED TO CMP-OTHER.
   PERFORM NOTE-COLLISION-FIGURE.
   MOVE "AUDIT-LOG RECORDS READ" TO CL-ITEM.
   MOVE MST-READ TO CMP-MASTER.
   COMPUTE CMP-OTHER = AUD-READ - AUD-COLLIDED.
   PERFORM COMPARE-STRICT.
   MOVE "AUDIT-LOG CONVERTED OK" TO CL-ITEM.
   MOVE MST-CONVERTED TO CMP-MASTER.
   MOVE AUD-CONVERTED TO CMP-OTHER.
   PERFORM COMPARE-STRICT.
   MOVE "AUDIT-LOG REJECTED" TO CL-ITEM.
   MOVE MST-REJECTED TO CMP-MASTER.
   COMPUTE CMP-OTHER = AUD-REJECTED - AUD-COLLIDED.
   PERFORM COMPARE-STRICT.
   IF CSV-USABLE-FLAG IS EQUAL TO "Y"
      IF CSV-TRL-SEEN-FLAG IS EQUAL TO "N"
         ADD 1 TO BREAK-COUNT
         MOVE "BREAK" TO CL-RESULT
         MOVE "CSV TRAILER" TO CL-ITEM
         MOVE ZERO TO CL-MASTER
         MOVE ZERO TO CL-OTHER
         MOVE "TRL ROW MISSING - CSV MAY BE TRUNCATED" TO CL-NOTE
         display COMPARE-LINE
      ELSE
         PERFORM VERIFY-CSV-TRAILER
         MOVE "CSV COLLISION ROWS" TO CL-ITEM
         MOVE CSV-COLLIDED TO CMP-OTHER
         PERFORM NOTE-COLLISION-FIGURE
         MOVE "CSV TRL COUNT" TO CL-ITEM
         MOVE MST-READ TO CMP-MASTER
         COMPUTE CMP-OTHER = CSV-TRL-COUNT - CSV-COLLIDED
         PERFORM COMPARE-CSV-FIGURE
         MOVE "CSV TRL HASH" TO CL-ITEM
         MOVE MST-VALUE-SUM TO CMP-MASTER
         MOVE CSV-TRL-HASH TO CMP-OTHER
         PERFORM COMPARE-CSV-FIGURE
      END-IF
   END-IF.
   IF REGISTER-PRESENT-FLAG IS EQUAL TO "Y"
      MOVE "REGISTER COLLISIONS" TO CL-ITEM
      MOVE REG-COLLIDED TO CMP-OTHER
      PERFORM NOTE-COLLISION-FIGURE
      MOVE "REJECT-REGISTER LINES" TO CL-ITEM
      MOVE MST-REJECTED TO CMP-MASTER
      MOVE REG-LINES TO CMP-OTHER
      PERFORM COMPARE-REGISTER-FIGURE
   END-IF.

*> LISTED ONLY WHEN THERE ARE ANY, SO THE NETTING IS VISIBLE.
NOTE-COLLISION-FIGURE.
   IF CMP-OTHER IS GREATER THAN ZERO
      ADD 1 TO EXPLAINED-COUNT
      MOVE "EXPLAINED" TO CL-RESULT
      MOVE ZERO TO CL-MASTER
      MOVE CMP-OTHER TO CL-OTHER
      MOVE "BATCH ID COLLISIONS, KEPT OFF THE MASTER" TO CL-NOTE
      display COMPARE-LINE
   END-IF.

*> THE CSV IS FIRST HELD TO ITS OWN TRAILER, AS ROMAN-ROUNDTRIP-RECON
*> HOLDS IT, BEFORE ITS FIGURES ARE SET AGAINST THE MASTER'S.
VERIFY-CSV-TRAILER.
   MOVE CSV-TRL-COUNT TO RPT-TRL-COUNT.
   MOVE CSV-READ      TO RPT-ACT-COUNT.
   MOVE CSV-TRL-HASH  TO RPT-TRL-HASH.
   MOVE CSV-VALUE-SUM TO RPT-ACT-HASH.
   display TRAILER-COUNT-LINE.
   display TRAILER-HASH-LINE.
   IF CSV-TRL-COUNT IS NOT EQUAL TO CSV-READ
      ADD 1 TO BREAK-COUNT
      display " *** CSV TRAILER ERROR: ROW COUNT MISMATCH ***"
   END-IF.
   IF CSV-TRL-HASH IS NOT EQUAL TO CSV-VALUE-SUM
      ADD 1 TO BREAK-COUNT
      display " *** CSV TRAILER ERROR: HASH TOTAL MISMATCH ***"
   END-IF.

*> EVERY FIGURE THE TWO SIDES SHARE IS LISTED WHEN IT AGREES TOO,
*> SO THE REPORT SHOWS WHAT WAS CHECKED, NOT ONLY WHAT FAILED.
COMPARE-STRICT.
   MOVE CMP-MASTER TO CL-MASTER.
   MOVE CMP-OTHER TO CL-OTHER.
   IF CMP-MASTER IS EQUAL TO CMP-OTHER
      MOVE "AGREES" TO CL-RESULT
      MOVE SPACES TO CL-NOTE
   ELSE
      ADD 1 TO BREAK-COUNT
      MOVE "BREAK" TO CL-RESULT
      MOVE "UNEXPLAINED DIFFERENCE" TO CL-NOTE
   END-IF.
   display COMPARE-LINE.

COMPARE-CSV-FIGURE.
   MOVE CMP-MASTER TO CL-MASTER.
   MOVE CMP-OTHER TO CL-OTHER.
   IF CMP-MASTER IS EQUAL TO CMP-OTHER
      MOVE "AGREES" TO CL-RESULT
      MOVE SPACES TO CL-NOTE
   ELSE
      IF CMP-MASTER IS GREATER THAN CMP-OTHER AND
            RUNTIME-COUNT IS GREATER THAN 1
         ADD 1 TO EXPLAINED-COUNT
         MOVE "EXPLAINED" TO CL-RESULT
         MOVE "CSV COVERS THE LAST RUN OF THE DAY ONLY" TO CL-NOTE
      ELSE
         ADD 1 TO BREAK-COUNT
         MOVE "BREAK" TO CL-RESULT
         MOVE "UNEXPLAINED DIFFERENCE" TO CL-NOTE
      END-IF
   END-IF.
   display COMPARE-LINE.

COMPARE-REGISTER-FIGURE.
   MOVE CMP-MASTER TO CL-MASTER.
   MOVE CMP-OTHER TO CL-OTHER.
   IF CMP-MASTER IS EQUAL TO CMP-OTHER
      MOVE "AGREES" TO CL-RESULT
      MOVE SPACES TO CL-NOTE
   ELSE
      IF CMP-MASTER IS GREATER THAN CMP-OTHER
         ADD 1 TO EXPLAINED-COUNT
         MOVE "EXPLAINED" TO CL-RESULT
         MOVE "RESUBMITTED REJECTS KEEP THEIR FIRST ID" TO CL-NOTE
      ELSE
         ADD 1 TO BREAK-COUNT
         MOVE "BREAK" TO CL-RESULT
         MOVE "MORE REGISTER LINES THAN MASTER REJECTS" TO CL-NOTE
      END-IF
   END-IF.
   display COMPARE-LINE.

*> BATCH BY BATCH: ONLY DIFFERENCES ARE LISTED HERE - THE GROUP
*> TOTALS ABOVE ALREADY SHOW EVERY GROUP THE MASTER HOLDS.
COMPARE-ONE-GROUP.
   MOVE GT-BATCH-ID(GRP-IX) TO CL-BATCH-ID.
   MOVE GT-SOURCE-SYS(GRP-IX) TO CL-SOURCE-SYS.
   IF CSV-USABLE-FLAG IS EQUAL TO "Y"
      MOVE "CSV ROWS" TO CL-ITEM
      MOVE GT-MST-READ(GRP-IX) TO CMP-MASTER
      MOVE GT-CSV-READ(GRP-IX) TO CMP-OTHER
      PERFORM COMPARE-GROUP-CSV
      MOVE "CSV OK ROWS" TO CL-ITEM
      MOVE GT-MST-CONV(GRP-IX) TO CMP-MASTER
      MOVE GT-CSV-CONV(GRP-IX) TO CMP-OTHER
      PERFORM COMPARE-GROUP-CSV
      MOVE "CSV REJECTED ROWS" TO CL-ITEM
      MOVE GT-MST-REJ(GRP-IX) TO CMP-MASTER
      MOVE GT-CSV-REJ(GRP-IX) TO CMP-OTHER
      PERFORM COMPARE-GROUP-CSV
      MOVE "CSV VALUE HASH" TO CL-ITEM
      MOVE GT-MST-SUM(GRP-IX) TO CMP-MASTER
      MOVE GT-CSV-SUM(GRP-IX) TO CMP-OTHER
      PERFORM COMPARE-GROUP-CSV
   END-IF.
   IF REGISTER-PRESENT-FLAG IS EQUAL TO "Y"
      MOVE "REJECT-REGISTER LINES" TO CL-ITEM
      MOVE GT-MST-REJ(GRP-IX) TO CMP-MASTER
      MOVE GT-REG-COUNT(GRP-IX) TO CMP-OTHER
      IF CMP-MASTER IS NOT EQUAL TO CMP-OTHER
         PERFORM COMPARE-REGISTER-FIGURE
      END-IF
   END-IF.

*> A GROUP THE CSV DOES NOT CARRY AT ALL WAS AN EARLIER RUN OF THE
*> DAY WHEN THERE WAS ONE; ANY OTHER DIFFERENCE IS A BREAK.
COMPARE-GROUP-CSV.
   IF CMP-MASTER IS NOT EQUAL TO CMP-OTHER
      MOVE CMP-MASTER TO CL-MASTER
      MOVE CMP-OTHER TO CL-OTHER
      IF GT-CSV-READ(GRP-IX) IS EQUAL TO ZERO AND
            RUNTIME-COUNT IS GREATER THAN 1
         ADD 1 TO EXPLAINED-COUNT
         MOVE "EXPLAINED" TO CL-RESULT
         MOVE "NOT ON CSV - AN EARLIER RUN OF THE DAY" TO CL-NOTE
      ELSE
         ADD 1 TO BREAK-COUNT
         MOVE "BREAK" TO CL-RESULT
         IF GT-MST-READ(GRP-IX) IS EQUAL TO ZERO
            MOVE "ON CSV BUT NOT ON ROMAN-MASTER" TO CL-NOTE
         ELSE
            MOVE "UNEXPLAINED DIFFERENCE" TO CL-NOTE
         END-IF
      END-IF
      display COMPARE-LINE
   END-IF.

*> THE CONVERSION STEP - THE CONVERTER, OR THE CONSOLIDATOR AFTER
*> A PARTITIONED RUN - MUST HAVE ENDED NO WORSE THAN THE REJECT-RATE
*> FAILURE CODE 8: A CONTROL ERROR, A SETUP FAILURE OR A RUN STILL
*> GOING MEANS ITS OUTPUT CANNOT BE TRUSTED.
CHECK-STREAM-PREDECESSORS.
   MOVE "ROMAN-NUMERAL-CONVERTER" TO PRED-STEP-NAME.
   MOVE "ROMAN-RUN-CONSOLIDATOR"  TO PRED-ALT-NAME.
   MOVE "00" TO PRED-INSTANCE.
   MOVE 8 TO PRED-MAX-RC.
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
