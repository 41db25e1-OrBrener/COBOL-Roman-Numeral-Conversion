IDENTIFICATION DIVISION.
PROGRAM-ID. SOURCE-SYSTEM-MAINT.
*> MAINTAINS SOURCE-SYSTEMS, THE REFERENCE FILE THAT SAYS WHICH
*> SOURCE SYSTEM CODES ROMAN-NUMERAL-CONVERTER WILL TAKE DETAILS
*> FROM. ONE ENTRY PER SYSTEM CODE HOLDS THE OWNER AND OWNER
*> CONTACT, THE ACTIVE/SUSPENDED STATUS, THE DIRECTION CODES THE
*> SYSTEM MAY SEND (R2D, D2R, EXP), WHETHER IT MAY USE THE EXTENDED
*> (VINCULUM) NOTATION, AND ITS OWN REJECT-RATE WARN/FAIL
*> PERCENTAGES (ZERO MEANS THE RUN-LEVEL THRESHOLDS ALONE APPLY).
*> THE CONVERTER REJECTS DETAILS FROM A CODE THAT IS NOT ON FILE,
*> FROM A SUSPENDED SYSTEM, OR CARRYING A DIRECTION THE SYSTEM IS
*> NOT SET UP TO SEND - SO A TYPO'D CODE BECOMES A REJECT SOMEONE
*> CHASES INSTEAD OF A NEW ROW NOBODY NOTICES.
*> EVERY CHANGE IS WRITTEN TO AUDIT-LOG AS A TAGGED SRC BLOCK
*> (OPERATOR, DATE/TIME, SYSTEM, FIELD, BEFORE AND AFTER VALUES),
*> THE SAME WAY ROMAN-MASTER-MAINT LOGS ITS ADJUSTMENTS.
*> COMMANDS: ADD <SYS> [<OWNER>], CHANGE <SYS> <FIELD> <VALUE>,
*> SUSPEND <SYS>, SHOW <SYS>, LIST - KEYED IN INTERACTIVELY OR
*> SUPPLIED AS RUN PARAMETERS FOR A ONE-SHOT SCRIPTED CHANGE.
*> CHANGE FIELDS: OWNER, CONTACT, STATUS (A/S), DIRS (E.G.
*> R2D,D2R), EXTENDED (Y/N), WARN AND FAIL (PERCENT, 0-100), AND
*> REGION - THE BUSINESS-CALENDAR REGION WHOSE HOLIDAYS THE SYSTEM
*> KEEPS (BLANK MEANS THE COMMON ALL-REGIONS CALENDAR ONLY).

ENVIRONMENT DIVISION.

INPUT-OUTPUT SECTION.
FILE-CONTROL.
select SOURCE-FILE assign to "SOURCE-SYSTEMS"
       organization is indexed
       access mode is dynamic
       record key is SRC-SYS-CODE
       file status is SOURCE-FILE-STATUS.
select AUDIT-FILE assign to "AUDIT-LOG" organization is line sequential
       file status is AUDIT-FILE-STATUS.

DATA DIVISION.
FILE SECTION.
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

   FD AUDIT-FILE.
   01 AUDIT-FILE-RECORD   PIC X(45).

WORKING-STORAGE SECTION.
77 SOURCE-FILE-STATUS  PIC XX.
77 AUDIT-FILE-STATUS   PIC XX.
77 EOF-SWITCH   PIC 9    VALUE 1.
77 PARM-NUMBER  PIC 9(2).
77 RUN-DATE     PIC 9(8).
77 RUN-TIME     PIC 9(8).
77 ONE-SHOT-FLAG    PIC X  VALUE "N".
77 OPERATOR-ID      PIC X(10).
77 ASK-COMMAND      PIC X(10).
77 ASK-SYS-CODE     PIC X(10).
77 ASK-FIELD        PIC X(30).
77 ASK-NEW-VALUE    PIC X(30).
77 FIELD-NAME       PIC X(10).
77 BEFORE-VALUE     PIC X(30).
77 AFTER-VALUE      PIC X(30).
77 CHANGED-COUNT    PIC S9(4)  COMP  VALUE ZERO.
77 LIST-COUNT       PIC S9(4)  COMP  VALUE ZERO.
77 VALUE-OK-FLAG    PIC X.
77 DIGIT-VALUE      PIC 9.
77 PCT-WORK         PIC S9(3)  COMP.
77 PCT-IX           PIC S9(1)  COMP.
77 PCT-VALID        PIC 9.
01 PCT-TEXT-AREA.
   02 PCT-CHAR      PIC X(1)   OCCURS 3 TIMES.
77 PCT-EDIT         PIC ZZ9.
*> DIRECTION LIST SCAN: EACH CODE IS COUNTED, THEN BLANKED OUT WITH
*> THE COMMAS, AND ANYTHING LEFT OVER IS A CODE THE CONVERTER DOES
*> NOT KNOW.
77 DIR-WORK         PIC X(30).
77 DIR-R2D-COUNT    PIC S9(2)  COMP.
77 DIR-D2R-COUNT    PIC S9(2)  COMP.
77 DIR-EXP-COUNT    PIC S9(2)  COMP.
77 DIRS-TEXT        PIC X(11).
77 DIRS-PTR         PIC S9(2)  COMP.

*> THE SRC BLOCK SHARES AUDIT-LOG'S TAGGED 45-BYTE LINE SHAPE -
*> FOURTEEN-CHARACTER TAG, VALUE - WITH SRC-PREFIXED TAGS NO OTHER
*> WRITER USES, SO THE TREND REPORT SKIPS THEM LIKE THE ADJ TAGS.
01 SRC-LINE-ACTION.
   02 FILLER       PIC X(14)  VALUE "SOURCE MAINT: ".
   02 SRL-ACTION      PIC X(10).
01 SRC-LINE-OPERATOR.
   02 FILLER       PIC X(14)  VALUE "SRC OPERATOR: ".
   02 SRL-OPERATOR    PIC X(10).
01 SRC-LINE-DATETIME.
   02 FILLER       PIC X(14)  VALUE "SRC DATETIME: ".
   02 SRL-DATE        PIC 9(8).
   02 FILLER       PIC X      VALUE SPACE.
   02 SRL-TIME        PIC 9(8).
01 SRC-LINE-SYSTEM.
   02 FILLER       PIC X(14)  VALUE "SRC SYSTEM  : ".
   02 SRL-SYS-CODE    PIC X(05).
01 SRC-LINE-FIELD.
   02 FILLER       PIC X(14)  VALUE "SRC FIELD   : ".
   02 SRL-FIELD       PIC X(10).
01 SRC-LINE-BEFORE.
   02 FILLER       PIC X(14)  VALUE "SRC BEFORE  : ".
   02 SRL-BEFORE      PIC X(30).
01 SRC-LINE-AFTER.
   02 FILLER       PIC X(14)  VALUE "SRC AFTER   : ".
   02 SRL-AFTER       PIC X(30).

01 SOURCE-COLUMN-HEADINGS.
   02 FILLER    PIC X(8)   VALUE "  SYS   ".
   02 FILLER    PIC X(4)   VALUE "ST  ".
   02 FILLER    PIC X(14)  VALUE "DIRECTIONS    ".
   02 FILLER    PIC X(3)   VALUE "EXT".
   02 FILLER    PIC X(5)   VALUE "WARN ".
   02 FILLER    PIC X(5)   VALUE "FAIL ".
   02 FILLER    PIC X(30)  VALUE "OWNER".
01 SOURCE-DETAIL-LINE.
   02 FILLER          PIC X(2)   VALUE SPACES.
   02 SDL-SYS-CODE    PIC X(05).
   02 FILLER          PIC X      VALUE SPACE.
   02 SDL-STATUS      PIC X.
   02 FILLER          PIC X(3)   VALUE SPACES.
   02 SDL-DIRS        PIC X(11).
   02 FILLER          PIC X(3)   VALUE SPACES.
   02 SDL-EXTENDED    PIC X.
   02 FILLER          PIC X(2)   VALUE SPACES.
   02 SDL-WARN-PCT    PIC ZZ9.
   02 FILLER          PIC X(2)   VALUE SPACES.
   02 SDL-FAIL-PCT    PIC ZZ9.
   02 FILLER          PIC X(2)   VALUE SPACES.
   02 SDL-OWNER-NAME  PIC X(30).
01 SOURCE-CONTACT-LINE.
   02 FILLER          PIC X(11)  VALUE "  CONTACT: ".
   02 SCL-CONTACT     PIC X(30).
   02 FILLER          PIC X(15)  VALUE "  LAST CHANGED ".
   02 SCL-CHANGED-DATE PIC 9(8).
   02 FILLER          PIC X(4)   VALUE " BY ".
   02 SCL-CHANGED-BY  PIC X(10).
   02 FILLER          PIC X(9)   VALUE "  REGION ".
   02 SCL-REGION      PIC X(05).

PROCEDURE DIVISION.

ACCEPT RUN-DATE FROM DATE YYYYMMDD.
ACCEPT RUN-TIME FROM TIME.
PERFORM OPEN-SOURCE-FILE.
PERFORM OPEN-AUDIT-FILE.
PERFORM GET-OPERATOR-ID.
PERFORM GET-PARM-COMMAND.
IF ONE-SHOT-FLAG IS EQUAL TO "Y"
   PERFORM APPLY-ONE-COMMAND
ELSE
   display "------------------------------"
   display " SOURCE SYSTEM MAINTENANCE"
   display " ---------------------------- "
   display " COMMANDS: ADD / CHANGE / SUSPEND / SHOW / LIST / END"
   PERFORM ASK-AND-APPLY
      UNTIL EOF-SWITCH IS EQUAL TO ZERO
end-if.
CLOSE SOURCE-FILE, AUDIT-FILE.
display " SOURCE SYSTEM CHANGES APPLIED: " CHANGED-COUNT.
STOP RUN.

*> THE REFERENCE FILE IS CREATED ON FIRST USE - THE FIRST ADD IS
*> HOW A NEW INSTALLATION BUILDS IT - WITH THE SAME THROWAWAY
*> OUTPUT OPEN THE CONVERTER USES TO CREATE THE MASTER.
OPEN-SOURCE-FILE.
   OPEN I-O SOURCE-FILE.
   IF SOURCE-FILE-STATUS IS NOT EQUAL TO "00"
      OPEN OUTPUT SOURCE-FILE
      IF SOURCE-FILE-STATUS IS EQUAL TO "00"
         CLOSE SOURCE-FILE
         OPEN I-O SOURCE-FILE
      END-IF
   END-IF.
   IF SOURCE-FILE-STATUS IS NOT EQUAL TO "00"
      display "Error: SOURCE-SYSTEMS is not available (status " SOURCE-FILE-STATUS ")"
      display "Error: reference file cannot be maintained - ending"
      move 16 to return-code
      STOP RUN
   END-IF.

*> AUDIT-LOG ACCUMULATES HISTORY ACROSS EVERY PROGRAM THAT WRITES
*> IT, SO IT ALWAYS OPENS EXTEND - FALLING BACK TO OUTPUT ONLY THE
*> FIRST TIME, THE SAME WAY THE CONVERTER OPENS IT.
OPEN-AUDIT-FILE.
   OPEN EXTEND AUDIT-FILE.
   IF AUDIT-FILE-STATUS IS NOT EQUAL TO "00"
      OPEN OUTPUT AUDIT-FILE
   END-IF.
   IF AUDIT-FILE-STATUS IS NOT EQUAL TO "00"
      display "Error: AUDIT-LOG is not writable (status " AUDIT-FILE-STATUS ")"
      display "Error: refusing to change reference data without an audit trail - ending"
      CLOSE SOURCE-FILE
      move 16 to return-code
      STOP RUN
   END-IF.

*> THE COMPLIANCE TRAIL IS ONLY AS GOOD AS THE OPERATOR STAMP, SO
*> AN EMPTY OPERATOR ENDS THE SESSION RATHER THAN LOG ANONYMOUS
*> CHANGES. SCRIPTED SUBMITS SUPPLY IT THROUGH ROMAN_OPERATOR.
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
      display "Error: no operator id - changes must be attributable - ending"
      CLOSE SOURCE-FILE, AUDIT-FILE
      move 16 to return-code
      STOP RUN
   END-IF.

*> RUN PARAMETERS 1-4 (COMMAND, SYSTEM, FIELD, NEW VALUE) MAKE A
*> ONE-SHOT SCRIPTED CHANGE, THE SAME WAY ROMAN-MASTER-MAINT TAKES
*> A ONE-SHOT ADJUSTMENT. FOR ADD THE THIRD PARAMETER IS THE OWNER.
GET-PARM-COMMAND.
   MOVE SPACES TO ASK-COMMAND ASK-SYS-CODE ASK-FIELD ASK-NEW-VALUE.
   MOVE 1 TO PARM-NUMBER.
   DISPLAY PARM-NUMBER UPON ARGUMENT-NUMBER.
   ACCEPT ASK-COMMAND FROM ARGUMENT-VALUE
      ON EXCEPTION
         MOVE SPACES TO ASK-COMMAND
   END-ACCEPT.
   IF ASK-COMMAND IS NOT EQUAL TO SPACES
      MOVE "Y" TO ONE-SHOT-FLAG
      MOVE 2 TO PARM-NUMBER
      DISPLAY PARM-NUMBER UPON ARGUMENT-NUMBER
      ACCEPT ASK-SYS-CODE FROM ARGUMENT-VALUE
         ON EXCEPTION
            MOVE SPACES TO ASK-SYS-CODE
      END-ACCEPT
      MOVE 3 TO PARM-NUMBER
      DISPLAY PARM-NUMBER UPON ARGUMENT-NUMBER
      ACCEPT ASK-FIELD FROM ARGUMENT-VALUE
         ON EXCEPTION
            MOVE SPACES TO ASK-FIELD
      END-ACCEPT
      MOVE 4 TO PARM-NUMBER
      DISPLAY PARM-NUMBER UPON ARGUMENT-NUMBER
      ACCEPT ASK-NEW-VALUE FROM ARGUMENT-VALUE
         ON EXCEPTION
            MOVE SPACES TO ASK-NEW-VALUE
      END-ACCEPT
   END-IF.

ASK-AND-APPLY.
   display " "
   display " Enter command (ADD/CHANGE/SUSPEND/SHOW/LIST, blank or END to end) "
   Accept ASK-COMMAND from Console.
   MOVE SPACES TO ASK-SYS-CODE ASK-FIELD ASK-NEW-VALUE.
   IF ASK-COMMAND IS EQUAL TO SPACES OR ASK-COMMAND IS EQUAL TO "END"
      MOVE ZERO TO EOF-SWITCH
   ELSE
      IF ASK-COMMAND IS NOT EQUAL TO "LIST"
         display " Enter source system code "
         Accept ASK-SYS-CODE from Console
      END-IF
      IF ASK-COMMAND IS EQUAL TO "ADD"
         display " Enter owner name "
         Accept ASK-FIELD from Console
      END-IF
      IF ASK-COMMAND IS EQUAL TO "CHANGE"
         display " Enter field (OWNER/CONTACT/STATUS/DIRS/EXTENDED/WARN/FAIL/REGION) "
         Accept ASK-FIELD from Console
         display " Enter new value "
         Accept ASK-NEW-VALUE from Console
      END-IF
      PERFORM APPLY-ONE-COMMAND
   END-IF.

*> VALIDATES THE COMMAND AND THE SYSTEM CODE, THEN HANDS OFF. A CODE
*> LONGER THAN THE FIVE-CHARACTER SOURCE FIELD CAN NEVER MATCH A
*> FEED, SO IT IS REFUSED RATHER THAN QUIETLY TRUNCATED.
APPLY-ONE-COMMAND.
   IF ASK-COMMAND IS EQUAL TO "LIST"
      PERFORM LIST-ALL-SYSTEMS
   ELSE
      IF ASK-COMMAND IS NOT EQUAL TO "ADD" AND
            ASK-COMMAND IS NOT EQUAL TO "CHANGE" AND
            ASK-COMMAND IS NOT EQUAL TO "SUSPEND" AND
            ASK-COMMAND IS NOT EQUAL TO "SHOW"
         display " UNKNOWN COMMAND " ASK-COMMAND " - NOTHING DONE"
      ELSE
         IF ASK-SYS-CODE IS EQUAL TO SPACES OR
               ASK-SYS-CODE(6:5) IS NOT EQUAL TO SPACES
            display " SOURCE SYSTEM CODE MUST BE 1-5 CHARACTERS - NOTHING DONE"
         ELSE
            IF ASK-COMMAND IS EQUAL TO "ADD"
               PERFORM APPLY-ADD
            ELSE
               PERFORM READ-KEYED-SYSTEM
            END-IF
         END-IF
      END-IF
   END-IF.

*> A NEW SYSTEM STARTS ACTIVE, ALLOWED THE ORIGINAL R2D DIRECTION
*> ONLY, WITHOUT EXTENDED NOTATION AND ON THE RUN-LEVEL REJECT
*> THRESHOLDS; ANYTHING MORE IS GRANTED EXPLICITLY BY CHANGE, SO
*> EVERY WIDENING OF WHAT A FEED MAY SEND HAS ITS OWN AUDIT BLOCK.
APPLY-ADD.
   MOVE ASK-SYS-CODE TO SRC-SYS-CODE.
   READ SOURCE-FILE RECORD
      INVALID KEY
         CONTINUE
   END-READ.
   IF SOURCE-FILE-STATUS IS EQUAL TO "00"
      display " SOURCE SYSTEM " SRC-SYS-CODE " IS ALREADY ON FILE - NOTHING DONE"
   ELSE
      MOVE SPACES TO SOURCE-RECORD
      MOVE ASK-SYS-CODE TO SRC-SYS-CODE
      MOVE ASK-FIELD TO SRC-OWNER-NAME
      MOVE "A" TO SRC-STATUS
      MOVE "Y" TO SRC-ALLOW-R2D
      MOVE "N" TO SRC-ALLOW-D2R
      MOVE "N" TO SRC-ALLOW-EXP
      MOVE "N" TO SRC-EXTENDED-FLAG
      MOVE ZERO TO SRC-WARN-PCT
      MOVE ZERO TO SRC-FAIL-PCT
      MOVE RUN-DATE TO SRC-CHANGED-DATE
      MOVE OPERATOR-ID TO SRC-CHANGED-BY
      WRITE SOURCE-RECORD
         INVALID KEY
            display " *** WRITE FAILED (STATUS " SOURCE-FILE-STATUS ") - NOT LOGGED ***"
      END-WRITE
      IF SOURCE-FILE-STATUS IS EQUAL TO "00"
         ADD 1 TO CHANGED-COUNT
         MOVE "ENTRY" TO FIELD-NAME
         MOVE "(NOT ON FILE)" TO BEFORE-VALUE
         MOVE "ACTIVE, DIRS R2D" TO AFTER-VALUE
         PERFORM WRITE-SOURCE-BLOCK
         display " ADDED:"
         PERFORM SHOW-SYSTEM
      END-IF
   END-IF.

READ-KEYED-SYSTEM.
   MOVE ASK-SYS-CODE TO SRC-SYS-CODE.
   READ SOURCE-FILE RECORD
      INVALID KEY
         display " NO SOURCE SYSTEM " ASK-SYS-CODE " ON FILE"
   END-READ.
   IF SOURCE-FILE-STATUS IS EQUAL TO "00"
      display SOURCE-COLUMN-HEADINGS
      PERFORM SHOW-SYSTEM
      IF ASK-COMMAND IS EQUAL TO "SUSPEND"
         PERFORM APPLY-SUSPEND
      END-IF
      IF ASK-COMMAND IS EQUAL TO "CHANGE"
         PERFORM APPLY-CHANGE
      END-IF
   END-IF.

SHOW-SYSTEM.
   MOVE SRC-SYS-CODE      TO SDL-SYS-CODE.
   MOVE SRC-STATUS        TO SDL-STATUS.
   PERFORM BUILD-DIRS-TEXT.
   MOVE DIRS-TEXT         TO SDL-DIRS.
   MOVE SRC-EXTENDED-FLAG TO SDL-EXTENDED.
   MOVE SRC-WARN-PCT      TO SDL-WARN-PCT.
   MOVE SRC-FAIL-PCT      TO SDL-FAIL-PCT.
   MOVE SRC-OWNER-NAME    TO SDL-OWNER-NAME.
   display SOURCE-DETAIL-LINE.
   MOVE SRC-OWNER-CONTACT TO SCL-CONTACT.
   MOVE SRC-CHANGED-DATE  TO SCL-CHANGED-DATE.
   MOVE SRC-CHANGED-BY    TO SCL-CHANGED-BY.
   IF SRC-REGION IS EQUAL TO SPACES
      MOVE "ALL" TO SCL-REGION
   ELSE
      MOVE SRC-REGION TO SCL-REGION
   END-IF.
   display SOURCE-CONTACT-LINE.

*> THE ALLOWED DIRECTIONS AS THE COMMA LIST AN OPERATOR TYPES, FOR
*> THE DISPLAY AND FOR THE BEFORE/AFTER VALUES OF A DIRS CHANGE.
BUILD-DIRS-TEXT.
   MOVE SPACES TO DIRS-TEXT.
   MOVE 1 TO DIRS-PTR.
   IF SRC-ALLOW-R2D IS EQUAL TO "Y"
      STRING "R2D," DELIMITED BY SIZE
         INTO DIRS-TEXT WITH POINTER DIRS-PTR
   END-IF.
   IF SRC-ALLOW-D2R IS EQUAL TO "Y"
      STRING "D2R," DELIMITED BY SIZE
         INTO DIRS-TEXT WITH POINTER DIRS-PTR
   END-IF.
   IF SRC-ALLOW-EXP IS EQUAL TO "Y"
      STRING "EXP," DELIMITED BY SIZE
         INTO DIRS-TEXT WITH POINTER DIRS-PTR
   END-IF.
   IF DIRS-PTR IS GREATER THAN 1
      SUBTRACT 1 FROM DIRS-PTR
      MOVE SPACE TO DIRS-TEXT(DIRS-PTR:1)
   ELSE
      MOVE "NONE" TO DIRS-TEXT
   END-IF.

LIST-ALL-SYSTEMS.
   MOVE ZERO TO LIST-COUNT.
   MOVE LOW-VALUES TO SRC-SYS-CODE.
   START SOURCE-FILE KEY IS NOT LESS THAN SRC-SYS-CODE
      INVALID KEY
         CONTINUE
   END-START.
   IF SOURCE-FILE-STATUS IS EQUAL TO "00"
      display SOURCE-COLUMN-HEADINGS
      PERFORM READ-NEXT-SYSTEM
      PERFORM LIST-ONE-SYSTEM
         UNTIL SOURCE-FILE-STATUS IS NOT EQUAL TO "00"
   END-IF.
   display " SOURCE SYSTEMS ON FILE: " LIST-COUNT.

LIST-ONE-SYSTEM.
   ADD 1 TO LIST-COUNT.
   PERFORM SHOW-SYSTEM.
   PERFORM READ-NEXT-SYSTEM.

READ-NEXT-SYSTEM.
   READ SOURCE-FILE NEXT RECORD
      AT END
         MOVE "10" TO SOURCE-FILE-STATUS
   END-READ.

APPLY-SUSPEND.
   IF SRC-STATUS IS EQUAL TO "S"
      display " SOURCE SYSTEM IS ALREADY SUSPENDED - NOTHING DONE"
   ELSE
      MOVE "STATUS" TO FIELD-NAME
      MOVE SRC-STATUS TO BEFORE-VALUE
      MOVE "S" TO SRC-STATUS
      MOVE SRC-STATUS TO AFTER-VALUE
      PERFORM REWRITE-AND-LOG
   END-IF.

*> ONE FIELD PER CHANGE, SO EACH AUDIT BLOCK CARRIES EXACTLY ONE
*> BEFORE/AFTER PAIR. A VALUE THAT FAILS ITS FIELD'S CHECK LEAVES
*> THE ENTRY UNTOUCHED AND NOTHING IS LOGGED.
APPLY-CHANGE.
   MOVE ASK-FIELD TO FIELD-NAME.
   MOVE "Y" TO VALUE-OK-FLAG.
   IF FIELD-NAME IS EQUAL TO "OWNER"
      MOVE SRC-OWNER-NAME TO BEFORE-VALUE
      MOVE ASK-NEW-VALUE TO SRC-OWNER-NAME
      MOVE SRC-OWNER-NAME TO AFTER-VALUE
   ELSE
   IF FIELD-NAME IS EQUAL TO "CONTACT"
      MOVE SRC-OWNER-CONTACT TO BEFORE-VALUE
      MOVE ASK-NEW-VALUE TO SRC-OWNER-CONTACT
      MOVE SRC-OWNER-CONTACT TO AFTER-VALUE
   ELSE
   IF FIELD-NAME IS EQUAL TO "STATUS"
      PERFORM CHANGE-STATUS
   ELSE
   IF FIELD-NAME IS EQUAL TO "DIRS"
      PERFORM CHANGE-DIRECTIONS
   ELSE
   IF FIELD-NAME IS EQUAL TO "EXTENDED"
      PERFORM CHANGE-EXTENDED
   ELSE
   IF FIELD-NAME IS EQUAL TO "WARN" OR FIELD-NAME IS EQUAL TO "FAIL"
      PERFORM CHANGE-THRESHOLD
   ELSE
   IF FIELD-NAME IS EQUAL TO "REGION"
      PERFORM CHANGE-REGION
   ELSE
      display " UNKNOWN FIELD " ASK-FIELD " - NOTHING DONE"
      MOVE "N" TO VALUE-OK-FLAG
   END-IF
   END-IF
   END-IF
   END-IF
   END-IF
   END-IF
   END-IF.
   IF VALUE-OK-FLAG IS EQUAL TO "Y"
      IF BEFORE-VALUE IS EQUAL TO AFTER-VALUE
         display " " FIELD-NAME " IS UNCHANGED - NOTHING DONE"
      ELSE
         PERFORM REWRITE-AND-LOG
      END-IF
   END-IF.

CHANGE-STATUS.
   IF ASK-NEW-VALUE IS NOT EQUAL TO "A" AND
         ASK-NEW-VALUE IS NOT EQUAL TO "S"
      display " STATUS MUST BE A (ACTIVE) OR S (SUSPENDED) - NOTHING DONE"
      MOVE "N" TO VALUE-OK-FLAG
   ELSE
      MOVE SRC-STATUS TO BEFORE-VALUE
      MOVE ASK-NEW-VALUE TO SRC-STATUS
      MOVE SRC-STATUS TO AFTER-VALUE
   END-IF.

CHANGE-DIRECTIONS.
   MOVE ASK-NEW-VALUE TO DIR-WORK.
   MOVE ZERO TO DIR-R2D-COUNT DIR-D2R-COUNT DIR-EXP-COUNT.
   INSPECT DIR-WORK TALLYING DIR-R2D-COUNT FOR ALL "R2D"
                             DIR-D2R-COUNT FOR ALL "D2R"
                             DIR-EXP-COUNT FOR ALL "EXP".
   INSPECT DIR-WORK REPLACING ALL "R2D" BY SPACES
                              ALL "D2R" BY SPACES
                              ALL "EXP" BY SPACES
                              ALL ","   BY SPACE.
   IF DIR-WORK IS NOT EQUAL TO SPACES OR
         DIR-R2D-COUNT + DIR-D2R-COUNT + DIR-EXP-COUNT IS EQUAL TO ZERO
      display " DIRS MUST LIST ONE OR MORE OF R2D, D2R, EXP - NOTHING DONE"
      MOVE "N" TO VALUE-OK-FLAG
   ELSE
      PERFORM BUILD-DIRS-TEXT
      MOVE DIRS-TEXT TO BEFORE-VALUE
      MOVE "N" TO SRC-ALLOW-R2D SRC-ALLOW-D2R SRC-ALLOW-EXP
      IF DIR-R2D-COUNT IS GREATER THAN ZERO
         MOVE "Y" TO SRC-ALLOW-R2D
      END-IF
      IF DIR-D2R-COUNT IS GREATER THAN ZERO
         MOVE "Y" TO SRC-ALLOW-D2R
      END-IF
      IF DIR-EXP-COUNT IS GREATER THAN ZERO
         MOVE "Y" TO SRC-ALLOW-EXP
      END-IF
      PERFORM BUILD-DIRS-TEXT
      MOVE DIRS-TEXT TO AFTER-VALUE
   END-IF.

CHANGE-EXTENDED.
   IF ASK-NEW-VALUE IS NOT EQUAL TO "Y" AND
         ASK-NEW-VALUE IS NOT EQUAL TO "N"
      display " EXTENDED MUST BE Y OR N - NOTHING DONE"
      MOVE "N" TO VALUE-OK-FLAG
   ELSE
      MOVE SRC-EXTENDED-FLAG TO BEFORE-VALUE
      MOVE ASK-NEW-VALUE TO SRC-EXTENDED-FLAG
      MOVE SRC-EXTENDED-FLAG TO AFTER-VALUE
   END-IF.

*> A REGION CODE IS MATCHED AGAINST THE BUSINESS-CALENDAR'S REGION
*> COLUMN, FIVE CHARACTERS LIKE A SYSTEM CODE AND REFUSED RATHER
*> THAN TRUNCATED IF LONGER. BLANK OR ALL PUTS THE SYSTEM BACK ON
*> THE COMMON CALENDAR.
CHANGE-REGION.
   IF ASK-NEW-VALUE(6:25) IS NOT EQUAL TO SPACES
      display " REGION MUST BE 1-5 CHARACTERS, OR ALL - NOTHING DONE"
      MOVE "N" TO VALUE-OK-FLAG
   ELSE
      MOVE SRC-REGION TO BEFORE-VALUE
      IF ASK-NEW-VALUE IS EQUAL TO "ALL"
         MOVE SPACES TO SRC-REGION
      ELSE
         MOVE ASK-NEW-VALUE TO SRC-REGION
      END-IF
      MOVE SRC-REGION TO AFTER-VALUE
   END-IF.

*> THE SAME UP-TO-THREE-DIGIT PERCENT THE CONVERTER READS FROM
*> ROMAN_WARN_PCT/ROMAN_FAIL_PCT. A NONZERO PAIR MUST KEEP FAIL AT
*> OR ABOVE WARN, THE SANITY RULE THE CONVERTER APPLIES TO ITS OWN.
CHANGE-THRESHOLD.
   MOVE ASK-NEW-VALUE(1:3) TO PCT-TEXT-AREA.
   PERFORM PARSE-PCT-TEXT.
   IF PCT-VALID IS NOT EQUAL TO 1 OR
         ASK-NEW-VALUE(4:27) IS NOT EQUAL TO SPACES
      display " " FIELD-NAME " MUST BE A PERCENTAGE 0-100 - NOTHING DONE"
      MOVE "N" TO VALUE-OK-FLAG
   ELSE
      IF FIELD-NAME IS EQUAL TO "WARN"
         IF PCT-WORK IS GREATER THAN ZERO AND
               SRC-FAIL-PCT IS GREATER THAN ZERO AND
               PCT-WORK IS GREATER THAN SRC-FAIL-PCT
            display " WARN WOULD EXCEED FAIL (" SRC-FAIL-PCT ") - NOTHING DONE"
            MOVE "N" TO VALUE-OK-FLAG
         ELSE
            MOVE SRC-WARN-PCT TO PCT-EDIT
            MOVE PCT-EDIT TO BEFORE-VALUE
            MOVE PCT-WORK TO SRC-WARN-PCT
            MOVE SRC-WARN-PCT TO PCT-EDIT
            MOVE PCT-EDIT TO AFTER-VALUE
         END-IF
      ELSE
         IF PCT-WORK IS GREATER THAN ZERO AND
               PCT-WORK IS LESS THAN SRC-WARN-PCT
            display " FAIL WOULD BE BELOW WARN (" SRC-WARN-PCT ") - NOTHING DONE"
            MOVE "N" TO VALUE-OK-FLAG
         ELSE
            MOVE SRC-FAIL-PCT TO PCT-EDIT
            MOVE PCT-EDIT TO BEFORE-VALUE
            MOVE PCT-WORK TO SRC-FAIL-PCT
            MOVE SRC-FAIL-PCT TO PCT-EDIT
            MOVE PCT-EDIT TO AFTER-VALUE
         END-IF
      END-IF
   END-IF.

PARSE-PCT-TEXT.
   MOVE ZERO TO PCT-WORK.
   MOVE ZERO TO PCT-VALID.
   PERFORM PARSE-PCT-CHAR
      VARYING PCT-IX FROM 1 BY 1
      UNTIL PCT-IX IS GREATER THAN 3 OR PCT-VALID IS EQUAL TO 2.
   IF PCT-VALID IS EQUAL TO 1 AND PCT-WORK IS GREATER THAN 100
      MOVE 2 TO PCT-VALID
   END-IF.

PARSE-PCT-CHAR.
   IF PCT-CHAR(PCT-IX) IS NUMERIC
      MOVE PCT-CHAR(PCT-IX) TO DIGIT-VALUE
      COMPUTE PCT-WORK = PCT-WORK * 10 + DIGIT-VALUE
      MOVE 1 TO PCT-VALID
   ELSE
      IF PCT-CHAR(PCT-IX) IS NOT EQUAL TO SPACE
         MOVE 2 TO PCT-VALID
      END-IF
   END-IF.

REWRITE-AND-LOG.
   MOVE RUN-DATE TO SRC-CHANGED-DATE.
   MOVE OPERATOR-ID TO SRC-CHANGED-BY.
   REWRITE SOURCE-RECORD
      INVALID KEY
         display " *** REWRITE FAILED (STATUS " SOURCE-FILE-STATUS ") - NOT LOGGED ***"
   END-REWRITE.
   IF SOURCE-FILE-STATUS IS EQUAL TO "00"
      ADD 1 TO CHANGED-COUNT
      PERFORM WRITE-SOURCE-BLOCK
      display " CHANGED - NOW:"
      PERFORM SHOW-SYSTEM
   END-IF.

WRITE-SOURCE-BLOCK.
   MOVE ASK-COMMAND TO SRL-ACTION.
   WRITE AUDIT-FILE-RECORD FROM SRC-LINE-ACTION.
   MOVE OPERATOR-ID TO SRL-OPERATOR.
   WRITE AUDIT-FILE-RECORD FROM SRC-LINE-OPERATOR.
   MOVE RUN-DATE TO SRL-DATE.
   MOVE RUN-TIME TO SRL-TIME.
   WRITE AUDIT-FILE-RECORD FROM SRC-LINE-DATETIME.
   MOVE SRC-SYS-CODE TO SRL-SYS-CODE.
   WRITE AUDIT-FILE-RECORD FROM SRC-LINE-SYSTEM.
   MOVE FIELD-NAME TO SRL-FIELD.
   WRITE AUDIT-FILE-RECORD FROM SRC-LINE-FIELD.
   MOVE BEFORE-VALUE TO SRL-BEFORE.
   WRITE AUDIT-FILE-RECORD FROM SRC-LINE-BEFORE.
   MOVE AFTER-VALUE TO SRL-AFTER.
   WRITE AUDIT-FILE-RECORD FROM SRC-LINE-AFTER.
