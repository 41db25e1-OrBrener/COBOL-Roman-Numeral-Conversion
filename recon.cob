INPUT-OUTPUT SECTION.
FILE-CONTROL.
select RECON-FILE assign to dynamic recon_file_name organization is line sequential.
select STEP-FILE assign to "STEP-CONTROL" organization is line sequential
       file status is STEP-FILE-STATUS.

DATA DIVISION.
FILE SECTION.
   FD RECON-FILE.
   01 RECON-FILE-RECORD  PIC X(90).

   FD STEP-FILE.
   01 STEP-FILE-RECORD  PIC X(98).

WORKING-STORAGE SECTION.
01 file-info.
       05 file-size        pic x(8) comp-x.
   02 FILLER          PIC X(9)   VALUE "  ACTUAL ".
   02 RPT-ACT-HASH    PIC ZZZZZZZZZ9.

*> STEP-CONTROL IS THE NIGHT STREAM'S SHARED RUN BOOK. EVERY STEP
*> APPENDS A START LINE AS IT BEGINS AND AN END LINE - CONDITION
*> CODE AND THREE KEY COUNTS - AS IT FINISHES, UNDER THE STREAM DATE
*> (ROMAN_STREAM_DATE, DEFAULT TODAY, SO A NIGHT THAT RUNS PAST
*> MIDNIGHT IS STILL ONE NIGHT). A START WITH NO END AFTER IT IS A
*> STEP STILL RUNNING OR ONE THAT DIED.
77 STEP-FILE-STATUS   PIC XX.
77 STEP-NAME          PIC X(24)  VALUE "ROMAN-ROUNDTRIP-RECON".
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

PERFORM LOAD-VALUE-TABLE.
PERFORM GET-STREAM-DATE.
PERFORM CHECK-STREAM-PREDECESSORS.
PERFORM WRITE-STEP-START.
PERFORM get_file_name.
display " "
OPEN INPUT RECON-FILE.
      move 8 to return-code
   END-IF
end-if.
MOVE ROW-COUNT TO STEP-COUNT-1.
MOVE CHECKED-COUNT TO STEP-COUNT-2.
MOVE MISMATCH-COUNT TO STEP-COUNT-3.
PERFORM WRITE-STEP-END.
STOP RUN.

LOAD-VALUE-TABLE.
        display "Error: File " recon_file_name(1:20) " does not exist"
        display "Error: converter CSV output is not usable - ending run"
        move 16 to return-code
        PERFORM WRITE-STEP-END
        STOP RUN
    end-if.

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
