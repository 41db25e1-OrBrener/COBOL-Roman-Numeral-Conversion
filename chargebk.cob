IDENTIFICATION DIVISION.
PROGRAM-ID. ROMAN-CHARGEBACK.
*> MONTHLY USAGE CHARGEBACK. THE COST OF THE CONVERSION SERVICE IS
*> SHARED OUT AMONG THE FEEDING SOURCE SYSTEMS BY A RATE TABLE, THE
*> HAND-KEPT CHARGE-RATES FILE, ONE LINE PER CHARGE CODE:
*>   RECORD     PER CONVERTED (OK) RECORD
*>   REJECT     PER REJECTED RECORD - HIGHER, THE HANDLING COST
*>   EXP        SURCHARGE PER EXP (ARITHMETIC) RECORD
*>   EXTENDED   SURCHARGE PER EXTENDED-RANGE RECORD (VALUE OVER 3999)
*>   FEED       FEE PER FEED PROCESSED
*> THE CODE IN COLUMNS 1-10 AND THE RATE AS A DECIMAL NUMBER
*> (0.0125, 2.50) FROM COLUMN 12. EVERY CODE MUST BE PRESENT - A
*> BILL RUN WITH A MISSING RATE WOULD UNDERCHARGE SILENTLY.
*> THE MONTH'S RECORDS COME FROM ROMAN-MASTER (PLUS ROMAN-ARCHIVE
*> COPIES) BY MST-RUN-DATE; VOIDED RECORDS AND THE ARCHIVE JOB'S
*> MARKERS ARE NOT CHARGED. THE FEEDS COME FROM FEED-REGISTRY BY THE
*> RUN DATE THAT PROCESSED THEM (THE BUSINESS DATE FOR LINES
*> REGISTERED BEFORE THE RUN DATE WAS KEPT), CHARGED TO THE SOURCE
*> SYSTEM THE CONVERTER CREDITED THE FEED TO.
*> THE ITEMISED CHARGE REPORT IS PRINTED PER SOURCE SYSTEM AND THE
*> SAME FIGURES ARE WRITTEN TO BILLING-INTERFACE FOR THE FINANCE
*> SYSTEM: A BH HEADER, ONE BD LINE PER SOURCE AND CHARGE CODE, A
*> BT TRAILER WITH THE LINE COUNT AND TOTAL.
*> BILLING PERIOD: RUN PARAMETER 1 OR ROMAN_BILLING_PERIOD (YYYYMM),
*> DEFAULT THE MONTH BEFORE TODAY.

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
select REGISTRY-FILE assign to "FEED-REGISTRY" organization is line sequential
       file status is REGISTRY-FILE-STATUS.
select RATE-FILE assign to "CHARGE-RATES" organization is line sequential
       file status is RATE-FILE-STATUS.
select BILLING-FILE assign to "BILLING-INTERFACE" organization is line sequential
       file status is BILLING-FILE-STATUS.

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

   FD REGISTRY-FILE.
   01 REGISTRY-FILE-RECORD PIC X(41).

   FD RATE-FILE.
   01 RATE-FILE-RECORD     PIC X(40).

   FD BILLING-FILE.
   01 BILLING-FILE-RECORD  PIC X(80).

WORKING-STORAGE SECTION.
77 MASTER-FILE-STATUS    PIC XX.
77 ARCHIVE-FILE-STATUS   PIC XX.
77 REGISTRY-FILE-STATUS  PIC XX.
77 RATE-FILE-STATUS      PIC XX.
77 BILLING-FILE-STATUS   PIC XX.
77 EOF-SWITCH       PIC 9    VALUE 1.
77 PARM-NUMBER      PIC 9(2)   VALUE 1.
77 RUN-DATE         PIC 9(8).
77 RUN-PERIOD       PIC 9(6).
77 DIGIT-VALUE      PIC 9.
77 PERIOD-TEXT      PIC X(6).
77 BILL-PERIOD      PIC 9(6)   VALUE ZERO.
77 BILL-YEAR        PIC 9(4).
77 BILL-MONTH       PIC 9(2).
77 PERIOD-IX        PIC S9(2)  COMP.
77 PERIOD-VALID     PIC 9.
01 PERIOD-TEXT-AREA.
   02 PERIOD-CHAR      PIC X(1)  OCCURS 6 TIMES.
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

*> THE REGISTRY LINE AS THE CONVERTER WRITES IT.
01 REGISTRY-WORK-RECORD.
   02 REG-FEED-NAME      PIC X(16).
   02 REG-BUSINESS-DATE  PIC X(8).
   02 FILLER             PIC X(2).
   02 REG-SOURCE-SYS     PIC X(05).
   02 FILLER             PIC X(2).
   02 REG-RUN-DATE       PIC X(8).
77 REG-DATE-TEXT    PIC X(8).
77 REG-DATE         PIC 9(8).
77 FEED-COUNT       PIC S9(8)  COMP  VALUE ZERO.

*> THE RATE TABLE. A RATE IS HELD TO FOUR DECIMAL PLACES.
01 RATE-WORK-RECORD.
   02 RTW-CHARGE-CODE  PIC X(10).
   02 FILLER           PIC X.
   02 RTW-RATE-TEXT    PIC X(12).
01 RATE-TEXT-AREA.
   02 RATE-CHAR        PIC X(1)  OCCURS 12 TIMES.
77 RATE-IX          PIC S9(2)  COMP.
77 RATE-VALID       PIC 9.
77 RATE-POINT-SEEN  PIC X.
77 RATE-DECIMALS    PIC S9(2)  COMP.
77 RATE-WHOLE       PIC 9(5).
77 RATE-FRACTION    PIC 9(4).
77 RATE-WORK        PIC 9(5)V9(4).
77 RATE-RECORD      PIC 9(5)V9(4)  VALUE ZERO.
77 RATE-REJECT      PIC 9(5)V9(4)  VALUE ZERO.
77 RATE-EXP         PIC 9(5)V9(4)  VALUE ZERO.
77 RATE-EXTENDED    PIC 9(5)V9(4)  VALUE ZERO.
77 RATE-FEED        PIC 9(5)V9(4)  VALUE ZERO.
77 RATE-RECORD-FLAG   PIC X  VALUE "N".
77 RATE-REJECT-FLAG   PIC X  VALUE "N".
77 RATE-EXP-FLAG      PIC X  VALUE "N".
77 RATE-EXTENDED-FLAG PIC X  VALUE "N".
77 RATE-FEED-FLAG     PIC X  VALUE "N".
77 RATE-BAD-FLAG      PIC X  VALUE "N".

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
      03 SS-RECORDS      PIC S9(9)  COMP.
      03 SS-REJECTS      PIC S9(9)  COMP.
      03 SS-EXP          PIC S9(9)  COMP.
      03 SS-EXTENDED     PIC S9(9)  COMP.
      03 SS-FEEDS        PIC S9(9)  COMP.
      03 SS-VOIDED       PIC S9(9)  COMP.

77 MASTER-READ      PIC S9(8)  COMP  VALUE ZERO.
77 ITEM-CODE        PIC X(10).
77 ITEM-TEXT        PIC X(22).
77 ITEM-QUANTITY    PIC S9(9)  COMP.
77 ITEM-RATE        PIC 9(5)V9(4).
77 ITEM-AMOUNT      PIC S9(9)V99.
77 SOURCE-AMOUNT    PIC S9(9)V99.
77 GRAND-AMOUNT     PIC S9(11)V99  VALUE ZERO.
77 BILLING-LINES    PIC S9(8)  COMP  VALUE ZERO.

*> THE FINANCE INTERFACE. FIXED POSITIONS, IMPLIED DECIMALS, NO
*> EDITING - THE LAYOUT IS THE CONTRACT WITH THE FINANCE SYSTEM.
01 BILLING-HEADER-LINE.
   02 BIH-RECORD-TYPE  PIC X(2)   VALUE "BH".
   02 BIH-PERIOD       PIC 9(6).
   02 BIH-RUN-DATE     PIC 9(8).
   02 BIH-SYSTEM       PIC X(20)  VALUE "ROMAN-CONVERSION".
   02 FILLER           PIC X(44)  VALUE SPACES.
01 BILLING-DETAIL-LINE.
   02 BID-RECORD-TYPE  PIC X(2)   VALUE "BD".
   02 BID-PERIOD       PIC 9(6).
   02 BID-SOURCE-SYS   PIC X(05).
   02 BID-CHARGE-CODE  PIC X(10).
   02 BID-QUANTITY     PIC 9(9).
   02 BID-RATE         PIC 9(5)V9(4).
   02 BID-AMOUNT       PIC 9(9)V99.
   02 FILLER           PIC X(28)  VALUE SPACES.
01 BILLING-TRAILER-LINE.
   02 BIT-RECORD-TYPE  PIC X(2)   VALUE "BT".
   02 BIT-PERIOD       PIC 9(6).
   02 BIT-LINE-COUNT   PIC 9(8).
   02 BIT-TOTAL-AMOUNT PIC 9(11)V99.
   02 FILLER           PIC X(51)  VALUE SPACES.

01 CHARGE-BANNER-LINE.
   02 FILLER          PIC X(17)  VALUE " BILLING PERIOD ".
   02 CBL-PERIOD      PIC 9(6).
   02 FILLER          PIC X(11)  VALUE "  RUN DATE ".
   02 CBL-RUN-DATE    PIC 9(8).
01 RATE-LISTING-LINE.
   02 FILLER          PIC X(3)   VALUE SPACES.
   02 RLL-CHARGE-CODE PIC X(10).
   02 FILLER          PIC X(2)   VALUE SPACES.
   02 RLL-RATE        PIC ZZZZ9.9999.
01 CHARGE-SOURCE-LINE.
   02 FILLER          PIC X(15)  VALUE " SOURCE SYSTEM ".
   02 CSL-SOURCE-SYS  PIC X(05).
01 CHARGE-ITEM-LINE.
   02 FILLER          PIC X(3)   VALUE SPACES.
   02 CIL-TEXT        PIC X(22).
   02 CIL-QUANTITY    PIC ZZZZZZZZ9.
   02 FILLER          PIC X(3)   VALUE " @ ".
   02 CIL-RATE        PIC ZZZZ9.9999.
   02 FILLER          PIC X(3)   VALUE " = ".
   02 CIL-AMOUNT      PIC ZZZZZZZZ9.99.
01 CHARGE-TOTAL-LINE.
   02 FILLER          PIC X(3)   VALUE SPACES.
   02 CTL-TEXT        PIC X(47).
   02 CTL-AMOUNT      PIC ZZZZZZZZ9.99.
01 CHARGE-VOID-LINE.
   02 FILLER          PIC X(3)   VALUE SPACES.
   02 FILLER          PIC X(22)  VALUE "VOIDED (NOT CHARGED)".
   02 CVL-QUANTITY    PIC ZZZZZZZZ9.
01 CHARGE-GRAND-LINE.
   02 FILLER          PIC X(30)  VALUE " TOTAL CHARGED FOR THE PERIOD".
   02 CGL-AMOUNT      PIC ZZZZZZZZZZ9.99.
01 CHARGE-TRAILER-READ.
   02 FILLER          PIC X(30)  VALUE " MASTER RECORDS READ".
   02 CTR-READ        PIC ZZZZZZZ9.
01 CHARGE-TRAILER-FEEDS.
   02 FILLER          PIC X(30)  VALUE " FEEDS IN THE PERIOD".
   02 CTR-FEEDS       PIC ZZZZZZZ9.
01 CHARGE-TRAILER-LINES.
   02 FILLER          PIC X(30)  VALUE " BILLING INTERFACE LINES".
   02 CTR-LINES       PIC ZZZZZZZ9.

PROCEDURE DIVISION.

ACCEPT RUN-DATE FROM DATE YYYYMMDD.
DIVIDE RUN-DATE BY 100 GIVING RUN-PERIOD.
PERFORM GET-BILLING-PERIOD.
PERFORM LOAD-CHARGE-RATES.
OPEN INPUT MASTER-FILE.
IF MASTER-FILE-STATUS IS NOT EQUAL TO "00"
   display "Error: ROMAN-MASTER is not available (status " MASTER-FILE-STATUS ")"
   display "Error: nothing to charge - ending run"
   move 16 to return-code
   STOP RUN
end-if.
PERFORM TALLY-MASTER-FILE.
PERFORM TALLY-ARCHIVE-FILE.
PERFORM TALLY-FEED-REGISTRY.
IF SS-OVERFLOW-FLAG IS EQUAL TO "Y"
   display "Error: source table full - some usage could not be charged"
   display "Error: no partial bill is sent to finance - ending run"
   move 16 to return-code
   STOP RUN
end-if.
OPEN OUTPUT BILLING-FILE.
IF BILLING-FILE-STATUS IS NOT EQUAL TO "00"
   display "Error: BILLING-INTERFACE is not writable (status " BILLING-FILE-STATUS ")"
   display "Error: finance cannot be fed - ending run"
   move 16 to return-code
   STOP RUN
end-if.
MOVE BILL-PERIOD TO BIH-PERIOD.
MOVE RUN-DATE TO BIH-RUN-DATE.
WRITE BILLING-FILE-RECORD FROM BILLING-HEADER-LINE.
display " "
display "------------------------------"
display " USAGE CHARGEBACK BY SOURCE SYSTEM"
display " ---------------------------- "
MOVE BILL-PERIOD TO CBL-PERIOD.
MOVE RUN-DATE TO CBL-RUN-DATE.
display CHARGE-BANNER-LINE.
display " RATES APPLIED"
PERFORM PRINT-RATE-TABLE.
PERFORM CHARGE-ONE-SOURCE
   VARYING SS-IX FROM 1 BY 1
   UNTIL SS-IX IS GREATER THAN SS-COUNT.
MOVE BILL-PERIOD TO BIT-PERIOD.
MOVE BILLING-LINES TO BIT-LINE-COUNT.
MOVE GRAND-AMOUNT TO BIT-TOTAL-AMOUNT.
WRITE BILLING-FILE-RECORD FROM BILLING-TRAILER-LINE.
CLOSE BILLING-FILE.
display " ---------------------------- "
MOVE GRAND-AMOUNT TO CGL-AMOUNT.
display CHARGE-GRAND-LINE.
MOVE MASTER-READ TO CTR-READ.
MOVE FEED-COUNT TO CTR-FEEDS.
MOVE BILLING-LINES TO CTR-LINES.
display CHARGE-TRAILER-READ.
display CHARGE-TRAILER-FEEDS.
display CHARGE-TRAILER-LINES.
display "  ---------------------------- "
STOP RUN.

*> THE PERIOD COMES IN AS A RUN PARAMETER OR THROUGH THE
*> ENVIRONMENT; LEFT BLANK IT IS LAST MONTH, THE NORMAL BILL RUN.
GET-BILLING-PERIOD.
   MOVE SPACES TO PERIOD-TEXT.
   DISPLAY PARM-NUMBER UPON ARGUMENT-NUMBER.
   ACCEPT PERIOD-TEXT FROM ARGUMENT-VALUE
      ON EXCEPTION
         MOVE SPACES TO PERIOD-TEXT
   END-ACCEPT.
   IF PERIOD-TEXT IS EQUAL TO SPACES
      DISPLAY "ROMAN_BILLING_PERIOD" UPON ENVIRONMENT-NAME
      ACCEPT PERIOD-TEXT FROM ENVIRONMENT-VALUE
         ON EXCEPTION
            MOVE SPACES TO PERIOD-TEXT
      END-ACCEPT
   END-IF.
   IF PERIOD-TEXT IS EQUAL TO SPACES
      DIVIDE RUN-PERIOD BY 100 GIVING BILL-YEAR REMAINDER BILL-MONTH
      IF BILL-MONTH IS EQUAL TO 1
         SUBTRACT 1 FROM BILL-YEAR
         MOVE 12 TO BILL-MONTH
      ELSE
         SUBTRACT 1 FROM BILL-MONTH
      END-IF
      COMPUTE BILL-PERIOD = BILL-YEAR * 100 + BILL-MONTH
   ELSE
      MOVE PERIOD-TEXT TO PERIOD-TEXT-AREA
      MOVE ZERO TO BILL-PERIOD
      MOVE ZERO TO PERIOD-VALID
      PERFORM PARSE-PERIOD-CHAR
         VARYING PERIOD-IX FROM 1 BY 1
         UNTIL PERIOD-IX IS GREATER THAN 6 OR
            PERIOD-VALID IS EQUAL TO 2
      DIVIDE BILL-PERIOD BY 100 GIVING BILL-YEAR REMAINDER BILL-MONTH
      IF PERIOD-VALID IS NOT EQUAL TO 1 OR
            BILL-YEAR IS LESS THAN 1900 OR
            BILL-MONTH IS LESS THAN 1 OR BILL-MONTH IS GREATER THAN 12
         display "Error: period " PERIOD-TEXT " is not a YYYYMM month"
         display "Error: supply it as PARM 1 or ROMAN_BILLING_PERIOD - ending run"
         move 16 to return-code
         STOP RUN
      END-IF
   END-IF.

PARSE-PERIOD-CHAR.
   IF PERIOD-CHAR(PERIOD-IX) IS NUMERIC
      MOVE PERIOD-CHAR(PERIOD-IX) TO DIGIT-VALUE
      COMPUTE BILL-PERIOD = BILL-PERIOD * 10 + DIGIT-VALUE
      MOVE 1 TO PERIOD-VALID
   ELSE
      MOVE 2 TO PERIOD-VALID
   END-IF.

*> THE RATE TABLE IS REQUIRED AND MUST BE WHOLE: NO FILE, A RATE
*> THAT IS NOT A NUMBER OR A CODE LEFT OUT ENDS THE RUN BEFORE
*> ANYTHING IS WRITTEN FOR FINANCE.
LOAD-CHARGE-RATES.
   OPEN INPUT RATE-FILE.
   IF RATE-FILE-STATUS IS NOT EQUAL TO "00"
      display "Error: CHARGE-RATES is not available (status " RATE-FILE-STATUS ")"
      display "Error: nothing can be charged without rates - ending run"
      move 16 to return-code
      STOP RUN
   END-IF.
   READ RATE-FILE INTO RATE-WORK-RECORD
      AT END MOVE ZERO TO EOF-SWITCH
   END-READ.
   PERFORM LOAD-RATE-ENTRY
      UNTIL EOF-SWITCH IS EQUAL TO ZERO.
   CLOSE RATE-FILE.
   MOVE 1 TO EOF-SWITCH.
   IF RATE-RECORD-FLAG IS EQUAL TO "N" OR RATE-REJECT-FLAG IS EQUAL TO "N" OR
         RATE-EXP-FLAG IS EQUAL TO "N" OR RATE-EXTENDED-FLAG IS EQUAL TO "N" OR
         RATE-FEED-FLAG IS EQUAL TO "N"
      display " *** CHARGE-RATES NEEDS RECORD, REJECT, EXP, EXTENDED AND FEED ***"
      MOVE "Y" TO RATE-BAD-FLAG
   END-IF.
   IF RATE-BAD-FLAG IS EQUAL TO "Y"
      display "Error: CHARGE-RATES is incomplete or has a bad rate"
      display "Error: correct the rate table and rerun - ending run"
      move 16 to return-code
      STOP RUN
   END-IF.

*> BLANK LINES AND LINES STARTING * ARE COMMENTS.
LOAD-RATE-ENTRY.
   IF RTW-CHARGE-CODE IS NOT EQUAL TO SPACES AND
         RTW-CHARGE-CODE(1:1) IS NOT EQUAL TO "*"
      PERFORM PARSE-RATE-TEXT
      IF RATE-VALID IS NOT EQUAL TO 1
         display " *** RATE FOR " RTW-CHARGE-CODE " IS NOT A NUMBER: " RTW-RATE-TEXT
         MOVE "Y" TO RATE-BAD-FLAG
      ELSE
         PERFORM STORE-RATE-ENTRY
      END-IF
   END-IF.
   READ RATE-FILE INTO RATE-WORK-RECORD
      AT END MOVE ZERO TO EOF-SWITCH.

STORE-RATE-ENTRY.
   IF RTW-CHARGE-CODE IS EQUAL TO "RECORD"
      MOVE RATE-WORK TO RATE-RECORD
      MOVE "Y" TO RATE-RECORD-FLAG
   ELSE
      IF RTW-CHARGE-CODE IS EQUAL TO "REJECT"
         MOVE RATE-WORK TO RATE-REJECT
         MOVE "Y" TO RATE-REJECT-FLAG
      ELSE
         IF RTW-CHARGE-CODE IS EQUAL TO "EXP"
            MOVE RATE-WORK TO RATE-EXP
            MOVE "Y" TO RATE-EXP-FLAG
         ELSE
            IF RTW-CHARGE-CODE IS EQUAL TO "EXTENDED"
               MOVE RATE-WORK TO RATE-EXTENDED
               MOVE "Y" TO RATE-EXTENDED-FLAG
            ELSE
               IF RTW-CHARGE-CODE IS EQUAL TO "FEED"
                  MOVE RATE-WORK TO RATE-FEED
                  MOVE "Y" TO RATE-FEED-FLAG
               ELSE
                  display " *** UNKNOWN CHARGE CODE " RTW-CHARGE-CODE
                  MOVE "Y" TO RATE-BAD-FLAG
               END-IF
            END-IF
         END-IF
      END-IF
   END-IF.

*> A RATE IS DIGITS WITH AT MOST ONE DECIMAL POINT AND FOUR PLACES
*> AFTER IT; LEADING AND TRAILING SPACES ARE PADDING.
PARSE-RATE-TEXT.
   MOVE RTW-RATE-TEXT TO RATE-TEXT-AREA.
   MOVE ZERO TO RATE-WHOLE.
   MOVE ZERO TO RATE-FRACTION.
   MOVE ZERO TO RATE-DECIMALS.
   MOVE "N" TO RATE-POINT-SEEN.
   MOVE ZERO TO RATE-VALID.
   PERFORM PARSE-RATE-CHAR
      VARYING RATE-IX FROM 1 BY 1
      UNTIL RATE-IX IS GREATER THAN 12 OR RATE-VALID IS EQUAL TO 2.
   IF RATE-VALID IS EQUAL TO 1
      PERFORM SCALE-RATE-FRACTION
         UNTIL RATE-DECIMALS IS NOT LESS THAN 4
      COMPUTE RATE-WORK = RATE-WHOLE + RATE-FRACTION / 10000
   END-IF.

PARSE-RATE-CHAR.
   IF RATE-CHAR(RATE-IX) IS NUMERIC
      MOVE RATE-CHAR(RATE-IX) TO DIGIT-VALUE
      IF RATE-POINT-SEEN IS EQUAL TO "Y"
         IF RATE-DECIMALS IS LESS THAN 4
            COMPUTE RATE-FRACTION = RATE-FRACTION * 10 + DIGIT-VALUE
            ADD 1 TO RATE-DECIMALS
         ELSE
            MOVE 2 TO RATE-VALID
         END-IF
      ELSE
         IF RATE-WHOLE IS GREATER THAN 9999
            MOVE 2 TO RATE-VALID
         ELSE
            COMPUTE RATE-WHOLE = RATE-WHOLE * 10 + DIGIT-VALUE
         END-IF
      END-IF
      IF RATE-VALID IS NOT EQUAL TO 2
         MOVE 1 TO RATE-VALID
      END-IF
   ELSE
      IF RATE-CHAR(RATE-IX) IS EQUAL TO "." AND RATE-POINT-SEEN IS EQUAL TO "N"
         MOVE "Y" TO RATE-POINT-SEEN
      ELSE
         IF RATE-CHAR(RATE-IX) IS NOT EQUAL TO SPACE
            MOVE 2 TO RATE-VALID
         END-IF
      END-IF
   END-IF.

SCALE-RATE-FRACTION.
   COMPUTE RATE-FRACTION = RATE-FRACTION * 10.
   ADD 1 TO RATE-DECIMALS.

*> ROMAN-MASTER, WALKED IN KEY ORDER.
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

*> WORK THE ARCHIVE JOB HAS SINCE MOVED OUT WAS STILL DONE IN ITS
*> MONTH. NO ARCHIVE FILE SIMPLY MEANS NOTHING HAS BEEN ARCHIVED.
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

*> A CONVERTED RECORD IS CHARGED AT THE RECORD RATE, A REJECTED ONE
*> AT THE REJECT RATE; THE EXP AND EXTENDED SURCHARGES COME ON TOP
*> FOR EITHER, THE WORK HAVING BEEN DONE.
TALLY-MASTER-IMAGE.
   ADD 1 TO MASTER-READ.
   IF IMG-STATUS IS NOT EQUAL TO "ARCHIVED"
      DIVIDE IMG-RUN-DATE BY 100 GIVING IMG-PERIOD
      IF IMG-PERIOD IS EQUAL TO BILL-PERIOD
         MOVE IMG-SOURCE-SYS TO SS-WORK-SOURCE
         PERFORM FIND-SOURCE-ENTRY
         IF SS-FOUND IS EQUAL TO 1
            IF IMG-STATUS IS EQUAL TO "VOIDED"
               ADD 1 TO SS-VOIDED(SS-IX)
            ELSE
               IF IMG-STATUS IS EQUAL TO "REJECTED"
                  ADD 1 TO SS-REJECTS(SS-IX)
               ELSE
                  ADD 1 TO SS-RECORDS(SS-IX)
               END-IF
               IF IMG-DIRECTION IS EQUAL TO "EXP"
                  ADD 1 TO SS-EXP(SS-IX)
               END-IF
               IF IMG-VALUE IS GREATER THAN 3999 OR
                     IMG-NUMERAL(1:1) IS EQUAL TO "("
                  ADD 1 TO SS-EXTENDED(SS-IX)
               END-IF
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
         MOVE ZERO TO SS-RECORDS(SS-IX)
         MOVE ZERO TO SS-REJECTS(SS-IX)
         MOVE ZERO TO SS-EXP(SS-IX)
         MOVE ZERO TO SS-EXTENDED(SS-IX)
         MOVE ZERO TO SS-FEEDS(SS-IX)
         MOVE ZERO TO SS-VOIDED(SS-IX)
         MOVE 1 TO SS-FOUND
      ELSE
         MOVE "Y" TO SS-OVERFLOW-FLAG
      END-IF
   END-IF.

MATCH-SOURCE-ENTRY.
   IF SS-SOURCE-SYS(SS-IX) IS EQUAL TO SS-WORK-SOURCE
      MOVE 1 TO SS-FOUND
   END-IF.

*> A FEED REGISTERED WITH NO SOURCE SYSTEM IS CHARGED TO *UNK* SO
*> THE FEE STILL SHOWS AND CAN BE CHASED.
TALLY-FEED-REGISTRY.
   OPEN INPUT REGISTRY-FILE.
   IF REGISTRY-FILE-STATUS IS EQUAL TO "00"
      READ REGISTRY-FILE INTO REGISTRY-WORK-RECORD
         AT END MOVE ZERO TO EOF-SWITCH
      END-READ
      PERFORM TALLY-ONE-FEED
         UNTIL EOF-SWITCH IS EQUAL TO ZERO
      CLOSE REGISTRY-FILE
      MOVE 1 TO EOF-SWITCH
   ELSE
      CLOSE REGISTRY-FILE
   END-IF.

TALLY-ONE-FEED.
   IF REG-RUN-DATE IS NUMERIC
      MOVE REG-RUN-DATE TO REG-DATE-TEXT
   ELSE
      MOVE REG-BUSINESS-DATE TO REG-DATE-TEXT
   END-IF.
   IF REG-FEED-NAME IS NOT EQUAL TO SPACES AND REG-DATE-TEXT IS NUMERIC
      MOVE REG-DATE-TEXT TO REG-DATE
      DIVIDE REG-DATE BY 100 GIVING IMG-PERIOD
      IF IMG-PERIOD IS EQUAL TO BILL-PERIOD
         ADD 1 TO FEED-COUNT
         IF REG-SOURCE-SYS IS EQUAL TO SPACES
            MOVE "*UNK*" TO SS-WORK-SOURCE
         ELSE
            MOVE REG-SOURCE-SYS TO SS-WORK-SOURCE
         END-IF
         PERFORM FIND-SOURCE-ENTRY
         IF SS-FOUND IS EQUAL TO 1
            ADD 1 TO SS-FEEDS(SS-IX)
         END-IF
      END-IF
   END-IF.
   READ REGISTRY-FILE INTO REGISTRY-WORK-RECORD
      AT END MOVE ZERO TO EOF-SWITCH.

PRINT-RATE-TABLE.
   MOVE "RECORD" TO RLL-CHARGE-CODE.
   MOVE RATE-RECORD TO RLL-RATE.
   display RATE-LISTING-LINE.
   MOVE "REJECT" TO RLL-CHARGE-CODE.
   MOVE RATE-REJECT TO RLL-RATE.
   display RATE-LISTING-LINE.
   MOVE "EXP" TO RLL-CHARGE-CODE.
   MOVE RATE-EXP TO RLL-RATE.
   display RATE-LISTING-LINE.
   MOVE "EXTENDED" TO RLL-CHARGE-CODE.
   MOVE RATE-EXTENDED TO RLL-RATE.
   display RATE-LISTING-LINE.
   MOVE "FEED" TO RLL-CHARGE-CODE.
   MOVE RATE-FEED TO RLL-RATE.
   display RATE-LISTING-LINE.

*> ONE SOURCE SYSTEM'S ITEMISED CHARGES: EACH CODE IS PRINTED AND
*> SENT TO FINANCE EVEN AT ZERO, SO EVERY BILL HAS THE SAME SHAPE.
CHARGE-ONE-SOURCE.
   display " ---------------------------- "
   MOVE SS-SOURCE-SYS(SS-IX) TO CSL-SOURCE-SYS.
   display CHARGE-SOURCE-LINE.
   MOVE ZERO TO SOURCE-AMOUNT.
   MOVE "RECORD" TO ITEM-CODE.
   MOVE "RECORDS CONVERTED" TO ITEM-TEXT.
   MOVE SS-RECORDS(SS-IX) TO ITEM-QUANTITY.
   MOVE RATE-RECORD TO ITEM-RATE.
   PERFORM CHARGE-ONE-ITEM.
   MOVE "REJECT" TO ITEM-CODE.
   MOVE "RECORDS REJECTED" TO ITEM-TEXT.
   MOVE SS-REJECTS(SS-IX) TO ITEM-QUANTITY.
   MOVE RATE-REJECT TO ITEM-RATE.
   PERFORM CHARGE-ONE-ITEM.
   MOVE "EXP" TO ITEM-CODE.
   MOVE "EXP SURCHARGE" TO ITEM-TEXT.
   MOVE SS-EXP(SS-IX) TO ITEM-QUANTITY.
   MOVE RATE-EXP TO ITEM-RATE.
   PERFORM CHARGE-ONE-ITEM.
   MOVE "EXTENDED" TO ITEM-CODE.
   MOVE "EXTENDED SURCHARGE" TO ITEM-TEXT.
   MOVE SS-EXTENDED(SS-IX) TO ITEM-QUANTITY.
   MOVE RATE-EXTENDED TO ITEM-RATE.
   PERFORM CHARGE-ONE-ITEM.
   MOVE "FEED" TO ITEM-CODE.
   MOVE "FEEDS PROCESSED" TO ITEM-TEXT.
   MOVE SS-FEEDS(SS-IX) TO ITEM-QUANTITY.
   MOVE RATE-FEED TO ITEM-RATE.
   PERFORM CHARGE-ONE-ITEM.
   IF SS-VOIDED(SS-IX) IS GREATER THAN ZERO
      MOVE SS-VOIDED(SS-IX) TO CVL-QUANTITY
      display CHARGE-VOID-LINE
   END-IF.
   MOVE "SOURCE SYSTEM TOTAL" TO CTL-TEXT.
   MOVE SOURCE-AMOUNT TO CTL-AMOUNT.
   display CHARGE-TOTAL-LINE.
   ADD SOURCE-AMOUNT TO GRAND-AMOUNT.

CHARGE-ONE-ITEM.
   COMPUTE ITEM-AMOUNT ROUNDED = ITEM-QUANTITY * ITEM-RATE.
   ADD ITEM-AMOUNT TO SOURCE-AMOUNT.
   MOVE ITEM-TEXT TO CIL-TEXT.
   MOVE ITEM-QUANTITY TO CIL-QUANTITY.
   MOVE ITEM-RATE TO CIL-RATE.
   MOVE ITEM-AMOUNT TO CIL-AMOUNT.
   display CHARGE-ITEM-LINE.
   MOVE BILL-PERIOD TO BID-PERIOD.
   MOVE SS-SOURCE-SYS(SS-IX) TO BID-SOURCE-SYS.
   MOVE ITEM-CODE TO BID-CHARGE-CODE.
   MOVE ITEM-QUANTITY TO BID-QUANTITY.
   MOVE ITEM-RATE TO BID-RATE.
   MOVE ITEM-AMOUNT TO BID-AMOUNT.
   WRITE BILLING-FILE-RECORD FROM BILLING-DETAIL-LINE.
   ADD 1 TO BILLING-LINES.
