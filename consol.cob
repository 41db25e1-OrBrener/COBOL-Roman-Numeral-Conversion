*>     ROMAN-MASTER.NN RECORDS ARE FOLDED INTO THE SHARED
*>     ROMAN-MASTER - THIS JOB IS THE SINGLE WRITER ON ALL OF THEM,
*>     SO NO TWO PROCESSES EVER HOLD THE SAME FILE OPEN FOR WRITE
*>   - THE BATCH IDS EACH INSTANCE CLAIMED (BATCH-CLAIMS.NN) ARE
*>     FOLDED INTO THE SHARED BATCH-OWNERS, WHICH THE INSTANCES MAY
*>     ONLY READ; TWO FEEDS IN DIFFERENT SLICES CLAIMING ONE BATCH ID
*>     THE SAME NIGHT ARE CAUGHT HERE, AND THE LATER SLICE'S DETAILS
*>     ARE REJECTED HERE AS THE CONVERTER WOULD HAVE REJECTED THEM
*>   - THE ACKNOWLEDGEMENTS EACH INSTANCE BUILT FOR ITS FEEDS ARRIVE
*>     IN ACK-TRANSPORT.NN AND ARE WRITTEN OUT HERE AS THE ACK FILES
*>     THE SOURCE SYSTEMS COLLECT
*>   - THE SINGLE RUN SUMMARY, SOURCE/BATCH SUBTOTAL REPORT,
*>     EXPECTED-FEEDS SCHEDULE CHECK AND REJECT-RATE CONDITION CODE
*>     THE SCHEDULER GETS FROM ONE INSTANCE TODAY ARE PRODUCED HERE
*>     FROM THE MERGED ROWS AND THE MERGED FEEDS-SEEN LISTS, ON THE
*>     CONSOLE AND ON THE PAGED ROMAN-REPORT PRINT FILE.
*> ROMAN_INSTANCES GIVES THE INSTANCE COUNT; THE REJECT-RATE AND
*> SCHEDULE SETTINGS (ROMAN_WARN_PCT, ROMAN_FAIL_PCT,
*> ROMAN_SCHEDULE) READ EXACTLY AS THE CONVERTER READS THEM.
       access mode is dynamic
       record key is MST-KEY
       file status is MASTER-OUT-FILE-STATUS.
select CLAIMS-IN-FILE assign to dynamic claims_in_name organization is line sequential
       file status is CLAIMS-IN-FILE-STATUS.
select OWNER-FILE assign to "BATCH-OWNERS"
       organization is indexed
       access mode is random
       record key is OWN-BATCH-ID
       file status is OWNER-FILE-STATUS.
select ACK-TRANSPORT-FILE assign to dynamic ack_transport_in_name organization is line sequential
       file status is ACK-TRANSPORT-FILE-STATUS.
select ACK-OUT-FILE assign to dynamic ack_out_name organization is line sequential
       file status is ACK-OUT-FILE-STATUS.
select SOURCE-FILE assign to "SOURCE-SYSTEMS"
       organization is indexed
       access mode is sequential
       record key is SRC-SYS-CODE
       file status is SOURCE-FILE-STATUS.
select CALENDAR-FILE assign to "BUSINESS-CALENDAR" organization is line sequential
       file status is CALENDAR-FILE-STATUS.
select STEP-FILE assign to "STEP-CONTROL" organization is line sequential
       file status is STEP-FILE-STATUS.
select PRINT-FILE assign to dynamic print_out_name organization is line sequential
       file status is PRINT-FILE-STATUS.
select PERIOD-FILE assign to "PERIOD-CONTROL" organization is line sequential
       file status is PERIOD-FILE-STATUS.
select PPA-FILE assign to "PRIOR-PERIOD-ADJ" organization is line sequential
       file status is PPA-FILE-STATUS.

DATA DIVISION.
FILE SECTION.
   FD AUDIT-OUT-FILE.
   01 AUDIT-OUT-RECORD  PIC X(45).

   FD CALENDAR-FILE.
   01 CALENDAR-FILE-RECORD  PIC X(47).

   FD SCHEDULE-FILE.
   01 SCHEDULE-FILE-RECORD.
      02 SCH-SOURCE-SYS     PIC X(05).
         03 MIN-SEQ        PIC 9(8).
      02 MIN-BODY          PIC X(51).

*> BATCH-OWNERS, IN THE CONVERTER'S LAYOUT: BATCH ID, THEN THE
*> SOURCE SYSTEM, HDR FEED NAME AND BUSINESS DATE THAT OWN IT AND
*> THE RUN DATE IT WAS CLAIMED ON. THE CLAIMS FILES CARRY THE SAME
*> 47 BYTES.
   FD CLAIMS-IN-FILE.
   01 CLAIMS-IN-RECORD      PIC X(47).

   FD OWNER-FILE.
   01 OWNER-RECORD.
      02 OWN-BATCH-ID       PIC X(10).
      02 OWN-SOURCE-SYS     PIC X(05).
      02 OWN-FEED-NAME      PIC X(16).
      02 OWN-BUSINESS-DATE  PIC 9(8).
      02 OWN-RUN-DATE       PIC 9(8).

   FD MASTER-OUT-FILE.
   01 MASTER-RECORD.
      02 MST-KEY.
      02 MST-STATUS        PIC X(10).
      02 MST-RUN-DATE      PIC 9(8).

   FD ACK-TRANSPORT-FILE.
   01 ACK-TRANSPORT-RECORD.
      02 ATR-ACK-NAME       PIC X(60).
      02 ATR-ACK-LINE       PIC X(110).

   FD ACK-OUT-FILE.
   01 ACK-OUT-RECORD        PIC X(110).

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

   FD STEP-FILE.
   01 STEP-FILE-RECORD  PIC X(98).

   FD PRINT-FILE.
   01 PRINT-RECORD          PIC X(132).

*> THE PERIODS ROMAN-PERIOD-CLOSE HAS SIGNED OFF, AND THE PRIOR-PERIOD
*> ADJUSTMENTS BOOKED AGAINST THEM, AS ROMAN-MASTER-MAINT KEEPS THEM.
   FD PERIOD-FILE.
   01 PERIOD-FILE-RECORD    PIC X(35).

   FD PPA-FILE.
   01 PPA-FILE-RECORD       PIC X(110).

WORKING-STORAGE SECTION.
01 file-info.
       05 file-size        pic x(8) comp-x.
77 MASTER-IN-FILE-STATUS    PIC XX.
77 MASTER-OUT-FILE-STATUS   PIC XX.
77 MASTER-OK-FLAG           PIC X   VALUE "N".
*> A RE-RUN SLICE OR CONSOLIDATION REPLACES MASTER KEYS ALREADY ON
*> FILE. WHEN THE RECORD BEING REPLACED BELONGS TO A PERIOD
*> ROMAN-PERIOD-CLOSE HAS CLOSED, THE REPLACEMENT IS BOOKED ON
*> PRIOR-PERIOD-ADJ AS A RERUN EXACTLY AS THE CONVERTER BOOKS ITS
*> OWN; IF PRIOR-PERIOD-ADJ CANNOT BE WRITTEN THE SIGNED-OFF RECORD
*> IS KEPT, NOT REPLACED.
77 PERIOD-FILE-STATUS       PIC XX.
77 PPA-FILE-STATUS          PIC XX.
77 PPA-OPEN-FLAG            PIC X   VALUE "N".
77 PPA-BOOKED-COUNT         PIC S9(8)  COMP  VALUE ZERO.
77 PPA-KEPT-COUNT           PIC S9(8)  COMP  VALUE ZERO.
01 PPA-BOOKED-LINE.
   02 FILLER          PIC X(48)  VALUE
                  " CLOSED-PERIOD RECORDS REPLACED, BOOKED AS PPA: ".
   02 PBL-COUNT       PIC ZZZZZZZ9.
01 PPA-KEPT-LINE.
   02 FILLER          PIC X(48)  VALUE
                  " *** CLOSED-PERIOD RECORDS KEPT, NOT REPLACED:  ".
   02 PKL-COUNT       PIC ZZZZZZZ9.
01 PERIOD-CONTROL-LINE.
   02 PCL-PERIOD       PIC 9(6).
   02 FILLER           PIC X.
   02 PCL-CLOSE-DATE   PIC 9(8).
   02 FILLER           PIC X.
   02 PCL-CLOSE-TIME   PIC 9(8).
   02 FILLER           PIC X.
   02 PCL-OPERATOR     PIC X(10).
77 CLOSED-MAX       PIC S9(4)  COMP  VALUE 240.
77 CLOSED-COUNT     PIC S9(4)  COMP  VALUE ZERO.
77 CLOSED-IX        PIC S9(4)  COMP.
77 CLOSED-FOUND     PIC 9.
01 CLOSED-PERIOD-TABLE.
   02 CLOSED-PERIOD  PIC 9(6)  OCCURS 240 TIMES.
77 RECORD-PERIOD    PIC 9(6).
77 BOOK-PERIOD      PIC 9(6).
77 BOOK-YEAR        PIC 9(4).
77 BOOK-MONTH       PIC 9(2).
77 CHECK-PERIOD     PIC 9(6).
01 MASTER-NEW-IMAGE    PIC X(69).
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
77 SOURCE-FILE-STATUS       PIC XX.
77 ACK-TRANSPORT-FILE-STATUS PIC XX.
77 ACK-OUT-FILE-STATUS      PIC XX.
77 ack_transport_in_name    pic x(30).
77 claims_in_name           pic x(30).
77 CLAIMS-IN-FILE-STATUS    PIC XX.
77 OWNER-FILE-STATUS        PIC XX.
77 OWNER-OK-FLAG            PIC X   VALUE "N".
77 ack_out_name             pic x(60).
77 ACK-OUT-OPEN-FLAG        PIC X   VALUE "N".
77 ACK-ROUTED-COUNT         PIC S9(8)  COMP  VALUE ZERO.
*> EVERY ACK FILE NAME OPENED THIS RUN, SO ONE REBUILT BY A
*> RESTARTED INSTANCE IS COUNTED ONCE. PAST THE TABLE'S END EACH
*> OPEN IS COUNTED AS IT COMES.
77 ACK-NAME-MAX             PIC S9(4)  COMP  VALUE 500.
77 ACK-NAME-COUNT           PIC S9(4)  COMP  VALUE ZERO.
77 ACK-NAME-IX              PIC S9(4)  COMP.
77 ACK-NAME-FOUND           PIC 9.
01 ACK-NAME-TABLE.
   02 ACK-NAME-ENTRY        PIC X(60)  OCCURS 500 TIMES.
01 ACK-COUNT-LINE.
   02 FILLER                PIC X(32)  VALUE
                  " ACKNOWLEDGEMENT FILES WRITTEN: ".
   02 ACL-COUNT             PIC ZZZZZZZ9.
77 EOF-SWITCH   PIC 9    VALUE 1.
77 RUN-DATE     PIC 9(8).
77 RUN-TIME     PIC 9(8).
77 INSTANCE-SUFFIX   PIC 9(2).
77 CONTROL-ERROR-FLAG PIC X     VALUE "N".

*> BATCH ID COLLISIONS. AN INSTANCE REJECTS A DETAIL WHOSE BATCH ID
*> BATCH-OWNERS OR ITS OWN CLAIMS GIVE TO ANOTHER FEED; THOSE ROWS
*> ARE COUNTED HERE FROM THE MERGED CSV, AND EACH INSTANCE'S REPORT
*> NAMES THEM. WHAT NO INSTANCE COULD SEE IS TWO SLICES CLAIMING ONE
*> NEW BATCH ID THE SAME NIGHT: THE FOLD KEEPS THE CLAIM FOLDED
*> FIRST AND LISTS EVERY LATER ONE. A SLICE'S CLAIMS ARE FOLDED
*> BEFORE ANY OF ITS OTHER OUTPUT, SO THE BATCH IDS IT LOST ARE
*> KNOWN BEFORE ITS ROWS ARE MERGED: ITS DETAILS FOR THOSE BATCH IDS
*> ARE REJECTED HERE AS "BATCH ID OWNED BY ANOTHER FEED", JUST AS
*> THE CONVERTER REJECTS ITS OWN - THE CSV ROW, REJECT LINE,
*> REGISTER LINE AND AUDIT BLOCK ARE BOOKED THAT WAY AND THE MASTER
*> RECORDS ARE NOT FOLDED - SO ROMAN-MASTER, THE REJECT REGISTER AND
*> THE MASTER RECONCILIATION STAY IN STEP. EITHER KIND ENDS THE RUN
*> WITH THE WARNING CODE.
77 COLLIDED-DETAIL-COUNT PIC S9(8) COMP VALUE ZERO.
77 FOLD-REJECTED-COUNT  PIC S9(8)  COMP  VALUE ZERO.
77 FOLD-UNFOLDED-COUNT  PIC S9(8)  COMP  VALUE ZERO.
77 FOLD-REJECT-SEQ      PIC S9(6)  COMP  VALUE ZERO.
77 REBOOK-FLAG          PIC X      VALUE "N".
77 REBOOK-WAS-OK-FLAG   PIC X      VALUE "N".
77 COLLISION-STATUS-TEXT PIC X(45) VALUE
                  "REJECTED: BATCH ID OWNED BY ANOTHER FEED".
77 COLLISION-REASON     PIC X(35)  VALUE "BATCH ID OWNED BY ANOTHER FEED".
*> THE BATCH ID AND SOURCE OF EVERY CLAIM THE CURRENT SLICE LOST,
*> WITH ITS LINE IN THE COLLISION TABLE (ZERO WHEN THAT WAS FULL).
77 LOST-MAX         PIC S9(4)  COMP  VALUE 500.
77 LOST-COUNT       PIC S9(4)  COMP  VALUE ZERO.
77 LOST-IX          PIC S9(4)  COMP.
77 LOST-FOUND       PIC 9.
77 LOST-WORK-BATCH-ID PIC X(10).
77 LOST-WORK-SOURCE   PIC X(05).
01 LOST-CLAIM-TABLE.
   02 LOST-ENTRY OCCURS 500 TIMES.
      03 LOST-BATCH-ID      PIC X(10).
      03 LOST-SOURCE-SYS    PIC X(05).
      03 LOST-COL-IX        PIC S9(4)  COMP.
*> THE SLICE'S AUDIT BLOCKS, ONE PER FILE IN THE ORDER ITS CSV ROWS
*> WERE WRITTEN: THE LAST CSV ROW EACH BLOCK COVERS, AND HOW MANY OF
*> ITS DETAILS WERE REJECTED HERE (AND HOW MANY OF THOSE HAD
*> CONVERTED), SO THE BLOCK'S COUNTS CAN BE BOOKED THE SAME WAY.
77 AB-MAX           PIC S9(4)  COMP  VALUE 100.
77 AB-COUNT         PIC S9(4)  COMP  VALUE ZERO.
77 AB-IX            PIC S9(4)  COMP.
77 AB-PASS-IX       PIC S9(4)  COMP.
77 AB-ROW-TOTAL     PIC S9(8)  COMP.
77 AB-OVERFLOW-FLAG PIC X      VALUE "N".
77 AUDIT-COUNT-WORK PIC S9(8)  COMP.
01 AUDIT-BLOCK-TABLE.
   02 AB-ENTRY OCCURS 100 TIMES.
      03 AB-LAST-ROW        PIC S9(8)  COMP.
      03 AB-OK-REBOOKED     PIC S9(8)  COMP.
      03 AB-ALL-REBOOKED    PIC S9(8)  COMP.
01 AUDIT-WORK-RECORD.
   02 AWK-TAG            PIC X(14).
   02 AWK-COUNT-TEXT     PIC X(8).
   02 AWK-COUNT REDEFINES AWK-COUNT-TEXT PIC ZZZZZZZ9.
   02 FILLER             PIC X(23).
*> REJECT AND REGISTER LINES IN THE CONVERTER'S LAYOUTS. A DETAIL
*> REJECTED HERE GETS A NEW REJECT ID, STAMPED WITH THIS RUN'S DATE
*> AND TIME AND ITS SLICE, AND ITS REGISTER LINE CARRIES THE RUN
*> DATE OF THE SLICE THAT CONVERTED IT.
77 INST-RUN-DATE      PIC 9(8).
01 REJECT-ID-BUILD.
   02 RID-DATE     PIC 9(8).
   02 RID-TIME     PIC 9(8).
   02 RID-INSTANCE PIC X(2)  VALUE "00".
   02 RID-SEQ      PIC 9(6).
01 REJECT-WORK-RECORD.
   02 RJW-BATCH-ID    PIC X(10).
   02 FILLER          PIC X(2).
   02 RJW-SOURCE-SYS  PIC X(05).
   02 FILLER          PIC X(2).
   02 RJW-DIRECTION   PIC X(03).
   02 FILLER          PIC X(2).
   02 RJW-IN-R        PIC X(15).
   02 FILLER          PIC X(2).
   02 RJW-LINE-NO     PIC ZZZZZZZ9.
   02 FILLER          PIC X(2).
   02 RJW-REASON      PIC X(35).
   02 FILLER          PIC X(2).
   02 RJW-REJECT-ID   PIC X(24).
01 REGISTER-WORK-RECORD.
   02 RGW-REJECT-ID   PIC X(24).
   02 FILLER          PIC X(2).
   02 RGW-REJECT-DATE PIC 9(8).
   02 FILLER          PIC X(2).
   02 RGW-SOURCE-SYS  PIC X(05).
   02 FILLER          PIC X(2).
   02 RGW-BATCH-ID    PIC X(10).
   02 FILLER          PIC X(2).
   02 RGW-REASON      PIC X(35).
77 CLAIMS-FOLDED-COUNT  PIC S9(8)  COMP  VALUE ZERO.
77 COLLISION-WARN-FLAG  PIC X      VALUE "N".
01 CLAIM-WORK-RECORD.
   02 CLW-BATCH-ID       PIC X(10).
   02 CLW-SOURCE-SYS     PIC X(05).
   02 CLW-FEED-NAME      PIC X(16).
   02 CLW-BUSINESS-DATE  PIC 9(8).
   02 CLW-RUN-DATE       PIC 9(8).
77 COL-MAX          PIC S9(4)  COMP  VALUE 100.
77 COL-COUNT        PIC S9(4)  COMP  VALUE ZERO.
77 COL-IX           PIC S9(4)  COMP.
77 COL-FOUND        PIC 9.
77 COL-OVERFLOW-COUNT PIC S9(8) COMP VALUE ZERO.
01 COLLISION-TABLE.
   02 COL-ENTRY OCCURS 100 TIMES.
      03 COL-TAB-BATCH-ID       PIC X(10).
      03 COL-TAB-INSTANCE       PIC 9(2).
      03 COL-TAB-SOURCE-SYS     PIC X(05).
      03 COL-TAB-FEED-NAME      PIC X(16).
      03 COL-TAB-BUSINESS-DATE  PIC 9(8).
      03 COL-TAB-OWN-SOURCE     PIC X(05).
      03 COL-TAB-OWN-FEED       PIC X(16).
      03 COL-TAB-OWN-DATE       PIC 9(8).
      03 COL-TAB-DETAILS        PIC S9(8)  COMP.
01 COLLISION-HEADING-1.
   02 FILLER  PIC X(12)  VALUE " BATCH ID".
   02 FILLER  PIC X(39)  VALUE "INST CLAIMED BY".
   02 FILLER  PIC X(34)  VALUE "OWNED BY".
   02 FILLER  PIC X(8)   VALUE " DETAILS".
01 COLLISION-HEADING-2.
   02 FILLER  PIC X(12)  VALUE " ----------".
   02 FILLER  PIC X(39)  VALUE "     SRC   FEED              DATE".
   02 FILLER  PIC X(34)  VALUE "SRC   FEED              DATE".
   02 FILLER  PIC X(8)   VALUE "REJECTED".
01 COLLISION-LINE.
   02 FILLER             PIC X      VALUE SPACE.
   02 CLN-BATCH-ID       PIC X(10).
   02 FILLER             PIC X      VALUE SPACE.
   02 CLN-INSTANCE       PIC 9(2).
   02 FILLER             PIC X(3)   VALUE SPACES.
   02 CLN-SOURCE-SYS     PIC X(05).
   02 FILLER             PIC X      VALUE SPACE.
   02 CLN-FEED-NAME      PIC X(16).
   02 FILLER             PIC X(2)   VALUE SPACES.
   02 CLN-BUSINESS-DATE  PIC 9(8).
   02 FILLER             PIC X(2)   VALUE SPACES.
   02 CLN-OWN-SOURCE     PIC X(05).
   02 FILLER             PIC X      VALUE SPACE.
   02 CLN-OWN-FEED       PIC X(16).
   02 FILLER             PIC X(2)   VALUE SPACES.
   02 CLN-OWN-DATE       PIC 9(8).
   02 FILLER             PIC X(2)   VALUE SPACES.
   02 CLN-DETAILS        PIC ZZZZZZZ9.
01 COLLISION-COUNT-LINE.
   02 CCL-LABEL          PIC X(39).
   02 CCL-COUNT          PIC ZZZZZZZ9.
01 COLLISION-OVERFLOW-LINE.
   02 FILLER             PIC X(39)  VALUE
                  " FURTHER CROSS-SLICE CLAIMS UNLISTED : ".
   02 CLO-DETAILS        PIC ZZZZZZZ9.

*> COMBINED RUN TOTALS, REBUILT FROM THE MERGED CSV DETAIL ROWS -
*> A ROW FLAGGED OK CONVERTED AND CARRIES ITS VALUE, ANY OTHER ROW
*> WAS A REJECT.
01 UNEXPECTED-FEED-LINE.
   02 FILLER           PIC X(13)  VALUE " UNEXPECTED  ".
   02 UNX-FEED-NAME    PIC X(16).
01 NOT-DUE-FEED-LINE.
   02 FILLER           PIC X(10)  VALUE " NOT DUE  ".
   02 NDU-SOURCE-SYS   PIC X(05).
   02 FILLER           PIC X(2)   VALUE SPACES.
   02 NDU-FEED-NAME    PIC X(16).
   02 FILLER           PIC X(34)  VALUE
                       " (RUN DATE NOT A BUSINESS DAY)".

*> THE CONVERTER'S BUSINESS CALENDAR, SO A FEED IS ONLY EXPECTED
*> ON ITS OWN SOURCE SYSTEM'S REGION'S BUSINESS DAYS.
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
77 RUN-DAY-SERIAL   PIC S9(8)  COMP.

*> CIVIL-CALENDAR DAY SERIAL COUNTED FROM MONDAY 1 JANUARY OF YEAR
*> ONE, SO THE SERIAL DIVIDED BY SEVEN LEAVES THE WEEKDAY: 1 FOR
*> MONDAY THROUGH 6 FOR SATURDAY, 0 FOR SUNDAY.
77 WK-YEAR           PIC S9(4)  COMP.
77 WK-PRIOR-YEAR     PIC S9(4)  COMP.
77 WK-MONTH          PIC S9(2)  COMP.
77 WK-DAY            PIC S9(2)  COMP.
77 WK-SERIAL         PIC S9(8)  COMP.
77 WK-LEAP           PIC S9(1)  COMP.
77 WK-REMAINDER      PIC S9(4)  COMP.
77 WK-LEAP4          PIC S9(4)  COMP.
77 WK-LEAP100        PIC S9(4)  COMP.
77 WK-LEAP400        PIC S9(4)  COMP.
01 DATE-WORK.
   02 DW-DATE        PIC 9(8).
   02 DW-PARTS REDEFINES DW-DATE.
      03 DW-YEAR     PIC 9(4).
      03 DW-MONTH    PIC 9(2).
      03 DW-DAY      PIC 9(2).
01 MONTH-OFFSET-TABLE.
   02 FILLER PIC S9(3) COMP VALUE 0.
   02 FILLER PIC S9(3) COMP VALUE 31.
   02 FILLER PIC S9(3) COMP VALUE 59.
   02 FILLER PIC S9(3) COMP VALUE 90.
   02 FILLER PIC S9(3) COMP VALUE 120.
   02 FILLER PIC S9(3) COMP VALUE 151.
   02 FILLER PIC S9(3) COMP VALUE 181.
   02 FILLER PIC S9(3) COMP VALUE 212.
   02 FILLER PIC S9(3) COMP VALUE 243.
   02 FILLER PIC S9(3) COMP VALUE 273.
   02 FILLER PIC S9(3) COMP VALUE 304.
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

77 CSV-RUN-DATE-TEXT  PIC 9(8).
77 CSV-RUN-TIME-TEXT  PIC 9(8).
01 CSV-BUILD-LINE     PIC X(90).
01 CSV-HEADER-LINE  PIC X(90) VALUE
       "BATCH ID,SOURCE SYS,ROMAN NUMERAL,DECIMAL VALUE,STATUS".
*> EACH SOURCE SYSTEM'S OWN REJECT-RATE THRESHOLDS FROM THE
*> REFERENCE FILE, POLICED AGAINST THE MERGED SOURCE SUBTOTALS THE
*> SAME WAY AN UNSPLIT RUN POLICES THEM.
77 SRC-MAX          PIC S9(4)  COMP  VALUE 200.
77 SRC-COUNT        PIC S9(4)  COMP  VALUE ZERO.
77 SRC-IX           PIC S9(4)  COMP.
77 SRC-FOUND        PIC 9.
77 SRC-WORK-CODE    PIC X(05).
01 SOURCE-REF-TABLE.
   02 SRC-ENTRY OCCURS 200 TIMES.
      03 SRC-TAB-SYS-CODE   PIC X(05).
      03 SRC-TAB-WARN-PCT   PIC S9(3)  COMP.
      03 SRC-TAB-FAIL-PCT   PIC S9(3)  COMP.
      03 SRC-TAB-REGION     PIC X(05).
77 SS-REJECT-PCT    PIC S9(3)  COMP.
01 SOURCE-RATE-LINE.
   02 FILLER          PIC X(9)   VALUE " SOURCE  ".
   02 SRT-SOURCE-SYS  PIC X(05).
   02 FILLER          PIC X(13)  VALUE "  REJECT PCT ".
   02 SRT-REJ-PCT     PIC ZZ9.
   02 FILLER          PIC X(7)   VALUE "  WARN ".
   02 SRT-WARN-PCT    PIC ZZ9.
   02 FILLER          PIC X(7)   VALUE "  FAIL ".
   02 SRT-FAIL-PCT    PIC ZZ9.
01 INSTANCE-BANNER-LINE.
   02 FILLER            PIC X(21)  VALUE " MERGING INSTANCE    ".
   02 RPT-INSTANCE      PIC Z9.
   02 FILLER            PIC X(4)   VALUE " OF ".
   02 RPT-INSTANCE-MAX  PIC Z9.
*> WHAT ONE SLICE BROUGHT TO THE MERGE, PRINTED UNDER ITS BANNER.
77 INST-START-CONVERTED PIC S9(8)  COMP.
77 INST-START-REJECTED  PIC S9(8)  COMP.
77 INST-START-FOLDED    PIC S9(8)  COMP.
01 INSTANCE-TOTAL-LINE.
   02 FILLER            PIC X(9)   VALUE "    ROWS ".
   02 ITL-ROWS          PIC ZZZZZZZ9.
   02 FILLER            PIC X(13)  VALUE "   CONVERTED ".
   02 ITL-CONVERTED     PIC ZZZZZZZ9.
   02 FILLER            PIC X(12)  VALUE "   REJECTED ".
   02 ITL-REJECTED      PIC ZZZZZZZ9.
   02 FILLER            PIC X(20)  VALUE "   REJECTED AT FOLD ".
   02 ITL-FOLDED        PIC ZZZZZZZ9.

*> PRINT-FILE PAGING, AS IN THE CONVERTER. PRINT-REPORT-LINE IS THE
*> ONE WAY A REPORT LINE LEAVES THE PROGRAM: IT GOES TO THE CONSOLE
*> AND ONTO THE CURRENT PAGE OF THE PRINT FILE. A NEW PAGE IS THROWN
*> WHEN THE PAGE IS FULL OR A SECTION STARTS, AND THE SECTION TITLE
*> AND ITS COLUMN HEADINGS ARE REPEATED UNDER EVERY PAGE HEADER.
77 print_out_name       pic x(30)  value "ROMAN-REPORT".
77 PRINT-FILE-STATUS    PIC XX.
77 PRINT-OK-FLAG        PIC X      VALUE "N".
77 PRINT-PAGE-DEPTH     PIC S9(4)  COMP  VALUE 60.
77 PRINT-LINE-COUNT     PIC S9(4)  COMP  VALUE ZERO.
77 PRINT-PAGE-COUNT     PIC S9(4)  COMP  VALUE ZERO.
01 PRINT-LINE-WORK      PIC X(132).
01 PRINT-SECTION-TITLE  PIC X(132).
01 PRINT-HEADING-1      PIC X(132).
01 PRINT-HEADING-2      PIC X(132).
01 PAGE-HEADER-LINE.
   02 FILLER            PIC X(25)  VALUE " ROMAN-RUN-CONSOLIDATOR  ".
   02 FILLER            PIC X(20)  VALUE " MERGED RUN REPORT  ".
   02 FILLER            PIC X(10)  VALUE "RUN DATE ".
   02 PH-RUN-DATE       PIC 9(8).
   02 FILLER            PIC X(7)   VALUE "  TIME ".
   02 PH-RUN-HH         PIC X(2).
   02 FILLER            PIC X      VALUE ":".
   02 PH-RUN-MM         PIC X(2).
   02 FILLER            PIC X      VALUE ":".
   02 PH-RUN-SS         PIC X(2).
   02 FILLER            PIC X(11)  VALUE "  INSTANCES".
   02 PH-INSTANCES      PIC ZZ9.
   02 FILLER            PIC X(7)   VALUE "  PAGE ".
   02 PH-PAGE           PIC ZZZ9.
01 PAGE-UNDERLINE.
   02 FILLER            PIC X(103) VALUE ALL "-".
*> THE FINAL CONTROL PAGE: ONE LABEL AND ONE VALUE PER LINE.
01 CONTROL-PAGE-LINE.
   02 FILLER            PIC X      VALUE SPACE.
   02 CPL-LABEL         PIC X(32).
   02 CPL-VALUE         PIC X(60).
77 CPL-NUMBER           PIC -(10)9.
77 CPL-HASH             PIC -(12)9.

*> STEP-CONTROL IS THE NIGHT STREAM'S SHARED RUN BOOK. EVERY STEP
*> APPENDS A START LINE AS IT BEGINS AND AN END LINE - CONDITION
*> CODE AND THREE KEY COUNTS - AS IT FINISHES, UNDER THE STREAM DATE
*> (ROMAN_STREAM_DATE, DEFAULT TODAY, SO A NIGHT THAT RUNS PAST
*> MIDNIGHT IS STILL ONE NIGHT). A START WITH NO END AFTER IT IS A
*> STEP STILL RUNNING OR ONE THAT DIED.
77 STEP-FILE-STATUS   PIC XX.
77 STEP-NAME          PIC X(24)  VALUE "ROMAN-RUN-CONSOLIDATOR".
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
ACCEPT RUN-TIME FROM TIME.
PERFORM GET-INSTANCE-COUNT.
PERFORM GET-STREAM-DATE.
PERFORM CHECK-INSTANCE-STEP
   VARYING INSTANCE-IX FROM 1 BY 1
   UNTIL INSTANCE-IX IS GREATER THAN INSTANCE-COUNT.
PERFORM ENFORCE-PREDECESSORS.
PERFORM WRITE-STEP-START.
PERFORM GET-REJECT-THRESHOLDS.
PERFORM LOAD-FEED-SCHEDULE.
PERFORM LOAD-SOURCE-THRESHOLDS.
PERFORM LOAD-BUSINESS-CALENDAR.
MOVE RUN-DATE TO DW-DATE.
PERFORM COMPUTE-DAY-SERIAL.
MOVE WK-SERIAL TO RUN-DAY-SERIAL.
display " "
display "------------------------------"
display " PARTITIONED RUN CONSOLIDATION"
PERFORM OPEN-AUDIT-OUT-FILE.
PERFORM OPEN-LIFECYCLE-OUT-FILES.
PERFORM OPEN-MASTER-OUT-FILE.
PERFORM LOAD-CLOSED-PERIODS.
PERFORM OPEN-OWNER-FILE.
MOVE INSTANCE-COUNT TO PH-INSTANCES.
PERFORM OPEN-PRINT-FILE.
MOVE " PARTITIONED RUN CONSOLIDATION" TO PRINT-SECTION-TITLE.
MOVE SPACES TO PRINT-HEADING-1, PRINT-HEADING-2.
PERFORM START-PRINT-SECTION.
PERFORM MERGE-ONE-INSTANCE
   VARYING INSTANCE-IX FROM 1 BY 1
   UNTIL INSTANCE-IX IS GREATER THAN INSTANCE-COUNT.
IF MASTER-OK-FLAG IS EQUAL TO "Y"
   CLOSE MASTER-OUT-FILE
end-if.
IF PPA-OPEN-FLAG IS EQUAL TO "Y"
   CLOSE PPA-FILE
end-if.
IF OWNER-OK-FLAG IS EQUAL TO "Y"
   CLOSE OWNER-FILE
end-if.
MOVE ACK-ROUTED-COUNT TO ACL-COUNT
MOVE ACK-COUNT-LINE TO PRINT-LINE-WORK
PERFORM PRINT-REPORT-LINE
PERFORM PRINT-SUBTOTAL-REPORT.
display "  ---------------------------- "
MOVE REC-COUNT       TO TR-READ
MOVE REJECTED-COUNT  TO TR-REJECTED
MOVE VALUE-SUM       TO TR-SUM
display " RUN SUMMARY"
MOVE " RUN SUMMARY" TO PRINT-SECTION-TITLE
MOVE SPACES TO PRINT-HEADING-1, PRINT-HEADING-2
PERFORM START-PRINT-SECTION
MOVE OUTPUT-TRAILER-RECORD TO PRINT-LINE-WORK
PERFORM PRINT-REPORT-LINE
MOVE OUTPUT-TRAILER-CONVERTED TO PRINT-LINE-WORK
PERFORM PRINT-REPORT-LINE
MOVE OUTPUT-TRAILER-REJECTED TO PRINT-LINE-WORK
PERFORM PRINT-REPORT-LINE
MOVE OUTPUT-TRAILER-SUM TO PRINT-LINE-WORK
PERFORM PRINT-REPORT-LINE
PERFORM CHECK-REJECT-RATE.
PERFORM CHECK-SOURCE-REJECT-RATES.
PERFORM CHECK-FEED-SCHEDULE.
PERFORM REPORT-BATCH-COLLISIONS.
PERFORM REPORT-PRIOR-PERIOD-ADJ.
display "  ---------------------------- "
IF CONTROL-ERROR-FLAG IS EQUAL TO "Y"
   move 12 to return-code
   IF REJECT-RC IS GREATER THAN ZERO
      move REJECT-RC to return-code
   ELSE
      IF SCHEDULE-WARN-FLAG IS EQUAL TO "Y" OR
            COLLISION-WARN-FLAG IS EQUAL TO "Y" OR
            PPA-KEPT-COUNT IS GREATER THAN ZERO
         move 4 to return-code
      END-IF
   END-IF
end-if.
PERFORM PRINT-CONTROL-PAGE.
MOVE REC-COUNT TO STEP-COUNT-1.
MOVE CONVERTED-COUNT TO STEP-COUNT-2.
MOVE REJECTED-COUNT TO STEP-COUNT-3.
PERFORM WRITE-STEP-END.
STOP RUN.

*> THE INSTANCE COUNT IS THE ONE SETTING WITH NO SAFE DEFAULT - A
      STOP RUN
   END-IF.

*> ONE INSTANCE'S OUTPUTS, MERGED IN SLICE ORDER: FIRST ITS BATCH
*> ID CLAIMS, SO THE BATCH IDS IT LOST TO AN EARLIER SLICE ARE KNOWN
*> BEFORE ANYTHING ELSE IS MERGED, AND ITS AUDIT BLOCKS ARE SIZED UP
*> SO A DETAIL REJECTED HERE CAN BE BOOKED TO ITS FILE'S BLOCK. THEN
*> THE CSV DETAILS, STREAMED THROUGH TO THE COMBINED EXTRACT WITH
*> THE INSTANCE TRL VERIFIED AGAINST WHAT THE INSTANCE WROTE, THEN
*> THE REJECTS AND THE AUDIT BLOCKS, THE FEEDS-SEEN LIST INTO THE
*> MERGED TABLE, THE LIFECYCLE LINES, THE MASTER AND THE ACKS. A
*> MISSING INSTANCE CSV IS A HARD ERROR - THE SLICE NEVER RAN OR ITS
*> OUTPUT WAS LOST.
MERGE-ONE-INSTANCE.
   MOVE INSTANCE-IX TO INSTANCE-SUFFIX.
   MOVE INSTANCE-IX TO RPT-INSTANCE.
   MOVE INSTANCE-COUNT TO RPT-INSTANCE-MAX.
   MOVE INSTANCE-BANNER-LINE TO PRINT-LINE-WORK.
   PERFORM PRINT-REPORT-LINE.
   MOVE CONVERTED-COUNT TO INST-START-CONVERTED.
   MOVE REJECTED-COUNT TO INST-START-REJECTED.
   MOVE FOLD-REJECTED-COUNT TO INST-START-FOLDED.
   MOVE ZERO TO LOST-COUNT.
   PERFORM MERGE-INSTANCE-CLAIMS.
   PERFORM SCAN-INSTANCE-AUDIT.
   PERFORM MERGE-INSTANCE-CSV.
   PERFORM MERGE-INSTANCE-REJECTS.
   PERFORM MERGE-INSTANCE-AUDIT.
   PERFORM MERGE-INSTANCE-REGISTER.
   PERFORM MERGE-INSTANCE-RESOLVED.
   PERFORM MERGE-INSTANCE-MASTER.
   PERFORM MERGE-INSTANCE-ACKS.
   MOVE INST-DETAIL-COUNT TO ITL-ROWS.
   COMPUTE ITL-CONVERTED = CONVERTED-COUNT - INST-START-CONVERTED.
   COMPUTE ITL-REJECTED = REJECTED-COUNT - INST-START-REJECTED.
   COMPUTE ITL-FOLDED = FOLD-REJECTED-COUNT - INST-START-FOLDED.
   MOVE INSTANCE-TOTAL-LINE TO PRINT-LINE-WORK.
   PERFORM PRINT-REPORT-LINE.

MERGE-INSTANCE-CSV.
   MOVE SPACES TO csv_in_name.
      display "Error: File " csv_in_name(1:20) " does not exist"
      display "Error: instance output is missing - ending run"
      move 16 to return-code
      PERFORM WRITE-STEP-END
      STOP RUN
   end-if.
   MOVE ZERO TO INST-DETAIL-COUNT.
   MOVE ZERO TO INST-HASH-TOTAL.
   MOVE "N" TO INST-TRL-SEEN.
   MOVE RUN-DATE TO INST-RUN-DATE.
   OPEN INPUT CSV-IN-FILE.
   MOVE 1 TO EOF-SWITCH.
   READ CSV-IN-FILE INTO CSV-WORK-RECORD
   UNSTRING CSV-WORK-RECORD DELIMITED BY ","
      INTO CSV-BATCH-ID CSV-SOURCE-SYS CSV-NUMERAL
           CSV-VALUE-TEXT CSV-STATUS-TEXT.
   IF CSV-BATCH-ID IS EQUAL TO "HDR"
      PERFORM STORE-INSTANCE-HEADER
   END-IF.
   IF CSV-BATCH-ID IS EQUAL TO "HDR" OR
         CSV-BATCH-ID IS EQUAL TO "BATCH ID"
      CONTINUE
   READ CSV-IN-FILE INTO CSV-WORK-RECORD
      AT END MOVE ZERO TO EOF-SWITCH.

*> A DETAIL FOR A BATCH ID THIS SLICE LOST IS REJECTED HERE BEFORE
*> IT IS PASSED ON; THE ROW IT ARRIVED AS STILL COUNTS TOWARDS THE
*> INSTANCE TRL, WHICH WAS WRITTEN BEFORE THE FOLD.
PASS-DETAIL-ROW.
   ADD 1 TO INST-DETAIL-COUNT.
   ADD 1 TO REC-COUNT.
   MOVE CSV-VALUE-TEXT TO HASH-DIGITS.
   PERFORM PARSE-HASH-DIGITS.
   MOVE "N" TO REBOOK-FLAG.
   IF LOST-COUNT IS GREATER THAN ZERO AND
         CSV-STATUS-TEXT IS NOT EQUAL TO COLLISION-STATUS-TEXT
      MOVE CSV-BATCH-ID TO LOST-WORK-BATCH-ID
      MOVE CSV-SOURCE-SYS TO LOST-WORK-SOURCE
      PERFORM LOOK-UP-LOST-CLAIM
      IF LOST-FOUND IS EQUAL TO 1
         PERFORM REBOOK-LOST-DETAIL
      END-IF
   END-IF.
   WRITE CSV-OUT-RECORD FROM CSV-WORK-RECORD.
   IF CSV-STATUS-TEXT IS EQUAL TO "OK"
      ADD 1 TO CONVERTED-COUNT
      IF HASH-VALID IS EQUAL TO 1
      END-IF
   ELSE
      ADD 1 TO REJECTED-COUNT
      IF CSV-STATUS-TEXT IS EQUAL TO COLLISION-STATUS-TEXT
         MOVE "Y" TO COLLISION-WARN-FLAG
         IF REBOOK-FLAG IS EQUAL TO "Y"
            ADD 1 TO FOLD-REJECTED-COUNT
         ELSE
            ADD 1 TO COLLIDED-DETAIL-COUNT
         END-IF
      END-IF
   END-IF.
   PERFORM ACCUMULATE-SUBTOTALS.

*> THE ROW IS REBUILT AS THE CONVERTER WRITES A COLLISION REJECT.
*> ONE THAT HAD CONVERTED GETS THE REJECT AND REGISTER LINES ITS
*> INSTANCE NEVER WROTE; ONE ALREADY REJECTED FOR ANOTHER REASON HAS
*> THEM, AND THEIR REASON IS CHANGED AS THEY ARE MERGED. EITHER WAY
*> THE DETAIL IS BOOKED TO THE AUDIT BLOCK OF THE FILE IT CAME IN.
REBOOK-LOST-DETAIL.
   MOVE "Y" TO REBOOK-FLAG.
   MOVE "N" TO REBOOK-WAS-OK-FLAG.
   IF CSV-STATUS-TEXT IS EQUAL TO "OK"
      MOVE "Y" TO REBOOK-WAS-OK-FLAG
      IF HASH-VALID IS EQUAL TO 1
         ADD HASH-WORK TO INST-HASH-TOTAL
      END-IF
      PERFORM WRITE-FOLD-REJECT
   END-IF.
   MOVE SPACES TO CSV-VALUE-TEXT.
   MOVE COLLISION-STATUS-TEXT TO CSV-STATUS-TEXT.
   MOVE SPACES TO CSV-WORK-RECORD.
   STRING FUNCTION TRIM(CSV-BATCH-ID) DELIMITED BY SIZE
          "," DELIMITED BY SIZE
          FUNCTION TRIM(CSV-SOURCE-SYS) DELIMITED BY SIZE
          "," DELIMITED BY SIZE
          CSV-NUMERAL DELIMITED BY SPACE
          "," DELIMITED BY SIZE
          CSV-VALUE-TEXT DELIMITED BY SIZE
          "," DELIMITED BY SIZE
          CSV-STATUS-TEXT DELIMITED BY SIZE
          INTO CSV-WORK-RECORD.
   IF LOST-COL-IX(LOST-IX) IS GREATER THAN ZERO
      ADD 1 TO COL-TAB-DETAILS(LOST-COL-IX(LOST-IX))
   END-IF.
   IF AB-COUNT IS GREATER THAN ZERO
      MOVE 1 TO AB-IX
      PERFORM NEXT-AUDIT-BLOCK
         UNTIL AB-IX IS NOT LESS THAN AB-COUNT OR
               AB-LAST-ROW(AB-IX) IS NOT LESS THAN INST-DETAIL-COUNT
      ADD 1 TO AB-ALL-REBOOKED(AB-IX)
      IF REBOOK-WAS-OK-FLAG IS EQUAL TO "Y"
         ADD 1 TO AB-OK-REBOOKED(AB-IX)
      END-IF
   END-IF.

NEXT-AUDIT-BLOCK.
   ADD 1 TO AB-IX.

*> THE LINE NUMBER IS THE DETAIL'S PLACE IN ITS SLICE, AS THE
*> CONVERTER NUMBERS IT; THE DIRECTION IS NOT CARRIED ON THE CSV.
WRITE-FOLD-REJECT.
   ADD 1 TO FOLD-REJECT-SEQ.
   MOVE RUN-DATE TO RID-DATE.
   MOVE RUN-TIME TO RID-TIME.
   MOVE INSTANCE-SUFFIX TO RID-INSTANCE.
   MOVE FOLD-REJECT-SEQ TO RID-SEQ.
   MOVE SPACES TO REJECT-WORK-RECORD.
   MOVE CSV-BATCH-ID TO RJW-BATCH-ID.
   MOVE CSV-SOURCE-SYS TO RJW-SOURCE-SYS.
   MOVE CSV-NUMERAL TO RJW-IN-R.
   MOVE INST-DETAIL-COUNT TO RJW-LINE-NO.
   MOVE COLLISION-REASON TO RJW-REASON.
   MOVE REJECT-ID-BUILD TO RJW-REJECT-ID.
   WRITE REJECT-OUT-RECORD FROM REJECT-WORK-RECORD.
   MOVE SPACES TO REGISTER-WORK-RECORD.
   MOVE REJECT-ID-BUILD TO RGW-REJECT-ID.
   MOVE INST-RUN-DATE TO RGW-REJECT-DATE.
   MOVE CSV-SOURCE-SYS TO RGW-SOURCE-SYS.
   MOVE CSV-BATCH-ID TO RGW-BATCH-ID.
   MOVE COLLISION-REASON TO RGW-REASON.
   WRITE REGISTER-OUT-RECORD FROM REGISTER-WORK-RECORD.

*> THE HDR CARRIES THE SLICE'S RUN DATE, WHICH ITS AUDIT BLOCKS AND
*> REGISTER LINES ARE DATED WITH.
STORE-INSTANCE-HEADER.
   MOVE SPACES TO TRL-TAG-TEXT TRL-COUNT-TEXT.
   UNSTRING CSV-WORK-RECORD DELIMITED BY ","
      INTO TRL-TAG-TEXT TRL-COUNT-TEXT.
   IF TRL-COUNT-TEXT(1:8) IS NUMERIC
      MOVE TRL-COUNT-TEXT(1:8) TO INST-RUN-DATE
   END-IF.

STORE-INSTANCE-TRAILER.
   MOVE "Y" TO INST-TRL-SEEN.
   MOVE SPACES TO TRL-TAG-TEXT TRL-COUNT-TEXT TRL-HASH-TEXT.
VERIFY-INSTANCE-TRAILER.
   IF INST-TRL-SEEN IS EQUAL TO "N"
      MOVE "Y" TO CONTROL-ERROR-FLAG
      MOVE " *** INSTANCE CSV HAS NO TRAILER - SLICE MAY BE INCOMPLETE ***" TO PRINT-LINE-WORK
      PERFORM PRINT-REPORT-LINE
   ELSE
      IF INST-TRL-COUNT IS NOT EQUAL TO INST-DETAIL-COUNT
         MOVE "Y" TO CONTROL-ERROR-FLAG
         MOVE " *** INSTANCE TRAILER ERROR: ROW COUNT MISMATCH ***" TO PRINT-LINE-WORK
         PERFORM PRINT-REPORT-LINE
      END-IF
      IF INST-TRL-HASH IS NOT EQUAL TO INST-HASH-TOTAL
         MOVE "Y" TO CONTROL-ERROR-FLAG
         MOVE " *** INSTANCE TRAILER ERROR: HASH TOTAL MISMATCH ***" TO PRINT-LINE-WORK
         PERFORM PRINT-REPORT-LINE
      END-IF
   END-IF.

   END-IF.
   MOVE 1 TO EOF-SWITCH.

*> A REJECT FOR A BATCH ID THE SLICE LOST NOW CARRIES THE COLLISION
*> REASON ITS CSV ROW WAS GIVEN.
PASS-REJECT-RECORD.
   MOVE REJECT-IN-RECORD TO REJECT-WORK-RECORD.
   IF LOST-COUNT IS GREATER THAN ZERO AND
         RJW-REASON IS NOT EQUAL TO COLLISION-REASON
      MOVE RJW-BATCH-ID TO LOST-WORK-BATCH-ID
      MOVE RJW-SOURCE-SYS TO LOST-WORK-SOURCE
      PERFORM LOOK-UP-LOST-CLAIM
      IF LOST-FOUND IS EQUAL TO 1
         MOVE COLLISION-REASON TO RJW-REASON
      END-IF
   END-IF.
   WRITE REJECT-OUT-RECORD FROM REJECT-WORK-RECORD.
   READ REJECT-IN-FILE
      AT END MOVE ZERO TO EOF-SWITCH.

   STRING "AUDIT-LOG." DELIMITED BY SIZE
          INSTANCE-SUFFIX DELIMITED BY SIZE
          INTO audit_in_name.
   MOVE ZERO TO AB-PASS-IX.
   OPEN INPUT AUDIT-IN-FILE.
   IF AUDIT-IN-FILE-STATUS IS EQUAL TO "00"
      MOVE 1 TO EOF-SWITCH
   MOVE 1 TO EOF-SWITCH.

PASS-AUDIT-RECORD.
   MOVE AUDIT-IN-RECORD TO AUDIT-WORK-RECORD.
   IF AWK-TAG IS EQUAL TO "RECORDS READ: "
      ADD 1 TO AB-PASS-IX
   END-IF.
   IF AB-PASS-IX IS GREATER THAN ZERO AND
         AB-PASS-IX IS NOT GREATER THAN AB-COUNT
      IF AB-ALL-REBOOKED(AB-PASS-IX) IS GREATER THAN ZERO
         PERFORM ADJUST-AUDIT-LINE
      END-IF
   END-IF.
   WRITE AUDIT-OUT-RECORD FROM AUDIT-WORK-RECORD.
   READ AUDIT-IN-FILE
      AT END MOVE ZERO TO EOF-SWITCH.

*> A CONVERTED DETAIL REJECTED HERE MOVES FROM CONVERTED TO
*> REJECTED; EVERY DETAIL REJECTED HERE IS ALSO A COLLISION, AS THE
*> CONVERTER COUNTS ITS OWN.
ADJUST-AUDIT-LINE.
   MOVE AWK-COUNT-TEXT TO HASH-DIGITS.
   PERFORM PARSE-HASH-DIGITS.
   MOVE HASH-WORK TO AUDIT-COUNT-WORK.
   IF AWK-TAG IS EQUAL TO "CONVERTED OK: "
      SUBTRACT AB-OK-REBOOKED(AB-PASS-IX) FROM AUDIT-COUNT-WORK
      MOVE AUDIT-COUNT-WORK TO AWK-COUNT
   END-IF.
   IF AWK-TAG IS EQUAL TO "COLLISIONS  : "
      ADD AB-ALL-REBOOKED(AB-PASS-IX) TO AUDIT-COUNT-WORK
      MOVE AUDIT-COUNT-WORK TO AWK-COUNT
   END-IF.
   IF AWK-TAG IS EQUAL TO "REJECTED    : "
      ADD AB-OK-REBOOKED(AB-PASS-IX) TO AUDIT-COUNT-WORK
      MOVE AUDIT-COUNT-WORK TO AWK-COUNT
   END-IF.

*> SIZES UP THE SLICE'S AUDIT BLOCKS BEFORE ITS CSV IS MERGED: EACH
*> BLOCK'S RECORDS READ ARE THE NEXT RUN OF CSV DETAIL ROWS. ONLY
*> NEEDED WHEN THE SLICE LOST A CLAIM. A LOG WITH MORE BLOCKS THAN
*> THE TABLE HOLDS CANNOT BE BOOKED BLOCK BY BLOCK AND IS A CONTROL
*> ERROR.
SCAN-INSTANCE-AUDIT.
   MOVE ZERO TO AB-COUNT.
   MOVE ZERO TO AB-ROW-TOTAL.
   MOVE "N" TO AB-OVERFLOW-FLAG.
   IF LOST-COUNT IS GREATER THAN ZERO
      MOVE SPACES TO audit_in_name
      STRING "AUDIT-LOG." DELIMITED BY SIZE
             INSTANCE-SUFFIX DELIMITED BY SIZE
             INTO audit_in_name
      OPEN INPUT AUDIT-IN-FILE
      IF AUDIT-IN-FILE-STATUS IS EQUAL TO "00"
         MOVE 1 TO EOF-SWITCH
         READ AUDIT-IN-FILE INTO AUDIT-WORK-RECORD
            AT END MOVE ZERO TO EOF-SWITCH
         END-READ
         PERFORM SCAN-AUDIT-RECORD
            UNTIL EOF-SWITCH IS EQUAL TO ZERO
         CLOSE AUDIT-IN-FILE
      ELSE
         CLOSE AUDIT-IN-FILE
      END-IF
      MOVE 1 TO EOF-SWITCH
   END-IF.
   IF AB-OVERFLOW-FLAG IS EQUAL TO "Y"
      MOVE "Y" TO CONTROL-ERROR-FLAG
      MOVE " *** INSTANCE AUDIT LOG HAS TOO MANY BLOCKS - FOLD REJECTS NOT BOOKED TO IT ***" TO PRINT-LINE-WORK
      PERFORM PRINT-REPORT-LINE
      MOVE ZERO TO AB-COUNT
   END-IF.

SCAN-AUDIT-RECORD.
   IF AWK-TAG IS EQUAL TO "RECORDS READ: "
      IF AB-COUNT IS LESS THAN AB-MAX
         MOVE AWK-COUNT-TEXT TO HASH-DIGITS
         PERFORM PARSE-HASH-DIGITS
         ADD HASH-WORK TO AB-ROW-TOTAL
         ADD 1 TO AB-COUNT
         MOVE AB-ROW-TOTAL TO AB-LAST-ROW(AB-COUNT)
         MOVE ZERO TO AB-OK-REBOOKED(AB-COUNT)
         MOVE ZERO TO AB-ALL-REBOOKED(AB-COUNT)
      ELSE
         MOVE "Y" TO AB-OVERFLOW-FLAG
      END-IF
   END-IF.
   READ AUDIT-IN-FILE INTO AUDIT-WORK-RECORD
      AT END MOVE ZERO TO EOF-SWITCH.

MERGE-INSTANCE-FEEDS.
   MOVE SPACES TO feeds_in_name.
   STRING "FEEDS-SEEN." DELIMITED BY SIZE
   MOVE 1 TO EOF-SWITCH.

PASS-REGISTER-RECORD.
   MOVE REGISTER-IN-RECORD TO REGISTER-WORK-RECORD.
   IF LOST-COUNT IS GREATER THAN ZERO AND
         RGW-REASON IS NOT EQUAL TO COLLISION-REASON
      MOVE RGW-BATCH-ID TO LOST-WORK-BATCH-ID
      MOVE RGW-SOURCE-SYS TO LOST-WORK-SOURCE
      PERFORM LOOK-UP-LOST-CLAIM
      IF LOST-FOUND IS EQUAL TO 1
         MOVE COLLISION-REASON TO RGW-REASON
      END-IF
   END-IF.
   WRITE REGISTER-OUT-RECORD FROM REGISTER-WORK-RECORD.
   READ REGISTER-IN-FILE
      AT END MOVE ZERO TO EOF-SWITCH.

      AT END MOVE ZERO TO EOF-SWITCH.

*> FOLDS THE INSTANCE MASTER INTO THE SHARED ONE, KEY BY KEY, WITH
*> THE SAME WRITE-THEN-REPLACE-ON-DUPLICATE THE CONVERTER USES SO A
*> RE-RUN CONSOLIDATION LANDS ON THE SAME KEYS IT WROTE BEFORE. THE
*> RECORDS OF A BATCH ID THE SLICE LOST ARE LEFT OUT, AS THE
*> CONVERTER WRITES NONE FOR A COLLISION REJECT. AN INSTANCE
*> WITHOUT A MASTER FILE (ITS MASTER OPEN FAILED THAT NIGHT) IS
*> SKIPPED, AS THE CONVERTER ITSELF WOULD HAVE CARRIED ON WITHOUT
*> THE INQUIRY COPY.
MERGE-INSTANCE-MASTER.
   IF MASTER-OK-FLAG IS EQUAL TO "Y"
      MOVE SPACES TO master_in_name

PASS-MASTER-RECORD.
   MOVE MASTER-IN-RECORD TO MASTER-RECORD.
   MOVE ZERO TO LOST-FOUND.
   IF LOST-COUNT IS GREATER THAN ZERO
      MOVE MST-BATCH-ID TO LOST-WORK-BATCH-ID
      MOVE MST-SOURCE-SYS TO LOST-WORK-SOURCE
      PERFORM LOOK-UP-LOST-CLAIM
   END-IF.
   IF LOST-FOUND IS EQUAL TO 1
      ADD 1 TO FOLD-UNFOLDED-COUNT
   ELSE
      WRITE MASTER-RECORD
         INVALID KEY
            PERFORM REPLACE-MASTER-RECORD
      END-WRITE
   END-IF.
   READ MASTER-IN-FILE
      AT END MOVE ZERO TO EOF-SWITCH.

*> THE KEY IS ALREADY ON FILE - A RE-RUN. THE RECORD IT REPLACES IS
*> READ FIRST: ONE FROM A CLOSED PERIOD IS BOOKED AS A PRIOR-PERIOD
*> ADJUSTMENT BEFORE IT IS OVERWRITTEN, OR KEPT IF IT CANNOT BE.
REPLACE-MASTER-RECORD.
   MOVE MASTER-RECORD TO MASTER-NEW-IMAGE.
   MOVE ZERO TO CLOSED-FOUND.
   READ MASTER-OUT-FILE
      INVALID KEY
         MOVE ZERO TO CLOSED-FOUND
      NOT INVALID KEY
         DIVIDE MST-RUN-DATE BY 100 GIVING RECORD-PERIOD
         MOVE RECORD-PERIOD TO CHECK-PERIOD
         PERFORM FIND-CLOSED-PERIOD
   END-READ.
   IF CLOSED-FOUND IS EQUAL TO 1
      PERFORM OPEN-PPA-FILE
   END-IF.
   IF CLOSED-FOUND IS EQUAL TO 1 AND PPA-OPEN-FLAG IS NOT EQUAL TO "Y"
      add 1 to PPA-KEPT-COUNT
   ELSE
      IF CLOSED-FOUND IS EQUAL TO 1
         PERFORM WRITE-PRIOR-PERIOD-ADJ
      END-IF
      MOVE MASTER-NEW-IMAGE TO MASTER-RECORD
      REWRITE MASTER-RECORD
   END-IF.

*> NO PERIOD-CONTROL YET MEANS NO PERIOD HAS BEEN CLOSED.
LOAD-CLOSED-PERIODS.
   OPEN INPUT PERIOD-FILE.
   IF PERIOD-FILE-STATUS IS EQUAL TO "00"
      READ PERIOD-FILE INTO PERIOD-CONTROL-LINE
         AT END MOVE ZERO TO EOF-SWITCH
      END-READ
      PERFORM LOAD-CLOSED-ENTRY
         UNTIL EOF-SWITCH IS EQUAL TO ZERO
      CLOSE PERIOD-FILE
      MOVE 1 TO EOF-SWITCH
   ELSE
      CLOSE PERIOD-FILE
   END-IF.

LOAD-CLOSED-ENTRY.
   IF PCL-PERIOD IS NUMERIC AND CLOSED-COUNT IS LESS THAN CLOSED-MAX
      ADD 1 TO CLOSED-COUNT
      MOVE PCL-PERIOD TO CLOSED-PERIOD(CLOSED-COUNT)
   END-IF.
   READ PERIOD-FILE INTO PERIOD-CONTROL-LINE
      AT END MOVE ZERO TO EOF-SWITCH.

FIND-CLOSED-PERIOD.
   MOVE ZERO TO CLOSED-FOUND.
   PERFORM MATCH-CLOSED-PERIOD
      VARYING CLOSED-IX FROM 1 BY 1
      UNTIL CLOSED-IX IS GREATER THAN CLOSED-COUNT OR CLOSED-FOUND IS EQUAL TO 1.

MATCH-CLOSED-PERIOD.
   IF CLOSED-PERIOD(CLOSED-IX) IS EQUAL TO CHECK-PERIOD
      MOVE 1 TO CLOSED-FOUND
   END-IF.

*> OPENED ON THE FIRST CLOSED-PERIOD REPLACEMENT ONLY; A FAILED OPEN
*> IS REPORTED ONCE AND NOT RETRIED.
OPEN-PPA-FILE.
   IF PPA-OPEN-FLAG IS EQUAL TO "N"
      OPEN EXTEND PPA-FILE
      IF PPA-FILE-STATUS IS NOT EQUAL TO "00"
         OPEN OUTPUT PPA-FILE
      END-IF
      IF PPA-FILE-STATUS IS EQUAL TO "00"
         MOVE "Y" TO PPA-OPEN-FLAG
      ELSE
         MOVE "X" TO PPA-OPEN-FLAG
         MOVE SPACES TO PRINT-LINE-WORK
         STRING " *** PRIOR-PERIOD-ADJ NOT WRITABLE (STATUS " DELIMITED BY SIZE
                PPA-FILE-STATUS DELIMITED BY SIZE
                ") - CLOSED-PERIOD RECORDS WILL NOT BE REPLACED ***" DELIMITED BY SIZE
                INTO PRINT-LINE-WORK
         PERFORM PRINT-REPORT-LINE
      END-IF
   END-IF.

*> THE ADJUSTMENT IS BOOKED TO THE FIRST PERIOD AFTER THE RECORD'S
*> THAT IS STILL OPEN, THE SAME WAY ROMAN-MASTER-MAINT BOOKS ITS
*> OWN. MASTER-RECORD STILL HOLDS THE RECORD BEING REPLACED.
WRITE-PRIOR-PERIOD-ADJ.
   MOVE RECORD-PERIOD TO BOOK-PERIOD.
   MOVE 1 TO CLOSED-FOUND.
   PERFORM NEXT-BOOK-PERIOD
      UNTIL CLOSED-FOUND IS EQUAL TO ZERO.
   MOVE SPACES TO PPA-LINE.
   MOVE BOOK-PERIOD       TO PPA-BOOK-PERIOD.
   MOVE RECORD-PERIOD     TO PPA-ORIG-PERIOD.
   MOVE "RERUN"           TO PPA-ACTION.
   MOVE MST-BATCH-ID      TO PPA-BATCH-ID.
   MOVE MST-SEQ           TO PPA-SEQ.
   MOVE MST-SOURCE-SYS    TO PPA-SOURCE-SYS.
   MOVE MASTER-NEW-IMAGE(19:5) TO PPA-NEW-SOURCE.
   MOVE MST-STATUS        TO PPA-STATUS.
   MOVE MST-VALUE         TO PPA-VALUE.
   MOVE "CONSOL"          TO PPA-OPERATOR.
   MOVE RUN-DATE          TO PPA-DATE.
   MOVE RUN-TIME          TO PPA-TIME.
   WRITE PPA-FILE-RECORD FROM PPA-LINE.
   add 1 to PPA-BOOKED-COUNT.

NEXT-BOOK-PERIOD.
   DIVIDE BOOK-PERIOD BY 100 GIVING BOOK-YEAR REMAINDER BOOK-MONTH.
   IF BOOK-MONTH IS EQUAL TO 12
      ADD 1 TO BOOK-YEAR
      MOVE 1 TO BOOK-MONTH
   ELSE
      ADD 1 TO BOOK-MONTH
   END-IF.
   COMPUTE BOOK-PERIOD = BOOK-YEAR * 100 + BOOK-MONTH.
   MOVE BOOK-PERIOD TO CHECK-PERIOD.
   PERFORM FIND-CLOSED-PERIOD.

*> ONLY A RE-RUN INTO A CLOSED PERIOD HAS ANYTHING TO SAY HERE.
REPORT-PRIOR-PERIOD-ADJ.
   IF PPA-BOOKED-COUNT IS GREATER THAN ZERO
      MOVE PPA-BOOKED-COUNT TO PBL-COUNT
      MOVE PPA-BOOKED-LINE TO PRINT-LINE-WORK
      PERFORM PRINT-REPORT-LINE
   END-IF.
   IF PPA-KEPT-COUNT IS GREATER THAN ZERO
      MOVE PPA-KEPT-COUNT TO PKL-COUNT
      MOVE PPA-KEPT-LINE TO PRINT-LINE-WORK
      PERFORM PRINT-REPORT-LINE
   END-IF.

*> THE MERGED REPORT IS WRITTEN AFRESH EACH RUN, LIKE THE COMBINED
*> CSV. A PRINT FILE THAT CANNOT BE OPENED COSTS THE REVIEW COPY BUT
*> NOT THE MERGE, SO THE RUN CARRIES ON WITH THE CONSOLE REPORT ONLY.
OPEN-PRINT-FILE.
   MOVE RUN-DATE TO PH-RUN-DATE.
   MOVE RUN-TIME(1:2) TO PH-RUN-HH.
   MOVE RUN-TIME(3:2) TO PH-RUN-MM.
   MOVE RUN-TIME(5:2) TO PH-RUN-SS.
   OPEN OUTPUT PRINT-FILE.
   IF PRINT-FILE-STATUS IS EQUAL TO "00"
      MOVE "Y" TO PRINT-OK-FLAG
   ELSE
      MOVE "N" TO PRINT-OK-FLAG
      display " *** " print_out_name " NOT WRITABLE - NO PRINTED REPORT THIS RUN ***"
   END-IF.

PRINT-REPORT-LINE.
   display FUNCTION TRIM(PRINT-LINE-WORK TRAILING).
   PERFORM WRITE-PRINT-LINE.

WRITE-PRINT-LINE.
   IF PRINT-OK-FLAG IS EQUAL TO "Y"
      IF PRINT-PAGE-COUNT IS EQUAL TO ZERO OR
            PRINT-LINE-COUNT IS NOT LESS THAN PRINT-PAGE-DEPTH
         PERFORM PRINT-PAGE-HEADER
      END-IF
      WRITE PRINT-RECORD FROM PRINT-LINE-WORK AFTER ADVANCING 1 LINE
      ADD 1 TO PRINT-LINE-COUNT
   END-IF.

*> CALLER SETS PRINT-SECTION-TITLE AND THE TWO HEADING LINES (SPACES
*> FOR A SECTION WITHOUT COLUMNS) BEFORE STARTING THE SECTION.
START-PRINT-SECTION.
   IF PRINT-OK-FLAG IS EQUAL TO "Y"
      PERFORM PRINT-PAGE-HEADER
   END-IF.

PRINT-PAGE-HEADER.
   ADD 1 TO PRINT-PAGE-COUNT.
   MOVE PRINT-PAGE-COUNT TO PH-PAGE.
   WRITE PRINT-RECORD FROM PAGE-HEADER-LINE AFTER ADVANCING PAGE.
   WRITE PRINT-RECORD FROM PAGE-UNDERLINE AFTER ADVANCING 1 LINE.
   WRITE PRINT-RECORD FROM PRINT-SECTION-TITLE AFTER ADVANCING 1 LINE.
   MOVE 3 TO PRINT-LINE-COUNT.
   IF PRINT-HEADING-1 IS NOT EQUAL TO SPACES
      WRITE PRINT-RECORD FROM PRINT-HEADING-1 AFTER ADVANCING 2 LINES
      ADD 2 TO PRINT-LINE-COUNT
   END-IF.
   IF PRINT-HEADING-2 IS NOT EQUAL TO SPACES
      WRITE PRINT-RECORD FROM PRINT-HEADING-2 AFTER ADVANCING 1 LINE
      ADD 1 TO PRINT-LINE-COUNT
   END-IF.
   MOVE SPACES TO PRINT-RECORD.
   WRITE PRINT-RECORD AFTER ADVANCING 1 LINE.
   ADD 1 TO PRINT-LINE-COUNT.

*> LAST PAGE OF EVERY RUN, PRINTED AFTER THE CONDITION CODE IS SET,
*> AS ON THE CONVERTER'S REPORT: WHAT WAS MERGED, WHAT WAS PRODUCED,
*> WHICH CONTROLS TRIPPED AND HOW THE STEP ENDED.
PRINT-CONTROL-PAGE.
   IF PRINT-OK-FLAG IS EQUAL TO "Y"
      MOVE " RUN CONTROL PAGE" TO PRINT-SECTION-TITLE
      MOVE SPACES TO PRINT-HEADING-1, PRINT-HEADING-2
      PERFORM START-PRINT-SECTION
      MOVE "RUN DATE" TO CPL-LABEL
      MOVE RUN-DATE TO CPL-VALUE
      PERFORM PUT-CONTROL-PAGE-LINE
      MOVE "RUN TIME" TO CPL-LABEL
      MOVE RUN-TIME TO CPL-VALUE
      PERFORM PUT-CONTROL-PAGE-LINE
      MOVE "INSTANCES MERGED" TO CPL-LABEL
      MOVE INSTANCE-COUNT TO CPL-NUMBER
      MOVE CPL-NUMBER TO CPL-VALUE
      PERFORM PUT-CONTROL-PAGE-LINE
      MOVE "RECORDS READ" TO CPL-LABEL
      MOVE REC-COUNT TO CPL-NUMBER
      MOVE CPL-NUMBER TO CPL-VALUE
      PERFORM PUT-CONTROL-PAGE-LINE
      MOVE "RECORDS CONVERTED" TO CPL-LABEL
      MOVE CONVERTED-COUNT TO CPL-NUMBER
      MOVE CPL-NUMBER TO CPL-VALUE
      PERFORM PUT-CONTROL-PAGE-LINE
      MOVE "RECORDS REJECTED" TO CPL-LABEL
      MOVE REJECTED-COUNT TO CPL-NUMBER
      MOVE CPL-NUMBER TO CPL-VALUE
      PERFORM PUT-CONTROL-PAGE-LINE
      MOVE "CSV TRAILER COUNT" TO CPL-LABEL
      MOVE REC-COUNT TO CPL-NUMBER
      MOVE CPL-NUMBER TO CPL-VALUE
      PERFORM PUT-CONTROL-PAGE-LINE
      MOVE "CSV TRAILER HASH (VALUE SUM)" TO CPL-LABEL
      MOVE VALUE-SUM TO CPL-HASH
      MOVE CPL-HASH TO CPL-VALUE
      PERFORM PUT-CONTROL-PAGE-LINE
      MOVE "REJECT RATE (PCT)" TO CPL-LABEL
      MOVE REJECT-PCT TO CPL-NUMBER
      MOVE CPL-NUMBER TO CPL-VALUE
      PERFORM PUT-CONTROL-PAGE-LINE
      MOVE "INSTANCE CONTROL ERROR" TO CPL-LABEL
      MOVE CONTROL-ERROR-FLAG TO CPL-VALUE
      PERFORM PUT-CONTROL-PAGE-LINE
      MOVE "FEED SCHEDULE DISCREPANCY" TO CPL-LABEL
      MOVE SCHEDULE-WARN-FLAG TO CPL-VALUE
      PERFORM PUT-CONTROL-PAGE-LINE
      MOVE "COLLISIONS REJECTED BY INSTANCES" TO CPL-LABEL
      MOVE COLLIDED-DETAIL-COUNT TO CPL-NUMBER
      MOVE CPL-NUMBER TO CPL-VALUE
      PERFORM PUT-CONTROL-PAGE-LINE
      MOVE "DETAILS REJECTED AT THE FOLD" TO CPL-LABEL
      MOVE FOLD-REJECTED-COUNT TO CPL-NUMBER
      MOVE CPL-NUMBER TO CPL-VALUE
      PERFORM PUT-CONTROL-PAGE-LINE
      MOVE "MASTER RECORDS NOT FOLDED" TO CPL-LABEL
      MOVE FOLD-UNFOLDED-COUNT TO CPL-NUMBER
      MOVE CPL-NUMBER TO CPL-VALUE
      PERFORM PUT-CONTROL-PAGE-LINE
      MOVE "CLOSED-PERIOD RECORDS AS PPA" TO CPL-LABEL
      MOVE PPA-BOOKED-COUNT TO CPL-NUMBER
      MOVE CPL-NUMBER TO CPL-VALUE
      PERFORM PUT-CONTROL-PAGE-LINE
      MOVE "CLOSED-PERIOD RECORDS KEPT" TO CPL-LABEL
      MOVE PPA-KEPT-COUNT TO CPL-NUMBER
      MOVE CPL-NUMBER TO CPL-VALUE
      PERFORM PUT-CONTROL-PAGE-LINE
      MOVE "ACKNOWLEDGEMENT FILES WRITTEN" TO CPL-LABEL
      MOVE ACK-ROUTED-COUNT TO CPL-NUMBER
      MOVE CPL-NUMBER TO CPL-VALUE
      PERFORM PUT-CONTROL-PAGE-LINE
      MOVE "PAGES PRINTED" TO CPL-LABEL
      MOVE PRINT-PAGE-COUNT TO CPL-NUMBER
      MOVE CPL-NUMBER TO CPL-VALUE
      PERFORM PUT-CONTROL-PAGE-LINE
      MOVE "CONDITION CODE" TO CPL-LABEL
      MOVE RETURN-CODE TO CPL-NUMBER
      MOVE CPL-NUMBER TO CPL-VALUE
      PERFORM PUT-CONTROL-PAGE-LINE
      MOVE " *** END OF REPORT ***" TO PRINT-LINE-WORK
      PERFORM WRITE-PRINT-LINE
      CLOSE PRINT-FILE
   END-IF.

PUT-CONTROL-PAGE-LINE.
   MOVE CONTROL-PAGE-LINE TO PRINT-LINE-WORK.
   PERFORM WRITE-PRINT-LINE.

*> FOLDS ONE INSTANCE'S NEW BATCH ID CLAIMS INTO BATCH-OWNERS. A
*> CLAIM ALREADY ON FILE FOR THE SAME SOURCE, FEED AND BUSINESS DATE
*> IS A RESTARTED INSTANCE OR A RE-RUN CONSOLIDATION AND IS PASSED
*> OVER; ONE ON FILE FOR ANOTHER FEED WAS MADE BY ANOTHER SLICE THE
*> SAME NIGHT AND IS A COLLISION. A MISSING CLAIMS FILE MEANS THE
*> SLICE CLAIMED NOTHING.
MERGE-INSTANCE-CLAIMS.
   IF OWNER-OK-FLAG IS EQUAL TO "Y"
      MOVE SPACES TO claims_in_name
      STRING "BATCH-CLAIMS." DELIMITED BY SIZE
             INSTANCE-SUFFIX DELIMITED BY SIZE
             INTO claims_in_name
      OPEN INPUT CLAIMS-IN-FILE
      IF CLAIMS-IN-FILE-STATUS IS EQUAL TO "00"
         MOVE 1 TO EOF-SWITCH
         READ CLAIMS-IN-FILE INTO CLAIM-WORK-RECORD
            AT END MOVE ZERO TO EOF-SWITCH
         END-READ
         PERFORM FOLD-CLAIM-RECORD
            UNTIL EOF-SWITCH IS EQUAL TO ZERO
         CLOSE CLAIMS-IN-FILE
      ELSE
         CLOSE CLAIMS-IN-FILE
      END-IF
      MOVE 1 TO EOF-SWITCH
   END-IF.

FOLD-CLAIM-RECORD.
   IF CLW-BATCH-ID IS NOT EQUAL TO SPACES
      MOVE CLW-BATCH-ID TO OWN-BATCH-ID
      READ OWNER-FILE
         INVALID KEY
            MOVE CLAIM-WORK-RECORD TO OWNER-RECORD
            WRITE OWNER-RECORD
               INVALID KEY
                  MOVE SPACES TO PRINT-LINE-WORK
                  STRING " *** BATCH-OWNERS WRITE FAILED (STATUS " DELIMITED BY SIZE
                         OWNER-FILE-STATUS DELIMITED BY SIZE
                         ") FOR BATCH " DELIMITED BY SIZE
                         CLW-BATCH-ID DELIMITED BY SIZE
                         " ***" DELIMITED BY SIZE
                         INTO PRINT-LINE-WORK
                  PERFORM PRINT-REPORT-LINE
               NOT INVALID KEY
                  ADD 1 TO CLAIMS-FOLDED-COUNT
            END-WRITE
         NOT INVALID KEY
            IF OWN-SOURCE-SYS IS NOT EQUAL TO CLW-SOURCE-SYS OR
                  OWN-FEED-NAME IS NOT EQUAL TO CLW-FEED-NAME OR
                  OWN-BUSINESS-DATE IS NOT EQUAL TO CLW-BUSINESS-DATE
               PERFORM NOTE-CLAIM-COLLISION
            END-IF
      END-READ
   END-IF.
   READ CLAIMS-IN-FILE INTO CLAIM-WORK-RECORD
      AT END MOVE ZERO TO EOF-SWITCH.

NOTE-CLAIM-COLLISION.
   MOVE "Y" TO COLLISION-WARN-FLAG.
   MOVE ZERO TO COL-FOUND.
   MOVE 1 TO COL-IX.
   PERFORM FIND-COLLISION-ENTRY
      UNTIL COL-FOUND IS EQUAL TO 1 OR COL-IX IS GREATER THAN COL-COUNT.
   IF COL-FOUND IS EQUAL TO ZERO
      IF COL-COUNT IS LESS THAN COL-MAX
         ADD 1 TO COL-COUNT
         MOVE CLW-BATCH-ID      TO COL-TAB-BATCH-ID(COL-COUNT)
         MOVE INSTANCE-SUFFIX   TO COL-TAB-INSTANCE(COL-COUNT)
         MOVE CLW-SOURCE-SYS    TO COL-TAB-SOURCE-SYS(COL-COUNT)
         MOVE CLW-FEED-NAME     TO COL-TAB-FEED-NAME(COL-COUNT)
         MOVE CLW-BUSINESS-DATE TO COL-TAB-BUSINESS-DATE(COL-COUNT)
         MOVE OWN-SOURCE-SYS    TO COL-TAB-OWN-SOURCE(COL-COUNT)
         MOVE OWN-FEED-NAME     TO COL-TAB-OWN-FEED(COL-COUNT)
         MOVE OWN-BUSINESS-DATE TO COL-TAB-OWN-DATE(COL-COUNT)
         MOVE ZERO              TO COL-TAB-DETAILS(COL-COUNT)
         MOVE COL-COUNT TO COL-IX
      ELSE
         ADD 1 TO COL-OVERFLOW-COUNT
         MOVE ZERO TO COL-IX
      END-IF
   END-IF.
   PERFORM NOTE-LOST-CLAIM.

*> THE SLICE LOST THIS BATCH ID: ITS DETAILS, REJECTS, REGISTER
*> LINES AND MASTER RECORDS FOR IT ARE DEALT WITH AS THEY ARE
*> MERGED. COL-IX POINTS AT THE COLLISION LISTED FOR IT, OR IS ZERO
*> IF THE LIST WAS FULL.
NOTE-LOST-CLAIM.
   MOVE CLW-BATCH-ID TO LOST-WORK-BATCH-ID.
   MOVE CLW-SOURCE-SYS TO LOST-WORK-SOURCE.
   PERFORM LOOK-UP-LOST-CLAIM.
   IF LOST-FOUND IS EQUAL TO ZERO
      IF LOST-COUNT IS LESS THAN LOST-MAX
         ADD 1 TO LOST-COUNT
         MOVE CLW-BATCH-ID   TO LOST-BATCH-ID(LOST-COUNT)
         MOVE CLW-SOURCE-SYS TO LOST-SOURCE-SYS(LOST-COUNT)
         MOVE COL-IX         TO LOST-COL-IX(LOST-COUNT)
      ELSE
         MOVE "Y" TO CONTROL-ERROR-FLAG
         MOVE SPACES TO PRINT-LINE-WORK
         STRING " *** TOO MANY LOST BATCH IDS - DETAILS FOR BATCH " DELIMITED BY SIZE
                CLW-BATCH-ID DELIMITED BY SIZE
                " NOT REJECTED ***" DELIMITED BY SIZE
                INTO PRINT-LINE-WORK
         PERFORM PRINT-REPORT-LINE
      END-IF
   END-IF.

LOOK-UP-LOST-CLAIM.
   MOVE ZERO TO LOST-FOUND.
   MOVE 1 TO LOST-IX.
   PERFORM FIND-LOST-CLAIM
      UNTIL LOST-FOUND IS EQUAL TO 1 OR LOST-IX IS GREATER THAN LOST-COUNT.

FIND-LOST-CLAIM.
   IF LOST-BATCH-ID(LOST-IX) IS EQUAL TO LOST-WORK-BATCH-ID AND
         LOST-SOURCE-SYS(LOST-IX) IS EQUAL TO LOST-WORK-SOURCE
      MOVE 1 TO LOST-FOUND
   ELSE
      ADD 1 TO LOST-IX
   END-IF.

*> A RESTARTED INSTANCE MAY HAVE WRITTEN THE SAME CLAIM TWICE; IT
*> IS LISTED ONCE.
FIND-COLLISION-ENTRY.
   IF COL-TAB-BATCH-ID(COL-IX) IS EQUAL TO CLW-BATCH-ID AND
         COL-TAB-SOURCE-SYS(COL-IX) IS EQUAL TO CLW-SOURCE-SYS AND
         COL-TAB-FEED-NAME(COL-IX) IS EQUAL TO CLW-FEED-NAME AND
         COL-TAB-BUSINESS-DATE(COL-IX) IS EQUAL TO CLW-BUSINESS-DATE
      MOVE 1 TO COL-FOUND
   ELSE
      ADD 1 TO COL-IX
   END-IF.

*> SAME CREATE-ON-FIRST-USE OPEN AS THE MASTER. WITHOUT BATCH-OWNERS
*> THE CLAIMS FILES ARE LEFT IN PLACE AND NOT FOLDED, AND THE NEXT
*> NIGHT'S INSTANCES POLICE AGAINST WHAT IS ALREADY ON FILE.
OPEN-OWNER-FILE.
   OPEN I-O OWNER-FILE.
   IF OWNER-FILE-STATUS IS NOT EQUAL TO "00"
      OPEN OUTPUT OWNER-FILE
      IF OWNER-FILE-STATUS IS EQUAL TO "00"
         CLOSE OWNER-FILE
         OPEN I-O OWNER-FILE
      END-IF
   END-IF.
   IF OWNER-FILE-STATUS IS EQUAL TO "00"
      MOVE "Y" TO OWNER-OK-FLAG
   ELSE
      display " *** BATCH-OWNERS UNAVAILABLE (STATUS " OWNER-FILE-STATUS
         ") - BATCH CLAIMS NOT FOLDED THIS RUN ***"
   END-IF.

REPORT-BATCH-COLLISIONS.
   display " ---------------------------- ".
   display " BATCH ID COLLISIONS".
   MOVE " BATCH ID COLLISIONS" TO PRINT-SECTION-TITLE.
   IF COL-COUNT IS GREATER THAN ZERO
      MOVE COLLISION-HEADING-1 TO PRINT-HEADING-1
      MOVE COLLISION-HEADING-2 TO PRINT-HEADING-2
   ELSE
      MOVE SPACES TO PRINT-HEADING-1, PRINT-HEADING-2
   END-IF.
   PERFORM START-PRINT-SECTION.
   MOVE " NEW BATCH IDS CLAIMED TONIGHT       : " TO CCL-LABEL.
   MOVE CLAIMS-FOLDED-COUNT TO CCL-COUNT.
   MOVE COLLISION-COUNT-LINE TO PRINT-LINE-WORK.
   PERFORM PRINT-REPORT-LINE.
   MOVE " DETAILS REJECTED BY THE INSTANCES   : " TO CCL-LABEL.
   MOVE COLLIDED-DETAIL-COUNT TO CCL-COUNT.
   MOVE COLLISION-COUNT-LINE TO PRINT-LINE-WORK.
   PERFORM PRINT-REPORT-LINE.
   MOVE " DETAILS REJECTED AT THE FOLD        : " TO CCL-LABEL.
   MOVE FOLD-REJECTED-COUNT TO CCL-COUNT.
   MOVE COLLISION-COUNT-LINE TO PRINT-LINE-WORK.
   PERFORM PRINT-REPORT-LINE.
   MOVE " MASTER RECORDS NOT FOLDED           : " TO CCL-LABEL.
   MOVE FOLD-UNFOLDED-COUNT TO CCL-COUNT.
   MOVE COLLISION-COUNT-LINE TO PRINT-LINE-WORK.
   PERFORM PRINT-REPORT-LINE.
   IF COL-COUNT IS GREATER THAN ZERO
      MOVE " CLAIMED BY TWO SLICES THE SAME NIGHT - DETAILS REJECTED HERE:" TO PRINT-LINE-WORK
      PERFORM PRINT-REPORT-LINE
      display COLLISION-HEADING-1
      display COLLISION-HEADING-2
      PERFORM PRINT-COLLISION-LINE
         VARYING COL-IX FROM 1 BY 1
         UNTIL COL-IX IS GREATER THAN COL-COUNT
      IF COL-OVERFLOW-COUNT IS GREATER THAN ZERO
         MOVE COL-OVERFLOW-COUNT TO CLO-DETAILS
         MOVE COLLISION-OVERFLOW-LINE TO PRINT-LINE-WORK
         PERFORM PRINT-REPORT-LINE
      END-IF
   END-IF.
   IF COLLISION-WARN-FLAG IS EQUAL TO "Y"
      MOVE " *** BATCH ID COLLISIONS - RUN ENDS WITH WARNING ***" TO PRINT-LINE-WORK
   ELSE
      MOVE " NO BATCH ID COLLISIONS" TO PRINT-LINE-WORK
   END-IF.
   PERFORM PRINT-REPORT-LINE.

PRINT-COLLISION-LINE.
   MOVE COL-TAB-BATCH-ID(COL-IX)      TO CLN-BATCH-ID.
   MOVE COL-TAB-INSTANCE(COL-IX)      TO CLN-INSTANCE.
   MOVE COL-TAB-SOURCE-SYS(COL-IX)    TO CLN-SOURCE-SYS.
   MOVE COL-TAB-FEED-NAME(COL-IX)     TO CLN-FEED-NAME.
   MOVE COL-TAB-BUSINESS-DATE(COL-IX) TO CLN-BUSINESS-DATE.
   MOVE COL-TAB-OWN-SOURCE(COL-IX)    TO CLN-OWN-SOURCE.
   MOVE COL-TAB-OWN-FEED(COL-IX)      TO CLN-OWN-FEED.
   MOVE COL-TAB-OWN-DATE(COL-IX)      TO CLN-OWN-DATE.
   MOVE COL-TAB-DETAILS(COL-IX)       TO CLN-DETAILS.
   MOVE COLLISION-LINE TO PRINT-LINE-WORK.
   PERFORM PRINT-REPORT-LINE.

*> EACH TRANSPORT LINE NAMES THE ACK FILE IT BELONGS IN; A CHANGE OF
*> NAME CLOSES ONE FILE AND STARTS THE NEXT. A NAME THAT COMES ROUND
*> AGAIN - A RESTARTED INSTANCE REBUILDING AN ACKNOWLEDGEMENT IT HAD
*> ALREADY SENT DOWN THE TRANSPORT - IS STARTED OVER, SO THE LATER,
*> COMPLETE COPY IS THE ONE THAT STANDS, AND IS COUNTED ONCE. A
*> MISSING TRANSPORT MEANS THE SLICE ACKNOWLEDGED NOTHING.
MERGE-INSTANCE-ACKS.
   MOVE SPACES TO ack_transport_in_name.
   STRING "ACK-TRANSPORT." DELIMITED BY SIZE
          INSTANCE-SUFFIX DELIMITED BY SIZE
          INTO ack_transport_in_name.
   MOVE SPACES TO ack_out_name.
   MOVE "N" TO ACK-OUT-OPEN-FLAG.
   OPEN INPUT ACK-TRANSPORT-FILE.
   IF ACK-TRANSPORT-FILE-STATUS IS EQUAL TO "00"
      MOVE 1 TO EOF-SWITCH
      READ ACK-TRANSPORT-FILE
         AT END MOVE ZERO TO EOF-SWITCH
      END-READ
      PERFORM ROUTE-ACK-LINE
         UNTIL EOF-SWITCH IS EQUAL TO ZERO
      CLOSE ACK-TRANSPORT-FILE
   ELSE
      CLOSE ACK-TRANSPORT-FILE
   END-IF.
   IF ACK-OUT-OPEN-FLAG IS EQUAL TO "Y"
      CLOSE ACK-OUT-FILE
      MOVE "N" TO ACK-OUT-OPEN-FLAG
   END-IF.
   MOVE 1 TO EOF-SWITCH.

ROUTE-ACK-LINE.
   IF ATR-ACK-NAME IS NOT EQUAL TO ack_out_name
      IF ACK-OUT-OPEN-FLAG IS EQUAL TO "Y"
         CLOSE ACK-OUT-FILE
         MOVE "N" TO ACK-OUT-OPEN-FLAG
      END-IF
      MOVE ATR-ACK-NAME TO ack_out_name
      OPEN OUTPUT ACK-OUT-FILE
      IF ACK-OUT-FILE-STATUS IS EQUAL TO "00"
         MOVE "Y" TO ACK-OUT-OPEN-FLAG
         PERFORM NOTE-ACK-NAME
      ELSE
         MOVE SPACES TO PRINT-LINE-WORK
         STRING " *** " DELIMITED BY SIZE
                ack_out_name DELIMITED BY SIZE
                " NOT WRITABLE - ACKNOWLEDGEMENT NOT SENT ***" DELIMITED BY SIZE
                INTO PRINT-LINE-WORK
         PERFORM PRINT-REPORT-LINE
      END-IF
   END-IF.
   IF ACK-OUT-OPEN-FLAG IS EQUAL TO "Y"
      WRITE ACK-OUT-RECORD FROM ATR-ACK-LINE
   END-IF.
   READ ACK-TRANSPORT-FILE
      AT END MOVE ZERO TO EOF-SWITCH.

*> AN ACKNOWLEDGEMENT STARTED OVER IS STILL ONE FILE SENT. PAST THE
*> TABLE'S SIZE EVERY NEW NAME IS COUNTED WITHOUT BEING REMEMBERED.
NOTE-ACK-NAME.
   MOVE ZERO TO ACK-NAME-FOUND.
   MOVE 1 TO ACK-NAME-IX.
   PERFORM FIND-ACK-NAME
      UNTIL ACK-NAME-FOUND IS EQUAL TO 1 OR ACK-NAME-IX IS GREATER THAN ACK-NAME-COUNT.
   IF ACK-NAME-FOUND IS EQUAL TO ZERO
      ADD 1 TO ACK-ROUTED-COUNT
      IF ACK-NAME-COUNT IS LESS THAN ACK-NAME-MAX
         ADD 1 TO ACK-NAME-COUNT
         MOVE ack_out_name TO ACK-NAME-ENTRY(ACK-NAME-COUNT)
      END-IF
   END-IF.

FIND-ACK-NAME.
   IF ACK-NAME-ENTRY(ACK-NAME-IX) IS EQUAL TO ack_out_name
      MOVE 1 TO ACK-NAME-FOUND
   ELSE
      ADD 1 TO ACK-NAME-IX
   END-IF.

OPEN-LIFECYCLE-OUT-FILES.
   OPEN EXTEND REGISTER-OUT-FILE.
   IF REGISTER-OUT-FILE-STATUS IS NOT EQUAL TO "00"
      ELSE
         IF SUB-OVERFLOW-FLAG IS EQUAL TO "N"
            MOVE "Y" TO SUB-OVERFLOW-FLAG
            MOVE " *** SUBTOTAL TABLE FULL - FURTHER BATCHES NOT BROKEN OUT ***" TO PRINT-LINE-WORK
            PERFORM PRINT-REPORT-LINE
         END-IF
      END-IF
   END-IF.
      ELSE
         IF SUB-OVERFLOW-FLAG IS EQUAL TO "N"
            MOVE "Y" TO SUB-OVERFLOW-FLAG
            MOVE " *** SUBTOTAL TABLE FULL - FURTHER BATCHES NOT BROKEN OUT ***" TO PRINT-LINE-WORK
            PERFORM PRINT-REPORT-LINE
         END-IF
      END-IF
   END-IF.
   IF SS-COUNT IS GREATER THAN ZERO
      display "  ---------------------------- "
      display " SUBTOTALS BY SOURCE SYSTEM AND BATCH"
      MOVE " SUBTOTALS BY SOURCE SYSTEM AND BATCH" TO PRINT-SECTION-TITLE
      MOVE SUBTOTAL-COLUMN-HEADINGS TO PRINT-HEADING-1
      MOVE SPACES TO PRINT-HEADING-2
      PERFORM START-PRINT-SECTION
      display SUBTOTAL-COLUMN-HEADINGS
      PERFORM PRINT-SOURCE-GROUP
         VARYING SS-IX FROM 1 BY 1
   MOVE SS-CONVERTED(SS-IX)  TO SS-OUT-CONVERTED.
   MOVE SS-REJECTED(SS-IX)   TO SS-OUT-REJECTED.
   MOVE SS-SUM(SS-IX)        TO SS-OUT-SUM.
   MOVE SUBTOTAL-SOURCE-LINE TO PRINT-LINE-WORK
   PERFORM PRINT-REPORT-LINE.

PRINT-BATCH-SUBTOTAL.
   IF SUB-SOURCE-SYS(SUB-IX) IS EQUAL TO SS-SOURCE-SYS(SS-IX)
      MOVE SUB-CONVERTED(SUB-IX) TO SUB-OUT-CONVERTED
      MOVE SUB-REJECTED(SUB-IX)  TO SUB-OUT-REJECTED
      MOVE SUB-SUM(SUB-IX)       TO SUB-OUT-SUM
      MOVE SUBTOTAL-BATCH-LINE TO PRINT-LINE-WORK
      PERFORM PRINT-REPORT-LINE
   END-IF.

GET-REJECT-THRESHOLDS.
   MOVE REJECT-PCT TO TR-REJ-PCT.
   MOVE WARN-PCT   TO TR-WARN-PCT.
   MOVE FAIL-PCT   TO TR-FAIL-PCT.
   MOVE REJECT-RATE-LINE TO PRINT-LINE-WORK.
   PERFORM PRINT-REPORT-LINE.
   IF REJECT-PCT IS GREATER THAN FAIL-PCT
      MOVE 8 TO REJECT-RC
      MOVE " *** REJECT RATE EXCEEDS FAIL THRESHOLD - RUN ENDS IN ERROR ***" TO PRINT-LINE-WORK
      PERFORM PRINT-REPORT-LINE
   ELSE
      IF REJECT-PCT IS GREATER THAN WARN-PCT
         MOVE 4 TO REJECT-RC
         MOVE " *** REJECT RATE EXCEEDS WARN THRESHOLD ***" TO PRINT-LINE-WORK
         PERFORM PRINT-REPORT-LINE
      END-IF
   END-IF.

*> THE INSTANCES HAVE ALREADY VALIDATED EVERY DETAIL AGAINST THE
*> REFERENCE FILE; HERE IT ONLY SUPPLIES THE PER-SOURCE THRESHOLDS,
*> SO IF IT CANNOT BE READ THE MERGE STILL RUNS AND ONLY THE
*> RUN-LEVEL THRESHOLDS ARE APPLIED.
LOAD-SOURCE-THRESHOLDS.
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
      display " NOTE: SOURCE-SYSTEMS not available - per-source thresholds not checked"
   END-IF.

LOAD-SOURCE-ENTRY.
   IF SRC-COUNT IS LESS THAN SRC-MAX
      ADD 1 TO SRC-COUNT
      MOVE SRC-SYS-CODE TO SRC-TAB-SYS-CODE(SRC-COUNT)
      MOVE SRC-REGION   TO SRC-TAB-REGION(SRC-COUNT)
      IF SRC-WARN-PCT IS NUMERIC
         MOVE SRC-WARN-PCT TO SRC-TAB-WARN-PCT(SRC-COUNT)
      ELSE
         MOVE ZERO TO SRC-TAB-WARN-PCT(SRC-COUNT)
      END-IF
      IF SRC-FAIL-PCT IS NUMERIC
         MOVE SRC-FAIL-PCT TO SRC-TAB-FAIL-PCT(SRC-COUNT)
      ELSE
         MOVE ZERO TO SRC-TAB-FAIL-PCT(SRC-COUNT)
      END-IF
   END-IF.
   READ SOURCE-FILE
      AT END MOVE ZERO TO EOF-SWITCH.

FIND-SOURCE-REF.
   IF SRC-TAB-SYS-CODE(SRC-IX) IS EQUAL TO SRC-WORK-CODE
      MOVE 1 TO SRC-FOUND
   ELSE
      ADD 1 TO SRC-IX
   END-IF.

*> THE WORSE CONDITION CODE OF THE RUN-LEVEL AND PER-SOURCE CHECKS
*> STANDS, EXACTLY AS IN THE CONVERTER.
CHECK-SOURCE-REJECT-RATES.
   PERFORM CHECK-ONE-SOURCE-RATE
      VARYING SS-IX FROM 1 BY 1
      UNTIL SS-IX IS GREATER THAN SS-COUNT.

CHECK-ONE-SOURCE-RATE.
   MOVE SS-SOURCE-SYS(SS-IX) TO SRC-WORK-CODE.
   MOVE ZERO TO SRC-FOUND.
   MOVE 1 TO SRC-IX.
   PERFORM FIND-SOURCE-REF
      UNTIL SRC-FOUND IS EQUAL TO 1 OR SRC-IX IS GREATER THAN SRC-COUNT.
   IF SRC-FOUND IS EQUAL TO 1 AND SS-READ(SS-IX) IS GREATER THAN ZERO
      IF SRC-TAB-WARN-PCT(SRC-IX) IS GREATER THAN ZERO OR
            SRC-TAB-FAIL-PCT(SRC-IX) IS GREATER THAN ZERO
         COMPUTE SS-REJECT-PCT =
            (SS-REJECTED(SS-IX) * 100) / SS-READ(SS-IX)
         MOVE SS-SOURCE-SYS(SS-IX)     TO SRT-SOURCE-SYS
         MOVE SS-REJECT-PCT            TO SRT-REJ-PCT
         MOVE SRC-TAB-WARN-PCT(SRC-IX) TO SRT-WARN-PCT
         MOVE SRC-TAB-FAIL-PCT(SRC-IX) TO SRT-FAIL-PCT
         MOVE SOURCE-RATE-LINE TO PRINT-LINE-WORK
         PERFORM PRINT-REPORT-LINE
         IF SRC-TAB-FAIL-PCT(SRC-IX) IS GREATER THAN ZERO AND
               SS-REJECT-PCT IS GREATER THAN SRC-TAB-FAIL-PCT(SRC-IX)
            MOVE 8 TO REJECT-RC
            MOVE " *** SOURCE REJECT RATE EXCEEDS ITS FAIL THRESHOLD - RUN ENDS IN ERROR ***" TO PRINT-LINE-WORK
            PERFORM PRINT-REPORT-LINE
         ELSE
            IF SRC-TAB-WARN-PCT(SRC-IX) IS GREATER THAN ZERO AND
                  SS-REJECT-PCT IS GREATER THAN SRC-TAB-WARN-PCT(SRC-IX)
               IF REJECT-RC IS LESS THAN 4
                  MOVE 4 TO REJECT-RC
               END-IF
               MOVE " *** SOURCE REJECT RATE EXCEEDS ITS WARN THRESHOLD ***" TO PRINT-LINE-WORK
               PERFORM PRINT-REPORT-LINE
            END-IF
         END-IF
      END-IF
   END-IF.

         UNTIL SCH-IX IS GREATER THAN SCH-COUNT
      display " ---------------------------- "
      display " EXPECTED-FEEDS SCHEDULE CHECK"
      MOVE " EXPECTED-FEEDS SCHEDULE CHECK" TO PRINT-SECTION-TITLE
      MOVE SPACES TO PRINT-HEADING-1, PRINT-HEADING-2
      PERFORM START-PRINT-SECTION
      PERFORM REPORT-MISSING-FEED
         VARYING SCH-IX FROM 1 BY 1
         UNTIL SCH-IX IS GREATER THAN SCH-COUNT
         VARYING SEEN-IX FROM 1 BY 1
         UNTIL SEEN-IX IS GREATER THAN SEEN-COUNT
      IF SCHEDULE-WARN-FLAG IS EQUAL TO "N"
         MOVE " ALL SCHEDULED FEEDS SEEN - NONE UNEXPECTED" TO PRINT-LINE-WORK
      ELSE
         MOVE " *** FEED SCHEDULE DISCREPANCY - RUN ENDS WITH WARNING ***" TO PRINT-LINE-WORK
      END-IF
      PERFORM PRINT-REPORT-LINE
   END-IF.

LOAD-FEED-SCHEDULE.
         display "Error: Schedule " schedule_file_name(1:20) " does not exist"
         display "Error: supplied schedule is not usable - ending run"
         move 16 to return-code
         PERFORM WRITE-STEP-END
         STOP RUN
      end-if
      OPEN INPUT SCHEDULE-FILE
      ELSE
         display "Error: schedule lists more than 50 feeds - ending run"
         move 16 to return-code
         PERFORM WRITE-STEP-END
         STOP RUN
      END-IF
   END-IF.
      MOVE "Y" TO SEEN-SCHEDULED(SEEN-IX)
   END-IF.

*> A FEED IS ONLY DUE ON ITS OWN REGION'S BUSINESS DAYS, SO ON A
*> RUN DATE THAT IS A HOLIDAY OR WEEKEND THERE IT IS NOT MISSING.
REPORT-MISSING-FEED.
   IF SCH-TAB-SEEN(SCH-IX) IS EQUAL TO "N"
      PERFORM CHECK-SCHEDULED-RUN-DAY
      IF BDAY-FLAG IS EQUAL TO "Y"
         MOVE "Y" TO SCHEDULE-WARN-FLAG
         MOVE SCH-TAB-SOURCE-SYS(SCH-IX) TO MIS-SOURCE-SYS
         MOVE SCH-TAB-FEED-NAME(SCH-IX)  TO MIS-FEED-NAME
         MOVE MISSING-FEED-LINE TO PRINT-LINE-WORK
         PERFORM PRINT-REPORT-LINE
      ELSE
         MOVE SCH-TAB-SOURCE-SYS(SCH-IX) TO NDU-SOURCE-SYS
         MOVE SCH-TAB-FEED-NAME(SCH-IX)  TO NDU-FEED-NAME
         MOVE NOT-DUE-FEED-LINE TO PRINT-LINE-WORK
         PERFORM PRINT-REPORT-LINE
      END-IF
   END-IF.

CHECK-SCHEDULED-RUN-DAY.
   MOVE SPACES TO BDAY-REGION.
   MOVE SCH-TAB-SOURCE-SYS(SCH-IX) TO SRC-WORK-CODE.
   MOVE ZERO TO SRC-FOUND.
   MOVE 1 TO SRC-IX.
   PERFORM FIND-SOURCE-REF
      UNTIL SRC-FOUND IS EQUAL TO 1 OR SRC-IX IS GREATER THAN SRC-COUNT.
   IF SRC-FOUND IS EQUAL TO 1
      MOVE SRC-TAB-REGION(SRC-IX) TO BDAY-REGION
   END-IF.
   MOVE RUN-DAY-SERIAL TO BDAY-SERIAL.
   PERFORM CHECK-BUSINESS-DAY.

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
   MOVE DW-DAY   TO WK-DAY.
   IF WK-MONTH IS LESS THAN 1 OR WK-MONTH IS GREATER THAN 12
      MOVE 1 TO WK-MONTH
   END-IF.
   MOVE ZERO TO WK-LEAP.
   DIVIDE WK-YEAR BY 4 GIVING WK-SERIAL REMAINDER WK-REMAINDER.
   IF WK-REMAINDER IS EQUAL TO ZERO
      MOVE 1 TO WK-LEAP
      DIVIDE WK-YEAR BY 100 GIVING WK-SERIAL REMAINDER WK-REMAINDER
      IF WK-REMAINDER IS EQUAL TO ZERO
         MOVE ZERO TO WK-LEAP
         DIVIDE WK-YEAR BY 400 GIVING WK-SERIAL REMAINDER WK-REMAINDER
         IF WK-REMAINDER IS EQUAL TO ZERO
            MOVE 1 TO WK-LEAP
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
      ADD 1 TO WK-SERIAL
   END-IF.

REPORT-UNEXPECTED-FEED.
   IF SEEN-SCHEDULED(SEEN-IX) IS EQUAL TO "N"
      MOVE "Y" TO SCHEDULE-WARN-FLAG
      MOVE SEEN-FEED-NAME(SEEN-IX) TO UNX-FEED-NAME
      MOVE UNEXPECTED-FEED-LINE TO PRINT-LINE-WORK
      PERFORM PRINT-REPORT-LINE
   END-IF.

*> EVERY SLICE MUST HAVE FINISHED BEFORE ITS OUTPUT IS MERGED - A
*> SLICE STILL RUNNING WOULD BE MERGED HALF-WRITTEN - AND FINISHED
*> WITH A CODE THE CONVERTER ITSELF WOULD LET RECON GO ON FROM.
CHECK-INSTANCE-STEP.
   MOVE "ROMAN-NUMERAL-CONVERTER" TO PRED-STEP-NAME.
   MOVE SPACES TO PRED-ALT-NAME.
   MOVE INSTANCE-IX TO INSTANCE-SUFFIX.
   MOVE INSTANCE-SUFFIX TO PRED-INSTANCE.
   MOVE 8 TO PRED-MAX-RC.
   PERFORM CHECK-PREDECESSOR-STEP.

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
