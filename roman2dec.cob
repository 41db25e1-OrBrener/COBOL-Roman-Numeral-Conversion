       access mode is dynamic
       record key is MST-KEY
       file status is MASTER-FILE-STATUS.
select OWNER-FILE assign to "BATCH-OWNERS"
       organization is indexed
       access mode is random
       record key is OWN-BATCH-ID
       file status is OWNER-FILE-STATUS.
select CLAIMS-FILE assign to dynamic claims_out_name organization is line sequential
       file status is CLAIMS-FILE-STATUS.
select SOURCE-FILE assign to "SOURCE-SYSTEMS"
       organization is indexed
       access mode is sequential
       record key is SRC-SYS-CODE
       file status is SOURCE-FILE-STATUS.
select ACK-WORK-FILE assign to dynamic ack_work_name organization is line sequential
       file status is ACK-WORK-FILE-STATUS.
select ACK-TRIM-FILE assign to dynamic ack_trim_name organization is line sequential
       file status is ACK-TRIM-FILE-STATUS.
select ACK-FILE assign to dynamic ack_file_name organization is line sequential
       file status is ACK-FILE-STATUS.
select ACK-TRANSPORT-FILE assign to dynamic ack_transport_name organization is line sequential
       file status is ACK-TRANSPORT-FILE-STATUS.
select PRINT-FILE assign to dynamic print_out_name organization is line sequential
       file status is PRINT-FILE-STATUS.
select PERIOD-FILE assign to "PERIOD-CONTROL" organization is line sequential
       file status is PERIOD-FILE-STATUS.
select PPA-FILE assign to "PRIOR-PERIOD-ADJ" organization is line sequential
       file status is PPA-FILE-STATUS.
select CALENDAR-FILE assign to "BUSINESS-CALENDAR" organization is line sequential
       file status is CALENDAR-FILE-STATUS.
select STEP-FILE assign to "STEP-CONTROL" organization is line sequential
       file status is STEP-FILE-STATUS.

DATA DIVISION.
FILE SECTION.
      02 CKPT-FILE-REJECTED    PIC 9(8).
      02 CKPT-FILE-SUM         PIC 9(10).
      02 CKPT-REGISTER-COUNT   PIC 9(8).
      02 CKPT-FILE-COLLIDED    PIC 9(8).

   FD CSV-FILE.
   01 CSV-FILE-RECORD  PIC X(90).
*> BUSINESS DATE PAIR - APPENDED WHEN THE FEED'S FILE COMPLETES AND
*> ITS CONTROLS RECONCILE. THE REGISTRY IS READ BACK AT STARTUP SO
*> AN OPERATOR RE-POINTING ROMAN_INPUT_FILE AT A FILE THAT ALREADY
*> WENT THROUGH GETS A REFUSAL, NOT A DOUBLE-COUNTED CSV. THE
*> FEED'S SOURCE SYSTEM AND THE RUN DATE THAT PROCESSED IT FOLLOW,
*> FOR THE MONTHLY CHARGEBACK'S PER-FEED FEE.
   FD REGISTRY-FILE.
   01 REGISTRY-FILE-RECORD.
      02 REG-FEED-NAME      PIC X(16).
      02 REG-BUSINESS-DATE  PIC 9(8).
      02 FILLER             PIC X(2).
      02 REG-SOURCE-SYS     PIC X(05).
      02 FILLER             PIC X(2).
      02 REG-RUN-DATE       PIC 9(8).

*> THE BUSINESS CALENDAR: HOLIDAYS AND WORKED WEEKEND DAYS BY
*> REGION, READ INTO STORAGE AT STARTUP.
   FD CALENDAR-FILE.
   01 CALENDAR-FILE-RECORD  PIC X(47).

*> THE EXPECTED-FEEDS SCHEDULE, ONE LINE PER FEED DUE EACH BUSINESS
*> DAY: SOURCE SYSTEM, TWO SPACES, THE HDR FEED NAME THE FEED
      02 MST-STATUS        PIC X(10).
      02 MST-RUN-DATE      PIC 9(8).

*> BATCH-OWNERS: ONE ENTRY PER BATCH ID EVER CONVERTED, NAMING THE
*> SOURCE SYSTEM, HDR FEED NAME AND BUSINESS DATE OF THE FEED THAT
*> FIRST CARRIED IT (SPACES AND ZERO FOR A FILE WITH NO HEADER) AND
*> THE RUN DATE IT WAS CLAIMED ON. THE MASTER IS KEYED ON BATCH ID,
*> SO A SECOND FEED REUSING SOMEONE ELSE'S BATCH ID WOULD OVERWRITE
*> THE OWNER'S RECORDS IN PLACE; THE OWNER ENTRY IS WHAT TELLS THAT
*> APART FROM A RERUN OF THE OWNING FEED, WHICH STILL REPLACES.
   FD OWNER-FILE.
   01 OWNER-RECORD.
      02 OWN-BATCH-ID       PIC X(10).
      02 OWN-SOURCE-SYS     PIC X(05).
      02 OWN-FEED-NAME      PIC X(16).
      02 OWN-BUSINESS-DATE  PIC 9(8).
      02 OWN-RUN-DATE       PIC 9(8).

*> INSTANCE MODE ONLY: THE CLAIMS THIS INSTANCE MADE, IN THE
*> BATCH-OWNERS LAYOUT, FOR THE CONSOLIDATOR TO FOLD IN AS THE
*> SINGLE WRITER ON BATCH-OWNERS.
   FD CLAIMS-FILE.
   01 CLAIMS-FILE-RECORD    PIC X(47).

*> THE SOURCE-SYSTEM REFERENCE FILE SOURCE-SYSTEM-MAINT KEEPS: ONE
*> ENTRY PER SYSTEM CODE A FEED MAY CARRY, WITH ITS STATUS, THE
*> DIRECTIONS IT MAY SEND, ITS EXTENDED-NOTATION OPT-IN AND ITS OWN
*> REJECT-RATE THRESHOLDS. READ ONCE AT STARTUP INTO STORAGE.
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

*> ONE LINE PER DETAIL OF THE FILE IN HAND - WHO SENT IT, WHETHER IT
*> CONVERTED, AND FOR A REJECT ITS ID AND REASON - FROM WHICH THE
*> FEED'S ACKNOWLEDGEMENTS ARE BUILT WHEN THE FILE COMPLETES. ONE
*> LINE PER DETAIL MEANS THE CHECKPOINTED FILE RECORD COUNT IS ALSO
*> ITS LENGTH, SO A RESUMED FILE CUTS IT BACK THE SAME WAY THE CSV
*> AND THE REJECT REGISTER ARE CUT.
   FD ACK-WORK-FILE.
   01 ACK-WORK-RECORD.
      02 AKW-SOURCE-SYS     PIC X(05).
      02 AKW-OUTCOME        PIC X.
      02 AKW-BATCH-ID       PIC X(10).
      02 AKW-REJECT-ID      PIC X(24).
      02 AKW-REASON         PIC X(35).

   FD ACK-TRIM-FILE.
   01 ACK-TRIM-RECORD       PIC X(75).

*> THE ACKNOWLEDGEMENT RETURNED TO A SOURCE SYSTEM FOR ONE FEED: AN
*> AKH HEADER (FEED, BUSINESS DATE, OUTCOME), AN AKC CONTROL LINE
*> (OUR COUNT AND HASH AGAINST THEIR TRAILER), ONE AKR LINE PER
*> REJECTED DETAIL OF THEIRS, AND AN AKT TRAILER COUNTING THE AKR
*> LINES SO THEIR LOADER CAN TELL A TRUNCATED FILE FROM A WHOLE ONE.
   FD ACK-FILE.
   01 ACK-FILE-RECORD       PIC X(110).

*> INSTANCE MODE ONLY: EACH ACKNOWLEDGEMENT LINE TAGGED WITH THE
*> FILE IT BELONGS IN, FOR THE CONSOLIDATOR TO WRITE OUT.
   FD ACK-TRANSPORT-FILE.
   01 ACK-TRANSPORT-RECORD.
      02 ATR-ACK-NAME       PIC X(60).
      02 ATR-ACK-LINE       PIC X(110).

*> THE PAGINATED RUN REPORT KEPT FOR THE MONTHLY COMPLIANCE REVIEW:
*> EVERY REPORT LINE THE CONSOLE GETS, UNDER PAGE HEADERS CARRYING
*> THE RUN DATE/TIME, INSTANCE AND PAGE NUMBER, ENDING WITH A
*> CONTROL PAGE THAT TIES THE RUN TO ITS CONDITION CODE.
   FD PRINT-FILE.
   01 PRINT-RECORD          PIC X(132).

*> THE PERIODS ROMAN-PERIOD-CLOSE HAS SIGNED OFF, AND THE PRIOR-PERIOD
*> ADJUSTMENTS BOOKED AGAINST THEM, AS ROMAN-MASTER-MAINT KEEPS THEM.
   FD PERIOD-FILE.
   01 PERIOD-FILE-RECORD    PIC X(35).

   FD PPA-FILE.
   01 PPA-FILE-RECORD       PIC X(110).


   FD STEP-FILE.
   01 STEP-FILE-RECORD  PIC X(98).

WORKING-STORAGE SECTION.
01 file-info.
77 CSV-FILE-STATUS         PIC XX.
77 MASTER-FILE-STATUS      PIC XX.
77 MASTER-OK-FLAG          PIC X   VALUE "N".
*> A RERUN REPLACES ITS OWN MASTER KEYS IN PLACE. WHEN THE RECORD
*> BEING REPLACED BELONGS TO A PERIOD ROMAN-PERIOD-CLOSE HAS CLOSED,
*> THAT MONTH'S FIGURES ARE SIGNED OFF: THE REPLACEMENT IS BOOKED ON
*> PRIOR-PERIOD-ADJ, IN ROMAN-MASTER-MAINT'S LAYOUT, AS A RERUN
*> TAKING THE OLD RECORD OFF ITS PERIOD - THE FIRST OPEN PERIOD
*> AFTER IT CARRIES THE ADJUSTMENT AT ITS CLOSE. IF PRIOR-PERIOD-ADJ
*> CANNOT BE WRITTEN THE SIGNED-OFF RECORD IS KEPT, NOT REPLACED.
77 PERIOD-FILE-STATUS      PIC XX.
77 PPA-FILE-STATUS         PIC XX.
77 PPA-OPEN-FLAG           PIC X   VALUE "N".
77 PPA-BOOKED-COUNT        PIC S9(8)  COMP  VALUE ZERO.
77 PPA-KEPT-COUNT          PIC S9(8)  COMP  VALUE ZERO.
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
*> REJECT-RATE POLICING FOR THE SCHEDULER: WHEN THE END-OF-RUN
*> REJECT PERCENTAGE EXCEEDS THE WARN THRESHOLD THE RUN ENDS WITH
*> A WARNING CONDITION CODE, AND ABOVE THE FAIL THRESHOLD WITH A
01 EXP-OPERAND-AREA-2.
   02 EO2          PIC X(1)   OCCURS 15 TIMES.
*> EXTENDED-RANGE (VINCULUM) MODE, OPT-IN PER SOURCE SYSTEM THROUGH
*> THE EXTENDED FLAG ON ITS SOURCE-SYSTEMS ENTRY. FOR AN OPTED-IN
*> FEED, AN R2D PAYLOAD MAY CARRY THE BRACKETED-THOUSANDS
*> CONVENTION - (X)MMCC MEANING 12200, THE BRACKETED PART WORTH A
*> THOUSAND TIMES ITS CLASSICAL VALUE - AND THE D2R PATH EMITS THE
*> SAME NOTATION FOR VALUES ABOVE 3999, UP TO 999999. FEEDS NOT
*> OPTED IN KEEP THE CLASSICAL 1-3999 BEHAVIOUR AND REJECT REASONS
*> EXACTLY AS BEFORE.
77 EXTENDED-MODE-FLAG  PIC X    VALUE "N".
77 EXT-IX            PIC S9(2)  COMP.
77 EXT-START         PIC S9(2)  COMP.
01 EXT-PART-AREA-2.
   02 EP2            PIC X(1)   OCCURS 15 TIMES.

*> THE SOURCE-SYSTEM REFERENCE TABLE. EVERY DETAIL'S SOURCE CODE
*> IS LOOKED UP BEFORE IT IS CONVERTED: A CODE NOT ON FILE, A
*> SUSPENDED SYSTEM, OR A DIRECTION THE SYSTEM IS NOT SET UP TO
*> SEND EACH REJECTS THE DETAIL WITH ITS OWN REASON. A SYSTEM'S OWN
*> WARN/FAIL PERCENTAGES (ZERO = NOT SET) ARE POLICED AGAINST ITS
*> SUBTOTAL AT END OF RUN ALONGSIDE THE RUN-LEVEL THRESHOLDS.
77 SOURCE-FILE-STATUS PIC XX.
77 SRC-MAX          PIC S9(4)  COMP  VALUE 200.
77 SRC-COUNT        PIC S9(4)  COMP  VALUE ZERO.
77 SRC-IX           PIC S9(4)  COMP.
77 SRC-FOUND        PIC 9.
77 SRC-WORK-CODE    PIC X(05).
77 SOURCE-OK-FLAG   PIC X.
01 SOURCE-REF-TABLE.
   02 SRC-ENTRY OCCURS 200 TIMES.
      03 SRC-TAB-SYS-CODE   PIC X(05).
      03 SRC-TAB-STATUS     PIC X.
      03 SRC-TAB-ALLOW-R2D  PIC X.
      03 SRC-TAB-ALLOW-D2R  PIC X.
      03 SRC-TAB-ALLOW-EXP  PIC X.
      03 SRC-TAB-EXTENDED   PIC X.
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

*> ACKNOWLEDGEMENT RETURN FILES. WHEN A FEED'S FILE COMPLETES, EACH
*> SOURCE SYSTEM WHOSE DETAILS IT CARRIED GETS ITS OWN FILE
*> ACK-<SYSTEM>-<FEED>-<BUSINESS DATE>-<RUN DATE>-<MANIFEST SEQ>,
*> SO THE SOURCE TEAMS CAN LOAD THE OUTCOME AND THEIR REJECTS
*> WITHOUT ASKING THE DESK. A REFUSED FEED CARRIES NO DETAILS, SO
*> IT IS ACKNOWLEDGED TO THE SYSTEM THE SCHEDULE NAMES FOR IT. A
*> FILE WITH NO HDR HAS NO FEED IDENTITY TO ACKNOWLEDGE AND GETS
*> NONE. THE RUN DATE AND MANIFEST SEQUENCE IN THE NAME KEEP A
*> LATER REFUSAL OF A RESENT FEED FROM OVERWRITING THE ORIGINAL
*> ACCEPTANCE, WHILE A RESTART REWRITES ITS OWN FILE IN PLACE.
77 ack_work_name        pic x(30)  value "ACK-WORK".
77 ack_trim_name        pic x(30)  value "ACK-TRIM-WORK".
77 ack_transport_name   pic x(30)  value "ACK-TRANSPORT".
77 ack_file_name        pic x(60).
77 ACK-WORK-FILE-STATUS      PIC XX.
77 ACK-TRIM-FILE-STATUS      PIC XX.
77 ACK-FILE-STATUS           PIC XX.
77 ACK-TRANSPORT-FILE-STATUS PIC XX.
77 ACK-WORK-OK-FLAG     PIC X      VALUE "N".
77 ACK-OPEN-FLAG        PIC X      VALUE "N".
77 ACK-STATUS-TEXT      PIC X(13).
77 ACK-REASON-TEXT      PIC X(35).
77 ACK-SEQ-TEXT         PIC 9(4).
77 ACK-SYS-MAX          PIC S9(4)  COMP  VALUE 20.
77 ACK-SYS-COUNT        PIC S9(4)  COMP  VALUE ZERO.
77 ACK-SYS-IX           PIC S9(4)  COMP.
77 ACK-SYS-FOUND        PIC 9.
77 ACK-REJ-LINES        PIC S9(8)  COMP.
77 ACK-OVERFLOW-FLAG    PIC X      VALUE "N".
01 ACK-SYS-TABLE.
   02 ACK-SYS-ENTRY OCCURS 20 TIMES.
      03 ACK-TAB-SOURCE-SYS  PIC X(05).
      03 ACK-TAB-READ        PIC S9(8)  COMP.
      03 ACK-TAB-CONVERTED   PIC S9(8)  COMP.
      03 ACK-TAB-REJECTED    PIC S9(8)  COMP.
01 ACK-LINE-WORK        PIC X(110).
01 ACK-HEADER-LINE.
   02 FILLER              PIC X(4)   VALUE "AKH ".
   02 AKH-SOURCE-SYS      PIC X(05).
   02 FILLER              PIC X      VALUE SPACE.
   02 AKH-FEED-NAME       PIC X(16).
   02 FILLER              PIC X      VALUE SPACE.
   02 AKH-BUSINESS-DATE   PIC 9(8).
   02 FILLER              PIC X      VALUE SPACE.
   02 AKH-RUN-DATE        PIC 9(8).
   02 FILLER              PIC X      VALUE SPACE.
   02 AKH-RUN-TIME        PIC 9(8).
   02 FILLER              PIC X      VALUE SPACE.
   02 AKH-STATUS          PIC X(13).
   02 FILLER              PIC X      VALUE SPACE.
   02 AKH-REASON          PIC X(35).
01 ACK-CONTROL-LINE.
   02 FILLER              PIC X(4)   VALUE "AKC ".
   02 AKC-OUR-COUNT       PIC 9(8).
   02 FILLER              PIC X      VALUE SPACE.
   02 AKC-OUR-HASH        PIC 9(10).
   02 FILLER              PIC X      VALUE SPACE.
   02 AKC-TRL-SEEN        PIC X.
   02 FILLER              PIC X      VALUE SPACE.
   02 AKC-TRL-COUNT       PIC 9(8).
   02 FILLER              PIC X      VALUE SPACE.
   02 AKC-TRL-HASH        PIC 9(10).
   02 FILLER              PIC X      VALUE SPACE.
   02 AKC-SYS-READ        PIC 9(8).
   02 FILLER              PIC X      VALUE SPACE.
   02 AKC-SYS-CONVERTED   PIC 9(8).
   02 FILLER              PIC X      VALUE SPACE.
   02 AKC-SYS-REJECTED    PIC 9(8).
01 ACK-REJECT-LINE.
   02 FILLER              PIC X(4)   VALUE "AKR ".
   02 AKR-BATCH-ID        PIC X(10).
   02 FILLER              PIC X      VALUE SPACE.
   02 AKR-REJECT-ID       PIC X(24).
   02 FILLER              PIC X      VALUE SPACE.
   02 AKR-REASON          PIC X(35).
01 ACK-TRAILER-LINE.
   02 FILLER              PIC X(4)   VALUE "AKT ".
   02 AKT-REJECT-LINES    PIC 9(8).
01 ACK-REPORT-LINE.
   02 FILLER              PIC X(17)  VALUE " ACKNOWLEDGEMENT ".
   02 RPT-ACK-STATUS      PIC X(13).
   02 FILLER              PIC X(3)   VALUE " : ".
   02 RPT-ACK-NAME        PIC X(60).

77 SKIP-COUNT              PIC S9(8)  COMP  VALUE ZERO.
77 SKIP-PROGRESS-COUNT     PIC S9(8)  COMP  VALUE ZERO.
01 CHECKPOINT-WORK-RECORD.
*> COUNT EXISTED READS AS SPACES AND THE REGISTER TRIM IS SIMPLY
*> SKIPPED, INSTEAD OF A RANDOM COUNT TRUNCATING GOOD HISTORY.
   02 CKPT-REGISTER-COUNT-WORK   PIC X(8).
   02 CKPT-FILE-COLLIDED-WORK    PIC X(8).

*> ON PEAK NIGHTS THE RUN IS GIVEN A MANIFEST (ROMAN_MANIFEST) -
*> A CONTROL FILE LISTING UP TO 50 INPUT FILE NAMES, ONE PER LINE -
77 FILE-CONVERTED-COUNT  PIC S9(8)  COMP  VALUE ZERO.
77 FILE-REJECTED-COUNT   PIC S9(8)  COMP  VALUE ZERO.
77 FILE-VALUE-SUM        PIC S9(10) COMP  VALUE ZERO.
*> PRINT-FILE PAGING. PRINT-REPORT-LINE IS THE ONE WAY A REPORT LINE
*> LEAVES THE PROGRAM: IT GOES TO THE CONSOLE AS BEFORE AND ONTO THE
*> CURRENT PAGE OF THE PRINT FILE. A NEW PAGE IS THROWN WHEN THE
*> PAGE IS FULL OR A SECTION STARTS, AND THE SECTION TITLE AND ITS
*> COLUMN HEADINGS ARE REPEATED UNDER EVERY PAGE HEADER.
77 print_out_name       pic x(30)  value "ROMAN-REPORT".
77 PRINT-FILE-STATUS    PIC XX.
77 PRINT-OK-FLAG        PIC X      VALUE "N".
77 PRINT-PAGE-DEPTH     PIC S9(4)  COMP  VALUE 60.
77 PRINT-LINE-COUNT     PIC S9(4)  COMP  VALUE ZERO.
77 PRINT-PAGE-COUNT     PIC S9(4)  COMP  VALUE ZERO.
77 PRINT-FILE-COUNT     PIC S9(4)  COMP  VALUE ZERO.
01 PRINT-LINE-WORK      PIC X(132).
01 PRINT-SECTION-TITLE  PIC X(132).
01 PRINT-HEADING-1      PIC X(132).
01 PRINT-HEADING-2      PIC X(132).
01 PAGE-HEADER-LINE.
   02 FILLER            PIC X(25)  VALUE " ROMAN-NUMERAL-CONVERTER ".
   02 FILLER            PIC X(20)  VALUE " CONVERSION REPORT  ".
   02 FILLER            PIC X(10)  VALUE "RUN DATE ".
   02 PH-RUN-DATE       PIC 9(8).
   02 FILLER            PIC X(7)   VALUE "  TIME ".
   02 PH-RUN-HH         PIC X(2).
   02 FILLER            PIC X      VALUE ":".
   02 PH-RUN-MM         PIC X(2).
   02 FILLER            PIC X      VALUE ":".
   02 PH-RUN-SS         PIC X(2).
   02 FILLER            PIC X(11)  VALUE "  INSTANCE ".
   02 PH-INSTANCE       PIC X(2).
   02 FILLER            PIC X(7)   VALUE "  PAGE ".
   02 PH-PAGE           PIC ZZZ9.
01 PAGE-UNDERLINE.
   02 FILLER            PIC X(102) VALUE ALL "-".
01 RESUME-NOTE-LINE.
   02 FILLER            PIC X(37)  VALUE
                            " RESUMING FROM CHECKPOINT - SKIPPING ".
   02 RPT-SKIP-COUNT    PIC ZZZZZZZ9.
   02 FILLER            PIC X(8)   VALUE " RECORDS".
*> THE FINAL CONTROL PAGE: ONE LABEL AND ONE VALUE PER LINE.
01 CONTROL-PAGE-LINE.
   02 FILLER            PIC X      VALUE SPACE.
   02 CPL-LABEL         PIC X(32).
   02 CPL-VALUE         PIC X(60).
77 CPL-NUMBER           PIC -(10)9.
77 CPL-HASH             PIC -(12)9.
01 FILE-BANNER-LINE.
   02 FILLER            PIC X(17)  VALUE " PROCESSING FILE ".
   02 RPT-FILE-SEQ      PIC ZZZ9.
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

*> BUSINESS-CALENDAR HOLDS ONE LINE PER DATE THAT BREAKS THE
*> ORDINARY MONDAY-TO-FRIDAY RULE: REGION, DATE, H (A HOLIDAY - NO
*> BUSINESS) OR B (A WEEKEND DAY WORKED AS A BUSINESS DAY) AND A
*> DESCRIPTION. REGION ALL (OR BLANK) APPLIES EVERYWHERE; A
*> REGION'S OWN LINE FOR THE SAME DATE OVERRIDES IT. A SOURCE
*> SYSTEM'S REGION IS ON ITS SOURCE-SYSTEMS ENTRY, AND A FEED TAKES
*> THE REGION OF THE SOURCE SYSTEM ITS SCHEDULE LINE NAMES. THE
*> FILE IS HAND-KEPT LIKE THE SCHEDULE; WITHOUT ONE THE WEEKDAY
*> RULE ALONE APPLIES.
*> AN HDR BUSINESS DATE THAT IS NOT A BUSINESS DAY, OR THAT LIES
*> MORE THAN ROMAN_BUSDATE_BACK (DEFAULT 5) BUSINESS DAYS BEFORE OR
*> ROMAN_BUSDATE_AHEAD (DEFAULT 1) AFTER THE RUN DATE, IS REFUSED
*> THE WAY A DUPLICATE FEED IS, BUT ENDS THE RUN AS A CONTROL ERROR
*> - THE FEED IS NOT A RERUN, ITS HEADER IS WRONG OR MISROUTED.
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
77 RUN-DAY-SERIAL   PIC S9(8)  COMP.
77 HDR-DAY-SERIAL   PIC S9(8)  COMP.
77 BUSDATE-BACK-TEXT  PIC X(3).
77 BUSDATE-AHEAD-TEXT PIC X(3).
77 BUSDATE-BACK     PIC S9(3)  COMP  VALUE 5.
77 BUSDATE-AHEAD    PIC S9(3)  COMP  VALUE 1.
77 BUSDATE-FEED-FLAG PIC X     VALUE "N".
77 BUSDATE-RUN-FLAG PIC X      VALUE "N".
77 BUSDATE-REASON   PIC X(35).
77 FEED-REGION      PIC X(05).
01 BUSDATE-REFUSED-LINE.
   02 FILLER           PIC X(22)  VALUE " *** FEED REFUSED *** ".
   02 BDR-FEED-NAME    PIC X(16).
   02 FILLER           PIC X(6)   VALUE " DATE ".
   02 BDR-BUSINESS-DATE PIC 9(8).
   02 FILLER           PIC X(2)   VALUE SPACES.
   02 BDR-REASON       PIC X(35).

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

*> EVERY REJECT IS STAMPED WITH A UNIQUE ID - RUN DATE, RUN TIME,
*> THE INSTANCE IDENTIFIER ("00" FOR AN UNSPLIT RUN, SO TWO
77 HDR-SEEN-FLAG      PIC X      VALUE "N".
77 TRL-SEEN-FLAG      PIC X      VALUE "N".
77 HDR-FEED-NAME      PIC X(16).
77 FEED-SOURCE-SYS    PIC X(05).
77 HDR-BUSINESS-DATE  PIC 9(8).
77 TRL-RECORD-COUNT   PIC S9(8)  COMP.
77 TRL-HASH-TOTAL     PIC S9(10) COMP.
77 CONTROL-ERROR-FLAG PIC X      VALUE "N".

*> BATCH ID OWNERSHIP. EACH DETAIL THAT PASSES THE SOURCE CHECKS IS
*> HELD TO THE BATCH-OWNERS ENTRY FOR ITS BATCH ID: NO ENTRY AND THE
*> FEED IN HAND CLAIMS THE ID; AN ENTRY FOR THE SAME SOURCE, FEED
*> AND BUSINESS DATE IS A RERUN AND GOES THROUGH AS ALWAYS; ANY
*> OTHER OWNER IS A COLLISION - THE DETAIL IS REJECTED WITH ITS OWN
*> REASON AND KEPT OFF THE MASTER SO THE OWNER'S RECORDS SURVIVE.
*> CONSECUTIVE DETAILS OF ONE BATCH SHARE ONE LOOKUP. AN INSTANCE
*> OPENS BATCH-OWNERS FOR INPUT ONLY AND KEEPS ITS OWN NEW CLAIMS IN
*> STORAGE AND IN BATCH-CLAIMS.NN; CLAIMS PAST THE TABLE STILL GO TO
*> THE FILE, AND THE CONSOLIDATOR'S FOLD CATCHES WHAT THE TABLE
*> COULD NOT. COLLISIONS END THE RUN WITH THE WARNING CODE.
*> A REPAIRED RESUBMIT CARRIES NO HDR, SO IT IS HELD ONLY TO THE
*> OWNER'S SOURCE SYSTEM AND NEVER CLAIMS A BATCH ID ITSELF.
77 OWNER-FILE-STATUS    PIC XX.
77 OWNER-OK-FLAG        PIC X      VALUE "N".
77 claims_out_name      pic x(30)  value "BATCH-CLAIMS".
77 CLAIMS-FILE-STATUS   PIC XX.
77 CLAIMS-OK-FLAG       PIC X      VALUE "N".
77 OWNER-FOUND-FLAG     PIC X.
77 OWNER-CACHE-BATCH-ID PIC X(10)  VALUE SPACES.
77 OWNER-CACHE-SOURCE   PIC X(05)  VALUE SPACES.
77 OWNER-CACHE-RESUBMIT PIC X      VALUE "N".
77 RESUBMIT-CLAIM-FLAG  PIC X      VALUE "N".
77 COLLISION-DETAIL-FLAG PIC X     VALUE "N".
77 COLLISION-WARN-FLAG  PIC X      VALUE "N".
77 FILE-COLLIDED-COUNT  PIC S9(8)  COMP  VALUE ZERO.
77 COLLIDED-COUNT       PIC S9(8)  COMP  VALUE ZERO.
77 CLAIM-SOURCE-SYS     PIC X(05).
77 CLAIM-FEED-NAME      PIC X(16).
77 CLAIM-BUSINESS-DATE  PIC 9(8).
01 OWNER-WORK-RECORD.
   02 OWK-BATCH-ID       PIC X(10).
   02 OWK-SOURCE-SYS     PIC X(05).
   02 OWK-FEED-NAME      PIC X(16).
   02 OWK-BUSINESS-DATE  PIC 9(8).
   02 OWK-RUN-DATE       PIC 9(8).
77 CLM-MAX          PIC S9(4)  COMP  VALUE 500.
77 CLM-COUNT        PIC S9(4)  COMP  VALUE ZERO.
77 CLM-IX           PIC S9(4)  COMP.
77 CLM-FOUND        PIC 9.
77 CLM-OVERFLOW-FLAG PIC X     VALUE "N".
01 CLAIM-TABLE.
   02 CLM-ENTRY OCCURS 500 TIMES.
      03 CLM-TAB-BATCH-ID       PIC X(10).
      03 CLM-TAB-SOURCE-SYS     PIC X(05).
      03 CLM-TAB-FEED-NAME      PIC X(16).
      03 CLM-TAB-BUSINESS-DATE  PIC 9(8).
      03 CLM-TAB-RUN-DATE       PIC 9(8).
77 COL-MAX          PIC S9(4)  COMP  VALUE 100.
77 COL-COUNT        PIC S9(4)  COMP  VALUE ZERO.
77 COL-IX           PIC S9(4)  COMP.
77 COL-FOUND        PIC 9.
77 COL-OVERFLOW-COUNT PIC S9(8) COMP VALUE ZERO.
01 COLLISION-TABLE.
   02 COL-ENTRY OCCURS 100 TIMES.
      03 COL-TAB-BATCH-ID       PIC X(10).
      03 COL-TAB-SOURCE-SYS     PIC X(05).
      03 COL-TAB-FEED-NAME      PIC X(16).
      03 COL-TAB-BUSINESS-DATE  PIC 9(8).
      03 COL-TAB-OWN-SOURCE     PIC X(05).
      03 COL-TAB-OWN-FEED       PIC X(16).
      03 COL-TAB-OWN-DATE       PIC 9(8).
      03 COL-TAB-OWN-RUN-DATE   PIC 9(8).
      03 COL-TAB-DETAILS        PIC S9(8)  COMP.
01 COLLISION-HEADING-1.
   02 FILLER  PIC X(12)  VALUE " BATCH ID".
   02 FILLER  PIC X(34)  VALUE "CLAIMED BY".
   02 FILLER  PIC X(44)  VALUE "OWNED BY".
   02 FILLER  PIC X(8)   VALUE "DETAILS".
01 COLLISION-HEADING-2.
   02 FILLER  PIC X(12)  VALUE " ----------".
   02 FILLER  PIC X(34)  VALUE "SRC   FEED              DATE".
   02 FILLER  PIC X(44)  VALUE
                  "SRC   FEED              DATE     CLAIMED".
   02 FILLER  PIC X(8)   VALUE "REJECTED".
01 COLLISION-LINE.
   02 FILLER             PIC X      VALUE SPACE.
   02 CLN-BATCH-ID       PIC X(10).
   02 FILLER             PIC X      VALUE SPACE.
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
   02 FILLER             PIC X      VALUE SPACE.
   02 CLN-OWN-RUN-DATE   PIC 9(8).
   02 FILLER             PIC X(3)   VALUE SPACES.
   02 CLN-DETAILS        PIC ZZZZZZZ9.
01 COLLISION-OVERFLOW-LINE.
   02 FILLER             PIC X(33)  VALUE
                  " *** FURTHER COLLIDING DETAILS : ".
   02 CLO-DETAILS        PIC ZZZZZZZ9.
   02 FILLER             PIC X(35)  VALUE
                  " (TABLE FULL - SEE REJECT-FILE) ***".

01 CONTROL-HEADER-LINE.
   02 FILLER          PIC X(14)  VALUE " BATCH FEED : ".
   02 RPT-FEED-NAME   PIC X(16).
01 AUDIT-LINE-CONVERTED.
   02 FILLER       PIC X(14)  VALUE "CONVERTED OK: ".
   02 AUD-CONVERTED   PIC ZZZZZZZ9.
01 AUDIT-LINE-COLLIDED.
   02 FILLER       PIC X(14)  VALUE "COLLISIONS  : ".
   02 AUD-COLLIDED    PIC ZZZZZZZ9.
01 AUDIT-LINE-REJECTED.
   02 FILLER       PIC X(14)  VALUE "REJECTED    : ".
   02 AUD-REJECTED    PIC ZZZZZZZ9.
   02 FILLER          PIC X(3)   VALUE SPACES.
   02 OUT-RJ-REASON   PIC X(35).
  
*> STEP-CONTROL IS THE NIGHT STREAM'S SHARED RUN BOOK. EVERY STEP
*> APPENDS A START LINE AS IT BEGINS AND AN END LINE - CONDITION
*> CODE AND THREE KEY COUNTS - AS IT FINISHES, UNDER THE STREAM DATE
*> (ROMAN_STREAM_DATE, DEFAULT TODAY, SO A NIGHT THAT RUNS PAST
*> MIDNIGHT IS STILL ONE NIGHT). A START WITH NO END AFTER IT IS A
*> STEP STILL RUNNING OR ONE THAT DIED.
77 STEP-FILE-STATUS   PIC XX.
77 STEP-NAME          PIC X(24)  VALUE "ROMAN-NUMERAL-CONVERTER".
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

PROCEDURE DIVISION.


ACCEPT RUN-TIME FROM TIME.
PERFORM GET-INPUT-SOURCES.
PERFORM GET-INSTANCE-SETTINGS.
PERFORM GET-STREAM-DATE.
MOVE RID-INSTANCE TO STEP-INSTANCE.
PERFORM WRITE-STEP-START.
PERFORM GET-RESTART-FLAG.
PERFORM GET-REJECT-THRESHOLDS.
PERFORM LOAD-SOURCE-SYSTEMS.
PERFORM LOAD-FEED-REGISTRY.
PERFORM LOAD-FEED-SCHEDULE.
PERFORM GET-BUSINESS-DATE-WINDOW.
PERFORM LOAD-BUSINESS-CALENDAR.
IF RESTART-FLAG IS EQUAL TO "Y"
   PERFORM LOAD-CHECKPOINT
end-if.
PERFORM OPEN-REJECT-FILE.
PERFORM OPEN-CSV-FILE.
PERFORM OPEN-MASTER-FILE.
PERFORM LOAD-CLOSED-PERIODS.
PERFORM OPEN-OWNER-FILES.
PERFORM OPEN-LIFECYCLE-FILES.
PERFORM OPEN-FEEDS-SEEN-FILE.
PERFORM OPEN-ACK-TRANSPORT-FILE.
PERFORM OPEN-PRINT-FILE.
OPEN OUTPUT CHECKPOINT-FILE.
display "------------------------------"
display " ROMAN NUMBER CONVERSION."
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
PERFORM WRITE-CSV-TRAILER.
CLOSE REJECT-FILE, AUDIT-FILE, CHECKPOINT-FILE, CSV-FILE.
IF MASTER-OK-FLAG IS EQUAL TO "Y"
   CLOSE MASTER-FILE
end-if.
IF PPA-OPEN-FLAG IS EQUAL TO "Y"
   CLOSE PPA-FILE
end-if.
IF OWNER-OK-FLAG IS EQUAL TO "Y"
   CLOSE OWNER-FILE
end-if.
IF CLAIMS-OK-FLAG IS EQUAL TO "Y"
   CLOSE CLAIMS-FILE
end-if.
IF INSTANCE-FLAG IS EQUAL TO "Y"
   CLOSE ACK-TRANSPORT-FILE
end-if.
IF DUP-RUN-FLAG IS EQUAL TO "Y"
   move 20 to return-code
ELSE
      IF REJECT-RC IS GREATER THAN ZERO
         move REJECT-RC to return-code
      ELSE
         IF SCHEDULE-WARN-FLAG IS EQUAL TO "Y" OR
               COLLISION-WARN-FLAG IS EQUAL TO "Y" OR
               PPA-KEPT-COUNT IS GREATER THAN ZERO
            move 4 to return-code
         END-IF
      END-IF
   END-IF
end-if.
PERFORM PRINT-CONTROL-PAGE.
MOVE REC-COUNT TO STEP-COUNT-1.
MOVE CONVERTED-COUNT TO STEP-COUNT-2.
MOVE REJECTED-COUNT TO STEP-COUNT-3.
PERFORM WRITE-STEP-END.
STOP RUN.

*> ONE PASS OVER ONE MANIFEST ENTRY: RESET THE PER-FILE COUNTERS
      display "Error: File " input_file_name(1:20) " does not exist"
      display "Error: manifest entry is not usable - ending run"
      move 16 to return-code
      PERFORM WRITE-STEP-END
      STOP RUN
   end-if.
   MOVE "N" TO HDR-SEEN-FLAG.
   MOVE "N" TO TRL-SEEN-FLAG.
   MOVE "N" TO DUP-FEED-FLAG.
   MOVE "N" TO BUSDATE-FEED-FLAG.
   MOVE "N" TO FILE-CTL-ERR-FLAG.
   MOVE SPACES TO ACK-REASON-TEXT.
   IF RESTART-PENDING-FLAG IS EQUAL TO "Y" AND
         FILE-SEQ IS EQUAL TO RESTART-FILE-SEQ
      MOVE "N" TO RESTART-PENDING-FLAG
      MOVE CKPT-FILE-CONVERTED-WORK TO FILE-CONVERTED-COUNT
      MOVE CKPT-FILE-REJECTED-WORK  TO FILE-REJECTED-COUNT
      MOVE CKPT-FILE-SUM-WORK       TO FILE-VALUE-SUM
      IF CKPT-FILE-COLLIDED-WORK IS NUMERIC
         MOVE CKPT-FILE-COLLIDED-WORK TO FILE-COLLIDED-COUNT
      ELSE
         MOVE ZERO TO FILE-COLLIDED-COUNT
      END-IF
   ELSE
      MOVE ZERO TO SKIP-COUNT
      MOVE ZERO TO FILE-REC-COUNT
      MOVE ZERO TO FILE-CONVERTED-COUNT
      MOVE ZERO TO FILE-REJECTED-COUNT
      MOVE ZERO TO FILE-VALUE-SUM
      MOVE ZERO TO FILE-COLLIDED-COUNT
   END-IF.
   MOVE SPACES TO OWNER-CACHE-BATCH-ID.
   MOVE ZERO TO SKIP-PROGRESS-COUNT.
   PERFORM OPEN-ACK-WORK-FILE.
   MOVE 1 TO EOF-SWITCH.
   OPEN INPUT INPUT-FILE.
   MOVE FILE-SEQ   TO RPT-FILE-SEQ.
   MOVE input_file_name TO RPT-FILE-NAME.
   display " ---------------------------- "
   display FILE-BANNER-LINE.
   ADD 1 TO PRINT-FILE-COUNT.
   MOVE FILE-BANNER-LINE TO PRINT-SECTION-TITLE.
   MOVE OUTPUT-COLUMN-HEADINGS TO PRINT-HEADING-1.
   MOVE OUTPUT-UNDERLINE-2 TO PRINT-HEADING-2.
   PERFORM START-PRINT-SECTION.
   IF SKIP-COUNT IS GREATER THAN ZERO
      MOVE SKIP-COUNT TO RPT-SKIP-COUNT
      MOVE RESUME-NOTE-LINE TO PRINT-LINE-WORK
      PERFORM PRINT-REPORT-LINE
      MOVE "Y" TO SKIP-MODE-FLAG
      PERFORM SKIP-LOOP
         UNTIL SKIP-PROGRESS-COUNT IS EQUAL TO SKIP-COUNT OR
         UNTIL EOF-SWITCH IS EQUAL TO ZERO
   END-IF.
   CLOSE INPUT-FILE.
   IF ACK-WORK-OK-FLAG IS EQUAL TO "Y"
      CLOSE ACK-WORK-FILE
   END-IF.
   IF DUP-FEED-FLAG IS EQUAL TO "Y" OR BUSDATE-FEED-FLAG IS EQUAL TO "Y"
      MOVE " *** FEED REFUSED - REMAINDER OF FILE NOT PROCESSED ***" TO PRINT-LINE-WORK
      PERFORM PRINT-REPORT-LINE
   ELSE
      PERFORM RECONCILE-BATCH-CONTROLS
      IF HDR-SEEN-FLAG IS EQUAL TO "Y" AND
         PERFORM REGISTER-PROCESSED-FEED
      END-IF
   END-IF.
   IF HDR-SEEN-FLAG IS EQUAL TO "Y"
      PERFORM WRITE-FEED-ACKS
   END-IF.
   MOVE FILE-REC-COUNT       TO RPT-FT-READ.
   MOVE FILE-CONVERTED-COUNT TO RPT-FT-CONVERTED.
   MOVE FILE-REJECTED-COUNT  TO RPT-FT-REJECTED.
   MOVE FILE-VALUE-SUM       TO RPT-FT-SUM.
   MOVE FILE-TOTAL-LINE TO PRINT-LINE-WORK
   PERFORM PRINT-REPORT-LINE.
   PERFORM WRITE-AUDIT-LOG.
   PERFORM WRITE-CHECKPOINT.

      MOVE FILE-REC-COUNT   TO RPT-ACT-COUNT
      MOVE TRL-HASH-TOTAL   TO RPT-TRL-HASH
      MOVE FILE-VALUE-SUM   TO RPT-ACT-HASH
      MOVE " BATCH CONTROL RECONCILIATION" TO PRINT-LINE-WORK
      PERFORM PRINT-REPORT-LINE
      MOVE CONTROL-COUNT-LINE TO PRINT-LINE-WORK
      PERFORM PRINT-REPORT-LINE
      MOVE CONTROL-HASH-LINE TO PRINT-LINE-WORK
      PERFORM PRINT-REPORT-LINE
      IF TRL-RECORD-COUNT IS NOT EQUAL TO FILE-REC-COUNT
         MOVE "Y" TO CONTROL-ERROR-FLAG
         MOVE "Y" TO FILE-CTL-ERR-FLAG
         MOVE "RECORD COUNT MISMATCH" TO ACK-REASON-TEXT
         MOVE " *** BATCH CONTROL ERROR: RECORD COUNT MISMATCH ***" TO PRINT-LINE-WORK
         PERFORM PRINT-REPORT-LINE
      END-IF
      IF TRL-HASH-TOTAL IS NOT EQUAL TO FILE-VALUE-SUM
         MOVE "Y" TO CONTROL-ERROR-FLAG
         MOVE "Y" TO FILE-CTL-ERR-FLAG
         IF ACK-REASON-TEXT IS EQUAL TO SPACES
            MOVE "HASH TOTAL MISMATCH" TO ACK-REASON-TEXT
         ELSE
            MOVE "RECORD COUNT AND HASH TOTAL MISMATCH" TO ACK-REASON-TEXT
         END-IF
         MOVE " *** BATCH CONTROL ERROR: HASH TOTAL MISMATCH ***" TO PRINT-LINE-WORK
         PERFORM PRINT-REPORT-LINE
      END-IF
   ELSE
      IF HDR-SEEN-FLAG IS EQUAL TO "Y"
         MOVE "Y" TO CONTROL-ERROR-FLAG
         MOVE "Y" TO FILE-CTL-ERR-FLAG
         MOVE "HEADER WITHOUT TRAILER" TO ACK-REASON-TEXT
         MOVE " *** BATCH CONTROL ERROR: HEADER WITHOUT TRAILER ***" TO PRINT-LINE-WORK
         PERFORM PRINT-REPORT-LINE
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
*> THE SUBTOTAL TABLES LIVE ONLY IN STORAGE, SO A RESTARTED RUN
*> CAN ONLY BREAK OUT THE RECORDS THIS LEG PROCESSED - THE RUN
*> SUMMARY BELOW REMAINS CUMULATIVE ACROSS LEGS. SAY SO RATHER
*> THAN LET THE TWO SECTIONS SILENTLY DISAGREE.
      IF RESTART-FLAG IS EQUAL TO "Y"
         MOVE " (RESUMED RUN - SUBTOTALS COVER THIS LEG ONLY)" TO PRINT-LINE-WORK
         PERFORM PRINT-REPORT-LINE
      END-IF
      display SUBTOTAL-COLUMN-HEADINGS
      PERFORM PRINT-SOURCE-GROUP
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

WRITE-AUDIT-LOG.
   WRITE AUDIT-FILE-RECORD FROM AUDIT-LINE-READ.
   MOVE FILE-CONVERTED-COUNT TO AUD-CONVERTED.
   WRITE AUDIT-FILE-RECORD FROM AUDIT-LINE-CONVERTED.
   MOVE FILE-COLLIDED-COUNT  TO AUD-COLLIDED.
   WRITE AUDIT-FILE-RECORD FROM AUDIT-LINE-COLLIDED.
   MOVE FILE-REJECTED-COUNT  TO AUD-REJECTED.
   WRITE AUDIT-FILE-RECORD FROM AUDIT-LINE-REJECTED.
*> READS THE RUN-PARAMETER/ENVIRONMENT RESTART SWITCH SO A RERUN
      MOVE WARN-PCT TO FAIL-PCT
   END-IF.

*> THE REFERENCE FILE IS WHAT MAKES A SOURCE CODE LEGITIMATE, SO A
*> RUN WITHOUT IT - OR WITH AN EMPTY ONE - WOULD REJECT EVERY
*> DETAIL IT READ. THAT IS A JOB SETUP ERROR, CAUGHT BEFORE ANY
*> FEED IS TOUCHED, LIKE A BAD MANIFEST ENTRY.
LOAD-SOURCE-SYSTEMS.
   OPEN INPUT SOURCE-FILE.
   IF SOURCE-FILE-STATUS IS NOT EQUAL TO "00"
      display "Error: SOURCE-SYSTEMS is not available (status " SOURCE-FILE-STATUS ")"
      display "Error: source systems cannot be validated - ending run"
      move 16 to return-code
      PERFORM WRITE-STEP-END
      STOP RUN
   END-IF.
   MOVE 1 TO EOF-SWITCH.
   READ SOURCE-FILE
      AT END MOVE ZERO TO EOF-SWITCH.
   PERFORM LOAD-SOURCE-ENTRY
      UNTIL EOF-SWITCH IS EQUAL TO ZERO.
   CLOSE SOURCE-FILE.
   MOVE 1 TO EOF-SWITCH.
   IF SRC-COUNT IS EQUAL TO ZERO
      display "Error: SOURCE-SYSTEMS holds no source systems"
      display "Error: every detail would be rejected - ending run"
      move 16 to return-code
      PERFORM WRITE-STEP-END
      STOP RUN
   END-IF.

LOAD-SOURCE-ENTRY.
   IF SRC-COUNT IS EQUAL TO SRC-MAX
      display "Error: SOURCE-SYSTEMS holds more than 200 systems - ending run"
      CLOSE SOURCE-FILE
      move 16 to return-code
      PERFORM WRITE-STEP-END
      STOP RUN
   END-IF.
   ADD 1 TO SRC-COUNT.
   MOVE SRC-SYS-CODE      TO SRC-TAB-SYS-CODE(SRC-COUNT).
   MOVE SRC-STATUS        TO SRC-TAB-STATUS(SRC-COUNT).
   MOVE SRC-ALLOW-R2D     TO SRC-TAB-ALLOW-R2D(SRC-COUNT).
   MOVE SRC-ALLOW-D2R     TO SRC-TAB-ALLOW-D2R(SRC-COUNT).
   MOVE SRC-ALLOW-EXP     TO SRC-TAB-ALLOW-EXP(SRC-COUNT).
   MOVE SRC-EXTENDED-FLAG TO SRC-TAB-EXTENDED(SRC-COUNT).
   MOVE SRC-REGION        TO SRC-TAB-REGION(SRC-COUNT).
   IF SRC-WARN-PCT IS NUMERIC
      MOVE SRC-WARN-PCT TO SRC-TAB-WARN-PCT(SRC-COUNT)
   ELSE
      MOVE ZERO TO SRC-TAB-WARN-PCT(SRC-COUNT)
   END-IF.
   IF SRC-FAIL-PCT IS NUMERIC
      MOVE SRC-FAIL-PCT TO SRC-TAB-FAIL-PCT(SRC-COUNT)
   ELSE
      MOVE ZERO TO SRC-TAB-FAIL-PCT(SRC-COUNT)
   END-IF.
   READ SOURCE-FILE
      AT END MOVE ZERO TO EOF-SWITCH.

FIND-SOURCE-REF.
   IF SRC-TAB-SYS-CODE(SRC-IX) IS EQUAL TO SRC-WORK-CODE
      MOVE 1 TO SRC-FOUND
   ELSE
      ADD 1 TO SRC-IX
   END-IF.

*> THE REFERENCE CHECKS, IN THE ORDER THE DESK WANTS THEM REPORTED:
*> AN UNKNOWN CODE FIRST (USUALLY A TYPO IN THE FEED), THEN A
*> SUSPENDED SYSTEM, THEN A DIRECTION THE SYSTEM IS NOT SET UP TO
*> SEND. A DIRECTION CODE THAT IS NOT R2D/D2R/EXP AT ALL IS LEFT
*> FOR THE DISPATCH TO REJECT AS AN INVALID DIRECTION CODE, AS
*> BEFORE. SRC-IX IS LEFT ON THE SYSTEM'S ENTRY FOR THE EXTENDED
*> MODE LOOKUP.
CHECK-SOURCE-SYSTEM.
   MOVE "Y" TO SOURCE-OK-FLAG.
   MOVE IN-SOURCE-SYS IN INPUT-DATA-RECORD TO SRC-WORK-CODE.
   MOVE ZERO TO SRC-FOUND.
   MOVE 1 TO SRC-IX.
   PERFORM FIND-SOURCE-REF
      UNTIL SRC-FOUND IS EQUAL TO 1 OR SRC-IX IS GREATER THAN SRC-COUNT.
   IF SRC-FOUND IS EQUAL TO ZERO
      MOVE "N" TO SOURCE-OK-FLAG
      MOVE "UNKNOWN SOURCE SYSTEM" TO REJECT-REASON-TEXT
   ELSE
      IF SRC-TAB-STATUS(SRC-IX) IS NOT EQUAL TO "A"
         MOVE "N" TO SOURCE-OK-FLAG
         MOVE "SOURCE SYSTEM SUSPENDED" TO REJECT-REASON-TEXT
      ELSE
         IF ((IN-DIRECTION IN INPUT-DATA-RECORD IS EQUAL TO "R2D" OR
                 IN-DIRECTION IN INPUT-DATA-RECORD IS EQUAL TO SPACES) AND
                 SRC-TAB-ALLOW-R2D(SRC-IX) IS NOT EQUAL TO "Y") OR
               (IN-DIRECTION IN INPUT-DATA-RECORD IS EQUAL TO "D2R" AND
                 SRC-TAB-ALLOW-D2R(SRC-IX) IS NOT EQUAL TO "Y") OR
               (IN-DIRECTION IN INPUT-DATA-RECORD IS EQUAL TO "EXP" AND
                 SRC-TAB-ALLOW-EXP(SRC-IX) IS NOT EQUAL TO "Y")
            MOVE "N" TO SOURCE-OK-FLAG
            MOVE "DIRECTION NOT PERMITTED FOR SOURCE" TO REJECT-REASON-TEXT
         END-IF
      END-IF
   END-IF.

PARSE-PCT-TEXT.
   MOVE REJECT-PCT TO TR-REJ-PCT.
   MOVE WARN-PCT   TO TR-WARN-PCT.
   MOVE FAIL-PCT   TO TR-FAIL-PCT.
   MOVE REJECT-RATE-LINE TO PRINT-LINE-WORK
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

*> A SOURCE SYSTEM WITH ITS OWN THRESHOLDS ON ITS REFERENCE ENTRY
*> IS POLICED AGAINST ITS OWN SUBTOTAL AS WELL, SO ONE BAD FEED
*> CANNOT HIDE INSIDE A GOOD NIGHT'S RUN-LEVEL PERCENTAGE. THE
*> WORSE CONDITION CODE OF THE TWO CHECKS STANDS. ON A RESUMED RUN
*> THE SUBTOTALS, AND SO THIS CHECK, COVER THIS LEG ONLY.
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

         display "Error: current run file = " input_file_name
         display "Error: clear ROMAN_RESTART or remove CHECKPOINT-FILE - ending run"
         move 16 to return-code
         PERFORM WRITE-STEP-END
         STOP RUN
      END-IF
      MOVE CKPT-REC-COUNT-WORK       TO REC-COUNT
   MOVE "Y" TO HDR-SEEN-FLAG.
   MOVE CTL-FEED-NAME     TO HDR-FEED-NAME.
   MOVE CTL-BUSINESS-DATE TO HDR-BUSINESS-DATE.
   MOVE SPACES            TO FEED-SOURCE-SYS.
   MOVE SPACES            TO OWNER-CACHE-BATCH-ID.
   MOVE HDR-FEED-NAME     TO RPT-FEED-NAME.
   MOVE HDR-BUSINESS-DATE TO RPT-BUSINESS-DATE.
   MOVE CONTROL-HEADER-LINE TO PRINT-LINE-WORK
   PERFORM PRINT-REPORT-LINE.
   PERFORM RECORD-SEEN-FEED.
   IF SKIP-MODE-FLAG IS EQUAL TO "N"
      PERFORM CHECK-FEED-REGISTRY
      IF DUP-FEED-FLAG IS EQUAL TO "N"
         PERFORM CHECK-BUSINESS-DATE
      END-IF
   END-IF.

*> THE MOMENT A HEADER NAMES A FEED/BUSINESS-DATE PAIR THE REGISTRY
      MOVE "Y" TO DUP-RUN-FLAG
      MOVE HDR-FEED-NAME     TO DUP-FEED-NAME
      MOVE HDR-BUSINESS-DATE TO DUP-BUSINESS-DATE
      MOVE DUPLICATE-FEED-LINE TO PRINT-LINE-WORK
      PERFORM PRINT-REPORT-LINE
      MOVE ZERO TO EOF-SWITCH
   END-IF.

*> A DUPLICATE IS CAUGHT FIRST, SO A RERUN IS STILL REPORTED AS A
*> RERUN. THE WINDOW IS MEASURED IN THE FEED'S OWN BUSINESS DAYS:
*> FRIDAY'S FEED ON MONDAY'S RUN IS ONE DAY BACK, NOT THREE. A GAP
*> BEYOND BDAY-SPAN-MAX CALENDAR DAYS IS REFUSED WITHOUT COUNTING.
CHECK-BUSINESS-DATE.
   MOVE SPACES TO BUSDATE-REASON.
   PERFORM FIND-FEED-REGION.
   MOVE HDR-BUSINESS-DATE TO DW-DATE.
   PERFORM CHECK-DATE-VALID.
   IF DATE-VALID-FLAG IS EQUAL TO "N"
      MOVE "BUSINESS DATE IS NOT A VALID DATE" TO BUSDATE-REASON
   ELSE
      PERFORM COMPUTE-DAY-SERIAL
      MOVE WK-SERIAL TO HDR-DAY-SERIAL
      MOVE FEED-REGION TO BDAY-REGION
      MOVE HDR-DAY-SERIAL TO BDAY-SERIAL
      PERFORM CHECK-BUSINESS-DAY
      IF BDAY-FLAG IS EQUAL TO "N"
         MOVE "BUSINESS DATE NOT A BUSINESS DAY" TO BUSDATE-REASON
      ELSE
         IF HDR-DAY-SERIAL IS LESS THAN RUN-DAY-SERIAL
            MOVE HDR-DAY-SERIAL TO BDAY-FROM-SERIAL
            MOVE RUN-DAY-SERIAL TO BDAY-TO-SERIAL
            PERFORM COUNT-BUSINESS-DAYS
            IF BDAY-COUNT IS GREATER THAN BUSDATE-BACK
               MOVE "BUSINESS DATE OUTSIDE RUN WINDOW" TO BUSDATE-REASON
            END-IF
         END-IF
         IF HDR-DAY-SERIAL IS GREATER THAN RUN-DAY-SERIAL
            MOVE RUN-DAY-SERIAL TO BDAY-FROM-SERIAL
            MOVE HDR-DAY-SERIAL TO BDAY-TO-SERIAL
            PERFORM COUNT-BUSINESS-DAYS
            IF BDAY-COUNT IS GREATER THAN BUSDATE-AHEAD
               MOVE "BUSINESS DATE OUTSIDE RUN WINDOW" TO BUSDATE-REASON
            END-IF
         END-IF
      END-IF
   END-IF.
   IF BUSDATE-REASON IS NOT EQUAL TO SPACES
      MOVE "Y" TO BUSDATE-FEED-FLAG
      MOVE "Y" TO BUSDATE-RUN-FLAG
      MOVE "Y" TO CONTROL-ERROR-FLAG
      MOVE HDR-FEED-NAME     TO BDR-FEED-NAME
      MOVE HDR-BUSINESS-DATE TO BDR-BUSINESS-DATE
      MOVE BUSDATE-REASON    TO BDR-REASON
      MOVE BUSDATE-REFUSED-LINE TO PRINT-LINE-WORK
      PERFORM PRINT-REPORT-LINE
      MOVE ZERO TO EOF-SWITCH
   END-IF.

*> THE FEED'S REGION IS ITS SCHEDULED SOURCE SYSTEM'S; A FEED NO
*> SCHEDULE LINE NAMES KEEPS THE COMMON CALENDAR.
FIND-FEED-REGION.
   MOVE SPACES TO FEED-REGION.
   MOVE SPACES TO SRC-WORK-CODE.
   PERFORM MATCH-FEED-SCHEDULE-SOURCE
      VARYING SCH-IX FROM 1 BY 1
      UNTIL SCH-IX IS GREATER THAN SCH-COUNT OR
         SRC-WORK-CODE IS NOT EQUAL TO SPACES.
   IF SRC-WORK-CODE IS NOT EQUAL TO SPACES
      MOVE ZERO TO SRC-FOUND
      MOVE 1 TO SRC-IX
      PERFORM FIND-SOURCE-REF
         UNTIL SRC-FOUND IS EQUAL TO 1 OR SRC-IX IS GREATER THAN SRC-COUNT
      IF SRC-FOUND IS EQUAL TO 1
         MOVE SRC-TAB-REGION(SRC-IX) TO FEED-REGION
      END-IF
   END-IF.

MATCH-FEED-SCHEDULE-SOURCE.
   IF SCH-TAB-FEED-NAME(SCH-IX) IS EQUAL TO HDR-FEED-NAME
      MOVE SCH-TAB-SOURCE-SYS(SCH-IX) TO SRC-WORK-CODE
   END-IF.

FIND-REGISTRY-ENTRY.
   IF REG-TAB-FEED-NAME(REG-IX) IS EQUAL TO HDR-FEED-NAME AND
         REG-TAB-BUSINESS-DATE(REG-IX) IS EQUAL TO HDR-BUSINESS-DATE
   add 1 to FILE-REC-COUNT.
   MOVE IN-BATCH-ID IN INPUT-DATA-RECORD TO OUT-ER-BATCH-ID.
   MOVE IN-SOURCE-SYS IN INPUT-DATA-RECORD TO OUT-ER-SOURCE-SYS.
   IF FEED-SOURCE-SYS IS EQUAL TO SPACES
      MOVE IN-SOURCE-SYS IN INPUT-DATA-RECORD TO FEED-SOURCE-SYS
   END-IF.
   PERFORM CHECK-SOURCE-SYSTEM.
   MOVE "N" TO COLLISION-DETAIL-FLAG.
   IF SOURCE-OK-FLAG IS EQUAL TO "Y"
      PERFORM CHECK-BATCH-OWNER
   END-IF.
   IF SOURCE-OK-FLAG IS EQUAL TO "N"
      MOVE IN-R IN INPUT-DATA-RECORD TO ARRAY-AREA
      MOVE 2 TO SWITCH
      PERFORM DISPLAY-REJECT-MESS
   ELSE
      IF IN-DIRECTION IN INPUT-DATA-RECORD IS EQUAL TO "D2R"
         PERFORM CONVERT-DECIMAL-RECORD
      ELSE
         IF IN-DIRECTION IN INPUT-DATA-RECORD IS EQUAL TO "EXP"
            PERFORM CONVERT-EXPRESSION-RECORD
         ELSE
            IF IN-DIRECTION IN INPUT-DATA-RECORD IS EQUAL TO "R2D" OR
                  IN-DIRECTION IN INPUT-DATA-RECORD IS EQUAL TO SPACES
               PERFORM CONVERT-NUMERAL-RECORD
            ELSE
               MOVE IN-R IN INPUT-DATA-RECORD TO ARRAY-AREA
               MOVE 2 TO SWITCH
               MOVE "INVALID DIRECTION CODE" TO REJECT-REASON-TEXT
               PERFORM DISPLAY-REJECT-MESS
            END-IF
         END-IF
      END-IF
   END-IF.
   IF SWITCH IS EQUAL TO 1
      MOVE IN-BATCH-ID IN INPUT-DATA-RECORD TO OUT-BATCH-ID
      MOVE IN-SOURCE-SYS IN INPUT-DATA-RECORD TO OUT-SOURCE-SYS
      MOVE ARRAY-AREA TO OUT-R
      MOVE OUTPUT-TABLE-RECORD TO PRINT-LINE-WORK
      PERFORM PRINT-REPORT-LINE
      MOVE SUM1 TO CSV-VALUE-TEXT
      MOVE "OK" TO CSV-STATUS-TEXT
      PERFORM WRITE-CSV-RECORD
             INTO CSV-STATUS-TEXT
      PERFORM WRITE-CSV-RECORD
   end-if.
   PERFORM WRITE-ACK-WORK-RECORD.
   PERFORM ACCUMULATE-SUBTOTALS.
   IF COLLISION-DETAIL-FLAG IS EQUAL TO "N"
      PERFORM WRITE-MASTER-RECORD
   END-IF.
   DIVIDE REC-COUNT BY CHECKPOINT-INTERVAL
      GIVING CKPT-QUOTIENT REMAINDER CKPT-REMAINDER.
   IF CKPT-REMAINDER IS EQUAL TO ZERO
   ADD 1 TO EXT-LEN-2.
   MOVE R(EXT-IX) TO EP2(EXT-LEN-2).

*> ONLY REACHED FOR A DETAIL THAT PASSED CHECK-SOURCE-SYSTEM, SO
*> SRC-IX IS ALREADY ON THE SENDING SYSTEM'S REFERENCE ENTRY.
CHECK-EXTENDED-SYS.
   MOVE "N" TO EXTENDED-MODE-FLAG.
   IF SRC-FOUND IS EQUAL TO 1 AND
         SRC-TAB-EXTENDED(SRC-IX) IS EQUAL TO "Y"
      MOVE "Y" TO EXTENDED-MODE-FLAG
   END-IF.

   MOVE IN-SOURCE-SYS IN INPUT-DATA-RECORD TO OUT-RJ-SOURCE-SYS.
   MOVE IN-R IN INPUT-DATA-RECORD TO OUT-RJ-R.
   MOVE REJECT-REASON-TEXT TO OUT-RJ-REASON.
   MOVE OUTPUT-REJECT-MESS TO PRINT-LINE-WORK
   PERFORM PRINT-REPORT-LINE.

LOAD-VALUE-TABLE.
   MOVE 1000 TO RVT-VALUE(1).  MOVE "M"  TO RVT-SYMBOL(1).
      END-IF
      WRITE MASTER-RECORD
         INVALID KEY
            PERFORM REPLACE-MASTER-RECORD
      END-WRITE
   END-IF.

*> THE KEY IS ALREADY ON FILE - A RERUN. THE RECORD IT REPLACES IS
*> READ FIRST: ONE FROM A CLOSED PERIOD IS BOOKED AS A PRIOR-PERIOD
*> ADJUSTMENT BEFORE IT IS OVERWRITTEN, OR KEPT IF IT CANNOT BE.
REPLACE-MASTER-RECORD.
   MOVE MASTER-RECORD TO MASTER-NEW-IMAGE.
   MOVE ZERO TO CLOSED-FOUND.
   READ MASTER-FILE
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

*> OPENED ON FIRST NEED AND KEPT OPEN TO THE END OF THE RUN; A
*> FAILED OPEN IS REPORTED ONCE AND NOT RETRIED.
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
         display " *** PRIOR-PERIOD-ADJ NOT WRITABLE (STATUS " PPA-FILE-STATUS
            ") - CLOSED-PERIOD RECORDS WILL NOT BE REPLACED ***"
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
   MOVE "CONVERTER"       TO PPA-OPERATOR.
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

*> ONLY A RERUN INTO A CLOSED PERIOD HAS ANYTHING TO SAY HERE.
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

*> BATCH-OWNERS IS THE STANDING HISTORY OF WHICH FEED OWNS WHICH
*> BATCH ID, OPENED I-O AND CREATED THE FIRST TIME. AN INSTANCE MAY
*> ONLY READ IT - THE CONSOLIDATOR IS ITS SINGLE WRITER - AND PUTS
*> ITS CLAIMS ON BATCH-CLAIMS.NN INSTEAD: STARTED EMPTY ON A FRESH
*> RUN, RELOADED AND EXTENDED ON A RESTART SO THE CRASHED LEG'S
*> CLAIMS STILL COUNT. AN UNREADABLE BATCH-OWNERS ONLY SUSPENDS THE
*> POLICING, THE WAY AN UNAVAILABLE MASTER ONLY SUSPENDS INQUIRY.
OPEN-OWNER-FILES.
   IF INSTANCE-FLAG IS EQUAL TO "Y"
      OPEN INPUT OWNER-FILE
      IF OWNER-FILE-STATUS IS EQUAL TO "00"
         MOVE "Y" TO OWNER-OK-FLAG
      ELSE
         display " *** BATCH-OWNERS UNAVAILABLE (STATUS " OWNER-FILE-STATUS
            ") - BATCH IDS NOT POLICED THIS RUN ***"
      END-IF
      IF RESTART-FLAG IS EQUAL TO "Y"
         PERFORM LOAD-PRIOR-CLAIMS
         OPEN EXTEND CLAIMS-FILE
         IF CLAIMS-FILE-STATUS IS NOT EQUAL TO "00"
            OPEN OUTPUT CLAIMS-FILE
         END-IF
      ELSE
         OPEN OUTPUT CLAIMS-FILE
      END-IF
      IF CLAIMS-FILE-STATUS IS EQUAL TO "00"
         MOVE "Y" TO CLAIMS-OK-FLAG
      ELSE
         display " *** BATCH-CLAIMS FILE NOT WRITABLE - NEW BATCH IDS WILL NOT BE RECORDED ***"
      END-IF
   ELSE
      OPEN I-O OWNER-FILE
      IF OWNER-FILE-STATUS IS NOT EQUAL TO "00"
         OPEN OUTPUT OWNER-FILE
         IF OWNER-FILE-STATUS IS EQUAL TO "00"
            CLOSE OWNER-FILE
            OPEN I-O OWNER-FILE
         END-IF
      END-IF
      IF OWNER-FILE-STATUS IS EQUAL TO "00"
         MOVE "Y" TO OWNER-OK-FLAG
      ELSE
         display " *** BATCH-OWNERS UNAVAILABLE (STATUS " OWNER-FILE-STATUS
            ") - BATCH IDS NOT POLICED THIS RUN ***"
      END-IF
   END-IF.

LOAD-PRIOR-CLAIMS.
   OPEN INPUT CLAIMS-FILE.
   IF CLAIMS-FILE-STATUS IS EQUAL TO "00"
      MOVE 1 TO EOF-SWITCH
      READ CLAIMS-FILE INTO OWNER-WORK-RECORD
         AT END MOVE ZERO TO EOF-SWITCH
      END-READ
      PERFORM LOAD-PRIOR-CLAIM-ENTRY
         UNTIL EOF-SWITCH IS EQUAL TO ZERO
      CLOSE CLAIMS-FILE
      MOVE 1 TO EOF-SWITCH
   ELSE
      CLOSE CLAIMS-FILE
   END-IF.

LOAD-PRIOR-CLAIM-ENTRY.
   IF OWK-BATCH-ID IS NOT EQUAL TO SPACES
      PERFORM ADD-CLAIM-ENTRY
   END-IF.
   READ CLAIMS-FILE INTO OWNER-WORK-RECORD
      AT END MOVE ZERO TO EOF-SWITCH.

*> THE CLAIMANT IS THE FEED IN HAND: THE DETAIL'S OWN SOURCE SYSTEM
*> AND THE FILE'S HDR FEED NAME AND BUSINESS DATE. OWNER-WORK-RECORD
*> IS LEFT HOLDING THE OWNER OF THE BATCH ID LAST LOOKED UP, SO THE
*> REST OF THE BATCH IS JUDGED WITHOUT ANOTHER READ.
*> A RESUBMITTED REPAIR (A REJECT ID AND NO HDR) CANNOT KNOW THE
*> FEED NAME OR BUSINESS DATE IT FIRST CAME WITH, SO ONLY THE
*> SOURCE SYSTEM IS COMPARED FOR IT.
CHECK-BATCH-OWNER.
   MOVE IN-SOURCE-SYS IN INPUT-DATA-RECORD TO CLAIM-SOURCE-SYS.
   MOVE "N" TO RESUBMIT-CLAIM-FLAG.
   IF HDR-SEEN-FLAG IS EQUAL TO "Y"
      MOVE HDR-FEED-NAME     TO CLAIM-FEED-NAME
      MOVE HDR-BUSINESS-DATE TO CLAIM-BUSINESS-DATE
   ELSE
      MOVE SPACES TO CLAIM-FEED-NAME
      MOVE ZERO   TO CLAIM-BUSINESS-DATE
      IF IN-REJECT-ID IN INPUT-DATA-RECORD IS NOT EQUAL TO SPACES
         MOVE "Y" TO RESUBMIT-CLAIM-FLAG
      END-IF
   END-IF.
   IF IN-BATCH-ID IN INPUT-DATA-RECORD IS NOT EQUAL TO OWNER-CACHE-BATCH-ID OR
         CLAIM-SOURCE-SYS IS NOT EQUAL TO OWNER-CACHE-SOURCE OR
         RESUBMIT-CLAIM-FLAG IS NOT EQUAL TO OWNER-CACHE-RESUBMIT
      MOVE IN-BATCH-ID IN INPUT-DATA-RECORD TO OWNER-CACHE-BATCH-ID
      MOVE CLAIM-SOURCE-SYS TO OWNER-CACHE-SOURCE
      MOVE RESUBMIT-CLAIM-FLAG TO OWNER-CACHE-RESUBMIT
      PERFORM LOOK-UP-BATCH-OWNER
   END-IF.
   IF OWK-SOURCE-SYS IS NOT EQUAL TO CLAIM-SOURCE-SYS OR
         (RESUBMIT-CLAIM-FLAG IS EQUAL TO "N" AND
          (OWK-FEED-NAME IS NOT EQUAL TO CLAIM-FEED-NAME OR
           OWK-BUSINESS-DATE IS NOT EQUAL TO CLAIM-BUSINESS-DATE))
      MOVE "N" TO SOURCE-OK-FLAG
      MOVE "Y" TO COLLISION-DETAIL-FLAG
      MOVE "Y" TO COLLISION-WARN-FLAG
      MOVE "BATCH ID OWNED BY ANOTHER FEED" TO REJECT-REASON-TEXT
      ADD 1 TO COLLIDED-COUNT
      ADD 1 TO FILE-COLLIDED-COUNT
      PERFORM NOTE-BATCH-COLLISION
   END-IF.

LOOK-UP-BATCH-OWNER.
   MOVE "N" TO OWNER-FOUND-FLAG.
   IF OWNER-OK-FLAG IS EQUAL TO "Y"
      MOVE OWNER-CACHE-BATCH-ID TO OWN-BATCH-ID
      READ OWNER-FILE
         INVALID KEY
            MOVE "N" TO OWNER-FOUND-FLAG
      END-READ
      IF OWNER-FILE-STATUS IS EQUAL TO "00"
         MOVE "Y" TO OWNER-FOUND-FLAG
         MOVE OWNER-RECORD TO OWNER-WORK-RECORD
      END-IF
   END-IF.
   IF OWNER-FOUND-FLAG IS EQUAL TO "N" AND INSTANCE-FLAG IS EQUAL TO "Y"
      MOVE ZERO TO CLM-FOUND
      MOVE 1 TO CLM-IX
      PERFORM FIND-CLAIM-ENTRY
         UNTIL CLM-FOUND IS EQUAL TO 1 OR CLM-IX IS GREATER THAN CLM-COUNT
      IF CLM-FOUND IS EQUAL TO 1
         MOVE "Y" TO OWNER-FOUND-FLAG
         MOVE CLM-ENTRY(CLM-IX) TO OWNER-WORK-RECORD
      END-IF
   END-IF.
   IF OWNER-FOUND-FLAG IS EQUAL TO "N"
      IF RESUBMIT-CLAIM-FLAG IS EQUAL TO "Y"
         MOVE OWNER-CACHE-BATCH-ID TO OWK-BATCH-ID
         MOVE CLAIM-SOURCE-SYS     TO OWK-SOURCE-SYS
         MOVE CLAIM-FEED-NAME      TO OWK-FEED-NAME
         MOVE CLAIM-BUSINESS-DATE  TO OWK-BUSINESS-DATE
         MOVE RUN-DATE             TO OWK-RUN-DATE
      ELSE
         PERFORM CLAIM-BATCH-ID
      END-IF
   END-IF.

FIND-CLAIM-ENTRY.
   IF CLM-TAB-BATCH-ID(CLM-IX) IS EQUAL TO OWNER-CACHE-BATCH-ID
      MOVE 1 TO CLM-FOUND
   ELSE
      ADD 1 TO CLM-IX
   END-IF.

*> NOBODY OWNS THE BATCH ID YET, SO THE FEED IN HAND TAKES IT.
CLAIM-BATCH-ID.
   MOVE OWNER-CACHE-BATCH-ID TO OWK-BATCH-ID.
   MOVE CLAIM-SOURCE-SYS     TO OWK-SOURCE-SYS.
   MOVE CLAIM-FEED-NAME      TO OWK-FEED-NAME.
   MOVE CLAIM-BUSINESS-DATE  TO OWK-BUSINESS-DATE.
   MOVE RUN-DATE             TO OWK-RUN-DATE.
   IF INSTANCE-FLAG IS EQUAL TO "Y"
      IF CLAIMS-OK-FLAG IS EQUAL TO "Y"
         WRITE CLAIMS-FILE-RECORD FROM OWNER-WORK-RECORD
      END-IF
      PERFORM ADD-CLAIM-ENTRY
   ELSE
      IF OWNER-OK-FLAG IS EQUAL TO "Y"
         WRITE OWNER-RECORD FROM OWNER-WORK-RECORD
            INVALID KEY
               display " *** BATCH-OWNERS WRITE FAILED (STATUS " OWNER-FILE-STATUS
                  ") FOR BATCH " OWK-BATCH-ID " ***"
         END-WRITE
      END-IF
   END-IF.

ADD-CLAIM-ENTRY.
   IF CLM-COUNT IS LESS THAN CLM-MAX
      ADD 1 TO CLM-COUNT
      MOVE OWNER-WORK-RECORD TO CLM-ENTRY(CLM-COUNT)
   ELSE
      IF CLM-OVERFLOW-FLAG IS EQUAL TO "N"
         MOVE "Y" TO CLM-OVERFLOW-FLAG
         display " *** BATCH CLAIM TABLE FULL - FURTHER CLAIMS LEFT TO THE CONSOLIDATOR ***"
      END-IF
   END-IF.

*> ONE COLLISION LINE PER BATCH ID AND CLAIMING FEED, COUNTING ITS
*> REJECTED DETAILS. DETAILS PAST A FULL TABLE ARE STILL REJECTED
*> AND STILL IN THE REJECT FILE; THE SECTION ONLY COUNTS THEM.
NOTE-BATCH-COLLISION.
   MOVE ZERO TO COL-FOUND.
   MOVE 1 TO COL-IX.
   PERFORM FIND-COLLISION-ENTRY
      UNTIL COL-FOUND IS EQUAL TO 1 OR COL-IX IS GREATER THAN COL-COUNT.
   IF COL-FOUND IS EQUAL TO ZERO
      IF COL-COUNT IS LESS THAN COL-MAX
         ADD 1 TO COL-COUNT
         MOVE COL-COUNT TO COL-IX
         MOVE OWNER-CACHE-BATCH-ID TO COL-TAB-BATCH-ID(COL-IX)
         MOVE CLAIM-SOURCE-SYS     TO COL-TAB-SOURCE-SYS(COL-IX)
         MOVE CLAIM-FEED-NAME      TO COL-TAB-FEED-NAME(COL-IX)
         MOVE CLAIM-BUSINESS-DATE  TO COL-TAB-BUSINESS-DATE(COL-IX)
         MOVE OWK-SOURCE-SYS       TO COL-TAB-OWN-SOURCE(COL-IX)
         MOVE OWK-FEED-NAME        TO COL-TAB-OWN-FEED(COL-IX)
         MOVE OWK-BUSINESS-DATE    TO COL-TAB-OWN-DATE(COL-IX)
         MOVE OWK-RUN-DATE         TO COL-TAB-OWN-RUN-DATE(COL-IX)
         MOVE ZERO TO COL-TAB-DETAILS(COL-IX)
         MOVE 1 TO COL-FOUND
      ELSE
         ADD 1 TO COL-OVERFLOW-COUNT
      END-IF
   END-IF.
   IF COL-FOUND IS EQUAL TO 1
      ADD 1 TO COL-TAB-DETAILS(COL-IX)
   END-IF.

FIND-COLLISION-ENTRY.
   IF COL-TAB-BATCH-ID(COL-IX) IS EQUAL TO OWNER-CACHE-BATCH-ID AND
         COL-TAB-SOURCE-SYS(COL-IX) IS EQUAL TO CLAIM-SOURCE-SYS AND
         COL-TAB-FEED-NAME(COL-IX) IS EQUAL TO CLAIM-FEED-NAME AND
         COL-TAB-BUSINESS-DATE(COL-IX) IS EQUAL TO CLAIM-BUSINESS-DATE
      MOVE 1 TO COL-FOUND
   ELSE
      ADD 1 TO COL-IX
   END-IF.

*> PRINTED ON EVERY RUN, SO THE REPORT SHOWS THE CHECK WAS MADE.
*> EACH LINE NAMES THE BATCH ID, THE FEED THAT TRIED TO USE IT, THE
*> FEED THAT OWNS IT AND THE RUN DATE IT WAS CLAIMED ON.
REPORT-BATCH-COLLISIONS.
   display " ---------------------------- ".
   display " BATCH ID COLLISIONS".
   MOVE " BATCH ID COLLISIONS" TO PRINT-SECTION-TITLE.
   MOVE COLLISION-HEADING-1 TO PRINT-HEADING-1.
   MOVE COLLISION-HEADING-2 TO PRINT-HEADING-2.
   PERFORM START-PRINT-SECTION.
   IF COL-COUNT IS EQUAL TO ZERO
      MOVE " NO BATCH ID COLLISIONS" TO PRINT-LINE-WORK
      PERFORM PRINT-REPORT-LINE
   ELSE
      PERFORM PRINT-COLLISION-LINE
         VARYING COL-IX FROM 1 BY 1
         UNTIL COL-IX IS GREATER THAN COL-COUNT
      IF COL-OVERFLOW-COUNT IS GREATER THAN ZERO
         MOVE COL-OVERFLOW-COUNT TO CLO-DETAILS
         MOVE COLLISION-OVERFLOW-LINE TO PRINT-LINE-WORK
         PERFORM PRINT-REPORT-LINE
      END-IF
      MOVE " *** BATCH ID COLLISIONS REJECTED - RUN ENDS WITH WARNING ***" TO PRINT-LINE-WORK
      PERFORM PRINT-REPORT-LINE
   END-IF.

PRINT-COLLISION-LINE.
   MOVE COL-TAB-BATCH-ID(COL-IX)      TO CLN-BATCH-ID.
   MOVE COL-TAB-SOURCE-SYS(COL-IX)    TO CLN-SOURCE-SYS.
   MOVE COL-TAB-FEED-NAME(COL-IX)     TO CLN-FEED-NAME.
   MOVE COL-TAB-BUSINESS-DATE(COL-IX) TO CLN-BUSINESS-DATE.
   MOVE COL-TAB-OWN-SOURCE(COL-IX)    TO CLN-OWN-SOURCE.
   MOVE COL-TAB-OWN-FEED(COL-IX)      TO CLN-OWN-FEED.
   MOVE COL-TAB-OWN-DATE(COL-IX)      TO CLN-OWN-DATE.
   MOVE COL-TAB-OWN-RUN-DATE(COL-IX)  TO CLN-OWN-RUN-DATE.
   MOVE COL-TAB-DETAILS(COL-IX)       TO CLN-DETAILS.
   MOVE COLLISION-LINE TO PRINT-LINE-WORK.
   PERFORM PRINT-REPORT-LINE.

*> READS THE PROCESSED-FEED REGISTRY INTO STORAGE AT STARTUP. NO
*> REGISTRY FILE YET SIMPLY MEANS NO FEED HAS EVER BEEN PROCESSED -
*> THE GUARD STARTS EMPTY, EXACTLY AS AUDIT-LOG STARTS EMPTY. A
*> IN-STORAGE TABLE, SO A LATER MANIFEST ENTRY CARRYING THE SAME
*> FEED IS CAUGHT WITHIN THIS SAME RUN. ONLY A FEED WHOSE CONTROLS
*> RECONCILED IS REGISTERED - A FAILED FEED MUST STAY RERUNNABLE.
*> THE FEED IS CREDITED TO THE SOURCE SYSTEM OF ITS FIRST DETAIL;
*> A FEED WITH NO DETAILS TO THE SYSTEM THE SCHEDULE LISTS IT UNDER.
REGISTER-PROCESSED-FEED.
   IF FEED-SOURCE-SYS IS EQUAL TO SPACES
      PERFORM FIND-FEED-REGION
      MOVE SRC-WORK-CODE TO FEED-SOURCE-SYS
   END-IF.
   OPEN EXTEND REGISTRY-FILE.
   IF REGISTRY-FILE-STATUS IS NOT EQUAL TO "00"
      OPEN OUTPUT REGISTRY-FILE
   END-IF.
   IF REGISTRY-FILE-STATUS IS EQUAL TO "00"
      MOVE SPACES            TO REGISTRY-FILE-RECORD
      MOVE HDR-FEED-NAME     TO REG-FEED-NAME
      MOVE HDR-BUSINESS-DATE TO REG-BUSINESS-DATE
      MOVE FEED-SOURCE-SYS   TO REG-SOURCE-SYS
      MOVE RUN-DATE          TO REG-RUN-DATE
      WRITE REGISTRY-FILE-RECORD
      CLOSE REGISTRY-FILE
   ELSE
      STRING "ROMAN-MASTER." DELIMITED BY SIZE
             INSTANCE-TEXT DELIMITED BY SPACE
             INTO master_out_name
      MOVE SPACES TO claims_out_name
      STRING "BATCH-CLAIMS." DELIMITED BY SIZE
             INSTANCE-TEXT DELIMITED BY SPACE
             INTO claims_out_name
      MOVE SPACES TO rej_register_name
      STRING "REJECT-REGISTER." DELIMITED BY SIZE
             INSTANCE-TEXT DELIMITED BY SPACE
      STRING "REJECT-RESOLVED." DELIMITED BY SIZE
             INSTANCE-TEXT DELIMITED BY SPACE
             INTO resolved_out_name
      MOVE SPACES TO ack_work_name
      STRING "ACK-WORK." DELIMITED BY SIZE
             INSTANCE-TEXT DELIMITED BY SPACE
             INTO ack_work_name
      MOVE SPACES TO ack_trim_name
      STRING "ACK-TRIM-WORK." DELIMITED BY SIZE
             INSTANCE-TEXT DELIMITED BY SPACE
             INTO ack_trim_name
      MOVE SPACES TO ack_transport_name
      STRING "ACK-TRANSPORT." DELIMITED BY SIZE
             INSTANCE-TEXT DELIMITED BY SPACE
             INTO ack_transport_name
      MOVE SPACES TO print_out_name
      STRING "ROMAN-REPORT." DELIMITED BY SIZE
             INSTANCE-TEXT DELIMITED BY SPACE
             INTO print_out_name
      MOVE INSTANCE-TEXT TO RID-INSTANCE
      display " RUNNING AS INSTANCE " INSTANCE-TEXT
   END-IF.
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
   READ SCHEDULE-FILE INTO SCHEDULE-WORK-RECORD
      AT END MOVE ZERO TO EOF-SWITCH.

*> WINDOW WIDTHS PARSED THE SAME FORGIVING WAY AS THE REJECT-RATE
*> THRESHOLDS: MISSING OR MALFORMED LEAVES THE COMPILED-IN DEFAULT.
GET-BUSINESS-DATE-WINDOW.
   DISPLAY "ROMAN_BUSDATE_BACK" UPON ENVIRONMENT-NAME.
   ACCEPT BUSDATE-BACK-TEXT FROM ENVIRONMENT-VALUE
      ON EXCEPTION
         MOVE SPACES TO BUSDATE-BACK-TEXT
   END-ACCEPT.
   MOVE BUSDATE-BACK-TEXT TO PCT-TEXT-AREA.
   PERFORM PARSE-PCT-TEXT.
   IF PCT-VALID IS EQUAL TO 1
      MOVE PCT-WORK TO BUSDATE-BACK
   END-IF.
   DISPLAY "ROMAN_BUSDATE_AHEAD" UPON ENVIRONMENT-NAME.
   ACCEPT BUSDATE-AHEAD-TEXT FROM ENVIRONMENT-VALUE
      ON EXCEPTION
         MOVE SPACES TO BUSDATE-AHEAD-TEXT
   END-ACCEPT.
   MOVE BUSDATE-AHEAD-TEXT TO PCT-TEXT-AREA.
   PERFORM PARSE-PCT-TEXT.
   IF PCT-VALID IS EQUAL TO 1
      MOVE PCT-WORK TO BUSDATE-AHEAD
   END-IF.
   MOVE RUN-DATE TO DW-DATE.
   PERFORM COMPUTE-DAY-SERIAL.
   MOVE WK-SERIAL TO RUN-DAY-SERIAL.

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
*> UP TO AND INCLUDING BDAY-TO-SERIAL. A SPAN LONGER THAN
*> BDAY-SPAN-MAX IS NOT WALKED; IT COUNTS AS BDAY-SPAN-MAX DAYS,
*> WHICH EXCEEDS ANY WINDOW THE JOB WOULD BE RUN WITH.
COUNT-BUSINESS-DAYS.
   MOVE ZERO TO BDAY-COUNT.
   IF BDAY-TO-SERIAL - BDAY-FROM-SERIAL IS GREATER THAN BDAY-SPAN-MAX
      MOVE BDAY-SPAN-MAX TO BDAY-COUNT
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

*> EVERY HDR FEED NAME IS REMEMBERED ONCE, WHETHER THE FEED WENT ON
*> TO PROCESS, RECONCILE OR BE REFUSED AS A DUPLICATE - DELIVERY IS
*> WHAT THE SCHEDULE PROMISES, AND DELIVERY IS WHAT WAS SEEN. A
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
         PERFORM PRINT-REPORT-LINE
      ELSE
         MOVE " *** FEED SCHEDULE DISCREPANCY - RUN ENDS WITH WARNING ***" TO PRINT-LINE-WORK
         PERFORM PRINT-REPORT-LINE
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

REPORT-UNEXPECTED-FEED.
   IF SEEN-SCHEDULED(SEEN-IX) IS EQUAL TO "N"
      MOVE "Y" TO SCHEDULE-WARN-FLAG
      MOVE SEEN-FEED-NAME(SEEN-IX) TO UNX-FEED-NAME
      MOVE UNEXPECTED-FEED-LINE TO PRINT-LINE-WORK
      PERFORM PRINT-REPORT-LINE
   END-IF.

*> PERIODIC CHECKPOINT SO A RUN THAT DIES PARTWAY THROUGH A LARGE
   MOVE FILE-REJECTED-COUNT  TO CKPT-FILE-REJECTED.
   MOVE FILE-VALUE-SUM       TO CKPT-FILE-SUM.
   MOVE REGISTER-LINE-COUNT  TO CKPT-REGISTER-COUNT.
   MOVE FILE-COLLIDED-COUNT  TO CKPT-FILE-COLLIDED.
   WRITE CHECKPOINT-FILE-RECORD.

*> IN-BATCH-ID/IN-SOURCE-SYS ARE FIXED-WIDTH FIELDS THAT MAY CONTAIN
      WRITE RESOLVED-RECORD
   END-IF.

*> ONE ACK-WORK LINE PER DETAIL, CONVERTED OR NOT, SO THE LINE COUNT
*> TRACKS FILE-REC-COUNT EXACTLY.
WRITE-ACK-WORK-RECORD.
   IF ACK-WORK-OK-FLAG IS EQUAL TO "Y"
      MOVE SPACES TO ACK-WORK-RECORD
      MOVE IN-SOURCE-SYS IN INPUT-DATA-RECORD TO AKW-SOURCE-SYS
      MOVE IN-BATCH-ID IN INPUT-DATA-RECORD TO AKW-BATCH-ID
      IF SWITCH IS EQUAL TO 1
         MOVE "C" TO AKW-OUTCOME
      ELSE
         MOVE "R" TO AKW-OUTCOME
         MOVE REJ-REJECT-ID TO AKW-REJECT-ID
         MOVE REJECT-REASON-TEXT TO AKW-REASON
      END-IF
      WRITE ACK-WORK-RECORD
   END-IF.

*> A FILE STARTING FRESH STARTS ITS ACK-WORK EMPTY; THE FILE A
*> RESTART REJOINS KEEPS THE LINES FOR THE DETAILS THE CHECKPOINT
*> ALREADY COUNTS AND LOSES ANY THE CRASHED LEG WROTE PAST IT, WHICH
*> THIS LEG WILL WRITE AGAIN. AN UNWRITABLE ACK-WORK ONLY COSTS THE
*> ACKNOWLEDGEMENTS THEIR REJECT LINES, SO THE RUN CARRIES ON.
OPEN-ACK-WORK-FILE.
   MOVE "N" TO ACK-WORK-OK-FLAG.
   IF SKIP-COUNT IS GREATER THAN ZERO
      PERFORM TRIM-ACK-WORK-FOR-RESTART
      OPEN EXTEND ACK-WORK-FILE
      IF ACK-WORK-FILE-STATUS IS NOT EQUAL TO "00"
         OPEN OUTPUT ACK-WORK-FILE
      END-IF
   ELSE
      OPEN OUTPUT ACK-WORK-FILE
   END-IF.
   IF ACK-WORK-FILE-STATUS IS EQUAL TO "00"
      MOVE "Y" TO ACK-WORK-OK-FLAG
   ELSE
      display " *** ACK-WORK NOT WRITABLE - ACKNOWLEDGEMENTS WILL CARRY NO DETAIL ***"
   END-IF.

TRIM-ACK-WORK-FOR-RESTART.
   OPEN INPUT ACK-WORK-FILE.
   IF ACK-WORK-FILE-STATUS IS NOT EQUAL TO "00"
      CLOSE ACK-WORK-FILE
   ELSE
      OPEN OUTPUT ACK-TRIM-FILE
      MOVE ZERO TO TRIM-KEEP-COUNT
      MOVE 1 TO EOF-SWITCH
      READ ACK-WORK-FILE INTO TRIM-WORK-LINE
         AT END MOVE ZERO TO EOF-SWITCH
      END-READ
      PERFORM TRIM-ONE-ACK-WORK-ROW
         UNTIL EOF-SWITCH IS EQUAL TO ZERO
      CLOSE ACK-WORK-FILE
      CLOSE ACK-TRIM-FILE
      OPEN INPUT ACK-TRIM-FILE
      OPEN OUTPUT ACK-WORK-FILE
      MOVE 1 TO EOF-SWITCH
      READ ACK-TRIM-FILE INTO TRIM-WORK-LINE
         AT END MOVE ZERO TO EOF-SWITCH
      END-READ
      PERFORM COPY-TRIMMED-ACK-WORK-ROW
         UNTIL EOF-SWITCH IS EQUAL TO ZERO
      CLOSE ACK-TRIM-FILE
      CLOSE ACK-WORK-FILE
      MOVE 1 TO EOF-SWITCH
   END-IF.

TRIM-ONE-ACK-WORK-ROW.
   IF TRIM-KEEP-COUNT IS LESS THAN SKIP-COUNT
      ADD 1 TO TRIM-KEEP-COUNT
      WRITE ACK-TRIM-RECORD FROM TRIM-WORK-LINE
   END-IF.
   READ ACK-WORK-FILE INTO TRIM-WORK-LINE
      AT END MOVE ZERO TO EOF-SWITCH.

COPY-TRIMMED-ACK-WORK-ROW.
   WRITE ACK-WORK-RECORD FROM TRIM-WORK-LINE.
   READ ACK-TRIM-FILE INTO TRIM-WORK-LINE
      AT END MOVE ZERO TO EOF-SWITCH.

*> IN INSTANCE MODE THE ACKNOWLEDGEMENTS ARE NOT RELEASED BY THE
*> INSTANCE: THEY TRAVEL IN ACK-TRANSPORT.NN AND THE CONSOLIDATOR
*> WRITES THEM, SO A SOURCE TEAM NEVER LOADS AN OUTCOME FROM A NIGHT
*> THAT DID NOT CONSOLIDATE. A FRESH INSTANCE STARTS THE TRANSPORT
*> EMPTY; A RESTART LEG EXTENDS IT, AND ANY ACKNOWLEDGEMENT IT
*> WRITES AGAIN SIMPLY REPLACES THE EARLIER COPY WHEN ROUTED.
OPEN-ACK-TRANSPORT-FILE.
   IF INSTANCE-FLAG IS EQUAL TO "Y"
      IF RESTART-FLAG IS EQUAL TO "Y"
         OPEN EXTEND ACK-TRANSPORT-FILE
         IF ACK-TRANSPORT-FILE-STATUS IS NOT EQUAL TO "00"
            OPEN OUTPUT ACK-TRANSPORT-FILE
         END-IF
      ELSE
         OPEN OUTPUT ACK-TRANSPORT-FILE
      END-IF
      IF ACK-TRANSPORT-FILE-STATUS IS NOT EQUAL TO "00"
         display " *** ACK-TRANSPORT NOT WRITABLE - NO ACKNOWLEDGEMENTS FROM THIS INSTANCE ***"
      END-IF
   END-IF.

*> THE FEED'S OUTCOME: REFUSED WHEN THE HEADER WAS TURNED AWAY AND
*> THE FILE NOT READ, CONTROL-ERROR WHEN ITS TRAILER DID NOT
*> RECONCILE (THE FEED STAYS UNREGISTERED AND MUST BE RESENT),
*> OTHERWISE ACCEPTED - INDIVIDUAL REJECTS ARE LISTED EITHER WAY.
WRITE-FEED-ACKS.
   IF DUP-FEED-FLAG IS EQUAL TO "Y"
      MOVE "REFUSED" TO ACK-STATUS-TEXT
      MOVE "DUPLICATE FEED - ALREADY PROCESSED" TO ACK-REASON-TEXT
   ELSE
      IF BUSDATE-FEED-FLAG IS EQUAL TO "Y"
         MOVE "REFUSED" TO ACK-STATUS-TEXT
         MOVE BUSDATE-REASON TO ACK-REASON-TEXT
      ELSE
         IF FILE-CTL-ERR-FLAG IS EQUAL TO "Y"
            MOVE "CONTROL-ERROR" TO ACK-STATUS-TEXT
         ELSE
            MOVE "ACCEPTED" TO ACK-STATUS-TEXT
            MOVE SPACES TO ACK-REASON-TEXT
         END-IF
      END-IF
   END-IF.
   MOVE ZERO TO ACK-SYS-COUNT.
   MOVE "N" TO ACK-OVERFLOW-FLAG.
   IF ACK-WORK-OK-FLAG IS EQUAL TO "Y"
      OPEN INPUT ACK-WORK-FILE
      IF ACK-WORK-FILE-STATUS IS EQUAL TO "00"
         MOVE 1 TO EOF-SWITCH
         READ ACK-WORK-FILE
            AT END MOVE ZERO TO EOF-SWITCH
         END-READ
         PERFORM COLLECT-ACK-SYSTEM
            UNTIL EOF-SWITCH IS EQUAL TO ZERO
         CLOSE ACK-WORK-FILE
      ELSE
         CLOSE ACK-WORK-FILE
      END-IF
      MOVE 1 TO EOF-SWITCH
   END-IF.
   IF ACK-SYS-COUNT IS EQUAL TO ZERO
      PERFORM MATCH-SCHEDULED-SOURCE
         VARYING SCH-IX FROM 1 BY 1
         UNTIL SCH-IX IS GREATER THAN SCH-COUNT OR
            ACK-SYS-COUNT IS GREATER THAN ZERO
   END-IF.
   IF ACK-SYS-COUNT IS EQUAL TO ZERO
      display " *** NO SOURCE SYSTEM KNOWN FOR FEED " HDR-FEED-NAME
         " - NO ACKNOWLEDGEMENT WRITTEN ***"
   ELSE
      PERFORM WRITE-ONE-ACK
         VARYING ACK-SYS-IX FROM 1 BY 1
         UNTIL ACK-SYS-IX IS GREATER THAN ACK-SYS-COUNT
   END-IF.

COLLECT-ACK-SYSTEM.
   MOVE ZERO TO ACK-SYS-FOUND.
   MOVE 1 TO ACK-SYS-IX.
   PERFORM FIND-ACK-SYSTEM
      UNTIL ACK-SYS-FOUND IS EQUAL TO 1 OR
         ACK-SYS-IX IS GREATER THAN ACK-SYS-COUNT.
   IF ACK-SYS-FOUND IS EQUAL TO ZERO
      IF ACK-SYS-COUNT IS LESS THAN ACK-SYS-MAX
         ADD 1 TO ACK-SYS-COUNT
         MOVE ACK-SYS-COUNT TO ACK-SYS-IX
         MOVE AKW-SOURCE-SYS TO ACK-TAB-SOURCE-SYS(ACK-SYS-IX)
         MOVE ZERO TO ACK-TAB-READ(ACK-SYS-IX)
         MOVE ZERO TO ACK-TAB-CONVERTED(ACK-SYS-IX)
         MOVE ZERO TO ACK-TAB-REJECTED(ACK-SYS-IX)
         MOVE 1 TO ACK-SYS-FOUND
      ELSE
         IF ACK-OVERFLOW-FLAG IS EQUAL TO "N"
            MOVE "Y" TO ACK-OVERFLOW-FLAG
            display " *** OVER 20 SOURCE SYSTEMS IN ONE FEED - FURTHER SYSTEMS NOT ACKNOWLEDGED ***"
         END-IF
      END-IF
   END-IF.
   IF ACK-SYS-FOUND IS EQUAL TO 1
      ADD 1 TO ACK-TAB-READ(ACK-SYS-IX)
      IF AKW-OUTCOME IS EQUAL TO "C"
         ADD 1 TO ACK-TAB-CONVERTED(ACK-SYS-IX)
      ELSE
         ADD 1 TO ACK-TAB-REJECTED(ACK-SYS-IX)
      END-IF
   END-IF.
   READ ACK-WORK-FILE
      AT END MOVE ZERO TO EOF-SWITCH.

FIND-ACK-SYSTEM.
   IF ACK-TAB-SOURCE-SYS(ACK-SYS-IX) IS EQUAL TO AKW-SOURCE-SYS
      MOVE 1 TO ACK-SYS-FOUND
   ELSE
      ADD 1 TO ACK-SYS-IX
   END-IF.

MATCH-SCHEDULED-SOURCE.
   IF SCH-TAB-FEED-NAME(SCH-IX) IS EQUAL TO HDR-FEED-NAME
      MOVE 1 TO ACK-SYS-COUNT
      MOVE SCH-TAB-SOURCE-SYS(SCH-IX) TO ACK-TAB-SOURCE-SYS(1)
      MOVE ZERO TO ACK-TAB-READ(1)
      MOVE ZERO TO ACK-TAB-CONVERTED(1)
      MOVE ZERO TO ACK-TAB-REJECTED(1)
   END-IF.

*> OUR COUNT AND HASH ARE THE WHOLE FILE'S, SET AGAINST THE WHOLE
*> FILE'S TRAILER; THE SYSTEM'S OWN SHARE AND ITS REJECTS FOLLOW.
WRITE-ONE-ACK.
   MOVE FILE-SEQ TO ACK-SEQ-TEXT.
   MOVE SPACES TO ack_file_name.
   STRING "ACK-" DELIMITED BY SIZE
          ACK-TAB-SOURCE-SYS(ACK-SYS-IX) DELIMITED BY SPACE
          "-" DELIMITED BY SIZE
          HDR-FEED-NAME DELIMITED BY SPACE
          "-" DELIMITED BY SIZE
          HDR-BUSINESS-DATE DELIMITED BY SIZE
          "-" DELIMITED BY SIZE
          RUN-DATE DELIMITED BY SIZE
          "-" DELIMITED BY SIZE
          ACK-SEQ-TEXT DELIMITED BY SIZE
          INTO ack_file_name.
   MOVE "N" TO ACK-OPEN-FLAG.
   IF INSTANCE-FLAG IS EQUAL TO "Y"
      IF ACK-TRANSPORT-FILE-STATUS IS EQUAL TO "00"
         MOVE "Y" TO ACK-OPEN-FLAG
      END-IF
   ELSE
      OPEN OUTPUT ACK-FILE
      IF ACK-FILE-STATUS IS EQUAL TO "00"
         MOVE "Y" TO ACK-OPEN-FLAG
      ELSE
         display " *** " ack_file_name " NOT WRITABLE - ACKNOWLEDGEMENT NOT SENT ***"
      END-IF
   END-IF.
   IF ACK-OPEN-FLAG IS EQUAL TO "Y"
      MOVE ACK-TAB-SOURCE-SYS(ACK-SYS-IX) TO AKH-SOURCE-SYS
      MOVE HDR-FEED-NAME     TO AKH-FEED-NAME
      MOVE HDR-BUSINESS-DATE TO AKH-BUSINESS-DATE
      MOVE RUN-DATE          TO AKH-RUN-DATE
      MOVE RUN-TIME          TO AKH-RUN-TIME
      MOVE ACK-STATUS-TEXT   TO AKH-STATUS
      MOVE ACK-REASON-TEXT   TO AKH-REASON
      MOVE ACK-HEADER-LINE TO ACK-LINE-WORK
      PERFORM PUT-ACK-LINE
      MOVE FILE-REC-COUNT TO AKC-OUR-COUNT
      MOVE FILE-VALUE-SUM TO AKC-OUR-HASH
      MOVE TRL-SEEN-FLAG  TO AKC-TRL-SEEN
      IF TRL-SEEN-FLAG IS EQUAL TO "Y"
         MOVE TRL-RECORD-COUNT TO AKC-TRL-COUNT
         MOVE TRL-HASH-TOTAL   TO AKC-TRL-HASH
      ELSE
         MOVE ZERO TO AKC-TRL-COUNT
         MOVE ZERO TO AKC-TRL-HASH
      END-IF
      MOVE ACK-TAB-READ(ACK-SYS-IX)      TO AKC-SYS-READ
      MOVE ACK-TAB-CONVERTED(ACK-SYS-IX) TO AKC-SYS-CONVERTED
      MOVE ACK-TAB-REJECTED(ACK-SYS-IX)  TO AKC-SYS-REJECTED
      MOVE ACK-CONTROL-LINE TO ACK-LINE-WORK
      PERFORM PUT-ACK-LINE
      MOVE ZERO TO ACK-REJ-LINES
      IF ACK-TAB-REJECTED(ACK-SYS-IX) IS GREATER THAN ZERO
         OPEN INPUT ACK-WORK-FILE
         IF ACK-WORK-FILE-STATUS IS EQUAL TO "00"
            MOVE 1 TO EOF-SWITCH
            READ ACK-WORK-FILE
               AT END MOVE ZERO TO EOF-SWITCH
            END-READ
            PERFORM PUT-ACK-REJECT
               UNTIL EOF-SWITCH IS EQUAL TO ZERO
            CLOSE ACK-WORK-FILE
         ELSE
            CLOSE ACK-WORK-FILE
         END-IF
         MOVE 1 TO EOF-SWITCH
      END-IF
      MOVE ACK-REJ-LINES TO AKT-REJECT-LINES
      MOVE ACK-TRAILER-LINE TO ACK-LINE-WORK
      PERFORM PUT-ACK-LINE
      IF INSTANCE-FLAG IS EQUAL TO "N"
         CLOSE ACK-FILE
      END-IF
      MOVE ACK-STATUS-TEXT TO RPT-ACK-STATUS
      MOVE ack_file_name   TO RPT-ACK-NAME
      MOVE ACK-REPORT-LINE TO PRINT-LINE-WORK
      PERFORM PRINT-REPORT-LINE
   END-IF.

PUT-ACK-REJECT.
   IF AKW-OUTCOME IS EQUAL TO "R" AND
         AKW-SOURCE-SYS IS EQUAL TO ACK-TAB-SOURCE-SYS(ACK-SYS-IX)
      MOVE AKW-BATCH-ID  TO AKR-BATCH-ID
      MOVE AKW-REJECT-ID TO AKR-REJECT-ID
      MOVE AKW-REASON    TO AKR-REASON
      MOVE ACK-REJECT-LINE TO ACK-LINE-WORK
      PERFORM PUT-ACK-LINE
      ADD 1 TO ACK-REJ-LINES
   END-IF.
   READ ACK-WORK-FILE
      AT END MOVE ZERO TO EOF-SWITCH.

PUT-ACK-LINE.
   IF INSTANCE-FLAG IS EQUAL TO "Y"
      MOVE ack_file_name TO ATR-ACK-NAME
      MOVE ACK-LINE-WORK TO ATR-ACK-LINE
      WRITE ACK-TRANSPORT-RECORD
   ELSE
      WRITE ACK-FILE-RECORD FROM ACK-LINE-WORK
   END-IF.

*> THE PRINT FILE IS PER RUN LIKE THE CSV: A FRESH RUN STARTS IT
*> OVER, A RESTARTED LEG APPENDS ITS PAGES AFTER THE PRIOR LEG'S
*> (THE PAGE HEADER TIME TELLS THE LEGS APART). A PRINT FILE THAT
*> CANNOT BE OPENED COSTS THE REVIEW COPY BUT NOT THE CONVERSION,
*> SO THE RUN CARRIES ON WITH THE CONSOLE REPORT ONLY.
OPEN-PRINT-FILE.
   MOVE RUN-DATE TO PH-RUN-DATE.
   MOVE RUN-TIME(1:2) TO PH-RUN-HH.
   MOVE RUN-TIME(3:2) TO PH-RUN-MM.
   MOVE RUN-TIME(5:2) TO PH-RUN-SS.
   IF INSTANCE-FLAG IS EQUAL TO "Y"
      MOVE INSTANCE-TEXT TO PH-INSTANCE
   ELSE
      MOVE "--" TO PH-INSTANCE
   END-IF.
   IF RESTART-FLAG IS EQUAL TO "Y"
      OPEN EXTEND PRINT-FILE
      IF PRINT-FILE-STATUS IS NOT EQUAL TO "00"
         OPEN OUTPUT PRINT-FILE
      END-IF
   ELSE
      OPEN OUTPUT PRINT-FILE
   END-IF.
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

*> LAST PAGE OF EVERY RUN, PRINTED AFTER THE CONDITION CODE IS SET:
*> WHAT WAS READ, WHAT WAS PRODUCED, WHICH CONTROLS TRIPPED AND HOW
*> THE STEP ENDED, SO THE REVIEWER NEEDS NO JOB LOG TO SIGN IT OFF.
*> ON A RESUMED RUN THE COUNTS ARE CUMULATIVE ACROSS LEGS, AS THE
*> RUN SUMMARY IS.
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
      MOVE "INSTANCE" TO CPL-LABEL
      MOVE PH-INSTANCE TO CPL-VALUE
      PERFORM PUT-CONTROL-PAGE-LINE
      MOVE "RESUMED FROM CHECKPOINT" TO CPL-LABEL
      MOVE RESTART-FLAG TO CPL-VALUE
      PERFORM PUT-CONTROL-PAGE-LINE
      MOVE "FILES IN MANIFEST" TO CPL-LABEL
      MOVE FILE-COUNT TO CPL-NUMBER
      MOVE CPL-NUMBER TO CPL-VALUE
      PERFORM PUT-CONTROL-PAGE-LINE
      MOVE "FILES PROCESSED THIS LEG" TO CPL-LABEL
      MOVE PRINT-FILE-COUNT TO CPL-NUMBER
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
      MOVE "BATCH CONTROL ERROR" TO CPL-LABEL
      MOVE CONTROL-ERROR-FLAG TO CPL-VALUE
      PERFORM PUT-CONTROL-PAGE-LINE
      MOVE "DUPLICATE FEED REFUSED" TO CPL-LABEL
      MOVE DUP-RUN-FLAG TO CPL-VALUE
      PERFORM PUT-CONTROL-PAGE-LINE
      MOVE "BUSINESS DATE REFUSED" TO CPL-LABEL
      MOVE BUSDATE-RUN-FLAG TO CPL-VALUE
      PERFORM PUT-CONTROL-PAGE-LINE
      MOVE "FEED SCHEDULE DISCREPANCY" TO CPL-LABEL
      MOVE SCHEDULE-WARN-FLAG TO CPL-VALUE
      PERFORM PUT-CONTROL-PAGE-LINE
      MOVE "BATCH ID COLLISIONS THIS LEG" TO CPL-LABEL
      MOVE COLLIDED-COUNT TO CPL-NUMBER
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

*> BOTH LIFECYCLE FILES ACCUMULATE HISTORY ACROSS EVERY RUN, SO
*> BOTH OPEN EXTEND WITH THE USUAL FIRST-TIME FALLBACK TO OUTPUT.
*> ON A RESTART THE REGISTER IS FIRST RECONCILED TO THE CHECKPOINT
         MOVE 2 TO SWITCH
         MOVE "VALUE OUTSIDE 1-3999 RANGE" TO REJECT-REASON-TEXT
         MOVE ARRAY-AREA TO OUT-ER-R
         MOVE OUTPUT-ERROR-MESS TO PRINT-LINE-WORK
         PERFORM PRINT-REPORT-LINE
      END-IF
   end-if.

         MOVE 2 TO SWITCH
         MOVE "NUMERAL IS NOT IN CANONICAL FORM" TO REJECT-REASON-TEXT
         MOVE ARRAY-AREA TO OUT-ER-R
         MOVE OUTPUT-ERROR-MESS TO PRINT-LINE-WORK
         PERFORM PRINT-REPORT-LINE
      END-IF
   END-IF.

      MOVE 2 TO SWITCH
      MOVE "TOO MANY CONSECUTIVE NUMERALS" TO REJECT-REASON-TEXT
      MOVE ARRAY-AREA TO OUT-ER-R
      MOVE OUTPUT-ERROR-MESS TO PRINT-LINE-WORK
      PERFORM PRINT-REPORT-LINE
   END-IF.

MATCH-HUNDREDS.
               MOVE 2 TO SWITCH
               MOVE "TOO MANY CONSECUTIVE NUMERALS" TO REJECT-REASON-TEXT
               MOVE ARRAY-AREA TO OUT-ER-R
               MOVE OUTPUT-ERROR-MESS TO PRINT-LINE-WORK
               PERFORM PRINT-REPORT-LINE
            END-IF
         END-IF
      ELSE
               MOVE 2 TO SWITCH
               MOVE "TOO MANY CONSECUTIVE NUMERALS" TO REJECT-REASON-TEXT
               MOVE ARRAY-AREA TO OUT-ER-R
               MOVE OUTPUT-ERROR-MESS TO PRINT-LINE-WORK
               PERFORM PRINT-REPORT-LINE
            END-IF
         END-IF
      END-IF
   ELSE MOVE 2 TO SWITCH
        MOVE "ILLEGAL CHARACTER IN NUMERAL" TO REJECT-REASON-TEXT
        MOVE ARRAY-AREA TO OUT-ER-R
        MOVE OUTPUT-ERROR-MESS TO PRINT-LINE-WORK
        PERFORM PRINT-REPORT-LINE
   end-if.
 

        display "Error: File " input_file_name(1:20) " does not exist"
        PERFORM get_file_name_interactive.

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
