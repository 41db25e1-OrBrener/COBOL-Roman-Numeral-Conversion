*> COMMANDS: VOID <BATCH> <SEQ>, SOURCE <BATCH> <SEQ> <NEW-SYS>,
*> KEYED IN INTERACTIVELY OR SUPPLIED AS RUN PARAMETERS FOR A
*> ONE-SHOT SCRIPTED ADJUSTMENT.
*> A RECORD WHOSE RUN DATE FALLS IN A PERIOD ROMAN-PERIOD-CLOSE HAS
*> CLOSED (PERIOD-CONTROL) IS NOT ADJUSTED BY VOID OR SOURCE - ITS
*> MONTH'S FIGURES ARE SIGNED OFF. IT TAKES PPA-VOID OR PPA-SOURCE,
*> A PRIOR-PERIOD ADJUSTMENT: THE SAME CHANGE AND ADJ BLOCK, PLUS A
*> PRIOR-PERIOD-ADJ LINE BOOKING IT TO THE FIRST OPEN PERIOD AFTER
*> THE RECORD'S OWN, WHOSE SUMMARY CARRIES IT. A PPA AGAINST A
*> PERIOD STILL OPEN IS REFUSED - THE PLAIN COMMAND IS THE RIGHT ONE.

ENVIRONMENT DIVISION.

       file status is MASTER-FILE-STATUS.
select AUDIT-FILE assign to "AUDIT-LOG" organization is line sequential
       file status is AUDIT-FILE-STATUS.
select PERIOD-FILE assign to "PERIOD-CONTROL" organization is line sequential
       file status is PERIOD-FILE-STATUS.
select PPA-FILE assign to "PRIOR-PERIOD-ADJ" organization is line sequential
       file status is PPA-FILE-STATUS.

DATA DIVISION.
FILE SECTION.
   FD AUDIT-FILE.
   01 AUDIT-FILE-RECORD   PIC X(45).

   FD PERIOD-FILE.
   01 PERIOD-FILE-RECORD  PIC X(35).

   FD PPA-FILE.
   01 PPA-FILE-RECORD     PIC X(110).

WORKING-STORAGE SECTION.
77 MASTER-FILE-STATUS  PIC XX.
77 AUDIT-FILE-STATUS   PIC XX.
77 PERIOD-FILE-STATUS  PIC XX.
77 PPA-FILE-STATUS     PIC XX.
77 EOF-SWITCH   PIC 9    VALUE 1.
77 PARM-NUMBER  PIC 9(2).
77 RUN-DATE     PIC 9(8).
77 AFTER-VALUE      PIC X(10).
77 ADJUSTED-COUNT   PIC S9(4)  COMP  VALUE ZERO.

*> THE CLOSED PERIODS, AS ROMAN-PERIOD-CLOSE WRITES THEM TO
*> PERIOD-CONTROL: ONE LINE PER PERIOD SIGNED OFF.
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
77 PPA-FLAG         PIC X      VALUE "N".
77 RECORD-PERIOD    PIC 9(6).
77 BOOK-PERIOD      PIC 9(6).
77 BOOK-YEAR        PIC 9(4).
77 BOOK-MONTH       PIC 9(2).
77 CHECK-PERIOD     PIC 9(6).
77 PPA-BEFORE-SOURCE PIC X(05).
77 PPA-BEFORE-STATUS PIC X(10).

*> ONE PRIOR-PERIOD ADJUSTMENT: THE PERIOD IT IS BOOKED TO, THE
*> CLOSED PERIOD OF THE RECORD, THE KEY, THE SOURCE SYSTEM BEFORE
*> AND AFTER, THE STATUS AND VALUE BEFORE, AND WHO DID IT WHEN.
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

*> THE ADJUSTMENT BLOCK SHARES AUDIT-LOG'S TAGGED 45-BYTE LINE
*> SHAPE - FOURTEEN-CHARACTER TAG, VALUE - WITH ADJ-PREFIXED TAGS
*> NO OTHER WRITER USES.
   STOP RUN
end-if.
PERFORM OPEN-AUDIT-FILE.
PERFORM LOAD-CLOSED-PERIODS.
PERFORM GET-OPERATOR-ID.
PERFORM GET-PARM-COMMAND.
IF ONE-SHOT-FLAG IS EQUAL TO "Y"
   display "------------------------------"
   display " ROMAN MASTER MAINTENANCE"
   display " ---------------------------- "
   display " COMMANDS: VOID / SOURCE / PPA-VOID / PPA-SOURCE / END"
   PERFORM ASK-AND-APPLY
      UNTIL EOF-SWITCH IS EQUAL TO ZERO
end-if.

ASK-AND-APPLY.
   display " "
   display " Enter command (VOID/SOURCE/PPA-VOID/PPA-SOURCE, blank or END to end) "
   Accept ASK-COMMAND from Console.
   IF ASK-COMMAND IS EQUAL TO SPACES OR ASK-COMMAND IS EQUAL TO "END"
      MOVE ZERO TO EOF-SWITCH
      Accept ASK-BATCH-ID from Console
      display " Enter record seq "
      Accept ASK-SEQ-TEXT from Console
      IF ASK-COMMAND IS EQUAL TO "SOURCE" OR
            ASK-COMMAND IS EQUAL TO "PPA-SOURCE"
         display " Enter new source system "
         Accept ASK-NEW-VALUE from Console
      ELSE

*> VALIDATES THE COMMAND AND KEY, READS THE RECORD, APPLIES THE
*> CHANGE AND LOGS IT. THE SEQ-0 "ARCHIVED" TOMBSTONES THE ARCHIVE
*> JOB LEAVES ARE NOT ADJUSTABLE RECORDS. A PRIOR-PERIOD COMMAND
*> IS THE PLAIN ONE WITH THE PPA FLAG SET, SO AUDIT-LOG CARRIES THE
*> SAME VOID OR SOURCE BLOCK THE RECONCILIATION TRACES EITHER WAY.
APPLY-ONE-COMMAND.
   MOVE "N" TO PPA-FLAG.
   IF ASK-COMMAND IS EQUAL TO "PPA-VOID"
      MOVE "Y" TO PPA-FLAG
      MOVE "VOID" TO ASK-COMMAND
   END-IF.
   IF ASK-COMMAND IS EQUAL TO "PPA-SOURCE"
      MOVE "Y" TO PPA-FLAG
      MOVE "SOURCE" TO ASK-COMMAND
   END-IF.
   IF ASK-COMMAND IS NOT EQUAL TO "VOID" AND
         ASK-COMMAND IS NOT EQUAL TO "SOURCE"
      display " UNKNOWN COMMAND " ASK-COMMAND " - NOTHING DONE"
         display " RECORD IS AN ARCHIVED-BATCH MARKER - NOT ADJUSTABLE"
      ELSE
         PERFORM SHOW-KEYED-RECORD
         PERFORM CHECK-RECORD-PERIOD
         IF CLOSED-FOUND IS EQUAL TO 1 AND PPA-FLAG IS EQUAL TO "N"
            display " PERIOD " RECORD-PERIOD " IS CLOSED - USE PPA-VOID OR PPA-SOURCE"
               " - NOTHING DONE"
         ELSE
            IF CLOSED-FOUND IS EQUAL TO ZERO AND PPA-FLAG IS EQUAL TO "Y"
               display " PERIOD " RECORD-PERIOD " IS STILL OPEN - USE VOID OR SOURCE"
                  " - NOTHING DONE"
            ELSE
               MOVE MST-SOURCE-SYS TO PPA-BEFORE-SOURCE
               MOVE MST-STATUS TO PPA-BEFORE-STATUS
               IF ASK-COMMAND IS EQUAL TO "VOID"
                  PERFORM APPLY-VOID
               ELSE
                  PERFORM APPLY-SOURCE-CORRECTION
               END-IF
            END-IF
         END-IF
      END-IF
   END-IF.

*> THE PERIOD IS THE RUN DATE'S YEAR AND MONTH.
CHECK-RECORD-PERIOD.
   DIVIDE MST-RUN-DATE BY 100 GIVING RECORD-PERIOD.
   MOVE RECORD-PERIOD TO CHECK-PERIOD.
   PERFORM FIND-CLOSED-PERIOD.

SHOW-KEYED-RECORD.
   MOVE MST-SEQ        TO MNT-SEQ.
   MOVE MST-SOURCE-SYS TO MNT-SOURCE-SYS.
      END-IF
   END-IF.

*> A PRIOR-PERIOD ADJUSTMENT NEEDS ITS PRIOR-PERIOD-ADJ LINE AS MUCH
*> AS ITS AUDIT BLOCK - WITHOUT IT THE NEXT CLOSE NEVER CARRIES THE
*> CHANGE - SO THE FILE IS OPENED BEFORE THE MASTER IS TOUCHED AND
*> THE TRANSACTION IS REFUSED IF IT CANNOT BE.
REWRITE-AND-LOG.
   IF PPA-FLAG IS EQUAL TO "Y"
      PERFORM OPEN-PPA-FILE
   END-IF.
   IF PPA-FLAG IS EQUAL TO "Y" AND PPA-FILE-STATUS IS NOT EQUAL TO "00"
      display "Error: PRIOR-PERIOD-ADJ is not writable (status " PPA-FILE-STATUS ")"
      display "Error: prior-period adjustment refused - master record not changed"
      move 16 to return-code
   ELSE
      REWRITE MASTER-RECORD
         INVALID KEY
            display " *** REWRITE FAILED (STATUS " MASTER-FILE-STATUS ") - NOT LOGGED ***"
      END-REWRITE
      IF MASTER-FILE-STATUS IS EQUAL TO "00"
         ADD 1 TO ADJUSTED-COUNT
         PERFORM WRITE-ADJUSTMENT-BLOCK
         IF PPA-FLAG IS EQUAL TO "Y"
            PERFORM WRITE-PRIOR-PERIOD-ADJ
         END-IF
         display " ADJUSTED - NOW:"
         PERFORM SHOW-KEYED-RECORD
      END-IF
      IF PPA-FLAG IS EQUAL TO "Y"
         CLOSE PPA-FILE
      END-IF
   END-IF.

OPEN-PPA-FILE.
   OPEN EXTEND PPA-FILE.
   IF PPA-FILE-STATUS IS NOT EQUAL TO "00"
      OPEN OUTPUT PPA-FILE
   END-IF.

WRITE-ADJUSTMENT-BLOCK.
      move 16 to return-code
      STOP RUN
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

*> THE ADJUSTMENT IS BOOKED TO THE FIRST PERIOD AFTER THE RECORD'S
*> THAT IS STILL OPEN - NORMALLY THE NEXT MONTH, LATER IF THAT HAS
*> BEEN CLOSED TOO - SO IT LANDS ON A SUMMARY NOT YET SIGNED OFF.
*> REWRITE-AND-LOG HAS THE FILE OPEN ALREADY.
WRITE-PRIOR-PERIOD-ADJ.
   MOVE RECORD-PERIOD TO BOOK-PERIOD.
   MOVE 1 TO CLOSED-FOUND.
   PERFORM NEXT-BOOK-PERIOD
      UNTIL CLOSED-FOUND IS EQUAL TO ZERO.
   MOVE SPACES TO PPA-LINE.
   MOVE BOOK-PERIOD       TO PPA-BOOK-PERIOD.
   MOVE RECORD-PERIOD     TO PPA-ORIG-PERIOD.
   MOVE ASK-COMMAND       TO PPA-ACTION.
   MOVE MST-BATCH-ID      TO PPA-BATCH-ID.
   MOVE MST-SEQ           TO PPA-SEQ.
   MOVE PPA-BEFORE-SOURCE TO PPA-SOURCE-SYS.
   MOVE MST-SOURCE-SYS    TO PPA-NEW-SOURCE.
   MOVE PPA-BEFORE-STATUS TO PPA-STATUS.
   MOVE MST-VALUE         TO PPA-VALUE.
   MOVE OPERATOR-ID       TO PPA-OPERATOR.
   MOVE RUN-DATE          TO PPA-DATE.
   MOVE RUN-TIME          TO PPA-TIME.
   WRITE PPA-FILE-RECORD FROM PPA-LINE.
   display " PRIOR-PERIOD ADJUSTMENT BOOKED TO PERIOD " BOOK-PERIOD.

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
