      *declare this is a cobol code, named "HW2-FEE-MAINT"
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HW2-FEE-MAINT.

      *batch maintenance for the fee master, companion to
      *HW2-STU-MAINT: reads a transaction file of adds / changes /
      *retirements against HW2-Fees.csv (fee type rows) and
      *HW2-Fee-Schedule.csv (installment rows) and writes an audit
      *file showing old and new values plus who keyed the
      *transaction and when, for every applied AND rejected
      *transaction. Rows are effective-dated by term: a row with no
      *term is the standing rate, a row stamped with a term prices
      *that term alone and displaces the standing row there - so
      *next term's increase is keyed ahead of time as its own rows
      *instead of by hand-copying the file. A term the nightly run
      *has already billed (an R line for it in
      *HW2-Totals-History.csv) is closed to changes, and a fee type
      *still referenced by HW2-Enrollment.csv or the student master
      *cannot be retired out from under those students
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FEES-FILE     ASSIGN TO "HW2-Fees.csv"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SCHEDULE-FILE ASSIGN TO "HW2-Fee-Schedule.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SCHED-FILE-STATUS.
           SELECT STUDENT-FILE  ASSIGN TO "HW2-Student-Main.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STU-FILE-STATUS.
           SELECT ENROLLMENT-FILE ASSIGN TO "HW2-Enrollment.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ENR-FILE-STATUS.
      *the nightly run's own history - an R line carrying a term
      *means that term has been billed
           SELECT TOTALS-HISTORY-FILE
               ASSIGN TO "HW2-Totals-History.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TH-FILE-STATUS.
           SELECT TERM-FILE ASSIGN TO "HW2-Term.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TERM-FILE-STATUS.
      *one row per transaction: action (A/C/R), kind (F fee row or
      *S installment row), fee type, term (blank = standing rate),
      *installment seq (S only), amount, due date YYYYMMDD (S only),
      *operator id - on an installment change, a blank amount or
      *due date means "leave that field as it is"
           SELECT TRANS-FILE    ASSIGN TO "HW2-Fee-Trans.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANS-FILE-STATUS.
      *audit trail, one dated file per maintenance run
           SELECT AUDIT-FILE    ASSIGN TO WS-AUDIT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL.
      *shared run-control lock - rewriting the fee files while the
      *nightly run is halfway through reading them is exactly what
      *this prevents
           SELECT RUN-CONTROL-FILE ASSIGN TO "HW2-Run-Control.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOCK-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD FEES-FILE.
       01 FEES-LINE          PIC X(40).

       FD SCHEDULE-FILE.
       01 SCHEDULE-LINE      PIC X(60).

       FD STUDENT-FILE.
       01 STUDENT-LINE       PIC X(80).

       FD ENROLLMENT-FILE.
       01 ENROLLMENT-LINE    PIC X(40).

       FD TOTALS-HISTORY-FILE.
       01 TOTALS-HISTORY-LINE PIC X(80).

       FD TERM-FILE.
       01 TERM-LINE          PIC X(20).

       FD TRANS-FILE.
       01 TRANS-LINE         PIC X(80).

       FD AUDIT-FILE.
       01 AUDIT-LINE         PIC X(132).

       FD RUN-CONTROL-FILE.
       01 RUN-CONTROL-LINE   PIC X(40).

       WORKING-STORAGE SECTION.

      *one parsed fee row and installment row
       01 WS-FEE-TYPE        PIC X(10).
       01 WS-FEE-AMT-STR     PIC X(10).
       01 WS-FEE-TERM-STR    PIC X(10).
       01 WS-SCHED-TYPE-STR  PIC X(10).
       01 WS-SCHED-SEQ-STR   PIC X(5).
       01 WS-SCHED-AMT-STR   PIC X(10).
       01 WS-SCHED-DATE-STR  PIC X(10).
       01 WS-SCHED-TERM-STR  PIC X(10).

      *reference rows off the master and the enrollment file
       01 WS-STU-ID          PIC X(10).
       01 WS-STU-NAME        PIC X(30).
       01 WS-STU-TYPE        PIC X(10).
       01 WS-STU-TERM        PIC X(10).

      *one parsed totals-history line
       01 WS-TH-TAG          PIC X(2).
       01 WS-TH-F1           PIC X(12).
       01 WS-TH-F2           PIC X(12).
       01 WS-TH-F3           PIC X(12).
       01 WS-TH-F4           PIC X(12).
       01 WS-TH-TERM         PIC X(10).

      *one parsed transaction row
       01 WS-TRN-ACTION      PIC X(10).
       01 WS-TRN-KIND        PIC X(10).
       01 WS-TRN-TYPE        PIC X(10).
       01 WS-TRN-TERM        PIC X(10).
       01 WS-TRN-SEQ-STR     PIC X(5).
       01 WS-TRN-AMT-STR     PIC X(10).
       01 WS-TRN-DATE-STR    PIC X(10).
       01 WS-TRN-USER        PIC X(10).
       01 WS-TRN-SEQ         PIC 9(3).
       01 WS-TRN-AMT         PIC 9(7).
       01 WS-TRN-DATE        PIC 9(8).

      *for files EOF
       01 EOF-FEE            PIC X VALUE "N".
       01 EOF-SCHED          PIC X VALUE "N".
       01 EOF-STU            PIC X VALUE "N".
       01 EOF-ENR            PIC X VALUE "N".
       01 EOF-TH             PIC X VALUE "N".
       01 EOF-TERM           PIC X VALUE "N".
       01 EOF-TRN            PIC X VALUE "N".

       01 WS-SCHED-FILE-STATUS PIC XX.
       01 WS-STU-FILE-STATUS PIC XX.
       01 WS-ENR-FILE-STATUS PIC XX.
       01 WS-TH-FILE-STATUS  PIC XX.
       01 WS-TERM-FILE-STATUS PIC XX.
       01 WS-TRANS-FILE-STATUS PIC XX.
       01 WS-AUDIT-FILENAME  PIC X(40).

      *run-control lock state
       01 WS-LOCK-FILE-STATUS PIC XX.
       01 EOF-LOCK           PIC X VALUE "N".
       01 WS-LOCK-HOLDER     PIC X(40) VALUE SPACES.
       01 WS-RUN-DATE        PIC X(08).
       01 WS-RUN-STAMP       PIC X(14).
       01 WS-CURRENT-DATE-TIME PIC X(21).

      *the term HW2-Term.dat names - a standing row's changes take
      *effect in this term, so this is the term they are judged in
       01 WS-CURRENT-TERM    PIC X(10) VALUE SPACES.
       01 WS-TERM-ACTIVE-SW  PIC X VALUE "N".
           88 TERM-ACTIVE     VALUE "Y".

      *batch header state off HW2-Fees.csv - a file that came in
      *with an H/T pair goes back out with one, re-dated to today
      *and counted to the rows actually written
       01 WS-FEE-PHYS-NO     PIC 9(5) VALUE 0.
       01 WS-FEE-HDR-SW      PIC X VALUE "N".
       01 WS-FEE-OUT-COUNT   PIC 9(5) VALUE 0.

      *set when a file has more rows than its table holds - the
      *rewrite would truncate it, so the run stops instead of
      *destroying rows it never loaded
       01 WS-OVERFLOW-SW     PIC X VALUE "N".
           88 TABLE-OVERFLOWED VALUE "Y".

      *every fee row of every term held in memory while the
      *transactions are applied - a retirement only flags the row,
      *the rewrite skips it; an untouched row goes back out exactly
      *as it came in
       01 WS-MAX-FEE-ROWS    PIC 9(3) VALUE 200.
       01 WS-FR-COUNT        PIC 9(3) VALUE 0.
       01 WS-FEE-ROW-TABLE.
           05 WS-FEE-ROW-ENTRY OCCURS 200 TIMES
                               INDEXED BY WS-FR-IDX.
               10 WS-FR-LINE      PIC X(40).
               10 WS-FR-TYPE      PIC X(10).
               10 WS-FR-TERM      PIC X(10).
               10 WS-FR-AMT       PIC 9(7).
               10 WS-FR-CHG-SW    PIC X.
               10 WS-FR-DEL-SW    PIC X.

      *every installment row of every term, held the same way
       01 WS-MAX-SCHED       PIC 9(3) VALUE 500.
       01 WS-SCHED-COUNT     PIC 9(3) VALUE 0.
       01 WS-SCHED-TABLE.
           05 WS-SCHED-ENTRY OCCURS 500 TIMES
                             INDEXED BY WS-SCHED-IDX.
               10 WS-SCHED-LINE     PIC X(60).
               10 WS-SCHED-TYPE     PIC X(10).
               10 WS-SCHED-TERM     PIC X(10).
               10 WS-SCHED-SEQ      PIC 9(3).
               10 WS-SCHED-AMT      PIC 9(7).
               10 WS-SCHED-DUE-DATE PIC 9(8).
               10 WS-SCHED-CHG-SW   PIC X.
               10 WS-SCHED-DEL-SW   PIC X.

      *distinct fee type / term pairs the master and the enrollment
      *file still bill - a blank term on either file is read as the
      *current term, the term that row bills in
       01 WS-MAX-REFS        PIC 9(4) VALUE 1000.
       01 WS-REF-COUNT       PIC 9(4) VALUE 0.
       01 WS-REF-TABLE.
           05 WS-REF-ENTRY OCCURS 1000 TIMES
                           INDEXED BY WS-REF-IDX.
               10 WS-REF-TYPE     PIC X(10).
               10 WS-REF-TERM     PIC X(10).
       01 WS-REF-ADD-TYPE    PIC X(10).
       01 WS-REF-OVERFLOW-SW PIC X VALUE "N".
       01 WS-REF-ADD-TERM    PIC X(10).

      *terms with a completed nightly run on HW2-Totals-History.csv
       01 WS-MAX-RUN-TERMS   PIC 9(3) VALUE 100.
       01 WS-RUN-TERM-COUNT  PIC 9(3) VALUE 0.
       01 WS-RUN-TERM-TABLE.
           05 WS-RUN-TERM OCCURS 100 TIMES
                          INDEXED BY WS-RT-IDX PIC X(10).

       01 WS-FR-SEARCH-IDX   PIC 9(3).
       01 WS-FR-FOUND-SW     PIC X VALUE "N".
           88 FR-FOUND        VALUE "Y".
           88 FR-NOT-FOUND    VALUE "N".

       01 WS-SCHED-SEARCH-IDX PIC 9(3).
       01 WS-SCHED-FOUND-SW  PIC X VALUE "N".
           88 SCHED-FOUND     VALUE "Y".
           88 SCHED-NOT-FOUND VALUE "N".

       01 WS-REF-SEARCH-IDX  PIC 9(4).
       01 WS-REF-FOUND-SW    PIC X VALUE "N".
           88 REF-FOUND       VALUE "Y".

       01 WS-RT-SEARCH-IDX   PIC 9(3).
       01 WS-RT-FOUND-SW     PIC X VALUE "N".
           88 RT-FOUND        VALUE "Y".

      *retirement check: the row being retired, and whether every
      *reference to its type still finds another row to price it
       01 WS-RETIRE-IDX      PIC 9(3).
       01 WS-COVER-SW        PIC X VALUE "N".
           88 REF-COVERED     VALUE "Y".
       01 WS-UNCOVERED-SW    PIC X VALUE "N".
           88 TYPE-STILL-REFERENCED VALUE "Y".

      *the term a transaction takes effect in - its own term, or
      *the current term for a standing row
       01 WS-EFF-TERM        PIC X(10).

      *old and new values for the audit line, captured before the
      *table row is touched
       01 WS-OLD-AMT-STR     PIC X(10).
       01 WS-OLD-DATE-STR    PIC X(10).
       01 WS-NEW-AMT-STR     PIC X(10).
       01 WS-NEW-DATE-STR    PIC X(10).
       01 WS-AUD-ACTION      PIC X(10).
       01 WS-AUD-KIND        PIC X(10).
       01 WS-AUD-SEQ-STR     PIC X(5).

       01 WS-EDIT-AMT        PIC Z(6)9.
       01 WS-EDIT-SEQ        PIC ZZ9.

       01 WS-TRN-LINE-NO     PIC 9(7) VALUE 0.
       01 WS-APPLIED-COUNT   PIC 9(7) VALUE 0.
       01 WS-REJECTED-COUNT  PIC 9(7) VALUE 0.
       01 WS-CASCADE-COUNT   PIC 9(7) VALUE 0.
       01 WS-REJECT-REASON   PIC X(40).

       PROCEDURE DIVISION.

       MAIN.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           MOVE WS-CURRENT-DATE-TIME(1:14) TO WS-RUN-STAMP
           STRING "HW2-Fee-Audit-" DELIMITED BY SIZE
                  WS-RUN-DATE      DELIMITED BY SIZE
                  ".txt"           DELIMITED BY SIZE
               INTO WS-AUDIT-FILENAME
           END-STRING

      *the fee files are not touched until the lock is ours
           PERFORM TAKE-RUN-LOCK
           PERFORM LOAD-CURRENT-TERM

           OPEN INPUT FEES-FILE
           PERFORM LOAD-FEE-ROWS
           CLOSE FEES-FILE
           PERFORM LOAD-SCHEDULE-ROWS

      *a file bigger than its table cannot be rewritten without
      *truncating it to the rows that fit - stop here, touching
      *nothing, rather than apply transactions to a partial file
           IF TABLE-OVERFLOWED
               DISPLAY "*** FEE FILES EXCEED THE MAINTENANCE TABLES"
                       " - NOT REWRITTEN, NO TRANSACTIONS APPLIED ***"
               PERFORM RELEASE-RUN-LOCK
               STOP RUN
           END-IF

           PERFORM LOAD-MASTER-REFERENCES
           PERFORM LOAD-ENROLLMENT-REFERENCES
           PERFORM LOAD-RUN-TERMS

           OPEN OUTPUT AUDIT-FILE

           OPEN INPUT TRANS-FILE
           IF WS-TRANS-FILE-STATUS NOT = "00"
               DISPLAY "HW2-FEE-TRANS.CSV NOT AVAILABLE - STATUS "
                       WS-TRANS-FILE-STATUS
                       " - NO TRANSACTIONS APPLIED"
           ELSE
               PERFORM UNTIL EOF-TRN = "Y"
                   READ TRANS-FILE
                       AT END
                           MOVE "Y" TO EOF-TRN
                       NOT AT END
                           PERFORM PARSE-TRANSACTION
                           PERFORM APPLY-TRANSACTION
                   END-READ
               END-PERFORM
               CLOSE TRANS-FILE
           END-IF

      *rewrite both files only after every transaction is applied,
      *so a run that dies mid-file leaves them untouched
           PERFORM REWRITE-FEES
           PERFORM REWRITE-SCHEDULE

           DISPLAY "========================================"
           DISPLAY "HW2-FEE-MAINT - TRANSACTIONS APPLIED : "
                   WS-APPLIED-COUNT
           DISPLAY "HW2-FEE-MAINT - TRANSACTIONS REJECTED: "
                   WS-REJECTED-COUNT
           DISPLAY "HW2-FEE-MAINT - INSTALLMENTS RETIRED "
                   "WITH THEIR FEE ROW: " WS-CASCADE-COUNT
           DISPLAY "========================================"

           CLOSE AUDIT-FILE
           PERFORM RELEASE-RUN-LOCK
           STOP RUN.

      *take the shared run-control lock or refuse to start - a
      *stale lock from a crashed job is cleared by emptying
      *HW2-Run-Control.dat once the wreck is cleaned up
       TAKE-RUN-LOCK.
           OPEN INPUT RUN-CONTROL-FILE
           IF WS-LOCK-FILE-STATUS = "00"
               PERFORM UNTIL EOF-LOCK = "Y"
                   READ RUN-CONTROL-FILE
                       AT END
                           MOVE "Y" TO EOF-LOCK
                       NOT AT END
                           IF FUNCTION TRIM(RUN-CONTROL-LINE)
                                NOT = SPACES
                               MOVE RUN-CONTROL-LINE
                                 TO WS-LOCK-HOLDER
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RUN-CONTROL-FILE
           END-IF
           IF WS-LOCK-HOLDER NOT = SPACES
               DISPLAY "*** RUN CONTROL HELD BY "
                       FUNCTION TRIM(WS-LOCK-HOLDER)
                       " - HW2-FEE-MAINT NOT STARTED ***"
               STOP RUN
           END-IF
           OPEN OUTPUT RUN-CONTROL-FILE
           MOVE SPACES TO RUN-CONTROL-LINE
           STRING "HW2-FEE-MAINT SINCE " DELIMITED BY SIZE
                  WS-RUN-STAMP DELIMITED BY SIZE
               INTO RUN-CONTROL-LINE
           END-STRING
           WRITE RUN-CONTROL-LINE
           CLOSE RUN-CONTROL-FILE.

      *an empty lock file is a released lock
       RELEASE-RUN-LOCK.
           OPEN OUTPUT RUN-CONTROL-FILE
           CLOSE RUN-CONTROL-FILE.

      *one line off HW2-Term.dat - without it a standing row's
      *changes cannot be placed in a term, and only term-stamped
      *rows are checked against the totals history
       LOAD-CURRENT-TERM.
           OPEN INPUT TERM-FILE
           IF WS-TERM-FILE-STATUS NOT = "00"
               DISPLAY "HW2-TERM.DAT NOT AVAILABLE - STATUS "
                       WS-TERM-FILE-STATUS
                       " - STANDING ROWS NOT TERM-CHECKED"
           ELSE
               PERFORM UNTIL EOF-TERM = "Y"
                   READ TERM-FILE
                       AT END
                           MOVE "Y" TO EOF-TERM
                       NOT AT END
                           IF FUNCTION TRIM(TERM-LINE) NOT = SPACES
                               MOVE FUNCTION TRIM(TERM-LINE)
                                 TO WS-CURRENT-TERM
                               MOVE "Y" TO WS-TERM-ACTIVE-SW
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TERM-FILE
           END-IF.

      *read every row of HW2-Fees.csv once into WS-FEE-ROW-TABLE -
      *an "H," first line and the "T," line under it are batch
      *control, rebuilt on the way back out, not fee rows
       LOAD-FEE-ROWS.
           PERFORM UNTIL EOF-FEE = "Y"
               READ FEES-FILE
                   AT END
                       MOVE "Y" TO EOF-FEE
                   NOT AT END
                       ADD 1 TO WS-FEE-PHYS-NO
                       IF WS-FEE-PHYS-NO = 1
                          AND FEES-LINE(1:2) = "H,"
                           MOVE "Y" TO WS-FEE-HDR-SW
                       ELSE
                           IF WS-FEE-HDR-SW = "Y"
                              AND FEES-LINE(1:2) = "T,"
                               CONTINUE
                           ELSE
                               PERFORM LOAD-ONE-FEE-ROW
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       LOAD-ONE-FEE-ROW.
           IF FUNCTION TRIM(FEES-LINE) NOT = SPACES
               IF WS-FR-COUNT >= WS-MAX-FEE-ROWS
                   MOVE "Y" TO WS-OVERFLOW-SW
                   DISPLAY "FEE ROW TABLE FULL - ROW SKIPPED: "
                           FEES-LINE
               ELSE
                   MOVE SPACES TO WS-FEE-TYPE WS-FEE-AMT-STR
                                  WS-FEE-TERM-STR
                   UNSTRING FEES-LINE
                       DELIMITED BY ","
                       INTO WS-FEE-TYPE
                            WS-FEE-AMT-STR
                            WS-FEE-TERM-STR
                   END-UNSTRING
                   ADD 1 TO WS-FR-COUNT
                   MOVE FEES-LINE TO WS-FR-LINE(WS-FR-COUNT)
                   MOVE FUNCTION TRIM(WS-FEE-TYPE)
                     TO WS-FR-TYPE(WS-FR-COUNT)
                   MOVE FUNCTION TRIM(WS-FEE-TERM-STR)
                     TO WS-FR-TERM(WS-FR-COUNT)
                   MOVE 0 TO WS-FR-AMT(WS-FR-COUNT)
                   IF FUNCTION TEST-NUMVAL(
                        FUNCTION TRIM(WS-FEE-AMT-STR)) = 0
                       MOVE FUNCTION NUMVAL(
                           FUNCTION TRIM(WS-FEE-AMT-STR))
                         TO WS-FR-AMT(WS-FR-COUNT)
                   END-IF
                   MOVE "N" TO WS-FR-CHG-SW(WS-FR-COUNT)
                   MOVE "N" TO WS-FR-DEL-SW(WS-FR-COUNT)
               END-IF
           END-IF.

      *read every installment row once - a missing schedule file is
      *just an empty one, and an added row creates it
       LOAD-SCHEDULE-ROWS.
           OPEN INPUT SCHEDULE-FILE
           IF WS-SCHED-FILE-STATUS NOT = "00"
               DISPLAY "HW2-FEE-SCHEDULE.CSV NOT AVAILABLE - STATUS "
                       WS-SCHED-FILE-STATUS
                       " - STARTING WITH NO INSTALLMENT ROWS"
           ELSE
               PERFORM UNTIL EOF-SCHED = "Y"
                   READ SCHEDULE-FILE
                       AT END
                           MOVE "Y" TO EOF-SCHED
                       NOT AT END
                           PERFORM LOAD-ONE-SCHEDULE-ROW
                   END-READ
               END-PERFORM
               CLOSE SCHEDULE-FILE
           END-IF.

       LOAD-ONE-SCHEDULE-ROW.
           IF FUNCTION TRIM(SCHEDULE-LINE) NOT = SPACES
               IF WS-SCHED-COUNT >= WS-MAX-SCHED
                   MOVE "Y" TO WS-OVERFLOW-SW
                   DISPLAY "SCHEDULE TABLE FULL - ROW SKIPPED: "
                           SCHEDULE-LINE
               ELSE
                   MOVE SPACES TO WS-SCHED-TYPE-STR WS-SCHED-SEQ-STR
                                  WS-SCHED-AMT-STR WS-SCHED-DATE-STR
                                  WS-SCHED-TERM-STR
                   UNSTRING SCHEDULE-LINE
                       DELIMITED BY ","
                       INTO WS-SCHED-TYPE-STR
                            WS-SCHED-SEQ-STR
                            WS-SCHED-AMT-STR
                            WS-SCHED-DATE-STR
                            WS-SCHED-TERM-STR
                   END-UNSTRING
                   ADD 1 TO WS-SCHED-COUNT
                   MOVE SCHEDULE-LINE TO WS-SCHED-LINE(WS-SCHED-COUNT)
                   MOVE FUNCTION TRIM(WS-SCHED-TYPE-STR)
                     TO WS-SCHED-TYPE(WS-SCHED-COUNT)
                   MOVE FUNCTION TRIM(WS-SCHED-TERM-STR)
                     TO WS-SCHED-TERM(WS-SCHED-COUNT)
                   MOVE 0 TO WS-SCHED-SEQ(WS-SCHED-COUNT)
                             WS-SCHED-AMT(WS-SCHED-COUNT)
                             WS-SCHED-DUE-DATE(WS-SCHED-COUNT)
                   IF FUNCTION TEST-NUMVAL(
                        FUNCTION TRIM(WS-SCHED-SEQ-STR)) = 0
                       MOVE FUNCTION NUMVAL(
                           FUNCTION TRIM(WS-SCHED-SEQ-STR))
                         TO WS-SCHED-SEQ(WS-SCHED-COUNT)
                   END-IF
                   IF FUNCTION TEST-NUMVAL(
                        FUNCTION TRIM(WS-SCHED-AMT-STR)) = 0
                       MOVE FUNCTION NUMVAL(
                           FUNCTION TRIM(WS-SCHED-AMT-STR))
                         TO WS-SCHED-AMT(WS-SCHED-COUNT)
                   END-IF
                   IF FUNCTION TEST-NUMVAL(
                        FUNCTION TRIM(WS-SCHED-DATE-STR)) = 0
                       MOVE FUNCTION NUMVAL(
                           FUNCTION TRIM(WS-SCHED-DATE-STR))
                         TO WS-SCHED-DUE-DATE(WS-SCHED-COUNT)
                   END-IF
                   MOVE "N" TO WS-SCHED-CHG-SW(WS-SCHED-COUNT)
                   MOVE "N" TO WS-SCHED-DEL-SW(WS-SCHED-COUNT)
               END-IF
           END-IF.

      *every fee type / term pair the student master still bills
       LOAD-MASTER-REFERENCES.
           OPEN INPUT STUDENT-FILE
           IF WS-STU-FILE-STATUS NOT = "00"
               DISPLAY "HW2-STUDENT-MAIN.CSV NOT AVAILABLE - STATUS "
                       WS-STU-FILE-STATUS
                       " - NO MASTER REFERENCES CHECKED"
           ELSE
               PERFORM UNTIL EOF-STU = "Y"
                   READ STUDENT-FILE
                       AT END
                           MOVE "Y" TO EOF-STU
                       NOT AT END
                           MOVE SPACES TO WS-STU-ID WS-STU-NAME
                                          WS-STU-TYPE WS-STU-TERM
                           UNSTRING STUDENT-LINE
                               DELIMITED BY ","
                               INTO WS-STU-ID
                                    WS-STU-NAME
                                    WS-STU-TYPE
                                    WS-STU-TERM
                           END-UNSTRING
                           MOVE WS-STU-TYPE TO WS-REF-ADD-TYPE
                           MOVE WS-STU-TERM TO WS-REF-ADD-TERM
                           PERFORM ADD-REFERENCE
                   END-READ
               END-PERFORM
               CLOSE STUDENT-FILE
           END-IF.

      *every fee type / term pair HW2-Enrollment.csv still bills
       LOAD-ENROLLMENT-REFERENCES.
           OPEN INPUT ENROLLMENT-FILE
           IF WS-ENR-FILE-STATUS NOT = "00"
               DISPLAY "HW2-ENROLLMENT.CSV NOT AVAILABLE - STATUS "
                       WS-ENR-FILE-STATUS
                       " - NO ENROLLMENT REFERENCES CHECKED"
           ELSE
               PERFORM UNTIL EOF-ENR = "Y"
                   READ ENROLLMENT-FILE
                       AT END
                           MOVE "Y" TO EOF-ENR
                       NOT AT END
                           MOVE SPACES TO WS-STU-ID WS-STU-TYPE
                                          WS-STU-TERM
                           UNSTRING ENROLLMENT-LINE
                               DELIMITED BY ","
                               INTO WS-STU-ID
                                    WS-STU-TYPE
                                    WS-STU-TERM
                           END-UNSTRING
                           MOVE WS-STU-TYPE TO WS-REF-ADD-TYPE
                           MOVE WS-STU-TERM TO WS-REF-ADD-TERM
                           PERFORM ADD-REFERENCE
                   END-READ
               END-PERFORM
               CLOSE ENROLLMENT-FILE
           END-IF.

      *one pair into the reference table, once - an unstamped row
      *bills in the current term; a full table refuses every
      *retirement rather than let one through unchecked
       ADD-REFERENCE.
           IF WS-REF-ADD-TYPE NOT = SPACES
               MOVE FUNCTION TRIM(WS-REF-ADD-TYPE) TO WS-REF-ADD-TYPE
               IF WS-REF-ADD-TERM = SPACES
                   MOVE WS-CURRENT-TERM TO WS-REF-ADD-TERM
               ELSE
                   MOVE FUNCTION TRIM(WS-REF-ADD-TERM)
                     TO WS-REF-ADD-TERM
               END-IF
               MOVE "N" TO WS-REF-FOUND-SW
               MOVE 1 TO WS-REF-SEARCH-IDX
               PERFORM SEARCH-REFERENCE-TABLE
                   UNTIL WS-REF-SEARCH-IDX > WS-REF-COUNT
                      OR REF-FOUND
               IF NOT REF-FOUND
                   IF WS-REF-COUNT >= WS-MAX-REFS
                       MOVE "Y" TO WS-REF-OVERFLOW-SW
                   ELSE
                       ADD 1 TO WS-REF-COUNT
                       MOVE WS-REF-ADD-TYPE
                         TO WS-REF-TYPE(WS-REF-COUNT)
                       MOVE WS-REF-ADD-TERM
                         TO WS-REF-TERM(WS-REF-COUNT)
                   END-IF
               END-IF
           END-IF.

       SEARCH-REFERENCE-TABLE.
           IF WS-REF-TYPE(WS-REF-SEARCH-IDX) = WS-REF-ADD-TYPE
              AND WS-REF-TERM(WS-REF-SEARCH-IDX) = WS-REF-ADD-TERM
               MOVE "Y" TO WS-REF-FOUND-SW
           ELSE
               ADD 1 TO WS-REF-SEARCH-IDX
           END-IF.

      *every term with a completed nightly run - the R line's sixth
      *field; R lines from before the run stamped its term carry
      *none and cannot be placed in a term, so they close nothing
       LOAD-RUN-TERMS.
           OPEN INPUT TOTALS-HISTORY-FILE
           IF WS-TH-FILE-STATUS NOT = "00"
               DISPLAY "HW2-TOTALS-HISTORY.CSV NOT AVAILABLE - "
                       "STATUS " WS-TH-FILE-STATUS
                       " - NO TERM CLOSED TO CHANGES"
           ELSE
               PERFORM UNTIL EOF-TH = "Y"
                   READ TOTALS-HISTORY-FILE
                       AT END
                           MOVE "Y" TO EOF-TH
                       NOT AT END
                           PERFORM PARSE-TOTALS-HISTORY-LINE
                   END-READ
               END-PERFORM
               CLOSE TOTALS-HISTORY-FILE
           END-IF.

       PARSE-TOTALS-HISTORY-LINE.
           MOVE SPACES TO WS-TH-TAG WS-TH-F1 WS-TH-F2
                          WS-TH-F3 WS-TH-F4 WS-TH-TERM
           UNSTRING TOTALS-HISTORY-LINE
               DELIMITED BY ","
               INTO WS-TH-TAG WS-TH-F1 WS-TH-F2
                    WS-TH-F3 WS-TH-F4 WS-TH-TERM
           END-UNSTRING
           IF WS-TH-TAG = "R" AND WS-TH-TERM NOT = SPACES
               MOVE FUNCTION TRIM(WS-TH-TERM) TO WS-EFF-TERM
               PERFORM FIND-RUN-TERM
               IF NOT RT-FOUND
                   IF WS-RUN-TERM-COUNT >= WS-MAX-RUN-TERMS
                       DISPLAY "TOTALS-HISTORY TERM TABLE FULL"
                               " - LINE SKIPPED: "
                               TOTALS-HISTORY-LINE
                   ELSE
                       ADD 1 TO WS-RUN-TERM-COUNT
                       MOVE WS-EFF-TERM
                         TO WS-RUN-TERM(WS-RUN-TERM-COUNT)
                   END-IF
               END-IF
           END-IF.

       FIND-RUN-TERM.
           MOVE "N" TO WS-RT-FOUND-SW
           MOVE 1 TO WS-RT-SEARCH-IDX
           PERFORM SEARCH-RUN-TERM-TABLE
               UNTIL WS-RT-SEARCH-IDX > WS-RUN-TERM-COUNT
                  OR RT-FOUND.

       SEARCH-RUN-TERM-TABLE.
           IF WS-RUN-TERM(WS-RT-SEARCH-IDX) = WS-EFF-TERM
               MOVE "Y" TO WS-RT-FOUND-SW
           ELSE
               ADD 1 TO WS-RT-SEARCH-IDX
           END-IF.

       PARSE-TRANSACTION.
           ADD 1 TO WS-TRN-LINE-NO
           MOVE SPACES TO WS-TRN-ACTION WS-TRN-KIND WS-TRN-TYPE
                          WS-TRN-TERM WS-TRN-SEQ-STR WS-TRN-AMT-STR
                          WS-TRN-DATE-STR WS-TRN-USER
           UNSTRING TRANS-LINE
               DELIMITED BY ","
               INTO WS-TRN-ACTION
                    WS-TRN-KIND
                    WS-TRN-TYPE
                    WS-TRN-TERM
                    WS-TRN-SEQ-STR
                    WS-TRN-AMT-STR
                    WS-TRN-DATE-STR
                    WS-TRN-USER
           END-UNSTRING
           MOVE FUNCTION TRIM(WS-TRN-TYPE) TO WS-TRN-TYPE
           MOVE FUNCTION TRIM(WS-TRN-TERM) TO WS-TRN-TERM
           MOVE 0 TO WS-TRN-SEQ WS-TRN-AMT WS-TRN-DATE.

      *route one transaction to its handler, rejecting anything the
      *handler cannot take - every transaction writes exactly one
      *audit line of its own
       APPLY-TRANSACTION.
           MOVE SPACES TO WS-REJECT-REASON
           MOVE SPACES TO WS-OLD-AMT-STR WS-OLD-DATE-STR
                          WS-NEW-AMT-STR WS-NEW-DATE-STR
                          WS-AUD-SEQ-STR
           MOVE FUNCTION TRIM(WS-TRN-ACTION) TO WS-AUD-ACTION
           MOVE FUNCTION TRIM(WS-TRN-KIND) TO WS-AUD-KIND
           IF WS-TRN-TERM = SPACES
               MOVE WS-CURRENT-TERM TO WS-EFF-TERM
           ELSE
               MOVE WS-TRN-TERM TO WS-EFF-TERM
           END-IF
           PERFORM FIND-RUN-TERM
           IF WS-TRN-TYPE = SPACES
               MOVE "FEE TYPE MISSING" TO WS-REJECT-REASON
               PERFORM WRITE-AUDIT-REJECTED
           ELSE
      *a term the nightly run has billed keeps the prices it was
      *billed at - a change now would restate bills already out
               IF WS-EFF-TERM NOT = SPACES AND RT-FOUND
                   MOVE "TERM ALREADY BILLED - STAMP A LATER TERM"
                     TO WS-REJECT-REASON
                   PERFORM WRITE-AUDIT-REJECTED
               ELSE
                   EVALUATE FUNCTION TRIM(WS-TRN-KIND)
                       WHEN "F"
                           PERFORM APPLY-FEE-TRANS
                       WHEN "S"
                           PERFORM APPLY-SCHED-TRANS
                       WHEN OTHER
                           MOVE "UNKNOWN ROW KIND"
                             TO WS-REJECT-REASON
                           PERFORM WRITE-AUDIT-REJECTED
                   END-EVALUATE
               END-IF
           END-IF.

       APPLY-FEE-TRANS.
           PERFORM FIND-FEE-ROW
           EVALUATE FUNCTION TRIM(WS-TRN-ACTION)
               WHEN "A"
                   PERFORM APPLY-FEE-ADD
               WHEN "C"
                   PERFORM APPLY-FEE-CHANGE
               WHEN "R"
                   PERFORM APPLY-FEE-RETIRE
               WHEN OTHER
                   MOVE "UNKNOWN ACTION CODE" TO WS-REJECT-REASON
                   PERFORM WRITE-AUDIT-REJECTED
           END-EVALUATE.

       APPLY-FEE-ADD.
           IF FR-FOUND
               MOVE "FEE ROW ALREADY ON FILE FOR THIS TERM"
                 TO WS-REJECT-REASON
               PERFORM WRITE-AUDIT-REJECTED
           ELSE
               IF WS-TRN-AMT-STR = SPACES
                  OR FUNCTION TEST-NUMVAL(
                       FUNCTION TRIM(WS-TRN-AMT-STR)) NOT = 0
                   MOVE "AMOUNT MISSING OR NOT NUMERIC"
                     TO WS-REJECT-REASON
                   PERFORM WRITE-AUDIT-REJECTED
               ELSE
                   IF WS-FR-COUNT >= WS-MAX-FEE-ROWS
                       MOVE "FEE ROW TABLE FULL" TO WS-REJECT-REASON
                       PERFORM WRITE-AUDIT-REJECTED
                   ELSE
                       MOVE FUNCTION NUMVAL(
                           FUNCTION TRIM(WS-TRN-AMT-STR))
                         TO WS-TRN-AMT
                       ADD 1 TO WS-FR-COUNT
                       MOVE SPACES TO WS-FR-LINE(WS-FR-COUNT)
                       MOVE WS-TRN-TYPE TO WS-FR-TYPE(WS-FR-COUNT)
                       MOVE WS-TRN-TERM TO WS-FR-TERM(WS-FR-COUNT)
                       MOVE WS-TRN-AMT TO WS-FR-AMT(WS-FR-COUNT)
                       MOVE "Y" TO WS-FR-CHG-SW(WS-FR-COUNT)
                       MOVE "N" TO WS-FR-DEL-SW(WS-FR-COUNT)
                       MOVE WS-TRN-AMT TO WS-EDIT-AMT
                       MOVE FUNCTION TRIM(WS-EDIT-AMT)
                         TO WS-NEW-AMT-STR
                       ADD 1 TO WS-APPLIED-COUNT
                       PERFORM WRITE-AUDIT-APPLIED
                   END-IF
               END-IF
           END-IF.

      *the old amount is captured first so the audit line can show
      *both sides of the change
       APPLY-FEE-CHANGE.
           IF FR-NOT-FOUND
               MOVE "FEE ROW NOT ON FILE FOR THIS TERM"
                 TO WS-REJECT-REASON
               PERFORM WRITE-AUDIT-REJECTED
           ELSE
               IF WS-TRN-AMT-STR = SPACES
                  OR FUNCTION TEST-NUMVAL(
                       FUNCTION TRIM(WS-TRN-AMT-STR)) NOT = 0
                   MOVE "AMOUNT MISSING OR NOT NUMERIC"
                     TO WS-REJECT-REASON
                   PERFORM WRITE-AUDIT-REJECTED
               ELSE
                   MOVE WS-FR-AMT(WS-FR-SEARCH-IDX) TO WS-EDIT-AMT
                   MOVE FUNCTION TRIM(WS-EDIT-AMT) TO WS-OLD-AMT-STR
                   MOVE FUNCTION NUMVAL(
                       FUNCTION TRIM(WS-TRN-AMT-STR))
                     TO WS-TRN-AMT
                   MOVE WS-TRN-AMT TO WS-FR-AMT(WS-FR-SEARCH-IDX)
                   MOVE "Y" TO WS-FR-CHG-SW(WS-FR-SEARCH-IDX)
                   MOVE WS-TRN-AMT TO WS-EDIT-AMT
                   MOVE FUNCTION TRIM(WS-EDIT-AMT) TO WS-NEW-AMT-STR
                   ADD 1 TO WS-APPLIED-COUNT
                   PERFORM WRITE-AUDIT-APPLIED
               END-IF
           END-IF.

      *a fee row goes only if every student still billed for its
      *type finds another row to price that student's term; its
      *installment rows for the same term go with it
       APPLY-FEE-RETIRE.
           IF FR-NOT-FOUND
               MOVE "FEE ROW NOT ON FILE FOR THIS TERM"
                 TO WS-REJECT-REASON
               PERFORM WRITE-AUDIT-REJECTED
           ELSE
               MOVE WS-FR-SEARCH-IDX TO WS-RETIRE-IDX
               PERFORM CHECK-RETIRE-REFERENCES
               IF TYPE-STILL-REFERENCED
                   MOVE "FEE TYPE STILL BILLED TO A STUDENT"
                     TO WS-REJECT-REASON
                   PERFORM WRITE-AUDIT-REJECTED
               ELSE
                   MOVE WS-FR-AMT(WS-RETIRE-IDX) TO WS-EDIT-AMT
                   MOVE FUNCTION TRIM(WS-EDIT-AMT) TO WS-OLD-AMT-STR
                   MOVE "Y" TO WS-FR-DEL-SW(WS-RETIRE-IDX)
                   ADD 1 TO WS-APPLIED-COUNT
                   PERFORM WRITE-AUDIT-APPLIED
                   PERFORM RETIRE-ONE-CASCADED-ROW
                       VARYING WS-SCHED-SEARCH-IDX FROM 1 BY 1
                       UNTIL WS-SCHED-SEARCH-IDX > WS-SCHED-COUNT
               END-IF
           END-IF.

      *each installment row retired along with its fee row gets an
      *audit line of its own, under the same operator
       RETIRE-ONE-CASCADED-ROW.
           IF WS-SCHED-DEL-SW(WS-SCHED-SEARCH-IDX) = "N"
              AND WS-SCHED-TYPE(WS-SCHED-SEARCH-IDX) = WS-TRN-TYPE
              AND WS-SCHED-TERM(WS-SCHED-SEARCH-IDX) = WS-TRN-TERM
               MOVE "Y" TO WS-SCHED-DEL-SW(WS-SCHED-SEARCH-IDX)
               ADD 1 TO WS-CASCADE-COUNT
               MOVE "S" TO WS-AUD-KIND
               MOVE WS-SCHED-SEQ(WS-SCHED-SEARCH-IDX) TO WS-EDIT-SEQ
               MOVE FUNCTION TRIM(WS-EDIT-SEQ) TO WS-AUD-SEQ-STR
               MOVE WS-SCHED-AMT(WS-SCHED-SEARCH-IDX) TO WS-EDIT-AMT
               MOVE FUNCTION TRIM(WS-EDIT-AMT) TO WS-OLD-AMT-STR
               MOVE WS-SCHED-DUE-DATE(WS-SCHED-SEARCH-IDX)
                 TO WS-OLD-DATE-STR
               PERFORM WRITE-AUDIT-APPLIED
           END-IF.

      *walk every reference to the type being retired - each one
      *has to be priced by some row other than this one
       CHECK-RETIRE-REFERENCES.
           MOVE WS-REF-OVERFLOW-SW TO WS-UNCOVERED-SW
           PERFORM CHECK-ONE-REFERENCE
               VARYING WS-REF-SEARCH-IDX FROM 1 BY 1
               UNTIL WS-REF-SEARCH-IDX > WS-REF-COUNT
                  OR TYPE-STILL-REFERENCED.

       CHECK-ONE-REFERENCE.
           IF WS-REF-TYPE(WS-REF-SEARCH-IDX) = WS-TRN-TYPE
               MOVE "N" TO WS-COVER-SW
               PERFORM CHECK-ONE-COVERING-ROW
                   VARYING WS-FR-SEARCH-IDX FROM 1 BY 1
                   UNTIL WS-FR-SEARCH-IDX > WS-FR-COUNT
                      OR REF-COVERED
               IF NOT REF-COVERED
                   MOVE "Y" TO WS-UNCOVERED-SW
               END-IF
           END-IF.

      *a standing row prices every term; a stamped row its own term,
      *or any term at all when no term file is in use
       CHECK-ONE-COVERING-ROW.
           IF WS-FR-SEARCH-IDX NOT = WS-RETIRE-IDX
              AND WS-FR-DEL-SW(WS-FR-SEARCH-IDX) = "N"
              AND WS-FR-TYPE(WS-FR-SEARCH-IDX) = WS-TRN-TYPE
               IF WS-FR-TERM(WS-FR-SEARCH-IDX) = SPACES
                  OR WS-REF-TERM(WS-REF-SEARCH-IDX) = SPACES
                  OR WS-FR-TERM(WS-FR-SEARCH-IDX)
                       = WS-REF-TERM(WS-REF-SEARCH-IDX)
                   MOVE "Y" TO WS-COVER-SW
               END-IF
           END-IF.

       APPLY-SCHED-TRANS.
           IF WS-TRN-SEQ-STR = SPACES
              OR FUNCTION TEST-NUMVAL(
                   FUNCTION TRIM(WS-TRN-SEQ-STR)) NOT = 0
               MOVE "INSTALLMENT SEQ MISSING OR NOT NUMERIC"
                 TO WS-REJECT-REASON
               PERFORM WRITE-AUDIT-REJECTED
           ELSE
               MOVE FUNCTION NUMVAL(FUNCTION TRIM(WS-TRN-SEQ-STR))
                 TO WS-TRN-SEQ
               MOVE WS-TRN-SEQ TO WS-EDIT-SEQ
               MOVE FUNCTION TRIM(WS-EDIT-SEQ) TO WS-AUD-SEQ-STR
               PERFORM FIND-SCHED-ROW
               EVALUATE FUNCTION TRIM(WS-TRN-ACTION)
                   WHEN "A"
                       PERFORM APPLY-SCHED-ADD
                   WHEN "C"
                       PERFORM APPLY-SCHED-CHANGE
                   WHEN "R"
                       PERFORM APPLY-SCHED-RETIRE
                   WHEN OTHER
                       MOVE "UNKNOWN ACTION CODE" TO WS-REJECT-REASON
                       PERFORM WRITE-AUDIT-REJECTED
               END-EVALUATE
           END-IF.

      *an installment needs a fee row to hang off - one stamped with
      *the same term, or the standing row
       APPLY-SCHED-ADD.
           IF SCHED-FOUND
               MOVE "INSTALLMENT ALREADY ON FILE"
                 TO WS-REJECT-REASON
               PERFORM WRITE-AUDIT-REJECTED
           ELSE
               PERFORM FIND-PRICING-FEE-ROW
               IF FR-NOT-FOUND
                   MOVE "NO FEE ROW FOR THIS TYPE AND TERM"
                     TO WS-REJECT-REASON
                   PERFORM WRITE-AUDIT-REJECTED
               ELSE
                   IF WS-TRN-AMT-STR = SPACES
                      OR FUNCTION TEST-NUMVAL(
                           FUNCTION TRIM(WS-TRN-AMT-STR)) NOT = 0
                      OR WS-TRN-DATE-STR = SPACES
                      OR FUNCTION TEST-NUMVAL(
                           FUNCTION TRIM(WS-TRN-DATE-STR)) NOT = 0
                       MOVE "AMOUNT OR DUE DATE MISSING/NOT NUMERIC"
                         TO WS-REJECT-REASON
                       PERFORM WRITE-AUDIT-REJECTED
                   ELSE
                       IF WS-SCHED-COUNT >= WS-MAX-SCHED
                           MOVE "SCHEDULE TABLE FULL"
                             TO WS-REJECT-REASON
                           PERFORM WRITE-AUDIT-REJECTED
                       ELSE
                           PERFORM STORE-SCHED-ADD
                       END-IF
                   END-IF
               END-IF
           END-IF.

       STORE-SCHED-ADD.
           MOVE FUNCTION NUMVAL(FUNCTION TRIM(WS-TRN-AMT-STR))
             TO WS-TRN-AMT
           MOVE FUNCTION NUMVAL(FUNCTION TRIM(WS-TRN-DATE-STR))
             TO WS-TRN-DATE
           ADD 1 TO WS-SCHED-COUNT
           MOVE SPACES TO WS-SCHED-LINE(WS-SCHED-COUNT)
           MOVE WS-TRN-TYPE TO WS-SCHED-TYPE(WS-SCHED-COUNT)
           MOVE WS-TRN-TERM TO WS-SCHED-TERM(WS-SCHED-COUNT)
           MOVE WS-TRN-SEQ TO WS-SCHED-SEQ(WS-SCHED-COUNT)
           MOVE WS-TRN-AMT TO WS-SCHED-AMT(WS-SCHED-COUNT)
           MOVE WS-TRN-DATE TO WS-SCHED-DUE-DATE(WS-SCHED-COUNT)
           MOVE "Y" TO WS-SCHED-CHG-SW(WS-SCHED-COUNT)
           MOVE "N" TO WS-SCHED-DEL-SW(WS-SCHED-COUNT)
           MOVE WS-TRN-AMT TO WS-EDIT-AMT
           MOVE FUNCTION TRIM(WS-EDIT-AMT) TO WS-NEW-AMT-STR
           MOVE WS-TRN-DATE TO WS-NEW-DATE-STR
           ADD 1 TO WS-APPLIED-COUNT
           PERFORM WRITE-AUDIT-APPLIED.

      *a blank amount or due date on a change means "keep what is
      *there" - the old values are captured first for the audit line
       APPLY-SCHED-CHANGE.
           IF SCHED-NOT-FOUND
               MOVE "INSTALLMENT NOT ON FILE FOR THIS TERM"
                 TO WS-REJECT-REASON
               PERFORM WRITE-AUDIT-REJECTED
           ELSE
               IF (WS-TRN-AMT-STR NOT = SPACES
                   AND FUNCTION TEST-NUMVAL(
                         FUNCTION TRIM(WS-TRN-AMT-STR)) NOT = 0)
                  OR (WS-TRN-DATE-STR NOT = SPACES
                   AND FUNCTION TEST-NUMVAL(
                         FUNCTION TRIM(WS-TRN-DATE-STR)) NOT = 0)
                   MOVE "AMOUNT OR DUE DATE NOT NUMERIC"
                     TO WS-REJECT-REASON
                   PERFORM WRITE-AUDIT-REJECTED
               ELSE
                   PERFORM STORE-SCHED-CHANGE
               END-IF
           END-IF.

       STORE-SCHED-CHANGE.
           MOVE WS-SCHED-AMT(WS-SCHED-SEARCH-IDX) TO WS-EDIT-AMT
           MOVE FUNCTION TRIM(WS-EDIT-AMT) TO WS-OLD-AMT-STR
           MOVE WS-SCHED-DUE-DATE(WS-SCHED-SEARCH-IDX)
             TO WS-OLD-DATE-STR
           IF WS-TRN-AMT-STR NOT = SPACES
               MOVE FUNCTION NUMVAL(FUNCTION TRIM(WS-TRN-AMT-STR))
                 TO WS-SCHED-AMT(WS-SCHED-SEARCH-IDX)
           END-IF
           IF WS-TRN-DATE-STR NOT = SPACES
               MOVE FUNCTION NUMVAL(FUNCTION TRIM(WS-TRN-DATE-STR))
                 TO WS-SCHED-DUE-DATE(WS-SCHED-SEARCH-IDX)
           END-IF
           MOVE "Y" TO WS-SCHED-CHG-SW(WS-SCHED-SEARCH-IDX)
           MOVE WS-SCHED-AMT(WS-SCHED-SEARCH-IDX) TO WS-EDIT-AMT
           MOVE FUNCTION TRIM(WS-EDIT-AMT) TO WS-NEW-AMT-STR
           MOVE WS-SCHED-DUE-DATE(WS-SCHED-SEARCH-IDX)
             TO WS-NEW-DATE-STR
           ADD 1 TO WS-APPLIED-COUNT
           PERFORM WRITE-AUDIT-APPLIED.

       APPLY-SCHED-RETIRE.
           IF SCHED-NOT-FOUND
               MOVE "INSTALLMENT NOT ON FILE FOR THIS TERM"
                 TO WS-REJECT-REASON
               PERFORM WRITE-AUDIT-REJECTED
           ELSE
               MOVE WS-SCHED-AMT(WS-SCHED-SEARCH-IDX) TO WS-EDIT-AMT
               MOVE FUNCTION TRIM(WS-EDIT-AMT) TO WS-OLD-AMT-STR
               MOVE WS-SCHED-DUE-DATE(WS-SCHED-SEARCH-IDX)
                 TO WS-OLD-DATE-STR
               MOVE "Y" TO WS-SCHED-DEL-SW(WS-SCHED-SEARCH-IDX)
               ADD 1 TO WS-APPLIED-COUNT
               PERFORM WRITE-AUDIT-APPLIED
           END-IF.

      *search the in-memory fee rows for the transaction's type and
      *term - a retired row no longer counts as "on file", so the
      *same row can be re-added later in the same transaction file
       FIND-FEE-ROW.
           MOVE "N" TO WS-FR-FOUND-SW
           MOVE 1 TO WS-FR-SEARCH-IDX
           PERFORM SEARCH-FEE-ROW-TABLE
               UNTIL WS-FR-SEARCH-IDX > WS-FR-COUNT
                  OR FR-FOUND.

       SEARCH-FEE-ROW-TABLE.
           IF WS-FR-TYPE(WS-FR-SEARCH-IDX) = WS-TRN-TYPE
              AND WS-FR-TERM(WS-FR-SEARCH-IDX) = WS-TRN-TERM
              AND WS-FR-DEL-SW(WS-FR-SEARCH-IDX) = "N"
               MOVE "Y" TO WS-FR-FOUND-SW
           ELSE
               ADD 1 TO WS-FR-SEARCH-IDX
           END-IF.

       FIND-PRICING-FEE-ROW.
           MOVE "N" TO WS-FR-FOUND-SW
           MOVE 1 TO WS-FR-SEARCH-IDX
           PERFORM SEARCH-PRICING-FEE-ROW
               UNTIL WS-FR-SEARCH-IDX > WS-FR-COUNT
                  OR FR-FOUND.

       SEARCH-PRICING-FEE-ROW.
           IF WS-FR-TYPE(WS-FR-SEARCH-IDX) = WS-TRN-TYPE
              AND (WS-FR-TERM(WS-FR-SEARCH-IDX) = WS-TRN-TERM
                   OR WS-FR-TERM(WS-FR-SEARCH-IDX) = SPACES)
              AND WS-FR-DEL-SW(WS-FR-SEARCH-IDX) = "N"
               MOVE "Y" TO WS-FR-FOUND-SW
           ELSE
               ADD 1 TO WS-FR-SEARCH-IDX
           END-IF.

       FIND-SCHED-ROW.
           MOVE "N" TO WS-SCHED-FOUND-SW
           MOVE 1 TO WS-SCHED-SEARCH-IDX
           PERFORM SEARCH-SCHED-TABLE
               UNTIL WS-SCHED-SEARCH-IDX > WS-SCHED-COUNT
                  OR SCHED-FOUND.

       SEARCH-SCHED-TABLE.
           IF WS-SCHED-TYPE(WS-SCHED-SEARCH-IDX) = WS-TRN-TYPE
              AND WS-SCHED-TERM(WS-SCHED-SEARCH-IDX) = WS-TRN-TERM
              AND WS-SCHED-SEQ(WS-SCHED-SEARCH-IDX) = WS-TRN-SEQ
              AND WS-SCHED-DEL-SW(WS-SCHED-SEARCH-IDX) = "N"
               MOVE "Y" TO WS-SCHED-FOUND-SW
           ELSE
               ADD 1 TO WS-SCHED-SEARCH-IDX
           END-IF.

      *audit line for an applied transaction: when, who, what row,
      *and the old and new amount / due date side by side
       WRITE-AUDIT-APPLIED.
           MOVE SPACES TO AUDIT-LINE
           STRING WS-RUN-STAMP DELIMITED BY SIZE
                  " USER: " DELIMITED BY SIZE
                  WS-TRN-USER DELIMITED BY SIZE
                  " APPLIED " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-AUD-ACTION) DELIMITED BY SIZE
                  "/" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-AUD-KIND) DELIMITED BY SIZE
                  " TYPE: " DELIMITED BY SIZE
                  WS-TRN-TYPE DELIMITED BY SIZE
                  " TERM: " DELIMITED BY SIZE
                  WS-TRN-TERM DELIMITED BY SIZE
                  " SEQ: " DELIMITED BY SIZE
                  WS-AUD-SEQ-STR DELIMITED BY SIZE
                  " OLD: " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-OLD-AMT-STR) DELIMITED BY SIZE
                  "/" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-OLD-DATE-STR) DELIMITED BY SIZE
                  " NEW: " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-NEW-AMT-STR) DELIMITED BY SIZE
                  "/" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-NEW-DATE-STR) DELIMITED BY SIZE
               INTO AUDIT-LINE
           END-STRING
           WRITE AUDIT-LINE.

      *audit line for a rejected transaction, carrying the reason
      *and the raw row so the keyer can see what was wrong
       WRITE-AUDIT-REJECTED.
           ADD 1 TO WS-REJECTED-COUNT
           DISPLAY "REJECTED TRANSACTION " WS-TRN-LINE-NO
                   ": " WS-REJECT-REASON
           MOVE SPACES TO AUDIT-LINE
           STRING WS-RUN-STAMP DELIMITED BY SIZE
                  " USER: " DELIMITED BY SIZE
                  WS-TRN-USER DELIMITED BY SIZE
                  " REJECTED LINE " DELIMITED BY SIZE
                  WS-TRN-LINE-NO DELIMITED BY SIZE
                  " - " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-REJECT-REASON) DELIMITED BY SIZE
                  ": " DELIMITED BY SIZE
                  TRANS-LINE DELIMITED BY SIZE
               INTO AUDIT-LINE
           END-STRING
           WRITE AUDIT-LINE.

      *the fee file goes back whole - a batch header it came in
      *with is re-dated to today, since the nightly run refuses a
      *stale one, and the trailer counts the rows written
       REWRITE-FEES.
           OPEN OUTPUT FEES-FILE
           IF WS-FEE-HDR-SW = "Y"
               MOVE SPACES TO FEES-LINE
               STRING "H," DELIMITED BY SIZE
                      WS-RUN-DATE DELIMITED BY SIZE
                   INTO FEES-LINE
               END-STRING
               WRITE FEES-LINE
           END-IF
           PERFORM WRITE-ONE-FEE-ROW
               VARYING WS-FR-IDX FROM 1 BY 1
               UNTIL WS-FR-IDX > WS-FR-COUNT
           IF WS-FEE-HDR-SW = "Y"
               MOVE SPACES TO FEES-LINE
               STRING "T," DELIMITED BY SIZE
                      WS-FEE-OUT-COUNT DELIMITED BY SIZE
                   INTO FEES-LINE
               END-STRING
               WRITE FEES-LINE
           END-IF
           CLOSE FEES-FILE.

      *an untouched row goes back exactly as it was read; a keyed
      *one in the comma layout the nightly run parses
       WRITE-ONE-FEE-ROW.
           IF WS-FR-DEL-SW(WS-FR-IDX) = "N"
               IF WS-FR-CHG-SW(WS-FR-IDX) = "N"
                   MOVE WS-FR-LINE(WS-FR-IDX) TO FEES-LINE
               ELSE
                   MOVE WS-FR-AMT(WS-FR-IDX) TO WS-EDIT-AMT
                   MOVE SPACES TO FEES-LINE
                   IF WS-FR-TERM(WS-FR-IDX) = SPACES
                       STRING FUNCTION TRIM(WS-FR-TYPE(WS-FR-IDX))
                                DELIMITED BY SIZE
                              "," DELIMITED BY SIZE
                              FUNCTION TRIM(WS-EDIT-AMT)
                                DELIMITED BY SIZE
                           INTO FEES-LINE
                       END-STRING
                   ELSE
                       STRING FUNCTION TRIM(WS-FR-TYPE(WS-FR-IDX))
                                DELIMITED BY SIZE
                              "," DELIMITED BY SIZE
                              FUNCTION TRIM(WS-EDIT-AMT)
                                DELIMITED BY SIZE
                              "," DELIMITED BY SIZE
                              FUNCTION TRIM(WS-FR-TERM(WS-FR-IDX))
                                DELIMITED BY SIZE
                           INTO FEES-LINE
                       END-STRING
                   END-IF
               END-IF
               WRITE FEES-LINE
               ADD 1 TO WS-FEE-OUT-COUNT
           END-IF.

       REWRITE-SCHEDULE.
           OPEN OUTPUT SCHEDULE-FILE
           PERFORM WRITE-ONE-SCHEDULE-ROW
               VARYING WS-SCHED-IDX FROM 1 BY 1
               UNTIL WS-SCHED-IDX > WS-SCHED-COUNT
           CLOSE SCHEDULE-FILE.

       WRITE-ONE-SCHEDULE-ROW.
           IF WS-SCHED-DEL-SW(WS-SCHED-IDX) = "N"
               IF WS-SCHED-CHG-SW(WS-SCHED-IDX) = "N"
                   MOVE WS-SCHED-LINE(WS-SCHED-IDX) TO SCHEDULE-LINE
               ELSE
                   MOVE WS-SCHED-SEQ(WS-SCHED-IDX) TO WS-EDIT-SEQ
                   MOVE WS-SCHED-AMT(WS-SCHED-IDX) TO WS-EDIT-AMT
                   MOVE SPACES TO SCHEDULE-LINE
                   IF WS-SCHED-TERM(WS-SCHED-IDX) = SPACES
                       STRING FUNCTION TRIM(
                                  WS-SCHED-TYPE(WS-SCHED-IDX))
                                DELIMITED BY SIZE
                              "," DELIMITED BY SIZE
                              FUNCTION TRIM(WS-EDIT-SEQ)
                                DELIMITED BY SIZE
                              "," DELIMITED BY SIZE
                              FUNCTION TRIM(WS-EDIT-AMT)
                                DELIMITED BY SIZE
                              "," DELIMITED BY SIZE
                              WS-SCHED-DUE-DATE(WS-SCHED-IDX)
                                DELIMITED BY SIZE
                           INTO SCHEDULE-LINE
                       END-STRING
                   ELSE
                       STRING FUNCTION TRIM(
                                  WS-SCHED-TYPE(WS-SCHED-IDX))
                                DELIMITED BY SIZE
                              "," DELIMITED BY SIZE
                              FUNCTION TRIM(WS-EDIT-SEQ)
                                DELIMITED BY SIZE
                              "," DELIMITED BY SIZE
                              FUNCTION TRIM(WS-EDIT-AMT)
                                DELIMITED BY SIZE
                              "," DELIMITED BY SIZE
                              WS-SCHED-DUE-DATE(WS-SCHED-IDX)
                                DELIMITED BY SIZE
                              "," DELIMITED BY SIZE
                              FUNCTION TRIM(
                                  WS-SCHED-TERM(WS-SCHED-IDX))
                                DELIMITED BY SIZE
                           INTO SCHEDULE-LINE
                       END-STRING
                   END-IF
               END-IF
               WRITE SCHEDULE-LINE
           END-IF.
