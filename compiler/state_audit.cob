      *declare this is a cobol code, named "HW2-STATE-AUDIT"
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HW2-STATE-AUDIT.

      *cross-file integrity audit of the state the suite carries
      *from run to run: the carry-forward, delinquency-history,
      *holds-requested, refunds-issued, repayment-agreement,
      *suspense, written-off and placed files and the restart
      *checkpoint are each checked
      *against the student master, against HW2-Term.dat and the
      *term history, and against one another, and every finding
      *goes on a dated exception report with a severity - nothing
      *is changed, the operator clears the findings by hand; the
      *job ends with a return code the scheduler can hold the
      *nightly run on:
      *   0  no findings
      *   4  LOW findings only - the nightly run may proceed
      *   8  MEDIUM findings - hold the nightly run until cleared
      *  12  HIGH findings - hold the nightly run until cleared
      *  16  audit incomplete (master missing, a table overflowed
      *      or the run-control lock was held)
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STUDENT-FILE  ASSIGN TO "HW2-Student-Main.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STU-FILE-STATUS.
      *sponsor ids are known payers for a suspense entry
           SELECT SPONSOR-FILE  ASSIGN TO "HW2-Sponsors.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SPN-FILE-STATUS.
           SELECT TERM-FILE ASSIGN TO "HW2-Term.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TERM-FILE-STATUS.
      *the term-stamped R lines place every term the nightly run
      *has ever billed, and when it first ran
           SELECT TOTALS-HISTORY-FILE
               ASSIGN TO "HW2-Totals-History.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TH-FILE-STATUS.
      *last night's aging extract - who still owed when the
      *carry-forward file was last written
           SELECT AGING-EXTRACT-FILE ASSIGN TO "HW2-Aging.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AGX-FILE-STATUS.
      *the physical payment lines the suspense entries number
           SELECT PAYMENT-FILE  ASSIGN TO "HW2-Student-Payment.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAY-FILE-STATUS.
           SELECT CARRY-FORWARD-FILE ASSIGN TO "HW2-Carry-Forward.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CF-FILE-STATUS.
           SELECT DELINQ-HISTORY-FILE
               ASSIGN TO "HW2-Delinq-History.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DH-FILE-STATUS.
           SELECT HOLDS-REQUESTED-FILE
               ASSIGN TO "HW2-Holds-Requested.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HR-FILE-STATUS.
           SELECT REFUNDS-ISSUED-FILE ASSIGN TO "HW2-Refunds-Issued.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ISS-FILE-STATUS.
           SELECT AGREEMENTS-FILE ASSIGN TO "HW2-Pay-Agreements.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AGR-FILE-STATUS.
           SELECT SUSPENSE-FILE ASSIGN TO "HW2-Suspense.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUSP-FILE-STATUS.
      *the bad-debt ledger - "W" write-offs and "R" recoveries
           SELECT WRITTEN-OFF-FILE ASSIGN TO "HW2-Written-Off.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WO-FILE-STATUS.
      *every account ever placed with the collection agency
           SELECT PLACED-FILE ASSIGN TO "HW2-Placed.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PL-FILE-STATUS.
           SELECT CHECKPOINT-FILE ASSIGN TO "HW2-Checkpoint.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CKPT-STATUS.
      *exception report, one dated file per run
           SELECT REPORT-FILE ASSIGN TO WS-REPORT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL.
      *shared run-control lock - the state files must not be
      *rewritten under the audit halfway through reading them
           SELECT RUN-CONTROL-FILE ASSIGN TO "HW2-Run-Control.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOCK-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD STUDENT-FILE.
       01 STUDENT-LINE       PIC X(80).

       FD SPONSOR-FILE.
       01 SPONSOR-LINE       PIC X(80).

       FD TERM-FILE.
       01 TERM-LINE          PIC X(20).

       FD TOTALS-HISTORY-FILE.
       01 TOTALS-HISTORY-LINE PIC X(80).

       FD AGING-EXTRACT-FILE.
       01 AGING-EXTRACT-RECORD.
           05 AGX-STU-ID      PIC X(10).
           05 AGX-DUE         PIC 9(9).
           05 AGX-DAYS        PIC 9(5).
           05 AGX-PAID        PIC 9(9).
           05 AGX-PAID-SW     PIC X.
           05 AGX-TERM        PIC X(8).
           05 AGX-DATE        PIC 9(8).

       FD PAYMENT-FILE.
       01 PAYMENT-LINE       PIC X(80).

       FD CARRY-FORWARD-FILE.
       01 CARRY-FORWARD-RECORD.
           05 CF-STU-ID       PIC X(10).
           05 CF-TERM         PIC X(8).
           05 CF-AMT          PIC S9(9).

       FD DELINQ-HISTORY-FILE.
       01 DELINQ-HISTORY-RECORD.
           05 DH-STU-ID       PIC X(10).
           05 DH-STREAK       PIC 9(3).

       FD HOLDS-REQUESTED-FILE.
       01 HOLD-REQ-RECORD.
           05 HR-STU-ID       PIC X(10).
           05 HR-DATE         PIC 9(8).

       FD REFUNDS-ISSUED-FILE.
       01 REFUNDS-ISSUED-RECORD.
           05 ISS-STU-ID      PIC X(10).
           05 ISS-CREDIT-AMT  PIC 9(9).
           05 ISS-TERM        PIC X(8).

       FD AGREEMENTS-FILE.
       01 AGREEMENTS-LINE    PIC X(60).

       FD SUSPENSE-FILE.
       01 SUSPENSE-RECORD.
           05 SUSP-ENTRY-NO   PIC 9(7).
           05 SUSP-PAY-ID     PIC X(10).
           05 SUSP-AMT        PIC 9(7).

       FD WRITTEN-OFF-FILE.
       01 WRITTEN-OFF-RECORD.
           05 WO-STU-ID       PIC X(10).
           05 WO-TYPE         PIC X.
           05 WO-TERM         PIC X(8).
           05 WO-AMT          PIC 9(9).
           05 WO-DATE         PIC 9(8).
           05 WO-SOURCE       PIC X(8).
           05 WO-OPER         PIC X(8).

      *status "P" placed, "R" recalled, "C" collected in full
       FD PLACED-FILE.
       01 PLACED-RECORD.
           05 PL-STU-ID       PIC X(10).
           05 PL-STATUS       PIC X.
           05 PL-PLACED-DATE  PIC 9(8).
           05 PL-PLACED-AMT   PIC 9(9).
           05 PL-CLOSE-DATE   PIC 9(8).
           05 PL-REASON       PIC X(8).
           05 PL-COLLECTED    PIC 9(9).

       FD CHECKPOINT-FILE.
       01 CHECKPOINT-LINE    PIC X(80).

       FD REPORT-FILE.
       01 REPORT-LINE        PIC X(132).

       FD RUN-CONTROL-FILE.
       01 RUN-CONTROL-LINE   PIC X(40).

       WORKING-STORAGE SECTION.

      *save student id, name, payment type and term
       01 WS-STU-ID          PIC X(10).
       01 WS-STU-NAME        PIC X(30).
       01 WS-STU-TYPE        PIC X(10).
       01 WS-STU-TERM        PIC X(10).

      *for files EOF
       01 EOF-STU            PIC X VALUE "N".
       01 EOF-SPN            PIC X VALUE "N".
       01 EOF-TERM           PIC X VALUE "N".
       01 EOF-TH             PIC X VALUE "N".
       01 EOF-AGX            PIC X VALUE "N".
       01 EOF-PAY            PIC X VALUE "N".
       01 EOF-CF             PIC X VALUE "N".
       01 EOF-DH             PIC X VALUE "N".
       01 EOF-HR             PIC X VALUE "N".
       01 EOF-ISS            PIC X VALUE "N".
       01 EOF-AGR            PIC X VALUE "N".
       01 EOF-SUSP           PIC X VALUE "N".
       01 EOF-CKPT           PIC X VALUE "N".
       01 EOF-WO             PIC X VALUE "N".
       01 EOF-PL             PIC X VALUE "N".

       01 WS-STU-FILE-STATUS  PIC XX.
       01 WS-SPN-FILE-STATUS  PIC XX.
       01 WS-TERM-FILE-STATUS PIC XX.
       01 WS-TH-FILE-STATUS   PIC XX.
       01 WS-AGX-FILE-STATUS  PIC XX.
       01 WS-PAY-FILE-STATUS  PIC XX.
       01 WS-CF-FILE-STATUS   PIC XX.
       01 WS-DH-FILE-STATUS   PIC XX.
       01 WS-HR-FILE-STATUS   PIC XX.
       01 WS-ISS-FILE-STATUS  PIC XX.
       01 WS-AGR-FILE-STATUS  PIC XX.
       01 WS-SUSP-FILE-STATUS PIC XX.
       01 WS-CKPT-STATUS      PIC XX.
       01 WS-WO-FILE-STATUS   PIC XX.
       01 WS-PL-FILE-STATUS   PIC XX.
       01 WS-REPORT-FILENAME PIC X(40).

      *run-control lock state
       01 WS-LOCK-FILE-STATUS PIC XX.
       01 EOF-LOCK           PIC X VALUE "N".
       01 WS-LOCK-HOLDER     PIC X(40) VALUE SPACES.
       01 WS-RUN-DATE        PIC X(08).
       01 WS-RUN-DATE-N      PIC 9(8) VALUE 0.
       01 WS-RUN-STAMP       PIC X(14).
       01 WS-CURRENT-DATE-TIME PIC X(21).

      *the open term - without a term file no term can be judged
      *newer or older, and that alone is a finding
       01 WS-CURRENT-TERM    PIC X(8) VALUE SPACES.
       01 WS-TERM-ACTIVE-SW  PIC X VALUE "N".
           88 TERM-ACTIVE      VALUE "Y".
           88 TERM-NOT-ACTIVE  VALUE "N".

      *every term the totals history has a term-stamped R line for,
      *with the date of its first run; R lines written before the
      *term field existed cannot be placed, and their presence
      *softens a term that was never run to a MEDIUM finding
       01 WS-TH-TAG          PIC X(2).
       01 WS-TH-F1           PIC X(12).
       01 WS-TH-F2           PIC X(12).
       01 WS-TH-F3           PIC X(12).
       01 WS-TH-F4           PIC X(12).
       01 WS-TH-TERM         PIC X(10).
       01 WS-TH-DATE         PIC 9(8) VALUE 0.
       01 WS-TH-UNSTAMPED-SW PIC X VALUE "N".
           88 TH-HAS-UNSTAMPED VALUE "Y".
       01 WS-MAX-RUN-TERMS   PIC 9(3) VALUE 100.
       01 WS-RUN-TERM-COUNT  PIC 9(3) VALUE 0.
       01 WS-RUN-TERM-TABLE.
           05 WS-RUN-TERM-ENTRY OCCURS 100 TIMES
                                INDEXED BY WS-RT-IDX.
               10 WS-RT-TERM       PIC X(8).
               10 WS-RT-FIRST-DATE PIC 9(8).
       01 WS-RT-SEARCH-IDX   PIC 9(3).
       01 WS-RT-FOUND-SW     PIC X VALUE "N".
           88 RT-FOUND         VALUE "Y".
           88 RT-NOT-FOUND     VALUE "N".
       01 WS-CUR-FIRST-DATE  PIC 9(8) VALUE 0.

      *one term being placed against the open term
       01 WS-CHK-TERM        PIC X(8).
       01 WS-TERM-AGE-SW     PIC X VALUE SPACE.
           88 TERM-IS-CURRENT  VALUE "C".
           88 TERM-IS-PRIOR    VALUE "P".
           88 TERM-IS-NEWER    VALUE "N".
           88 TERM-NEVER-RUN   VALUE "U".

      *the master in memory - the roll switch marks a student the
      *nightly run bills this term (usable type, term blank or the
      *open term)
       01 WS-MAX-STUDENTS    PIC 9(5) VALUE 5000.
       01 WS-STU-COUNT       PIC 9(5) VALUE 0.
       01 WS-STU-LINE-NO     PIC 9(7) VALUE 0.
       01 WS-STU-TABLE.
           05 WS-STU-ENTRY OCCURS 5000 TIMES
                           INDEXED BY WS-STU-IDX.
               10 WS-STU-TAB-ID      PIC X(10).
               10 WS-STU-TAB-ROLL-SW PIC X.
       01 WS-STU-SEARCH-IDX  PIC 9(5).
       01 WS-STU-FOUND-SW    PIC X VALUE "N".
           88 STU-FOUND        VALUE "Y".
           88 STU-NOT-FOUND    VALUE "N".

      *sponsor ids, for the suspense payer check only
       01 WS-SPN-ID          PIC X(10).
       01 WS-MAX-SPN         PIC 9(4) VALUE 1000.
       01 WS-SPN-COUNT       PIC 9(4) VALUE 0.
       01 WS-SPN-TABLE.
           05 WS-SPN-ENTRY OCCURS 1000 TIMES
                           INDEXED BY WS-SPN-IDX.
               10 WS-SPN-TAB-ID  PIC X(10).
       01 WS-SPN-SEARCH-IDX  PIC 9(4).
       01 WS-SPN-FOUND-SW    PIC X VALUE "N".
           88 SPN-FOUND        VALUE "Y".
           88 SPN-NOT-FOUND    VALUE "N".

      *last night's extract - only usable for the balance checks
      *when every row was cut for the open term
       01 WS-AGX-AVAIL-SW    PIC X VALUE "N".
           88 AGX-AVAILABLE    VALUE "Y".
       01 WS-AGX-OPEN-SW     PIC X VALUE "N".
       01 WS-AGX-STALE-COUNT PIC 9(5) VALUE 0.
       01 WS-MAX-AGX         PIC 9(5) VALUE 5000.
       01 WS-AGX-COUNT       PIC 9(5) VALUE 0.
       01 WS-AGX-TABLE.
           05 WS-AGX-ENTRY OCCURS 5000 TIMES
                           INDEXED BY WS-AGX-IDX.
               10 WS-AGX-ID       PIC X(10).
       01 WS-AGX-SEARCH-IDX  PIC 9(5).
       01 WS-AGX-FOUND-SW    PIC X VALUE "N".
           88 AGX-FOUND        VALUE "Y".
           88 AGX-NOT-FOUND    VALUE "N".

      *the whole payment file, one entry per physical line the way
      *HW2-PAY-VALIDATE numbers its suspense entries
       01 WS-MAX-PAYMENTS    PIC 9(5) VALUE 5000.
       01 WS-PAY-COUNT       PIC 9(5) VALUE 0.
       01 WS-PAY-TABLE.
           05 WS-PAY-ENTRY OCCURS 5000 TIMES
                           INDEXED BY WS-PAY-IDX.
               10 WS-PAY-TAB-LINE   PIC X(80).
       01 WS-PAY-AVAIL-SW    PIC X VALUE "N".
           88 PAY-AVAILABLE    VALUE "Y".
       01 WS-PAY-ID          PIC X(10).
       01 WS-PAY-AMT-STR     PIC X(12).
       01 WS-PAY-AMT         PIC 9(7) VALUE 0.

      *carry-forward rows in memory, net balance per student summed
      *off them for the agreement check
       01 WS-MAX-CF          PIC 9(5) VALUE 5000.
       01 WS-CF-COUNT        PIC 9(5) VALUE 0.
       01 WS-CF-TABLE.
           05 WS-CF-ENTRY OCCURS 5000 TIMES
                          INDEXED BY WS-CF-IDX.
               10 WS-CF-ID    PIC X(10).
               10 WS-CF-TERM  PIC X(8).
               10 WS-CF-AMT   PIC S9(9).
       01 WS-CF-SEARCH-IDX   PIC 9(5).
       01 WS-CF-FOUND-SW     PIC X VALUE "N".
           88 CF-FOUND         VALUE "Y".
           88 CF-NOT-FOUND     VALUE "N".
       01 WS-CF-NET          PIC S9(11) VALUE 0.

      *the streak file in memory
       01 WS-MAX-DH          PIC 9(5) VALUE 5000.
       01 WS-DH-COUNT        PIC 9(5) VALUE 0.
       01 WS-DH-TABLE.
           05 WS-DH-ENTRY OCCURS 5000 TIMES
                          INDEXED BY WS-DH-IDX.
               10 WS-DH-ID       PIC X(10).
               10 WS-DH-STREAK   PIC 9(3).
       01 WS-DH-SEARCH-IDX   PIC 9(5).
       01 WS-DH-FOUND-SW     PIC X VALUE "N".
           88 DH-FOUND         VALUE "Y".
           88 DH-NOT-FOUND     VALUE "N".

      *holds on request with the registrar
       01 WS-MAX-HOLDS       PIC 9(5) VALUE 5000.
       01 WS-HOLD-COUNT      PIC 9(5) VALUE 0.
       01 WS-HOLD-TABLE.
           05 WS-HOLD-ENTRY OCCURS 5000 TIMES
                            INDEXED BY WS-HOLD-IDX.
               10 WS-HOLD-ID     PIC X(10).
       01 WS-HOLD-SEARCH-IDX PIC 9(5).
       01 WS-HOLD-FOUND-SW   PIC X VALUE "N".
           88 HOLD-FOUND       VALUE "Y".
           88 HOLD-NOT-FOUND   VALUE "N".

      *repayment agreement rows: student id, seq, amount, due
      *date, term
       01 WS-AGR-ID-STR      PIC X(10).
       01 WS-AGR-SEQ-STR     PIC X(10).
       01 WS-AGR-AMT-STR     PIC X(10).
       01 WS-AGR-DATE-STR    PIC X(10).
       01 WS-AGR-TERM-STR    PIC X(10).
       01 WS-AGR-LINE-NO     PIC 9(7) VALUE 0.
       01 WS-MAX-AGR         PIC 9(4) VALUE 1000.
       01 WS-AGR-COUNT       PIC 9(4) VALUE 0.
       01 WS-AGR-TABLE.
           05 WS-AGR-ENTRY OCCURS 1000 TIMES
                           INDEXED BY WS-AGR-IDX.
               10 WS-AGR-ID       PIC X(10).
               10 WS-AGR-SEQ      PIC X(10).
       01 WS-AGR-SEARCH-IDX  PIC 9(4).
       01 WS-AGR-FOUND-SW    PIC X VALUE "N".
           88 AGR-FOUND        VALUE "Y".
           88 AGR-NOT-FOUND    VALUE "N".

      *suspense entry numbers already seen
       01 WS-MAX-SUSP        PIC 9(5) VALUE 5000.
       01 WS-SUSP-COUNT      PIC 9(5) VALUE 0.
       01 WS-SUSP-TABLE.
           05 WS-SUSP-ENTRY OCCURS 5000 TIMES
                            INDEXED BY WS-SUSP-IDX.
               10 WS-SUSP-TAB-NO PIC 9(7).
       01 WS-SUSP-SEARCH-IDX PIC 9(5).
       01 WS-SUSP-FOUND-SW   PIC X VALUE "N".
           88 SUSP-FOUND       VALUE "Y".
           88 SUSP-NOT-FOUND   VALUE "N".
       01 WS-SUSP-LINE       PIC X(80).

      *written-off ledger keys already seen - a write-off is one
      *row per student and term, a recovery one per student, term
      *and run date
       01 WS-MAX-WO          PIC 9(5) VALUE 5000.
       01 WS-WO-COUNT        PIC 9(5) VALUE 0.
       01 WS-WO-TABLE.
           05 WS-WO-ENTRY OCCURS 5000 TIMES
                          INDEXED BY WS-WO-IDX.
               10 WS-WO-ID       PIC X(10).
               10 WS-WO-TYPE     PIC X.
               10 WS-WO-TERM     PIC X(8).
               10 WS-WO-DATE     PIC 9(8).
       01 WS-WO-SEARCH-IDX   PIC 9(5).
       01 WS-WO-FOUND-SW     PIC X VALUE "N".
           88 WO-FOUND         VALUE "Y".
           88 WO-NOT-FOUND     VALUE "N".

      *placed students already seen - nobody is placed twice
       01 WS-MAX-PL          PIC 9(5) VALUE 5000.
       01 WS-PL-COUNT        PIC 9(5) VALUE 0.
       01 WS-PL-TABLE.
           05 WS-PL-ENTRY OCCURS 5000 TIMES
                          INDEXED BY WS-PL-IDX.
               10 WS-PL-ID       PIC X(10).
       01 WS-PL-SEARCH-IDX   PIC 9(5).
       01 WS-PL-FOUND-SW     PIC X VALUE "N".
           88 PL-FOUND         VALUE "Y".
           88 PL-NOT-FOUND     VALUE "N".

      *the term a placement date falls in - the run term with the
      *latest first run on or before the date
       01 WS-DATE-TERM-DATE  PIC 9(8) VALUE 0.
       01 WS-DATE-TERM-BEST  PIC 9(8) VALUE 0.

      *checkpoint line fields
       01 WS-CKPT-TAG        PIC X(2).
       01 WS-CKPT-F1         PIC X(20).
       01 WS-CKPT-F2         PIC X(20).
       01 WS-CKPT-F3         PIC X(20).
       01 WS-CKPT-F4         PIC X(20).
       01 WS-CKPT-F5         PIC X(20).
       01 WS-CKPT-LINE-NO    PIC 9(7) VALUE 0.
       01 WS-CKPT-S-COUNT    PIC 9(5) VALUE 0.

      *rows read per state file, for the summary
       01 WS-CF-READ         PIC 9(7) VALUE 0.
       01 WS-DH-READ         PIC 9(7) VALUE 0.
       01 WS-HR-READ         PIC 9(7) VALUE 0.
       01 WS-ISS-READ        PIC 9(7) VALUE 0.
       01 WS-AGR-READ        PIC 9(7) VALUE 0.
       01 WS-SUSP-READ       PIC 9(7) VALUE 0.
       01 WS-CKPT-READ       PIC 9(7) VALUE 0.
       01 WS-WO-READ         PIC 9(7) VALUE 0.
       01 WS-PL-READ         PIC 9(7) VALUE 0.

      *a table that overflows leaves the rest of its file unchecked
      *- the audit says so and ends incomplete
       01 WS-INCOMPLETE-SW   PIC X VALUE "N".
           88 AUDIT-INCOMPLETE VALUE "Y".

      *the student or key being looked up
       01 WS-LOOKUP-ID       PIC X(10).
       01 WS-LOOKUP-SEQ      PIC X(10).
       01 WS-LOOKUP-TERM     PIC X(8).
       01 WS-LOOKUP-NO       PIC 9(7) VALUE 0.
       01 WS-LINE-NO-ED      PIC Z(6)9.

      *one finding on its way to the report
       01 WS-FND-SEV         PIC X(6).
       01 WS-FND-FILE        PIC X(24).
       01 WS-FND-KEY         PIC X(22).
       01 WS-FND-TEXT        PIC X(60).
       01 WS-FINDING-LINE.
           05 WS-FL-SEV       PIC X(6).
           05 FILLER          PIC X(2) VALUE SPACES.
           05 WS-FL-FILE      PIC X(24).
           05 FILLER          PIC X(2) VALUE SPACES.
           05 WS-FL-KEY       PIC X(22).
           05 FILLER          PIC X(2) VALUE SPACES.
           05 WS-FL-TEXT      PIC X(60).

       01 WS-HIGH-COUNT      PIC 9(7) VALUE 0.
       01 WS-MEDIUM-COUNT    PIC 9(7) VALUE 0.
       01 WS-LOW-COUNT       PIC 9(7) VALUE 0.
       01 WS-AUDIT-RC        PIC 9(2) VALUE 0.

       PROCEDURE DIVISION.

       MAIN.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           MOVE FUNCTION NUMVAL(WS-RUN-DATE) TO WS-RUN-DATE-N
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           MOVE WS-CURRENT-DATE-TIME(1:14) TO WS-RUN-STAMP
           STRING "HW2-State-Audit-" DELIMITED BY SIZE
                  WS-RUN-DATE        DELIMITED BY SIZE
                  ".txt"             DELIMITED BY SIZE
               INTO WS-REPORT-FILENAME
           END-STRING

           DISPLAY "========================================"
           DISPLAY "HW2-STATE-AUDIT - STATE FILE INTEGRITY AUDIT"
           DISPLAY "========================================"

      *nothing shared is read until the lock is ours
           PERFORM TAKE-RUN-LOCK

           PERFORM LOAD-CURRENT-TERM

           OPEN OUTPUT REPORT-FILE
           MOVE SPACES TO REPORT-LINE
           STRING "STATE FILE INTEGRITY AUDIT " DELIMITED BY SIZE
                  WS-RUN-DATE DELIMITED BY SIZE
                  "  TERM: " DELIMITED BY SIZE
                  WS-CURRENT-TERM DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "SEV" TO WS-FL-SEV
           MOVE "FILE" TO WS-FL-FILE
           MOVE "KEY" TO WS-FL-KEY
           MOVE "FINDING" TO WS-FL-TEXT
           MOVE WS-FINDING-LINE TO REPORT-LINE
           WRITE REPORT-LINE

           IF TERM-NOT-ACTIVE
               MOVE "HIGH" TO WS-FND-SEV
               MOVE "HW2-Term.dat" TO WS-FND-FILE
               MOVE SPACES TO WS-FND-KEY
               MOVE "NO OPEN TERM ON FILE - TERM CHECKS SKIPPED"
                 TO WS-FND-TEXT
               PERFORM WRITE-FINDING
           END-IF

      *without the master there is nothing to check a key against
           OPEN INPUT STUDENT-FILE
           IF WS-STU-FILE-STATUS NOT = "00"
               DISPLAY "*** HW2-STUDENT-MAIN.CSV NOT AVAILABLE - "
                       "STATUS " WS-STU-FILE-STATUS
                       " - AUDIT NOT RUN ***"
               MOVE SPACES TO REPORT-LINE
               STRING "*** HW2-Student-Main.csv NOT AVAILABLE - "
                        DELIMITED BY SIZE
                      "AUDIT NOT RUN ***" DELIMITED BY SIZE
                   INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
               CLOSE REPORT-FILE
               PERFORM RELEASE-RUN-LOCK
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM LOAD-STUDENTS
           CLOSE STUDENT-FILE

      *reference files first - nothing is judged until every one
      *of them is in memory
           PERFORM LOAD-SPONSORS
           PERFORM LOAD-RUN-TERMS
           PERFORM LOAD-AGING-EXTRACT
           PERFORM LOAD-PAYMENTS

      *then each state file in turn; the holds are judged against
      *the streaks, the agreements against the carry-forward
           PERFORM AUDIT-CARRY-FORWARD
           PERFORM AUDIT-DELINQ-HISTORY
           PERFORM AUDIT-HOLDS
           PERFORM AUDIT-REFUNDS-ISSUED
           PERFORM AUDIT-AGREEMENTS
           PERFORM AUDIT-SUSPENSE
           PERFORM AUDIT-WRITTEN-OFF
           PERFORM AUDIT-PLACED
           PERFORM AUDIT-CHECKPOINT

           PERFORM SET-AUDIT-RC
           PERFORM WRITE-AUDIT-SUMMARY
           CLOSE REPORT-FILE
           PERFORM RELEASE-RUN-LOCK
           MOVE WS-AUDIT-RC TO RETURN-CODE
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
                       " - HW2-STATE-AUDIT NOT STARTED ***"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT RUN-CONTROL-FILE
           MOVE SPACES TO RUN-CONTROL-LINE
           STRING "HW2-STATE-AUDIT SINCE " DELIMITED BY SIZE
                  WS-RUN-STAMP DELIMITED BY SIZE
               INTO RUN-CONTROL-LINE
           END-STRING
           WRITE RUN-CONTROL-LINE
           CLOSE RUN-CONTROL-FILE.

      *an empty lock file is a released lock
       RELEASE-RUN-LOCK.
           OPEN OUTPUT RUN-CONTROL-FILE
           CLOSE RUN-CONTROL-FILE.

       LOAD-CURRENT-TERM.
           OPEN INPUT TERM-FILE
           IF WS-TERM-FILE-STATUS NOT = "00"
               DISPLAY "HW2-TERM.DAT NOT AVAILABLE - STATUS "
                       WS-TERM-FILE-STATUS
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

      *one finding: severity, the file it was found in, the key,
      *and what is wrong - counted by severity for the return code
       WRITE-FINDING.
           EVALUATE WS-FND-SEV
               WHEN "HIGH"
                   ADD 1 TO WS-HIGH-COUNT
               WHEN "MEDIUM"
                   ADD 1 TO WS-MEDIUM-COUNT
               WHEN OTHER
                   ADD 1 TO WS-LOW-COUNT
           END-EVALUATE
           MOVE WS-FND-SEV TO WS-FL-SEV
           MOVE WS-FND-FILE TO WS-FL-FILE
           MOVE WS-FND-KEY TO WS-FL-KEY
           MOVE WS-FND-TEXT TO WS-FL-TEXT
           MOVE WS-FINDING-LINE TO REPORT-LINE
           WRITE REPORT-LINE.

      *the key column for an id and term pair
       BUILD-ID-TERM-KEY.
           MOVE SPACES TO WS-FND-KEY
           STRING FUNCTION TRIM(WS-LOOKUP-ID) DELIMITED BY SIZE
                  "/" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-LOOKUP-TERM) DELIMITED BY SIZE
               INTO WS-FND-KEY
           END-STRING.

      *the key column for a file line number
       BUILD-LINE-KEY.
           MOVE WS-LOOKUP-NO TO WS-LINE-NO-ED
           MOVE SPACES TO WS-FND-KEY
           STRING "LINE " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-LINE-NO-ED) DELIMITED BY SIZE
               INTO WS-FND-KEY
           END-STRING.

      *a table that cannot hold its whole file
       NOTE-TABLE-FULL.
           MOVE "Y" TO WS-INCOMPLETE-SW
           MOVE "HIGH" TO WS-FND-SEV
           MOVE SPACES TO WS-FND-KEY
           MOVE "TABLE FULL - REST OF FILE NOT AUDITED"
             TO WS-FND-TEXT
           PERFORM WRITE-FINDING.

      *every master row once into the table - a second row for an
      *id already loaded is itself a finding
       LOAD-STUDENTS.
           PERFORM UNTIL EOF-STU = "Y"
               READ STUDENT-FILE
                   AT END
                       MOVE "Y" TO EOF-STU
                   NOT AT END
                       PERFORM PARSE-STUDENT
                       PERFORM CHECK-ONE-STUDENT
               END-READ
           END-PERFORM.

       PARSE-STUDENT.
           ADD 1 TO WS-STU-LINE-NO
           MOVE SPACES TO WS-STU-ID WS-STU-NAME WS-STU-TYPE
                          WS-STU-TERM
           UNSTRING STUDENT-LINE
               DELIMITED BY ","
               INTO WS-STU-ID
                    WS-STU-NAME
                    WS-STU-TYPE
                    WS-STU-TERM
           END-UNSTRING.

       CHECK-ONE-STUDENT.
           MOVE "HW2-Student-Main.csv" TO WS-FND-FILE
           IF WS-STU-ID = SPACES
               MOVE WS-STU-LINE-NO TO WS-LOOKUP-NO
               PERFORM BUILD-LINE-KEY
               MOVE "MEDIUM" TO WS-FND-SEV
               MOVE "MASTER ROW WITH NO STUDENT ID" TO WS-FND-TEXT
               PERFORM WRITE-FINDING
           ELSE
               MOVE WS-STU-ID TO WS-LOOKUP-ID
               PERFORM FIND-STUDENT
               IF STU-FOUND
                   MOVE WS-STU-ID TO WS-FND-KEY
                   MOVE "HIGH" TO WS-FND-SEV
                   MOVE "DUPLICATE STUDENT ID ON MASTER"
                     TO WS-FND-TEXT
                   PERFORM WRITE-FINDING
               ELSE
                   IF WS-STU-COUNT >= WS-MAX-STUDENTS
                       IF NOT AUDIT-INCOMPLETE
                           PERFORM NOTE-TABLE-FULL
                       END-IF
                   ELSE
                       ADD 1 TO WS-STU-COUNT
                       MOVE WS-STU-ID TO WS-STU-TAB-ID(WS-STU-COUNT)
                       MOVE "N" TO WS-STU-TAB-ROLL-SW(WS-STU-COUNT)
                       IF WS-STU-TYPE NOT = SPACES
                          AND (TERM-NOT-ACTIVE
                               OR WS-STU-TERM = SPACES
                               OR FUNCTION TRIM(WS-STU-TERM)
                                    = WS-CURRENT-TERM)
                           MOVE "Y"
                             TO WS-STU-TAB-ROLL-SW(WS-STU-COUNT)
                       END-IF
                   END-IF
               END-IF
           END-IF.

       FIND-STUDENT.
           MOVE "N" TO WS-STU-FOUND-SW
           MOVE 1 TO WS-STU-SEARCH-IDX
           PERFORM SEARCH-STUDENT-TABLE
               UNTIL WS-STU-SEARCH-IDX > WS-STU-COUNT
                  OR STU-FOUND.

       SEARCH-STUDENT-TABLE.
           IF WS-STU-TAB-ID(WS-STU-SEARCH-IDX) = WS-LOOKUP-ID
               MOVE "Y" TO WS-STU-FOUND-SW
           ELSE
               ADD 1 TO WS-STU-SEARCH-IDX
           END-IF.

      *a missing sponsor file just means no payer is a sponsor
       LOAD-SPONSORS.
           OPEN INPUT SPONSOR-FILE
           IF WS-SPN-FILE-STATUS NOT = "00"
               DISPLAY "HW2-SPONSORS.CSV NOT AVAILABLE - STATUS "
                       WS-SPN-FILE-STATUS
                       " - NO SPONSOR IDS LOADED"
           ELSE
               PERFORM UNTIL EOF-SPN = "Y"
                   READ SPONSOR-FILE
                       AT END
                           MOVE "Y" TO EOF-SPN
                       NOT AT END
                           MOVE SPACES TO WS-SPN-ID
                           UNSTRING SPONSOR-LINE
                               DELIMITED BY ","
                               INTO WS-SPN-ID
                           END-UNSTRING
                           IF WS-SPN-ID NOT = SPACES
                               PERFORM ADD-SPONSOR-ID
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SPONSOR-FILE
           END-IF.

       ADD-SPONSOR-ID.
           IF WS-SPN-COUNT >= WS-MAX-SPN
               DISPLAY "SPONSOR TABLE FULL - SPONSOR SKIPPED: "
                       WS-SPN-ID
           ELSE
               ADD 1 TO WS-SPN-COUNT
               MOVE WS-SPN-ID TO WS-SPN-TAB-ID(WS-SPN-COUNT)
           END-IF.

       FIND-SPONSOR.
           MOVE "N" TO WS-SPN-FOUND-SW
           MOVE 1 TO WS-SPN-SEARCH-IDX
           PERFORM SEARCH-SPONSOR-TABLE
               UNTIL WS-SPN-SEARCH-IDX > WS-SPN-COUNT
                  OR SPN-FOUND.

       SEARCH-SPONSOR-TABLE.
           IF WS-SPN-TAB-ID(WS-SPN-SEARCH-IDX) = WS-LOOKUP-ID
               MOVE "Y" TO WS-SPN-FOUND-SW
           ELSE
               ADD 1 TO WS-SPN-SEARCH-IDX
           END-IF.

      *every term the nightly run has billed, with its first run
      *date - the history is appended in run order
       LOAD-RUN-TERMS.
           OPEN INPUT TOTALS-HISTORY-FILE
           IF WS-TH-FILE-STATUS NOT = "00"
               DISPLAY "HW2-TOTALS-HISTORY.CSV NOT AVAILABLE - "
                       "STATUS " WS-TH-FILE-STATUS
                       " - NO TERM ON RUN HISTORY"
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
           END-IF
           IF TERM-ACTIVE
               MOVE WS-CURRENT-TERM TO WS-LOOKUP-TERM
               PERFORM FIND-RUN-TERM
               IF RT-FOUND
                   MOVE WS-RT-FIRST-DATE(WS-RT-SEARCH-IDX)
                     TO WS-CUR-FIRST-DATE
               END-IF
           END-IF.

       PARSE-TOTALS-HISTORY-LINE.
           MOVE SPACES TO WS-TH-TAG WS-TH-F1 WS-TH-F2
                          WS-TH-F3 WS-TH-F4 WS-TH-TERM
           UNSTRING TOTALS-HISTORY-LINE
               DELIMITED BY ","
               INTO WS-TH-TAG WS-TH-F1 WS-TH-F2
                    WS-TH-F3 WS-TH-F4 WS-TH-TERM
           END-UNSTRING
           IF WS-TH-TAG = "R"
               IF WS-TH-TERM = SPACES
                   MOVE "Y" TO WS-TH-UNSTAMPED-SW
               ELSE
                   PERFORM NOTE-RUN-TERM
               END-IF
           END-IF.

       NOTE-RUN-TERM.
           MOVE FUNCTION TRIM(WS-TH-TERM) TO WS-LOOKUP-TERM
           MOVE 0 TO WS-TH-DATE
           IF FUNCTION TEST-NUMVAL(FUNCTION TRIM(WS-TH-F1)) = 0
               MOVE FUNCTION NUMVAL(FUNCTION TRIM(WS-TH-F1))
                 TO WS-TH-DATE
           END-IF
           PERFORM FIND-RUN-TERM
           IF RT-NOT-FOUND
               IF WS-RUN-TERM-COUNT >= WS-MAX-RUN-TERMS
                   DISPLAY "TOTALS-HISTORY TERM TABLE FULL"
                           " - LINE SKIPPED: "
                           TOTALS-HISTORY-LINE
               ELSE
                   ADD 1 TO WS-RUN-TERM-COUNT
                   MOVE WS-LOOKUP-TERM
                     TO WS-RT-TERM(WS-RUN-TERM-COUNT)
                   MOVE WS-TH-DATE
                     TO WS-RT-FIRST-DATE(WS-RUN-TERM-COUNT)
               END-IF
           END-IF.

       FIND-RUN-TERM.
           MOVE "N" TO WS-RT-FOUND-SW
           MOVE 1 TO WS-RT-SEARCH-IDX
           PERFORM SEARCH-RUN-TERM-TABLE
               UNTIL WS-RT-SEARCH-IDX > WS-RUN-TERM-COUNT
                  OR RT-FOUND.

       SEARCH-RUN-TERM-TABLE.
           IF WS-RT-TERM(WS-RT-SEARCH-IDX) = WS-LOOKUP-TERM
               MOVE "Y" TO WS-RT-FOUND-SW
           ELSE
               ADD 1 TO WS-RT-SEARCH-IDX
           END-IF.

      *place WS-CHK-TERM against the open term: the open term
      *itself, a term run before it, a term first run after it
      *(the term file has gone backwards), or a term the nightly
      *run has never billed at all
       CHECK-TERM-AGE.
           IF WS-CHK-TERM = WS-CURRENT-TERM
               MOVE "C" TO WS-TERM-AGE-SW
           ELSE
               MOVE WS-CHK-TERM TO WS-LOOKUP-TERM
               PERFORM FIND-RUN-TERM
               IF RT-NOT-FOUND
                   MOVE "U" TO WS-TERM-AGE-SW
               ELSE
                   IF WS-CUR-FIRST-DATE > 0
                      AND WS-RT-FIRST-DATE(WS-RT-SEARCH-IDX)
                            > WS-CUR-FIRST-DATE
                       MOVE "N" TO WS-TERM-AGE-SW
                   ELSE
                       MOVE "P" TO WS-TERM-AGE-SW
                   END-IF
               END-IF
           END-IF.

      *report a term that is newer than the open term or was never
      *run - the caller has set the file and key columns
       REPORT-TERM-AGE.
           IF TERM-ACTIVE
               PERFORM CHECK-TERM-AGE
               IF TERM-IS-NEWER
                   MOVE "HIGH" TO WS-FND-SEV
                   MOVE "TERM NEWER THAN HW2-Term.dat"
                     TO WS-FND-TEXT
                   PERFORM WRITE-FINDING
               END-IF
               IF TERM-NEVER-RUN
                   IF TH-HAS-UNSTAMPED
                       MOVE "MEDIUM" TO WS-FND-SEV
                       MOVE "TERM NOT ON RUN HISTORY"
                         TO WS-FND-TEXT
                   ELSE
                       MOVE "HIGH" TO WS-FND-SEV
                       MOVE "TERM NEVER RUN - NEWER THAN HW2-Term.dat"
                         TO WS-FND-TEXT
                   END-IF
                   PERFORM WRITE-FINDING
               END-IF
           END-IF.

      *last night's extract - usable for the balance checks only
      *when every row was cut for the open term and the open term
      *has been run (an empty extract from a closed term proves
      *nothing about tonight)
       LOAD-AGING-EXTRACT.
           OPEN INPUT AGING-EXTRACT-FILE
           IF WS-AGX-FILE-STATUS NOT = "00"
               DISPLAY "HW2-AGING.DAT NOT AVAILABLE - STATUS "
                       WS-AGX-FILE-STATUS
                       " - BALANCE CHECKS SKIPPED"
           ELSE
               MOVE "Y" TO WS-AGX-OPEN-SW
               PERFORM UNTIL EOF-AGX = "Y"
                   READ AGING-EXTRACT-FILE
                       AT END
                           MOVE "Y" TO EOF-AGX
                       NOT AT END
                           PERFORM NOTE-ONE-AGING-ROW
                   END-READ
               END-PERFORM
               CLOSE AGING-EXTRACT-FILE
           END-IF
           IF WS-AGX-OPEN-SW = "Y"
              AND TERM-ACTIVE
              AND WS-AGX-STALE-COUNT = 0
              AND (WS-AGX-COUNT > 0 OR WS-CUR-FIRST-DATE > 0)
               MOVE "Y" TO WS-AGX-AVAIL-SW
           END-IF
           IF NOT AGX-AVAILABLE
               MOVE SPACES TO REPORT-LINE
               STRING "NO CURRENT AGING EXTRACT - BALANCE CHECKS "
                        DELIMITED BY SIZE
                      "SKIPPED" DELIMITED BY SIZE
                   INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
           END-IF.

       NOTE-ONE-AGING-ROW.
           IF AGX-TERM NOT = WS-CURRENT-TERM
               ADD 1 TO WS-AGX-STALE-COUNT
           ELSE
               IF WS-AGX-COUNT >= WS-MAX-AGX
                   ADD 1 TO WS-AGX-STALE-COUNT
                   DISPLAY "AGING TABLE FULL - ROW SKIPPED: "
                           AGX-STU-ID
               ELSE
                   ADD 1 TO WS-AGX-COUNT
                   MOVE AGX-STU-ID TO WS-AGX-ID(WS-AGX-COUNT)
               END-IF
           END-IF.

       FIND-AGING.
           MOVE "N" TO WS-AGX-FOUND-SW
           MOVE 1 TO WS-AGX-SEARCH-IDX
           PERFORM SEARCH-AGING-TABLE
               UNTIL WS-AGX-SEARCH-IDX > WS-AGX-COUNT
                  OR AGX-FOUND.

       SEARCH-AGING-TABLE.
           IF WS-AGX-ID(WS-AGX-SEARCH-IDX) = WS-LOOKUP-ID
               MOVE "Y" TO WS-AGX-FOUND-SW
           ELSE
               ADD 1 TO WS-AGX-SEARCH-IDX
           END-IF.

      *every physical payment line, header and trailer included,
      *so a suspense entry number indexes straight into the table
       LOAD-PAYMENTS.
           OPEN INPUT PAYMENT-FILE
           IF WS-PAY-FILE-STATUS NOT = "00"
               DISPLAY "HW2-STUDENT-PAYMENT.CSV NOT AVAILABLE - "
                       "STATUS " WS-PAY-FILE-STATUS
                       " - SUSPENSE ENTRIES NOT TRACED"
           ELSE
               MOVE "Y" TO WS-PAY-AVAIL-SW
               PERFORM UNTIL EOF-PAY = "Y"
                   READ PAYMENT-FILE
                       AT END
                           MOVE "Y" TO EOF-PAY
                       NOT AT END
                           IF WS-PAY-COUNT >= WS-MAX-PAYMENTS
                               MOVE "Y" TO EOF-PAY
                               MOVE "HW2-Student-Payment.csv"
                                 TO WS-FND-FILE
                               PERFORM NOTE-TABLE-FULL
                           ELSE
                               ADD 1 TO WS-PAY-COUNT
                               MOVE PAYMENT-LINE
                                 TO WS-PAY-TAB-LINE(WS-PAY-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PAYMENT-FILE
           END-IF.

      *carry-forward rows: the student must be on the master, one
      *row per student and term, the term must have been run, and
      *a student last night's run billed and found owing nothing
      *must have no row left - the nightly run settles every row
      *of a student it clears
       AUDIT-CARRY-FORWARD.
           MOVE "HW2-Carry-Forward.dat" TO WS-FND-FILE
           OPEN INPUT CARRY-FORWARD-FILE
           IF WS-CF-FILE-STATUS NOT = "00"
               DISPLAY "HW2-CARRY-FORWARD.DAT NOT AVAILABLE - STATUS "
                       WS-CF-FILE-STATUS
                       " - NOT AUDITED"
           ELSE
               PERFORM UNTIL EOF-CF = "Y"
                   READ CARRY-FORWARD-FILE
                       AT END
                           MOVE "Y" TO EOF-CF
                       NOT AT END
                           ADD 1 TO WS-CF-READ
                           PERFORM CHECK-ONE-CARRY-FORWARD
                   END-READ
               END-PERFORM
               CLOSE CARRY-FORWARD-FILE
           END-IF.

       CHECK-ONE-CARRY-FORWARD.
           MOVE CF-STU-ID TO WS-LOOKUP-ID
           MOVE CF-TERM TO WS-LOOKUP-TERM
           PERFORM BUILD-ID-TERM-KEY
           PERFORM FIND-CARRY-FORWARD
           IF CF-FOUND
               MOVE "HIGH" TO WS-FND-SEV
               MOVE "DUPLICATE STUDENT AND TERM ROW" TO WS-FND-TEXT
               PERFORM WRITE-FINDING
           END-IF
           IF WS-CF-COUNT >= WS-MAX-CF
               IF NOT AUDIT-INCOMPLETE
                   PERFORM NOTE-TABLE-FULL
               END-IF
           ELSE
               ADD 1 TO WS-CF-COUNT
               MOVE CF-STU-ID TO WS-CF-ID(WS-CF-COUNT)
               MOVE CF-TERM TO WS-CF-TERM(WS-CF-COUNT)
               MOVE CF-AMT TO WS-CF-AMT(WS-CF-COUNT)
           END-IF
           MOVE CF-TERM TO WS-CHK-TERM
           PERFORM REPORT-TERM-AGE
           PERFORM FIND-STUDENT
           IF STU-NOT-FOUND
               MOVE "MEDIUM" TO WS-FND-SEV
               MOVE "BALANCE FOR STUDENT NOT ON MASTER"
                 TO WS-FND-TEXT
               PERFORM WRITE-FINDING
           ELSE
               IF AGX-AVAILABLE
                  AND WS-STU-TAB-ROLL-SW(WS-STU-SEARCH-IDX) = "Y"
                   PERFORM FIND-AGING
                   IF AGX-NOT-FOUND
                       MOVE "MEDIUM" TO WS-FND-SEV
                       MOVE "ROW SURVIVES, LAST RUN CLEARED STUDENT"
                         TO WS-FND-TEXT
                       PERFORM WRITE-FINDING
                   END-IF
               END-IF
           END-IF.

       FIND-CARRY-FORWARD.
           MOVE "N" TO WS-CF-FOUND-SW
           MOVE 1 TO WS-CF-SEARCH-IDX
           PERFORM SEARCH-CARRY-FORWARD-TABLE
               UNTIL WS-CF-SEARCH-IDX > WS-CF-COUNT
                  OR CF-FOUND.

       SEARCH-CARRY-FORWARD-TABLE.
           IF WS-CF-ID(WS-CF-SEARCH-IDX) = WS-LOOKUP-ID
              AND WS-CF-TERM(WS-CF-SEARCH-IDX) = WS-LOOKUP-TERM
               MOVE "Y" TO WS-CF-FOUND-SW
           ELSE
               ADD 1 TO WS-CF-SEARCH-IDX
           END-IF.

      *net of every carry-forward row the student has
       SUM-CARRY-FORWARD.
           MOVE 0 TO WS-CF-NET
           PERFORM ADD-ONE-CARRY-FORWARD
               VARYING WS-CF-SEARCH-IDX FROM 1 BY 1
               UNTIL WS-CF-SEARCH-IDX > WS-CF-COUNT.

       ADD-ONE-CARRY-FORWARD.
           IF WS-CF-ID(WS-CF-SEARCH-IDX) = WS-LOOKUP-ID
               ADD WS-CF-AMT(WS-CF-SEARCH-IDX) TO WS-CF-NET
           END-IF.

      *streak rows: on the master, one per student
       AUDIT-DELINQ-HISTORY.
           MOVE "HW2-Delinq-History.dat" TO WS-FND-FILE
           OPEN INPUT DELINQ-HISTORY-FILE
           IF WS-DH-FILE-STATUS NOT = "00"
               DISPLAY "HW2-DELINQ-HISTORY.DAT NOT AVAILABLE - "
                       "STATUS " WS-DH-FILE-STATUS
                       " - NOT AUDITED"
           ELSE
               PERFORM UNTIL EOF-DH = "Y"
                   READ DELINQ-HISTORY-FILE
                       AT END
                           MOVE "Y" TO EOF-DH
                       NOT AT END
                           ADD 1 TO WS-DH-READ
                           PERFORM CHECK-ONE-DELINQ
                   END-READ
               END-PERFORM
               CLOSE DELINQ-HISTORY-FILE
           END-IF.

       CHECK-ONE-DELINQ.
           MOVE DH-STU-ID TO WS-LOOKUP-ID
           MOVE DH-STU-ID TO WS-FND-KEY
           PERFORM FIND-DELINQ
           IF DH-FOUND
               MOVE "HIGH" TO WS-FND-SEV
               MOVE "DUPLICATE STREAK ROW FOR STUDENT" TO WS-FND-TEXT
               PERFORM WRITE-FINDING
           ELSE
               IF WS-DH-COUNT >= WS-MAX-DH
                   IF NOT AUDIT-INCOMPLETE
                       PERFORM NOTE-TABLE-FULL
                   END-IF
               ELSE
                   ADD 1 TO WS-DH-COUNT
                   MOVE DH-STU-ID TO WS-DH-ID(WS-DH-COUNT)
                   MOVE DH-STREAK TO WS-DH-STREAK(WS-DH-COUNT)
               END-IF
           END-IF
           PERFORM FIND-STUDENT
           IF STU-NOT-FOUND
               MOVE "MEDIUM" TO WS-FND-SEV
               MOVE "STREAK FOR STUDENT NOT ON MASTER" TO WS-FND-TEXT
               PERFORM WRITE-FINDING
           END-IF.

       FIND-DELINQ.
           MOVE "N" TO WS-DH-FOUND-SW
           MOVE 1 TO WS-DH-SEARCH-IDX
           PERFORM SEARCH-DELINQ-TABLE
               UNTIL WS-DH-SEARCH-IDX > WS-DH-COUNT
                  OR DH-FOUND.

       SEARCH-DELINQ-TABLE.
           IF WS-DH-ID(WS-DH-SEARCH-IDX) = WS-LOOKUP-ID
               MOVE "Y" TO WS-DH-FOUND-SW
           ELSE
               ADD 1 TO WS-DH-SEARCH-IDX
           END-IF.

      *holds: on the master, one per student, and only while the
      *student is still on a delinquency streak - the nightly run
      *releases the hold when the streak ends
       AUDIT-HOLDS.
           MOVE "HW2-Holds-Requested.dat" TO WS-FND-FILE
           OPEN INPUT HOLDS-REQUESTED-FILE
           IF WS-HR-FILE-STATUS NOT = "00"
               DISPLAY "HW2-HOLDS-REQUESTED.DAT NOT AVAILABLE - "
                       "STATUS " WS-HR-FILE-STATUS
                       " - NOT AUDITED"
           ELSE
               PERFORM UNTIL EOF-HR = "Y"
                   READ HOLDS-REQUESTED-FILE
                       AT END
                           MOVE "Y" TO EOF-HR
                       NOT AT END
                           ADD 1 TO WS-HR-READ
                           PERFORM CHECK-ONE-HOLD
                   END-READ
               END-PERFORM
               CLOSE HOLDS-REQUESTED-FILE
           END-IF.

       CHECK-ONE-HOLD.
           MOVE HR-STU-ID TO WS-LOOKUP-ID
           MOVE HR-STU-ID TO WS-FND-KEY
           PERFORM FIND-HOLD
           IF HOLD-FOUND
               MOVE "MEDIUM" TO WS-FND-SEV
               MOVE "DUPLICATE HOLD FOR STUDENT" TO WS-FND-TEXT
               PERFORM WRITE-FINDING
           ELSE
               IF WS-HOLD-COUNT >= WS-MAX-HOLDS
                   IF NOT AUDIT-INCOMPLETE
                       PERFORM NOTE-TABLE-FULL
                   END-IF
               ELSE
                   ADD 1 TO WS-HOLD-COUNT
                   MOVE HR-STU-ID TO WS-HOLD-ID(WS-HOLD-COUNT)
               END-IF
           END-IF
           PERFORM FIND-STUDENT
           IF STU-NOT-FOUND
               MOVE "MEDIUM" TO WS-FND-SEV
               MOVE "HOLD FOR STUDENT NOT ON MASTER" TO WS-FND-TEXT
               PERFORM WRITE-FINDING
           END-IF
           PERFORM FIND-DELINQ
           IF DH-NOT-FOUND
               MOVE "MEDIUM" TO WS-FND-SEV
               MOVE "HOLD WITH NO DELINQUENCY STREAK" TO WS-FND-TEXT
               PERFORM WRITE-FINDING
           ELSE
               IF WS-DH-STREAK(WS-DH-SEARCH-IDX) = 0
                   MOVE "MEDIUM" TO WS-FND-SEV
                   MOVE "HOLD WITH A ZERO DELINQUENCY STREAK"
                     TO WS-FND-TEXT
                   PERFORM WRITE-FINDING
               END-IF
           END-IF.

       FIND-HOLD.
           MOVE "N" TO WS-HOLD-FOUND-SW
           MOVE 1 TO WS-HOLD-SEARCH-IDX
           PERFORM SEARCH-HOLD-TABLE
               UNTIL WS-HOLD-SEARCH-IDX > WS-HOLD-COUNT
                  OR HOLD-FOUND.

       SEARCH-HOLD-TABLE.
           IF WS-HOLD-ID(WS-HOLD-SEARCH-IDX) = WS-LOOKUP-ID
               MOVE "Y" TO WS-HOLD-FOUND-SW
           ELSE
               ADD 1 TO WS-HOLD-SEARCH-IDX
           END-IF.

      *refunds issued: several rows per student and term are
      *normal (each run's refund is appended), so only the master
      *and the term are checked
       AUDIT-REFUNDS-ISSUED.
           MOVE "HW2-Refunds-Issued.dat" TO WS-FND-FILE
           OPEN INPUT REFUNDS-ISSUED-FILE
           IF WS-ISS-FILE-STATUS NOT = "00"
               DISPLAY "HW2-REFUNDS-ISSUED.DAT NOT AVAILABLE - "
                       "STATUS " WS-ISS-FILE-STATUS
                       " - NOT AUDITED"
           ELSE
               PERFORM UNTIL EOF-ISS = "Y"
                   READ REFUNDS-ISSUED-FILE
                       AT END
                           MOVE "Y" TO EOF-ISS
                       NOT AT END
                           ADD 1 TO WS-ISS-READ
                           PERFORM CHECK-ONE-REFUND-ISSUED
                   END-READ
               END-PERFORM
               CLOSE REFUNDS-ISSUED-FILE
           END-IF.

       CHECK-ONE-REFUND-ISSUED.
           MOVE ISS-STU-ID TO WS-LOOKUP-ID
           MOVE ISS-TERM TO WS-LOOKUP-TERM
           PERFORM BUILD-ID-TERM-KEY
           MOVE ISS-TERM TO WS-CHK-TERM
           PERFORM REPORT-TERM-AGE
           PERFORM FIND-STUDENT
           IF STU-NOT-FOUND
               MOVE "MEDIUM" TO WS-FND-SEV
               MOVE "REFUND FOR STUDENT NOT ON MASTER"
                 TO WS-FND-TEXT
               PERFORM WRITE-FINDING
           END-IF.

      *agreements: a well-formed row, on the master, one row per
      *student and installment seq, a term that has been run, and
      *- for a row in force this term - a student who still owes
      *something, either on last night's extract or carried
      *forward
       AUDIT-AGREEMENTS.
           MOVE "HW2-Pay-Agreements.csv" TO WS-FND-FILE
           OPEN INPUT AGREEMENTS-FILE
           IF WS-AGR-FILE-STATUS NOT = "00"
               DISPLAY "HW2-PAY-AGREEMENTS.CSV NOT AVAILABLE - "
                       "STATUS " WS-AGR-FILE-STATUS
                       " - NOT AUDITED"
           ELSE
               PERFORM UNTIL EOF-AGR = "Y"
                   READ AGREEMENTS-FILE
                       AT END
                           MOVE "Y" TO EOF-AGR
                       NOT AT END
                           ADD 1 TO WS-AGR-READ
                           PERFORM CHECK-ONE-AGREEMENT
                   END-READ
               END-PERFORM
               CLOSE AGREEMENTS-FILE
           END-IF.

       CHECK-ONE-AGREEMENT.
           ADD 1 TO WS-AGR-LINE-NO
           MOVE SPACES TO WS-AGR-ID-STR WS-AGR-SEQ-STR
                          WS-AGR-AMT-STR WS-AGR-DATE-STR
                          WS-AGR-TERM-STR
           UNSTRING AGREEMENTS-LINE
               DELIMITED BY ","
               INTO WS-AGR-ID-STR
                    WS-AGR-SEQ-STR
                    WS-AGR-AMT-STR
                    WS-AGR-DATE-STR
                    WS-AGR-TERM-STR
           END-UNSTRING
           IF WS-AGR-ID-STR = SPACES
              OR FUNCTION TEST-NUMVAL(
                   FUNCTION TRIM(WS-AGR-AMT-STR)) NOT = 0
              OR FUNCTION TEST-NUMVAL(
                   FUNCTION TRIM(WS-AGR-DATE-STR)) NOT = 0
               MOVE WS-AGR-LINE-NO TO WS-LOOKUP-NO
               PERFORM BUILD-LINE-KEY
               MOVE "LOW" TO WS-FND-SEV
               MOVE "MALFORMED AGREEMENT ROW" TO WS-FND-TEXT
               PERFORM WRITE-FINDING
           ELSE
               PERFORM CHECK-AGREEMENT-KEYS
           END-IF.

       CHECK-AGREEMENT-KEYS.
           MOVE WS-AGR-ID-STR TO WS-LOOKUP-ID
           MOVE FUNCTION TRIM(WS-AGR-SEQ-STR) TO WS-LOOKUP-SEQ
           MOVE SPACES TO WS-FND-KEY
           STRING FUNCTION TRIM(WS-LOOKUP-ID) DELIMITED BY SIZE
                  " SEQ " DELIMITED BY SIZE
                  WS-LOOKUP-SEQ DELIMITED BY SPACE
               INTO WS-FND-KEY
           END-STRING
           PERFORM FIND-AGREEMENT
           IF AGR-FOUND
               MOVE "HIGH" TO WS-FND-SEV
               MOVE "DUPLICATE STUDENT AND SEQ ROW" TO WS-FND-TEXT
               PERFORM WRITE-FINDING
           ELSE
               IF WS-AGR-COUNT >= WS-MAX-AGR
                   IF NOT AUDIT-INCOMPLETE
                       PERFORM NOTE-TABLE-FULL
                   END-IF
               ELSE
                   ADD 1 TO WS-AGR-COUNT
                   MOVE WS-LOOKUP-ID TO WS-AGR-ID(WS-AGR-COUNT)
                   MOVE WS-LOOKUP-SEQ TO WS-AGR-SEQ(WS-AGR-COUNT)
               END-IF
           END-IF
           IF WS-AGR-TERM-STR NOT = SPACES
               MOVE FUNCTION TRIM(WS-AGR-TERM-STR) TO WS-CHK-TERM
               PERFORM REPORT-TERM-AGE
           END-IF
           PERFORM FIND-STUDENT
           IF STU-NOT-FOUND
               MOVE "MEDIUM" TO WS-FND-SEV
               MOVE "AGREEMENT FOR STUDENT NOT ON MASTER"
                 TO WS-FND-TEXT
               PERFORM WRITE-FINDING
           END-IF
           IF AGX-AVAILABLE
              AND (WS-AGR-TERM-STR = SPACES
                   OR FUNCTION TRIM(WS-AGR-TERM-STR)
                        = WS-CURRENT-TERM)
               PERFORM FIND-AGING
               PERFORM SUM-CARRY-FORWARD
               IF AGX-NOT-FOUND AND WS-CF-NET NOT > 0
                   MOVE "MEDIUM" TO WS-FND-SEV
                   MOVE "AGREEMENT FOR ZERO-BALANCE STUDENT"
                     TO WS-FND-TEXT
                   PERFORM WRITE-FINDING
               END-IF
           END-IF.

       FIND-AGREEMENT.
           MOVE "N" TO WS-AGR-FOUND-SW
           MOVE 1 TO WS-AGR-SEARCH-IDX
           PERFORM SEARCH-AGREEMENT-TABLE
               UNTIL WS-AGR-SEARCH-IDX > WS-AGR-COUNT
                  OR AGR-FOUND.

       SEARCH-AGREEMENT-TABLE.
           IF WS-AGR-ID(WS-AGR-SEARCH-IDX) = WS-LOOKUP-ID
              AND WS-AGR-SEQ(WS-AGR-SEARCH-IDX) = WS-LOOKUP-SEQ
               MOVE "Y" TO WS-AGR-FOUND-SW
           ELSE
               ADD 1 TO WS-AGR-SEARCH-IDX
           END-IF.

      *suspense entries: one per entry number, and each must still
      *point at a data line of the payment file carrying the same
      *payer and amount - a payer since added to the master or the
      *sponsor file is only waiting on a reassignment
       AUDIT-SUSPENSE.
           MOVE "HW2-Suspense.dat" TO WS-FND-FILE
           OPEN INPUT SUSPENSE-FILE
           IF WS-SUSP-FILE-STATUS NOT = "00"
               DISPLAY "HW2-SUSPENSE.DAT NOT AVAILABLE - STATUS "
                       WS-SUSP-FILE-STATUS
                       " - NOT AUDITED"
           ELSE
               PERFORM UNTIL EOF-SUSP = "Y"
                   READ SUSPENSE-FILE
                       AT END
                           MOVE "Y" TO EOF-SUSP
                       NOT AT END
                           ADD 1 TO WS-SUSP-READ
                           PERFORM CHECK-ONE-SUSPENSE
                   END-READ
               END-PERFORM
               CLOSE SUSPENSE-FILE
           END-IF.

       CHECK-ONE-SUSPENSE.
           MOVE SUSP-ENTRY-NO TO WS-LINE-NO-ED
           MOVE SPACES TO WS-FND-KEY
           STRING "ENTRY " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-LINE-NO-ED) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  SUSP-PAY-ID DELIMITED BY SPACE
               INTO WS-FND-KEY
           END-STRING
           MOVE SUSP-ENTRY-NO TO WS-LOOKUP-NO
           PERFORM FIND-SUSPENSE
           IF SUSP-FOUND
               MOVE "HIGH" TO WS-FND-SEV
               MOVE "DUPLICATE SUSPENSE ENTRY NUMBER" TO WS-FND-TEXT
               PERFORM WRITE-FINDING
           ELSE
               IF WS-SUSP-COUNT >= WS-MAX-SUSP
                   IF NOT AUDIT-INCOMPLETE
                       PERFORM NOTE-TABLE-FULL
                   END-IF
               ELSE
                   ADD 1 TO WS-SUSP-COUNT
                   MOVE SUSP-ENTRY-NO TO WS-SUSP-TAB-NO(WS-SUSP-COUNT)
               END-IF
           END-IF
           IF PAY-AVAILABLE
               PERFORM TRACE-SUSPENSE-ENTRY
           END-IF.

       TRACE-SUSPENSE-ENTRY.
           IF SUSP-ENTRY-NO < 1 OR SUSP-ENTRY-NO > WS-PAY-COUNT
               MOVE "HIGH" TO WS-FND-SEV
               MOVE "ENTRY PAST END OF PAYMENT FILE" TO WS-FND-TEXT
               PERFORM WRITE-FINDING
           ELSE
               MOVE WS-PAY-TAB-LINE(SUSP-ENTRY-NO) TO WS-SUSP-LINE
               IF WS-SUSP-LINE(1:2) = "H,"
                  OR WS-SUSP-LINE(1:2) = "T,"
                   MOVE "HIGH" TO WS-FND-SEV
                   MOVE "ENTRY POINTS AT A BATCH HEADER OR TRAILER"
                     TO WS-FND-TEXT
                   PERFORM WRITE-FINDING
               ELSE
                   PERFORM MATCH-SUSPENSE-LINE
               END-IF
           END-IF.

       MATCH-SUSPENSE-LINE.
           MOVE SPACES TO WS-PAY-ID WS-PAY-AMT-STR
           UNSTRING WS-SUSP-LINE
               DELIMITED BY ","
               INTO WS-PAY-ID
                    WS-PAY-AMT-STR
           END-UNSTRING
           MOVE 0 TO WS-PAY-AMT
           IF FUNCTION TEST-NUMVAL(
                FUNCTION TRIM(WS-PAY-AMT-STR)) = 0
               MOVE FUNCTION NUMVAL(FUNCTION TRIM(WS-PAY-AMT-STR))
                 TO WS-PAY-AMT
           END-IF
           IF FUNCTION TRIM(WS-PAY-ID) NOT = FUNCTION TRIM(SUSP-PAY-ID)
               MOVE "HIGH" TO WS-FND-SEV
               MOVE "PAYMENT LINE NOW CARRIES ANOTHER PAYER"
                 TO WS-FND-TEXT
               PERFORM WRITE-FINDING
           ELSE
               IF WS-PAY-AMT NOT = SUSP-AMT
                   MOVE "HIGH" TO WS-FND-SEV
                   MOVE "PAYMENT LINE AMOUNT DIFFERS FROM ENTRY"
                     TO WS-FND-TEXT
                   PERFORM WRITE-FINDING
               ELSE
                   MOVE SUSP-PAY-ID TO WS-LOOKUP-ID
                   PERFORM FIND-STUDENT
                   PERFORM FIND-SPONSOR
                   IF STU-FOUND OR SPN-FOUND
                       MOVE "LOW" TO WS-FND-SEV
                       MOVE "PAYER NOW KNOWN - AWAITING REASSIGNMENT"
                         TO WS-FND-TEXT
                       PERFORM WRITE-FINDING
                   END-IF
               END-IF
           END-IF.

       FIND-SUSPENSE.
           MOVE "N" TO WS-SUSP-FOUND-SW
           MOVE 1 TO WS-SUSP-SEARCH-IDX
           PERFORM SEARCH-SUSPENSE-TABLE
               UNTIL WS-SUSP-SEARCH-IDX > WS-SUSP-COUNT
                  OR SUSP-FOUND.

       SEARCH-SUSPENSE-TABLE.
           IF WS-SUSP-TAB-NO(WS-SUSP-SEARCH-IDX) = WS-LOOKUP-NO
               MOVE "Y" TO WS-SUSP-FOUND-SW
           ELSE
               ADD 1 TO WS-SUSP-SEARCH-IDX
           END-IF.

      *bad-debt ledger rows: a known row type, on the master, under
      *a term the nightly run has reached, and never twice - a
      *second write-off for one student and term writes the same
      *balance off again, a second recovery on one run date counts
      *the same payment back twice
       AUDIT-WRITTEN-OFF.
           MOVE "HW2-Written-Off.dat" TO WS-FND-FILE
           OPEN INPUT WRITTEN-OFF-FILE
           IF WS-WO-FILE-STATUS NOT = "00"
               DISPLAY "HW2-WRITTEN-OFF.DAT NOT AVAILABLE - STATUS "
                       WS-WO-FILE-STATUS
                       " - NOT AUDITED"
           ELSE
               PERFORM UNTIL EOF-WO = "Y"
                   READ WRITTEN-OFF-FILE
                       AT END
                           MOVE "Y" TO EOF-WO
                       NOT AT END
                           ADD 1 TO WS-WO-READ
                           PERFORM CHECK-ONE-WRITTEN-OFF
                   END-READ
               END-PERFORM
               CLOSE WRITTEN-OFF-FILE
           END-IF.

       CHECK-ONE-WRITTEN-OFF.
           MOVE WO-STU-ID TO WS-LOOKUP-ID
           MOVE WO-TERM TO WS-LOOKUP-TERM
           PERFORM BUILD-ID-TERM-KEY
           IF WO-TYPE NOT = "W" AND WO-TYPE NOT = "R"
               MOVE "HIGH" TO WS-FND-SEV
               MOVE "UNKNOWN LEDGER ROW TYPE" TO WS-FND-TEXT
               PERFORM WRITE-FINDING
           ELSE
               PERFORM FIND-WRITTEN-OFF
               IF WO-FOUND
                   MOVE "HIGH" TO WS-FND-SEV
                   IF WO-TYPE = "W"
                       MOVE "DUPLICATE WRITE-OFF FOR STUDENT AND TERM"
                         TO WS-FND-TEXT
                   ELSE
                       MOVE "DUPLICATE RECOVERY FOR STUDENT AND DATE"
                         TO WS-FND-TEXT
                   END-IF
                   PERFORM WRITE-FINDING
               ELSE
                   IF WS-WO-COUNT >= WS-MAX-WO
                       IF NOT AUDIT-INCOMPLETE
                           PERFORM NOTE-TABLE-FULL
                       END-IF
                   ELSE
                       ADD 1 TO WS-WO-COUNT
                       MOVE WO-STU-ID TO WS-WO-ID(WS-WO-COUNT)
                       MOVE WO-TYPE TO WS-WO-TYPE(WS-WO-COUNT)
                       MOVE WO-TERM TO WS-WO-TERM(WS-WO-COUNT)
                       MOVE WO-DATE TO WS-WO-DATE(WS-WO-COUNT)
                   END-IF
               END-IF
           END-IF
           MOVE WO-TERM TO WS-CHK-TERM
           PERFORM REPORT-TERM-AGE
           PERFORM FIND-STUDENT
           IF STU-NOT-FOUND
               MOVE "MEDIUM" TO WS-FND-SEV
               MOVE "LEDGER ROW FOR STUDENT NOT ON MASTER"
                 TO WS-FND-TEXT
               PERFORM WRITE-FINDING
           END-IF.

       FIND-WRITTEN-OFF.
           MOVE "N" TO WS-WO-FOUND-SW
           MOVE 1 TO WS-WO-SEARCH-IDX
           PERFORM SEARCH-WRITTEN-OFF-TABLE
               UNTIL WS-WO-SEARCH-IDX > WS-WO-COUNT
                  OR WO-FOUND.

       SEARCH-WRITTEN-OFF-TABLE.
           IF WS-WO-ID(WS-WO-SEARCH-IDX) = WO-STU-ID
              AND WS-WO-TYPE(WS-WO-SEARCH-IDX) = WO-TYPE
              AND WS-WO-TERM(WS-WO-SEARCH-IDX) = WO-TERM
              AND (WO-TYPE = "W"
                   OR WS-WO-DATE(WS-WO-SEARCH-IDX) = WO-DATE)
               MOVE "Y" TO WS-WO-FOUND-SW
           ELSE
               ADD 1 TO WS-WO-SEARCH-IDX
           END-IF.

      *placement rows: a known status, on the master, one per
      *student, and placed in a term the nightly run has reached -
      *the row carries no term, so its placed date is placed in a
      *term off the R lines' first-run dates
       AUDIT-PLACED.
           MOVE "HW2-Placed.dat" TO WS-FND-FILE
           OPEN INPUT PLACED-FILE
           IF WS-PL-FILE-STATUS NOT = "00"
               DISPLAY "HW2-PLACED.DAT NOT AVAILABLE - STATUS "
                       WS-PL-FILE-STATUS
                       " - NOT AUDITED"
           ELSE
               PERFORM UNTIL EOF-PL = "Y"
                   READ PLACED-FILE
                       AT END
                           MOVE "Y" TO EOF-PL
                       NOT AT END
                           ADD 1 TO WS-PL-READ
                           PERFORM CHECK-ONE-PLACED
                   END-READ
               END-PERFORM
               CLOSE PLACED-FILE
           END-IF.

       CHECK-ONE-PLACED.
           MOVE PL-STU-ID TO WS-LOOKUP-ID
           MOVE PL-STU-ID TO WS-FND-KEY
           IF PL-STATUS NOT = "P" AND PL-STATUS NOT = "R"
              AND PL-STATUS NOT = "C"
               MOVE "HIGH" TO WS-FND-SEV
               MOVE "UNKNOWN PLACEMENT STATUS" TO WS-FND-TEXT
               PERFORM WRITE-FINDING
           END-IF
           PERFORM FIND-PLACED
           IF PL-FOUND
               MOVE "HIGH" TO WS-FND-SEV
               MOVE "STUDENT PLACED MORE THAN ONCE" TO WS-FND-TEXT
               PERFORM WRITE-FINDING
           ELSE
               IF WS-PL-COUNT >= WS-MAX-PL
                   IF NOT AUDIT-INCOMPLETE
                       PERFORM NOTE-TABLE-FULL
                   END-IF
               ELSE
                   ADD 1 TO WS-PL-COUNT
                   MOVE PL-STU-ID TO WS-PL-ID(WS-PL-COUNT)
               END-IF
           END-IF
           PERFORM CHECK-PLACED-DATE
           PERFORM FIND-STUDENT
           IF STU-NOT-FOUND
               MOVE "MEDIUM" TO WS-FND-SEV
               MOVE "PLACEMENT FOR STUDENT NOT ON MASTER"
                 TO WS-FND-TEXT
               PERFORM WRITE-FINDING
           END-IF.

      *a placed date after tonight, or in a term first run after
      *the open term, is newer than HW2-Term.dat; one before every
      *term on the run history is judged like a term never run
       CHECK-PLACED-DATE.
           IF TERM-ACTIVE AND PL-PLACED-DATE IS NUMERIC
              AND PL-PLACED-DATE > 0
               IF PL-PLACED-DATE > WS-RUN-DATE-N
                   MOVE "HIGH" TO WS-FND-SEV
                   MOVE "PLACED DATE LATER THAN TODAY" TO WS-FND-TEXT
                   PERFORM WRITE-FINDING
               ELSE
                   MOVE PL-PLACED-DATE TO WS-DATE-TERM-DATE
                   PERFORM FIND-DATE-TERM
                   IF WS-DATE-TERM-BEST > 0
                       PERFORM REPORT-TERM-AGE
                   ELSE
                       IF WS-RUN-TERM-COUNT > 0
                           IF TH-HAS-UNSTAMPED
                               MOVE "MEDIUM" TO WS-FND-SEV
                           ELSE
                               MOVE "HIGH" TO WS-FND-SEV
                           END-IF
                           MOVE "PLACED BEFORE ANY TERM ON RUN HISTORY"
                             TO WS-FND-TEXT
                           PERFORM WRITE-FINDING
                       END-IF
                   END-IF
               END-IF
           END-IF.

      *the run term whose first run is the latest on or before
      *WS-DATE-TERM-DATE into WS-CHK-TERM
       FIND-DATE-TERM.
           MOVE 0 TO WS-DATE-TERM-BEST
           MOVE SPACES TO WS-CHK-TERM
           PERFORM NOTE-ONE-DATE-TERM
               VARYING WS-RT-SEARCH-IDX FROM 1 BY 1
               UNTIL WS-RT-SEARCH-IDX > WS-RUN-TERM-COUNT.

       NOTE-ONE-DATE-TERM.
           IF WS-RT-FIRST-DATE(WS-RT-SEARCH-IDX) > 0
              AND WS-RT-FIRST-DATE(WS-RT-SEARCH-IDX)
                    NOT > WS-DATE-TERM-DATE
              AND WS-RT-FIRST-DATE(WS-RT-SEARCH-IDX)
                    > WS-DATE-TERM-BEST
               MOVE WS-RT-FIRST-DATE(WS-RT-SEARCH-IDX)
                 TO WS-DATE-TERM-BEST
               MOVE WS-RT-TERM(WS-RT-SEARCH-IDX) TO WS-CHK-TERM
           END-IF.

       FIND-PLACED.
           MOVE "N" TO WS-PL-FOUND-SW
           MOVE 1 TO WS-PL-SEARCH-IDX
           PERFORM SEARCH-PLACED-TABLE
               UNTIL WS-PL-SEARCH-IDX > WS-PL-COUNT
                  OR PL-FOUND.

       SEARCH-PLACED-TABLE.
           IF WS-PL-ID(WS-PL-SEARCH-IDX) = WS-LOOKUP-ID
               MOVE "Y" TO WS-PL-FOUND-SW
           ELSE
               ADD 1 TO WS-PL-SEARCH-IDX
           END-IF.

      *the checkpoint: only the tags the nightly run writes, at
      *most one S line, and any restart id or checkpointed aging
      *id still on the master - a pending restart is reported so
      *the operator knows tonight's run resumes rather than starts
       AUDIT-CHECKPOINT.
           MOVE "HW2-Checkpoint.dat" TO WS-FND-FILE
           OPEN INPUT CHECKPOINT-FILE
           IF WS-CKPT-STATUS = "00"
               PERFORM UNTIL EOF-CKPT = "Y"
                   READ CHECKPOINT-FILE
                       AT END
                           MOVE "Y" TO EOF-CKPT
                       NOT AT END
                           ADD 1 TO WS-CKPT-LINE-NO
                           IF CHECKPOINT-LINE NOT = SPACES
                               ADD 1 TO WS-CKPT-READ
                               PERFORM CHECK-ONE-CHECKPOINT-LINE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CHECKPOINT-FILE
           END-IF
           IF WS-CKPT-S-COUNT > 1
               MOVE SPACES TO WS-FND-KEY
               MOVE "HIGH" TO WS-FND-SEV
               MOVE "MORE THAN ONE S LINE" TO WS-FND-TEXT
               PERFORM WRITE-FINDING
           END-IF.

       CHECK-ONE-CHECKPOINT-LINE.
           MOVE SPACES TO WS-CKPT-TAG WS-CKPT-F1 WS-CKPT-F2
                          WS-CKPT-F3 WS-CKPT-F4 WS-CKPT-F5
           UNSTRING CHECKPOINT-LINE
               DELIMITED BY ","
               INTO WS-CKPT-TAG WS-CKPT-F1 WS-CKPT-F2
                    WS-CKPT-F3 WS-CKPT-F4 WS-CKPT-F5
           END-UNSTRING
           MOVE WS-CKPT-LINE-NO TO WS-LOOKUP-NO
           PERFORM BUILD-LINE-KEY
           EVALUATE WS-CKPT-TAG
               WHEN "S"
                   ADD 1 TO WS-CKPT-S-COUNT
                   IF WS-CKPT-F1 NOT = SPACES
                       PERFORM CHECK-RESTART-ID
                   END-IF
               WHEN "A"
                   MOVE FUNCTION TRIM(WS-CKPT-F1) TO WS-LOOKUP-ID
                   PERFORM FIND-STUDENT
                   IF STU-NOT-FOUND
                       MOVE WS-LOOKUP-ID TO WS-FND-KEY
                       MOVE "MEDIUM" TO WS-FND-SEV
                       MOVE "CHECKPOINTED AGING FOR ID NOT ON MASTER"
                         TO WS-FND-TEXT
                       PERFORM WRITE-FINDING
                   END-IF
               WHEN "T"
               WHEN "J"
               WHEN "D"
               WHEN "V"
                   CONTINUE
               WHEN OTHER
                   MOVE "HIGH" TO WS-FND-SEV
                   MOVE "UNRECOGNISED CHECKPOINT LINE" TO WS-FND-TEXT
                   PERFORM WRITE-FINDING
           END-EVALUATE.

       CHECK-RESTART-ID.
           MOVE FUNCTION TRIM(WS-CKPT-F1) TO WS-LOOKUP-ID
           MOVE WS-LOOKUP-ID TO WS-FND-KEY
           PERFORM FIND-STUDENT
           IF STU-NOT-FOUND
               MOVE "HIGH" TO WS-FND-SEV
               MOVE "RESTART ID NOT ON MASTER - RESTART WOULD FAIL"
                 TO WS-FND-TEXT
           ELSE
               MOVE "LOW" TO WS-FND-SEV
               MOVE "RESTART PENDING - NEXT RUN RESUMES AFTER ID"
                 TO WS-FND-TEXT
           END-IF
           PERFORM WRITE-FINDING.

      *the highest severity found sets the return code
       SET-AUDIT-RC.
           EVALUATE TRUE
               WHEN AUDIT-INCOMPLETE
                   MOVE 16 TO WS-AUDIT-RC
               WHEN WS-HIGH-COUNT > 0
                   MOVE 12 TO WS-AUDIT-RC
               WHEN WS-MEDIUM-COUNT > 0
                   MOVE 8 TO WS-AUDIT-RC
               WHEN WS-LOW-COUNT > 0
                   MOVE 4 TO WS-AUDIT-RC
               WHEN OTHER
                   MOVE 0 TO WS-AUDIT-RC
           END-EVALUATE.

       WRITE-AUDIT-SUMMARY.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "ROWS READ - CARRY-FORWARD: " DELIMITED BY SIZE
                  WS-CF-READ DELIMITED BY SIZE
                  "  DELINQ-HISTORY: " DELIMITED BY SIZE
                  WS-DH-READ DELIMITED BY SIZE
                  "  HOLDS: " DELIMITED BY SIZE
                  WS-HR-READ DELIMITED BY SIZE
                  "  REFUNDS-ISSUED: " DELIMITED BY SIZE
                  WS-ISS-READ DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "            AGREEMENTS: " DELIMITED BY SIZE
                  WS-AGR-READ DELIMITED BY SIZE
                  "  SUSPENSE: " DELIMITED BY SIZE
                  WS-SUSP-READ DELIMITED BY SIZE
                  "  WRITTEN-OFF: " DELIMITED BY SIZE
                  WS-WO-READ DELIMITED BY SIZE
                  "  PLACED: " DELIMITED BY SIZE
                  WS-PL-READ DELIMITED BY SIZE
                  "  CHECKPOINT: " DELIMITED BY SIZE
                  WS-CKPT-READ DELIMITED BY SIZE
                  "  MASTER IDS: " DELIMITED BY SIZE
                  WS-STU-COUNT DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "FINDINGS - HIGH: " DELIMITED BY SIZE
                  WS-HIGH-COUNT DELIMITED BY SIZE
                  "  MEDIUM: " DELIMITED BY SIZE
                  WS-MEDIUM-COUNT DELIMITED BY SIZE
                  "  LOW: " DELIMITED BY SIZE
                  WS-LOW-COUNT DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           EVALUATE TRUE
               WHEN AUDIT-INCOMPLETE
                   STRING "RETURN CODE 16 - AUDIT INCOMPLETE, HOLD "
                            DELIMITED BY SIZE
                          "THE NIGHTLY RUN" DELIMITED BY SIZE
                       INTO REPORT-LINE
                   END-STRING
               WHEN WS-AUDIT-RC >= 8
                   STRING "RETURN CODE " DELIMITED BY SIZE
                          WS-AUDIT-RC DELIMITED BY SIZE
                          " - HOLD THE NIGHTLY RUN UNTIL THE "
                            DELIMITED BY SIZE
                          "FINDINGS ARE CLEARED" DELIMITED BY SIZE
                       INTO REPORT-LINE
                   END-STRING
               WHEN OTHER
                   STRING "RETURN CODE " DELIMITED BY SIZE
                          WS-AUDIT-RC DELIMITED BY SIZE
                          " - NIGHTLY RUN MAY PROCEED"
                            DELIMITED BY SIZE
                       INTO REPORT-LINE
                   END-STRING
           END-EVALUATE
           WRITE REPORT-LINE

           DISPLAY "FINDINGS HIGH          : " WS-HIGH-COUNT
           DISPLAY "FINDINGS MEDIUM        : " WS-MEDIUM-COUNT
           DISPLAY "FINDINGS LOW           : " WS-LOW-COUNT
           DISPLAY "RETURN CODE            : " WS-AUDIT-RC
           DISPLAY "REPORT                 : " WS-REPORT-FILENAME.
