      *declare this is a cobol code, named "HW2-COLLECT"
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HW2-COLLECT.

      *outside collection agency interface: posts the agency's
      *remittance file (each amount collected goes onto
      *HW2-Student-Payment.csv net of the agency's commission, the
      *commission onto HW2-Adjustments.csv as a COMMISSION row the
      *nightly run journals as collection expense), recalls any
      *placed student who has since paid us in full directly or
      *come onto a repayment agreement, and places every student
      *who has sat at dunning level 3 with a registrar hold for the
      *agreed number of runs - the placements and recalls go to
      *the agency in one fixed-format file per run, and
      *HW2-Placed.dat remembers every account ever placed so
      *nobody is placed twice
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *optional one-line parameter: runs at dunning level 3 (with
      *a hold on request) before an account is placed - no file
      *means three
           SELECT PARMS-FILE ASSIGN TO "HW2-Agency-Parms.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-FILE-STATUS.
      *last night's aging extract - who still owes, how much, and
      *how long
           SELECT AGING-EXTRACT-FILE ASSIGN TO "HW2-Aging.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AGX-FILE-STATUS.
           SELECT DELINQ-HISTORY-FILE
               ASSIGN TO "HW2-Delinq-History.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DH-FILE-STATUS.
           SELECT HOLDS-REQUESTED-FILE
               ASSIGN TO "HW2-Holds-Requested.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HR-FILE-STATUS.
           SELECT AGREEMENTS-FILE ASSIGN TO "HW2-Pay-Agreements.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AGR-FILE-STATUS.
      *the master, for the names the agency works the accounts by
           SELECT STUDENT-FILE  ASSIGN TO "HW2-Student-Main.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STU-FILE-STATUS.
      *every account ever placed, rewritten each live run - the
      *nightly run reads it to keep placed students off its own
      *dunning letters
           SELECT PLACED-FILE ASSIGN TO "HW2-Placed.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PL-FILE-STATUS.
      *the agency's remittance, fixed columns, one row per amount
      *collected - posted once, by the agency's reference
           SELECT REMIT-FILE ASSIGN TO "HW2-Agency-Remit.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RMT-FILE-STATUS.
      *every remittance reference already posted, appended to
           SELECT POSTED-FILE ASSIGN TO "HW2-Agency-Posted.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PST-FILE-STATUS.
           SELECT PAYMENT-FILE  ASSIGN TO "HW2-Student-Payment.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAY-FILE-STATUS.
           SELECT ADJUSTMENTS-FILE ASSIGN TO "HW2-Adjustments.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ADJ-FILE-STATUS.
      *placements and recalls for the agency, one dated file per
      *run
           SELECT AGENCY-OUT-FILE ASSIGN TO WS-OUT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL.
      *audit listing, one dated file per run
           SELECT AUDIT-FILE ASSIGN TO WS-AUDIT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT TERM-FILE ASSIGN TO "HW2-Term.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TERM-FILE-STATUS.
      *a TRIAL run mode lists what would be placed, recalled and
      *posted and touches nothing
           SELECT RUN-MODE-FILE ASSIGN TO "HW2-Run-Mode.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MODE-FILE-STATUS.
      *shared run-control lock - the payment and adjustment files
      *must not be appended to under a nightly run reading them
           SELECT RUN-CONTROL-FILE ASSIGN TO "HW2-Run-Control.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOCK-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD PARMS-FILE.
       01 PARMS-LINE         PIC X(40).

       FD AGING-EXTRACT-FILE.
       01 AGING-EXTRACT-RECORD.
           05 AGX-STU-ID      PIC X(10).
           05 AGX-DUE         PIC 9(9).
           05 AGX-DAYS        PIC 9(5).
           05 AGX-PAID        PIC 9(9).
           05 AGX-PAID-SW     PIC X.
           05 AGX-TERM        PIC X(8).
           05 AGX-DATE        PIC 9(8).

       FD DELINQ-HISTORY-FILE.
       01 DELINQ-HISTORY-RECORD.
           05 DH-STU-ID       PIC X(10).
           05 DH-STREAK       PIC 9(3).

       FD HOLDS-REQUESTED-FILE.
       01 HOLD-REQ-RECORD.
           05 HR-STU-ID       PIC X(10).
           05 HR-DATE         PIC 9(8).

       FD AGREEMENTS-FILE.
       01 AGREEMENTS-LINE    PIC X(60).

       FD STUDENT-FILE.
       01 STUDENT-LINE       PIC X(80).

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

       FD REMIT-FILE.
       01 REMIT-RECORD.
           05 RMT-STU-ID      PIC X(10).
           05 RMT-COLLECTED   PIC 9(7).
           05 RMT-COMMISSION  PIC 9(7).
           05 RMT-DATE        PIC 9(8).
           05 RMT-REF         PIC X(12).

       FD POSTED-FILE.
       01 POSTED-RECORD.
           05 PST-REF         PIC X(12).
           05 PST-STU-ID      PIC X(10).
           05 PST-DATE        PIC 9(8).

       FD PAYMENT-FILE.
       01 PAYMENT-LINE       PIC X(80).

       FD ADJUSTMENTS-FILE.
       01 ADJUSTMENTS-LINE   PIC X(60).

      *"P" a placement, "R" a recall
       FD AGENCY-OUT-FILE.
       01 AGENCY-OUT-RECORD.
           05 AGO-TYPE        PIC X.
           05 AGO-STU-ID      PIC X(10).
           05 AGO-NAME        PIC X(30).
           05 AGO-AMT         PIC 9(9).
           05 AGO-DAYS        PIC 9(5).
           05 AGO-DATE        PIC 9(8).
           05 AGO-REASON      PIC X(8).

       FD AUDIT-FILE.
       01 AUDIT-LINE         PIC X(132).

       FD TERM-FILE.
       01 TERM-LINE          PIC X(20).

       FD RUN-MODE-FILE.
       01 RUN-MODE-LINE      PIC X(20).

       FD RUN-CONTROL-FILE.
       01 RUN-CONTROL-LINE   PIC X(40).

       WORKING-STORAGE SECTION.

      *save student id, name, and payment type
       01 WS-STU-ID          PIC X(10).
       01 WS-STU-NAME        PIC X(30).
       01 WS-STU-TYPE        PIC X(10).

      *for files EOF
       01 EOF-PARM           PIC X VALUE "N".
       01 EOF-AGX            PIC X VALUE "N".
       01 EOF-DH             PIC X VALUE "N".
       01 EOF-HR             PIC X VALUE "N".
       01 EOF-AGR            PIC X VALUE "N".
       01 EOF-STU            PIC X VALUE "N".
       01 EOF-PL             PIC X VALUE "N".
       01 EOF-RMT            PIC X VALUE "N".
       01 EOF-PST            PIC X VALUE "N".
       01 EOF-PAY            PIC X VALUE "N".
       01 EOF-TERM           PIC X VALUE "N".
       01 EOF-MODE           PIC X VALUE "N".

       01 WS-PARM-FILE-STATUS PIC XX.
       01 WS-AGX-FILE-STATUS  PIC XX.
       01 WS-DH-FILE-STATUS   PIC XX.
       01 WS-HR-FILE-STATUS   PIC XX.
       01 WS-AGR-FILE-STATUS  PIC XX.
       01 WS-STU-FILE-STATUS  PIC XX.
       01 WS-PL-FILE-STATUS   PIC XX.
       01 WS-RMT-FILE-STATUS  PIC XX.
       01 WS-PST-FILE-STATUS  PIC XX.
       01 WS-PAY-FILE-STATUS  PIC XX.
       01 WS-ADJ-FILE-STATUS  PIC XX.
       01 WS-TERM-FILE-STATUS PIC XX.
       01 WS-MODE-FILE-STATUS PIC XX.
       01 WS-AUDIT-FILENAME  PIC X(40).
       01 WS-OUT-FILENAME    PIC X(40).

      *run-control lock state
       01 WS-LOCK-FILE-STATUS PIC XX.
       01 EOF-LOCK           PIC X VALUE "N".
       01 WS-LOCK-HOLDER     PIC X(40) VALUE SPACES.
       01 WS-RUN-DATE        PIC X(08).
       01 WS-RUN-DATE-N      PIC 9(8) VALUE 0.
       01 WS-RUN-STAMP       PIC X(14).
       01 WS-CURRENT-DATE-TIME PIC X(21).

      *the agency works this term's balances - without a term file
      *nothing is placed, recalled or posted
       01 WS-CURRENT-TERM    PIC X(8) VALUE SPACES.
       01 WS-TERM-ACTIVE-SW  PIC X VALUE "N".
           88 TERM-ACTIVE      VALUE "Y".
           88 TERM-NOT-ACTIVE  VALUE "N".

       01 WS-TRIAL-SW        PIC X VALUE "N".
           88 TRIAL-RUN        VALUE "Y".
           88 LIVE-RUN         VALUE "N".

      *placement threshold - dunning level 3 starts on the fifth
      *consecutive run, so N runs at level 3 is a streak of N + 4
       01 WS-PARM-RUNS-STR   PIC X(10).
       01 WS-PARM-RUNS       PIC 9(3) VALUE 3.
       01 WS-PLACE-STREAK    PIC 9(5) VALUE 0.

      *last night's extract in memory - only rows cut for this term
      *are kept; a row for any other term means the extract is
      *stale and nobody is placed or recalled off it
       01 WS-AGX-AVAIL-SW    PIC X VALUE "N".
           88 AGX-AVAILABLE    VALUE "Y".
       01 WS-AGX-STALE-COUNT PIC 9(5) VALUE 0.
       01 WS-MAX-AGX         PIC 9(5) VALUE 5000.
       01 WS-AGX-COUNT       PIC 9(5) VALUE 0.
       01 WS-AGX-TABLE.
           05 WS-AGX-ENTRY OCCURS 5000 TIMES
                           INDEXED BY WS-AGX-IDX.
               10 WS-AGX-ID       PIC X(10).
               10 WS-AGX-DUE      PIC 9(9).
               10 WS-AGX-DAYS     PIC 9(5).
               10 WS-AGX-PAID     PIC 9(9).
               10 WS-AGX-PAID-SW  PIC X.
       01 WS-AGX-SEARCH-IDX  PIC 9(5).
       01 WS-AGX-FOUND-SW    PIC X VALUE "N".
           88 AGX-FOUND        VALUE "Y".
           88 AGX-NOT-FOUND    VALUE "N".

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

      *holds already on request with the registrar
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

      *this term's repayment agreements, as the late-fee run keeps
      *them
       01 WS-AGR-ID-STR      PIC X(10).
       01 WS-AGR-SEQ-STR     PIC X(10).
       01 WS-AGR-AMT-STR     PIC X(10).
       01 WS-AGR-DATE-STR    PIC X(10).
       01 WS-AGR-TERM-STR    PIC X(10).
       01 WS-MAX-AGR         PIC 9(4) VALUE 1000.
       01 WS-AGR-COUNT       PIC 9(4) VALUE 0.
       01 WS-AGR-TABLE.
           05 WS-AGR-ENTRY OCCURS 1000 TIMES
                           INDEXED BY WS-AGR-IDX.
               10 WS-AGR-ID       PIC X(10).
               10 WS-AGR-AMT      PIC 9(7).
               10 WS-AGR-DUE-DATE PIC 9(8).
       01 WS-AGR-SEARCH-IDX  PIC 9(4).
       01 WS-AGR-DUE-SUM     PIC 9(9) VALUE 0.
       01 WS-AGR-STATE       PIC X VALUE "N".
           88 AGREEMENT-NONE    VALUE "N".
           88 AGREEMENT-CURRENT VALUE "C".
           88 AGREEMENT-BEHIND  VALUE "B".

      *student names for the export
       01 WS-MAX-STUDENTS    PIC 9(5) VALUE 5000.
       01 WS-STU-COUNT       PIC 9(5) VALUE 0.
       01 WS-STU-TABLE.
           05 WS-STU-ENTRY OCCURS 5000 TIMES
                           INDEXED BY WS-STU-IDX.
               10 WS-STU-TAB-ID   PIC X(10).
               10 WS-STU-TAB-NAME PIC X(30).
       01 WS-STU-SEARCH-IDX  PIC 9(5).
       01 WS-STU-FOUND-SW    PIC X VALUE "N".
           88 STU-FOUND        VALUE "Y".
           88 STU-NOT-FOUND    VALUE "N".

      *the placed-accounts file in memory, rewritten whole
       01 WS-MAX-PL          PIC 9(5) VALUE 5000.
       01 WS-PL-COUNT        PIC 9(5) VALUE 0.
       01 WS-PL-TABLE.
           05 WS-PL-ENTRY OCCURS 5000 TIMES
                          INDEXED BY WS-PL-IDX.
               10 WS-PL-ID          PIC X(10).
               10 WS-PL-STATUS      PIC X.
               10 WS-PL-PLACED-DATE PIC 9(8).
               10 WS-PL-PLACED-AMT  PIC 9(9).
               10 WS-PL-CLOSE-DATE  PIC 9(8).
               10 WS-PL-REASON      PIC X(8).
               10 WS-PL-COLLECTED   PIC 9(9).
       01 WS-PL-SEARCH-IDX   PIC 9(5).
       01 WS-PL-SUB          PIC 9(5).
       01 WS-PL-FOUND-SW     PIC X VALUE "N".
           88 PL-FOUND         VALUE "Y".
           88 PL-NOT-FOUND     VALUE "N".
       01 WS-PL-OVERFLOW-SW  PIC X VALUE "N".
           88 PL-TABLE-OVERFLOWED VALUE "Y".

      *remittance references already posted, plus tonight's
       01 WS-MAX-PST         PIC 9(5) VALUE 9999.
       01 WS-PST-COUNT       PIC 9(5) VALUE 0.
       01 WS-PST-TABLE.
           05 WS-PST-ENTRY OCCURS 9999 TIMES
                           INDEXED BY WS-PST-IDX.
               10 WS-PST-REF     PIC X(12).
       01 WS-PST-SEARCH-IDX  PIC 9(5).
       01 WS-PST-FOUND-SW    PIC X VALUE "N".
           88 PST-FOUND        VALUE "Y".
           88 PST-NOT-FOUND    VALUE "N".
       01 WS-PST-OVERFLOW-SW PIC X VALUE "N".
           88 PST-TABLE-OVERFLOWED VALUE "Y".

      *the whole payment file held in memory the way
      *HW2-PAY-VALIDATE holds it - new rows go on the end, after
      *any trailer, so no suspense entry number moves, and the
      *trailer count is raised in place to cover them
       01 WS-MAX-PAYMENTS    PIC 9(5) VALUE 5000.
       01 WS-PAY-COUNT       PIC 9(5) VALUE 0.
       01 WS-PAY-TABLE.
           05 WS-PAY-ENTRY OCCURS 5000 TIMES
                           INDEXED BY WS-PAY-IDX.
               10 WS-PAY-TAB-LINE   PIC X(80).
       01 WS-PAY-SUB         PIC 9(5) VALUE 0.
       01 WS-PAY-OVERFLOW-SW PIC X VALUE "N".
           88 PAY-TABLE-OVERFLOWED VALUE "Y".
       01 WS-PAY-HDR-SW      PIC X VALUE "N".
       01 WS-PAY-TRL-SUB     PIC 9(5) VALUE 0.
       01 WS-PAY-TRL-STR     PIC X(10).
       01 WS-PAY-TRL-COUNT   PIC 9(7) VALUE 0.
       01 WS-PAY-ADDED       PIC 9(5) VALUE 0.

      *one remittance row being posted
       01 WS-RMT-LINE-NO     PIC 9(7) VALUE 0.
       01 WS-RMT-NET         PIC 9(7) VALUE 0.
       01 WS-REJECT-REASON   PIC X(40).

      *the student being placed or recalled
       01 WS-LOOKUP-ID       PIC X(10).
       01 WS-RECALL-REASON   PIC X(8).

       01 WS-PLACED-COUNT    PIC 9(7) VALUE 0.
       01 WS-PLACED-TOTAL    PIC 9(9) VALUE 0.
       01 WS-RECALL-COUNT    PIC 9(7) VALUE 0.
       01 WS-CLOSED-COUNT    PIC 9(7) VALUE 0.
       01 WS-AGR-SKIP-COUNT  PIC 9(7) VALUE 0.
       01 WS-RMT-COUNT       PIC 9(7) VALUE 0.
       01 WS-RMT-GROSS       PIC 9(9) VALUE 0.
       01 WS-RMT-COMM-TOTAL  PIC 9(9) VALUE 0.
       01 WS-RMT-NET-TOTAL   PIC 9(9) VALUE 0.
       01 WS-REJECT-COUNT    PIC 9(7) VALUE 0.

       PROCEDURE DIVISION.

       MAIN.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           MOVE FUNCTION NUMVAL(WS-RUN-DATE) TO WS-RUN-DATE-N
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           MOVE WS-CURRENT-DATE-TIME(1:14) TO WS-RUN-STAMP
           STRING "HW2-Collect-Audit-" DELIMITED BY SIZE
                  WS-RUN-DATE          DELIMITED BY SIZE
                  ".txt"               DELIMITED BY SIZE
               INTO WS-AUDIT-FILENAME
           END-STRING
           STRING "HW2-Agency-Out-" DELIMITED BY SIZE
                  WS-RUN-DATE       DELIMITED BY SIZE
                  ".dat"            DELIMITED BY SIZE
               INTO WS-OUT-FILENAME
           END-STRING

      *nothing shared is read until the lock is ours
           PERFORM TAKE-RUN-LOCK

           PERFORM LOAD-CURRENT-TERM
           PERFORM LOAD-RUN-MODE

           OPEN OUTPUT AUDIT-FILE
           MOVE SPACES TO AUDIT-LINE
           STRING "COLLECTION AGENCY INTERFACE " DELIMITED BY SIZE
                  WS-RUN-DATE DELIMITED BY SIZE
                  "  TERM: " DELIMITED BY SIZE
                  WS-CURRENT-TERM DELIMITED BY SIZE
               INTO AUDIT-LINE
           END-STRING
           WRITE AUDIT-LINE
           IF TRIAL-RUN
               MOVE SPACES TO AUDIT-LINE
               STRING "*** TRIAL RUN - NO STATE COMMITTED ***"
                   DELIMITED BY SIZE
                   INTO AUDIT-LINE
               END-STRING
               WRITE AUDIT-LINE
           END-IF

           IF TERM-NOT-ACTIVE
               DISPLAY "*** NO TERM FILE ON HAND - NOTHING PLACED, "
                       "RECALLED OR POSTED ***"
               MOVE SPACES TO AUDIT-LINE
               STRING "NO TERM FILE ON HAND - NOTHING PLACED, "
                        DELIMITED BY SIZE
                      "RECALLED OR POSTED" DELIMITED BY SIZE
                   INTO AUDIT-LINE
               END-STRING
               WRITE AUDIT-LINE
               CLOSE AUDIT-FILE
               PERFORM RELEASE-RUN-LOCK
               STOP RUN
           END-IF

           PERFORM LOAD-PLACED
           PERFORM LOAD-POSTED
           PERFORM LOAD-PAYMENTS

      *a state file bigger than its table cannot be rewritten
      *without losing rows - stop before anything is touched
           IF PL-TABLE-OVERFLOWED OR PST-TABLE-OVERFLOWED
              OR PAY-TABLE-OVERFLOWED
               DISPLAY "*** PLACED, POSTED OR PAYMENT FILE EXCEEDS "
                       "TABLE - NOTHING PLACED, RECALLED OR "
                       "POSTED ***"
               MOVE SPACES TO AUDIT-LINE
               STRING "*** STATE FILE EXCEEDS TABLE - NOTHING "
                        DELIMITED BY SIZE
                      "PLACED, RECALLED OR POSTED" DELIMITED BY SIZE
                   INTO AUDIT-LINE
               END-STRING
               WRITE AUDIT-LINE
               CLOSE AUDIT-FILE
               PERFORM RELEASE-RUN-LOCK
               STOP RUN
           END-IF

           PERFORM LOAD-PARMS
           PERFORM LOAD-AGING-EXTRACT
           PERFORM LOAD-DELINQ-HISTORY
           PERFORM LOAD-HOLDS
           PERFORM LOAD-AGREEMENTS
           PERFORM LOAD-STUDENTS

      *the agency's money first, so an account it has collected in
      *full closes out instead of being recalled
           PERFORM POST-REMITTANCE

           IF LIVE-RUN
               OPEN OUTPUT AGENCY-OUT-FILE
           END-IF
           IF AGX-AVAILABLE
               PERFORM CHECK-ONE-PLACEMENT
                   VARYING WS-PL-SUB FROM 1 BY 1
                   UNTIL WS-PL-SUB > WS-PL-COUNT
               PERFORM PLACE-ONE-STUDENT
                   VARYING WS-AGX-SEARCH-IDX FROM 1 BY 1
                   UNTIL WS-AGX-SEARCH-IDX > WS-AGX-COUNT
           ELSE
               MOVE SPACES TO AUDIT-LINE
               STRING "NO CURRENT AGING EXTRACT - NOTHING PLACED "
                        DELIMITED BY SIZE
                      "OR RECALLED" DELIMITED BY SIZE
                   INTO AUDIT-LINE
               END-STRING
               WRITE AUDIT-LINE
           END-IF
           IF LIVE-RUN
               CLOSE AGENCY-OUT-FILE
               PERFORM REWRITE-PLACED
               IF WS-PAY-ADDED > 0
                   PERFORM REWRITE-PAYMENTS
               END-IF
           ELSE
               DISPLAY "TRIAL RUN - PLACED FILE, PAYMENTS, "
                       "ADJUSTMENTS AND AGENCY FILE NOT WRITTEN"
           END-IF

           PERFORM WRITE-AUDIT-SUMMARY
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
                       " - HW2-COLLECT NOT STARTED ***"
               STOP RUN
           END-IF
           OPEN OUTPUT RUN-CONTROL-FILE
           MOVE SPACES TO RUN-CONTROL-LINE
           STRING "HW2-COLLECT SINCE " DELIMITED BY SIZE
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

      *only a line reading TRIAL makes this a trial run
       LOAD-RUN-MODE.
           OPEN INPUT RUN-MODE-FILE
           IF WS-MODE-FILE-STATUS = "00"
               PERFORM UNTIL EOF-MODE = "Y"
                   READ RUN-MODE-FILE
                       AT END
                           MOVE "Y" TO EOF-MODE
                       NOT AT END
                           IF FUNCTION TRIM(RUN-MODE-LINE) = "TRIAL"
                               MOVE "Y" TO WS-TRIAL-SW
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RUN-MODE-FILE
           END-IF
           IF TRIAL-RUN
               DISPLAY "*** TRIAL RUN - AGENCY ACTIVITY LISTED ONLY, "
                       "NO STATE COMMITTED ***"
           END-IF.

      *every account ever placed - a missing file means nobody has
      *been placed yet
       LOAD-PLACED.
           OPEN INPUT PLACED-FILE
           IF WS-PL-FILE-STATUS NOT = "00"
               DISPLAY "HW2-PLACED.DAT NOT AVAILABLE - STATUS "
                       WS-PL-FILE-STATUS
                       " - NO ACCOUNTS PLACED BEFORE"
           ELSE
               PERFORM UNTIL EOF-PL = "Y"
                   READ PLACED-FILE
                       AT END
                           MOVE "Y" TO EOF-PL
                       NOT AT END
                           IF WS-PL-COUNT >= WS-MAX-PL
                               MOVE "Y" TO WS-PL-OVERFLOW-SW
                           ELSE
                               ADD 1 TO WS-PL-COUNT
                               MOVE PL-STU-ID
                                 TO WS-PL-ID(WS-PL-COUNT)
                               MOVE PL-STATUS
                                 TO WS-PL-STATUS(WS-PL-COUNT)
                               MOVE PL-PLACED-DATE
                                 TO WS-PL-PLACED-DATE(WS-PL-COUNT)
                               MOVE PL-PLACED-AMT
                                 TO WS-PL-PLACED-AMT(WS-PL-COUNT)
                               MOVE PL-CLOSE-DATE
                                 TO WS-PL-CLOSE-DATE(WS-PL-COUNT)
                               MOVE PL-REASON
                                 TO WS-PL-REASON(WS-PL-COUNT)
                               MOVE PL-COLLECTED
                                 TO WS-PL-COLLECTED(WS-PL-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PLACED-FILE
           END-IF.

      *every remittance reference ever posted
       LOAD-POSTED.
           OPEN INPUT POSTED-FILE
           IF WS-PST-FILE-STATUS NOT = "00"
               DISPLAY "HW2-AGENCY-POSTED.DAT NOT AVAILABLE - STATUS "
                       WS-PST-FILE-STATUS
                       " - NO REMITTANCES POSTED BEFORE"
           ELSE
               PERFORM UNTIL EOF-PST = "Y"
                   READ POSTED-FILE
                       AT END
                           MOVE "Y" TO EOF-PST
                       NOT AT END
                           IF WS-PST-COUNT >= WS-MAX-PST
                               MOVE "Y" TO WS-PST-OVERFLOW-SW
                           ELSE
                               ADD 1 TO WS-PST-COUNT
                               MOVE PST-REF
                                 TO WS-PST-REF(WS-PST-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE POSTED-FILE
           END-IF.

      *the payment file raw, line for line, noting where the batch
      *trailer sits so its count can be raised
       LOAD-PAYMENTS.
           OPEN INPUT PAYMENT-FILE
           IF WS-PAY-FILE-STATUS NOT = "00"
               DISPLAY "HW2-STUDENT-PAYMENT.CSV NOT AVAILABLE - "
                       "STATUS " WS-PAY-FILE-STATUS
                       " - STARTED FRESH"
           ELSE
               PERFORM UNTIL EOF-PAY = "Y"
                   READ PAYMENT-FILE
                       AT END
                           MOVE "Y" TO EOF-PAY
                       NOT AT END
                           IF WS-PAY-COUNT >= WS-MAX-PAYMENTS
                               MOVE "Y" TO WS-PAY-OVERFLOW-SW
                           ELSE
                               ADD 1 TO WS-PAY-COUNT
                               MOVE PAYMENT-LINE
                                 TO WS-PAY-TAB-LINE(WS-PAY-COUNT)
                               PERFORM NOTE-PAY-BATCH-LINE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PAYMENT-FILE
           END-IF.

      *same batch convention the nightly run verifies: an "H,"
      *first line arms the check, the "T," line closes it
       NOTE-PAY-BATCH-LINE.
           IF WS-PAY-COUNT = 1 AND PAYMENT-LINE(1:2) = "H,"
               MOVE "Y" TO WS-PAY-HDR-SW
           ELSE
               IF WS-PAY-HDR-SW = "Y" AND PAYMENT-LINE(1:2) = "T,"
                   MOVE WS-PAY-COUNT TO WS-PAY-TRL-SUB
                   MOVE SPACES TO WS-PAY-TRL-STR
                   MOVE PAYMENT-LINE(3:10) TO WS-PAY-TRL-STR
                   IF FUNCTION TEST-NUMVAL(
                        FUNCTION TRIM(WS-PAY-TRL-STR)) = 0
                       MOVE FUNCTION NUMVAL(
                           FUNCTION TRIM(WS-PAY-TRL-STR))
                         TO WS-PAY-TRL-COUNT
                   END-IF
               END-IF
           END-IF.

      *the placement threshold is one line - a malformed one is
      *reported and the default stands
       LOAD-PARMS.
           OPEN INPUT PARMS-FILE
           IF WS-PARM-FILE-STATUS NOT = "00"
               DISPLAY "HW2-AGENCY-PARMS.CSV NOT AVAILABLE - STATUS "
                       WS-PARM-FILE-STATUS
                       " - PLACING AFTER " WS-PARM-RUNS " RUNS"
           ELSE
               PERFORM UNTIL EOF-PARM = "Y"
                   READ PARMS-FILE
                       AT END
                           MOVE "Y" TO EOF-PARM
                       NOT AT END
                           IF FUNCTION TRIM(PARMS-LINE) NOT = SPACES
                               PERFORM PARSE-PARMS-LINE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PARMS-FILE
           END-IF
           COMPUTE WS-PLACE-STREAK = WS-PARM-RUNS + 4
           MOVE SPACES TO AUDIT-LINE
           STRING "PLACING AFTER " DELIMITED BY SIZE
                  WS-PARM-RUNS DELIMITED BY SIZE
                  " RUNS AT DUNNING LEVEL 3 WITH A HOLD ON REQUEST"
                    DELIMITED BY SIZE
               INTO AUDIT-LINE
           END-STRING
           WRITE AUDIT-LINE.

       PARSE-PARMS-LINE.
           MOVE SPACES TO WS-PARM-RUNS-STR
           UNSTRING PARMS-LINE
               DELIMITED BY ","
               INTO WS-PARM-RUNS-STR
           END-UNSTRING
           IF FUNCTION TEST-NUMVAL(WS-PARM-RUNS-STR) NOT = 0
               ADD 1 TO WS-REJECT-COUNT
               DISPLAY "REJECTED PARAMETER LINE: " PARMS-LINE
               MOVE SPACES TO AUDIT-LINE
               STRING "REJECTED PARAMETER LINE: " DELIMITED BY SIZE
                      PARMS-LINE DELIMITED BY SIZE
                   INTO AUDIT-LINE
               END-STRING
               WRITE AUDIT-LINE
           ELSE
               MOVE FUNCTION NUMVAL(WS-PARM-RUNS-STR) TO WS-PARM-RUNS
           END-IF.

      *last night's extract - a row cut for any other term means
      *the nightly run has not been run since the term turned over
       LOAD-AGING-EXTRACT.
           OPEN INPUT AGING-EXTRACT-FILE
           IF WS-AGX-FILE-STATUS NOT = "00"
               DISPLAY "HW2-AGING.DAT NOT AVAILABLE - STATUS "
                       WS-AGX-FILE-STATUS
                       " - NOTHING PLACED OR RECALLED"
           ELSE
               MOVE "Y" TO WS-AGX-AVAIL-SW
               PERFORM UNTIL EOF-AGX = "Y"
                   READ AGING-EXTRACT-FILE
                       AT END
                           MOVE "Y" TO EOF-AGX
                       NOT AT END
                           IF AGX-TERM NOT = WS-CURRENT-TERM
                               ADD 1 TO WS-AGX-STALE-COUNT
                           ELSE
                               PERFORM STORE-AGING-ROW
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE AGING-EXTRACT-FILE
               IF WS-AGX-STALE-COUNT > 0
                   MOVE "N" TO WS-AGX-AVAIL-SW
                   DISPLAY "HW2-AGING.DAT CUT FOR ANOTHER TERM - "
                           "NOTHING PLACED OR RECALLED"
               END-IF
           END-IF.

      *an extract bigger than the table would read as students
      *who have paid up - treat it as no extract at all
       STORE-AGING-ROW.
           IF WS-AGX-COUNT >= WS-MAX-AGX
               ADD 1 TO WS-AGX-STALE-COUNT
               DISPLAY "AGING TABLE FULL - ROW SKIPPED: " AGX-STU-ID
           ELSE
               ADD 1 TO WS-AGX-COUNT
               MOVE AGX-STU-ID TO WS-AGX-ID(WS-AGX-COUNT)
               MOVE AGX-DUE TO WS-AGX-DUE(WS-AGX-COUNT)
               MOVE AGX-DAYS TO WS-AGX-DAYS(WS-AGX-COUNT)
               MOVE AGX-PAID TO WS-AGX-PAID(WS-AGX-COUNT)
               MOVE AGX-PAID-SW TO WS-AGX-PAID-SW(WS-AGX-COUNT)
           END-IF.

       LOAD-DELINQ-HISTORY.
           OPEN INPUT DELINQ-HISTORY-FILE
           IF WS-DH-FILE-STATUS NOT = "00"
               DISPLAY "HW2-DELINQ-HISTORY.DAT NOT AVAILABLE - "
                       "STATUS " WS-DH-FILE-STATUS
                       " - NO STREAKS ON FILE"
           ELSE
               PERFORM UNTIL EOF-DH = "Y"
                   READ DELINQ-HISTORY-FILE
                       AT END
                           MOVE "Y" TO EOF-DH
                       NOT AT END
                           IF WS-DH-COUNT >= WS-MAX-DH
                               DISPLAY "STREAK TABLE FULL - ROW "
                                       "SKIPPED: " DH-STU-ID
                           ELSE
                               ADD 1 TO WS-DH-COUNT
                               MOVE DH-STU-ID
                                 TO WS-DH-ID(WS-DH-COUNT)
                               MOVE DH-STREAK
                                 TO WS-DH-STREAK(WS-DH-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DELINQ-HISTORY-FILE
           END-IF.

       LOAD-HOLDS.
           OPEN INPUT HOLDS-REQUESTED-FILE
           IF WS-HR-FILE-STATUS NOT = "00"
               DISPLAY "HW2-HOLDS-REQUESTED.DAT NOT AVAILABLE - "
                       "STATUS " WS-HR-FILE-STATUS
                       " - NO HOLDS ON REQUEST"
           ELSE
               PERFORM UNTIL EOF-HR = "Y"
                   READ HOLDS-REQUESTED-FILE
                       AT END
                           MOVE "Y" TO EOF-HR
                       NOT AT END
                           IF WS-HOLD-COUNT >= WS-MAX-HOLDS
                               DISPLAY "HOLD TABLE FULL - ROW "
                                       "SKIPPED: " HR-STU-ID
                           ELSE
                               ADD 1 TO WS-HOLD-COUNT
                               MOVE HR-STU-ID
                                 TO WS-HOLD-ID(WS-HOLD-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE HOLDS-REQUESTED-FILE
           END-IF.

       LOAD-AGREEMENTS.
           OPEN INPUT AGREEMENTS-FILE
           IF WS-AGR-FILE-STATUS NOT = "00"
               DISPLAY "HW2-PAY-AGREEMENTS.CSV NOT AVAILABLE - "
                       "STATUS " WS-AGR-FILE-STATUS
                       " - NO AGREEMENTS THIS RUN"
           ELSE
               PERFORM UNTIL EOF-AGR = "Y"
                   READ AGREEMENTS-FILE
                       AT END
                           MOVE "Y" TO EOF-AGR
                       NOT AT END
                           PERFORM PARSE-AGR-ROW
                   END-READ
               END-PERFORM
               CLOSE AGREEMENTS-FILE
           END-IF.

       PARSE-AGR-ROW.
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
           IF WS-AGR-TERM-STR NOT = SPACES
              AND FUNCTION TRIM(WS-AGR-TERM-STR)
                    NOT = WS-CURRENT-TERM
               CONTINUE
           ELSE
               IF WS-AGR-ID-STR NOT = SPACES
                  AND FUNCTION TEST-NUMVAL(
                        FUNCTION TRIM(WS-AGR-AMT-STR)) = 0
                  AND FUNCTION TEST-NUMVAL(
                        FUNCTION TRIM(WS-AGR-DATE-STR)) = 0
                   IF WS-AGR-COUNT >= WS-MAX-AGR
                       DISPLAY "AGREEMENT TABLE FULL - "
                               "ROW SKIPPED: " WS-AGR-ID-STR
                   ELSE
                       ADD 1 TO WS-AGR-COUNT
                       MOVE WS-AGR-ID-STR TO WS-AGR-ID(WS-AGR-COUNT)
                       MOVE FUNCTION NUMVAL(
                           FUNCTION TRIM(WS-AGR-AMT-STR))
                         TO WS-AGR-AMT(WS-AGR-COUNT)
                       MOVE FUNCTION NUMVAL(
                           FUNCTION TRIM(WS-AGR-DATE-STR))
                         TO WS-AGR-DUE-DATE(WS-AGR-COUNT)
                   END-IF
               END-IF
           END-IF.

      *a missing master only costs the export its names
       LOAD-STUDENTS.
           OPEN INPUT STUDENT-FILE
           IF WS-STU-FILE-STATUS NOT = "00"
               DISPLAY "HW2-STUDENT-MAIN.CSV NOT AVAILABLE - STATUS "
                       WS-STU-FILE-STATUS
                       " - AGENCY FILE WITHOUT NAMES"
           ELSE
               PERFORM UNTIL EOF-STU = "Y"
                   READ STUDENT-FILE
                       AT END
                           MOVE "Y" TO EOF-STU
                       NOT AT END
                           PERFORM PARSE-STUDENT
                           IF WS-STU-COUNT >= WS-MAX-STUDENTS
                               DISPLAY "STUDENT TABLE FULL - ROW "
                                       "SKIPPED: " WS-STU-ID
                           ELSE
                               ADD 1 TO WS-STU-COUNT
                               MOVE WS-STU-ID
                                 TO WS-STU-TAB-ID(WS-STU-COUNT)
                               MOVE WS-STU-NAME
                                 TO WS-STU-TAB-NAME(WS-STU-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE STUDENT-FILE
           END-IF.

       PARSE-STUDENT.
           MOVE SPACES TO WS-STU-ID WS-STU-NAME WS-STU-TYPE
           UNSTRING STUDENT-LINE
               DELIMITED BY ","
               INTO WS-STU-ID
                    WS-STU-NAME
                    WS-STU-TYPE
           END-UNSTRING.

      *post the agency's remittance - every row writes exactly one
      *audit line, posted or rejected; a missing file just means
      *the agency sent nothing this time
       POST-REMITTANCE.
           OPEN INPUT REMIT-FILE
           IF WS-RMT-FILE-STATUS NOT = "00"
               DISPLAY "HW2-AGENCY-REMIT.DAT NOT AVAILABLE - STATUS "
                       WS-RMT-FILE-STATUS
                       " - NO REMITTANCE POSTED"
           ELSE
               IF LIVE-RUN
                   OPEN EXTEND ADJUSTMENTS-FILE
                   IF WS-ADJ-FILE-STATUS NOT = "00"
                       OPEN OUTPUT ADJUSTMENTS-FILE
                   END-IF
                   OPEN EXTEND POSTED-FILE
                   IF WS-PST-FILE-STATUS NOT = "00"
                       OPEN OUTPUT POSTED-FILE
                   END-IF
               END-IF
               PERFORM UNTIL EOF-RMT = "Y"
                   READ REMIT-FILE
                       AT END
                           MOVE "Y" TO EOF-RMT
                       NOT AT END
                           PERFORM CHECK-ONE-REMIT
                   END-READ
               END-PERFORM
               CLOSE REMIT-FILE
               IF LIVE-RUN
                   CLOSE ADJUSTMENTS-FILE
                   CLOSE POSTED-FILE
               END-IF
           END-IF.

      *a remittance has to be for an account we placed, carry
      *numbers in its number columns, keep no more commission than
      *it collected, and not have been posted before
       CHECK-ONE-REMIT.
           ADD 1 TO WS-RMT-LINE-NO
           MOVE SPACES TO WS-REJECT-REASON
           MOVE RMT-STU-ID TO WS-LOOKUP-ID
           PERFORM FIND-PLACED
           IF PL-NOT-FOUND
               MOVE "ACCOUNT NEVER PLACED" TO WS-REJECT-REASON
           ELSE
               IF RMT-COLLECTED NOT NUMERIC
                  OR RMT-COMMISSION NOT NUMERIC
                  OR RMT-DATE NOT NUMERIC
                   MOVE "NON-NUMERIC AMOUNT OR DATE"
                     TO WS-REJECT-REASON
               ELSE
                   IF RMT-COLLECTED = 0
                      OR RMT-COMMISSION > RMT-COLLECTED
                       MOVE "COMMISSION EXCEEDS AMOUNT COLLECTED"
                         TO WS-REJECT-REASON
                   ELSE
                       IF RMT-REF = SPACES
                           MOVE "NO REMITTANCE REFERENCE"
                             TO WS-REJECT-REASON
                       ELSE
                           PERFORM FIND-POSTED
                           IF PST-FOUND
                               MOVE "REFERENCE ALREADY POSTED"
                                 TO WS-REJECT-REASON
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF
           IF WS-REJECT-REASON = SPACES
               PERFORM POST-ONE-REMIT
           ELSE
               PERFORM REJECT-REMIT-ROW
           END-IF.

      *the net comes in as a transfer under this term; the
      *commission comes off the balance as a COMMISSION adjustment
      *so the student is relieved of the whole amount collected
       POST-ONE-REMIT.
           COMPUTE WS-RMT-NET = RMT-COLLECTED - RMT-COMMISSION
           IF WS-RMT-NET > 0
               IF WS-PAY-COUNT >= WS-MAX-PAYMENTS
                   MOVE "PAYMENT FILE FULL" TO WS-REJECT-REASON
                   PERFORM REJECT-REMIT-ROW
               ELSE
                   PERFORM STORE-REMIT-PAYMENT
               END-IF
           END-IF
           IF WS-REJECT-REASON = SPACES
      *keyed under this job's own operator id, which the authority
      *file has to carry for COMMISSION or the nightly run holds it
               IF LIVE-RUN AND RMT-COMMISSION > 0
                   MOVE SPACES TO ADJUSTMENTS-LINE
                   STRING FUNCTION TRIM(RMT-STU-ID) DELIMITED BY SIZE
                          ",COMMISSION,-" DELIMITED BY SIZE
                          RMT-COMMISSION DELIMITED BY SIZE
                          ",COLLECT" DELIMITED BY SIZE
                       INTO ADJUSTMENTS-LINE
                   END-STRING
                   WRITE ADJUSTMENTS-LINE
               END-IF
               IF LIVE-RUN
                   MOVE SPACES TO POSTED-RECORD
                   MOVE RMT-REF TO PST-REF
                   MOVE RMT-STU-ID TO PST-STU-ID
                   MOVE WS-RUN-DATE-N TO PST-DATE
                   WRITE POSTED-RECORD
               END-IF
               IF WS-PST-COUNT < WS-MAX-PST
                   ADD 1 TO WS-PST-COUNT
                   MOVE RMT-REF TO WS-PST-REF(WS-PST-COUNT)
               END-IF
               ADD RMT-COLLECTED TO WS-PL-COLLECTED(WS-PL-SEARCH-IDX)
               ADD 1 TO WS-RMT-COUNT
               ADD RMT-COLLECTED TO WS-RMT-GROSS
               ADD RMT-COMMISSION TO WS-RMT-COMM-TOTAL
               ADD WS-RMT-NET TO WS-RMT-NET-TOTAL
               MOVE SPACES TO AUDIT-LINE
               STRING "POSTED REF " DELIMITED BY SIZE
                      RMT-REF DELIMITED BY SIZE
                      "  ID: " DELIMITED BY SIZE
                      RMT-STU-ID DELIMITED BY SIZE
                      "  COLLECTED: " DELIMITED BY SIZE
                      RMT-COLLECTED DELIMITED BY SIZE
                      "  COMMISSION: " DELIMITED BY SIZE
                      RMT-COMMISSION DELIMITED BY SIZE
                      "  NET PAYMENT: " DELIMITED BY SIZE
                      WS-RMT-NET DELIMITED BY SIZE
                   INTO AUDIT-LINE
               END-STRING
               WRITE AUDIT-LINE
           END-IF.

       STORE-REMIT-PAYMENT.
           ADD 1 TO WS-PAY-COUNT
           ADD 1 TO WS-PAY-ADDED
           MOVE SPACES TO WS-PAY-TAB-LINE(WS-PAY-COUNT)
           STRING FUNCTION TRIM(RMT-STU-ID) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  WS-RMT-NET DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  RMT-DATE DELIMITED BY SIZE
                  ",TRANSFER," DELIMITED BY SIZE
                  WS-CURRENT-TERM DELIMITED BY SPACE
               INTO WS-PAY-TAB-LINE(WS-PAY-COUNT)
           END-STRING.

       REJECT-REMIT-ROW.
           ADD 1 TO WS-REJECT-COUNT
           DISPLAY "REJECTED REMITTANCE ROW " WS-RMT-LINE-NO
                   ": " REMIT-RECORD
           MOVE SPACES TO AUDIT-LINE
           STRING "REJECTED REMITTANCE LINE " DELIMITED BY SIZE
                  WS-RMT-LINE-NO DELIMITED BY SIZE
                  " - " DELIMITED BY SIZE
                  WS-REJECT-REASON DELIMITED BY SIZE
                  ": " DELIMITED BY SIZE
                  REMIT-RECORD DELIMITED BY SIZE
               INTO AUDIT-LINE
           END-STRING
           WRITE AUDIT-LINE.

      *one account still at the agency: collected in full by the
      *agency closes it out; otherwise a student no longer on the
      *extract has paid us directly, and one current on an
      *agreement is working it off with us - both are recalled
       CHECK-ONE-PLACEMENT.
           IF WS-PL-STATUS(WS-PL-SUB) = "P"
               MOVE WS-PL-ID(WS-PL-SUB) TO WS-LOOKUP-ID
               MOVE SPACES TO WS-RECALL-REASON
               IF WS-PL-COLLECTED(WS-PL-SUB)
                    >= WS-PL-PLACED-AMT(WS-PL-SUB)
                   PERFORM CLOSE-ONE-PLACEMENT
               ELSE
                   PERFORM FIND-AGING-ROW
                   IF AGX-NOT-FOUND
                       MOVE "PAID" TO WS-RECALL-REASON
                   ELSE
                       PERFORM CHECK-PAY-AGREEMENT
                       IF AGREEMENT-CURRENT
                           MOVE "AGREEMNT" TO WS-RECALL-REASON
                       END-IF
                   END-IF
                   IF WS-RECALL-REASON NOT = SPACES
                       PERFORM RECALL-ONE-PLACEMENT
                   END-IF
               END-IF
           END-IF.

       CLOSE-ONE-PLACEMENT.
           MOVE "C" TO WS-PL-STATUS(WS-PL-SUB)
           MOVE WS-RUN-DATE-N TO WS-PL-CLOSE-DATE(WS-PL-SUB)
           MOVE "AGENCY" TO WS-PL-REASON(WS-PL-SUB)
           ADD 1 TO WS-CLOSED-COUNT
           MOVE SPACES TO AUDIT-LINE
           STRING "CLOSED   ID: " DELIMITED BY SIZE
                  WS-PL-ID(WS-PL-SUB) DELIMITED BY SIZE
                  "  PLACED: " DELIMITED BY SIZE
                  WS-PL-PLACED-AMT(WS-PL-SUB) DELIMITED BY SIZE
                  "  COLLECTED: " DELIMITED BY SIZE
                  WS-PL-COLLECTED(WS-PL-SUB) DELIMITED BY SIZE
                  " - COLLECTED IN FULL BY AGENCY" DELIMITED BY SIZE
               INTO AUDIT-LINE
           END-STRING
           WRITE AUDIT-LINE.

       RECALL-ONE-PLACEMENT.
           MOVE "R" TO WS-PL-STATUS(WS-PL-SUB)
           MOVE WS-RUN-DATE-N TO WS-PL-CLOSE-DATE(WS-PL-SUB)
           MOVE WS-RECALL-REASON TO WS-PL-REASON(WS-PL-SUB)
           ADD 1 TO WS-RECALL-COUNT
           PERFORM FIND-STUDENT-NAME
           IF LIVE-RUN
               MOVE SPACES TO AGENCY-OUT-RECORD
               MOVE "R" TO AGO-TYPE
               MOVE WS-PL-ID(WS-PL-SUB) TO AGO-STU-ID
               MOVE WS-STU-NAME TO AGO-NAME
               IF AGX-FOUND
                   MOVE WS-AGX-DUE(WS-AGX-SEARCH-IDX) TO AGO-AMT
                   MOVE WS-AGX-DAYS(WS-AGX-SEARCH-IDX) TO AGO-DAYS
               ELSE
                   MOVE 0 TO AGO-AMT
                   MOVE 0 TO AGO-DAYS
               END-IF
               MOVE WS-RUN-DATE-N TO AGO-DATE
               MOVE WS-RECALL-REASON TO AGO-REASON
               WRITE AGENCY-OUT-RECORD
           END-IF
           MOVE SPACES TO AUDIT-LINE
           STRING "RECALLED ID: " DELIMITED BY SIZE
                  WS-PL-ID(WS-PL-SUB) DELIMITED BY SIZE
                  "  PLACED: " DELIMITED BY SIZE
                  WS-PL-PLACED-DATE(WS-PL-SUB) DELIMITED BY SIZE
                  "  COLLECTED: " DELIMITED BY SIZE
                  WS-PL-COLLECTED(WS-PL-SUB) DELIMITED BY SIZE
                  "  REASON: " DELIMITED BY SIZE
                  WS-RECALL-REASON DELIMITED BY SIZE
               INTO AUDIT-LINE
           END-STRING
           WRITE AUDIT-LINE.

      *one student on last night's extract: placed once their
      *streak has run long enough at level 3 with a hold on
      *request - never a second time, whatever became of the
      *first placement, and not while they keep to an agreement
       PLACE-ONE-STUDENT.
           MOVE WS-AGX-ID(WS-AGX-SEARCH-IDX) TO WS-LOOKUP-ID
           MOVE "Y" TO WS-AGX-FOUND-SW
           PERFORM FIND-DELINQ-STREAK
           IF DH-FOUND
               IF WS-DH-STREAK(WS-DH-SEARCH-IDX) >= WS-PLACE-STREAK
                   PERFORM FIND-HOLD
                   IF HOLD-FOUND
                       PERFORM FIND-PLACED
                       IF PL-NOT-FOUND
                           PERFORM CHECK-PAY-AGREEMENT
                           IF AGREEMENT-CURRENT
                               ADD 1 TO WS-AGR-SKIP-COUNT
                           ELSE
                               PERFORM ADD-PLACEMENT
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF.

       ADD-PLACEMENT.
           IF WS-PL-COUNT >= WS-MAX-PL
               DISPLAY "PLACED TABLE FULL - NOT PLACED: "
                       WS-LOOKUP-ID
           ELSE
               ADD 1 TO WS-PL-COUNT
               MOVE WS-LOOKUP-ID TO WS-PL-ID(WS-PL-COUNT)
               MOVE "P" TO WS-PL-STATUS(WS-PL-COUNT)
               MOVE WS-RUN-DATE-N TO WS-PL-PLACED-DATE(WS-PL-COUNT)
               MOVE WS-AGX-DUE(WS-AGX-SEARCH-IDX)
                 TO WS-PL-PLACED-AMT(WS-PL-COUNT)
               MOVE 0 TO WS-PL-CLOSE-DATE(WS-PL-COUNT)
               MOVE SPACES TO WS-PL-REASON(WS-PL-COUNT)
               MOVE 0 TO WS-PL-COLLECTED(WS-PL-COUNT)
               ADD 1 TO WS-PLACED-COUNT
               ADD WS-AGX-DUE(WS-AGX-SEARCH-IDX) TO WS-PLACED-TOTAL
               PERFORM FIND-STUDENT-NAME
               IF LIVE-RUN
                   MOVE SPACES TO AGENCY-OUT-RECORD
                   MOVE "P" TO AGO-TYPE
                   MOVE WS-LOOKUP-ID TO AGO-STU-ID
                   MOVE WS-STU-NAME TO AGO-NAME
                   MOVE WS-AGX-DUE(WS-AGX-SEARCH-IDX) TO AGO-AMT
                   MOVE WS-AGX-DAYS(WS-AGX-SEARCH-IDX) TO AGO-DAYS
                   MOVE WS-RUN-DATE-N TO AGO-DATE
                   MOVE SPACES TO AGO-REASON
                   WRITE AGENCY-OUT-RECORD
               END-IF
               MOVE SPACES TO AUDIT-LINE
               STRING "PLACED   ID: " DELIMITED BY SIZE
                      WS-LOOKUP-ID DELIMITED BY SIZE
                      "  DUE: " DELIMITED BY SIZE
                      WS-AGX-DUE(WS-AGX-SEARCH-IDX) DELIMITED BY SIZE
                      "  DAYS: " DELIMITED BY SIZE
                      WS-AGX-DAYS(WS-AGX-SEARCH-IDX) DELIMITED BY SIZE
                      "  STREAK: " DELIMITED BY SIZE
                      WS-DH-STREAK(WS-DH-SEARCH-IDX) DELIMITED BY SIZE
                   INTO AUDIT-LINE
               END-STRING
               WRITE AUDIT-LINE
           END-IF.

      *the same test the dunning roll makes: the agreed
      *installments fallen due against what the student paid - a
      *paid figure never captured counts as current, as it does
      *there; a student off the extract owes nothing to judge
       CHECK-PAY-AGREEMENT.
           MOVE "N" TO WS-AGR-STATE
           MOVE 0 TO WS-AGR-DUE-SUM
           PERFORM SUM-ONE-AGR-INST
               VARYING WS-AGR-SEARCH-IDX FROM 1 BY 1
               UNTIL WS-AGR-SEARCH-IDX > WS-AGR-COUNT
           IF AGREEMENT-CURRENT AND AGX-FOUND
               IF WS-AGX-PAID-SW(WS-AGX-SEARCH-IDX) = "Y"
                  AND WS-AGX-PAID(WS-AGX-SEARCH-IDX)
                        < WS-AGR-DUE-SUM
                   MOVE "B" TO WS-AGR-STATE
               END-IF
           END-IF.

       SUM-ONE-AGR-INST.
           IF WS-AGR-ID(WS-AGR-SEARCH-IDX) = WS-LOOKUP-ID
               MOVE "C" TO WS-AGR-STATE
               IF WS-AGR-DUE-DATE(WS-AGR-SEARCH-IDX)
                    <= WS-RUN-DATE-N
                   ADD WS-AGR-AMT(WS-AGR-SEARCH-IDX)
                     TO WS-AGR-DUE-SUM
               END-IF
           END-IF.

       FIND-AGING-ROW.
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

       FIND-DELINQ-STREAK.
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

      *any row for the student, whatever its status - nobody is
      *placed twice
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

       FIND-POSTED.
           MOVE "N" TO WS-PST-FOUND-SW
           MOVE 1 TO WS-PST-SEARCH-IDX
           PERFORM SEARCH-POSTED-TABLE
               UNTIL WS-PST-SEARCH-IDX > WS-PST-COUNT
                  OR PST-FOUND.

       SEARCH-POSTED-TABLE.
           IF WS-PST-REF(WS-PST-SEARCH-IDX) = RMT-REF
               MOVE "Y" TO WS-PST-FOUND-SW
           ELSE
               ADD 1 TO WS-PST-SEARCH-IDX
           END-IF.

      *name for the export - blank when the master has lost the
      *student
       FIND-STUDENT-NAME.
           MOVE SPACES TO WS-STU-NAME
           MOVE "N" TO WS-STU-FOUND-SW
           MOVE 1 TO WS-STU-SEARCH-IDX
           PERFORM SEARCH-STUDENT-TABLE
               UNTIL WS-STU-SEARCH-IDX > WS-STU-COUNT
                  OR STU-FOUND
           IF STU-FOUND
               MOVE WS-STU-TAB-NAME(WS-STU-SEARCH-IDX) TO WS-STU-NAME
           END-IF.

       SEARCH-STUDENT-TABLE.
           IF WS-STU-TAB-ID(WS-STU-SEARCH-IDX) = WS-LOOKUP-ID
               MOVE "Y" TO WS-STU-FOUND-SW
           ELSE
               ADD 1 TO WS-STU-SEARCH-IDX
           END-IF.

      *every placement goes back, placed, recalled or closed
       REWRITE-PLACED.
           OPEN OUTPUT PLACED-FILE
           PERFORM REWRITE-ONE-PLACED
               VARYING WS-PL-SUB FROM 1 BY 1
               UNTIL WS-PL-SUB > WS-PL-COUNT
           CLOSE PLACED-FILE.

       REWRITE-ONE-PLACED.
           MOVE SPACES TO PLACED-RECORD
           MOVE WS-PL-ID(WS-PL-SUB) TO PL-STU-ID
           MOVE WS-PL-STATUS(WS-PL-SUB) TO PL-STATUS
           MOVE WS-PL-PLACED-DATE(WS-PL-SUB) TO PL-PLACED-DATE
           MOVE WS-PL-PLACED-AMT(WS-PL-SUB) TO PL-PLACED-AMT
           MOVE WS-PL-CLOSE-DATE(WS-PL-SUB) TO PL-CLOSE-DATE
           MOVE WS-PL-REASON(WS-PL-SUB) TO PL-REASON
           MOVE WS-PL-COLLECTED(WS-PL-SUB) TO PL-COLLECTED
           WRITE PLACED-RECORD.

      *the payment file goes back whole with the agency's net
      *payments on the end - a batch trailer's count is raised by
      *the rows added, since the nightly run counts rows after the
      *trailer too
       REWRITE-PAYMENTS.
           IF WS-PAY-TRL-SUB > 0
               ADD WS-PAY-ADDED TO WS-PAY-TRL-COUNT
               MOVE SPACES TO WS-PAY-TAB-LINE(WS-PAY-TRL-SUB)
               STRING "T," DELIMITED BY SIZE
                      WS-PAY-TRL-COUNT DELIMITED BY SIZE
                   INTO WS-PAY-TAB-LINE(WS-PAY-TRL-SUB)
               END-STRING
           END-IF
           OPEN OUTPUT PAYMENT-FILE
           PERFORM WRITE-ONE-PAYMENT
               VARYING WS-PAY-SUB FROM 1 BY 1
               UNTIL WS-PAY-SUB > WS-PAY-COUNT
           CLOSE PAYMENT-FILE.

       WRITE-ONE-PAYMENT.
           MOVE WS-PAY-TAB-LINE(WS-PAY-SUB) TO PAYMENT-LINE
           WRITE PAYMENT-LINE.

       WRITE-AUDIT-SUMMARY.
           DISPLAY "========================================"
           DISPLAY "HW2-COLLECT - REMITTANCES POSTED : "
                   WS-RMT-COUNT
           DISPLAY "HW2-COLLECT - COLLECTED / COMMISSION / NET: "
                   WS-RMT-GROSS " / " WS-RMT-COMM-TOTAL " / "
                   WS-RMT-NET-TOTAL
           DISPLAY "HW2-COLLECT - ACCOUNTS PLACED    : "
                   WS-PLACED-COUNT "  AMOUNT: " WS-PLACED-TOTAL
           DISPLAY "HW2-COLLECT - ACCOUNTS RECALLED  : "
                   WS-RECALL-COUNT
           DISPLAY "HW2-COLLECT - CLOSED BY AGENCY   : "
                   WS-CLOSED-COUNT
           DISPLAY "HW2-COLLECT - ON AGREEMENT, KEPT : "
                   WS-AGR-SKIP-COUNT
           DISPLAY "HW2-COLLECT - ROWS REJECTED      : "
                   WS-REJECT-COUNT
           DISPLAY "========================================"
           MOVE SPACES TO AUDIT-LINE
           STRING "REMITTANCES POSTED: " DELIMITED BY SIZE
                  WS-RMT-COUNT DELIMITED BY SIZE
                  "  COLLECTED: " DELIMITED BY SIZE
                  WS-RMT-GROSS DELIMITED BY SIZE
                  "  COMMISSION: " DELIMITED BY SIZE
                  WS-RMT-COMM-TOTAL DELIMITED BY SIZE
                  "  NET PAID: " DELIMITED BY SIZE
                  WS-RMT-NET-TOTAL DELIMITED BY SIZE
                  "  REJECTED: " DELIMITED BY SIZE
                  WS-REJECT-COUNT DELIMITED BY SIZE
               INTO AUDIT-LINE
           END-STRING
           WRITE AUDIT-LINE
           MOVE SPACES TO AUDIT-LINE
           STRING "PLACED: " DELIMITED BY SIZE
                  WS-PLACED-COUNT DELIMITED BY SIZE
                  "  AMOUNT: " DELIMITED BY SIZE
                  WS-PLACED-TOTAL DELIMITED BY SIZE
                  "  RECALLED: " DELIMITED BY SIZE
                  WS-RECALL-COUNT DELIMITED BY SIZE
                  "  CLOSED BY AGENCY: " DELIMITED BY SIZE
                  WS-CLOSED-COUNT DELIMITED BY SIZE
                  "  ON AGREEMENT, NOT PLACED: " DELIMITED BY SIZE
                  WS-AGR-SKIP-COUNT DELIMITED BY SIZE
               INTO AUDIT-LINE
           END-STRING
           WRITE AUDIT-LINE.
