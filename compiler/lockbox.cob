      *declare this is a cobol code, named "HW2-LOCKBOX"
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HW2-LOCKBOX.

      *bank lockbox and card-processor import: reads each of the
      *bank's fixed-format remittance files named on
      *HW2-Lockbox-Files.dat, proves each one against its own
      *trailer count and total before taking anything from it, and
      *appends every item not imported before (judged by the bank's
      *item reference against HW2-Lockbox-Refs.dat) to the end of
      *HW2-Student-Payment.csv as an ordinary payment row for the
      *current term, keeping the H/T batch header and trailer the
      *nightly run checks in step; the control report totals the
      *items by deposit date and settlement method - the same
      *buckets HW2-CASH-SETTLE lines up against
      *HW2-Bank-Deposits.csv - so the import can be balanced to the
      *bank before the nightly run ever sees it
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *one bank file name per line - the lockbox file, the card
      *processor's file, any re-sent file; no list means nothing
      *came in
           SELECT FILE-LIST-FILE ASSIGN TO "HW2-Lockbox-Files.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FL-FILE-STATUS.
      *one bank remittance file, named off the list
           SELECT BANK-FILE ASSIGN TO WS-BANK-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BNK-FILE-STATUS.
      *every bank item reference ever imported - kept across terms,
      *since a bank re-sends a file whenever it likes
           SELECT REFS-FILE ASSIGN TO "HW2-Lockbox-Refs.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REF-FILE-STATUS.
           SELECT PAYMENT-FILE  ASSIGN TO "HW2-Student-Payment.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAY-FILE-STATUS.
      *suspense entries are payment-file line numbers - read only to
      *know whether a line may still be put in front of them
           SELECT SUSPENSE-FILE ASSIGN TO "HW2-Suspense.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUSP-FILE-STATUS.
           SELECT STUDENT-FILE  ASSIGN TO "HW2-Student-Main.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STU-FILE-STATUS.
           SELECT SPONSOR-FILE  ASSIGN TO "HW2-Sponsors.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SPN-FILE-STATUS.
           SELECT CONTROL-REPORT-FILE ASSIGN TO WS-CONTROL-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT TERM-FILE ASSIGN TO "HW2-Term.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TERM-FILE-STATUS.
      *a TRIAL run mode proves and lists the bank files but appends
      *nothing and records no reference as imported
           SELECT RUN-MODE-FILE ASSIGN TO "HW2-Run-Mode.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MODE-FILE-STATUS.
           SELECT RUN-CONTROL-FILE ASSIGN TO "HW2-Run-Control.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOCK-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD FILE-LIST-FILE.
       01 FILE-LIST-LINE     PIC X(60).

      *the bank's layout: an "H" header naming the bank and the
      *file, one "D" record per item, and a "T" trailer carrying
      *the item count and total the bank sent
       FD BANK-FILE.
       01 BANK-HEADER-RECORD.
           05 BKH-REC-TYPE    PIC X.
           05 BKH-BANK-ID     PIC X(10).
           05 BKH-FILE-DATE   PIC 9(8).
           05 BKH-FILE-ID     PIC X(12).
           05 FILLER          PIC X(49).
      *item type CHK (lockbox cheque), ACH or WIR (bank transfer),
      *CRD (card processor), CSH (cash paid in at the branch)
       01 BANK-DETAIL-RECORD.
           05 BKD-REC-TYPE    PIC X.
           05 BKD-REF         PIC X(16).
           05 BKD-STU-ID      PIC X(10).
           05 BKD-AMT         PIC 9(7).
           05 BKD-DEP-DATE    PIC 9(8).
           05 BKD-ITEM-TYPE   PIC X(3).
               88 BKD-ITEM-TRANSFER VALUES "CHK", "ACH", "WIR".
               88 BKD-ITEM-CARD     VALUE "CRD".
               88 BKD-ITEM-CASH     VALUE "CSH".
           05 FILLER          PIC X(35).
       01 BANK-TRAILER-RECORD.
           05 BKT-REC-TYPE    PIC X.
           05 BKT-COUNT       PIC 9(7).
           05 BKT-TOTAL       PIC 9(11).
           05 FILLER          PIC X(61).

       FD REFS-FILE.
       01 REFS-RECORD.
           05 REF-BANK-REF    PIC X(16).
           05 REF-STU-ID      PIC X(10).
           05 REF-AMT         PIC 9(7).
           05 REF-IMPORT-DATE PIC 9(8).

       FD PAYMENT-FILE.
       01 PAYMENT-LINE       PIC X(80).

       FD SUSPENSE-FILE.
       01 SUSPENSE-RECORD    PIC X(24).

       FD STUDENT-FILE.
       01 STUDENT-LINE       PIC X(80).

       FD SPONSOR-FILE.
       01 SPONSOR-LINE       PIC X(80).

       FD CONTROL-REPORT-FILE.
       01 CONTROL-REPORT-LINE PIC X(132).

       FD TERM-FILE.
       01 TERM-LINE          PIC X(20).

       FD RUN-MODE-FILE.
       01 RUN-MODE-LINE      PIC X(20).

       FD RUN-CONTROL-FILE.
       01 RUN-CONTROL-LINE   PIC X(40).

       WORKING-STORAGE SECTION.

      *for files EOF
       01 EOF-FL             PIC X VALUE "N".
       01 EOF-BNK            PIC X VALUE "N".
       01 EOF-REF            PIC X VALUE "N".
       01 EOF-PAY            PIC X VALUE "N".
       01 EOF-SUSP           PIC X VALUE "N".
       01 EOF-STU            PIC X VALUE "N".
       01 EOF-SPN            PIC X VALUE "N".
       01 EOF-TERM           PIC X VALUE "N".
       01 EOF-MODE           PIC X VALUE "N".

       01 WS-FL-FILE-STATUS   PIC XX.
       01 WS-BNK-FILE-STATUS  PIC XX.
       01 WS-REF-FILE-STATUS  PIC XX.
       01 WS-PAY-FILE-STATUS  PIC XX.
       01 WS-SUSP-FILE-STATUS PIC XX.
       01 WS-STU-FILE-STATUS  PIC XX.
       01 WS-SPN-FILE-STATUS  PIC XX.
       01 WS-TERM-FILE-STATUS PIC XX.
       01 WS-MODE-FILE-STATUS PIC XX.

       01 WS-BANK-FILENAME    PIC X(60).
       01 WS-CONTROL-FILENAME PIC X(40).

      *run-control lock state
       01 WS-LOCK-FILE-STATUS PIC XX.
       01 EOF-LOCK           PIC X VALUE "N".
       01 WS-LOCK-HOLDER     PIC X(40) VALUE SPACES.
       01 WS-RUN-DATE        PIC X(08).
       01 WS-RUN-DATE-N      PIC 9(8) VALUE 0.
       01 WS-RUN-STAMP       PIC X(14).
       01 WS-CURRENT-DATE-TIME PIC X(21).

      *imported payments belong to the open term
       01 WS-CURRENT-TERM    PIC X(8) VALUE SPACES.
       01 WS-TERM-ACTIVE-SW  PIC X VALUE "N".
           88 TERM-ACTIVE      VALUE "Y".
           88 TERM-NOT-ACTIVE  VALUE "N".

       01 WS-TRIAL-SW        PIC X VALUE "N".
           88 TRIAL-RUN        VALUE "Y".
           88 LIVE-RUN         VALUE "N".

      *every reference imported before, plus this run's
       01 WS-MAX-REF         PIC 9(5) VALUE 20000.
       01 WS-REF-COUNT       PIC 9(5) VALUE 0.
       01 WS-REF-TABLE.
           05 WS-REF-ENTRY OCCURS 20000 TIMES
                           INDEXED BY WS-REF-IDX.
               10 WS-REF-TAB-REF PIC X(16).
       01 WS-REF-SEARCH-IDX  PIC 9(5).
       01 WS-REF-FOUND-SW    PIC X VALUE "N".
           88 REF-FOUND        VALUE "Y".
           88 REF-NOT-FOUND    VALUE "N".
       01 WS-REF-OVERFLOW-SW PIC X VALUE "N".
           88 REF-TABLE-OVERFLOWED VALUE "Y".

      *the payment file raw, line for line, as HW2-COLLECT keeps it
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
       01 WS-PAY-DATA-ROWS   PIC 9(7) VALUE 0.
       01 WS-PAY-ADDED       PIC 9(5) VALUE 0.
      *first bad status met rewriting the payment file - "00"
      *means every open, write and close went through
       01 WS-PAY-FAIL-STATUS PIC XX VALUE "00".

      *this run's new references with the item each came on - held
      *back until the payment file carrying their rows is safely
      *rewritten, so a failed rewrite leaves no reference behind
      *to skip the items as duplicates next time; one per row
      *appended, so never more than the payment table
       01 WS-NEW-REF-COUNT   PIC 9(5) VALUE 0.
       01 WS-NEW-REF-TABLE.
           05 WS-NEW-REF-ENTRY OCCURS 5000 TIMES
                               INDEXED BY WS-NEW-REF-IDX.
               10 WS-NEW-REF        PIC X(16).
               10 WS-NEW-REF-STU-ID PIC X(10).
               10 WS-NEW-REF-AMT    PIC 9(7).
       01 WS-NEW-REF-SUB     PIC 9(5) VALUE 0.
       01 WS-SUSP-COUNT      PIC 9(7) VALUE 0.

      *how the payment file is framed for the nightly batch check:
      *"N" new file - header and trailer written around the rows,
      *"F" framed - header re-dated, rows after the trailer and its
      *count raised, "I" unframed and nothing in suspense - header
      *put in front and trailer on the end, "U" unframed with
      *suspense entries pointing into it - rows appended only,
      *"X" framing broken - nothing imported
       01 WS-FRAME-SW        PIC X VALUE "N".
           88 FRAME-NEW        VALUE "N".
           88 FRAME-FRAMED     VALUE "F".
           88 FRAME-INSERT     VALUE "I".
           88 FRAME-UNFRAMED   VALUE "U".
           88 FRAME-BROKEN     VALUE "X".
       01 WS-FRAME-TEXT      PIC X(60) VALUE SPACES.

      *every known payer - students off the master, then sponsors
       01 WS-MAX-STUDENTS    PIC 9(5) VALUE 5500.
       01 WS-STU-COUNT       PIC 9(5) VALUE 0.
       01 WS-STU-TABLE.
           05 WS-STU-ENTRY OCCURS 5500 TIMES
                           INDEXED BY WS-STU-IDX.
               10 WS-STU-TAB-ID   PIC X(10).
       01 WS-STU-SEARCH-IDX  PIC 9(5).
       01 WS-STU-FOUND-SW    PIC X VALUE "N".
           88 STU-FOUND        VALUE "Y".
           88 STU-NOT-FOUND    VALUE "N".
       01 WS-STU-ID          PIC X(10).
       01 WS-LOOKUP-ID       PIC X(10).

      *one bank file's proof - what the trailer says against what
      *the detail records add up to
       01 WS-BNK-OK-SW       PIC X VALUE "N".
           88 BANK-FILE-OK     VALUE "Y".
       01 WS-BNK-REC-NO      PIC 9(7) VALUE 0.
       01 WS-BNK-HDR-SW      PIC X VALUE "N".
       01 WS-BNK-TRL-SW      PIC X VALUE "N".
       01 WS-BNK-LATE-SW     PIC X VALUE "N".
       01 WS-BNK-ITEMS       PIC 9(7) VALUE 0.
       01 WS-BNK-TOTAL       PIC 9(11) VALUE 0.
       01 WS-BNK-TRL-COUNT   PIC 9(7) VALUE 0.
       01 WS-BNK-TRL-TOTAL   PIC 9(11) VALUE 0.
       01 WS-BNK-BANK-ID     PIC X(10).
       01 WS-BNK-FILE-ID     PIC X(12).
       01 WS-BNK-ERR-TEXT    PIC X(60).
       01 WS-BNK-FILE-ITEMS  PIC 9(7) VALUE 0.
       01 WS-BNK-FILE-AMT    PIC 9(11) VALUE 0.

      *one item as posted
       01 WS-ITEM-METHOD     PIC X(8).
       01 WS-REJECT-REASON   PIC X(40).

      *the import by deposit date and method, kept in date and
      *method order the way HW2-CASH-SETTLE reports them
       01 WS-MAX-SETTLE      PIC 9(4) VALUE 2000.
       01 WS-SETTLE-COUNT    PIC 9(4) VALUE 0.
       01 WS-SETTLE-TABLE.
           05 WS-SETTLE-ENTRY OCCURS 2000 TIMES
                              INDEXED BY WS-SETTLE-IDX.
               10 WS-SET-DATE     PIC 9(8).
               10 WS-SET-METHOD   PIC X(8).
               10 WS-SET-AMT      PIC 9(9).
               10 WS-SET-CNT      PIC 9(7).
       01 WS-SETTLE-SUB      PIC 9(4) VALUE 0.
       01 WS-SET-SEARCH-IDX  PIC 9(4) VALUE 0.
       01 WS-SET-FOUND-SW    PIC X VALUE "N".
           88 SET-FOUND        VALUE "Y".
           88 SET-NOT-FOUND    VALUE "N".
       01 WS-SET-LOOKUP-DATE PIC 9(8) VALUE 0.
       01 WS-SET-LOOKUP-METH PIC X(8).
       01 WS-SET-INS-POS     PIC 9(4) VALUE 0.
       01 WS-SET-SHIFT-SUB   PIC 9(4) VALUE 0.
       01 WS-SET-POS-SW      PIC X VALUE "N".
           88 INS-POS-FOUND    VALUE "Y".
           88 INS-POS-NOT-FOUND VALUE "N".

      *run totals
       01 WS-FILES-LISTED    PIC 9(5) VALUE 0.
       01 WS-FILES-TAKEN     PIC 9(5) VALUE 0.
       01 WS-FILES-REFUSED   PIC 9(5) VALUE 0.
       01 WS-IMPORT-COUNT    PIC 9(7) VALUE 0.
       01 WS-IMPORT-TOTAL    PIC 9(11) VALUE 0.
       01 WS-DUP-COUNT       PIC 9(7) VALUE 0.
       01 WS-DUP-TOTAL       PIC 9(11) VALUE 0.
       01 WS-REJECT-COUNT    PIC 9(7) VALUE 0.
       01 WS-REJECT-TOTAL    PIC 9(11) VALUE 0.
       01 WS-UNKNOWN-COUNT   PIC 9(7) VALUE 0.

       PROCEDURE DIVISION.

       MAIN.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           MOVE FUNCTION NUMVAL(WS-RUN-DATE) TO WS-RUN-DATE-N
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           MOVE WS-CURRENT-DATE-TIME(1:14) TO WS-RUN-STAMP
           STRING "HW2-Lockbox-Control-" DELIMITED BY SIZE
                  WS-RUN-DATE            DELIMITED BY SIZE
                  ".txt"                 DELIMITED BY SIZE
               INTO WS-CONTROL-FILENAME
           END-STRING

      *nothing shared is read until the lock is ours
           PERFORM TAKE-RUN-LOCK

           PERFORM LOAD-CURRENT-TERM
           PERFORM LOAD-RUN-MODE

           OPEN OUTPUT CONTROL-REPORT-FILE
           MOVE SPACES TO CONTROL-REPORT-LINE
           STRING "BANK LOCKBOX IMPORT CONTROL " DELIMITED BY SIZE
                  WS-RUN-DATE DELIMITED BY SIZE
                  "  TERM: " DELIMITED BY SIZE
                  WS-CURRENT-TERM DELIMITED BY SIZE
               INTO CONTROL-REPORT-LINE
           END-STRING
           WRITE CONTROL-REPORT-LINE
           IF TRIAL-RUN
               MOVE SPACES TO CONTROL-REPORT-LINE
               STRING "*** TRIAL RUN - NOTHING APPENDED, NO "
                        DELIMITED BY SIZE
                      "REFERENCE RECORDED ***" DELIMITED BY SIZE
                   INTO CONTROL-REPORT-LINE
               END-STRING
               WRITE CONTROL-REPORT-LINE
           END-IF

           IF TERM-NOT-ACTIVE
               DISPLAY "*** NO TERM FILE ON HAND - NOTHING "
                       "IMPORTED ***"
               MOVE "NO TERM FILE ON HAND - NOTHING IMPORTED"
                 TO CONTROL-REPORT-LINE
               WRITE CONTROL-REPORT-LINE
               CLOSE CONTROL-REPORT-FILE
               PERFORM RELEASE-RUN-LOCK
               STOP RUN
           END-IF

           PERFORM LOAD-REFS
           PERFORM LOAD-PAYMENTS

      *a state file bigger than its table cannot be rewritten
      *without losing rows - stop before anything is touched
           IF REF-TABLE-OVERFLOWED OR PAY-TABLE-OVERFLOWED
               DISPLAY "*** REFERENCE OR PAYMENT FILE EXCEEDS "
                       "TABLE - NOTHING IMPORTED ***"
               MOVE SPACES TO CONTROL-REPORT-LINE
               STRING "*** STATE FILE EXCEEDS TABLE - NOTHING "
                        DELIMITED BY SIZE
                      "IMPORTED" DELIMITED BY SIZE
                   INTO CONTROL-REPORT-LINE
               END-STRING
               WRITE CONTROL-REPORT-LINE
               CLOSE CONTROL-REPORT-FILE
               PERFORM RELEASE-RUN-LOCK
               STOP RUN
           END-IF

           PERFORM JUDGE-PAYMENT-FRAMING
           MOVE SPACES TO CONTROL-REPORT-LINE
           STRING "PAYMENT FILE: " DELIMITED BY SIZE
                  WS-FRAME-TEXT DELIMITED BY SIZE
               INTO CONTROL-REPORT-LINE
           END-STRING
           WRITE CONTROL-REPORT-LINE
           IF FRAME-BROKEN
               DISPLAY "*** HW2-STUDENT-PAYMENT.CSV "
                       FUNCTION TRIM(WS-FRAME-TEXT)
                       " - NOTHING IMPORTED ***"
               CLOSE CONTROL-REPORT-FILE
               PERFORM RELEASE-RUN-LOCK
               STOP RUN
           END-IF

           PERFORM LOAD-STUDENTS
           PERFORM LOAD-SPONSORS

           PERFORM IMPORT-BANK-FILES

           IF LIVE-RUN
               IF WS-PAY-ADDED > 0
                   PERFORM REWRITE-PAYMENTS
               END-IF
           ELSE
               DISPLAY "TRIAL RUN - PAYMENT FILE AND REFERENCE FILE "
                       "NOT WRITTEN"
           END-IF

           PERFORM WRITE-SETTLEMENT-TOTALS
           PERFORM WRITE-CONTROL-SUMMARY
           CLOSE CONTROL-REPORT-FILE
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
                       " - HW2-LOCKBOX NOT STARTED ***"
               STOP RUN
           END-IF
           OPEN OUTPUT RUN-CONTROL-FILE
           MOVE SPACES TO RUN-CONTROL-LINE
           STRING "HW2-LOCKBOX SINCE " DELIMITED BY SIZE
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
               DISPLAY "*** TRIAL RUN - BANK FILES PROVED AND LISTED "
                       "ONLY ***"
           END-IF.

      *every bank reference imported before - a missing file means
      *nothing has been imported yet
       LOAD-REFS.
           OPEN INPUT REFS-FILE
           IF WS-REF-FILE-STATUS NOT = "00"
               DISPLAY "HW2-LOCKBOX-REFS.DAT NOT AVAILABLE - STATUS "
                       WS-REF-FILE-STATUS
                       " - NO BANK ITEMS IMPORTED BEFORE"
           ELSE
               PERFORM UNTIL EOF-REF = "Y"
                   READ REFS-FILE
                       AT END
                           MOVE "Y" TO EOF-REF
                       NOT AT END
                           IF WS-REF-COUNT >= WS-MAX-REF
                               MOVE "Y" TO WS-REF-OVERFLOW-SW
                           ELSE
                               ADD 1 TO WS-REF-COUNT
                               MOVE REF-BANK-REF
                                 TO WS-REF-TAB-REF(WS-REF-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE REFS-FILE
           END-IF.

      *the payment file raw, line for line, noting where the batch
      *trailer sits and how many rows the nightly run will count
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
      *first line arms the check, a "T," line closes it, and every
      *other line is a row it counts - wherever it sits
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
               ELSE
                   ADD 1 TO WS-PAY-DATA-ROWS
               END-IF
           END-IF.

      *suspense entries number the payment file's lines, so a
      *header may only be put in front of an unframed file nobody
      *in suspense points into; a framed file that would already
      *fail the nightly check is left for the operator to repair
      *rather than framed over
       JUDGE-PAYMENT-FRAMING.
           EVALUATE TRUE
               WHEN WS-PAY-COUNT = 0
                   MOVE "N" TO WS-FRAME-SW
                   MOVE "NEW - BATCH HEADER AND TRAILER WRITTEN"
                     TO WS-FRAME-TEXT
               WHEN WS-PAY-HDR-SW = "Y" AND WS-PAY-TRL-SUB = 0
                   MOVE "X" TO WS-FRAME-SW
                   MOVE "HAS A BATCH HEADER BUT NO TRAILER"
                     TO WS-FRAME-TEXT
               WHEN WS-PAY-HDR-SW = "Y"
                    AND WS-PAY-TRL-COUNT NOT = WS-PAY-DATA-ROWS
                   MOVE "X" TO WS-FRAME-SW
                   MOVE "TRAILER COUNT DOES NOT MATCH ITS ROWS"
                     TO WS-FRAME-TEXT
               WHEN WS-PAY-HDR-SW = "Y"
                   MOVE "F" TO WS-FRAME-SW
                   MOVE "FRAMED - HEADER RE-DATED, TRAILER RAISED"
                     TO WS-FRAME-TEXT
               WHEN OTHER
                   PERFORM COUNT-SUSPENSE
                   IF WS-SUSP-COUNT = 0
                       MOVE "I" TO WS-FRAME-SW
                       MOVE "UNFRAMED - BATCH HEADER AND TRAILER ADDED"
                         TO WS-FRAME-TEXT
                   ELSE
                       MOVE "U" TO WS-FRAME-SW
                       MOVE "UNFRAMED, USED BY SUSPENSE - APPENDED ONLY"
                         TO WS-FRAME-TEXT
                   END-IF
           END-EVALUATE.

       COUNT-SUSPENSE.
           OPEN INPUT SUSPENSE-FILE
           IF WS-SUSP-FILE-STATUS = "00"
               PERFORM UNTIL EOF-SUSP = "Y"
                   READ SUSPENSE-FILE
                       AT END
                           MOVE "Y" TO EOF-SUSP
                       NOT AT END
                           IF SUSPENSE-RECORD NOT = SPACES
                               ADD 1 TO WS-SUSP-COUNT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SUSPENSE-FILE
           END-IF.

      *student ids off the master - an item for an id not on it is
      *still imported, the money is in the bank, and HW2-PAY-VALIDATE
      *parks it in suspense
       LOAD-STUDENTS.
           OPEN INPUT STUDENT-FILE
           IF WS-STU-FILE-STATUS NOT = "00"
               DISPLAY "HW2-STUDENT-MAIN.CSV NOT AVAILABLE - STATUS "
                       WS-STU-FILE-STATUS
                       " - NO PAYER IDS CHECKED"
           ELSE
               PERFORM UNTIL EOF-STU = "Y"
                   READ STUDENT-FILE
                       AT END
                           MOVE "Y" TO EOF-STU
                       NOT AT END
                           MOVE SPACES TO WS-STU-ID
                           UNSTRING STUDENT-LINE
                               DELIMITED BY ","
                               INTO WS-STU-ID
                           END-UNSTRING
                           IF WS-STU-ID NOT = SPACES
                               PERFORM ADD-PAYER-ID
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE STUDENT-FILE
           END-IF.

      *sponsor ids ride in the same table as the student ids - a
      *missing sponsor file just means no payer is a sponsor
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
                           MOVE SPACES TO WS-STU-ID
                           UNSTRING SPONSOR-LINE
                               DELIMITED BY ","
                               INTO WS-STU-ID
                           END-UNSTRING
                           IF WS-STU-ID NOT = SPACES
                               PERFORM ADD-PAYER-ID
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SPONSOR-FILE
           END-IF.

       ADD-PAYER-ID.
           IF WS-STU-COUNT >= WS-MAX-STUDENTS
               DISPLAY "PAYER TABLE FULL - ID SKIPPED: " WS-STU-ID
           ELSE
               ADD 1 TO WS-STU-COUNT
               MOVE WS-STU-ID TO WS-STU-TAB-ID(WS-STU-COUNT)
           END-IF.

      *every bank file on the list, each proved whole before any
      *item of it is taken
       IMPORT-BANK-FILES.
           OPEN INPUT FILE-LIST-FILE
           IF WS-FL-FILE-STATUS NOT = "00"
               DISPLAY "HW2-LOCKBOX-FILES.DAT NOT AVAILABLE - STATUS "
                       WS-FL-FILE-STATUS
                       " - NO BANK FILES TO IMPORT"
               MOVE "NO BANK FILE LIST ON HAND - NOTHING IMPORTED"
                 TO CONTROL-REPORT-LINE
               WRITE CONTROL-REPORT-LINE
           ELSE
               PERFORM UNTIL EOF-FL = "Y"
                   READ FILE-LIST-FILE
                       AT END
                           MOVE "Y" TO EOF-FL
                       NOT AT END
                           IF FUNCTION TRIM(FILE-LIST-LINE)
                                NOT = SPACES
                               MOVE FUNCTION TRIM(FILE-LIST-LINE)
                                 TO WS-BANK-FILENAME
                               PERFORM IMPORT-ONE-BANK-FILE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FILE-LIST-FILE
           END-IF.

       IMPORT-ONE-BANK-FILE.
           ADD 1 TO WS-FILES-LISTED
           MOVE SPACES TO CONTROL-REPORT-LINE
           WRITE CONTROL-REPORT-LINE
           PERFORM PROVE-BANK-FILE
           IF BANK-FILE-OK
               ADD 1 TO WS-FILES-TAKEN
               MOVE SPACES TO CONTROL-REPORT-LINE
               STRING "BANK FILE " DELIMITED BY SIZE
                      FUNCTION TRIM(WS-BANK-FILENAME)
                        DELIMITED BY SIZE
                      "  BANK: " DELIMITED BY SIZE
                      WS-BNK-BANK-ID DELIMITED BY SIZE
                      "  FILE ID: " DELIMITED BY SIZE
                      WS-BNK-FILE-ID DELIMITED BY SIZE
                      "  ITEMS: " DELIMITED BY SIZE
                      WS-BNK-ITEMS DELIMITED BY SIZE
                      "  TOTAL: " DELIMITED BY SIZE
                      WS-BNK-TOTAL DELIMITED BY SIZE
                      "  PROVED" DELIMITED BY SIZE
                   INTO CONTROL-REPORT-LINE
               END-STRING
               WRITE CONTROL-REPORT-LINE
               MOVE 0 TO WS-BNK-FILE-ITEMS WS-BNK-FILE-AMT
               MOVE "N" TO EOF-BNK
               MOVE 0 TO WS-BNK-REC-NO
               OPEN INPUT BANK-FILE
               PERFORM UNTIL EOF-BNK = "Y"
                   READ BANK-FILE
                       AT END
                           MOVE "Y" TO EOF-BNK
                       NOT AT END
                           ADD 1 TO WS-BNK-REC-NO
                           IF BKD-REC-TYPE = "D"
                               PERFORM CHECK-ONE-ITEM
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BANK-FILE
               MOVE SPACES TO CONTROL-REPORT-LINE
               STRING "  IMPORTED FROM THIS FILE: " DELIMITED BY SIZE
                      WS-BNK-FILE-ITEMS DELIMITED BY SIZE
                      "  AMOUNT: " DELIMITED BY SIZE
                      WS-BNK-FILE-AMT DELIMITED BY SIZE
                   INTO CONTROL-REPORT-LINE
               END-STRING
               WRITE CONTROL-REPORT-LINE
           ELSE
               ADD 1 TO WS-FILES-REFUSED
               DISPLAY "*** BANK FILE " FUNCTION TRIM(WS-BANK-FILENAME)
                       " REFUSED: " FUNCTION TRIM(WS-BNK-ERR-TEXT)
                       " ***"
               MOVE SPACES TO CONTROL-REPORT-LINE
               STRING "*** BANK FILE " DELIMITED BY SIZE
                      FUNCTION TRIM(WS-BANK-FILENAME)
                        DELIMITED BY SIZE
                      " REFUSED - NOTHING TAKEN: " DELIMITED BY SIZE
                      FUNCTION TRIM(WS-BNK-ERR-TEXT)
                        DELIMITED BY SIZE
                   INTO CONTROL-REPORT-LINE
               END-STRING
               WRITE CONTROL-REPORT-LINE
           END-IF.

      *first pass: a header first, a trailer last, and the trailer's
      *count and total equal to the detail records between - a file
      *cut short in transmission or padded with anything else is
      *refused whole
       PROVE-BANK-FILE.
           MOVE "N" TO WS-BNK-OK-SW
           MOVE "N" TO WS-BNK-HDR-SW
           MOVE "N" TO WS-BNK-TRL-SW
           MOVE "N" TO WS-BNK-LATE-SW
           MOVE 0 TO WS-BNK-REC-NO WS-BNK-ITEMS WS-BNK-TOTAL
                     WS-BNK-TRL-COUNT WS-BNK-TRL-TOTAL
           MOVE SPACES TO WS-BNK-BANK-ID WS-BNK-FILE-ID
                          WS-BNK-ERR-TEXT
           MOVE "N" TO EOF-BNK
           OPEN INPUT BANK-FILE
           IF WS-BNK-FILE-STATUS NOT = "00"
               MOVE SPACES TO WS-BNK-ERR-TEXT
               STRING "NOT AVAILABLE - STATUS " DELIMITED BY SIZE
                      WS-BNK-FILE-STATUS DELIMITED BY SIZE
                   INTO WS-BNK-ERR-TEXT
               END-STRING
           ELSE
               PERFORM UNTIL EOF-BNK = "Y"
                   READ BANK-FILE
                       AT END
                           MOVE "Y" TO EOF-BNK
                       NOT AT END
                           PERFORM PROVE-ONE-BANK-RECORD
                   END-READ
               END-PERFORM
               CLOSE BANK-FILE
               EVALUATE TRUE
                   WHEN WS-BNK-ERR-TEXT NOT = SPACES
                       CONTINUE
                   WHEN WS-BNK-HDR-SW = "N"
                       MOVE "NO BANK HEADER RECORD" TO WS-BNK-ERR-TEXT
                   WHEN WS-BNK-TRL-SW = "N"
                       MOVE "NO BANK TRAILER - TRANSMISSION TRUNCATED"
                         TO WS-BNK-ERR-TEXT
                   WHEN WS-BNK-LATE-SW = "Y"
                       MOVE "RECORDS AFTER THE BANK TRAILER"
                         TO WS-BNK-ERR-TEXT
                   WHEN WS-BNK-TRL-COUNT NOT = WS-BNK-ITEMS
                       MOVE SPACES TO WS-BNK-ERR-TEXT
                       STRING "ITEM COUNT MISMATCH - TRAILER "
                                DELIMITED BY SIZE
                              WS-BNK-TRL-COUNT DELIMITED BY SIZE
                              " GOT " DELIMITED BY SIZE
                              WS-BNK-ITEMS DELIMITED BY SIZE
                          INTO WS-BNK-ERR-TEXT
                       END-STRING
                   WHEN WS-BNK-TRL-TOTAL NOT = WS-BNK-TOTAL
                       MOVE SPACES TO WS-BNK-ERR-TEXT
                       STRING "ITEM TOTAL MISMATCH - TRAILER "
                                DELIMITED BY SIZE
                              WS-BNK-TRL-TOTAL DELIMITED BY SIZE
                              " GOT " DELIMITED BY SIZE
                              WS-BNK-TOTAL DELIMITED BY SIZE
                          INTO WS-BNK-ERR-TEXT
                       END-STRING
                   WHEN OTHER
                       MOVE "Y" TO WS-BNK-OK-SW
               END-EVALUATE
           END-IF.

       PROVE-ONE-BANK-RECORD.
           ADD 1 TO WS-BNK-REC-NO
           IF WS-BNK-TRL-SW = "Y"
               MOVE "Y" TO WS-BNK-LATE-SW
           ELSE
               EVALUATE TRUE
                   WHEN WS-BNK-REC-NO = 1 AND BKH-REC-TYPE = "H"
                       MOVE "Y" TO WS-BNK-HDR-SW
                       MOVE BKH-BANK-ID TO WS-BNK-BANK-ID
                       MOVE BKH-FILE-ID TO WS-BNK-FILE-ID
                   WHEN WS-BNK-HDR-SW = "Y" AND BKD-REC-TYPE = "D"
                       ADD 1 TO WS-BNK-ITEMS
                       IF BKD-AMT NUMERIC
                           ADD BKD-AMT TO WS-BNK-TOTAL
                       END-IF
                   WHEN WS-BNK-HDR-SW = "Y" AND BKT-REC-TYPE = "T"
                       MOVE "Y" TO WS-BNK-TRL-SW
                       IF BKT-COUNT NUMERIC AND BKT-TOTAL NUMERIC
                           MOVE BKT-COUNT TO WS-BNK-TRL-COUNT
                           MOVE BKT-TOTAL TO WS-BNK-TRL-TOTAL
                       ELSE
                           MOVE "BANK TRAILER UNREADABLE"
                             TO WS-BNK-ERR-TEXT
                       END-IF
                   WHEN WS-BNK-HDR-SW = "N"
                       MOVE "Y" TO EOF-BNK
                   WHEN OTHER
                       IF WS-BNK-ERR-TEXT = SPACES
                           MOVE SPACES TO WS-BNK-ERR-TEXT
                           STRING "UNKNOWN RECORD TYPE AT RECORD "
                                    DELIMITED BY SIZE
                                  WS-BNK-REC-NO DELIMITED BY SIZE
                              INTO WS-BNK-ERR-TEXT
                           END-STRING
                       END-IF
               END-EVALUATE
           END-IF.

      *second pass, one item: it needs a reference, a student id,
      *an amount, a deposit date and an item type we can settle;
      *one whose reference was imported before is a re-sent item
      *and is skipped, not rejected
       CHECK-ONE-ITEM.
           MOVE SPACES TO WS-REJECT-REASON
           MOVE SPACES TO WS-ITEM-METHOD
           EVALUATE TRUE
               WHEN BKD-ITEM-TRANSFER
                   MOVE "TRANSFER" TO WS-ITEM-METHOD
               WHEN BKD-ITEM-CARD
                   MOVE "CARD" TO WS-ITEM-METHOD
               WHEN BKD-ITEM-CASH
                   MOVE "CASH" TO WS-ITEM-METHOD
           END-EVALUATE
           EVALUATE TRUE
               WHEN BKD-REF = SPACES
                   MOVE "NO BANK REFERENCE" TO WS-REJECT-REASON
               WHEN BKD-STU-ID = SPACES
                   MOVE "NO STUDENT ID ON ITEM" TO WS-REJECT-REASON
               WHEN BKD-AMT NOT NUMERIC
                   MOVE "AMOUNT NOT NUMERIC" TO WS-REJECT-REASON
               WHEN BKD-AMT = 0
                   MOVE "ZERO AMOUNT" TO WS-REJECT-REASON
               WHEN BKD-DEP-DATE NOT NUMERIC
                   MOVE "DEPOSIT DATE NOT NUMERIC" TO WS-REJECT-REASON
               WHEN FUNCTION INTEGER-OF-DATE(BKD-DEP-DATE) = 0
                   MOVE "DEPOSIT DATE INVALID" TO WS-REJECT-REASON
               WHEN BKD-DEP-DATE > WS-RUN-DATE-N
                   MOVE "DEPOSIT DATE IN THE FUTURE"
                     TO WS-REJECT-REASON
               WHEN WS-ITEM-METHOD = SPACES
                   MOVE "UNKNOWN ITEM TYPE" TO WS-REJECT-REASON
           END-EVALUATE
           IF WS-REJECT-REASON = SPACES
               PERFORM FIND-REF
               IF REF-FOUND
                   PERFORM SKIP-DUPLICATE-ITEM
               ELSE
                   IF WS-PAY-COUNT >= WS-MAX-PAYMENTS
                      OR WS-REF-COUNT >= WS-MAX-REF
                       MOVE "PAYMENT OR REFERENCE TABLE FULL"
                         TO WS-REJECT-REASON
                       PERFORM REJECT-ITEM
                   ELSE
                       PERFORM POST-ONE-ITEM
                   END-IF
               END-IF
           ELSE
               PERFORM REJECT-ITEM
           END-IF.

      *the item goes on the end of the payment table as a row for
      *the current term and its reference goes into the table at
      *once, so the same item later in this run is caught as well,
      *and is held for the references file
       POST-ONE-ITEM.
           ADD 1 TO WS-PAY-COUNT
           ADD 1 TO WS-PAY-ADDED
           MOVE SPACES TO WS-PAY-TAB-LINE(WS-PAY-COUNT)
           STRING FUNCTION TRIM(BKD-STU-ID) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  BKD-AMT DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  BKD-DEP-DATE DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  WS-ITEM-METHOD DELIMITED BY SPACE
                  "," DELIMITED BY SIZE
                  WS-CURRENT-TERM DELIMITED BY SPACE
               INTO WS-PAY-TAB-LINE(WS-PAY-COUNT)
           END-STRING
           ADD 1 TO WS-REF-COUNT
           MOVE BKD-REF TO WS-REF-TAB-REF(WS-REF-COUNT)
           ADD 1 TO WS-NEW-REF-COUNT
           MOVE BKD-REF TO WS-NEW-REF(WS-NEW-REF-COUNT)
           MOVE BKD-STU-ID TO WS-NEW-REF-STU-ID(WS-NEW-REF-COUNT)
           MOVE BKD-AMT TO WS-NEW-REF-AMT(WS-NEW-REF-COUNT)
           ADD 1 TO WS-IMPORT-COUNT
           ADD BKD-AMT TO WS-IMPORT-TOTAL
           ADD 1 TO WS-BNK-FILE-ITEMS
           ADD BKD-AMT TO WS-BNK-FILE-AMT
           MOVE BKD-DEP-DATE TO WS-SET-LOOKUP-DATE
           MOVE WS-ITEM-METHOD TO WS-SET-LOOKUP-METH
           PERFORM FIND-SETTLE-BUCKET
           IF SET-NOT-FOUND
               PERFORM ADD-SETTLE-BUCKET
           END-IF
           IF SET-FOUND
               ADD BKD-AMT TO WS-SET-AMT(WS-SET-SEARCH-IDX)
               ADD 1 TO WS-SET-CNT(WS-SET-SEARCH-IDX)
           END-IF
           MOVE BKD-STU-ID TO WS-LOOKUP-ID
           PERFORM FIND-PAYER
           IF STU-NOT-FOUND
               ADD 1 TO WS-UNKNOWN-COUNT
               MOVE SPACES TO CONTROL-REPORT-LINE
               STRING "  IMPORTED REF " DELIMITED BY SIZE
                      BKD-REF DELIMITED BY SIZE
                      "  ID: " DELIMITED BY SIZE
                      BKD-STU-ID DELIMITED BY SIZE
                      "  AMOUNT: " DELIMITED BY SIZE
                      BKD-AMT DELIMITED BY SIZE
                      "  *** ID NOT ON MASTER OR SPONSOR FILE - "
                        DELIMITED BY SIZE
                      "GOES TO SUSPENSE ***" DELIMITED BY SIZE
                   INTO CONTROL-REPORT-LINE
               END-STRING
               WRITE CONTROL-REPORT-LINE
           END-IF.

       SKIP-DUPLICATE-ITEM.
           ADD 1 TO WS-DUP-COUNT
           ADD BKD-AMT TO WS-DUP-TOTAL
           MOVE SPACES TO CONTROL-REPORT-LINE
           STRING "  DUPLICATE REF " DELIMITED BY SIZE
                  BKD-REF DELIMITED BY SIZE
                  "  ID: " DELIMITED BY SIZE
                  BKD-STU-ID DELIMITED BY SIZE
                  "  AMOUNT: " DELIMITED BY SIZE
                  BKD-AMT DELIMITED BY SIZE
                  " - ALREADY IMPORTED, SKIPPED" DELIMITED BY SIZE
               INTO CONTROL-REPORT-LINE
           END-STRING
           WRITE CONTROL-REPORT-LINE.

      *a rejected item was still banked - it shows in
      *HW2-CASH-SETTLE as a difference until it is keyed by hand
       REJECT-ITEM.
           ADD 1 TO WS-REJECT-COUNT
           IF BKD-AMT NUMERIC
               ADD BKD-AMT TO WS-REJECT-TOTAL
           END-IF
           DISPLAY "REJECTED BANK ITEM " WS-BNK-REC-NO
                   " OF " FUNCTION TRIM(WS-BANK-FILENAME)
                   ": " WS-REJECT-REASON
           MOVE SPACES TO CONTROL-REPORT-LINE
           STRING "  REJECTED RECORD " DELIMITED BY SIZE
                  WS-BNK-REC-NO DELIMITED BY SIZE
                  " - " DELIMITED BY SIZE
                  WS-REJECT-REASON DELIMITED BY SIZE
                  ": " DELIMITED BY SIZE
                  BANK-DETAIL-RECORD DELIMITED BY SIZE
               INTO CONTROL-REPORT-LINE
           END-STRING
           WRITE CONTROL-REPORT-LINE.

       FIND-REF.
           MOVE "N" TO WS-REF-FOUND-SW
           MOVE 1 TO WS-REF-SEARCH-IDX
           PERFORM SEARCH-REF-TABLE
               UNTIL WS-REF-SEARCH-IDX > WS-REF-COUNT
                  OR REF-FOUND.

       SEARCH-REF-TABLE.
           IF WS-REF-TAB-REF(WS-REF-SEARCH-IDX) = BKD-REF
               MOVE "Y" TO WS-REF-FOUND-SW
           ELSE
               ADD 1 TO WS-REF-SEARCH-IDX
           END-IF.

       FIND-PAYER.
           MOVE "N" TO WS-STU-FOUND-SW
           MOVE 1 TO WS-STU-SEARCH-IDX
           PERFORM SEARCH-PAYER-TABLE
               UNTIL WS-STU-SEARCH-IDX > WS-STU-COUNT
                  OR STU-FOUND.

       SEARCH-PAYER-TABLE.
           IF WS-STU-TAB-ID(WS-STU-SEARCH-IDX) = WS-LOOKUP-ID
               MOVE "Y" TO WS-STU-FOUND-SW
           ELSE
               ADD 1 TO WS-STU-SEARCH-IDX
           END-IF.

       FIND-SETTLE-BUCKET.
           MOVE "N" TO WS-SET-FOUND-SW
           MOVE 1 TO WS-SET-SEARCH-IDX
           PERFORM SEARCH-SETTLE-TABLE
               UNTIL WS-SET-SEARCH-IDX > WS-SETTLE-COUNT
                  OR SET-FOUND.

       SEARCH-SETTLE-TABLE.
           IF WS-SET-DATE(WS-SET-SEARCH-IDX) = WS-SET-LOOKUP-DATE
              AND WS-SET-METHOD(WS-SET-SEARCH-IDX)
                    = WS-SET-LOOKUP-METH
               MOVE "Y" TO WS-SET-FOUND-SW
           ELSE
               ADD 1 TO WS-SET-SEARCH-IDX
           END-IF.

      *a fresh bucket is slotted in at its date/method position so
      *the report reads down day by day as the settlement does
       ADD-SETTLE-BUCKET.
           IF WS-SETTLE-COUNT >= WS-MAX-SETTLE
               DISPLAY "SETTLEMENT TABLE FULL - BUCKET SKIPPED: "
                       WS-SET-LOOKUP-DATE " " WS-SET-LOOKUP-METH
           ELSE
               MOVE "N" TO WS-SET-POS-SW
               MOVE 1 TO WS-SET-INS-POS
               PERFORM FIND-SETTLE-INSERT-POS
                   UNTIL WS-SET-INS-POS > WS-SETTLE-COUNT
                      OR INS-POS-FOUND
               ADD 1 TO WS-SETTLE-COUNT
               PERFORM SHIFT-ONE-SETTLE
                   VARYING WS-SET-SHIFT-SUB
                   FROM WS-SETTLE-COUNT BY -1
                   UNTIL WS-SET-SHIFT-SUB <= WS-SET-INS-POS
               MOVE WS-SET-LOOKUP-DATE
                 TO WS-SET-DATE(WS-SET-INS-POS)
               MOVE WS-SET-LOOKUP-METH
                 TO WS-SET-METHOD(WS-SET-INS-POS)
               MOVE 0 TO WS-SET-AMT(WS-SET-INS-POS)
               MOVE 0 TO WS-SET-CNT(WS-SET-INS-POS)
               MOVE WS-SET-INS-POS TO WS-SET-SEARCH-IDX
               MOVE "Y" TO WS-SET-FOUND-SW
           END-IF.

       FIND-SETTLE-INSERT-POS.
           IF WS-SET-DATE(WS-SET-INS-POS) > WS-SET-LOOKUP-DATE
              OR (WS-SET-DATE(WS-SET-INS-POS) = WS-SET-LOOKUP-DATE
                  AND WS-SET-METHOD(WS-SET-INS-POS)
                        > WS-SET-LOOKUP-METH)
               MOVE "Y" TO WS-SET-POS-SW
           ELSE
               ADD 1 TO WS-SET-INS-POS
           END-IF.

       SHIFT-ONE-SETTLE.
           MOVE WS-SETTLE-ENTRY(WS-SET-SHIFT-SUB - 1)
             TO WS-SETTLE-ENTRY(WS-SET-SHIFT-SUB).

      *the payment file goes back whole with the imported rows on
      *the end, framed as JUDGE-PAYMENT-FRAMING decided - the
      *header carries tonight's date so the nightly run's staleness
      *check passes, and the trailer counts every row it will count
       REWRITE-PAYMENTS.
           OPEN OUTPUT PAYMENT-FILE
           IF WS-PAY-FILE-STATUS NOT = "00"
               DISPLAY "*** HW2-STUDENT-PAYMENT.CSV NOT WRITABLE - "
                       "STATUS " WS-PAY-FILE-STATUS
                       " - NOTHING IMPORTED ***"
               MOVE SPACES TO CONTROL-REPORT-LINE
               STRING "*** PAYMENT FILE NOT WRITABLE - STATUS "
                        DELIMITED BY SIZE
                      WS-PAY-FILE-STATUS DELIMITED BY SIZE
                      " - NOTHING IMPORTED, NO REFERENCE RECORDED"
                        DELIMITED BY SIZE
                   INTO CONTROL-REPORT-LINE
               END-STRING
               WRITE CONTROL-REPORT-LINE
               CLOSE CONTROL-REPORT-FILE
               PERFORM RELEASE-RUN-LOCK
               STOP RUN
           END-IF
           EVALUATE TRUE
               WHEN FRAME-NEW
               WHEN FRAME-INSERT
                   PERFORM WRITE-PAY-HEADER
                   PERFORM WRITE-ONE-PAYMENT
                       VARYING WS-PAY-SUB FROM 1 BY 1
                       UNTIL WS-PAY-SUB > WS-PAY-COUNT
                   COMPUTE WS-PAY-TRL-COUNT =
                       WS-PAY-DATA-ROWS + WS-PAY-ADDED
                   PERFORM WRITE-PAY-TRAILER
               WHEN FRAME-FRAMED
                   MOVE SPACES TO WS-PAY-TAB-LINE(1)
                   STRING "H," DELIMITED BY SIZE
                          WS-RUN-DATE DELIMITED BY SIZE
                       INTO WS-PAY-TAB-LINE(1)
                   END-STRING
                   ADD WS-PAY-ADDED TO WS-PAY-TRL-COUNT
                   MOVE SPACES TO WS-PAY-TAB-LINE(WS-PAY-TRL-SUB)
                   STRING "T," DELIMITED BY SIZE
                          WS-PAY-TRL-COUNT DELIMITED BY SIZE
                       INTO WS-PAY-TAB-LINE(WS-PAY-TRL-SUB)
                   END-STRING
                   PERFORM WRITE-ONE-PAYMENT
                       VARYING WS-PAY-SUB FROM 1 BY 1
                       UNTIL WS-PAY-SUB > WS-PAY-COUNT
               WHEN OTHER
                   PERFORM WRITE-ONE-PAYMENT
                       VARYING WS-PAY-SUB FROM 1 BY 1
                       UNTIL WS-PAY-SUB > WS-PAY-COUNT
           END-EVALUATE
           CLOSE PAYMENT-FILE
           IF WS-PAY-FAIL-STATUS = "00"
               MOVE WS-PAY-FILE-STATUS TO WS-PAY-FAIL-STATUS
           END-IF
      *a rewrite that did not go through may have left the file
      *short - no reference is recorded, so every item imports
      *again once the file is restored from its backup
           IF WS-PAY-FAIL-STATUS NOT = "00"
               DISPLAY "*** HW2-STUDENT-PAYMENT.CSV REWRITE FAILED - "
                       "STATUS " WS-PAY-FAIL-STATUS
                       " - RESTORE IT, NO REFERENCE RECORDED ***"
               MOVE SPACES TO CONTROL-REPORT-LINE
               STRING "*** PAYMENT FILE REWRITE FAILED - STATUS "
                        DELIMITED BY SIZE
                      WS-PAY-FAIL-STATUS DELIMITED BY SIZE
                      " - RESTORE IT, NO REFERENCE RECORDED"
                        DELIMITED BY SIZE
                   INTO CONTROL-REPORT-LINE
               END-STRING
               WRITE CONTROL-REPORT-LINE
               CLOSE CONTROL-REPORT-FILE
               PERFORM RELEASE-RUN-LOCK
               STOP RUN
           END-IF
           DISPLAY "HW2-STUDENT-PAYMENT.CSV REWRITTEN - "
                   WS-PAY-ADDED " ROWS APPENDED"
           PERFORM RECORD-NEW-REFS.

      *the payment rows are on file - now their references go on
      *the end of HW2-Lockbox-Refs.dat
       RECORD-NEW-REFS.
           OPEN EXTEND REFS-FILE
           IF WS-REF-FILE-STATUS NOT = "00"
               OPEN OUTPUT REFS-FILE
           END-IF
           IF WS-REF-FILE-STATUS NOT = "00"
               DISPLAY "*** HW2-LOCKBOX-REFS.DAT NOT WRITABLE - "
                       "STATUS " WS-REF-FILE-STATUS
                       " - " WS-NEW-REF-COUNT
                       " REFERENCES NOT RECORDED ***"
               MOVE SPACES TO CONTROL-REPORT-LINE
               STRING "*** REFERENCE FILE NOT WRITABLE - STATUS "
                        DELIMITED BY SIZE
                      WS-REF-FILE-STATUS DELIMITED BY SIZE
                      " - PAYMENTS APPENDED BUT REFERENCES NOT "
                        DELIMITED BY SIZE
                      "RECORDED, DO NOT RERUN THESE BANK FILES"
                        DELIMITED BY SIZE
                   INTO CONTROL-REPORT-LINE
               END-STRING
               WRITE CONTROL-REPORT-LINE
               CLOSE CONTROL-REPORT-FILE
               PERFORM RELEASE-RUN-LOCK
               STOP RUN
           END-IF
           PERFORM WRITE-ONE-NEW-REF
               VARYING WS-NEW-REF-SUB FROM 1 BY 1
               UNTIL WS-NEW-REF-SUB > WS-NEW-REF-COUNT
           CLOSE REFS-FILE.

       WRITE-ONE-NEW-REF.
           MOVE SPACES TO REFS-RECORD
           MOVE WS-NEW-REF(WS-NEW-REF-SUB) TO REF-BANK-REF
           MOVE WS-NEW-REF-STU-ID(WS-NEW-REF-SUB) TO REF-STU-ID
           MOVE WS-NEW-REF-AMT(WS-NEW-REF-SUB) TO REF-AMT
           MOVE WS-RUN-DATE-N TO REF-IMPORT-DATE
           WRITE REFS-RECORD.

       WRITE-PAY-HEADER.
           MOVE SPACES TO PAYMENT-LINE
           STRING "H," DELIMITED BY SIZE
                  WS-RUN-DATE DELIMITED BY SIZE
               INTO PAYMENT-LINE
           END-STRING
           WRITE PAYMENT-LINE
           PERFORM NOTE-PAY-WRITE-STATUS.

       WRITE-PAY-TRAILER.
           MOVE SPACES TO PAYMENT-LINE
           STRING "T," DELIMITED BY SIZE
                  WS-PAY-TRL-COUNT DELIMITED BY SIZE
               INTO PAYMENT-LINE
           END-STRING
           WRITE PAYMENT-LINE
           PERFORM NOTE-PAY-WRITE-STATUS.

       WRITE-ONE-PAYMENT.
           MOVE WS-PAY-TAB-LINE(WS-PAY-SUB) TO PAYMENT-LINE
           WRITE PAYMENT-LINE
           PERFORM NOTE-PAY-WRITE-STATUS.

      *keep the first write that did not go through
       NOTE-PAY-WRITE-STATUS.
           IF WS-PAY-FILE-STATUS NOT = "00"
              AND WS-PAY-FAIL-STATUS = "00"
               MOVE WS-PAY-FILE-STATUS TO WS-PAY-FAIL-STATUS
           END-IF.

      *the import in HW2-Bank-Deposits.csv's own terms - one line
      *per deposit date and method, so each can be laid against
      *the bank's deposit row and HW2-CASH-SETTLE's bucket for it
       WRITE-SETTLEMENT-TOTALS.
           MOVE SPACES TO CONTROL-REPORT-LINE
           WRITE CONTROL-REPORT-LINE
           MOVE SPACES TO CONTROL-REPORT-LINE
           STRING "IMPORTED BY DEPOSIT DATE AND METHOD "
                    DELIMITED BY SIZE
                  "(AS HW2-BANK-DEPOSITS.CSV: DATE,METHOD,AMOUNT)"
                    DELIMITED BY SIZE
               INTO CONTROL-REPORT-LINE
           END-STRING
           WRITE CONTROL-REPORT-LINE
           PERFORM WRITE-ONE-SETTLE-LINE
               VARYING WS-SETTLE-SUB FROM 1 BY 1
               UNTIL WS-SETTLE-SUB > WS-SETTLE-COUNT.

       WRITE-ONE-SETTLE-LINE.
           MOVE SPACES TO CONTROL-REPORT-LINE
           STRING "  " DELIMITED BY SIZE
                  WS-SET-DATE(WS-SETTLE-SUB) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  WS-SET-METHOD(WS-SETTLE-SUB) DELIMITED BY SPACE
                  "," DELIMITED BY SIZE
                  WS-SET-AMT(WS-SETTLE-SUB) DELIMITED BY SIZE
                  "   ITEMS: " DELIMITED BY SIZE
                  WS-SET-CNT(WS-SETTLE-SUB) DELIMITED BY SIZE
               INTO CONTROL-REPORT-LINE
           END-STRING
           WRITE CONTROL-REPORT-LINE.

       WRITE-CONTROL-SUMMARY.
           DISPLAY "========================================"
           DISPLAY "HW2-LOCKBOX - BANK FILES LISTED  : "
                   WS-FILES-LISTED
           DISPLAY "HW2-LOCKBOX - BANK FILES REFUSED : "
                   WS-FILES-REFUSED
           DISPLAY "HW2-LOCKBOX - ITEMS IMPORTED     : "
                   WS-IMPORT-COUNT "  AMOUNT: " WS-IMPORT-TOTAL
           DISPLAY "HW2-LOCKBOX - DUPLICATES SKIPPED : "
                   WS-DUP-COUNT "  AMOUNT: " WS-DUP-TOTAL
           DISPLAY "HW2-LOCKBOX - ITEMS REJECTED     : "
                   WS-REJECT-COUNT "  AMOUNT: " WS-REJECT-TOTAL
           DISPLAY "HW2-LOCKBOX - IDS FOR SUSPENSE   : "
                   WS-UNKNOWN-COUNT
           DISPLAY "========================================"
           MOVE SPACES TO CONTROL-REPORT-LINE
           WRITE CONTROL-REPORT-LINE
           MOVE SPACES TO CONTROL-REPORT-LINE
           STRING "BANK FILES LISTED: " DELIMITED BY SIZE
                  WS-FILES-LISTED DELIMITED BY SIZE
                  "  PROVED: " DELIMITED BY SIZE
                  WS-FILES-TAKEN DELIMITED BY SIZE
                  "  REFUSED: " DELIMITED BY SIZE
                  WS-FILES-REFUSED DELIMITED BY SIZE
               INTO CONTROL-REPORT-LINE
           END-STRING
           WRITE CONTROL-REPORT-LINE
           MOVE SPACES TO CONTROL-REPORT-LINE
           STRING "IMPORTED: " DELIMITED BY SIZE
                  WS-IMPORT-COUNT DELIMITED BY SIZE
                  "  AMOUNT: " DELIMITED BY SIZE
                  WS-IMPORT-TOTAL DELIMITED BY SIZE
                  "  DUPLICATES SKIPPED: " DELIMITED BY SIZE
                  WS-DUP-COUNT DELIMITED BY SIZE
                  "  AMOUNT: " DELIMITED BY SIZE
                  WS-DUP-TOTAL DELIMITED BY SIZE
               INTO CONTROL-REPORT-LINE
           END-STRING
           WRITE CONTROL-REPORT-LINE
           MOVE SPACES TO CONTROL-REPORT-LINE
           STRING "REJECTED (BANKED, NOT POSTED): " DELIMITED BY SIZE
                  WS-REJECT-COUNT DELIMITED BY SIZE
                  "  AMOUNT: " DELIMITED BY SIZE
                  WS-REJECT-TOTAL DELIMITED BY SIZE
                  "  IDS GOING TO SUSPENSE: " DELIMITED BY SIZE
                  WS-UNKNOWN-COUNT DELIMITED BY SIZE
               INTO CONTROL-REPORT-LINE
           END-STRING
           WRITE CONTROL-REPORT-LINE.
