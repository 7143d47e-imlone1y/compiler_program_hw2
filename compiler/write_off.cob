      *declare this is a cobol code, named "HW2-WRITE-OFF"
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HW2-WRITE-OFF.

      *bad-debt write-off run: takes the balances approved for
      *write-off (and, when a rule is on file, every student aged
      *past its day count who has sat at dunning level 3 for its
      *number of runs), removes their prior-term balances from
      *HW2-Carry-Forward.dat and their streaks from
      *HW2-Delinq-History.dat, records each write-off on the
      *permanent HW2-Written-Off.dat ledger the nightly run reads to
      *recognize a later payment as a recovery, and cuts the
      *BAD DEBT EXPENSE / RECEIVABLES entries in the GL journal
      *format; a balance born this term is still being worked by
      *dunning and is left alone until it has carried forward
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *the approved list: student id, approving operator, optional
      *carried term - a term given writes off only the balance
      *carried under it, none means every prior-term balance
           SELECT APPROVED-FILE ASSIGN TO "HW2-Write-Off-Approved.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-APR-FILE-STATUS.
      *optional one-line rule: days outstanding, runs at dunning
      *level 3 - a student past both is written off without being
      *on the approved list; no file means the list alone
           SELECT RULE-FILE ASSIGN TO "HW2-Write-Off-Rule.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RULE-FILE-STATUS.
      *last night's aging extract - the days the rule is judged on
           SELECT AGING-EXTRACT-FILE ASSIGN TO "HW2-Aging.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AGX-FILE-STATUS.
           SELECT CARRY-FORWARD-FILE ASSIGN TO "HW2-Carry-Forward.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CF-FILE-STATUS.
           SELECT DELINQ-HISTORY-FILE
               ASSIGN TO "HW2-Delinq-History.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DH-FILE-STATUS.
      *the permanent written-off ledger, appended to - the nightly
      *run adds its recovery rows to the same file
           SELECT WRITTEN-OFF-FILE ASSIGN TO "HW2-Written-Off.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WO-FILE-STATUS.
      *journal entries in the nightly run's fixed-column layout for
      *finance's ledger load - appended, so a second write-off run
      *on the same day adds to the file instead of replacing it
           SELECT GL-JOURNAL-FILE ASSIGN TO WS-JRNL-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JRNL-FILE-STATUS.
      *audit listing, one dated file per write-off run
           SELECT AUDIT-FILE ASSIGN TO WS-AUDIT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT TERM-FILE ASSIGN TO "HW2-Term.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TERM-FILE-STATUS.
      *a TRIAL run mode lists what would be written off and
      *touches nothing
           SELECT RUN-MODE-FILE ASSIGN TO "HW2-Run-Mode.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MODE-FILE-STATUS.
      *shared run-control lock - the carry-forward and streak files
      *must not be rewritten under a nightly run reading them
           SELECT RUN-CONTROL-FILE ASSIGN TO "HW2-Run-Control.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOCK-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD APPROVED-FILE.
       01 APPROVED-LINE      PIC X(60).

       FD RULE-FILE.
       01 RULE-LINE          PIC X(40).

       FD AGING-EXTRACT-FILE.
       01 AGING-EXTRACT-RECORD.
           05 AGX-STU-ID      PIC X(10).
           05 AGX-DUE         PIC 9(9).
           05 AGX-DAYS        PIC 9(5).
           05 AGX-PAID        PIC 9(9).
           05 AGX-PAID-SW     PIC X.
           05 AGX-TERM        PIC X(8).
           05 AGX-DATE        PIC 9(8).

       FD CARRY-FORWARD-FILE.
       01 CARRY-FORWARD-RECORD.
           05 CF-STU-ID       PIC X(10).
           05 CF-TERM         PIC X(8).
           05 CF-AMT          PIC S9(9).

       FD DELINQ-HISTORY-FILE.
       01 DELINQ-HISTORY-RECORD.
           05 DH-STU-ID       PIC X(10).
           05 DH-STREAK       PIC 9(3).

      *"W" a balance written off here, "R" a recovery the nightly
      *run recognized against one
       FD WRITTEN-OFF-FILE.
       01 WRITTEN-OFF-RECORD.
           05 WO-STU-ID       PIC X(10).
           05 WO-TYPE         PIC X.
           05 WO-TERM         PIC X(8).
           05 WO-AMT          PIC 9(9).
           05 WO-DATE         PIC 9(8).
           05 WO-SOURCE       PIC X(8).
           05 WO-OPER         PIC X(8).

       FD GL-JOURNAL-FILE.
       01 JRNL-RECORD.
           05 JRNL-TERM       PIC X(8).
           05 JRNL-DATE       PIC 9(8).
           05 JRNL-ACCOUNT    PIC X(16).
           05 JRNL-DC         PIC X.
           05 JRNL-AMT        PIC 9(9).

       FD AUDIT-FILE.
       01 AUDIT-LINE         PIC X(132).

       FD TERM-FILE.
       01 TERM-LINE          PIC X(20).

       FD RUN-MODE-FILE.
       01 RUN-MODE-LINE      PIC X(20).

       FD RUN-CONTROL-FILE.
       01 RUN-CONTROL-LINE   PIC X(40).

       WORKING-STORAGE SECTION.

      *for files EOF
       01 EOF-APR            PIC X VALUE "N".
       01 EOF-RULE           PIC X VALUE "N".
       01 EOF-AGX            PIC X VALUE "N".
       01 EOF-CF             PIC X VALUE "N".
       01 EOF-DH             PIC X VALUE "N".
       01 EOF-TERM           PIC X VALUE "N".
       01 EOF-MODE           PIC X VALUE "N".

       01 WS-APR-FILE-STATUS  PIC XX.
       01 WS-RULE-FILE-STATUS PIC XX.
       01 WS-AGX-FILE-STATUS  PIC XX.
       01 WS-CF-FILE-STATUS   PIC XX.
       01 WS-DH-FILE-STATUS   PIC XX.
       01 WS-WO-FILE-STATUS   PIC XX.
       01 WS-JRNL-FILE-STATUS PIC XX.
       01 WS-TERM-FILE-STATUS PIC XX.
       01 WS-MODE-FILE-STATUS PIC XX.
       01 WS-AUDIT-FILENAME  PIC X(40).
       01 WS-JRNL-FILENAME   PIC X(40).

      *run-control lock state
       01 WS-LOCK-FILE-STATUS PIC XX.
       01 EOF-LOCK           PIC X VALUE "N".
       01 WS-LOCK-HOLDER     PIC X(40) VALUE SPACES.
       01 WS-RUN-DATE        PIC X(08).
       01 WS-RUN-DATE-N      PIC 9(8) VALUE 0.
       01 WS-RUN-STAMP       PIC X(14).
       01 WS-CURRENT-DATE-TIME PIC X(21).

      *a prior-term balance can only be told from this term's by
      *the term file - without one nothing is written off
       01 WS-CURRENT-TERM    PIC X(8) VALUE SPACES.
       01 WS-TERM-ACTIVE-SW  PIC X VALUE "N".
           88 TERM-ACTIVE      VALUE "Y".
           88 TERM-NOT-ACTIVE  VALUE "N".

       01 WS-TRIAL-SW        PIC X VALUE "N".
           88 TRIAL-RUN        VALUE "Y".
           88 LIVE-RUN         VALUE "N".

      *the write-off rule - both limits have to be passed
       01 WS-RULE-SW         PIC X VALUE "N".
           88 RULE-ACTIVE      VALUE "Y".
       01 WS-RULE-DAYS-STR   PIC X(10).
       01 WS-RULE-RUNS-STR   PIC X(10).
       01 WS-RULE-DAYS       PIC 9(5) VALUE 0.
       01 WS-RULE-RUNS       PIC 9(3) VALUE 0.
      *dunning level 3 starts on the fifth consecutive run, so N
      *runs at level 3 is a streak of N + 4
       01 WS-RULE-STREAK     PIC 9(5) VALUE 0.

      *the approved list as read
       01 WS-APR-LINE-NO     PIC 9(7) VALUE 0.
       01 WS-APR-ID-STR      PIC X(10).
       01 WS-APR-OPER-STR    PIC X(10).
       01 WS-APR-TERM-STR    PIC X(10).

      *everybody selected for write-off tonight, approved first and
      *then by rule - a student on both is written off once
       01 WS-MAX-SEL         PIC 9(4) VALUE 2000.
       01 WS-SEL-COUNT       PIC 9(4) VALUE 0.
       01 WS-SEL-TABLE.
           05 WS-SEL-ENTRY OCCURS 2000 TIMES
                           INDEXED BY WS-SEL-IDX.
               10 WS-SEL-ID      PIC X(10).
               10 WS-SEL-TERM    PIC X(8).
               10 WS-SEL-SOURCE  PIC X(8).
               10 WS-SEL-OPER    PIC X(8).
               10 WS-SEL-DAYS    PIC 9(5).
               10 WS-SEL-STREAK  PIC 9(3).
       01 WS-SEL-SEARCH-IDX  PIC 9(4).
       01 WS-SEL-FOUND-SW    PIC X VALUE "N".
           88 SEL-FOUND        VALUE "Y".
           88 SEL-NOT-FOUND    VALUE "N".
       01 WS-LOOKUP-ID       PIC X(10).
       01 WS-LOOKUP-TERM     PIC X(8).

      *the carry-forward file in memory - a written-off row is
      *flagged and left out of the rewrite
       01 WS-MAX-CF          PIC 9(5) VALUE 5000.
       01 WS-CF-COUNT        PIC 9(5) VALUE 0.
       01 WS-CF-TABLE.
           05 WS-CF-ENTRY OCCURS 5000 TIMES
                          INDEXED BY WS-CF-IDX.
               10 WS-CF-ID       PIC X(10).
               10 WS-CF-TERM     PIC X(8).
               10 WS-CF-AMT      PIC S9(9).
               10 WS-CF-GONE-SW  PIC X.
       01 WS-CF-SEARCH-IDX   PIC 9(5).
       01 WS-CF-OVERFLOW-SW  PIC X VALUE "N".
           88 CF-TABLE-OVERFLOWED VALUE "Y".

      *the streak file in memory, the same way
       01 WS-MAX-DH          PIC 9(5) VALUE 5000.
       01 WS-DH-COUNT        PIC 9(5) VALUE 0.
       01 WS-DH-TABLE.
           05 WS-DH-ENTRY OCCURS 5000 TIMES
                          INDEXED BY WS-DH-IDX.
               10 WS-DH-ID       PIC X(10).
               10 WS-DH-STREAK   PIC 9(3).
               10 WS-DH-GONE-SW  PIC X.
       01 WS-DH-SEARCH-IDX   PIC 9(5).
       01 WS-DH-FOUND-SW     PIC X VALUE "N".
           88 DH-FOUND         VALUE "Y".
           88 DH-NOT-FOUND     VALUE "N".
       01 WS-DH-OVERFLOW-SW  PIC X VALUE "N".
           88 DH-TABLE-OVERFLOWED VALUE "Y".

      *the balance being written off for the current selection
       01 WS-WO-AMT          PIC S9(9) VALUE 0.
       01 WS-WO-ROWS         PIC 9(5) VALUE 0.
       01 WS-WO-AMT-ED       PIC -9(9).

      *journal working fields, as the nightly run keeps them
       01 WS-JRNL-ACCOUNT    PIC X(16).
       01 WS-JRNL-DC         PIC X.
       01 WS-JRNL-AMT        PIC 9(9).

       01 WS-APPROVED-COUNT  PIC 9(7) VALUE 0.
       01 WS-RULE-COUNT      PIC 9(7) VALUE 0.
       01 WS-WO-COUNT        PIC 9(7) VALUE 0.
       01 WS-WO-TOTAL        PIC 9(9) VALUE 0.
       01 WS-CF-REMOVED      PIC 9(7) VALUE 0.
       01 WS-DH-REMOVED      PIC 9(7) VALUE 0.
       01 WS-NOTHING-COUNT   PIC 9(7) VALUE 0.
       01 WS-REJECT-COUNT    PIC 9(7) VALUE 0.

       PROCEDURE DIVISION.

       MAIN.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           MOVE FUNCTION NUMVAL(WS-RUN-DATE) TO WS-RUN-DATE-N
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           MOVE WS-CURRENT-DATE-TIME(1:14) TO WS-RUN-STAMP
           STRING "HW2-Write-Off-Audit-" DELIMITED BY SIZE
                  WS-RUN-DATE            DELIMITED BY SIZE
                  ".txt"                 DELIMITED BY SIZE
               INTO WS-AUDIT-FILENAME
           END-STRING
           STRING "HW2-Write-Off-Journal-" DELIMITED BY SIZE
                  WS-RUN-DATE              DELIMITED BY SIZE
                  ".dat"                   DELIMITED BY SIZE
               INTO WS-JRNL-FILENAME
           END-STRING

      *nothing shared is read until the lock is ours
           PERFORM TAKE-RUN-LOCK

           PERFORM LOAD-CURRENT-TERM
           PERFORM LOAD-RUN-MODE

           OPEN OUTPUT AUDIT-FILE
           MOVE SPACES TO AUDIT-LINE
           STRING "BAD-DEBT WRITE-OFF " DELIMITED BY SIZE
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
               DISPLAY "*** NO TERM FILE ON HAND - PRIOR-TERM "
                       "BALANCES CANNOT BE TOLD APART - "
                       "NOTHING WRITTEN OFF ***"
               MOVE SPACES TO AUDIT-LINE
               STRING "NO TERM FILE ON HAND - NOTHING WRITTEN OFF"
                   DELIMITED BY SIZE
                   INTO AUDIT-LINE
               END-STRING
               WRITE AUDIT-LINE
               CLOSE AUDIT-FILE
               PERFORM RELEASE-RUN-LOCK
               STOP RUN
           END-IF

           PERFORM LOAD-CARRY-FORWARD
           PERFORM LOAD-DELINQ-HISTORY

      *a state file bigger than its table cannot be rewritten
      *without losing rows - stop before anything is selected
           IF CF-TABLE-OVERFLOWED OR DH-TABLE-OVERFLOWED
               DISPLAY "*** CARRY-FORWARD OR DELINQ-HISTORY EXCEEDS "
                       "TABLE - NOTHING WRITTEN OFF ***"
               MOVE SPACES TO AUDIT-LINE
               STRING "*** STATE FILE EXCEEDS TABLE - NOTHING "
                        DELIMITED BY SIZE
                      "WRITTEN OFF" DELIMITED BY SIZE
                   INTO AUDIT-LINE
               END-STRING
               WRITE AUDIT-LINE
               CLOSE AUDIT-FILE
               PERFORM RELEASE-RUN-LOCK
               STOP RUN
           END-IF

           PERFORM LOAD-APPROVED
           PERFORM LOAD-RULE
           IF RULE-ACTIVE
               PERFORM SELECT-BY-RULE
           END-IF

           IF LIVE-RUN
               OPEN EXTEND WRITTEN-OFF-FILE
               IF WS-WO-FILE-STATUS NOT = "00"
                   OPEN OUTPUT WRITTEN-OFF-FILE
               END-IF
           END-IF
           PERFORM WRITE-OFF-ONE-SELECTION
               VARYING WS-SEL-SEARCH-IDX FROM 1 BY 1
               UNTIL WS-SEL-SEARCH-IDX > WS-SEL-COUNT
           IF LIVE-RUN
               CLOSE WRITTEN-OFF-FILE
           END-IF

           IF WS-WO-COUNT > 0
               IF TRIAL-RUN
                   DISPLAY "TRIAL RUN - CARRY-FORWARD, DELINQ-HISTORY "
                           "AND JOURNAL NOT WRITTEN"
               ELSE
                   PERFORM REWRITE-CARRY-FORWARD
                   PERFORM REWRITE-DELINQ-HISTORY
                   PERFORM WRITE-WO-JOURNAL
               END-IF
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
                       " - HW2-WRITE-OFF NOT STARTED ***"
               STOP RUN
           END-IF
           OPEN OUTPUT RUN-CONTROL-FILE
           MOVE SPACES TO RUN-CONTROL-LINE
           STRING "HW2-WRITE-OFF SINCE " DELIMITED BY SIZE
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
               DISPLAY "*** TRIAL RUN - WRITE-OFFS LISTED ONLY, "
                       "NO STATE COMMITTED ***"
           END-IF.

       LOAD-CARRY-FORWARD.
           OPEN INPUT CARRY-FORWARD-FILE
           IF WS-CF-FILE-STATUS NOT = "00"
               DISPLAY "HW2-CARRY-FORWARD.DAT NOT AVAILABLE - STATUS "
                       WS-CF-FILE-STATUS
                       " - NO PRIOR-TERM BALANCES ON FILE"
           ELSE
               PERFORM UNTIL EOF-CF = "Y"
                   READ CARRY-FORWARD-FILE
                       AT END
                           MOVE "Y" TO EOF-CF
                       NOT AT END
                           IF WS-CF-COUNT >= WS-MAX-CF
                               MOVE "Y" TO WS-CF-OVERFLOW-SW
                           ELSE
                               ADD 1 TO WS-CF-COUNT
                               MOVE CF-STU-ID
                                 TO WS-CF-ID(WS-CF-COUNT)
                               MOVE CF-TERM
                                 TO WS-CF-TERM(WS-CF-COUNT)
                               MOVE CF-AMT
                                 TO WS-CF-AMT(WS-CF-COUNT)
                               MOVE "N"
                                 TO WS-CF-GONE-SW(WS-CF-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CARRY-FORWARD-FILE
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
                               MOVE "Y" TO WS-DH-OVERFLOW-SW
                           ELSE
                               ADD 1 TO WS-DH-COUNT
                               MOVE DH-STU-ID
                                 TO WS-DH-ID(WS-DH-COUNT)
                               MOVE DH-STREAK
                                 TO WS-DH-STREAK(WS-DH-COUNT)
                               MOVE "N"
                                 TO WS-DH-GONE-SW(WS-DH-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DELINQ-HISTORY-FILE
           END-IF.

      *the approved list - a missing file means only the rule, if
      *there is one, selects anybody
       LOAD-APPROVED.
           OPEN INPUT APPROVED-FILE
           IF WS-APR-FILE-STATUS NOT = "00"
               DISPLAY "HW2-WRITE-OFF-APPROVED.CSV NOT AVAILABLE - "
                       "STATUS " WS-APR-FILE-STATUS
                       " - NO APPROVED WRITE-OFFS"
           ELSE
               PERFORM UNTIL EOF-APR = "Y"
                   READ APPROVED-FILE
                       AT END
                           MOVE "Y" TO EOF-APR
                       NOT AT END
                           PERFORM PARSE-APPROVED-ROW
                   END-READ
               END-PERFORM
               CLOSE APPROVED-FILE
           END-IF.

      *an approval has to name who gave it
       PARSE-APPROVED-ROW.
           ADD 1 TO WS-APR-LINE-NO
           MOVE SPACES TO WS-APR-ID-STR WS-APR-OPER-STR
                          WS-APR-TERM-STR
           UNSTRING APPROVED-LINE
               DELIMITED BY ","
               INTO WS-APR-ID-STR
                    WS-APR-OPER-STR
                    WS-APR-TERM-STR
           END-UNSTRING
           IF FUNCTION TRIM(APPROVED-LINE) = SPACES
               CONTINUE
           ELSE
               IF WS-APR-ID-STR = SPACES
                  OR WS-APR-OPER-STR = SPACES
                   PERFORM REJECT-APPROVED-ROW
               ELSE
                   MOVE FUNCTION TRIM(WS-APR-ID-STR) TO WS-LOOKUP-ID
                   MOVE FUNCTION TRIM(WS-APR-TERM-STR)
                     TO WS-LOOKUP-TERM
                   IF WS-LOOKUP-TERM = WS-CURRENT-TERM
                       PERFORM REJECT-APPROVED-ROW
                   ELSE
                       PERFORM FIND-SELECTION
                       IF SEL-FOUND
                           CONTINUE
                       ELSE
                           IF WS-SEL-COUNT >= WS-MAX-SEL
                               PERFORM REJECT-APPROVED-ROW
                           ELSE
                               ADD 1 TO WS-SEL-COUNT
                               ADD 1 TO WS-APPROVED-COUNT
                               MOVE WS-LOOKUP-ID
                                 TO WS-SEL-ID(WS-SEL-COUNT)
                               MOVE WS-LOOKUP-TERM
                                 TO WS-SEL-TERM(WS-SEL-COUNT)
                               MOVE "APPROVED"
                                 TO WS-SEL-SOURCE(WS-SEL-COUNT)
                               MOVE FUNCTION TRIM(WS-APR-OPER-STR)
                                 TO WS-SEL-OPER(WS-SEL-COUNT)
                               MOVE 0 TO WS-SEL-DAYS(WS-SEL-COUNT)
                               MOVE 0 TO WS-SEL-STREAK(WS-SEL-COUNT)
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF.

       REJECT-APPROVED-ROW.
           ADD 1 TO WS-REJECT-COUNT
           DISPLAY "REJECTED APPROVED ROW " WS-APR-LINE-NO
                   ": " APPROVED-LINE
           MOVE SPACES TO AUDIT-LINE
           STRING "REJECTED APPROVED LINE " DELIMITED BY SIZE
                  WS-APR-LINE-NO DELIMITED BY SIZE
                  ": " DELIMITED BY SIZE
                  APPROVED-LINE DELIMITED BY SIZE
               INTO AUDIT-LINE
           END-STRING
           WRITE AUDIT-LINE.

      *is this student (for this carried term) already selected
       FIND-SELECTION.
           MOVE "N" TO WS-SEL-FOUND-SW
           MOVE 1 TO WS-SEL-SEARCH-IDX
           PERFORM SEARCH-SELECTION-TABLE
               UNTIL WS-SEL-SEARCH-IDX > WS-SEL-COUNT
                  OR SEL-FOUND.

      *a selection with no term covers every carried term, so it
      *matches whatever term is being looked up for the student
       SEARCH-SELECTION-TABLE.
           IF WS-SEL-ID(WS-SEL-SEARCH-IDX) = WS-LOOKUP-ID
              AND (WS-SEL-TERM(WS-SEL-SEARCH-IDX) = SPACES
                   OR WS-SEL-TERM(WS-SEL-SEARCH-IDX)
                        = WS-LOOKUP-TERM)
               MOVE "Y" TO WS-SEL-FOUND-SW
           ELSE
               ADD 1 TO WS-SEL-SEARCH-IDX
           END-IF.

      *the rule is one line - a malformed one is reported and the
      *run goes ahead on the approved list alone
       LOAD-RULE.
           OPEN INPUT RULE-FILE
           IF WS-RULE-FILE-STATUS NOT = "00"
               DISPLAY "HW2-WRITE-OFF-RULE.CSV NOT AVAILABLE - "
                       "STATUS " WS-RULE-FILE-STATUS
                       " - APPROVED LIST ONLY"
           ELSE
               PERFORM UNTIL EOF-RULE = "Y"
                   READ RULE-FILE
                       AT END
                           MOVE "Y" TO EOF-RULE
                       NOT AT END
                           IF FUNCTION TRIM(RULE-LINE) NOT = SPACES
                               PERFORM PARSE-RULE-LINE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RULE-FILE
           END-IF.

       PARSE-RULE-LINE.
           MOVE SPACES TO WS-RULE-DAYS-STR WS-RULE-RUNS-STR
           UNSTRING RULE-LINE
               DELIMITED BY ","
               INTO WS-RULE-DAYS-STR
                    WS-RULE-RUNS-STR
           END-UNSTRING
           IF FUNCTION TEST-NUMVAL(WS-RULE-DAYS-STR) NOT = 0
              OR FUNCTION TEST-NUMVAL(WS-RULE-RUNS-STR) NOT = 0
               ADD 1 TO WS-REJECT-COUNT
               DISPLAY "REJECTED RULE LINE: " RULE-LINE
               MOVE SPACES TO AUDIT-LINE
               STRING "REJECTED RULE LINE: " DELIMITED BY SIZE
                      RULE-LINE DELIMITED BY SIZE
                   INTO AUDIT-LINE
               END-STRING
               WRITE AUDIT-LINE
           ELSE
               MOVE FUNCTION NUMVAL(WS-RULE-DAYS-STR) TO WS-RULE-DAYS
               MOVE FUNCTION NUMVAL(WS-RULE-RUNS-STR) TO WS-RULE-RUNS
               COMPUTE WS-RULE-STREAK = WS-RULE-RUNS + 4
               MOVE "Y" TO WS-RULE-SW
               MOVE SPACES TO AUDIT-LINE
               STRING "RULE: " DELIMITED BY SIZE
                      WS-RULE-DAYS DELIMITED BY SIZE
                      "+ DAYS OUTSTANDING AND " DELIMITED BY SIZE
                      WS-RULE-RUNS DELIMITED BY SIZE
                      "+ RUNS AT DUNNING LEVEL 3" DELIMITED BY SIZE
                   INTO AUDIT-LINE
               END-STRING
               WRITE AUDIT-LINE
           END-IF.

      *walk last night's aging extract for students past both
      *limits - an extract cut for another term says nothing about
      *this term's streaks
       SELECT-BY-RULE.
           OPEN INPUT AGING-EXTRACT-FILE
           IF WS-AGX-FILE-STATUS NOT = "00"
               DISPLAY "HW2-AGING.DAT NOT AVAILABLE - STATUS "
                       WS-AGX-FILE-STATUS
                       " - RULE NOT APPLIED"
               MOVE SPACES TO AUDIT-LINE
               STRING "HW2-AGING.DAT NOT AVAILABLE - RULE NOT APPLIED"
                   DELIMITED BY SIZE
                   INTO AUDIT-LINE
               END-STRING
               WRITE AUDIT-LINE
           ELSE
               PERFORM UNTIL EOF-AGX = "Y"
                   READ AGING-EXTRACT-FILE
                       AT END
                           MOVE "Y" TO EOF-AGX
                       NOT AT END
                           IF AGX-TERM = WS-CURRENT-TERM
                              AND AGX-DAYS >= WS-RULE-DAYS
                               PERFORM CHECK-RULE-STREAK
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE AGING-EXTRACT-FILE
           END-IF.

       CHECK-RULE-STREAK.
           MOVE AGX-STU-ID TO WS-LOOKUP-ID
           PERFORM FIND-DELINQ-STREAK
           IF DH-FOUND
               IF WS-DH-STREAK(WS-DH-SEARCH-IDX) >= WS-RULE-STREAK
                   MOVE SPACES TO WS-LOOKUP-TERM
                   PERFORM FIND-SELECTION
                   IF SEL-NOT-FOUND
                       IF WS-SEL-COUNT >= WS-MAX-SEL
                           DISPLAY "SELECTION TABLE FULL - "
                                   "RULE MATCH SKIPPED: " AGX-STU-ID
                       ELSE
                           ADD 1 TO WS-SEL-COUNT
                           ADD 1 TO WS-RULE-COUNT
                           MOVE AGX-STU-ID TO WS-SEL-ID(WS-SEL-COUNT)
                           MOVE SPACES TO WS-SEL-TERM(WS-SEL-COUNT)
                           MOVE "RULE" TO WS-SEL-SOURCE(WS-SEL-COUNT)
                           MOVE SPACES TO WS-SEL-OPER(WS-SEL-COUNT)
                           MOVE AGX-DAYS TO WS-SEL-DAYS(WS-SEL-COUNT)
                           MOVE WS-DH-STREAK(WS-DH-SEARCH-IDX)
                             TO WS-SEL-STREAK(WS-SEL-COUNT)
                       END-IF
                   END-IF
               END-IF
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

      *one selected student: net their prior-term rows (the ones
      *the selection covers) - a positive balance is written off,
      *its rows and the student's streak dropped from the state
      *files; nothing owed on those rows means nothing to write off
       WRITE-OFF-ONE-SELECTION.
           MOVE 0 TO WS-WO-AMT
           MOVE 0 TO WS-WO-ROWS
           PERFORM SUM-ONE-CF-ROW
               VARYING WS-CF-SEARCH-IDX FROM 1 BY 1
               UNTIL WS-CF-SEARCH-IDX > WS-CF-COUNT
           IF WS-WO-AMT > 0
               PERFORM DROP-ONE-CF-ROW
                   VARYING WS-CF-SEARCH-IDX FROM 1 BY 1
                   UNTIL WS-CF-SEARCH-IDX > WS-CF-COUNT
               MOVE WS-SEL-ID(WS-SEL-SEARCH-IDX) TO WS-LOOKUP-ID
               PERFORM FIND-DELINQ-STREAK
               IF DH-FOUND
                  AND WS-DH-GONE-SW(WS-DH-SEARCH-IDX) = "N"
                   MOVE "Y" TO WS-DH-GONE-SW(WS-DH-SEARCH-IDX)
                   ADD 1 TO WS-DH-REMOVED
               END-IF
               ADD 1 TO WS-WO-COUNT
               ADD WS-WO-AMT TO WS-WO-TOTAL
               IF LIVE-RUN
                   MOVE SPACES TO WRITTEN-OFF-RECORD
                   MOVE WS-SEL-ID(WS-SEL-SEARCH-IDX) TO WO-STU-ID
                   MOVE "W" TO WO-TYPE
                   MOVE WS-CURRENT-TERM TO WO-TERM
                   MOVE WS-WO-AMT TO WO-AMT
                   MOVE WS-RUN-DATE-N TO WO-DATE
                   MOVE WS-SEL-SOURCE(WS-SEL-SEARCH-IDX) TO WO-SOURCE
                   MOVE WS-SEL-OPER(WS-SEL-SEARCH-IDX) TO WO-OPER
                   WRITE WRITTEN-OFF-RECORD
               END-IF
               MOVE SPACES TO AUDIT-LINE
               STRING "ID: " DELIMITED BY SIZE
                      WS-SEL-ID(WS-SEL-SEARCH-IDX) DELIMITED BY SIZE
                      "  " DELIMITED BY SIZE
                      WS-SEL-SOURCE(WS-SEL-SEARCH-IDX)
                        DELIMITED BY SIZE
                      "  BY: " DELIMITED BY SIZE
                      WS-SEL-OPER(WS-SEL-SEARCH-IDX) DELIMITED BY SIZE
                      "  DAYS: " DELIMITED BY SIZE
                      WS-SEL-DAYS(WS-SEL-SEARCH-IDX) DELIMITED BY SIZE
                      "  STREAK: " DELIMITED BY SIZE
                      WS-SEL-STREAK(WS-SEL-SEARCH-IDX)
                        DELIMITED BY SIZE
                      "  ROWS: " DELIMITED BY SIZE
                      WS-WO-ROWS DELIMITED BY SIZE
                      "  WRITTEN OFF: " DELIMITED BY SIZE
                      WS-WO-AMT DELIMITED BY SIZE
                   INTO AUDIT-LINE
               END-STRING
               WRITE AUDIT-LINE
           ELSE
               ADD 1 TO WS-NOTHING-COUNT
               MOVE WS-WO-AMT TO WS-WO-AMT-ED
               MOVE SPACES TO AUDIT-LINE
               STRING "ID: " DELIMITED BY SIZE
                      WS-SEL-ID(WS-SEL-SEARCH-IDX) DELIMITED BY SIZE
                      "  " DELIMITED BY SIZE
                      WS-SEL-SOURCE(WS-SEL-SEARCH-IDX)
                        DELIMITED BY SIZE
                      "  PRIOR-TERM BALANCE: " DELIMITED BY SIZE
                      WS-WO-AMT-ED DELIMITED BY SIZE
                      " - NOTHING TO WRITE OFF" DELIMITED BY SIZE
                   INTO AUDIT-LINE
               END-STRING
               WRITE AUDIT-LINE
           END-IF.

      *the rows a selection covers: the student's, from a term
      *other than this one, and the named term when there is one
       SUM-ONE-CF-ROW.
           IF WS-CF-ID(WS-CF-SEARCH-IDX) = WS-SEL-ID(WS-SEL-SEARCH-IDX)
              AND WS-CF-TERM(WS-CF-SEARCH-IDX) NOT = WS-CURRENT-TERM
              AND WS-CF-GONE-SW(WS-CF-SEARCH-IDX) = "N"
              AND (WS-SEL-TERM(WS-SEL-SEARCH-IDX) = SPACES
                   OR WS-SEL-TERM(WS-SEL-SEARCH-IDX)
                        = WS-CF-TERM(WS-CF-SEARCH-IDX))
               ADD WS-CF-AMT(WS-CF-SEARCH-IDX) TO WS-WO-AMT
               ADD 1 TO WS-WO-ROWS
           END-IF.

       DROP-ONE-CF-ROW.
           IF WS-CF-ID(WS-CF-SEARCH-IDX) = WS-SEL-ID(WS-SEL-SEARCH-IDX)
              AND WS-CF-TERM(WS-CF-SEARCH-IDX) NOT = WS-CURRENT-TERM
              AND WS-CF-GONE-SW(WS-CF-SEARCH-IDX) = "N"
              AND (WS-SEL-TERM(WS-SEL-SEARCH-IDX) = SPACES
                   OR WS-SEL-TERM(WS-SEL-SEARCH-IDX)
                        = WS-CF-TERM(WS-CF-SEARCH-IDX))
               MOVE "Y" TO WS-CF-GONE-SW(WS-CF-SEARCH-IDX)
               ADD 1 TO WS-CF-REMOVED
           END-IF.

      *every row not written off goes back exactly as it was read
       REWRITE-CARRY-FORWARD.
           OPEN OUTPUT CARRY-FORWARD-FILE
           PERFORM REWRITE-ONE-CF-ROW
               VARYING WS-CF-SEARCH-IDX FROM 1 BY 1
               UNTIL WS-CF-SEARCH-IDX > WS-CF-COUNT
           CLOSE CARRY-FORWARD-FILE.

       REWRITE-ONE-CF-ROW.
           IF WS-CF-GONE-SW(WS-CF-SEARCH-IDX) = "N"
               MOVE SPACES TO CARRY-FORWARD-RECORD
               MOVE WS-CF-ID(WS-CF-SEARCH-IDX) TO CF-STU-ID
               MOVE WS-CF-TERM(WS-CF-SEARCH-IDX) TO CF-TERM
               MOVE WS-CF-AMT(WS-CF-SEARCH-IDX) TO CF-AMT
               WRITE CARRY-FORWARD-RECORD
           END-IF.

      *a written-off student's streak is dropped - if they still
      *owe this term the nightly run starts them over at one
       REWRITE-DELINQ-HISTORY.
           OPEN OUTPUT DELINQ-HISTORY-FILE
           PERFORM REWRITE-ONE-DH-ROW
               VARYING WS-DH-SEARCH-IDX FROM 1 BY 1
               UNTIL WS-DH-SEARCH-IDX > WS-DH-COUNT
           CLOSE DELINQ-HISTORY-FILE.

       REWRITE-ONE-DH-ROW.
           IF WS-DH-GONE-SW(WS-DH-SEARCH-IDX) = "N"
               MOVE SPACES TO DELINQ-HISTORY-RECORD
               MOVE WS-DH-ID(WS-DH-SEARCH-IDX) TO DH-STU-ID
               MOVE WS-DH-STREAK(WS-DH-SEARCH-IDX) TO DH-STREAK
               WRITE DELINQ-HISTORY-RECORD
           END-IF.

      *the receivable comes off the books against bad debt expense
       WRITE-WO-JOURNAL.
           OPEN EXTEND GL-JOURNAL-FILE
           IF WS-JRNL-FILE-STATUS NOT = "00"
               OPEN OUTPUT GL-JOURNAL-FILE
           END-IF
           MOVE WS-WO-TOTAL TO WS-JRNL-AMT
           MOVE "BAD DEBT EXPENSE" TO WS-JRNL-ACCOUNT
           MOVE "D" TO WS-JRNL-DC
           PERFORM WRITE-JRNL-ENTRY
           MOVE "RECEIVABLES" TO WS-JRNL-ACCOUNT
           MOVE "C" TO WS-JRNL-DC
           PERFORM WRITE-JRNL-ENTRY
           CLOSE GL-JOURNAL-FILE
           DISPLAY "WRITE-OFF JOURNAL EXPORTED: DR=CR " WS-WO-TOTAL.

       WRITE-JRNL-ENTRY.
           MOVE SPACES TO JRNL-RECORD
           MOVE WS-CURRENT-TERM TO JRNL-TERM
           MOVE WS-RUN-DATE-N TO JRNL-DATE
           MOVE WS-JRNL-ACCOUNT TO JRNL-ACCOUNT
           MOVE WS-JRNL-DC TO JRNL-DC
           MOVE WS-JRNL-AMT TO JRNL-AMT
           WRITE JRNL-RECORD.

       WRITE-AUDIT-SUMMARY.
           DISPLAY "========================================"
           DISPLAY "HW2-WRITE-OFF - SELECTED APPROVED  : "
                   WS-APPROVED-COUNT
           DISPLAY "HW2-WRITE-OFF - SELECTED BY RULE   : "
                   WS-RULE-COUNT
           DISPLAY "HW2-WRITE-OFF - WRITTEN OFF        : "
                   WS-WO-COUNT "  AMOUNT: " WS-WO-TOTAL
           DISPLAY "HW2-WRITE-OFF - NOTHING TO WRITE OFF: "
                   WS-NOTHING-COUNT
           DISPLAY "HW2-WRITE-OFF - ROWS REJECTED      : "
                   WS-REJECT-COUNT
           DISPLAY "========================================"
           MOVE SPACES TO AUDIT-LINE
           STRING "SELECTED - APPROVED: " DELIMITED BY SIZE
                  WS-APPROVED-COUNT DELIMITED BY SIZE
                  "  BY RULE: " DELIMITED BY SIZE
                  WS-RULE-COUNT DELIMITED BY SIZE
                  "  NOTHING TO WRITE OFF: " DELIMITED BY SIZE
                  WS-NOTHING-COUNT DELIMITED BY SIZE
                  "  REJECTED: " DELIMITED BY SIZE
                  WS-REJECT-COUNT DELIMITED BY SIZE
               INTO AUDIT-LINE
           END-STRING
           WRITE AUDIT-LINE
           MOVE SPACES TO AUDIT-LINE
           STRING "WRITTEN OFF: " DELIMITED BY SIZE
                  WS-WO-COUNT DELIMITED BY SIZE
                  "  TOTAL: " DELIMITED BY SIZE
                  WS-WO-TOTAL DELIMITED BY SIZE
                  "  CARRY-FORWARD ROWS DROPPED: " DELIMITED BY SIZE
                  WS-CF-REMOVED DELIMITED BY SIZE
                  "  STREAKS DROPPED: " DELIMITED BY SIZE
                  WS-DH-REMOVED DELIMITED BY SIZE
               INTO AUDIT-LINE
           END-STRING
           WRITE AUDIT-LINE.
