      *declare this is a cobol code, named "HW2-LATE-FEE"
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HW2-LATE-FEE.

      *late-fee and finance-charge assessment, run ahead of the
      *nightly HW2-FEE-REPORT: reads last night's aging extract,
      *prices each still-owing student against the late-fee rate
      *table - a flat fee for every aging bucket crossed, or a
      *monthly percentage of the past-due balance up to a cap - and
      *appends the charges to HW2-Adjustments.csv as PENALTY rows,
      *so tonight's run bills them like any other penalty; a ledger
      *of everything already assessed makes each bucket crossing
      *and each month chargeable exactly once, a student current on
      *a repayment agreement is left alone, and every decision goes
      *on a dated audit listing
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *written by the previous live nightly run - one record per
      *student still owing, with the days the aging buckets measured
           SELECT AGING-EXTRACT-FILE ASSIGN TO "HW2-Aging.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AGX-FILE-STATUS.
      *one row per rate: method (FLAT or PCT), days outstanding the
      *rate starts at, amount (FLAT, whole currency) or monthly rate
      *in hundredths of a percent (PCT, 150 = 1.50%), cap on the
      *term's total PCT charges (0 = no cap), optional term
           SELECT RATE-FILE ASSIGN TO "HW2-Late-Fee-Rates.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RATE-FILE-STATUS.
      *collections' repayment agreements - a student current on
      *one is not assessed, the same way the dunning roll holds
      *them at level 1
           SELECT AGREEMENTS-FILE ASSIGN TO "HW2-Pay-Agreements.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AGR-FILE-STATUS.
      *every charge ever assessed, keyed by student, term, method,
      *and step (the bucket's day threshold for FLAT, the month
      *number for PCT) - read at start, appended as charges are made
           SELECT LEDGER-FILE ASSIGN TO "HW2-Late-Fee-Ledger.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LDG-FILE-STATUS.
           SELECT ADJUSTMENTS-FILE ASSIGN TO "HW2-Adjustments.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ADJ-FILE-STATUS.
      *audit listing, one dated file per assessment run
           SELECT AUDIT-FILE ASSIGN TO WS-AUDIT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT TERM-FILE ASSIGN TO "HW2-Term.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TERM-FILE-STATUS.
      *the same run-mode file the nightly run reads - a TRIAL night
      *lists what would be charged but appends nothing
           SELECT RUN-MODE-FILE ASSIGN TO "HW2-Run-Mode.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MODE-FILE-STATUS.
      *shared run-control lock - the adjustments file must not grow
      *under a nightly run that is halfway through reading it
           SELECT RUN-CONTROL-FILE ASSIGN TO "HW2-Run-Control.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOCK-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD AGING-EXTRACT-FILE.
       01 AGING-EXTRACT-RECORD.
           05 AGX-STU-ID      PIC X(10).
           05 AGX-DUE         PIC 9(9).
           05 AGX-DAYS        PIC 9(5).
           05 AGX-PAID        PIC 9(9).
           05 AGX-PAID-SW     PIC X.
           05 AGX-TERM        PIC X(8).
           05 AGX-DATE        PIC 9(8).

       FD RATE-FILE.
       01 RATE-LINE          PIC X(60).

       FD AGREEMENTS-FILE.
       01 AGREEMENTS-LINE    PIC X(60).

       FD LEDGER-FILE.
       01 LEDGER-RECORD.
           05 LDG-STU-ID      PIC X(10).
           05 LDG-TERM        PIC X(8).
           05 LDG-METHOD      PIC X(4).
           05 LDG-STEP        PIC 9(5).
           05 LDG-AMT         PIC 9(7).
           05 LDG-DATE        PIC 9(8).

       FD ADJUSTMENTS-FILE.
       01 ADJUSTMENTS-LINE   PIC X(40).

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
       01 EOF-AGX            PIC X VALUE "N".
       01 EOF-RATE           PIC X VALUE "N".
       01 EOF-AGR            PIC X VALUE "N".
       01 EOF-LDG            PIC X VALUE "N".
       01 EOF-TERM           PIC X VALUE "N".
       01 EOF-MODE           PIC X VALUE "N".

       01 WS-AGX-FILE-STATUS  PIC XX.
       01 WS-RATE-FILE-STATUS PIC XX.
       01 WS-AGR-FILE-STATUS  PIC XX.
       01 WS-LDG-FILE-STATUS  PIC XX.
       01 WS-ADJ-FILE-STATUS  PIC XX.
       01 WS-TERM-FILE-STATUS PIC XX.
       01 WS-MODE-FILE-STATUS PIC XX.
       01 WS-AUDIT-FILENAME  PIC X(40).

      *run-control lock state
       01 WS-LOCK-FILE-STATUS PIC XX.
       01 EOF-LOCK           PIC X VALUE "N".
       01 WS-LOCK-HOLDER     PIC X(40) VALUE SPACES.
       01 WS-RUN-DATE        PIC X(08).
       01 WS-RUN-DATE-N      PIC 9(8) VALUE 0.
       01 WS-RUN-STAMP       PIC X(14).
       01 WS-CURRENT-DATE-TIME PIC X(21).

      *the term being billed - an extract stamped with another term
      *was cut before a term close and is not assessed
       01 WS-CURRENT-TERM    PIC X(8) VALUE SPACES.
       01 WS-TERM-ACTIVE-SW  PIC X VALUE "N".
           88 TERM-ACTIVE      VALUE "Y".
           88 TERM-NOT-ACTIVE  VALUE "N".

       01 WS-TRIAL-SW        PIC X VALUE "N".
           88 TRIAL-RUN        VALUE "Y".
           88 LIVE-RUN         VALUE "N".

      *the rate table
       01 WS-RATE-LINE-NO    PIC 9(7) VALUE 0.
       01 WS-RATE-METHOD-STR PIC X(10).
       01 WS-RATE-DAYS-STR   PIC X(10).
       01 WS-RATE-AMT-STR    PIC X(10).
       01 WS-RATE-CAP-STR    PIC X(10).
       01 WS-RATE-TERM-STR   PIC X(10).
       01 WS-MAX-RATES       PIC 9(3) VALUE 50.
       01 WS-RATE-COUNT      PIC 9(3) VALUE 0.
       01 WS-RATE-TABLE.
           05 WS-RATE-ENTRY OCCURS 50 TIMES
                            INDEXED BY WS-RATE-IDX.
               10 WS-RATE-METHOD PIC X(4).
               10 WS-RATE-DAYS   PIC 9(5).
               10 WS-RATE-AMT    PIC 9(7).
               10 WS-RATE-CAP    PIC 9(7).
       01 WS-RATE-SEARCH-IDX PIC 9(3).

      *agreement installments, applicable to this term only
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

      *the assessment ledger - tonight's charges are added to the
      *table as they are made, so a second rate row for the same
      *step cannot charge it twice in one run either
       01 WS-MAX-LDG         PIC 9(5) VALUE 20000.
       01 WS-LDG-COUNT       PIC 9(5) VALUE 0.
       01 WS-LDG-TABLE.
           05 WS-LDG-ENTRY OCCURS 20000 TIMES
                           INDEXED BY WS-LDG-IDX.
               10 WS-LDG-ID      PIC X(10).
               10 WS-LDG-TERM    PIC X(8).
               10 WS-LDG-METHOD  PIC X(4).
               10 WS-LDG-STEP    PIC 9(5).
               10 WS-LDG-AMT     PIC 9(7).
       01 WS-LDG-SEARCH-IDX  PIC 9(5).
       01 WS-LDG-FOUND-SW    PIC X VALUE "N".
           88 LDG-FOUND        VALUE "Y".
           88 LDG-NOT-FOUND    VALUE "N".
       01 WS-LDG-OVERFLOW-SW PIC X VALUE "N".
           88 LDG-TABLE-OVERFLOWED VALUE "Y".

      *the charge being decided for the current extract record
       01 WS-PEN-METHOD      PIC X(4).
       01 WS-PEN-STEP        PIC 9(5) VALUE 0.
       01 WS-PEN-AMT         PIC 9(7) VALUE 0.
       01 WS-PCT-TAKEN       PIC 9(9) VALUE 0.
       01 WS-PCT-ROOM        PIC 9(9) VALUE 0.

       01 WS-AGX-COUNT       PIC 9(7) VALUE 0.
       01 WS-STALE-COUNT     PIC 9(7) VALUE 0.
       01 WS-AGR-SKIP-COUNT  PIC 9(7) VALUE 0.
       01 WS-CAP-COUNT       PIC 9(7) VALUE 0.
       01 WS-CHARGE-COUNT    PIC 9(7) VALUE 0.
       01 WS-CHARGE-TOTAL    PIC 9(9) VALUE 0.
       01 WS-FLAT-TOTAL      PIC 9(9) VALUE 0.
       01 WS-PCT-TOTAL       PIC 9(9) VALUE 0.
       01 WS-REJECT-COUNT    PIC 9(7) VALUE 0.

       PROCEDURE DIVISION.

       MAIN.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           MOVE FUNCTION NUMVAL(WS-RUN-DATE) TO WS-RUN-DATE-N
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           MOVE WS-CURRENT-DATE-TIME(1:14) TO WS-RUN-STAMP
           STRING "HW2-Late-Fee-Audit-" DELIMITED BY SIZE
                  WS-RUN-DATE           DELIMITED BY SIZE
                  ".txt"                DELIMITED BY SIZE
               INTO WS-AUDIT-FILENAME
           END-STRING

      *the adjustments file is not touched until the lock is ours
           PERFORM TAKE-RUN-LOCK

           PERFORM LOAD-CURRENT-TERM
           PERFORM LOAD-RUN-MODE

           OPEN OUTPUT AUDIT-FILE
           MOVE SPACES TO AUDIT-LINE
           STRING "LATE-FEE ASSESSMENT " DELIMITED BY SIZE
                  WS-RUN-DATE DELIMITED BY SIZE
                  "  TERM: " DELIMITED BY SIZE
                  WS-CURRENT-TERM DELIMITED BY SIZE
               INTO AUDIT-LINE
           END-STRING
           WRITE AUDIT-LINE
           IF TRIAL-RUN
               MOVE SPACES TO AUDIT-LINE
               STRING "*** TRIAL RUN - NOTHING APPENDED ***"
                   DELIMITED BY SIZE
                   INTO AUDIT-LINE
               END-STRING
               WRITE AUDIT-LINE
           END-IF

           PERFORM LOAD-RATES
           PERFORM LOAD-AGREEMENTS
           PERFORM LOAD-LEDGER

      *a ledger bigger than the table cannot prove what was already
      *charged - stop rather than charge somebody twice
           IF LDG-TABLE-OVERFLOWED
               DISPLAY "*** HW2-LATE-FEE-LEDGER.DAT EXCEEDS "
                       WS-MAX-LDG " ROWS - NOTHING ASSESSED ***"
               MOVE SPACES TO AUDIT-LINE
               STRING "*** LEDGER EXCEEDS TABLE - NOTHING ASSESSED"
                   DELIMITED BY SIZE
                   INTO AUDIT-LINE
               END-STRING
               WRITE AUDIT-LINE
               CLOSE AUDIT-FILE
               PERFORM RELEASE-RUN-LOCK
               STOP RUN
           END-IF

           OPEN INPUT AGING-EXTRACT-FILE
           IF WS-AGX-FILE-STATUS NOT = "00"
               DISPLAY "HW2-AGING.DAT NOT AVAILABLE - STATUS "
                       WS-AGX-FILE-STATUS
                       " - NOTHING ASSESSED"
               MOVE SPACES TO AUDIT-LINE
               STRING "HW2-AGING.DAT NOT AVAILABLE - NOTHING ASSESSED"
                   DELIMITED BY SIZE
                   INTO AUDIT-LINE
               END-STRING
               WRITE AUDIT-LINE
           ELSE
               IF LIVE-RUN
                   OPEN EXTEND ADJUSTMENTS-FILE
                   IF WS-ADJ-FILE-STATUS NOT = "00"
                       OPEN OUTPUT ADJUSTMENTS-FILE
                   END-IF
                   OPEN EXTEND LEDGER-FILE
                   IF WS-LDG-FILE-STATUS NOT = "00"
                       OPEN OUTPUT LEDGER-FILE
                   END-IF
               END-IF
               PERFORM UNTIL EOF-AGX = "Y"
                   READ AGING-EXTRACT-FILE
                       AT END
                           MOVE "Y" TO EOF-AGX
                       NOT AT END
                           PERFORM ASSESS-ONE-STUDENT
                   END-READ
               END-PERFORM
               CLOSE AGING-EXTRACT-FILE
               IF LIVE-RUN
                   CLOSE ADJUSTMENTS-FILE
                         LEDGER-FILE
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
                       " - HW2-LATE-FEE NOT STARTED ***"
               STOP RUN
           END-IF
           OPEN OUTPUT RUN-CONTROL-FILE
           MOVE SPACES TO RUN-CONTROL-LINE
           STRING "HW2-LATE-FEE SINCE " DELIMITED BY SIZE
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
                       " - RUNNING WITHOUT TERM FILTERING"
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

      *only a line reading TRIAL makes this a trial night
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
               DISPLAY "*** TRIAL RUN - ASSESSMENTS LISTED ONLY, "
                       "NOTHING APPENDED ***"
           END-IF.

      *read the rate table once - with no rates on file nothing is
      *chargeable, and the listing still shows who was looked at
       LOAD-RATES.
           OPEN INPUT RATE-FILE
           IF WS-RATE-FILE-STATUS NOT = "00"
               DISPLAY "HW2-LATE-FEE-RATES.CSV NOT AVAILABLE - "
                       "STATUS " WS-RATE-FILE-STATUS
                       " - NO RATES, NOTHING CHARGED"
           ELSE
               PERFORM UNTIL EOF-RATE = "Y"
                   READ RATE-FILE
                       AT END
                           MOVE "Y" TO EOF-RATE
                       NOT AT END
                           PERFORM PARSE-RATE-ROW
                   END-READ
               END-PERFORM
               CLOSE RATE-FILE
           END-IF.

      *one rate row - another term's rate is left out, not rejected
       PARSE-RATE-ROW.
           ADD 1 TO WS-RATE-LINE-NO
           MOVE SPACES TO WS-RATE-METHOD-STR WS-RATE-DAYS-STR
                          WS-RATE-AMT-STR WS-RATE-CAP-STR
                          WS-RATE-TERM-STR
           UNSTRING RATE-LINE
               DELIMITED BY ","
               INTO WS-RATE-METHOD-STR
                    WS-RATE-DAYS-STR
                    WS-RATE-AMT-STR
                    WS-RATE-CAP-STR
                    WS-RATE-TERM-STR
           END-UNSTRING
           IF WS-RATE-CAP-STR = SPACES
               MOVE "0" TO WS-RATE-CAP-STR
           END-IF
           IF TERM-ACTIVE
              AND WS-RATE-TERM-STR NOT = SPACES
              AND FUNCTION TRIM(WS-RATE-TERM-STR)
                    NOT = WS-CURRENT-TERM
               CONTINUE
           ELSE
               IF (FUNCTION TRIM(WS-RATE-METHOD-STR) NOT = "FLAT"
                   AND FUNCTION TRIM(WS-RATE-METHOD-STR) NOT = "PCT")
                  OR FUNCTION TEST-NUMVAL(WS-RATE-DAYS-STR) NOT = 0
                  OR FUNCTION TEST-NUMVAL(WS-RATE-AMT-STR) NOT = 0
                  OR FUNCTION TEST-NUMVAL(WS-RATE-CAP-STR) NOT = 0
                   PERFORM REJECT-RATE-ROW
               ELSE
                   IF WS-RATE-COUNT >= WS-MAX-RATES
                       PERFORM REJECT-RATE-ROW
                   ELSE
                       ADD 1 TO WS-RATE-COUNT
                       MOVE FUNCTION TRIM(WS-RATE-METHOD-STR)
                         TO WS-RATE-METHOD(WS-RATE-COUNT)
                       COMPUTE WS-RATE-DAYS(WS-RATE-COUNT) =
                           FUNCTION NUMVAL(WS-RATE-DAYS-STR)
                       COMPUTE WS-RATE-AMT(WS-RATE-COUNT) =
                           FUNCTION NUMVAL(WS-RATE-AMT-STR)
                       COMPUTE WS-RATE-CAP(WS-RATE-COUNT) =
                           FUNCTION NUMVAL(WS-RATE-CAP-STR)
                   END-IF
               END-IF
           END-IF.

       REJECT-RATE-ROW.
           ADD 1 TO WS-REJECT-COUNT
           DISPLAY "REJECTED RATE ROW " WS-RATE-LINE-NO
                   ": " RATE-LINE
           MOVE SPACES TO AUDIT-LINE
           STRING "REJECTED RATE LINE " DELIMITED BY SIZE
                  WS-RATE-LINE-NO DELIMITED BY SIZE
                  ": " DELIMITED BY SIZE
                  RATE-LINE DELIMITED BY SIZE
               INTO AUDIT-LINE
           END-STRING
           WRITE AUDIT-LINE.

      *the agreements, kept only for this term - a malformed row
      *is passed over here, the nightly run is what logs it
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
           IF TERM-ACTIVE
              AND WS-AGR-TERM-STR NOT = SPACES
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

      *everything assessed so far - a missing ledger just means
      *nothing has ever been assessed
       LOAD-LEDGER.
           OPEN INPUT LEDGER-FILE
           IF WS-LDG-FILE-STATUS NOT = "00"
               DISPLAY "HW2-LATE-FEE-LEDGER.DAT NOT AVAILABLE - "
                       "STATUS " WS-LDG-FILE-STATUS
                       " - NOTHING ASSESSED BEFORE"
           ELSE
               PERFORM UNTIL EOF-LDG = "Y"
                   READ LEDGER-FILE
                       AT END
                           MOVE "Y" TO EOF-LDG
                       NOT AT END
                           IF WS-LDG-COUNT >= WS-MAX-LDG
                               MOVE "Y" TO WS-LDG-OVERFLOW-SW
                           ELSE
                               ADD 1 TO WS-LDG-COUNT
                               MOVE LDG-STU-ID
                                 TO WS-LDG-ID(WS-LDG-COUNT)
                               MOVE LDG-TERM
                                 TO WS-LDG-TERM(WS-LDG-COUNT)
                               MOVE LDG-METHOD
                                 TO WS-LDG-METHOD(WS-LDG-COUNT)
                               MOVE LDG-STEP
                                 TO WS-LDG-STEP(WS-LDG-COUNT)
                               MOVE LDG-AMT
                                 TO WS-LDG-AMT(WS-LDG-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LEDGER-FILE
           END-IF.

      *one student still owing as of last night - an extract cut
      *for another term, or a student current on an agreement, is
      *listed and left alone; everybody else is run past every rate
       ASSESS-ONE-STUDENT.
           ADD 1 TO WS-AGX-COUNT
           IF TERM-ACTIVE AND AGX-TERM NOT = WS-CURRENT-TERM
               ADD 1 TO WS-STALE-COUNT
               MOVE SPACES TO AUDIT-LINE
               STRING "ID: " DELIMITED BY SIZE
                      AGX-STU-ID DELIMITED BY SIZE
                      "  EXTRACT TERM " DELIMITED BY SIZE
                      AGX-TERM DELIMITED BY SIZE
                      " - NOT THIS TERM, NOT ASSESSED"
                        DELIMITED BY SIZE
                   INTO AUDIT-LINE
               END-STRING
               WRITE AUDIT-LINE
           ELSE
               PERFORM CHECK-PAY-AGREEMENT
               IF AGREEMENT-CURRENT
                   ADD 1 TO WS-AGR-SKIP-COUNT
                   MOVE SPACES TO AUDIT-LINE
                   STRING "ID: " DELIMITED BY SIZE
                          AGX-STU-ID DELIMITED BY SIZE
                          "  DAYS: " DELIMITED BY SIZE
                          AGX-DAYS DELIMITED BY SIZE
                          "  DUE: " DELIMITED BY SIZE
                          AGX-DUE DELIMITED BY SIZE
                          "  ON AGREEMENT - NOT ASSESSED"
                            DELIMITED BY SIZE
                       INTO AUDIT-LINE
                   END-STRING
                   WRITE AUDIT-LINE
               ELSE
                   PERFORM ASSESS-ONE-RATE
                       VARYING WS-RATE-SEARCH-IDX FROM 1 BY 1
                       UNTIL WS-RATE-SEARCH-IDX > WS-RATE-COUNT
               END-IF
           END-IF.

      *the same test the dunning roll makes: the agreed
      *installments fallen due against what the student paid - a
      *paid figure never captured counts as current, as it does
      *there
       CHECK-PAY-AGREEMENT.
           MOVE "N" TO WS-AGR-STATE
           MOVE 0 TO WS-AGR-DUE-SUM
           PERFORM SUM-ONE-AGR-INST
               VARYING WS-AGR-SEARCH-IDX FROM 1 BY 1
               UNTIL WS-AGR-SEARCH-IDX > WS-AGR-COUNT
           IF AGREEMENT-CURRENT
               IF AGX-PAID-SW = "Y"
                  AND AGX-PAID < WS-AGR-DUE-SUM
                   MOVE "B" TO WS-AGR-STATE
               END-IF
           END-IF.

       SUM-ONE-AGR-INST.
           IF WS-AGR-ID(WS-AGR-SEARCH-IDX) = AGX-STU-ID
               MOVE "C" TO WS-AGR-STATE
               IF WS-AGR-DUE-DATE(WS-AGR-SEARCH-IDX)
                    <= WS-RUN-DATE-N
                   ADD WS-AGR-AMT(WS-AGR-SEARCH-IDX)
                     TO WS-AGR-DUE-SUM
               END-IF
           END-IF.

      *one rate against the current student: a FLAT rate charges
      *once when the balance has aged past its threshold, a PCT
      *rate charges one month's interest for each 30 days past its
      *threshold - at most the current month, so a balance first
      *seen long overdue is not back-charged for every month at once
       ASSESS-ONE-RATE.
           IF AGX-DAYS >= WS-RATE-DAYS(WS-RATE-SEARCH-IDX)
               MOVE WS-RATE-METHOD(WS-RATE-SEARCH-IDX)
                 TO WS-PEN-METHOD
               IF WS-PEN-METHOD = "FLAT"
                   MOVE WS-RATE-DAYS(WS-RATE-SEARCH-IDX)
                     TO WS-PEN-STEP
                   MOVE WS-RATE-AMT(WS-RATE-SEARCH-IDX)
                     TO WS-PEN-AMT
               ELSE
                   COMPUTE WS-PEN-STEP =
                       (AGX-DAYS - WS-RATE-DAYS(WS-RATE-SEARCH-IDX))
                       / 30 + 1
                   COMPUTE WS-PEN-AMT ROUNDED =
                       AGX-DUE * WS-RATE-AMT(WS-RATE-SEARCH-IDX)
                     / 10000
               END-IF
               PERFORM FIND-LEDGER
               IF LDG-NOT-FOUND
                   IF WS-PEN-METHOD = "PCT"
                       PERFORM APPLY-PCT-CAP
                   END-IF
                   IF WS-PEN-AMT > 0
                       PERFORM CHARGE-PENALTY
                   END-IF
               END-IF
           END-IF.

      *the term's PCT charges already on the ledger plus tonight's
      *may not pass the rate's cap - the charge is cut to what room
      *is left, and a student already at the cap is listed as such
       APPLY-PCT-CAP.
           IF WS-RATE-CAP(WS-RATE-SEARCH-IDX) > 0
               MOVE 0 TO WS-PCT-TAKEN
               PERFORM SUM-ONE-PCT-CHARGE
                   VARYING WS-LDG-SEARCH-IDX FROM 1 BY 1
                   UNTIL WS-LDG-SEARCH-IDX > WS-LDG-COUNT
               IF WS-PCT-TAKEN >= WS-RATE-CAP(WS-RATE-SEARCH-IDX)
                   MOVE 0 TO WS-PEN-AMT
                   ADD 1 TO WS-CAP-COUNT
                   MOVE SPACES TO AUDIT-LINE
                   STRING "ID: " DELIMITED BY SIZE
                          AGX-STU-ID DELIMITED BY SIZE
                          "  DAYS: " DELIMITED BY SIZE
                          AGX-DAYS DELIMITED BY SIZE
                          "  DUE: " DELIMITED BY SIZE
                          AGX-DUE DELIMITED BY SIZE
                          "  PCT MONTH " DELIMITED BY SIZE
                          WS-PEN-STEP DELIMITED BY SIZE
                          "  CAP REACHED - NOT ASSESSED"
                            DELIMITED BY SIZE
                       INTO AUDIT-LINE
                   END-STRING
                   WRITE AUDIT-LINE
               ELSE
                   COMPUTE WS-PCT-ROOM =
                       WS-RATE-CAP(WS-RATE-SEARCH-IDX) - WS-PCT-TAKEN
                   IF WS-PEN-AMT > WS-PCT-ROOM
                       MOVE WS-PCT-ROOM TO WS-PEN-AMT
                   END-IF
               END-IF
           END-IF.

       SUM-ONE-PCT-CHARGE.
           IF WS-LDG-ID(WS-LDG-SEARCH-IDX) = AGX-STU-ID
              AND WS-LDG-TERM(WS-LDG-SEARCH-IDX) = AGX-TERM
              AND WS-LDG-METHOD(WS-LDG-SEARCH-IDX) = "PCT"
               ADD WS-LDG-AMT(WS-LDG-SEARCH-IDX) TO WS-PCT-TAKEN
           END-IF.

      *has this student already been charged this step this term
       FIND-LEDGER.
           MOVE "N" TO WS-LDG-FOUND-SW
           MOVE 1 TO WS-LDG-SEARCH-IDX
           PERFORM SEARCH-LEDGER-TABLE
               UNTIL WS-LDG-SEARCH-IDX > WS-LDG-COUNT
                  OR LDG-FOUND.

       SEARCH-LEDGER-TABLE.
           IF WS-LDG-ID(WS-LDG-SEARCH-IDX) = AGX-STU-ID
              AND WS-LDG-TERM(WS-LDG-SEARCH-IDX) = AGX-TERM
              AND WS-LDG-METHOD(WS-LDG-SEARCH-IDX) = WS-PEN-METHOD
              AND WS-LDG-STEP(WS-LDG-SEARCH-IDX) = WS-PEN-STEP
               MOVE "Y" TO WS-LDG-FOUND-SW
           ELSE
               ADD 1 TO WS-LDG-SEARCH-IDX
           END-IF.

      *record the charge on the ledger and append the PENALTY row
      *the nightly run will bill - a trial night only lists it; a
      *full ledger table stops the charge, since it could not be
      *remembered for the rest of the run
       CHARGE-PENALTY.
           IF WS-LDG-COUNT >= WS-MAX-LDG
               DISPLAY "LEDGER TABLE FULL - CHARGE SKIPPED: "
                       AGX-STU-ID
           ELSE
               ADD 1 TO WS-LDG-COUNT
               MOVE AGX-STU-ID TO WS-LDG-ID(WS-LDG-COUNT)
               MOVE AGX-TERM TO WS-LDG-TERM(WS-LDG-COUNT)
               MOVE WS-PEN-METHOD TO WS-LDG-METHOD(WS-LDG-COUNT)
               MOVE WS-PEN-STEP TO WS-LDG-STEP(WS-LDG-COUNT)
               MOVE WS-PEN-AMT TO WS-LDG-AMT(WS-LDG-COUNT)
               ADD 1 TO WS-CHARGE-COUNT
               ADD WS-PEN-AMT TO WS-CHARGE-TOTAL
               IF WS-PEN-METHOD = "FLAT"
                   ADD WS-PEN-AMT TO WS-FLAT-TOTAL
               ELSE
                   ADD WS-PEN-AMT TO WS-PCT-TOTAL
               END-IF
               IF LIVE-RUN
                   MOVE SPACES TO LEDGER-RECORD
                   MOVE AGX-STU-ID TO LDG-STU-ID
                   MOVE AGX-TERM TO LDG-TERM
                   MOVE WS-PEN-METHOD TO LDG-METHOD
                   MOVE WS-PEN-STEP TO LDG-STEP
                   MOVE WS-PEN-AMT TO LDG-AMT
                   MOVE WS-RUN-DATE-N TO LDG-DATE
                   WRITE LEDGER-RECORD
      *keyed under this job's own operator id, which the authority
      *file has to carry for PENALTY or the nightly run holds it
                   MOVE SPACES TO ADJUSTMENTS-LINE
                   STRING FUNCTION TRIM(AGX-STU-ID) DELIMITED BY SIZE
                          ",PENALTY," DELIMITED BY SIZE
                          WS-PEN-AMT DELIMITED BY SIZE
                          ",LATE-FEE" DELIMITED BY SIZE
                       INTO ADJUSTMENTS-LINE
                   END-STRING
                   WRITE ADJUSTMENTS-LINE
               END-IF
               MOVE SPACES TO AUDIT-LINE
               STRING "ID: " DELIMITED BY SIZE
                      AGX-STU-ID DELIMITED BY SIZE
                      "  DAYS: " DELIMITED BY SIZE
                      AGX-DAYS DELIMITED BY SIZE
                      "  DUE: " DELIMITED BY SIZE
                      AGX-DUE DELIMITED BY SIZE
                      "  " DELIMITED BY SIZE
                      WS-PEN-METHOD DELIMITED BY SIZE
                      " STEP " DELIMITED BY SIZE
                      WS-PEN-STEP DELIMITED BY SIZE
                      "  PENALTY: " DELIMITED BY SIZE
                      WS-PEN-AMT DELIMITED BY SIZE
                   INTO AUDIT-LINE
               END-STRING
               WRITE AUDIT-LINE
           END-IF.

       WRITE-AUDIT-SUMMARY.
           DISPLAY "========================================"
           DISPLAY "HW2-LATE-FEE - STUDENTS ON EXTRACT : " WS-AGX-COUNT
           DISPLAY "HW2-LATE-FEE - PENALTIES ASSESSED  : "
                   WS-CHARGE-COUNT "  AMOUNT: " WS-CHARGE-TOTAL
           DISPLAY "HW2-LATE-FEE - ON AGREEMENT SKIPPED: "
                   WS-AGR-SKIP-COUNT
           DISPLAY "========================================"
           MOVE SPACES TO AUDIT-LINE
           STRING "STUDENTS ON EXTRACT: " DELIMITED BY SIZE
                  WS-AGX-COUNT DELIMITED BY SIZE
                  "  OTHER TERM: " DELIMITED BY SIZE
                  WS-STALE-COUNT DELIMITED BY SIZE
                  "  ON AGREEMENT: " DELIMITED BY SIZE
                  WS-AGR-SKIP-COUNT DELIMITED BY SIZE
                  "  AT CAP: " DELIMITED BY SIZE
                  WS-CAP-COUNT DELIMITED BY SIZE
               INTO AUDIT-LINE
           END-STRING
           WRITE AUDIT-LINE
           MOVE SPACES TO AUDIT-LINE
           STRING "PENALTIES ASSESSED: " DELIMITED BY SIZE
                  WS-CHARGE-COUNT DELIMITED BY SIZE
                  "  TOTAL: " DELIMITED BY SIZE
                  WS-CHARGE-TOTAL DELIMITED BY SIZE
                  "  FLAT: " DELIMITED BY SIZE
                  WS-FLAT-TOTAL DELIMITED BY SIZE
                  "  PCT: " DELIMITED BY SIZE
                  WS-PCT-TOTAL DELIMITED BY SIZE
                  "  RATE ROWS REJECTED: " DELIMITED BY SIZE
                  WS-REJECT-COUNT DELIMITED BY SIZE
               INTO AUDIT-LINE
           END-STRING
           WRITE AUDIT-LINE.
