           SELECT ENROLLMENT-FILE ASSIGN TO "HW2-Enrollment.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ENR-FILE-STATUS.
      *withdrawals and the refund-percentage bands the nightly run
      *prorates from, so a withdrawn caller is quoted the reduced
      *bill rather than the full one
           SELECT WITHDRAWALS-FILE ASSIGN TO "HW2-Withdrawals.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WD-FILE-STATUS.
           SELECT REFUND-PCT-FILE ASSIGN TO "HW2-Refund-Pct.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RP-FILE-STATUS.
           SELECT ADJUSTMENTS-FILE ASSIGN TO "HW2-Adjustments.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ADJ-FILE-STATUS.
      *operator authority - an adjustment or reversal the nightly
      *run would hold for approval is held out of the quote too
           SELECT OPERATOR-FILE ASSIGN TO "HW2-Operators.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPR-FILE-STATUS.
      *payment reversals the nightly run nets out - read here too,
      *so the office quotes the balance with the bounced check
      *already backed out
           SELECT REVERSALS-FILE ASSIGN TO "HW2-Pay-Reversals.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REV-FILE-STATUS.
      *sponsors, what each agreed to cover, and what each refused
      *back - the caller is quoted only the share the sponsors do
      *not carry, the same way the nightly run bills it
           SELECT SPONSOR-FILE ASSIGN TO "HW2-Sponsors.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SPN-FILE-STATUS.
           SELECT SPONSOR-AUTH-FILE ASSIGN TO "HW2-Sponsor-Auth.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SPA-FILE-STATUS.
           SELECT SPONSOR-REFUSED-FILE
               ASSIGN TO "HW2-Sponsor-Refused.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SPR-FILE-STATUS.
           SELECT TERM-FILE ASSIGN TO "HW2-Term.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TERM-FILE-STATUS.
       FD ENROLLMENT-FILE.
       01 ENROLLMENT-LINE    PIC X(40).

       FD WITHDRAWALS-FILE.
       01 WITHDRAWALS-LINE   PIC X(60).

       FD REFUND-PCT-FILE.
       01 REFUND-PCT-LINE    PIC X(60).

      *wide enough for the entering and approving operator ids
       FD ADJUSTMENTS-FILE.
       01 ADJUSTMENTS-LINE   PIC X(80).

       FD OPERATOR-FILE.
       01 OPERATOR-LINE      PIC X(80).

       FD REVERSALS-FILE.
       01 REVERSALS-LINE     PIC X(60).

       FD SPONSOR-FILE.
       01 SPONSOR-LINE       PIC X(80).

       FD SPONSOR-AUTH-FILE.
       01 SPONSOR-AUTH-LINE  PIC X(80).

       FD SPONSOR-REFUSED-FILE.
       01 SPONSOR-REFUSED-LINE PIC X(80).

       FD TERM-FILE.
       01 TERM-LINE          PIC X(20).

                                INDEXED BY WS-FT-IDX.
               10 WS-FT-TYPE      PIC X(10).
               10 WS-FT-FEE-AMT   PIC 9(7).
               10 WS-FT-DATED-SW  PIC X.

       01 WS-FT-SEARCH-IDX   PIC 9(3).
       01 WS-FT-FOUND-SW     PIC X VALUE "N".
       01 WS-SCHED-SEQ-STR   PIC X(10).
       01 WS-SCHED-AMT-STR   PIC X(10).
       01 WS-SCHED-DATE-STR  PIC X(10).
       01 WS-SCHED-TERM-STR  PIC X(10).
       01 WS-MAX-SCHED       PIC 9(3) VALUE 200.
       01 WS-SCHED-COUNT     PIC 9(3) VALUE 0.
       01 WS-SCHED-TABLE.
               10 WS-SCHED-SEQ      PIC 9(3).
               10 WS-SCHED-AMT      PIC 9(7).
               10 WS-SCHED-DUE-DATE PIC 9(8).
               10 WS-SCHED-DATED-SW PIC X.

       01 WS-SCHED-SEARCH-IDX PIC 9(3).
       01 WS-SCHED-SUB       PIC 9(3).
       01 WS-SCHED-LOOKUP-TYPE PIC X(10).
       01 WS-SCHED-MATCH-SW  PIC X VALUE "N".
           88 SCHED-MATCHED     VALUE "Y".
               10 WS-SF-FEE-AMT  PIC 9(7).
               10 WS-SF-DUE-AMT  PIC 9(9).
               10 WS-SF-FOUND-SW PIC X.
               10 WS-SF-PRORATE-AMT PIC 9(7).
               10 WS-SF-WD-DATE  PIC 9(8).
               10 WS-SF-WD-PCT   PIC 9(3).
               10 WS-SF-SPON-AMT PIC 9(9).
       01 WS-SF-SEARCH-IDX   PIC 9(2).
       01 WS-SF-PREV-DUE     PIC 9(9) VALUE 0.

      *withdrawals, loaded with the same term filter - a row names
      *one fee type or ALL, and a row naming the type itself wins
      *over an ALL row for the same caller
       01 WS-WD-FILE-STATUS  PIC XX.
       01 EOF-WD             PIC X VALUE "N".
       01 WS-WD-ID-STR       PIC X(10).
       01 WS-WD-TYPE-STR     PIC X(10).
       01 WS-WD-DATE-STR     PIC X(10).
       01 WS-WD-TERM-STR     PIC X(10).
       01 WS-MAX-WD          PIC 9(4) VALUE 1000.
       01 WS-WD-COUNT        PIC 9(4) VALUE 0.
       01 WS-WD-TABLE.
           05 WS-WD-ENTRY OCCURS 1000 TIMES
                          INDEXED BY WS-WD-IDX.
               10 WS-WD-ID    PIC X(10).
               10 WS-WD-TYPE  PIC X(10).
               10 WS-WD-DATE  PIC 9(8).
       01 WS-WD-SEARCH-IDX   PIC 9(4).
       01 WS-WD-FOUND-SW     PIC X VALUE "N".
           88 WD-FOUND         VALUE "Y".
           88 WD-NOT-FOUND     VALUE "N".
       01 WS-WD-TYPE-SW      PIC X VALUE "N".
       01 WS-WD-LOOKUP-DATE  PIC 9(8) VALUE 0.
       01 WS-WD-RETAINED-AMT PIC 9(7) VALUE 0.
       01 WS-WD-TYPE-DUE     PIC 9(9) VALUE 0.

      *refund-percentage bands - the tightest cutoff on or after
      *the withdrawal date sets the percent refunded
       01 WS-RP-FILE-STATUS  PIC XX.
       01 EOF-RP             PIC X VALUE "N".
       01 WS-RP-TYPE-STR     PIC X(10).
       01 WS-RP-DATE-STR     PIC X(10).
       01 WS-RP-PCT-STR      PIC X(10).
       01 WS-RP-TERM-STR     PIC X(10).
       01 WS-MAX-RP          PIC 9(3) VALUE 200.
       01 WS-RP-COUNT        PIC 9(3) VALUE 0.
       01 WS-RP-TABLE.
           05 WS-RP-ENTRY OCCURS 200 TIMES
                          INDEXED BY WS-RP-IDX.
               10 WS-RP-TYPE    PIC X(10).
               10 WS-RP-CUTOFF  PIC 9(8).
               10 WS-RP-PCT     PIC 9(3).
       01 WS-RP-SEARCH-IDX   PIC 9(3).
       01 WS-RP-LOOKUP-TYPE  PIC X(10).
       01 WS-RP-TYPE-SW      PIC X VALUE "N".
       01 WS-RP-BEST-CUTOFF  PIC 9(8) VALUE 0.
       01 WS-RP-PCT-FOUND    PIC 9(3) VALUE 0.
       01 WS-PRORATE-AMT     PIC 9(9) VALUE 0.

      *set when at least one of the caller's fee types is on the
      *fee table, so an account billed off nothing but bad codes
      *still says so
       01 WS-ADJ-ID-STR      PIC X(10).
       01 WS-ADJ-CODE        PIC X(10).
       01 WS-ADJ-AMT-STR     PIC X(10).
       01 WS-ADJ-ENTER-STR   PIC X(10).
       01 WS-ADJ-APPR-STR    PIC X(10).
       01 WS-MAX-ADJ         PIC 9(4) VALUE 1000.
       01 WS-ADJ-COUNT       PIC 9(4) VALUE 0.
       01 WS-ADJ-TABLE.
       01 WS-REV-SEQ-STR     PIC X(10).
       01 WS-REV-REASON-STR  PIC X(10).
       01 WS-REV-PEN-STR     PIC X(10).
       01 WS-REV-ENTER-STR   PIC X(10).
       01 WS-REV-APPR-STR    PIC X(10).
       01 WS-MAX-REV         PIC 9(4) VALUE 1000.
       01 WS-REV-COUNT       PIC 9(4) VALUE 0.
       01 WS-REV-TABLE.
           88 REV-FOUND        VALUE "Y".
           88 REV-NOT-FOUND    VALUE "N".

      *operator authority, same rules as the nightly run - a CLERK
      *or SYSTEM operator may only key rows, a SUPERVISOR may key
      *and approve them, each up to a limit per transaction type
       01 WS-OPR-FILE-STATUS PIC XX.
       01 EOF-OPR            PIC X VALUE "N".
       01 WS-OPR-ID-STR      PIC X(10).
       01 WS-OPR-ROLE-STR    PIC X(10).
           88 OPR-ROLE-VALID VALUES "CLERK", "SUPERVISOR", "SYSTEM".
       01 WS-OPR-TYPE-STR    PIC X(10).
           88 OPR-TYPE-VALID VALUES "WAIVER", "SCHOLAR", "PENALTY",
                                    "COMMISSION", "REVERSAL".
       01 WS-OPR-LIMIT-STR   PIC X(12).
       01 WS-MAX-OPR         PIC 9(4) VALUE 500.
       01 WS-OPR-COUNT       PIC 9(4) VALUE 0.
       01 WS-OPR-TABLE.
           05 WS-OPR-ENTRY OCCURS 500 TIMES
                           INDEXED BY WS-OPR-IDX.
               10 WS-OPR-ID    PIC X(10).
               10 WS-OPR-ROLE  PIC X(10).
               10 WS-OPR-TYPE  PIC X(10).
               10 WS-OPR-LIMIT PIC 9(9).
       01 WS-OPR-SEARCH-IDX  PIC 9(4).
       01 WS-OPR-LOOKUP-ID   PIC X(10).
       01 WS-OPR-FOUND-SW    PIC X VALUE "N".
           88 OPR-FOUND        VALUE "Y".
           88 OPR-NOT-FOUND    VALUE "N".

       01 WS-AUTH-TYPE       PIC X(10).
       01 WS-AUTH-AMT        PIC 9(9) VALUE 0.
       01 WS-AUTH-ENTERER    PIC X(10).
       01 WS-AUTH-APPROVER   PIC X(10).
       01 WS-AUTH-REASON     PIC X(40).

      *rows held for approval, shown on the student's account but
      *kept out of the balance quoted
       01 WS-MAX-HELD        PIC 9(4) VALUE 1000.
       01 WS-HELD-COUNT      PIC 9(4) VALUE 0.
       01 WS-HELD-TABLE.
           05 WS-HELD-ENTRY OCCURS 1000 TIMES
                            INDEXED BY WS-HELD-IDX.
               10 WS-HELD-ID      PIC X(10).
               10 WS-HELD-TYPE    PIC X(10).
               10 WS-HELD-AMT     PIC S9(9).
               10 WS-HELD-ENTERER PIC X(10).
               10 WS-HELD-REASON  PIC X(40).
       01 WS-HELD-SEARCH-IDX PIC 9(4).
       01 WS-HELD-ROW-ID     PIC X(10).
       01 WS-HELD-ROW-AMT    PIC S9(9).

      *sponsor ids, coverage rows, and refusals, loaded with the
      *same term filter the nightly run applies - a bad row is
      *skipped here, the nightly run's reject list reports it
       01 WS-SPN-FILE-STATUS PIC XX.
       01 EOF-SPN            PIC X VALUE "N".
       01 WS-SPN-ID-STR      PIC X(10).
       01 WS-MAX-SPN         PIC 9(3) VALUE 200.
       01 WS-SPN-COUNT       PIC 9(3) VALUE 0.
       01 WS-SPN-TABLE.
           05 WS-SPN-ENTRY OCCURS 200 TIMES
                           INDEXED BY WS-SPN-IDX.
               10 WS-SPN-ID       PIC X(10).
       01 WS-SPN-SEARCH-IDX  PIC 9(3).
       01 WS-SPN-LOOKUP-ID   PIC X(10).
       01 WS-SPN-FOUND-SW    PIC X VALUE "N".
           88 SPN-FOUND        VALUE "Y".
           88 SPN-NOT-FOUND    VALUE "N".

       01 WS-SPA-FILE-STATUS PIC XX.
       01 EOF-SPA            PIC X VALUE "N".
       01 WS-SPA-SPN-STR     PIC X(10).
       01 WS-SPA-ID-STR      PIC X(10).
       01 WS-SPA-TYPE-STR    PIC X(10).
       01 WS-SPA-BASIS-STR   PIC X(10).
           88 SPA-BASIS-VALID VALUES "P", "C".
       01 WS-SPA-LIMIT-STR   PIC X(10).
       01 WS-SPA-TERM-STR    PIC X(10).
       01 WS-SPA-LIMIT-NUM   PIC 9(9) VALUE 0.
       01 WS-MAX-SPA         PIC 9(4) VALUE 1000.
       01 WS-SPA-COUNT       PIC 9(4) VALUE 0.
       01 WS-SPA-TABLE.
           05 WS-SPA-ENTRY OCCURS 1000 TIMES
                           INDEXED BY WS-SPA-IDX.
               10 WS-SPA-SPN-ID  PIC X(10).
               10 WS-SPA-STU-ID  PIC X(10).
               10 WS-SPA-TYPE    PIC X(10).
               10 WS-SPA-BASIS   PIC X.
               10 WS-SPA-LIMIT   PIC 9(9).
       01 WS-SPA-SEARCH-IDX  PIC 9(4).

       01 WS-SPR-FILE-STATUS PIC XX.
       01 EOF-SPR            PIC X VALUE "N".
       01 WS-SPR-SPN-STR     PIC X(10).
       01 WS-SPR-ID-STR      PIC X(10).
       01 WS-SPR-AMT-STR     PIC X(10).
       01 WS-SPR-TERM-STR    PIC X(10).
       01 WS-MAX-SPR         PIC 9(4) VALUE 500.
       01 WS-SPR-COUNT       PIC 9(4) VALUE 0.
       01 WS-SPR-TABLE.
           05 WS-SPR-ENTRY OCCURS 500 TIMES
                           INDEXED BY WS-SPR-IDX.
               10 WS-SPR-SPN-ID  PIC X(10).
               10 WS-SPR-STU-ID  PIC X(10).
               10 WS-SPR-AMT     PIC 9(9).
       01 WS-SPR-SEARCH-IDX  PIC 9(4).

      *the caller's cover, one entry per sponsor carrying them
       01 WS-MAX-SPC         PIC 9(2) VALUE 20.
       01 WS-SPC-COUNT       PIC 9(2) VALUE 0.
       01 WS-SPC-TABLE.
           05 WS-SPC-ENTRY OCCURS 20 TIMES
                           INDEXED BY WS-SPC-IDX.
               10 WS-SPC-SPN-ID   PIC X(10).
               10 WS-SPC-COVERED  PIC 9(9).
               10 WS-SPC-REFUSED  PIC 9(9).
       01 WS-SPC-SEARCH-IDX  PIC 9(2).
       01 WS-SPC-FOUND-SW    PIC X VALUE "N".
           88 SPC-FOUND        VALUE "Y".
           88 SPC-NOT-FOUND    VALUE "N".
       01 WS-SPN-COVER-AMT   PIC 9(9) VALUE 0.
       01 WS-SPN-OPEN-AMT    PIC S9(9) VALUE 0.
       01 WS-SPN-SLICE-AMT   PIC 9(9) VALUE 0.
       01 WS-SPN-CAP-LEFT    PIC 9(9) VALUE 0.

      *prior-term balances carried forward by the nightly run
       01 WS-MAX-CF          PIC 9(5) VALUE 5000.
       01 WS-CF-COUNT        PIC 9(5) VALUE 0.

           PERFORM LOAD-FEE-SCHEDULE
           PERFORM LOAD-ENROLLMENTS
           PERFORM LOAD-WITHDRAWALS
           PERFORM LOAD-REFUND-PCT
           PERFORM LOAD-OPERATORS
           PERFORM LOAD-ADJUSTMENTS
           PERFORM LOAD-SPONSORS
           PERFORM LOAD-SPONSOR-AUTH
           PERFORM LOAD-SPONSOR-REFUSED
           PERFORM LOAD-CARRY-FORWARD

           OPEN INPUT PAY-INDEX-FILE
           PERFORM BUILD-STUDENT-FEES
           PERFORM FIND-ARREARS
           PERFORM FIND-ADJUSTMENTS
           PERFORM FIND-SPONSOR-COVER
           DISPLAY "=========================================="
           DISPLAY "ID   : " WS-STU-ID
           DISPLAY "Name : " WS-STU-NAME
                   UNTIL WS-SF-SEARCH-IDX > WS-STU-FEE-COUNT
               DISPLAY "Billed Fee      : " WS-FEE-AMT
               DISPLAY "Fee Due To Date : " WS-FEE-DUE-AMT
               IF WS-PRORATE-AMT > 0
                   DISPLAY "Withdrawal Proration : " WS-PRORATE-AMT
               END-IF
           END-IF
           IF WS-ARREARS-AMT > 0
               DISPLAY "Prior Term Arrears : " WS-ARREARS-AMT
               MOVE WS-ADJ-AMT TO WS-ADJ-AMT-ED
               DISPLAY "Adjustments : " WS-ADJ-AMT-ED
           END-IF
           PERFORM PRINT-ONE-HELD-LINE
               VARYING WS-HELD-SEARCH-IDX FROM 1 BY 1
               UNTIL WS-HELD-SEARCH-IDX > WS-HELD-COUNT
           PERFORM PRINT-ONE-SPONSOR-LINE
               VARYING WS-SPC-SEARCH-IDX FROM 1 BY 1
               UNTIL WS-SPC-SEARCH-IDX > WS-SPC-COUNT
           PERFORM LIST-PAYMENTS
           DISPLAY "Total Paid : " WS-PAY-AMT
                   "  (" WS-PAY-ROWS " PAYMENTS)"
           COMPUTE DUE-AMT =
               WS-ARREARS-AMT + WS-FEE-DUE-AMT
             + WS-ADJ-AMT - WS-PAY-AMT - WS-SPN-COVER-AMT
           IF DUE-AMT > 0
               DISPLAY "BALANCE DUE    : " DUE-AMT
           ELSE
           END-IF
           DISPLAY "==========================================".

      *a row waiting on approval is shown so the office can say
      *why it is not in the balance yet
       PRINT-ONE-HELD-LINE.
           IF WS-HELD-ID(WS-HELD-SEARCH-IDX) = WS-STU-ID
               MOVE WS-HELD-AMT(WS-HELD-SEARCH-IDX) TO WS-ADJ-AMT-ED
               DISPLAY "  HELD FOR APPROVAL "
                       WS-HELD-TYPE(WS-HELD-SEARCH-IDX)
                       " " WS-ADJ-AMT-ED
                       " ENTERED BY "
                       WS-HELD-ENTERER(WS-HELD-SEARCH-IDX)
               DISPLAY "    "
                       FUNCTION TRIM(
                         WS-HELD-REASON(WS-HELD-SEARCH-IDX))
                       " - NOT IN BALANCE"
           END-IF.

      *walk this student's payment rows on the duplicates-allowed
      *alternate key, printing each one and summing as it goes -
      *the same read pattern FIND-PAY uses in the nightly run
       PARSE-REV-ROW.
           MOVE SPACES TO WS-REV-ID-STR WS-REV-SEQ-STR
                          WS-REV-REASON-STR WS-REV-PEN-STR
                          WS-REV-ENTER-STR WS-REV-APPR-STR
           UNSTRING REVERSALS-LINE
               DELIMITED BY ","
               INTO WS-REV-ID-STR
                    WS-REV-SEQ-STR
                    WS-REV-REASON-STR
                    WS-REV-PEN-STR
                    WS-REV-ENTER-STR
                    WS-REV-APPR-STR
           END-UNSTRING
           IF WS-REV-ID-STR = SPACES
              OR FUNCTION TEST-NUMVAL(
                                   "PAYMENT SKIPPED: "
                                   REVERSALS-LINE
                       NOT INVALID KEY
                           PERFORM AUTHORIZE-REVERSAL
                           IF WS-AUTH-REASON NOT = SPACES
                               MOVE PI-PAY-ID TO WS-HELD-ROW-ID
                               MOVE PI-PAY-AMT TO WS-HELD-ROW-AMT
                               PERFORM STORE-HELD-ROW
                           ELSE
                               PERFORM STORE-ONE-REVERSAL
                           END-IF
                   END-READ
               END-IF
           END-IF.
               END-IF
           END-IF.

      *the reversal is judged on the payment it nets out, and an
      *NSF penalty riding on it is judged as a PENALTY by the same
      *two operators - either failing holds the whole row, listed
      *as the REVERSAL with a failed penalty named in the reason
       AUTHORIZE-REVERSAL.
           MOVE "REVERSAL" TO WS-AUTH-TYPE
           MOVE PI-PAY-AMT TO WS-AUTH-AMT
           MOVE FUNCTION TRIM(WS-REV-ENTER-STR) TO WS-AUTH-ENTERER
           MOVE FUNCTION TRIM(WS-REV-APPR-STR) TO WS-AUTH-APPROVER
           PERFORM AUTHORIZE-ROW
           IF WS-AUTH-REASON = SPACES
              AND WS-REV-PEN-STR NOT = SPACES
              AND FUNCTION TEST-NUMVAL(
                    FUNCTION TRIM(WS-REV-PEN-STR)) = 0
               IF FUNCTION NUMVAL(FUNCTION TRIM(WS-REV-PEN-STR)) > 0
                   MOVE "PENALTY" TO WS-AUTH-TYPE
                   MOVE FUNCTION NUMVAL(FUNCTION TRIM(WS-REV-PEN-STR))
                     TO WS-AUTH-AMT
                   PERFORM AUTHORIZE-ROW
                   PERFORM NAME-PENALTY-REASON
                   MOVE "REVERSAL" TO WS-AUTH-TYPE
                   MOVE PI-PAY-AMT TO WS-AUTH-AMT
               END-IF
           END-IF.

      *the same reason wording the nightly run's pending report uses
       NAME-PENALTY-REASON.
           IF WS-AUTH-REASON NOT = SPACES
               IF WS-AUTH-REASON = "OVER APPROVER LIMIT"
                  OR WS-AUTH-REASON
                       = "AWAITING APPROVAL - OVER ENTERER LIMIT"
                   MOVE "PENALTY LIMIT" TO WS-AUTH-REASON
               ELSE
                   MOVE "PENALTY NOT AUTHORIZED" TO WS-AUTH-REASON
               END-IF
           END-IF.

      *is the payment row currently in PAY-INDEX-RECORD reversed
       FIND-REVERSAL.
           MOVE "N" TO WS-REV-FOUND-SW
               END-READ
           END-PERFORM.

      *a type's own-term row wins over its standing row, whichever
      *comes first in the file, the same as the nightly run
       LOAD-ONE-FEE-ROW.
           IF WS-FEE-TYPE NOT = SPACES
              AND FUNCTION TEST-NUMVAL(
                    FUNCTION TRIM(WS-FEE-AMT-STR)) = 0
               MOVE "N" TO WS-FT-FOUND-SW
               MOVE 1 TO WS-FT-SEARCH-IDX
               PERFORM SEARCH-LOADED-FEE-TYPE
                   UNTIL WS-FT-SEARCH-IDX > WS-FEE-TYPE-COUNT
                      OR FT-FOUND
               IF FT-FOUND
                   IF WS-FEE-TERM-STR NOT = SPACES
                      AND WS-FT-DATED-SW(WS-FT-SEARCH-IDX) = "N"
                       MOVE FUNCTION NUMVAL(
                           FUNCTION TRIM(WS-FEE-AMT-STR))
                         TO WS-FT-FEE-AMT(WS-FT-SEARCH-IDX)
                       MOVE "Y" TO WS-FT-DATED-SW(WS-FT-SEARCH-IDX)
                   END-IF
               ELSE
                   PERFORM ADD-FEE-TYPE-ROW
               END-IF
           END-IF.

       ADD-FEE-TYPE-ROW.
           IF WS-FEE-TYPE-COUNT >= WS-MAX-FEE-TYPES
               DISPLAY "FEE TYPE TABLE FULL - "
                       "ROW SKIPPED: " WS-FEE-TYPE
           ELSE
               ADD 1 TO WS-FEE-TYPE-COUNT
               MOVE FUNCTION TRIM(WS-FEE-TYPE)
                 TO WS-FT-TYPE(WS-FEE-TYPE-COUNT)
               MOVE FUNCTION NUMVAL(
                   FUNCTION TRIM(WS-FEE-AMT-STR))
                 TO WS-FT-FEE-AMT(WS-FEE-TYPE-COUNT)
               IF WS-FEE-TERM-STR = SPACES
                   MOVE "N" TO WS-FT-DATED-SW(WS-FEE-TYPE-COUNT)
               ELSE
                   MOVE "Y" TO WS-FT-DATED-SW(WS-FEE-TYPE-COUNT)
               END-IF
           END-IF.

       SEARCH-LOADED-FEE-TYPE.
           IF WS-FT-TYPE(WS-FT-SEARCH-IDX) = FUNCTION TRIM(WS-FEE-TYPE)
               MOVE "Y" TO WS-FT-FOUND-SW
           ELSE
               ADD 1 TO WS-FT-SEARCH-IDX
           END-IF.

      *one line off HW2-Term.dat names the term being answered for
       LOAD-CURRENT-TERM.
           OPEN INPUT TERM-FILE
                   END-READ
               END-PERFORM
               CLOSE SCHEDULE-FILE
               PERFORM DROP-SUPERSEDED-SCHEDULE
           END-IF.

      *installment rows stamped with another term are left out,
      *same as the nightly run
       PARSE-SCHEDULE-ROW.
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
           IF TERM-ACTIVE
              AND WS-SCHED-TERM-STR NOT = SPACES
              AND FUNCTION TRIM(WS-SCHED-TERM-STR)
                    NOT = WS-CURRENT-TERM
               CONTINUE
           ELSE
               PERFORM LOAD-ONE-SCHEDULE-ROW
           END-IF.

       LOAD-ONE-SCHEDULE-ROW.
           IF WS-SCHED-TYPE-STR NOT = SPACES
              AND FUNCTION TEST-NUMVAL(
                    FUNCTION TRIM(WS-SCHED-SEQ-STR)) = 0
                   MOVE FUNCTION NUMVAL(
                       FUNCTION TRIM(WS-SCHED-DATE-STR))
                     TO WS-SCHED-DUE-DATE(WS-SCHED-COUNT)
                   IF WS-SCHED-TERM-STR = SPACES
                       MOVE "N" TO WS-SCHED-DATED-SW(WS-SCHED-COUNT)
                   ELSE
                       MOVE "Y" TO WS-SCHED-DATED-SW(WS-SCHED-COUNT)
                   END-IF
               END-IF
           END-IF.

      *a type with installment rows of its own for this term bills
      *off those alone, as the nightly run does
       DROP-SUPERSEDED-SCHEDULE.
           PERFORM DROP-ONE-SUPERSEDED-ROW
               VARYING WS-SCHED-SUB FROM 1 BY 1
               UNTIL WS-SCHED-SUB > WS-SCHED-COUNT.

       DROP-ONE-SUPERSEDED-ROW.
           IF WS-SCHED-DATED-SW(WS-SCHED-SUB) = "N"
               MOVE "N" TO WS-SCHED-MATCH-SW
               PERFORM CHECK-ONE-DATED-ROW
                   VARYING WS-SCHED-SEARCH-IDX FROM 1 BY 1
                   UNTIL WS-SCHED-SEARCH-IDX > WS-SCHED-COUNT
               IF SCHED-MATCHED
                   MOVE SPACES TO WS-SCHED-TYPE(WS-SCHED-SUB)
               END-IF
           END-IF.

       CHECK-ONE-DATED-ROW.
           IF WS-SCHED-DATED-SW(WS-SCHED-SEARCH-IDX) = "Y"
              AND WS-SCHED-TYPE(WS-SCHED-SEARCH-IDX)
                    = WS-SCHED-TYPE(WS-SCHED-SUB)
               MOVE "Y" TO WS-SCHED-MATCH-SW
           END-IF.

      *read the adjustments once - only well-formed rows with a
      *recognized code count, same rules as the nightly run, and a
      *row the nightly run would hold for approval is held here
       LOAD-ADJUSTMENTS.
           OPEN INPUT ADJUSTMENTS-FILE
           IF WS-ADJ-FILE-STATUS NOT = "00"

       PARSE-ADJ-ROW.
           MOVE SPACES TO WS-ADJ-ID-STR WS-ADJ-CODE WS-ADJ-AMT-STR
                          WS-ADJ-ENTER-STR WS-ADJ-APPR-STR
           UNSTRING ADJUSTMENTS-LINE
               DELIMITED BY ","
               INTO WS-ADJ-ID-STR
                    WS-ADJ-CODE
                    WS-ADJ-AMT-STR
                    WS-ADJ-ENTER-STR
                    WS-ADJ-APPR-STR
           END-UNSTRING
           IF WS-ADJ-ID-STR NOT = SPACES
              AND (WS-ADJ-CODE = "WAIVER" OR "SCHOLAR" OR "PENALTY"
                                 OR "COMMISSION")
              AND FUNCTION TEST-NUMVAL(
                    FUNCTION TRIM(WS-ADJ-AMT-STR)) = 0
               MOVE WS-ADJ-CODE TO WS-AUTH-TYPE
               MOVE FUNCTION NUMVAL(FUNCTION TRIM(WS-ADJ-AMT-STR))
                 TO WS-AUTH-AMT
               MOVE FUNCTION TRIM(WS-ADJ-ENTER-STR) TO WS-AUTH-ENTERER
               MOVE FUNCTION TRIM(WS-ADJ-APPR-STR)
                 TO WS-AUTH-APPROVER
               PERFORM AUTHORIZE-ROW
               IF WS-AUTH-REASON NOT = SPACES
                   MOVE WS-ADJ-ID-STR TO WS-HELD-ROW-ID
                   MOVE FUNCTION NUMVAL(FUNCTION TRIM(WS-ADJ-AMT-STR))
                     TO WS-HELD-ROW-AMT
                   PERFORM STORE-HELD-ROW
               ELSE
                   PERFORM STORE-ONE-ADJUSTMENT
               END-IF
           END-IF.

       STORE-ONE-ADJUSTMENT.
           IF WS-ADJ-COUNT >= WS-MAX-ADJ
               DISPLAY "ADJUSTMENT TABLE FULL - ROW SKIPPED: "
                       WS-ADJ-ID-STR
           ELSE
               ADD 1 TO WS-ADJ-COUNT
               MOVE WS-ADJ-ID-STR
                 TO WS-ADJ-TAB-ID(WS-ADJ-COUNT)
               MOVE WS-ADJ-CODE
                 TO WS-ADJ-TAB-CODE(WS-ADJ-COUNT)
               MOVE FUNCTION NUMVAL(
                   FUNCTION TRIM(WS-ADJ-AMT-STR))
                 TO WS-ADJ-TAB-AMT(WS-ADJ-COUNT)
           END-IF.

      *a row that failed authorization - the student id and amount
      *in WS-HELD-ROW-ID/AMT, the rest from the authorization just
      *made
       STORE-HELD-ROW.
           IF WS-HELD-COUNT >= WS-MAX-HELD
               DISPLAY "HELD TABLE FULL - ROW NOT SHOWN: "
                       WS-HELD-ROW-ID
           ELSE
               ADD 1 TO WS-HELD-COUNT
               MOVE WS-HELD-ROW-ID TO WS-HELD-ID(WS-HELD-COUNT)
               MOVE WS-AUTH-TYPE TO WS-HELD-TYPE(WS-HELD-COUNT)
               MOVE WS-HELD-ROW-AMT TO WS-HELD-AMT(WS-HELD-COUNT)
               MOVE WS-AUTH-ENTERER
                 TO WS-HELD-ENTERER(WS-HELD-COUNT)
               MOVE WS-AUTH-REASON TO WS-HELD-REASON(WS-HELD-COUNT)
           END-IF.

      *read the operator authority once - a missing file authorizes
      *nobody, so every adjustment and reversal is held
       LOAD-OPERATORS.
           OPEN INPUT OPERATOR-FILE
           IF WS-OPR-FILE-STATUS NOT = "00"
               DISPLAY "HW2-OPERATORS.CSV NOT AVAILABLE - STATUS "
                       WS-OPR-FILE-STATUS
                       " - EVERY ADJUSTMENT AND REVERSAL HELD"
           ELSE
               PERFORM UNTIL EOF-OPR = "Y"
                   READ OPERATOR-FILE
                       AT END
                           MOVE "Y" TO EOF-OPR
                       NOT AT END
                           PERFORM PARSE-OPR-ROW
                   END-READ
               END-PERFORM
               CLOSE OPERATOR-FILE
           END-IF.

       PARSE-OPR-ROW.
           MOVE SPACES TO WS-OPR-ID-STR WS-OPR-ROLE-STR
                          WS-OPR-TYPE-STR WS-OPR-LIMIT-STR
           UNSTRING OPERATOR-LINE
               DELIMITED BY ","
               INTO WS-OPR-ID-STR
                    WS-OPR-ROLE-STR
                    WS-OPR-TYPE-STR
                    WS-OPR-LIMIT-STR
           END-UNSTRING
           IF WS-OPR-ID-STR = SPACES
              OR NOT OPR-ROLE-VALID
              OR NOT OPR-TYPE-VALID
              OR FUNCTION TEST-NUMVAL(
                   FUNCTION TRIM(WS-OPR-LIMIT-STR)) NOT = 0
              OR WS-OPR-COUNT >= WS-MAX-OPR
               DISPLAY "OPERATOR ROW SKIPPED: " OPERATOR-LINE
           ELSE
               ADD 1 TO WS-OPR-COUNT
               MOVE FUNCTION TRIM(WS-OPR-ID-STR)
                 TO WS-OPR-ID(WS-OPR-COUNT)
               MOVE WS-OPR-ROLE-STR TO WS-OPR-ROLE(WS-OPR-COUNT)
               MOVE WS-OPR-TYPE-STR TO WS-OPR-TYPE(WS-OPR-COUNT)
               MOVE FUNCTION NUMVAL(FUNCTION TRIM(WS-OPR-LIMIT-STR))
                 TO WS-OPR-LIMIT(WS-OPR-COUNT)
           END-IF.

      *the operator in WS-OPR-LOOKUP-ID with authority for the
      *transaction type in WS-AUTH-TYPE
       FIND-OPERATOR.
           MOVE "N" TO WS-OPR-FOUND-SW
           MOVE 1 TO WS-OPR-SEARCH-IDX
           PERFORM SEARCH-OPERATOR-TABLE
               UNTIL WS-OPR-SEARCH-IDX > WS-OPR-COUNT
                  OR OPR-FOUND.

       SEARCH-OPERATOR-TABLE.
           IF WS-OPR-ID(WS-OPR-SEARCH-IDX) = WS-OPR-LOOKUP-ID
              AND WS-OPR-TYPE(WS-OPR-SEARCH-IDX) = WS-AUTH-TYPE
               MOVE "Y" TO WS-OPR-FOUND-SW
           ELSE
               ADD 1 TO WS-OPR-SEARCH-IDX
           END-IF.

      *same test the nightly run applies - the entering operator
      *must hold authority for the type, and a row over their limit
      *needs a different operator, a SUPERVISOR whose limit covers
      *it; a blank WS-AUTH-REASON means the row may be applied
       AUTHORIZE-ROW.
           MOVE SPACES TO WS-AUTH-REASON
           IF WS-AUTH-ENTERER = SPACES
               MOVE "NO ENTERING OPERATOR" TO WS-AUTH-REASON
           ELSE
               MOVE WS-AUTH-ENTERER TO WS-OPR-LOOKUP-ID
               PERFORM FIND-OPERATOR
               IF OPR-NOT-FOUND
                   MOVE "ENTERER NOT AUTHORIZED FOR TYPE"
                     TO WS-AUTH-REASON
               ELSE
                   IF WS-AUTH-APPROVER = WS-AUTH-ENTERER
                       MOVE "APPROVER IS THE ENTERER"
                         TO WS-AUTH-REASON
                   ELSE
                       IF WS-AUTH-AMT >
                          WS-OPR-LIMIT(WS-OPR-SEARCH-IDX)
                           PERFORM CHECK-APPROVER
                       END-IF
                   END-IF
               END-IF
           END-IF.

       CHECK-APPROVER.
           IF WS-AUTH-APPROVER = SPACES
               MOVE "AWAITING APPROVAL - OVER ENTERER LIMIT"
                 TO WS-AUTH-REASON
           ELSE
               MOVE WS-AUTH-APPROVER TO WS-OPR-LOOKUP-ID
               PERFORM FIND-OPERATOR
               IF OPR-NOT-FOUND
                   MOVE "APPROVER NOT AUTHORIZED FOR TYPE"
                     TO WS-AUTH-REASON
               ELSE
                   IF WS-OPR-ROLE(WS-OPR-SEARCH-IDX)
                        NOT = "SUPERVISOR"
                       MOVE "APPROVER NOT A SUPERVISOR"
                         TO WS-AUTH-REASON
                   ELSE
                       IF WS-AUTH-AMT >
                          WS-OPR-LIMIT(WS-OPR-SEARCH-IDX)
                           MOVE "OVER APPROVER LIMIT"
                             TO WS-AUTH-REASON
                       END-IF
                   END-IF
               END-IF
           END-IF.

           MOVE 0 TO WS-FEE-AMT
           MOVE 0 TO WS-FEE-DUE-AMT
           MOVE 0 TO WS-STU-FEE-COUNT
           MOVE 0 TO WS-PRORATE-AMT
           PERFORM COLLECT-ONE-ENROLLMENT
               VARYING WS-ENR-SEARCH-IDX FROM 1 BY 1
               UNTIL WS-ENR-SEARCH-IDX > WS-ENR-COUNT

      *price one entry of the caller's fee list: the lump-sum
      *amount off the fee table, then only its fallen-due
      *installments when the type is on a payment plan; a type the
      *caller withdrew from keeps only its retained share, with the
      *installments after the withdrawal date cancelled
       PRICE-ONE-STU-FEE.
           MOVE 0 TO WS-SF-PRORATE-AMT(WS-SF-SEARCH-IDX)
           MOVE 0 TO WS-SF-WD-DATE(WS-SF-SEARCH-IDX)
           MOVE 0 TO WS-SF-WD-PCT(WS-SF-SEARCH-IDX)
           MOVE 0 TO WS-SF-SPON-AMT(WS-SF-SEARCH-IDX)
           MOVE "N" TO WS-FT-FOUND-SW
           MOVE 1 TO WS-FT-SEARCH-IDX
           PERFORM SEARCH-FEE-TYPE-TABLE
                 TO WS-SF-FEE-AMT(WS-SF-SEARCH-IDX)
               ADD WS-FT-FEE-AMT(WS-FT-SEARCH-IDX) TO WS-FEE-AMT
               MOVE WS-FEE-DUE-AMT TO WS-SF-PREV-DUE
               PERFORM FIND-WITHDRAWAL
               MOVE "N" TO WS-SCHED-MATCH-SW
               MOVE WS-SF-TYPE(WS-SF-SEARCH-IDX)
                 TO WS-SCHED-LOOKUP-TYPE
                   ADD WS-SF-FEE-AMT(WS-SF-SEARCH-IDX)
                     TO WS-FEE-DUE-AMT
               END-IF
               IF WD-FOUND
                   PERFORM PRORATE-ONE-STU-FEE
               END-IF
               COMPUTE WS-SF-DUE-AMT(WS-SF-SEARCH-IDX) =
                   WS-FEE-DUE-AMT - WS-SF-PREV-DUE
           END-IF.
           IF WS-SCHED-TYPE(WS-SCHED-SEARCH-IDX) =
                WS-SCHED-LOOKUP-TYPE
               MOVE "Y" TO WS-SCHED-MATCH-SW
               IF WD-FOUND
                  AND WS-SCHED-DUE-DATE(WS-SCHED-SEARCH-IDX)
                        > WS-WD-LOOKUP-DATE
                   CONTINUE
               ELSE
                   IF WS-SCHED-DUE-DATE(WS-SCHED-SEARCH-IDX)
                        <= WS-RUN-DATE-N
                       ADD WS-SCHED-AMT(WS-SCHED-SEARCH-IDX)
                         TO WS-FEE-DUE-AMT
                   END-IF
               END-IF
           END-IF.

      *bring the withdrawn type's fallen-due amount to exactly its
      *retained share, the same way the nightly run does
       PRORATE-ONE-STU-FEE.
           MOVE WS-SF-TYPE(WS-SF-SEARCH-IDX) TO WS-RP-LOOKUP-TYPE
           PERFORM FIND-REFUND-PCT
           COMPUTE WS-SF-PRORATE-AMT(WS-SF-SEARCH-IDX) ROUNDED =
               WS-SF-FEE-AMT(WS-SF-SEARCH-IDX) * WS-RP-PCT-FOUND
             / 100
           MOVE WS-WD-LOOKUP-DATE TO WS-SF-WD-DATE(WS-SF-SEARCH-IDX)
           MOVE WS-RP-PCT-FOUND TO WS-SF-WD-PCT(WS-SF-SEARCH-IDX)
           COMPUTE WS-WD-RETAINED-AMT =
               WS-SF-FEE-AMT(WS-SF-SEARCH-IDX)
             - WS-SF-PRORATE-AMT(WS-SF-SEARCH-IDX)
           COMPUTE WS-WD-TYPE-DUE = WS-FEE-DUE-AMT - WS-SF-PREV-DUE
           COMPUTE WS-FEE-DUE-AMT =
               WS-FEE-DUE-AMT - WS-WD-TYPE-DUE + WS-WD-RETAINED-AMT
           ADD WS-SF-PRORATE-AMT(WS-SF-SEARCH-IDX) TO WS-PRORATE-AMT.

       FIND-WITHDRAWAL.
           MOVE "N" TO WS-WD-FOUND-SW
           MOVE "N" TO WS-WD-TYPE-SW
           MOVE 0 TO WS-WD-LOOKUP-DATE
           PERFORM CHECK-ONE-WITHDRAWAL
               VARYING WS-WD-SEARCH-IDX FROM 1 BY 1
               UNTIL WS-WD-SEARCH-IDX > WS-WD-COUNT.

       CHECK-ONE-WITHDRAWAL.
           IF WS-WD-ID(WS-WD-SEARCH-IDX) = WS-STU-ID
              AND WS-WD-DATE(WS-WD-SEARCH-IDX) <= WS-RUN-DATE-N
               IF WS-WD-TYPE(WS-WD-SEARCH-IDX)
                    = WS-SF-TYPE(WS-SF-SEARCH-IDX)
                   IF WS-WD-TYPE-SW = "N"
                       MOVE "Y" TO WS-WD-TYPE-SW
                       MOVE "Y" TO WS-WD-FOUND-SW
                       MOVE WS-WD-DATE(WS-WD-SEARCH-IDX)
                         TO WS-WD-LOOKUP-DATE
                   END-IF
               ELSE
                   IF WS-WD-TYPE(WS-WD-SEARCH-IDX) = "ALL"
                      AND WD-NOT-FOUND
                       MOVE "Y" TO WS-WD-FOUND-SW
                       MOVE WS-WD-DATE(WS-WD-SEARCH-IDX)
                         TO WS-WD-LOOKUP-DATE
                   END-IF
               END-IF
           END-IF.

      *the type's own bands when it has any, otherwise the ALL
      *bands; no band reaching the date refunds nothing
       FIND-REFUND-PCT.
           MOVE 0 TO WS-RP-PCT-FOUND
           MOVE 0 TO WS-RP-BEST-CUTOFF
           MOVE "N" TO WS-RP-TYPE-SW
           PERFORM CHECK-ONE-RP-TYPE
               VARYING WS-RP-SEARCH-IDX FROM 1 BY 1
               UNTIL WS-RP-SEARCH-IDX > WS-RP-COUNT
           IF WS-RP-TYPE-SW = "N"
               MOVE "ALL" TO WS-RP-LOOKUP-TYPE
           END-IF
           PERFORM CHECK-ONE-RP-BAND
               VARYING WS-RP-SEARCH-IDX FROM 1 BY 1
               UNTIL WS-RP-SEARCH-IDX > WS-RP-COUNT.

       CHECK-ONE-RP-TYPE.
           IF WS-RP-TYPE(WS-RP-SEARCH-IDX) = WS-RP-LOOKUP-TYPE
               MOVE "Y" TO WS-RP-TYPE-SW
           END-IF.

       CHECK-ONE-RP-BAND.
           IF WS-RP-TYPE(WS-RP-SEARCH-IDX) = WS-RP-LOOKUP-TYPE
              AND WS-RP-CUTOFF(WS-RP-SEARCH-IDX) >= WS-WD-LOOKUP-DATE
               IF WS-RP-BEST-CUTOFF = 0
                  OR WS-RP-CUTOFF(WS-RP-SEARCH-IDX)
                       < WS-RP-BEST-CUTOFF
                   MOVE WS-RP-CUTOFF(WS-RP-SEARCH-IDX)
                     TO WS-RP-BEST-CUTOFF
                   MOVE WS-RP-PCT(WS-RP-SEARCH-IDX)
                     TO WS-RP-PCT-FOUND
               END-IF
           END-IF.

                       " BILLED: " WS-SF-FEE-AMT(WS-SF-SEARCH-IDX)
                       " DUE TO DATE: "
                       WS-SF-DUE-AMT(WS-SF-SEARCH-IDX)
               IF WS-SF-WD-DATE(WS-SF-SEARCH-IDX) > 0
                   DISPLAY "    WITHDRAWN "
                           WS-SF-WD-DATE(WS-SF-SEARCH-IDX)
                           " REFUND " WS-SF-WD-PCT(WS-SF-SEARCH-IDX)
                           "% PRORATION: "
                           WS-SF-PRORATE-AMT(WS-SF-SEARCH-IDX)
               END-IF
           ELSE
               DISPLAY "  FEE TYPE " WS-SF-TYPE(WS-SF-SEARCH-IDX)
                       " *** UNKNOWN - NOT BILLED ***"
               END-IF
           END-IF.

      *read the withdrawals once - a missing file just means every
      *caller is quoted the full bill
       LOAD-WITHDRAWALS.
           OPEN INPUT WITHDRAWALS-FILE
           IF WS-WD-FILE-STATUS NOT = "00"
               DISPLAY "HW2-WITHDRAWALS.CSV NOT AVAILABLE - STATUS "
                       WS-WD-FILE-STATUS
                       " - NO WITHDRAWAL PRORATION APPLIED"
           ELSE
               PERFORM UNTIL EOF-WD = "Y"
                   READ WITHDRAWALS-FILE
                       AT END
                           MOVE "Y" TO EOF-WD
                       NOT AT END
                           PERFORM PARSE-WD-ROW
                   END-READ
               END-PERFORM
               CLOSE WITHDRAWALS-FILE
           END-IF.

       PARSE-WD-ROW.
           MOVE SPACES TO WS-WD-ID-STR WS-WD-TYPE-STR
                          WS-WD-DATE-STR WS-WD-TERM-STR
           UNSTRING WITHDRAWALS-LINE
               DELIMITED BY ","
               INTO WS-WD-ID-STR
                    WS-WD-TYPE-STR
                    WS-WD-DATE-STR
                    WS-WD-TERM-STR
           END-UNSTRING
           IF TERM-ACTIVE
              AND WS-WD-TERM-STR NOT = SPACES
              AND FUNCTION TRIM(WS-WD-TERM-STR)
                    NOT = WS-CURRENT-TERM
               CONTINUE
           ELSE
               IF WS-WD-ID-STR NOT = SPACES
                  AND WS-WD-TYPE-STR NOT = SPACES
                  AND FUNCTION TEST-NUMVAL(WS-WD-DATE-STR) = 0
                   IF WS-WD-COUNT >= WS-MAX-WD
                       DISPLAY "WITHDRAWAL TABLE FULL - "
                               "ROW SKIPPED: " WS-WD-ID-STR
                   ELSE
                       ADD 1 TO WS-WD-COUNT
                       MOVE WS-WD-ID-STR
                         TO WS-WD-ID(WS-WD-COUNT)
                       MOVE FUNCTION TRIM(WS-WD-TYPE-STR)
                         TO WS-WD-TYPE(WS-WD-COUNT)
                       COMPUTE WS-WD-DATE(WS-WD-COUNT) =
                           FUNCTION NUMVAL(WS-WD-DATE-STR)
                   END-IF
               END-IF
           END-IF.

      *read the refund-percentage bands once - with none on file a
      *withdrawal refunds nothing
       LOAD-REFUND-PCT.
           OPEN INPUT REFUND-PCT-FILE
           IF WS-RP-FILE-STATUS NOT = "00"
               DISPLAY "HW2-REFUND-PCT.CSV NOT AVAILABLE - STATUS "
                       WS-RP-FILE-STATUS
                       " - WITHDRAWALS REFUND NOTHING"
           ELSE
               PERFORM UNTIL EOF-RP = "Y"
                   READ REFUND-PCT-FILE
                       AT END
                           MOVE "Y" TO EOF-RP
                       NOT AT END
                           PERFORM PARSE-RP-ROW
                   END-READ
               END-PERFORM
               CLOSE REFUND-PCT-FILE
           END-IF.

       PARSE-RP-ROW.
           MOVE SPACES TO WS-RP-TYPE-STR WS-RP-DATE-STR
                          WS-RP-PCT-STR WS-RP-TERM-STR
           UNSTRING REFUND-PCT-LINE
               DELIMITED BY ","
               INTO WS-RP-TYPE-STR
                    WS-RP-DATE-STR
                    WS-RP-PCT-STR
                    WS-RP-TERM-STR
           END-UNSTRING
           IF TERM-ACTIVE
              AND WS-RP-TERM-STR NOT = SPACES
              AND FUNCTION TRIM(WS-RP-TERM-STR)
                    NOT = WS-CURRENT-TERM
               CONTINUE
           ELSE
               IF WS-RP-TYPE-STR NOT = SPACES
                  AND FUNCTION TEST-NUMVAL(WS-RP-DATE-STR) = 0
                  AND FUNCTION TEST-NUMVAL(WS-RP-PCT-STR) = 0
                   IF FUNCTION NUMVAL(WS-RP-PCT-STR) > 100
                      OR WS-RP-COUNT >= WS-MAX-RP
                       DISPLAY "REFUND PCT ROW SKIPPED: "
                               REFUND-PCT-LINE
                   ELSE
                       ADD 1 TO WS-RP-COUNT
                       MOVE FUNCTION TRIM(WS-RP-TYPE-STR)
                         TO WS-RP-TYPE(WS-RP-COUNT)
                       COMPUTE WS-RP-CUTOFF(WS-RP-COUNT) =
                           FUNCTION NUMVAL(WS-RP-DATE-STR)
                       COMPUTE WS-RP-PCT(WS-RP-COUNT) =
                           FUNCTION NUMVAL(WS-RP-PCT-STR)
                   END-IF
               END-IF
           END-IF.

      *sum the prior-term balances carried forward for this caller
       FIND-ARREARS.
           MOVE 0 TO WS-ARREARS-AMT
           IF WS-ADJ-TAB-ID(WS-ADJ-SEARCH-IDX) = WS-STU-ID
               ADD WS-ADJ-TAB-AMT(WS-ADJ-SEARCH-IDX) TO WS-ADJ-AMT
           END-IF.

      *a sponsor's cover and anything it refused back, under the
      *adjustments the way the nightly statement lists them
       PRINT-ONE-SPONSOR-LINE.
           DISPLAY "Sponsor " WS-SPC-SPN-ID(WS-SPC-SEARCH-IDX)
                   " Covered : " WS-SPC-COVERED(WS-SPC-SEARCH-IDX)
           IF WS-SPC-REFUSED(WS-SPC-SEARCH-IDX) > 0
               DISPLAY "Sponsor " WS-SPC-SPN-ID(WS-SPC-SEARCH-IDX)
                       " Refused : "
                       WS-SPC-REFUSED(WS-SPC-SEARCH-IDX)
           END-IF.

      *read the sponsor ids once - only needed to prove a coverage
      *row's sponsor is on file
       LOAD-SPONSORS.
           OPEN INPUT SPONSOR-FILE
           IF WS-SPN-FILE-STATUS NOT = "00"
               DISPLAY "HW2-SPONSORS.CSV NOT AVAILABLE - STATUS "
                       WS-SPN-FILE-STATUS
                       " - NO SPONSORS ON FILE"
           ELSE
               PERFORM UNTIL EOF-SPN = "Y"
                   READ SPONSOR-FILE
                       AT END
                           MOVE "Y" TO EOF-SPN
                       NOT AT END
                           PERFORM PARSE-SPN-ROW
                   END-READ
               END-PERFORM
               CLOSE SPONSOR-FILE
           END-IF.

       PARSE-SPN-ROW.
           MOVE SPACES TO WS-SPN-ID-STR
           UNSTRING SPONSOR-LINE
               DELIMITED BY ","
               INTO WS-SPN-ID-STR
           END-UNSTRING
           IF WS-SPN-ID-STR NOT = SPACES
               IF WS-SPN-COUNT >= WS-MAX-SPN
                   DISPLAY "SPONSOR TABLE FULL - ROW SKIPPED: "
                           WS-SPN-ID-STR
               ELSE
                   ADD 1 TO WS-SPN-COUNT
                   MOVE WS-SPN-ID-STR TO WS-SPN-ID(WS-SPN-COUNT)
               END-IF
           END-IF.

       FIND-SPONSOR.
           MOVE "N" TO WS-SPN-FOUND-SW
           MOVE 1 TO WS-SPN-SEARCH-IDX
           PERFORM SEARCH-SPONSOR-TABLE
               UNTIL WS-SPN-SEARCH-IDX > WS-SPN-COUNT
                  OR SPN-FOUND.

       SEARCH-SPONSOR-TABLE.
           IF WS-SPN-ID(WS-SPN-SEARCH-IDX) = WS-SPN-LOOKUP-ID
               MOVE "Y" TO WS-SPN-FOUND-SW
           ELSE
               ADD 1 TO WS-SPN-SEARCH-IDX
           END-IF.

       LOAD-SPONSOR-AUTH.
           OPEN INPUT SPONSOR-AUTH-FILE
           IF WS-SPA-FILE-STATUS NOT = "00"
               DISPLAY "HW2-SPONSOR-AUTH.CSV NOT AVAILABLE - STATUS "
                       WS-SPA-FILE-STATUS
                       " - NO SPONSOR COVER ON FILE"
           ELSE
               PERFORM UNTIL EOF-SPA = "Y"
                   READ SPONSOR-AUTH-FILE
                       AT END
                           MOVE "Y" TO EOF-SPA
                       NOT AT END
                           PERFORM PARSE-SPA-ROW
                   END-READ
               END-PERFORM
               CLOSE SPONSOR-AUTH-FILE
           END-IF.

      *same checks the nightly run makes - a row it would reject
      *never covers anything here either
       PARSE-SPA-ROW.
           MOVE SPACES TO WS-SPA-SPN-STR WS-SPA-ID-STR
                          WS-SPA-TYPE-STR WS-SPA-BASIS-STR
                          WS-SPA-LIMIT-STR WS-SPA-TERM-STR
           UNSTRING SPONSOR-AUTH-LINE
               DELIMITED BY ","
               INTO WS-SPA-SPN-STR
                    WS-SPA-ID-STR
                    WS-SPA-TYPE-STR
                    WS-SPA-BASIS-STR
                    WS-SPA-LIMIT-STR
                    WS-SPA-TERM-STR
           END-UNSTRING
           MOVE WS-SPA-SPN-STR TO WS-SPN-LOOKUP-ID
           PERFORM FIND-SPONSOR
           IF TERM-ACTIVE
              AND WS-SPA-TERM-STR NOT = SPACES
              AND FUNCTION TRIM(WS-SPA-TERM-STR)
                    NOT = WS-CURRENT-TERM
               CONTINUE
           ELSE
               IF WS-SPA-ID-STR NOT = SPACES
                  AND WS-SPA-TYPE-STR NOT = SPACES
                  AND SPN-FOUND
                  AND SPA-BASIS-VALID
                  AND FUNCTION TEST-NUMVAL(
                        FUNCTION TRIM(WS-SPA-LIMIT-STR)) = 0
                   IF FUNCTION NUMVAL(
                        FUNCTION TRIM(WS-SPA-LIMIT-STR)) >= 0
                       MOVE FUNCTION NUMVAL(
                           FUNCTION TRIM(WS-SPA-LIMIT-STR))
                         TO WS-SPA-LIMIT-NUM
                       IF WS-SPA-BASIS-STR = "C"
                          OR WS-SPA-LIMIT-NUM <= 100
                           PERFORM STORE-ONE-SPA-ROW
                       END-IF
                   END-IF
               END-IF
           END-IF.

       STORE-ONE-SPA-ROW.
           IF WS-SPA-COUNT >= WS-MAX-SPA
               DISPLAY "SPONSOR AUTH TABLE FULL - ROW SKIPPED: "
                       WS-SPA-ID-STR
           ELSE
               ADD 1 TO WS-SPA-COUNT
               MOVE WS-SPA-SPN-STR TO WS-SPA-SPN-ID(WS-SPA-COUNT)
               MOVE WS-SPA-ID-STR TO WS-SPA-STU-ID(WS-SPA-COUNT)
               MOVE FUNCTION TRIM(WS-SPA-TYPE-STR)
                 TO WS-SPA-TYPE(WS-SPA-COUNT)
               MOVE WS-SPA-BASIS-STR TO WS-SPA-BASIS(WS-SPA-COUNT)
               MOVE WS-SPA-LIMIT-NUM TO WS-SPA-LIMIT(WS-SPA-COUNT)
           END-IF.

       LOAD-SPONSOR-REFUSED.
           OPEN INPUT SPONSOR-REFUSED-FILE
           IF WS-SPR-FILE-STATUS NOT = "00"
               DISPLAY "HW2-SPONSOR-REFUSED.CSV NOT AVAILABLE - "
                       "STATUS " WS-SPR-FILE-STATUS
                       " - NO SPONSOR REFUSALS ON FILE"
           ELSE
               PERFORM UNTIL EOF-SPR = "Y"
                   READ SPONSOR-REFUSED-FILE
                       AT END
                           MOVE "Y" TO EOF-SPR
                       NOT AT END
                           PERFORM PARSE-SPR-ROW
                   END-READ
               END-PERFORM
               CLOSE SPONSOR-REFUSED-FILE
           END-IF.

       PARSE-SPR-ROW.
           MOVE SPACES TO WS-SPR-SPN-STR WS-SPR-ID-STR
                          WS-SPR-AMT-STR WS-SPR-TERM-STR
           UNSTRING SPONSOR-REFUSED-LINE
               DELIMITED BY ","
               INTO WS-SPR-SPN-STR
                    WS-SPR-ID-STR
                    WS-SPR-AMT-STR
                    WS-SPR-TERM-STR
           END-UNSTRING
           IF TERM-ACTIVE
              AND WS-SPR-TERM-STR NOT = SPACES
              AND FUNCTION TRIM(WS-SPR-TERM-STR)
                    NOT = WS-CURRENT-TERM
               CONTINUE
           ELSE
               IF WS-SPR-ID-STR NOT = SPACES
                  AND FUNCTION TEST-NUMVAL(
                        FUNCTION TRIM(WS-SPR-AMT-STR)) = 0
                   IF FUNCTION NUMVAL(
                        FUNCTION TRIM(WS-SPR-AMT-STR)) >= 0
                      AND WS-SPR-COUNT < WS-MAX-SPR
                       ADD 1 TO WS-SPR-COUNT
                       MOVE WS-SPR-SPN-STR
                         TO WS-SPR-SPN-ID(WS-SPR-COUNT)
                       MOVE WS-SPR-ID-STR
                         TO WS-SPR-STU-ID(WS-SPR-COUNT)
                       MOVE FUNCTION NUMVAL(
                           FUNCTION TRIM(WS-SPR-AMT-STR))
                         TO WS-SPR-AMT(WS-SPR-COUNT)
                   END-IF
               END-IF
           END-IF.

      *the caller's sponsored share, worked out the way the nightly
      *run's FIND-SPONSOR-COVER works it
       FIND-SPONSOR-COVER.
           MOVE 0 TO WS-SPN-COVER-AMT
           MOVE 0 TO WS-SPC-COUNT
           PERFORM APPLY-ONE-SPONSOR-AUTH
               VARYING WS-SPA-SEARCH-IDX FROM 1 BY 1
               UNTIL WS-SPA-SEARCH-IDX > WS-SPA-COUNT
           PERFORM SETTLE-ONE-STU-COVER
               VARYING WS-SPC-SEARCH-IDX FROM 1 BY 1
               UNTIL WS-SPC-SEARCH-IDX > WS-SPC-COUNT.

       APPLY-ONE-SPONSOR-AUTH.
           IF WS-SPA-STU-ID(WS-SPA-SEARCH-IDX) = WS-STU-ID
               MOVE WS-SPA-LIMIT(WS-SPA-SEARCH-IDX) TO WS-SPN-CAP-LEFT
               PERFORM COVER-ONE-STU-FEE
                   VARYING WS-SF-SEARCH-IDX FROM 1 BY 1
                   UNTIL WS-SF-SEARCH-IDX > WS-STU-FEE-COUNT
           END-IF.

       COVER-ONE-STU-FEE.
           IF WS-SF-FOUND-SW(WS-SF-SEARCH-IDX) = "Y"
              AND (WS-SPA-TYPE(WS-SPA-SEARCH-IDX) = "ALL"
                OR WS-SPA-TYPE(WS-SPA-SEARCH-IDX)
                     = WS-SF-TYPE(WS-SF-SEARCH-IDX))
               COMPUTE WS-SPN-OPEN-AMT =
                   WS-SF-DUE-AMT(WS-SF-SEARCH-IDX)
                 - WS-SF-SPON-AMT(WS-SF-SEARCH-IDX)
               IF WS-SPA-BASIS(WS-SPA-SEARCH-IDX) = "P"
                   COMPUTE WS-SPN-SLICE-AMT ROUNDED =
                       WS-SF-DUE-AMT(WS-SF-SEARCH-IDX)
                     * WS-SPA-LIMIT(WS-SPA-SEARCH-IDX) / 100
               ELSE
                   MOVE WS-SPN-CAP-LEFT TO WS-SPN-SLICE-AMT
               END-IF
               IF WS-SPN-OPEN-AMT < WS-SPN-SLICE-AMT
                   IF WS-SPN-OPEN-AMT > 0
                       MOVE WS-SPN-OPEN-AMT TO WS-SPN-SLICE-AMT
                   ELSE
                       MOVE 0 TO WS-SPN-SLICE-AMT
                   END-IF
               END-IF
               IF WS-SPN-SLICE-AMT > 0
                   PERFORM FIND-STUDENT-COVER
                   IF SPC-FOUND
                       ADD WS-SPN-SLICE-AMT
                         TO WS-SF-SPON-AMT(WS-SF-SEARCH-IDX)
                       ADD WS-SPN-SLICE-AMT
                         TO WS-SPC-COVERED(WS-SPC-SEARCH-IDX)
                       IF WS-SPA-BASIS(WS-SPA-SEARCH-IDX) = "C"
                           SUBTRACT WS-SPN-SLICE-AMT
                             FROM WS-SPN-CAP-LEFT
                       END-IF
                   END-IF
               END-IF
           END-IF.

       FIND-STUDENT-COVER.
           MOVE "N" TO WS-SPC-FOUND-SW
           MOVE 1 TO WS-SPC-SEARCH-IDX
           PERFORM SEARCH-COVER-TABLE
               UNTIL WS-SPC-SEARCH-IDX > WS-SPC-COUNT
                  OR SPC-FOUND
           IF SPC-NOT-FOUND AND WS-SPC-COUNT < WS-MAX-SPC
               ADD 1 TO WS-SPC-COUNT
               MOVE WS-SPC-COUNT TO WS-SPC-SEARCH-IDX
               MOVE WS-SPA-SPN-ID(WS-SPA-SEARCH-IDX)
                 TO WS-SPC-SPN-ID(WS-SPC-SEARCH-IDX)
               MOVE 0 TO WS-SPC-COVERED(WS-SPC-SEARCH-IDX)
               MOVE 0 TO WS-SPC-REFUSED(WS-SPC-SEARCH-IDX)
               MOVE "Y" TO WS-SPC-FOUND-SW
           END-IF.

       SEARCH-COVER-TABLE.
           IF WS-SPC-SPN-ID(WS-SPC-SEARCH-IDX)
                = WS-SPA-SPN-ID(WS-SPA-SEARCH-IDX)
               MOVE "Y" TO WS-SPC-FOUND-SW
           ELSE
               ADD 1 TO WS-SPC-SEARCH-IDX
           END-IF.

       SETTLE-ONE-STU-COVER.
           MOVE 0 TO WS-SPC-REFUSED(WS-SPC-SEARCH-IDX)
           PERFORM SUM-ONE-REFUSAL
               VARYING WS-SPR-SEARCH-IDX FROM 1 BY 1
               UNTIL WS-SPR-SEARCH-IDX > WS-SPR-COUNT
           IF WS-SPC-REFUSED(WS-SPC-SEARCH-IDX)
                > WS-SPC-COVERED(WS-SPC-SEARCH-IDX)
               MOVE WS-SPC-COVERED(WS-SPC-SEARCH-IDX)
                 TO WS-SPC-REFUSED(WS-SPC-SEARCH-IDX)
           END-IF
           COMPUTE WS-SPN-COVER-AMT = WS-SPN-COVER-AMT
             + WS-SPC-COVERED(WS-SPC-SEARCH-IDX)
             - WS-SPC-REFUSED(WS-SPC-SEARCH-IDX).

       SUM-ONE-REFUSAL.
           IF WS-SPR-STU-ID(WS-SPR-SEARCH-IDX) = WS-STU-ID
              AND WS-SPR-SPN-ID(WS-SPR-SEARCH-IDX)
                    = WS-SPC-SPN-ID(WS-SPC-SEARCH-IDX)
               ADD WS-SPR-AMT(WS-SPR-SEARCH-IDX)
                 TO WS-SPC-REFUSED(WS-SPC-SEARCH-IDX)
           END-IF.
