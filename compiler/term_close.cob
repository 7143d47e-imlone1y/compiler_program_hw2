      *ritual of editing HW2-Term.dat and swapping CSVs by eye: it
      *first proves the term is actually ready to close (checkpoint
      *clear, the final nightly run completed tonight, its reject
      *count within limit, the carry-forward files on hand), then
      *archives the term's inputs and state files under term-stamped
      *names, purges the now-dead current-term rows from the refund
      *and delinquency state per the retention rules, writes a
           SELECT CARRY-FORWARD-FILE ASSIGN TO "HW2-Carry-Forward.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CF-FILE-STATUS.
      *the sponsors' counterpart of the carry-forward - rolled the
      *same way, by its term stamps
           SELECT SPONSOR-CARRY-FILE ASSIGN TO "HW2-Sponsor-Carry.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SCF-FILE-STATUS.
           SELECT REFUNDS-ISSUED-FILE ASSIGN TO "HW2-Refunds-Issued.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ISS-FILE-STATUS.
           05 CF-TERM         PIC X(8).
           05 CF-AMT          PIC S9(9).

       FD SPONSOR-CARRY-FILE.
       01 SPONSOR-CARRY-RECORD.
           05 SCF-TAG         PIC X.
           05 SCF-SPN-ID      PIC X(10).
           05 SCF-STU-ID      PIC X(10).
           05 SCF-TERM        PIC X(8).
           05 SCF-AMT         PIC S9(9).
           05 SCF-POST-TERM   PIC X(8).

       FD REFUNDS-ISSUED-FILE.
       01 ISSUED-RECORD.
           05 ISS-STU-ID      PIC X(10).
       01 WS-CKPT-STATUS     PIC XX.
       01 WS-TH-FILE-STATUS  PIC XX.
       01 WS-CF-FILE-STATUS  PIC XX.
       01 WS-SCF-FILE-STATUS PIC XX.
       01 WS-ISS-FILE-STATUS PIC XX.
       01 WS-DH-FILE-STATUS  PIC XX.
       01 WS-CIN-STATUS      PIC XX.
       01 EOF-CKPT           PIC X VALUE "N".
       01 EOF-TH             PIC X VALUE "N".
       01 EOF-CF             PIC X VALUE "N".
       01 EOF-SCF            PIC X VALUE "N".
       01 EOF-ISS            PIC X VALUE "N".
       01 EOF-DH             PIC X VALUE "N".
       01 EOF-COPY           PIC X VALUE "N".
       01 WS-CF-ROW-COUNT    PIC 9(7) VALUE 0.
       01 WS-CF-TOTAL        PIC S9(11) VALUE 0.
       01 WS-CF-TOTAL-ED     PIC +9(11).
      *and what the sponsors still owe - its "C" rows only, the "L"
      *ledger rows are a record of postings, not a balance
       01 WS-SCF-ROW-COUNT   PIC 9(7) VALUE 0.
       01 WS-SCF-TOTAL       PIC S9(11) VALUE 0.

      *refund rows purged vs carried, and the streak rows dropped
       01 WS-ISS-KEPT-COUNT  PIC 9(7) VALUE 0.
      *closing term, copied to a term-stamped name; a file not on
      *hand is noted and skipped, since several of them are optional
       01 WS-ARCHIVE-NAMES.
           05 FILLER PIC X(32) VALUE "HW2-Student-Main.csv".
           05 FILLER PIC X(32) VALUE "HW2-Fees.csv".
           05 FILLER PIC X(32) VALUE "HW2-Fee-Schedule.csv".
           05 FILLER PIC X(32) VALUE "HW2-Enrollment.csv".
           05 FILLER PIC X(32) VALUE "HW2-Adjustments.csv".
           05 FILLER PIC X(32) VALUE "HW2-Student-Payment.csv".
           05 FILLER PIC X(32) VALUE "HW2-Pay-Reversals.csv".
           05 FILLER PIC X(32) VALUE "HW2-Pay-Agreements.csv".
           05 FILLER PIC X(32) VALUE "HW2-GL-Control.csv".
           05 FILLER PIC X(32) VALUE "HW2-Carry-Forward.dat".
           05 FILLER PIC X(32) VALUE "HW2-Refunds-Issued.dat".
           05 FILLER PIC X(32) VALUE "HW2-Delinq-History.dat".
           05 FILLER PIC X(32) VALUE "HW2-Suspense.dat".
           05 FILLER PIC X(32) VALUE "HW2-Withdrawals.csv".
           05 FILLER PIC X(32) VALUE "HW2-Refund-Pct.csv".
           05 FILLER PIC X(32) VALUE "HW2-Late-Fee-Rates.csv".
           05 FILLER PIC X(32) VALUE "HW2-Late-Fee-Ledger.dat".
           05 FILLER PIC X(32) VALUE "HW2-Written-Off.dat".
           05 FILLER PIC X(32) VALUE "HW2-Placed.dat".
           05 FILLER PIC X(32) VALUE "HW2-Agency-Posted.dat".
           05 FILLER PIC X(32) VALUE "HW2-Sponsors.csv".
           05 FILLER PIC X(32) VALUE "HW2-Sponsor-Auth.csv".
           05 FILLER PIC X(32) VALUE "HW2-Sponsor-Refused.csv".
           05 FILLER PIC X(32) VALUE "HW2-Operators.csv".
           05 FILLER PIC X(32) VALUE "HW2-Write-Off-Approved.csv".
           05 FILLER PIC X(32) VALUE "HW2-Sponsor-Carry.dat".
       01 WS-ARCHIVE-TABLE REDEFINES WS-ARCHIVE-NAMES.
           05 WS-ARCHIVE-NAME OCCURS 26 TIMES PIC X(32).
       01 WS-ARCHIVE-SUB     PIC 9(3) VALUE 0.
       01 WS-ARCHIVE-COUNT   PIC 9(3) VALUE 0.

           05 FILLER PIC X(5)  VALUE ".dat".
           05 FILLER PIC X(20) VALUE "HW2-Hold-Interface-".
           05 FILLER PIC X(5)  VALUE ".dat".
           05 FILLER PIC X(20) VALUE "HW2-Sponsor-Invoice-".
           05 FILLER PIC X(5)  VALUE ".txt".
           05 FILLER PIC X(20) VALUE "HW2-Pending-Appr-".
           05 FILLER PIC X(5)  VALUE ".txt".
       01 WS-REPORT-TABLE REDEFINES WS-REPORT-NAMES.
           05 WS-REPORT-ENTRY OCCURS 12 TIMES.
               10 WS-REPORT-PREFIX PIC X(20).
               10 WS-REPORT-SUFFIX PIC X(5).
       01 WS-REPORT-SUB      PIC 9(3) VALUE 0.
           PERFORM CHECK-CHECKPOINT-CLEAR
           PERFORM CHECK-FINAL-RUN
           PERFORM CHECK-CARRY-FORWARD
           PERFORM CHECK-SPONSOR-CARRY

           IF WS-PRECOND-FAILS > 0
               DISPLAY "*** " WS-PRECOND-FAILS " PRECONDITION(S) "
      *term, so the close can simply be rerun
           PERFORM ARCHIVE-ONE-FILE
               VARYING WS-ARCHIVE-SUB FROM 1 BY 1
               UNTIL WS-ARCHIVE-SUB > 26
           PERFORM ARCHIVE-FEE-INDEX
           PERFORM ARCHIVE-PAY-INDEX

      *carry the term stamp into the archive alongside the inputs
           PERFORM ARCHIVE-ONE-REPORT
               VARYING WS-REPORT-SUB FROM 1 BY 1
               UNTIL WS-REPORT-SUB > 12

           PERFORM PURGE-REFUNDS-ISSUED
           PERFORM PURGE-DELINQ-HISTORY
               CLOSE CARRY-FORWARD-FILE
           END-IF.

      *the sponsor carry file the final run rewrote is what the next
      *term's first run seeds the sponsor balances from - required
      *and totaled the same way
       CHECK-SPONSOR-CARRY.
           OPEN INPUT SPONSOR-CARRY-FILE
           IF WS-SCF-FILE-STATUS NOT = "00"
               ADD 1 TO WS-PRECOND-FAILS
               DISPLAY "PRECONDITION FAILED: "
                       "HW2-SPONSOR-CARRY.DAT NOT AVAILABLE - "
                       "STATUS " WS-SCF-FILE-STATUS
           ELSE
               PERFORM UNTIL EOF-SCF = "Y"
                   READ SPONSOR-CARRY-FILE
                       AT END
                           MOVE "Y" TO EOF-SCF
                       NOT AT END
                           IF SCF-TAG = "C"
                               ADD 1 TO WS-SCF-ROW-COUNT
                               ADD SCF-AMT TO WS-SCF-TOTAL
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SPONSOR-CARRY-FILE
           END-IF.

      *copy one worklist file to its term-stamped archive name -
      *a source not on hand is noted and skipped
       ARCHIVE-ONE-FILE.
               INTO SUMMARY-LINE
           END-STRING
           WRITE SUMMARY-LINE
           MOVE WS-SCF-TOTAL TO WS-CF-TOTAL-ED
           MOVE SPACES TO SUMMARY-LINE
           STRING "SPONSOR CARRY ROLLING INTO " DELIMITED BY SIZE
                  WS-NEXT-TERM DELIMITED BY SIZE
                  ": " DELIMITED BY SIZE
                  WS-SCF-ROW-COUNT DELIMITED BY SIZE
                  " ROWS TOTALING " DELIMITED BY SIZE
                  WS-CF-TOTAL-ED DELIMITED BY SIZE
               INTO SUMMARY-LINE
           END-STRING
           WRITE SUMMARY-LINE
           MOVE SPACES TO SUMMARY-LINE
           STRING "PURGED - REFUND ROWS: " DELIMITED BY SIZE
                  WS-ISS-PURGED-COUNT DELIMITED BY SIZE
