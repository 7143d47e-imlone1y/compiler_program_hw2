      *audit trail, one dated file per validation run
           SELECT AUDIT-FILE    ASSIGN TO WS-AUDIT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL.
      *sponsors pay under their own ids, so a sponsor id is a known
      *payer rather than an orphan - and a suspended payment can be
      *reassigned onto one
           SELECT SPONSOR-FILE  ASSIGN TO "HW2-Sponsors.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SPN-FILE-STATUS.
      *shared run-control lock - this program rewrites the payment
      *CSV on a reassignment, so it must not run under the nightly
           SELECT RUN-CONTROL-FILE ASSIGN TO "HW2-Run-Control.dat"
       FD STUDENT-FILE.
       01 STUDENT-LINE       PIC X(80).

       FD SPONSOR-FILE.
       01 SPONSOR-LINE       PIC X(80).

       FD PAYMENT-FILE.
       01 PAYMENT-LINE       PIC X(80).

       01 EOF-STU            PIC X VALUE "N".
       01 EOF-PAY            PIC X VALUE "N".
       01 EOF-RSN            PIC X VALUE "N".
       01 EOF-SPN            PIC X VALUE "N".

       01 WS-RSN-FILE-STATUS PIC XX.
       01 WS-SPN-FILE-STATUS PIC XX.
       01 WS-SPN-ID          PIC X(10).
       01 WS-AUDIT-FILENAME  PIC X(40).

      *run-control lock state
       01 WS-RUN-STAMP       PIC X(14).
       01 WS-CURRENT-DATE-TIME PIC X(21).

      *table of every student id, loaded once from STUDENT-FILE (and
      *every sponsor id off SPONSOR-FILE after them), searched for
      *each payment row and each corrected id
       01 WS-MAX-STUDENTS    PIC 9(5) VALUE 5000.
       01 WS-STU-COUNT       PIC 9(5) VALUE 0.
       01 WS-STU-TABLE.
           OPEN INPUT STUDENT-FILE
           PERFORM LOAD-STUDENTS
           CLOSE STUDENT-FILE
           PERFORM LOAD-SPONSORS

           OPEN INPUT PAYMENT-FILE
           PERFORM LOAD-PAYMENTS
               END-READ
           END-PERFORM.

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
           IF WS-STU-COUNT >= WS-MAX-STUDENTS
               DISPLAY "STUDENT TABLE FULL - SPONSOR SKIPPED: "
                       WS-SPN-ID
           ELSE
               ADD 1 TO WS-STU-COUNT
               MOVE WS-SPN-ID TO WS-STU-TAB-ID(WS-STU-COUNT)
           END-IF.

       PARSE-STUDENT.
           UNSTRING STUDENT-LINE
               DELIMITED BY ","
