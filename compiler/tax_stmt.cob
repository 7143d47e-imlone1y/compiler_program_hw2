      *declare this is a cobol code, named "HW2-TAX-STMT"
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HW2-TAX-STMT.

      *calendar-year tuition statement run for students' tax
      *filing: takes the tax year off HW2-Tax-Control.dat and walks
      *every term the nightly run billed or ran in that year (or
      *the year after, for payments dated in the tax year but
      *posted to the next term) - a closed term off the
      *term-stamped copies HW2-TERM-CLOSE left behind, the open
      *term off the live files; each term's bill is repriced from
      *its master, enrollments, fee index and withdrawals, its
      *waiver/scholarship adjustments summed by code, and its pay
      *index walked by payment date with reversals netted out -
      *an adjustment or reversal the term's operator authority
      *would have held is left out, as the nightly run left it;
      *each student's sponsor cover, net of refusals, is reported
      *as a third party's payment toward the bill;
      *one statement line and one filing-extract record per
      *student with any activity, and a control report tying each
      *term back to its final GL journal; what was reported for
      *each term is kept on HW2-Tax-Reported.dat so a term billed
      *in an earlier year and changed since shows up as a
      *prior-year adjustment instead of being reported twice
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *line 1 is the tax year; any further lines name the terms to
      *walk, overriding the totals-history selection
           SELECT TAX-CONTROL-FILE ASSIGN TO "HW2-Tax-Control.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TC-FILE-STATUS.
      *the nightly run's "R" lines date every run and name its term
      *- the only record of which terms ran when
           SELECT TOTALS-HISTORY-FILE
               ASSIGN TO "HW2-Totals-History.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TH-FILE-STATUS.
      *what earlier tax runs reported per student per term
           SELECT REPORTED-FILE ASSIGN TO "HW2-Tax-Reported.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.
      *generic reader for one term's input - the live name for the
      *open term, the term-stamped archive name for a closed one
           SELECT TERM-IN-FILE ASSIGN TO WS-TERM-IN-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TIN-STATUS.
      *the open term's indexes are still physical index files - a
      *closed term's were archived as readable records
           SELECT FEES-INDEX-FILE ASSIGN TO "HW2-Fees-Index.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS FI-FEE-TYPE
               FILE STATUS IS WS-FI-STATUS.
           SELECT PAY-INDEX-FILE ASSIGN TO "HW2-Pay-Index.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PI-PAY-KEY
               ALTERNATE RECORD KEY IS PI-PAY-ID WITH DUPLICATES
               FILE STATUS IS WS-PI-STATUS.
           SELECT STATEMENT-FILE ASSIGN TO WS-STMT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL.
      *fixed-format electronic filing extract - header, one detail
      *record per student, trailer with the count and totals
           SELECT EXTRACT-FILE ASSIGN TO WS-EXTRACT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CONTROL-REPORT-FILE ASSIGN TO WS-CONTROL-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT TERM-FILE ASSIGN TO "HW2-Term.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TERM-FILE-STATUS.
      *a TRIAL run mode lists the statements and the control report
      *but cuts no filing extract and leaves the reported history
      *alone
           SELECT RUN-MODE-FILE ASSIGN TO "HW2-Run-Mode.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MODE-FILE-STATUS.
           SELECT RUN-CONTROL-FILE ASSIGN TO "HW2-Run-Control.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOCK-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD TAX-CONTROL-FILE.
       01 TAX-CONTROL-LINE   PIC X(20).

       FD TOTALS-HISTORY-FILE.
       01 TOTALS-HISTORY-LINE PIC X(80).

      *the amounts are what was reported for the term in that tax
      *year - the original figures in the year the term billed,
      *the differences in any later year that adjusted them
       FD REPORTED-FILE.
       01 REPORTED-RECORD.
           05 RPT-TAX-YEAR    PIC 9(4).
           05 RPT-STU-ID      PIC X(10).
           05 RPT-TERM        PIC X(8).
           05 RPT-BILLED      PIC S9(9) SIGN LEADING SEPARATE.
           05 RPT-SCHOLAR     PIC S9(9) SIGN LEADING SEPARATE.

       FD TERM-IN-FILE.
       01 TERM-IN-LINE       PIC X(132).

       FD FEES-INDEX-FILE.
       01 FEES-INDEX-RECORD.
           05 FI-FEE-TYPE     PIC X(10).
           05 FI-FEE-AMT      PIC 9(7).

       FD PAY-INDEX-FILE.
       01 PAY-INDEX-RECORD.
           05 PI-PAY-KEY.
               10 PI-PAY-ID   PIC X(10).
               10 PI-PAY-SEQ  PIC 9(7).
           05 PI-PAY-AMT      PIC 9(7).
           05 PI-PAY-DATE     PIC 9(8).
           05 PI-PAY-METHOD   PIC X(8).

       FD STATEMENT-FILE.
       01 STATEMENT-LINE     PIC X(132).

       FD EXTRACT-FILE.
       01 EXT-HEADER-RECORD.
           05 EXH-REC-TYPE    PIC X.
           05 EXH-TAX-YEAR    PIC 9(4).
           05 EXH-RUN-DATE    PIC 9(8).
           05 EXH-SOURCE      PIC X(16).
           05 FILLER          PIC X(81).
       01 EXT-DETAIL-RECORD.
           05 EXD-REC-TYPE    PIC X.
           05 EXD-TAX-YEAR    PIC 9(4).
           05 EXD-STU-ID      PIC X(10).
           05 EXD-STU-NAME    PIC X(30).
           05 EXD-BILLED      PIC S9(9) SIGN LEADING SEPARATE.
           05 EXD-PAID        PIC S9(9) SIGN LEADING SEPARATE.
           05 EXD-SCHOLAR     PIC S9(9) SIGN LEADING SEPARATE.
           05 EXD-PRIOR-BILL  PIC S9(9) SIGN LEADING SEPARATE.
           05 EXD-PRIOR-SCH   PIC S9(9) SIGN LEADING SEPARATE.
           05 EXD-SPONSOR     PIC S9(9) SIGN LEADING SEPARATE.
           05 FILLER          PIC X(5).
       01 EXT-TRAILER-RECORD.
           05 EXT-REC-TYPE    PIC X.
           05 EXT-TAX-YEAR    PIC 9(4).
           05 EXT-COUNT       PIC 9(7).
           05 EXT-BILLED      PIC S9(11) SIGN LEADING SEPARATE.
           05 EXT-PAID        PIC S9(11) SIGN LEADING SEPARATE.
           05 EXT-SCHOLAR     PIC S9(11) SIGN LEADING SEPARATE.
           05 EXT-PRIOR-BILL  PIC S9(11) SIGN LEADING SEPARATE.
           05 EXT-PRIOR-SCH   PIC S9(11) SIGN LEADING SEPARATE.
           05 EXT-SPONSOR     PIC S9(11) SIGN LEADING SEPARATE.
           05 FILLER          PIC X(26).

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
       01 EOF-TC             PIC X VALUE "N".
       01 EOF-TH             PIC X VALUE "N".
       01 EOF-RPT            PIC X VALUE "N".
       01 EOF-TIN            PIC X VALUE "N".
       01 EOF-FI             PIC X VALUE "N".
       01 EOF-PI             PIC X VALUE "N".
       01 EOF-TERM           PIC X VALUE "N".
       01 EOF-MODE           PIC X VALUE "N".

       01 WS-TC-FILE-STATUS   PIC XX.
       01 WS-TH-FILE-STATUS   PIC XX.
       01 WS-RPT-FILE-STATUS  PIC XX.
       01 WS-TIN-STATUS       PIC XX.
       01 WS-FI-STATUS        PIC XX.
       01 WS-PI-STATUS        PIC XX.
       01 WS-TERM-FILE-STATUS PIC XX.
       01 WS-MODE-FILE-STATUS PIC XX.

       01 WS-STMT-FILENAME    PIC X(40).
       01 WS-EXTRACT-FILENAME PIC X(40).
       01 WS-CONTROL-FILENAME PIC X(40).
       01 WS-TERM-IN-NAME     PIC X(60).
       01 WS-BASE-NAME        PIC X(40).

      *run-control lock state
       01 WS-LOCK-FILE-STATUS PIC XX.
       01 EOF-LOCK           PIC X VALUE "N".
       01 WS-LOCK-HOLDER     PIC X(40) VALUE SPACES.
       01 WS-RUN-DATE        PIC X(08).
       01 WS-RUN-DATE-N      PIC 9(8) VALUE 0.
       01 WS-RUN-STAMP       PIC X(14).
       01 WS-CURRENT-DATE-TIME PIC X(21).

      *the open term - the only one still read off the live files
       01 WS-CURRENT-TERM    PIC X(8) VALUE SPACES.

       01 WS-TRIAL-SW        PIC X VALUE "N".
           88 TRIAL-RUN        VALUE "Y".
           88 LIVE-RUN         VALUE "N".

      *the tax year and the year after it, as read
       01 WS-TAX-YEAR        PIC 9(4) VALUE 0.
       01 WS-NEXT-YEAR       PIC 9(4) VALUE 0.
       01 WS-TC-LINE-NO      PIC 9(3) VALUE 0.
       01 WS-TC-TERM         PIC X(8).
       01 WS-EXPLICIT-SW     PIC X VALUE "N".
           88 TERMS-EXPLICIT   VALUE "Y".

      *any 8-digit date split for its year
       01 WS-DATE-WORK       PIC 9(8) VALUE 0.
       01 WS-DATE-PARTS REDEFINES WS-DATE-WORK.
           05 WS-DATE-YYYY    PIC 9(4).
           05 WS-DATE-MMDD    PIC 9(4).

      *one totals-history line as split
       01 WS-TH-TAG          PIC X.
       01 WS-TH-F1           PIC X(12).
       01 WS-TH-F2           PIC X(12).
       01 WS-TH-F3           PIC X(12).
       01 WS-TH-F4           PIC X(12).
       01 WS-TH-F5           PIC X(12).
       01 WS-TH-DATE         PIC 9(8) VALUE 0.

      *every term the totals history knows, with its first and last
      *run dates - the first run's year is the year the term billed,
      *the last run's date names its final reports
       01 WS-MAX-TRM         PIC 9(3) VALUE 100.
       01 WS-TRM-COUNT       PIC 9(3) VALUE 0.
       01 WS-TRM-TABLE.
           05 WS-TRM-ENTRY OCCURS 100 TIMES
                           INDEXED BY WS-TRM-IDX.
               10 WS-TRM-TERM    PIC X(8).
               10 WS-TRM-FIRST   PIC 9(8).
               10 WS-TRM-LAST    PIC 9(8).
               10 WS-TRM-SEL-SW  PIC X.
       01 WS-TRM-SEARCH-IDX  PIC 9(3).
       01 WS-TRM-SUB         PIC 9(3).
       01 WS-TRM-FOUND-SW    PIC X VALUE "N".
           88 TRM-FOUND        VALUE "Y".
           88 TRM-NOT-FOUND    VALUE "N".
       01 WS-TRM-LOOKUP      PIC X(8).

      *the term being walked
       01 WS-WALK-TERM       PIC X(8).
       01 WS-WALK-LAST       PIC 9(8) VALUE 0.
       01 WS-WALK-BILL-YEAR  PIC 9(4) VALUE 0.
       01 WS-WALK-LIVE-SW    PIC X VALUE "N".
           88 WALK-LIVE        VALUE "Y".
       01 WS-WALK-HIST-SW    PIC X VALUE "N".
           88 WALK-ON-HISTORY  VALUE "Y".
       01 WS-WALK-SOURCE     PIC X(8).

      *the walked term's fee index
       01 WS-MAX-TF          PIC 9(3) VALUE 200.
       01 WS-TF-COUNT        PIC 9(3) VALUE 0.
       01 WS-TF-TABLE.
           05 WS-TF-ENTRY OCCURS 200 TIMES
                          INDEXED BY WS-TF-IDX.
               10 WS-TF-TYPE     PIC X(10).
               10 WS-TF-AMT      PIC 9(7).
       01 WS-TF-SEARCH-IDX   PIC 9(3).
       01 WS-TF-FOUND-SW     PIC X VALUE "N".
           88 TF-FOUND         VALUE "Y".
           88 TF-NOT-FOUND     VALUE "N".

      *an archived index record, laid out as the index was
       01 WS-AFI-REC.
           05 WS-AFI-TYPE     PIC X(10).
           05 WS-AFI-AMT      PIC 9(7).
       01 WS-API-REC.
           05 WS-API-ID       PIC X(10).
           05 WS-API-SEQ      PIC 9(7).
           05 WS-API-AMT      PIC 9(7).
           05 WS-API-DATE     PIC 9(8).
           05 WS-API-METHOD   PIC X(8).

      *the walked term's enrollments
       01 WS-MAX-ENR         PIC 9(5) VALUE 5000.
       01 WS-ENR-COUNT       PIC 9(5) VALUE 0.
       01 WS-ENR-TABLE.
           05 WS-ENR-ENTRY OCCURS 5000 TIMES
                           INDEXED BY WS-ENR-IDX.
               10 WS-ENR-ID      PIC X(10).
               10 WS-ENR-TYPE    PIC X(10).
       01 WS-ENR-SEARCH-IDX  PIC 9(5).
       01 WS-ENR-ID-STR      PIC X(10).
       01 WS-ENR-TYPE-STR    PIC X(10).
       01 WS-ENR-TERM-STR    PIC X(10).

      *the walked term's withdrawals and refund bands
       01 WS-MAX-WD          PIC 9(4) VALUE 2000.
       01 WS-WD-COUNT        PIC 9(4) VALUE 0.
       01 WS-WD-TABLE.
           05 WS-WD-ENTRY OCCURS 2000 TIMES
                          INDEXED BY WS-WD-IDX.
               10 WS-WD-ID       PIC X(10).
               10 WS-WD-TYPE     PIC X(10).
               10 WS-WD-DATE     PIC 9(8).
       01 WS-WD-SEARCH-IDX   PIC 9(4).
       01 WS-WD-ID-STR       PIC X(10).
       01 WS-WD-TYPE-STR     PIC X(10).
       01 WS-WD-DATE-STR     PIC X(10).
       01 WS-WD-TERM-STR     PIC X(10).
       01 WS-WD-FOUND-SW     PIC X VALUE "N".
           88 WD-FOUND         VALUE "Y".
           88 WD-NOT-FOUND     VALUE "N".
       01 WS-WD-TYPE-SW      PIC X VALUE "N".
       01 WS-WD-LOOKUP-DATE  PIC 9(8) VALUE 0.

       01 WS-MAX-RP          PIC 9(3) VALUE 500.
       01 WS-RP-COUNT        PIC 9(3) VALUE 0.
       01 WS-RP-TABLE.
           05 WS-RP-ENTRY OCCURS 500 TIMES
                          INDEXED BY WS-RP-IDX.
               10 WS-RP-TYPE     PIC X(10).
               10 WS-RP-CUTOFF   PIC 9(8).
               10 WS-RP-PCT      PIC 9(3).
       01 WS-RP-SEARCH-IDX   PIC 9(3).
       01 WS-RP-TYPE-STR     PIC X(10).
       01 WS-RP-DATE-STR     PIC X(10).
       01 WS-RP-PCT-STR      PIC X(10).
       01 WS-RP-TERM-STR     PIC X(10).
       01 WS-RP-LOOKUP-TYPE  PIC X(10).
       01 WS-RP-TYPE-SW      PIC X VALUE "N".
       01 WS-RP-BEST-CUTOFF  PIC 9(8) VALUE 0.
       01 WS-RP-PCT-FOUND    PIC 9(3) VALUE 0.

      *the walked term's waiver and scholarship adjustments - the
      *other codes are not tuition relief and are not read
       01 WS-MAX-ADJ         PIC 9(4) VALUE 3000.
       01 WS-ADJ-COUNT       PIC 9(4) VALUE 0.
       01 WS-ADJ-TABLE.
           05 WS-ADJ-ENTRY OCCURS 3000 TIMES
                           INDEXED BY WS-ADJ-IDX.
               10 WS-ADJ-TAB-ID  PIC X(10).
               10 WS-ADJ-TAB-AMT PIC S9(9).
       01 WS-ADJ-SEARCH-IDX  PIC 9(4).
       01 WS-ADJ-ID-STR      PIC X(10).
       01 WS-ADJ-CODE        PIC X(10).
           88 ADJ-CODE-RELIEF  VALUES "WAIVER", "SCHOLAR".
       01 WS-ADJ-AMT-STR     PIC X(10).
       01 WS-ADJ-ENTER-STR   PIC X(10).
       01 WS-ADJ-APPR-STR    PIC X(10).

      *the walked term's reversal rows, every one kept with the
      *operators who keyed it - a payment counts as reversed only
      *when one of its rows passes authorization
       01 WS-MAX-REV         PIC 9(4) VALUE 2000.
       01 WS-REV-COUNT       PIC 9(4) VALUE 0.
       01 WS-REV-TABLE.
           05 WS-REV-ENTRY OCCURS 2000 TIMES
                           INDEXED BY WS-REV-IDX.
               10 WS-REV-ID      PIC X(10).
               10 WS-REV-SEQ     PIC 9(7).
               10 WS-REV-PEN     PIC X(10).
               10 WS-REV-ENTER   PIC X(10).
               10 WS-REV-APPR    PIC X(10).
       01 WS-REV-SEARCH-IDX  PIC 9(4).
       01 WS-REV-ID-STR      PIC X(10).
       01 WS-REV-SEQ-STR     PIC X(10).
       01 WS-REV-REASON-STR  PIC X(20).
       01 WS-REV-PEN-STR     PIC X(10).
       01 WS-REV-ENTER-STR   PIC X(10).
       01 WS-REV-APPR-STR    PIC X(10).
       01 WS-REV-FOUND-SW    PIC X VALUE "N".
           88 REV-FOUND        VALUE "Y".
           88 REV-NOT-FOUND    VALUE "N".
       01 WS-REV-HELD-SW     PIC X VALUE "N".
           88 REV-HELD         VALUE "Y".

      *the walked term's operator authority off its own copy of
      *HW2-Operators.csv, judged the way the nightly run judged it;
      *a closed term with no copy archived closed before operator
      *authority was kept, and its rows are taken as keyed
       01 WS-OPR-LINE-NO     PIC 9(7) VALUE 0.
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
       01 WS-OPR-ON-FILE-SW  PIC X VALUE "N".
           88 OPR-ON-FILE      VALUE "Y".
       01 WS-OPR-CHECK-SW    PIC X VALUE "Y".
           88 OPR-CHECKED      VALUE "Y".

      *one row being authorized: its transaction type, its size
      *(either sign), who keyed it and who approved it - a blank
      *reason means the row may be applied
       01 WS-AUTH-TYPE       PIC X(10).
       01 WS-AUTH-AMT        PIC 9(9) VALUE 0.
       01 WS-AUTH-ENTERER    PIC X(10).
       01 WS-AUTH-APPROVER   PIC X(10).
       01 WS-AUTH-REASON     PIC X(40).

      *the walked term's sponsors, off its own HW2-Sponsors.csv -
      *only the ids, to prove the coverage and refusal rows
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

      *the walked term's coverage rows, term-filtered the way the
      *nightly run took them
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

      *the walked term's own refusals - one stamped with an earlier
      *term is a late refusal, taken off the carry file's ledger
      *instead, where the nightly run recorded what it posted
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

      *a sponsor carry record, laid out as the nightly run writes
      *it - only the "L" rows posted in the walked term are read
       01 WS-ASC-REC.
           05 WS-ASC-TAG      PIC X.
           05 WS-ASC-SPN-ID   PIC X(10).
           05 WS-ASC-STU-ID   PIC X(10).
           05 WS-ASC-TERM     PIC X(8).
           05 WS-ASC-AMT      PIC S9(9).
           05 WS-ASC-POST-TERM PIC X(8).

      *one master row of the walked term and what it billed
       01 WS-STU-ID          PIC X(10).
       01 WS-STU-NAME        PIC X(30).
       01 WS-STU-TYPE        PIC X(10).
       01 WS-STU-TERM        PIC X(10).
       01 WS-STU-TYPE-CNT    PIC 9(3) VALUE 0.
       01 WS-STU-BILLED      PIC S9(9) VALUE 0.
       01 WS-STU-SCHOLAR     PIC S9(9) VALUE 0.
       01 WS-PRICE-TYPE      PIC X(10).
       01 WS-PRORATE-AMT     PIC 9(9) VALUE 0.
       01 WS-STU-SPONSOR     PIC S9(9) VALUE 0.

      *the current student's priced fee types, and what sponsors
      *have taken over of each - two sponsors never cover the same
      *dollar
       01 WS-MAX-SF          PIC 9(2) VALUE 20.
       01 WS-SF-COUNT        PIC 9(2) VALUE 0.
       01 WS-SF-TABLE.
           05 WS-SF-ENTRY OCCURS 20 TIMES
                          INDEXED BY WS-SF-IDX.
               10 WS-SF-TYPE     PIC X(10).
               10 WS-SF-DUE-AMT  PIC 9(9).
               10 WS-SF-SPON-AMT PIC 9(9).
       01 WS-SF-SEARCH-IDX   PIC 9(2).

      *the current student's cover, one entry per sponsor - what it
      *took over and what it refused back
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
       01 WS-SPN-OPEN-AMT    PIC S9(9) VALUE 0.
       01 WS-SPN-SLICE-AMT   PIC 9(9) VALUE 0.
       01 WS-SPN-CAP-LEFT    PIC 9(9) VALUE 0.

      *one payment as read, either index
       01 WS-PAY-ID          PIC X(10).
       01 WS-PAY-SEQ         PIC 9(7) VALUE 0.
       01 WS-PAY-AMT         PIC 9(7) VALUE 0.
       01 WS-PAY-DATE        PIC 9(8) VALUE 0.

      *everybody with a figure for the tax year - a payer never
      *seen on a walked master (a sponsor, a suspense id) is not a
      *student and gets no statement
       01 WS-MAX-YR          PIC 9(5) VALUE 5000.
       01 WS-YR-COUNT        PIC 9(5) VALUE 0.
       01 WS-YR-TABLE.
           05 WS-YR-ENTRY OCCURS 5000 TIMES
                          INDEXED BY WS-YR-IDX.
               10 WS-YR-ID       PIC X(10).
               10 WS-YR-NAME     PIC X(30).
               10 WS-YR-KNOWN-SW PIC X.
               10 WS-YR-BILLED   PIC S9(9).
               10 WS-YR-PAID     PIC S9(9).
               10 WS-YR-SCHOLAR  PIC S9(9).
               10 WS-YR-PRIOR-BILL PIC S9(9).
               10 WS-YR-PRIOR-SCH  PIC S9(9).
               10 WS-YR-SPONSOR  PIC S9(9).
       01 WS-YR-SEARCH-IDX   PIC 9(5).
       01 WS-YR-SUB          PIC 9(5).
       01 WS-YR-FOUND-SW     PIC X VALUE "N".
           88 YR-FOUND         VALUE "Y".
           88 YR-NOT-FOUND     VALUE "N".
       01 WS-YR-LOOKUP-ID    PIC X(10).
       01 WS-YR-OVERFLOW-CNT PIC 9(7) VALUE 0.

      *the reported history in memory - rows already on file for
      *the tax year being run are dropped at load, so a rerun of
      *the year replaces its own rows instead of stacking them
       01 WS-MAX-RH          PIC 9(5) VALUE 20000.
       01 WS-RH-COUNT        PIC 9(5) VALUE 0.
       01 WS-RH-TABLE.
           05 WS-RH-ENTRY OCCURS 20000 TIMES
                          INDEXED BY WS-RH-IDX.
               10 WS-RH-YEAR     PIC 9(4).
               10 WS-RH-ID       PIC X(10).
               10 WS-RH-TERM     PIC X(8).
               10 WS-RH-BILLED   PIC S9(9).
               10 WS-RH-SCHOLAR  PIC S9(9).
               10 WS-RH-SEEN-SW  PIC X.
       01 WS-RH-SEARCH-IDX   PIC 9(5).
       01 WS-RH-DROPPED      PIC 9(7) VALUE 0.
       01 WS-RH-OVERFLOW-SW  PIC X VALUE "N".
           88 RH-TABLE-OVERFLOWED VALUE "Y".
       01 WS-RH-SUM-BILLED   PIC S9(9) VALUE 0.
       01 WS-RH-SUM-SCHOLAR  PIC S9(9) VALUE 0.
       01 WS-RH-LOOKUP-ID    PIC X(10).
       01 WS-RH-NEW-BILLED   PIC S9(9) VALUE 0.
       01 WS-RH-NEW-SCHOLAR  PIC S9(9) VALUE 0.

      *the walked term's control figures
       01 WS-TC-STUDENTS     PIC 9(7) VALUE 0.
       01 WS-TC-BILLED       PIC S9(11) VALUE 0.
       01 WS-TC-SCHOLAR      PIC S9(11) VALUE 0.
       01 WS-TC-PAY-TOTAL    PIC S9(11) VALUE 0.
       01 WS-TC-PAY-YEAR     PIC S9(11) VALUE 0.
       01 WS-TC-REV-CNT      PIC 9(7) VALUE 0.
       01 WS-TC-REV-AMT      PIC S9(11) VALUE 0.
       01 WS-TC-PRIOR-BILL   PIC S9(11) VALUE 0.
       01 WS-TC-PRIOR-SCH    PIC S9(11) VALUE 0.
       01 WS-TC-SPONSOR      PIC S9(11) VALUE 0.
       01 WS-TC-LATE-REF     PIC S9(11) VALUE 0.
       01 WS-TC-ADJ-HELD-CNT PIC 9(7) VALUE 0.
       01 WS-TC-ADJ-HELD-AMT PIC S9(11) VALUE 0.
       01 WS-TC-REV-HELD-CNT PIC 9(7) VALUE 0.
       01 WS-TC-REV-HELD-AMT PIC S9(11) VALUE 0.

      *the walked term's final GL journal, as summed
       01 WS-AJ-REC.
           05 WS-AJ-TERM      PIC X(8).
           05 WS-AJ-DATE      PIC 9(8).
           05 WS-AJ-ACCOUNT   PIC X(16).
           05 WS-AJ-DC        PIC X.
           05 WS-AJ-AMT       PIC 9(9).
       01 WS-GL-FOUND-SW     PIC X VALUE "N".
           88 GL-FOUND         VALUE "Y".
       01 WS-GL-LINES        PIC 9(7) VALUE 0.
       01 WS-GL-BILLED       PIC S9(11) VALUE 0.
       01 WS-GL-SCHOLAR      PIC S9(11) VALUE 0.
       01 WS-GL-CASH-DR      PIC S9(11) VALUE 0.
       01 WS-GL-NAME         PIC X(60).
       01 WS-TIE-TEXT        PIC X(18).

      *run totals
       01 WS-TERMS-WALKED    PIC 9(3) VALUE 0.
       01 WS-TIE-DIFF-COUNT  PIC 9(3) VALUE 0.
       01 WS-IN-YEAR-BILLED  PIC S9(11) VALUE 0.
       01 WS-IN-YEAR-SCHOLAR PIC S9(11) VALUE 0.
       01 WS-ALL-PAY-YEAR    PIC S9(11) VALUE 0.
       01 WS-IN-YEAR-SPONSOR PIC S9(11) VALUE 0.
       01 WS-STMT-COUNT      PIC 9(7) VALUE 0.
       01 WS-SUPPRESS-COUNT  PIC 9(7) VALUE 0.
       01 WS-NON-STU-COUNT   PIC 9(7) VALUE 0.
       01 WS-NON-STU-PAID    PIC S9(11) VALUE 0.
       01 WS-NON-STU-SPONSOR PIC S9(11) VALUE 0.
       01 WS-GT-BILLED       PIC S9(11) VALUE 0.
       01 WS-GT-PAID         PIC S9(11) VALUE 0.
       01 WS-GT-SCHOLAR      PIC S9(11) VALUE 0.
       01 WS-GT-PRIOR-BILL   PIC S9(11) VALUE 0.
       01 WS-GT-PRIOR-SCH    PIC S9(11) VALUE 0.
       01 WS-GT-SPONSOR      PIC S9(11) VALUE 0.
       01 WS-REJECT-COUNT    PIC 9(7) VALUE 0.

      *edited figures for the printed lines
       01 WS-ED-1            PIC -9(11).
       01 WS-ED-2            PIC -9(11).
       01 WS-ED-3            PIC -9(11).
       01 WS-ED-4            PIC -9(11).
       01 WS-ED-5            PIC -9(11).
       01 WS-ED-AMT-1        PIC -9(9).
       01 WS-ED-AMT-2        PIC -9(9).
       01 WS-ED-AMT-3        PIC -9(9).
       01 WS-ED-AMT-4        PIC -9(9).
       01 WS-ED-AMT-5        PIC -9(9).
       01 WS-ED-AMT-6        PIC -9(9).

       PROCEDURE DIVISION.

       MAIN.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           MOVE FUNCTION NUMVAL(WS-RUN-DATE) TO WS-RUN-DATE-N
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           MOVE WS-CURRENT-DATE-TIME(1:14) TO WS-RUN-STAMP

           DISPLAY "========================================"
           DISPLAY "HW2-TAX-STMT - CALENDAR-YEAR TAX STATEMENTS"
           DISPLAY "========================================"

      *nothing shared is read until the lock is ours
           PERFORM TAKE-RUN-LOCK

           PERFORM LOAD-CURRENT-TERM
           PERFORM LOAD-RUN-MODE
           PERFORM LOAD-TAX-CONTROL

           IF WS-TAX-YEAR = 0
               DISPLAY "*** NO TAX YEAR ON HW2-TAX-CONTROL.DAT - "
                       "NO STATEMENTS PRODUCED ***"
               PERFORM RELEASE-RUN-LOCK
               STOP RUN
           END-IF
           COMPUTE WS-NEXT-YEAR = WS-TAX-YEAR + 1

           STRING "HW2-Tax-Statement-" DELIMITED BY SIZE
                  WS-TAX-YEAR          DELIMITED BY SIZE
                  ".txt"               DELIMITED BY SIZE
               INTO WS-STMT-FILENAME
           END-STRING
           STRING "HW2-Tax-Extract-" DELIMITED BY SIZE
                  WS-TAX-YEAR        DELIMITED BY SIZE
                  ".dat"             DELIMITED BY SIZE
               INTO WS-EXTRACT-FILENAME
           END-STRING
           STRING "HW2-Tax-Control-" DELIMITED BY SIZE
                  WS-TAX-YEAR        DELIMITED BY SIZE
                  ".txt"             DELIMITED BY SIZE
               INTO WS-CONTROL-FILENAME
           END-STRING

           PERFORM LOAD-TOTALS-HISTORY
           PERFORM LOAD-REPORTED

           OPEN OUTPUT CONTROL-REPORT-FILE
           MOVE SPACES TO CONTROL-REPORT-LINE
           STRING "TAX STATEMENT CONTROL REPORT - TAX YEAR "
                    DELIMITED BY SIZE
                  WS-TAX-YEAR DELIMITED BY SIZE
                  "  RUN " DELIMITED BY SIZE
                  WS-RUN-DATE DELIMITED BY SIZE
               INTO CONTROL-REPORT-LINE
           END-STRING
           WRITE CONTROL-REPORT-LINE
           IF TRIAL-RUN
               MOVE SPACES TO CONTROL-REPORT-LINE
               STRING "*** TRIAL RUN - NO FILING EXTRACT CUT, "
                        DELIMITED BY SIZE
                      "REPORTED HISTORY NOT UPDATED ***"
                        DELIMITED BY SIZE
                   INTO CONTROL-REPORT-LINE
               END-STRING
               WRITE CONTROL-REPORT-LINE
           END-IF

           PERFORM WALK-ONE-TERM
               VARYING WS-TRM-SUB FROM 1 BY 1
               UNTIL WS-TRM-SUB > WS-TRM-COUNT

           IF WS-TERMS-WALKED = 0
               DISPLAY "*** NO TERM RAN IN " WS-TAX-YEAR
                       " - NOTHING TO REPORT ***"
               MOVE SPACES TO CONTROL-REPORT-LINE
               STRING "NO TERM RAN IN THE TAX YEAR - NOTHING TO "
                        DELIMITED BY SIZE
                      "REPORT" DELIMITED BY SIZE
                   INTO CONTROL-REPORT-LINE
               END-STRING
               WRITE CONTROL-REPORT-LINE
           END-IF

           PERFORM WRITE-STATEMENTS
           PERFORM WRITE-CONTROL-TOTALS
           CLOSE CONTROL-REPORT-FILE

           IF LIVE-RUN
               PERFORM REWRITE-REPORTED
           ELSE
               DISPLAY "TRIAL RUN - FILING EXTRACT AND REPORTED "
                       "HISTORY NOT WRITTEN"
           END-IF

           DISPLAY "========================================"
           DISPLAY "TAX YEAR " WS-TAX-YEAR " - "
                   WS-STMT-COUNT " STATEMENTS, "
                   WS-SUPPRESS-COUNT " SUPPRESSED"
           DISPLAY "TERMS WALKED: " WS-TERMS-WALKED
                   "  GL DIFFERENCES: " WS-TIE-DIFF-COUNT
           DISPLAY "========================================"
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
                       " - HW2-TAX-STMT NOT STARTED ***"
               STOP RUN
           END-IF
           OPEN OUTPUT RUN-CONTROL-FILE
           MOVE SPACES TO RUN-CONTROL-LINE
           STRING "HW2-TAX-STMT SINCE " DELIMITED BY SIZE
                  WS-RUN-STAMP DELIMITED BY SIZE
               INTO RUN-CONTROL-LINE
           END-STRING
           WRITE RUN-CONTROL-LINE
           CLOSE RUN-CONTROL-FILE.

      *an empty lock file is a released lock
       RELEASE-RUN-LOCK.
           OPEN OUTPUT RUN-CONTROL-FILE
           CLOSE RUN-CONTROL-FILE.

      *the open term is read off the live files, every other term
      *off its archive - no term file means every term is archived
       LOAD-CURRENT-TERM.
           OPEN INPUT TERM-FILE
           IF WS-TERM-FILE-STATUS NOT = "00"
               DISPLAY "HW2-TERM.DAT NOT AVAILABLE - STATUS "
                       WS-TERM-FILE-STATUS
                       " - EVERY TERM READ FROM ITS ARCHIVE"
           ELSE
               PERFORM UNTIL EOF-TERM = "Y"
                   READ TERM-FILE
                       AT END
                           MOVE "Y" TO EOF-TERM
                       NOT AT END
                           IF FUNCTION TRIM(TERM-LINE) NOT = SPACES
                               MOVE FUNCTION TRIM(TERM-LINE)
                                 TO WS-CURRENT-TERM
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
               DISPLAY "*** TRIAL RUN - STATEMENTS LISTED ONLY, "
                       "NO EXTRACT CUT ***"
           END-IF.

      *line 1 the tax year (four digits), any further non-blank
      *lines the terms to walk - a year that is not four digits
      *leaves the year at zero and the run stops
       LOAD-TAX-CONTROL.
           OPEN INPUT TAX-CONTROL-FILE
           IF WS-TC-FILE-STATUS NOT = "00"
               DISPLAY "HW2-TAX-CONTROL.DAT NOT AVAILABLE - STATUS "
                       WS-TC-FILE-STATUS
           ELSE
               PERFORM UNTIL EOF-TC = "Y"
                   READ TAX-CONTROL-FILE
                       AT END
                           MOVE "Y" TO EOF-TC
                       NOT AT END
                           PERFORM PARSE-TAX-CONTROL-LINE
                   END-READ
               END-PERFORM
               CLOSE TAX-CONTROL-FILE
           END-IF.

       PARSE-TAX-CONTROL-LINE.
           IF FUNCTION TRIM(TAX-CONTROL-LINE) = SPACES
               CONTINUE
           ELSE
               ADD 1 TO WS-TC-LINE-NO
               IF WS-TC-LINE-NO = 1
                   IF FUNCTION TEST-NUMVAL(
                        FUNCTION TRIM(TAX-CONTROL-LINE)) = 0
                      AND FUNCTION NUMVAL(
                        FUNCTION TRIM(TAX-CONTROL-LINE)) > 1899
                      AND FUNCTION NUMVAL(
                        FUNCTION TRIM(TAX-CONTROL-LINE)) < 10000
                       MOVE FUNCTION NUMVAL(
                           FUNCTION TRIM(TAX-CONTROL-LINE))
                         TO WS-TAX-YEAR
                   ELSE
                       ADD 1 TO WS-REJECT-COUNT
                       DISPLAY "REJECTED TAX YEAR: "
                               TAX-CONTROL-LINE
                   END-IF
               ELSE
                   MOVE FUNCTION TRIM(TAX-CONTROL-LINE)
                     TO WS-TC-TERM
                   MOVE "Y" TO WS-EXPLICIT-SW
                   MOVE WS-TC-TERM TO WS-TRM-LOOKUP
                   PERFORM FIND-TERM
                   IF TRM-NOT-FOUND
                       PERFORM ADD-TERM
                   END-IF
               END-IF
           END-IF.

      *every dated "R" line that names its term - lines written
      *before the nightly run stamped the term cannot be placed in
      *one and are passed over
       LOAD-TOTALS-HISTORY.
           OPEN INPUT TOTALS-HISTORY-FILE
           IF WS-TH-FILE-STATUS NOT = "00"
               DISPLAY "HW2-TOTALS-HISTORY.CSV NOT AVAILABLE - "
                       "STATUS " WS-TH-FILE-STATUS
                       " - NO TERM RUN DATES ON FILE"
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

      *with no terms named on the control file, a term is walked
      *when any of its runs fell in the tax year or the year after
       PARSE-TOTALS-HISTORY-LINE.
           MOVE SPACES TO WS-TH-TAG WS-TH-F1 WS-TH-F2
                          WS-TH-F3 WS-TH-F4 WS-TH-F5
           UNSTRING TOTALS-HISTORY-LINE
               DELIMITED BY ","
               INTO WS-TH-TAG WS-TH-F1 WS-TH-F2
                    WS-TH-F3 WS-TH-F4 WS-TH-F5
           END-UNSTRING
           IF WS-TH-TAG = "R"
              AND FUNCTION TRIM(WS-TH-F5) NOT = SPACES
              AND FUNCTION TEST-NUMVAL(FUNCTION TRIM(WS-TH-F1)) = 0
               MOVE FUNCTION NUMVAL(FUNCTION TRIM(WS-TH-F1))
                 TO WS-TH-DATE
               MOVE FUNCTION TRIM(WS-TH-F5) TO WS-TRM-LOOKUP
               PERFORM FIND-TERM
               IF TRM-NOT-FOUND AND NOT TERMS-EXPLICIT
                   PERFORM ADD-TERM
               END-IF
               IF TRM-FOUND
                   IF WS-TRM-FIRST(WS-TRM-SEARCH-IDX) = 0
                      OR WS-TH-DATE
                           < WS-TRM-FIRST(WS-TRM-SEARCH-IDX)
                       MOVE WS-TH-DATE
                         TO WS-TRM-FIRST(WS-TRM-SEARCH-IDX)
                   END-IF
                   IF WS-TH-DATE > WS-TRM-LAST(WS-TRM-SEARCH-IDX)
                       MOVE WS-TH-DATE
                         TO WS-TRM-LAST(WS-TRM-SEARCH-IDX)
                   END-IF
                   MOVE WS-TH-DATE TO WS-DATE-WORK
                   IF NOT TERMS-EXPLICIT
                      AND (WS-DATE-YYYY = WS-TAX-YEAR
                           OR WS-DATE-YYYY = WS-NEXT-YEAR)
                       MOVE "Y" TO WS-TRM-SEL-SW(WS-TRM-SEARCH-IDX)
                   END-IF
               END-IF
           END-IF.

       FIND-TERM.
           MOVE "N" TO WS-TRM-FOUND-SW
           MOVE 1 TO WS-TRM-SEARCH-IDX
           PERFORM SEARCH-TERM-TABLE
               UNTIL WS-TRM-SEARCH-IDX > WS-TRM-COUNT
                  OR TRM-FOUND.

       SEARCH-TERM-TABLE.
           IF WS-TRM-TERM(WS-TRM-SEARCH-IDX) = WS-TRM-LOOKUP
               MOVE "Y" TO WS-TRM-FOUND-SW
           ELSE
               ADD 1 TO WS-TRM-SEARCH-IDX
           END-IF.

      *a term named on the control file is selected outright; one
      *found on the history waits for a run date to select it
       ADD-TERM.
           IF WS-TRM-COUNT >= WS-MAX-TRM
               DISPLAY "TERM TABLE FULL - TERM SKIPPED: "
                       WS-TRM-LOOKUP
           ELSE
               ADD 1 TO WS-TRM-COUNT
               MOVE WS-TRM-LOOKUP TO WS-TRM-TERM(WS-TRM-COUNT)
               MOVE 0 TO WS-TRM-FIRST(WS-TRM-COUNT)
               MOVE 0 TO WS-TRM-LAST(WS-TRM-COUNT)
               MOVE WS-EXPLICIT-SW TO WS-TRM-SEL-SW(WS-TRM-COUNT)
               MOVE WS-TRM-COUNT TO WS-TRM-SEARCH-IDX
               MOVE "Y" TO WS-TRM-FOUND-SW
           END-IF.

      *the reported history - this tax year's own rows from an
      *earlier run are dropped here and rebuilt by this run
       LOAD-REPORTED.
           OPEN INPUT REPORTED-FILE
           IF WS-RPT-FILE-STATUS NOT = "00"
               DISPLAY "HW2-TAX-REPORTED.DAT NOT AVAILABLE - STATUS "
                       WS-RPT-FILE-STATUS
                       " - NOTHING REPORTED BEFORE"
           ELSE
               PERFORM UNTIL EOF-RPT = "Y"
                   READ REPORTED-FILE
                       AT END
                           MOVE "Y" TO EOF-RPT
                       NOT AT END
                           IF RPT-TAX-YEAR = WS-TAX-YEAR
                               ADD 1 TO WS-RH-DROPPED
                           ELSE
                               PERFORM STORE-ONE-REPORTED
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE REPORTED-FILE
           END-IF.

       STORE-ONE-REPORTED.
           IF WS-RH-COUNT >= WS-MAX-RH
               MOVE "Y" TO WS-RH-OVERFLOW-SW
           ELSE
               ADD 1 TO WS-RH-COUNT
               MOVE RPT-TAX-YEAR TO WS-RH-YEAR(WS-RH-COUNT)
               MOVE RPT-STU-ID TO WS-RH-ID(WS-RH-COUNT)
               MOVE RPT-TERM TO WS-RH-TERM(WS-RH-COUNT)
               MOVE RPT-BILLED TO WS-RH-BILLED(WS-RH-COUNT)
               MOVE RPT-SCHOLAR TO WS-RH-SCHOLAR(WS-RH-COUNT)
               MOVE "N" TO WS-RH-SEEN-SW(WS-RH-COUNT)
           END-IF.

      *one selected term, end to end - its bill repriced student by
      *student, its payments walked by date, its journal summed
       WALK-ONE-TERM.
           IF WS-TRM-SEL-SW(WS-TRM-SUB) = "Y"
               ADD 1 TO WS-TERMS-WALKED
               MOVE WS-TRM-TERM(WS-TRM-SUB) TO WS-WALK-TERM
               MOVE WS-TRM-LAST(WS-TRM-SUB) TO WS-WALK-LAST
      *a term with no dated run is taken as billed in the tax year
               IF WS-TRM-FIRST(WS-TRM-SUB) = 0
                   MOVE WS-TAX-YEAR TO WS-WALK-BILL-YEAR
               ELSE
                   MOVE WS-TRM-FIRST(WS-TRM-SUB) TO WS-DATE-WORK
                   MOVE WS-DATE-YYYY TO WS-WALK-BILL-YEAR
               END-IF
               IF WS-WALK-TERM = WS-CURRENT-TERM
                   MOVE "Y" TO WS-WALK-LIVE-SW
                   MOVE "LIVE" TO WS-WALK-SOURCE
               ELSE
                   MOVE "N" TO WS-WALK-LIVE-SW
                   MOVE "ARCHIVE" TO WS-WALK-SOURCE
               END-IF
               DISPLAY "WALKING TERM " WS-WALK-TERM " ("
                       FUNCTION TRIM(WS-WALK-SOURCE)
                       ") BILLED IN " WS-WALK-BILL-YEAR
               MOVE 0 TO WS-TC-STUDENTS WS-TC-BILLED WS-TC-SCHOLAR
                         WS-TC-PAY-TOTAL WS-TC-PAY-YEAR
                         WS-TC-REV-CNT WS-TC-REV-AMT
                         WS-TC-PRIOR-BILL WS-TC-PRIOR-SCH
                         WS-TC-SPONSOR WS-TC-LATE-REF
                         WS-TC-ADJ-HELD-CNT WS-TC-ADJ-HELD-AMT
                         WS-TC-REV-HELD-CNT WS-TC-REV-HELD-AMT
               PERFORM CHECK-TERM-ON-HISTORY
               PERFORM LOAD-TERM-FEES
               PERFORM LOAD-TERM-ENROLLMENTS
               PERFORM LOAD-TERM-WITHDRAWALS
               PERFORM LOAD-TERM-REFUND-PCT
               PERFORM LOAD-TERM-OPERATORS
               PERFORM LOAD-TERM-ADJUSTMENTS
               PERFORM LOAD-TERM-REVERSALS
               PERFORM LOAD-TERM-SPONSORS
               PERFORM LOAD-TERM-SPONSOR-AUTH
               PERFORM LOAD-TERM-SPONSOR-REFUSED
               PERFORM PRICE-TERM-STUDENTS
               PERFORM POST-TERM-LATE-REFUSALS
               IF WS-WALK-BILL-YEAR < WS-TAX-YEAR
                  AND WALK-ON-HISTORY
                   PERFORM SETTLE-UNSEEN-REPORTED
                       VARYING WS-RH-IDX FROM 1 BY 1
                       UNTIL WS-RH-IDX > WS-RH-COUNT
               END-IF
               PERFORM POST-TERM-PAYMENTS
               PERFORM TIE-TERM-JOURNAL
               PERFORM WRITE-TERM-CONTROL
           END-IF.

      *a term billed in an earlier year can only be judged for
      *changes when an earlier tax run reported it
       CHECK-TERM-ON-HISTORY.
           MOVE "N" TO WS-WALK-HIST-SW
           PERFORM CHECK-ONE-HISTORY-TERM
               VARYING WS-RH-SEARCH-IDX FROM 1 BY 1
               UNTIL WS-RH-SEARCH-IDX > WS-RH-COUNT
                  OR WALK-ON-HISTORY.

       CHECK-ONE-HISTORY-TERM.
           IF WS-RH-TERM(WS-RH-SEARCH-IDX) = WS-WALK-TERM
              AND WS-RH-YEAR(WS-RH-SEARCH-IDX) < WS-TAX-YEAR
               MOVE "Y" TO WS-WALK-HIST-SW
           END-IF.

      *the term's input named for where it lives - WS-BASE-NAME in
      *the live directory for the open term, under the archive's
      *term stamp for a closed one
       SET-TERM-IN-NAME.
           MOVE SPACES TO WS-TERM-IN-NAME
           IF WALK-LIVE
               MOVE WS-BASE-NAME TO WS-TERM-IN-NAME
           ELSE
               STRING "HW2-Archive-" DELIMITED BY SIZE
                      WS-WALK-TERM DELIMITED BY SPACE
                      "-" DELIMITED BY SIZE
                      FUNCTION TRIM(WS-BASE-NAME) DELIMITED BY SIZE
                   INTO WS-TERM-IN-NAME
               END-STRING
           END-IF
           MOVE "N" TO EOF-TIN.

      *the fee index as the term's final run left it - already
      *resolved to the amounts in force for that term
       LOAD-TERM-FEES.
           MOVE 0 TO WS-TF-COUNT
           IF WALK-LIVE
               MOVE "N" TO EOF-FI
               OPEN INPUT FEES-INDEX-FILE
               IF WS-FI-STATUS NOT = "00"
                   DISPLAY "HW2-FEES-INDEX.DAT NOT AVAILABLE - "
                           "STATUS " WS-FI-STATUS
                           " - TERM " WS-WALK-TERM " BILLS NOTHING"
               ELSE
                   PERFORM UNTIL EOF-FI = "Y"
                       READ FEES-INDEX-FILE NEXT RECORD
                           AT END
                               MOVE "Y" TO EOF-FI
                           NOT AT END
                               MOVE FI-FEE-TYPE TO WS-AFI-TYPE
                               MOVE FI-FEE-AMT TO WS-AFI-AMT
                               PERFORM STORE-ONE-TERM-FEE
                       END-READ
                   END-PERFORM
                   CLOSE FEES-INDEX-FILE
               END-IF
           ELSE
               MOVE "HW2-Fees-Index.dat" TO WS-BASE-NAME
               PERFORM SET-TERM-IN-NAME
               OPEN INPUT TERM-IN-FILE
               IF WS-TIN-STATUS NOT = "00"
                   DISPLAY FUNCTION TRIM(WS-TERM-IN-NAME)
                           " NOT AVAILABLE - STATUS " WS-TIN-STATUS
                           " - TERM " WS-WALK-TERM " BILLS NOTHING"
               ELSE
                   PERFORM UNTIL EOF-TIN = "Y"
                       READ TERM-IN-FILE
                           AT END
                               MOVE "Y" TO EOF-TIN
                           NOT AT END
                               MOVE TERM-IN-LINE TO WS-AFI-REC
                               PERFORM STORE-ONE-TERM-FEE
                       END-READ
                   END-PERFORM
                   CLOSE TERM-IN-FILE
               END-IF
           END-IF.

       STORE-ONE-TERM-FEE.
           IF WS-TF-COUNT >= WS-MAX-TF
               DISPLAY "FEE TABLE FULL - TYPE SKIPPED: " WS-AFI-TYPE
           ELSE
               ADD 1 TO WS-TF-COUNT
               MOVE WS-AFI-TYPE TO WS-TF-TYPE(WS-TF-COUNT)
               MOVE WS-AFI-AMT TO WS-TF-AMT(WS-TF-COUNT)
           END-IF.

      *enrollment rows for the walked term - rows stamped with
      *another term are left out, as the nightly run left them out
       LOAD-TERM-ENROLLMENTS.
           MOVE 0 TO WS-ENR-COUNT
           MOVE "HW2-Enrollment.csv" TO WS-BASE-NAME
           PERFORM SET-TERM-IN-NAME
           OPEN INPUT TERM-IN-FILE
           IF WS-TIN-STATUS = "00"
               PERFORM UNTIL EOF-TIN = "Y"
                   READ TERM-IN-FILE
                       AT END
                           MOVE "Y" TO EOF-TIN
                       NOT AT END
                           PERFORM PARSE-ENR-ROW
                   END-READ
               END-PERFORM
               CLOSE TERM-IN-FILE
           END-IF.

       PARSE-ENR-ROW.
           MOVE SPACES TO WS-ENR-ID-STR WS-ENR-TYPE-STR
                          WS-ENR-TERM-STR
           UNSTRING TERM-IN-LINE
               DELIMITED BY ","
               INTO WS-ENR-ID-STR
                    WS-ENR-TYPE-STR
                    WS-ENR-TERM-STR
           END-UNSTRING
           IF WS-ENR-ID-STR = SPACES
              OR WS-ENR-TYPE-STR = SPACES
              OR (WS-ENR-TERM-STR NOT = SPACES
                  AND FUNCTION TRIM(WS-ENR-TERM-STR)
                        NOT = WS-WALK-TERM)
               CONTINUE
           ELSE
               IF WS-ENR-COUNT >= WS-MAX-ENR
                   ADD 1 TO WS-REJECT-COUNT
                   DISPLAY "ENROLLMENT TABLE FULL - ROW SKIPPED: "
                           TERM-IN-LINE
               ELSE
                   ADD 1 TO WS-ENR-COUNT
                   MOVE WS-ENR-ID-STR TO WS-ENR-ID(WS-ENR-COUNT)
                   MOVE FUNCTION TRIM(WS-ENR-TYPE-STR)
                     TO WS-ENR-TYPE(WS-ENR-COUNT)
               END-IF
           END-IF.

       LOAD-TERM-WITHDRAWALS.
           MOVE 0 TO WS-WD-COUNT
           MOVE "HW2-Withdrawals.csv" TO WS-BASE-NAME
           PERFORM SET-TERM-IN-NAME
           OPEN INPUT TERM-IN-FILE
           IF WS-TIN-STATUS = "00"
               PERFORM UNTIL EOF-TIN = "Y"
                   READ TERM-IN-FILE
                       AT END
                           MOVE "Y" TO EOF-TIN
                       NOT AT END
                           PERFORM PARSE-WD-ROW
                   END-READ
               END-PERFORM
               CLOSE TERM-IN-FILE
           END-IF.

       PARSE-WD-ROW.
           MOVE SPACES TO WS-WD-ID-STR WS-WD-TYPE-STR
                          WS-WD-DATE-STR WS-WD-TERM-STR
           UNSTRING TERM-IN-LINE
               DELIMITED BY ","
               INTO WS-WD-ID-STR
                    WS-WD-TYPE-STR
                    WS-WD-DATE-STR
                    WS-WD-TERM-STR
           END-UNSTRING
           IF WS-WD-ID-STR = SPACES
              OR WS-WD-TYPE-STR = SPACES
              OR FUNCTION TEST-NUMVAL(WS-WD-DATE-STR) NOT = 0
              OR (WS-WD-TERM-STR NOT = SPACES
                  AND FUNCTION TRIM(WS-WD-TERM-STR)
                        NOT = WS-WALK-TERM)
               CONTINUE
           ELSE
               IF WS-WD-COUNT >= WS-MAX-WD
                   ADD 1 TO WS-REJECT-COUNT
                   DISPLAY "WITHDRAWAL TABLE FULL - ROW SKIPPED: "
                           TERM-IN-LINE
               ELSE
                   ADD 1 TO WS-WD-COUNT
                   MOVE WS-WD-ID-STR TO WS-WD-ID(WS-WD-COUNT)
                   MOVE FUNCTION TRIM(WS-WD-TYPE-STR)
                     TO WS-WD-TYPE(WS-WD-COUNT)
                   COMPUTE WS-WD-DATE(WS-WD-COUNT) =
                       FUNCTION NUMVAL(WS-WD-DATE-STR)
               END-IF
           END-IF.

       LOAD-TERM-REFUND-PCT.
           MOVE 0 TO WS-RP-COUNT
           MOVE "HW2-Refund-Pct.csv" TO WS-BASE-NAME
           PERFORM SET-TERM-IN-NAME
           OPEN INPUT TERM-IN-FILE
           IF WS-TIN-STATUS = "00"
               PERFORM UNTIL EOF-TIN = "Y"
                   READ TERM-IN-FILE
                       AT END
                           MOVE "Y" TO EOF-TIN
                       NOT AT END
                           PERFORM PARSE-RP-ROW
                   END-READ
               END-PERFORM
               CLOSE TERM-IN-FILE
           END-IF.

       PARSE-RP-ROW.
           MOVE SPACES TO WS-RP-TYPE-STR WS-RP-DATE-STR
                          WS-RP-PCT-STR WS-RP-TERM-STR
           UNSTRING TERM-IN-LINE
               DELIMITED BY ","
               INTO WS-RP-TYPE-STR
                    WS-RP-DATE-STR
                    WS-RP-PCT-STR
                    WS-RP-TERM-STR
           END-UNSTRING
           IF WS-RP-TYPE-STR = SPACES
              OR FUNCTION TEST-NUMVAL(WS-RP-DATE-STR) NOT = 0
              OR FUNCTION TEST-NUMVAL(WS-RP-PCT-STR) NOT = 0
              OR (WS-RP-TERM-STR NOT = SPACES
                  AND FUNCTION TRIM(WS-RP-TERM-STR)
                        NOT = WS-WALK-TERM)
               CONTINUE
           ELSE
               IF FUNCTION NUMVAL(WS-RP-PCT-STR) > 100
                   CONTINUE
               ELSE
                   IF WS-RP-COUNT >= WS-MAX-RP
                       ADD 1 TO WS-REJECT-COUNT
                       DISPLAY "REFUND BAND TABLE FULL - ROW "
                               "SKIPPED: " TERM-IN-LINE
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

      *waivers and scholarships only - they run negative on the
      *bill, so the relief is carried as a positive figure
       LOAD-TERM-ADJUSTMENTS.
           MOVE 0 TO WS-ADJ-COUNT
           MOVE "HW2-Adjustments.csv" TO WS-BASE-NAME
           PERFORM SET-TERM-IN-NAME
           OPEN INPUT TERM-IN-FILE
           IF WS-TIN-STATUS = "00"
               PERFORM UNTIL EOF-TIN = "Y"
                   READ TERM-IN-FILE
                       AT END
                           MOVE "Y" TO EOF-TIN
                       NOT AT END
                           PERFORM PARSE-ADJ-ROW
                   END-READ
               END-PERFORM
               CLOSE TERM-IN-FILE
           END-IF.

      *a row the nightly run held for approval never reached the
      *bill, so it is left off the statement too
       PARSE-ADJ-ROW.
           MOVE SPACES TO WS-ADJ-ID-STR WS-ADJ-CODE WS-ADJ-AMT-STR
                          WS-ADJ-ENTER-STR WS-ADJ-APPR-STR
           UNSTRING TERM-IN-LINE
               DELIMITED BY ","
               INTO WS-ADJ-ID-STR
                    WS-ADJ-CODE
                    WS-ADJ-AMT-STR
                    WS-ADJ-ENTER-STR
                    WS-ADJ-APPR-STR
           END-UNSTRING
           IF WS-ADJ-ID-STR = SPACES
              OR NOT ADJ-CODE-RELIEF
              OR FUNCTION TEST-NUMVAL(
                   FUNCTION TRIM(WS-ADJ-AMT-STR)) NOT = 0
               CONTINUE
           ELSE
               MOVE WS-ADJ-CODE TO WS-AUTH-TYPE
               MOVE FUNCTION NUMVAL(FUNCTION TRIM(WS-ADJ-AMT-STR))
                 TO WS-AUTH-AMT
               MOVE FUNCTION TRIM(WS-ADJ-ENTER-STR) TO WS-AUTH-ENTERER
               MOVE FUNCTION TRIM(WS-ADJ-APPR-STR)
                 TO WS-AUTH-APPROVER
               MOVE SPACES TO WS-AUTH-REASON
               IF OPR-CHECKED
                   PERFORM AUTHORIZE-ROW
               END-IF
               IF WS-AUTH-REASON NOT = SPACES
                   ADD 1 TO WS-TC-ADJ-HELD-CNT
                   ADD WS-AUTH-AMT TO WS-TC-ADJ-HELD-AMT
               ELSE
                   PERFORM STORE-ONE-ADJUSTMENT
               END-IF
           END-IF.

       STORE-ONE-ADJUSTMENT.
           IF WS-ADJ-COUNT >= WS-MAX-ADJ
               ADD 1 TO WS-REJECT-COUNT
               DISPLAY "ADJUSTMENT TABLE FULL - ROW SKIPPED: "
                       TERM-IN-LINE
           ELSE
               ADD 1 TO WS-ADJ-COUNT
               MOVE WS-ADJ-ID-STR TO WS-ADJ-TAB-ID(WS-ADJ-COUNT)
               COMPUTE WS-ADJ-TAB-AMT(WS-ADJ-COUNT) =
                   0 - FUNCTION NUMVAL(FUNCTION TRIM(WS-ADJ-AMT-STR))
           END-IF.

      *the reversal rows as keyed - the payment row itself stays
      *on the index, so a reversal that passes is netted out when
      *the index is walked
       LOAD-TERM-REVERSALS.
           MOVE 0 TO WS-REV-COUNT
           MOVE "HW2-Pay-Reversals.csv" TO WS-BASE-NAME
           PERFORM SET-TERM-IN-NAME
           OPEN INPUT TERM-IN-FILE
           IF WS-TIN-STATUS = "00"
               PERFORM UNTIL EOF-TIN = "Y"
                   READ TERM-IN-FILE
                       AT END
                           MOVE "Y" TO EOF-TIN
                       NOT AT END
                           PERFORM PARSE-REV-ROW
                   END-READ
               END-PERFORM
               CLOSE TERM-IN-FILE
           END-IF.

      *one reversal row: student id, payment sequence, reason, NSF
      *penalty, entering and approving operators - a row can only
      *be judged once the payment it names is read off the index
       PARSE-REV-ROW.
           MOVE SPACES TO WS-REV-ID-STR WS-REV-SEQ-STR
                          WS-REV-REASON-STR WS-REV-PEN-STR
                          WS-REV-ENTER-STR WS-REV-APPR-STR
           UNSTRING TERM-IN-LINE
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
                   FUNCTION TRIM(WS-REV-SEQ-STR)) NOT = 0
               CONTINUE
           ELSE
               IF WS-REV-PEN-STR NOT = SPACES
                  AND FUNCTION TEST-NUMVAL(
                        FUNCTION TRIM(WS-REV-PEN-STR)) NOT = 0
                   CONTINUE
               ELSE
                   IF WS-REV-COUNT >= WS-MAX-REV
                       ADD 1 TO WS-REJECT-COUNT
                       DISPLAY "REVERSAL TABLE FULL - ROW SKIPPED: "
                               TERM-IN-LINE
                   ELSE
                       ADD 1 TO WS-REV-COUNT
                       MOVE WS-REV-ID-STR TO WS-REV-ID(WS-REV-COUNT)
                       MOVE FUNCTION NUMVAL(
                           FUNCTION TRIM(WS-REV-SEQ-STR))
                         TO WS-REV-SEQ(WS-REV-COUNT)
                       MOVE WS-REV-PEN-STR TO WS-REV-PEN(WS-REV-COUNT)
                       MOVE FUNCTION TRIM(WS-REV-ENTER-STR)
                         TO WS-REV-ENTER(WS-REV-COUNT)
                       MOVE FUNCTION TRIM(WS-REV-APPR-STR)
                         TO WS-REV-APPR(WS-REV-COUNT)
                   END-IF
               END-IF
           END-IF.

      *the payment in WS-PAY-ID/SEQ/AMT is reversed when any row
      *naming it passes authorization - the nightly run took the
      *first one that passed and turned the rest away as repeats;
      *a payment whose every row failed is left REV-HELD
       FIND-REVERSAL.
           MOVE "N" TO WS-REV-FOUND-SW
           MOVE "N" TO WS-REV-HELD-SW
           PERFORM CHECK-ONE-REVERSAL
               VARYING WS-REV-SEARCH-IDX FROM 1 BY 1
               UNTIL WS-REV-SEARCH-IDX > WS-REV-COUNT
                  OR REV-FOUND.

       CHECK-ONE-REVERSAL.
           IF WS-REV-ID(WS-REV-SEARCH-IDX) = WS-PAY-ID
              AND WS-REV-SEQ(WS-REV-SEARCH-IDX) = WS-PAY-SEQ
               MOVE SPACES TO WS-AUTH-REASON
               IF OPR-CHECKED
                   PERFORM AUTHORIZE-REVERSAL
               END-IF
               IF WS-AUTH-REASON = SPACES
                   MOVE "Y" TO WS-REV-FOUND-SW
                   MOVE "N" TO WS-REV-HELD-SW
               ELSE
                   MOVE "Y" TO WS-REV-HELD-SW
               END-IF
           END-IF.

      *the reversal is judged on the payment it nets back out, and
      *an NSF penalty riding on it as a PENALTY by the same two
      *operators - if either fails the row was held
       AUTHORIZE-REVERSAL.
           MOVE "REVERSAL" TO WS-AUTH-TYPE
           MOVE WS-PAY-AMT TO WS-AUTH-AMT
           MOVE WS-REV-ENTER(WS-REV-SEARCH-IDX) TO WS-AUTH-ENTERER
           MOVE WS-REV-APPR(WS-REV-SEARCH-IDX) TO WS-AUTH-APPROVER
           PERFORM AUTHORIZE-ROW
           IF WS-AUTH-REASON = SPACES
              AND WS-REV-PEN(WS-REV-SEARCH-IDX) NOT = SPACES
               IF FUNCTION NUMVAL(
                    FUNCTION TRIM(WS-REV-PEN(WS-REV-SEARCH-IDX))) > 0
                   MOVE "PENALTY" TO WS-AUTH-TYPE
                   MOVE FUNCTION NUMVAL(
                       FUNCTION TRIM(WS-REV-PEN(WS-REV-SEARCH-IDX)))
                     TO WS-AUTH-AMT
                   PERFORM AUTHORIZE-ROW
               END-IF
           END-IF.

      *the walked term's operator authority - the open term with
      *no file on hand authorizes nobody, as the nightly run did;
      *a closed term with none archived is not judged at all
       LOAD-TERM-OPERATORS.
           MOVE 0 TO WS-OPR-COUNT
           MOVE 0 TO WS-OPR-LINE-NO
           MOVE "N" TO WS-OPR-ON-FILE-SW
           MOVE "HW2-Operators.csv" TO WS-BASE-NAME
           PERFORM SET-TERM-IN-NAME
           OPEN INPUT TERM-IN-FILE
           IF WS-TIN-STATUS = "00"
               MOVE "Y" TO WS-OPR-ON-FILE-SW
               PERFORM UNTIL EOF-TIN = "Y"
                   READ TERM-IN-FILE
                       AT END
                           MOVE "Y" TO EOF-TIN
                       NOT AT END
                           PERFORM PARSE-OPR-ROW
                   END-READ
               END-PERFORM
               CLOSE TERM-IN-FILE
           END-IF
           IF OPR-ON-FILE OR WALK-LIVE
               MOVE "Y" TO WS-OPR-CHECK-SW
           ELSE
               MOVE "N" TO WS-OPR-CHECK-SW
           END-IF.

      *one authority row: operator id, role, transaction type, and
      *the largest amount the operator may key on their own - or
      *approve, for a SUPERVISOR
       PARSE-OPR-ROW.
           ADD 1 TO WS-OPR-LINE-NO
           MOVE SPACES TO WS-OPR-ID-STR WS-OPR-ROLE-STR
                          WS-OPR-TYPE-STR WS-OPR-LIMIT-STR
           UNSTRING TERM-IN-LINE
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
               ADD 1 TO WS-REJECT-COUNT
               DISPLAY "REJECTED OPERATOR ROW " WS-OPR-LINE-NO
                       " TERM " WS-WALK-TERM ": " TERM-IN-LINE
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
      *transaction type in WS-AUTH-TYPE, left in WS-OPR-SEARCH-IDX
      *when found
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

      *may the row in WS-AUTH-TYPE/AMT/ENTERER/APPROVER be applied -
      *the entering operator must hold authority for the type, and
      *a row over their limit needs a different operator, a
      *SUPERVISOR whose own limit covers it; WS-AUTH-REASON is left
      *blank when the row may be applied
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

      *the walked term's sponsor ids - a term with no sponsor file
      *had no sponsors, and every coverage row for it is turned away
       LOAD-TERM-SPONSORS.
           MOVE 0 TO WS-SPN-COUNT
           MOVE "HW2-Sponsors.csv" TO WS-BASE-NAME
           PERFORM SET-TERM-IN-NAME
           OPEN INPUT TERM-IN-FILE
           IF WS-TIN-STATUS = "00"
               PERFORM UNTIL EOF-TIN = "Y"
                   READ TERM-IN-FILE
                       AT END
                           MOVE "Y" TO EOF-TIN
                       NOT AT END
                           PERFORM PARSE-SPN-ROW
                   END-READ
               END-PERFORM
               CLOSE TERM-IN-FILE
           END-IF.

       PARSE-SPN-ROW.
           MOVE SPACES TO WS-SPN-ID-STR
           UNSTRING TERM-IN-LINE
               DELIMITED BY ","
               INTO WS-SPN-ID-STR
           END-UNSTRING
           IF WS-SPN-ID-STR = SPACES
              OR WS-SPN-COUNT >= WS-MAX-SPN
               CONTINUE
           ELSE
               ADD 1 TO WS-SPN-COUNT
               MOVE WS-SPN-ID-STR TO WS-SPN-ID(WS-SPN-COUNT)
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

      *the walked term's coverage rows - a row the nightly run
      *turned away is passed over here the same way
       LOAD-TERM-SPONSOR-AUTH.
           MOVE 0 TO WS-SPA-COUNT
           MOVE "HW2-Sponsor-Auth.csv" TO WS-BASE-NAME
           PERFORM SET-TERM-IN-NAME
           OPEN INPUT TERM-IN-FILE
           IF WS-TIN-STATUS = "00"
               PERFORM UNTIL EOF-TIN = "Y"
                   READ TERM-IN-FILE
                       AT END
                           MOVE "Y" TO EOF-TIN
                       NOT AT END
                           PERFORM PARSE-SPA-ROW
                   END-READ
               END-PERFORM
               CLOSE TERM-IN-FILE
           END-IF.

      *one coverage row: sponsor id, student id, fee type or ALL,
      *basis P or C, percent or cap, term
       PARSE-SPA-ROW.
           MOVE SPACES TO WS-SPA-SPN-STR WS-SPA-ID-STR
                          WS-SPA-TYPE-STR WS-SPA-BASIS-STR
                          WS-SPA-LIMIT-STR WS-SPA-TERM-STR
           UNSTRING TERM-IN-LINE
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
           IF (WS-SPA-TERM-STR NOT = SPACES
               AND FUNCTION TRIM(WS-SPA-TERM-STR) NOT = WS-WALK-TERM)
              OR WS-SPA-ID-STR = SPACES
              OR WS-SPA-TYPE-STR = SPACES
              OR SPN-NOT-FOUND
              OR NOT SPA-BASIS-VALID
              OR FUNCTION TEST-NUMVAL(
                   FUNCTION TRIM(WS-SPA-LIMIT-STR)) NOT = 0
               CONTINUE
           ELSE
               IF FUNCTION NUMVAL(FUNCTION TRIM(WS-SPA-LIMIT-STR)) < 0
                  OR WS-SPA-COUNT >= WS-MAX-SPA
                   CONTINUE
               ELSE
                   MOVE FUNCTION NUMVAL(FUNCTION TRIM(WS-SPA-LIMIT-STR))
                     TO WS-SPA-LIMIT-NUM
                   IF WS-SPA-BASIS-STR = "P"
                      AND WS-SPA-LIMIT-NUM > 100
                       CONTINUE
                   ELSE
                       ADD 1 TO WS-SPA-COUNT
                       MOVE WS-SPA-SPN-STR
                         TO WS-SPA-SPN-ID(WS-SPA-COUNT)
                       MOVE WS-SPA-ID-STR
                         TO WS-SPA-STU-ID(WS-SPA-COUNT)
                       MOVE FUNCTION TRIM(WS-SPA-TYPE-STR)
                         TO WS-SPA-TYPE(WS-SPA-COUNT)
                       MOVE WS-SPA-BASIS-STR
                         TO WS-SPA-BASIS(WS-SPA-COUNT)
                       MOVE WS-SPA-LIMIT-NUM
                         TO WS-SPA-LIMIT(WS-SPA-COUNT)
                   END-IF
               END-IF
           END-IF.

      *the walked term's own refusals
       LOAD-TERM-SPONSOR-REFUSED.
           MOVE 0 TO WS-SPR-COUNT
           MOVE "HW2-Sponsor-Refused.csv" TO WS-BASE-NAME
           PERFORM SET-TERM-IN-NAME
           OPEN INPUT TERM-IN-FILE
           IF WS-TIN-STATUS = "00"
               PERFORM UNTIL EOF-TIN = "Y"
                   READ TERM-IN-FILE
                       AT END
                           MOVE "Y" TO EOF-TIN
                       NOT AT END
                           PERFORM PARSE-SPR-ROW
                   END-READ
               END-PERFORM
               CLOSE TERM-IN-FILE
           END-IF.

      *one refusal row: sponsor id, student id, amount, term
       PARSE-SPR-ROW.
           MOVE SPACES TO WS-SPR-SPN-STR WS-SPR-ID-STR
                          WS-SPR-AMT-STR WS-SPR-TERM-STR
           UNSTRING TERM-IN-LINE
               DELIMITED BY ","
               INTO WS-SPR-SPN-STR
                    WS-SPR-ID-STR
                    WS-SPR-AMT-STR
                    WS-SPR-TERM-STR
           END-UNSTRING
           MOVE WS-SPR-SPN-STR TO WS-SPN-LOOKUP-ID
           PERFORM FIND-SPONSOR
           IF (WS-SPR-TERM-STR NOT = SPACES
               AND FUNCTION TRIM(WS-SPR-TERM-STR) NOT = WS-WALK-TERM)
              OR WS-SPR-ID-STR = SPACES
              OR SPN-NOT-FOUND
              OR FUNCTION TEST-NUMVAL(
                   FUNCTION TRIM(WS-SPR-AMT-STR)) NOT = 0
               CONTINUE
           ELSE
               IF FUNCTION NUMVAL(FUNCTION TRIM(WS-SPR-AMT-STR)) < 0
                  OR WS-SPR-COUNT >= WS-MAX-SPR
                   CONTINUE
               ELSE
                   ADD 1 TO WS-SPR-COUNT
                   MOVE WS-SPR-SPN-STR TO WS-SPR-SPN-ID(WS-SPR-COUNT)
                   MOVE WS-SPR-ID-STR TO WS-SPR-STU-ID(WS-SPR-COUNT)
                   MOVE FUNCTION NUMVAL(FUNCTION TRIM(WS-SPR-AMT-STR))
                     TO WS-SPR-AMT(WS-SPR-COUNT)
               END-IF
           END-IF.

      *every master row the walked term billed - stamped with the
      *term or with no term at all, as the nightly run took them
       PRICE-TERM-STUDENTS.
           MOVE "HW2-Student-Main.csv" TO WS-BASE-NAME
           PERFORM SET-TERM-IN-NAME
           OPEN INPUT TERM-IN-FILE
           IF WS-TIN-STATUS NOT = "00"
               DISPLAY FUNCTION TRIM(WS-TERM-IN-NAME)
                       " NOT AVAILABLE - STATUS " WS-TIN-STATUS
                       " - NO STUDENTS BILLED FOR TERM "
                       WS-WALK-TERM
           ELSE
               PERFORM UNTIL EOF-TIN = "Y"
                   READ TERM-IN-FILE
                       AT END
                           MOVE "Y" TO EOF-TIN
                       NOT AT END
                           PERFORM PRICE-ONE-MASTER-ROW
                   END-READ
               END-PERFORM
               CLOSE TERM-IN-FILE
           END-IF.

       PRICE-ONE-MASTER-ROW.
           MOVE SPACES TO WS-STU-ID WS-STU-NAME WS-STU-TYPE
                          WS-STU-TERM
           UNSTRING TERM-IN-LINE
               DELIMITED BY ","
               INTO WS-STU-ID
                    WS-STU-NAME
                    WS-STU-TYPE
                    WS-STU-TERM
           END-UNSTRING
           IF WS-STU-ID = SPACES
              OR WS-STU-TYPE = SPACES
              OR (WS-STU-TERM NOT = SPACES
                  AND FUNCTION TRIM(WS-STU-TERM) NOT = WS-WALK-TERM)
               CONTINUE
           ELSE
               ADD 1 TO WS-TC-STUDENTS
               PERFORM PRICE-ONE-STUDENT
               PERFORM FIND-SPONSOR-COVER
               ADD WS-STU-BILLED TO WS-TC-BILLED
               ADD WS-STU-SCHOLAR TO WS-TC-SCHOLAR
               ADD WS-STU-SPONSOR TO WS-TC-SPONSOR
               MOVE WS-STU-ID TO WS-YR-LOOKUP-ID
               PERFORM FIND-OR-ADD-YEAR-ENTRY
               IF YR-FOUND
                   MOVE WS-STU-NAME TO WS-YR-NAME(WS-YR-SEARCH-IDX)
                   MOVE "Y" TO WS-YR-KNOWN-SW(WS-YR-SEARCH-IDX)
               END-IF
               EVALUATE TRUE
                   WHEN WS-WALK-BILL-YEAR = WS-TAX-YEAR
                       PERFORM REPORT-IN-YEAR-BILLING
                   WHEN WS-WALK-BILL-YEAR < WS-TAX-YEAR
                       IF WALK-ON-HISTORY
                           PERFORM REPORT-PRIOR-YEAR-CHANGE
                       END-IF
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

      *the student's bill for the term as the nightly run priced
      *it - every enrolled type, or the master's own type when the
      *student has no enrollment rows, each net of its withdrawal
      *proration; relief is every waiver and scholarship row
       PRICE-ONE-STUDENT.
           MOVE 0 TO WS-STU-BILLED
           MOVE 0 TO WS-STU-SCHOLAR
           MOVE 0 TO WS-STU-TYPE-CNT
           MOVE 0 TO WS-SF-COUNT
           PERFORM PRICE-ONE-ENROLLMENT
               VARYING WS-ENR-SEARCH-IDX FROM 1 BY 1
               UNTIL WS-ENR-SEARCH-IDX > WS-ENR-COUNT
           IF WS-STU-TYPE-CNT = 0
               MOVE FUNCTION TRIM(WS-STU-TYPE) TO WS-PRICE-TYPE
               PERFORM PRICE-ONE-TYPE
           END-IF
           PERFORM SUM-ONE-RELIEF
               VARYING WS-ADJ-SEARCH-IDX FROM 1 BY 1
               UNTIL WS-ADJ-SEARCH-IDX > WS-ADJ-COUNT.

       PRICE-ONE-ENROLLMENT.
           IF WS-ENR-ID(WS-ENR-SEARCH-IDX) = WS-STU-ID
               ADD 1 TO WS-STU-TYPE-CNT
               MOVE WS-ENR-TYPE(WS-ENR-SEARCH-IDX) TO WS-PRICE-TYPE
               PERFORM PRICE-ONE-TYPE
           END-IF.

      *a type missing from the fee index billed nothing that term;
      *a priced type is kept for the sponsors to cover
       PRICE-ONE-TYPE.
           MOVE "N" TO WS-TF-FOUND-SW
           MOVE 1 TO WS-TF-SEARCH-IDX
           PERFORM SEARCH-TERM-FEE-TABLE
               UNTIL WS-TF-SEARCH-IDX > WS-TF-COUNT
                  OR TF-FOUND
           IF TF-FOUND
               PERFORM FIND-WITHDRAWAL
               MOVE 0 TO WS-PRORATE-AMT
               IF WD-FOUND
                   MOVE WS-PRICE-TYPE TO WS-RP-LOOKUP-TYPE
                   PERFORM FIND-REFUND-PCT
                   COMPUTE WS-PRORATE-AMT ROUNDED =
                       WS-TF-AMT(WS-TF-SEARCH-IDX) * WS-RP-PCT-FOUND
                     / 100
               END-IF
               COMPUTE WS-STU-BILLED = WS-STU-BILLED
                   + WS-TF-AMT(WS-TF-SEARCH-IDX) - WS-PRORATE-AMT
               IF WS-SF-COUNT < WS-MAX-SF
                   ADD 1 TO WS-SF-COUNT
                   MOVE WS-PRICE-TYPE TO WS-SF-TYPE(WS-SF-COUNT)
                   COMPUTE WS-SF-DUE-AMT(WS-SF-COUNT) =
                       WS-TF-AMT(WS-TF-SEARCH-IDX) - WS-PRORATE-AMT
                   MOVE 0 TO WS-SF-SPON-AMT(WS-SF-COUNT)
               END-IF
           END-IF.

       SEARCH-TERM-FEE-TABLE.
           IF WS-TF-TYPE(WS-TF-SEARCH-IDX) = WS-PRICE-TYPE
               MOVE "Y" TO WS-TF-FOUND-SW
           ELSE
               ADD 1 TO WS-TF-SEARCH-IDX
           END-IF.

      *the withdrawal in force for this student and type at the
      *term's final run - a row naming the type outranks an ALL row
       FIND-WITHDRAWAL.
           MOVE "N" TO WS-WD-FOUND-SW
           MOVE "N" TO WS-WD-TYPE-SW
           MOVE 0 TO WS-WD-LOOKUP-DATE
           PERFORM CHECK-ONE-WITHDRAWAL
               VARYING WS-WD-SEARCH-IDX FROM 1 BY 1
               UNTIL WS-WD-SEARCH-IDX > WS-WD-COUNT.

       CHECK-ONE-WITHDRAWAL.
           IF WS-WD-ID(WS-WD-SEARCH-IDX) = WS-STU-ID
              AND (WS-WALK-LAST = 0
                   OR WS-WD-DATE(WS-WD-SEARCH-IDX) <= WS-WALK-LAST)
               IF WS-WD-TYPE(WS-WD-SEARCH-IDX) = WS-PRICE-TYPE
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

       SUM-ONE-RELIEF.
           IF WS-ADJ-TAB-ID(WS-ADJ-SEARCH-IDX) = WS-STU-ID
               ADD WS-ADJ-TAB-AMT(WS-ADJ-SEARCH-IDX)
                 TO WS-STU-SCHOLAR
           END-IF.

      *the student's sponsored share of the term, as the nightly
      *run took it off the bill: each coverage row naming the
      *student takes its percent of, or its cap against, every fee
      *type it covers that another sponsor has not already taken,
      *and what each sponsor refused back comes off again - the
      *net is a third party's payment toward the student's bill
       FIND-SPONSOR-COVER.
           MOVE 0 TO WS-STU-SPONSOR
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
                   UNTIL WS-SF-SEARCH-IDX > WS-SF-COUNT
           END-IF.

      *a cap runs down across the types the row covers, in
      *enrollment order
       COVER-ONE-STU-FEE.
           IF WS-SPA-TYPE(WS-SPA-SEARCH-IDX) = "ALL"
              OR WS-SPA-TYPE(WS-SPA-SEARCH-IDX)
                   = WS-SF-TYPE(WS-SF-SEARCH-IDX)
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

      *this student's entry for the coverage row's sponsor, opened
      *on the first slice it takes - left in WS-SPC-SEARCH-IDX
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

      *a sponsor can only refuse what it took over
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
           COMPUTE WS-STU-SPONSOR = WS-STU-SPONSOR
             + WS-SPC-COVERED(WS-SPC-SEARCH-IDX)
             - WS-SPC-REFUSED(WS-SPC-SEARCH-IDX).

       SUM-ONE-REFUSAL.
           IF WS-SPR-STU-ID(WS-SPR-SEARCH-IDX) = WS-STU-ID
              AND WS-SPR-SPN-ID(WS-SPR-SEARCH-IDX)
                    = WS-SPC-SPN-ID(WS-SPC-SEARCH-IDX)
               ADD WS-SPR-AMT(WS-SPR-SEARCH-IDX)
                 TO WS-SPC-REFUSED(WS-SPC-SEARCH-IDX)
           END-IF.

      *a term billed in the tax year reports its bill and relief in
      *full, and the figures go on the history for later years to
      *measure changes against
       REPORT-IN-YEAR-BILLING.
           IF YR-FOUND
               ADD WS-STU-BILLED TO WS-YR-BILLED(WS-YR-SEARCH-IDX)
               ADD WS-STU-SCHOLAR TO WS-YR-SCHOLAR(WS-YR-SEARCH-IDX)
               ADD WS-STU-SPONSOR TO WS-YR-SPONSOR(WS-YR-SEARCH-IDX)
           END-IF
           ADD WS-STU-BILLED TO WS-IN-YEAR-BILLED
           ADD WS-STU-SCHOLAR TO WS-IN-YEAR-SCHOLAR
           ADD WS-STU-SPONSOR TO WS-IN-YEAR-SPONSOR
           IF WS-STU-BILLED NOT = 0 OR WS-STU-SCHOLAR NOT = 0
               MOVE WS-STU-BILLED TO WS-RH-NEW-BILLED
               MOVE WS-STU-SCHOLAR TO WS-RH-NEW-SCHOLAR
               MOVE WS-STU-ID TO WS-RH-LOOKUP-ID
               PERFORM ADD-REPORTED-ROW
           END-IF.

      *a term billed in an earlier year reports only how far its
      *bill and relief moved from what was reported before
       REPORT-PRIOR-YEAR-CHANGE.
           MOVE WS-STU-ID TO WS-RH-LOOKUP-ID
           PERFORM SUM-REPORTED-FOR-STUDENT
           COMPUTE WS-RH-NEW-BILLED =
               WS-STU-BILLED - WS-RH-SUM-BILLED
           COMPUTE WS-RH-NEW-SCHOLAR =
               WS-STU-SCHOLAR - WS-RH-SUM-SCHOLAR
           PERFORM POST-PRIOR-YEAR-CHANGE.

      *a student reported for the term before but on its master no
      *longer - everything reported for them comes back out
       SETTLE-UNSEEN-REPORTED.
           IF WS-RH-TERM(WS-RH-IDX) = WS-WALK-TERM
              AND WS-RH-YEAR(WS-RH-IDX) < WS-TAX-YEAR
              AND WS-RH-SEEN-SW(WS-RH-IDX) = "N"
               MOVE WS-RH-ID(WS-RH-IDX) TO WS-RH-LOOKUP-ID
               PERFORM SUM-REPORTED-FOR-STUDENT
               COMPUTE WS-RH-NEW-BILLED = 0 - WS-RH-SUM-BILLED
               COMPUTE WS-RH-NEW-SCHOLAR = 0 - WS-RH-SUM-SCHOLAR
               MOVE WS-RH-LOOKUP-ID TO WS-YR-LOOKUP-ID
               PERFORM FIND-OR-ADD-YEAR-ENTRY
               IF YR-FOUND
                   MOVE "Y" TO WS-YR-KNOWN-SW(WS-YR-SEARCH-IDX)
               END-IF
               PERFORM POST-PRIOR-YEAR-CHANGE
           END-IF.

      *everything earlier tax years reported for this student and
      *the walked term, marking each row as accounted for
       SUM-REPORTED-FOR-STUDENT.
           MOVE 0 TO WS-RH-SUM-BILLED
           MOVE 0 TO WS-RH-SUM-SCHOLAR
           PERFORM SUM-ONE-REPORTED
               VARYING WS-RH-SEARCH-IDX FROM 1 BY 1
               UNTIL WS-RH-SEARCH-IDX > WS-RH-COUNT.

       SUM-ONE-REPORTED.
           IF WS-RH-ID(WS-RH-SEARCH-IDX) = WS-RH-LOOKUP-ID
              AND WS-RH-TERM(WS-RH-SEARCH-IDX) = WS-WALK-TERM
              AND WS-RH-YEAR(WS-RH-SEARCH-IDX) < WS-TAX-YEAR
               ADD WS-RH-BILLED(WS-RH-SEARCH-IDX)
                 TO WS-RH-SUM-BILLED
               ADD WS-RH-SCHOLAR(WS-RH-SEARCH-IDX)
                 TO WS-RH-SUM-SCHOLAR
               MOVE "Y" TO WS-RH-SEEN-SW(WS-RH-SEARCH-IDX)
           END-IF.

      *the change lands on the student's prior-year figures and on
      *the history as this year's row for the term
       POST-PRIOR-YEAR-CHANGE.
           IF WS-RH-NEW-BILLED NOT = 0 OR WS-RH-NEW-SCHOLAR NOT = 0
               IF YR-FOUND
                   ADD WS-RH-NEW-BILLED
                     TO WS-YR-PRIOR-BILL(WS-YR-SEARCH-IDX)
                   ADD WS-RH-NEW-SCHOLAR
                     TO WS-YR-PRIOR-SCH(WS-YR-SEARCH-IDX)
               END-IF
               ADD WS-RH-NEW-BILLED TO WS-TC-PRIOR-BILL
               ADD WS-RH-NEW-SCHOLAR TO WS-TC-PRIOR-SCH
               PERFORM ADD-REPORTED-ROW
           END-IF.

       ADD-REPORTED-ROW.
           IF WS-RH-COUNT >= WS-MAX-RH
               MOVE "Y" TO WS-RH-OVERFLOW-SW
           ELSE
               ADD 1 TO WS-RH-COUNT
               MOVE WS-TAX-YEAR TO WS-RH-YEAR(WS-RH-COUNT)
               MOVE WS-RH-LOOKUP-ID TO WS-RH-ID(WS-RH-COUNT)
               MOVE WS-WALK-TERM TO WS-RH-TERM(WS-RH-COUNT)
               MOVE WS-RH-NEW-BILLED TO WS-RH-BILLED(WS-RH-COUNT)
               MOVE WS-RH-NEW-SCHOLAR TO WS-RH-SCHOLAR(WS-RH-COUNT)
               MOVE "Y" TO WS-RH-SEEN-SW(WS-RH-COUNT)
           END-IF.

       FIND-OR-ADD-YEAR-ENTRY.
           MOVE "N" TO WS-YR-FOUND-SW
           MOVE 1 TO WS-YR-SEARCH-IDX
           PERFORM SEARCH-YEAR-TABLE
               UNTIL WS-YR-SEARCH-IDX > WS-YR-COUNT
                  OR YR-FOUND
           IF YR-NOT-FOUND
               IF WS-YR-COUNT >= WS-MAX-YR
                   ADD 1 TO WS-YR-OVERFLOW-CNT
                   DISPLAY "TAX STATEMENT TABLE FULL - ID SKIPPED: "
                           WS-YR-LOOKUP-ID
               ELSE
                   ADD 1 TO WS-YR-COUNT
                   MOVE WS-YR-LOOKUP-ID TO WS-YR-ID(WS-YR-COUNT)
                   MOVE SPACES TO WS-YR-NAME(WS-YR-COUNT)
                   MOVE "N" TO WS-YR-KNOWN-SW(WS-YR-COUNT)
                   MOVE 0 TO WS-YR-BILLED(WS-YR-COUNT)
                   MOVE 0 TO WS-YR-PAID(WS-YR-COUNT)
                   MOVE 0 TO WS-YR-SCHOLAR(WS-YR-COUNT)
                   MOVE 0 TO WS-YR-PRIOR-BILL(WS-YR-COUNT)
                   MOVE 0 TO WS-YR-PRIOR-SCH(WS-YR-COUNT)
                   MOVE 0 TO WS-YR-SPONSOR(WS-YR-COUNT)
                   MOVE WS-YR-COUNT TO WS-YR-SEARCH-IDX
                   MOVE "Y" TO WS-YR-FOUND-SW
               END-IF
           END-IF.

       SEARCH-YEAR-TABLE.
           IF WS-YR-ID(WS-YR-SEARCH-IDX) = WS-YR-LOOKUP-ID
               MOVE "Y" TO WS-YR-FOUND-SW
           ELSE
               ADD 1 TO WS-YR-SEARCH-IDX
           END-IF.

      *late refusals the nightly run posted in the walked term, off
      *the "L" ledger of the term's sponsor carry file - each hands
      *back cover an earlier term reported, so it comes off the
      *student's third-party figure for the year the walked term
      *billed in, the same year its own cover is reported for
       POST-TERM-LATE-REFUSALS.
           MOVE "HW2-Sponsor-Carry.dat" TO WS-BASE-NAME
           PERFORM SET-TERM-IN-NAME
           OPEN INPUT TERM-IN-FILE
           IF WS-TIN-STATUS = "00"
               PERFORM UNTIL EOF-TIN = "Y"
                   READ TERM-IN-FILE
                       AT END
                           MOVE "Y" TO EOF-TIN
                       NOT AT END
                           MOVE TERM-IN-LINE TO WS-ASC-REC
                           PERFORM POST-ONE-LATE-REFUSAL
                   END-READ
               END-PERFORM
               CLOSE TERM-IN-FILE
           END-IF.

       POST-ONE-LATE-REFUSAL.
           IF WS-ASC-TAG = "L"
              AND WS-ASC-POST-TERM = WS-WALK-TERM
              AND WS-ASC-STU-ID NOT = SPACES
              AND WS-ASC-AMT NUMERIC
               ADD WS-ASC-AMT TO WS-TC-LATE-REF
               IF WS-WALK-BILL-YEAR = WS-TAX-YEAR
                   MOVE WS-ASC-STU-ID TO WS-YR-LOOKUP-ID
                   PERFORM FIND-OR-ADD-YEAR-ENTRY
                   IF YR-FOUND
                       SUBTRACT WS-ASC-AMT
                         FROM WS-YR-SPONSOR(WS-YR-SEARCH-IDX)
                   END-IF
                   SUBTRACT WS-ASC-AMT FROM WS-IN-YEAR-SPONSOR
               END-IF
           END-IF.

      *every payment on the term's index - a reversed one is netted
      *out, the rest count toward the statement when dated in the
      *tax year, whatever year the term billed in
       POST-TERM-PAYMENTS.
           IF WALK-LIVE
               MOVE "N" TO EOF-PI
               OPEN INPUT PAY-INDEX-FILE
               IF WS-PI-STATUS NOT = "00"
                   DISPLAY "HW2-PAY-INDEX.DAT NOT AVAILABLE - "
                           "STATUS " WS-PI-STATUS
                           " - NO PAYMENTS FOR TERM " WS-WALK-TERM
               ELSE
                   PERFORM UNTIL EOF-PI = "Y"
                       READ PAY-INDEX-FILE NEXT RECORD
                           AT END
                               MOVE "Y" TO EOF-PI
                           NOT AT END
                               MOVE PI-PAY-ID TO WS-PAY-ID
                               MOVE PI-PAY-SEQ TO WS-PAY-SEQ
                               MOVE PI-PAY-AMT TO WS-PAY-AMT
                               MOVE PI-PAY-DATE TO WS-PAY-DATE
                               PERFORM POST-ONE-PAYMENT
                       END-READ
                   END-PERFORM
                   CLOSE PAY-INDEX-FILE
               END-IF
           ELSE
               MOVE "HW2-Pay-Index.dat" TO WS-BASE-NAME
               PERFORM SET-TERM-IN-NAME
               OPEN INPUT TERM-IN-FILE
               IF WS-TIN-STATUS NOT = "00"
                   DISPLAY FUNCTION TRIM(WS-TERM-IN-NAME)
                           " NOT AVAILABLE - STATUS " WS-TIN-STATUS
                           " - NO PAYMENTS FOR TERM " WS-WALK-TERM
               ELSE
                   PERFORM UNTIL EOF-TIN = "Y"
                       READ TERM-IN-FILE
                           AT END
                               MOVE "Y" TO EOF-TIN
                           NOT AT END
                               MOVE TERM-IN-LINE TO WS-API-REC
                               MOVE WS-API-ID TO WS-PAY-ID
                               MOVE WS-API-SEQ TO WS-PAY-SEQ
                               MOVE WS-API-AMT TO WS-PAY-AMT
                               MOVE WS-API-DATE TO WS-PAY-DATE
                               PERFORM POST-ONE-PAYMENT
                       END-READ
                   END-PERFORM
                   CLOSE TERM-IN-FILE
               END-IF
           END-IF.

      *a payment whose reversal was held for approval still counts
       POST-ONE-PAYMENT.
           PERFORM FIND-REVERSAL
           IF REV-FOUND
               ADD 1 TO WS-TC-REV-CNT
               ADD WS-PAY-AMT TO WS-TC-REV-AMT
           ELSE
               IF REV-HELD
                   ADD 1 TO WS-TC-REV-HELD-CNT
                   ADD WS-PAY-AMT TO WS-TC-REV-HELD-AMT
               END-IF
               ADD WS-PAY-AMT TO WS-TC-PAY-TOTAL
               MOVE WS-PAY-DATE TO WS-DATE-WORK
               IF WS-DATE-YYYY = WS-TAX-YEAR
                   ADD WS-PAY-AMT TO WS-TC-PAY-YEAR
                   ADD WS-PAY-AMT TO WS-ALL-PAY-YEAR
                   MOVE WS-PAY-ID TO WS-YR-LOOKUP-ID
                   PERFORM FIND-OR-ADD-YEAR-ENTRY
                   IF YR-FOUND
                       ADD WS-PAY-AMT TO WS-YR-PAID(WS-YR-SEARCH-IDX)
                   END-IF
               END-IF
           END-IF.

      *the term's final journal, named off its last run date - the
      *fee revenue credits net of proration are what the term
      *billed, the waiver and scholarship debits its relief
       TIE-TERM-JOURNAL.
           MOVE "N" TO WS-GL-FOUND-SW
           MOVE 0 TO WS-GL-LINES WS-GL-BILLED WS-GL-SCHOLAR
                     WS-GL-CASH-DR
           MOVE SPACES TO WS-GL-NAME
           IF WS-WALK-LAST = 0
               MOVE "NO DATED RUN ON HISTORY" TO WS-GL-NAME
           ELSE
               MOVE SPACES TO WS-BASE-NAME
               STRING "HW2-GL-Journal-" DELIMITED BY SIZE
                      WS-WALK-LAST DELIMITED BY SIZE
                      ".dat" DELIMITED BY SIZE
                   INTO WS-BASE-NAME
               END-STRING
               PERFORM SET-TERM-IN-NAME
               MOVE WS-TERM-IN-NAME TO WS-GL-NAME
               OPEN INPUT TERM-IN-FILE
               IF WS-TIN-STATUS = "00"
                   MOVE "Y" TO WS-GL-FOUND-SW
                   PERFORM UNTIL EOF-TIN = "Y"
                       READ TERM-IN-FILE
                           AT END
                               MOVE "Y" TO EOF-TIN
                           NOT AT END
                               MOVE TERM-IN-LINE TO WS-AJ-REC
                               PERFORM SUM-ONE-JOURNAL-LINE
                       END-READ
                   END-PERFORM
                   CLOSE TERM-IN-FILE
               END-IF
           END-IF
           IF GL-FOUND
              AND WS-GL-BILLED = WS-TC-BILLED
              AND WS-GL-SCHOLAR = WS-TC-SCHOLAR
               MOVE "AGREES" TO WS-TIE-TEXT
           ELSE
               ADD 1 TO WS-TIE-DIFF-COUNT
               IF GL-FOUND
                   MOVE "*** DIFFERS ***" TO WS-TIE-TEXT
               ELSE
                   MOVE "*** NO JOURNAL ***" TO WS-TIE-TEXT
               END-IF
           END-IF.

       SUM-ONE-JOURNAL-LINE.
           ADD 1 TO WS-GL-LINES
           EVALUATE TRUE
               WHEN WS-AJ-ACCOUNT(1:5) = "FEES " AND WS-AJ-DC = "C"
                   ADD WS-AJ-AMT TO WS-GL-BILLED
               WHEN WS-AJ-ACCOUNT = "FEE PRORATION"
                    AND WS-AJ-DC = "D"
                   SUBTRACT WS-AJ-AMT FROM WS-GL-BILLED
               WHEN (WS-AJ-ACCOUNT = "SCHOLARSHIPS"
                     OR WS-AJ-ACCOUNT = "FEE WAIVERS")
                    AND WS-AJ-DC = "D"
                   ADD WS-AJ-AMT TO WS-GL-SCHOLAR
               WHEN WS-AJ-ACCOUNT = "CASH" AND WS-AJ-DC = "D"
                   ADD WS-AJ-AMT TO WS-GL-CASH-DR
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *one term's block on the control report
       WRITE-TERM-CONTROL.
           MOVE SPACES TO CONTROL-REPORT-LINE
           WRITE CONTROL-REPORT-LINE
           MOVE SPACES TO CONTROL-REPORT-LINE
           STRING "TERM " DELIMITED BY SIZE
                  WS-WALK-TERM DELIMITED BY SIZE
                  "  SOURCE: " DELIMITED BY SIZE
                  WS-WALK-SOURCE DELIMITED BY SIZE
                  "  BILLED IN: " DELIMITED BY SIZE
                  WS-WALK-BILL-YEAR DELIMITED BY SIZE
                  "  RUNS: " DELIMITED BY SIZE
                  WS-TRM-FIRST(WS-TRM-SUB) DELIMITED BY SIZE
                  " - " DELIMITED BY SIZE
                  WS-TRM-LAST(WS-TRM-SUB) DELIMITED BY SIZE
                  "  STUDENTS: " DELIMITED BY SIZE
                  WS-TC-STUDENTS DELIMITED BY SIZE
               INTO CONTROL-REPORT-LINE
           END-STRING
           WRITE CONTROL-REPORT-LINE
           MOVE WS-TC-BILLED TO WS-ED-1
           MOVE WS-GL-BILLED TO WS-ED-2
           MOVE WS-TC-SCHOLAR TO WS-ED-3
           MOVE WS-GL-SCHOLAR TO WS-ED-4
           MOVE SPACES TO CONTROL-REPORT-LINE
           STRING "  BILLED  STATEMENT: " DELIMITED BY SIZE
                  WS-ED-1 DELIMITED BY SIZE
                  "  GL: " DELIMITED BY SIZE
                  WS-ED-2 DELIMITED BY SIZE
                  "    RELIEF  STATEMENT: " DELIMITED BY SIZE
                  WS-ED-3 DELIMITED BY SIZE
                  "  GL: " DELIMITED BY SIZE
                  WS-ED-4 DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-TIE-TEXT DELIMITED BY SIZE
               INTO CONTROL-REPORT-LINE
           END-STRING
           WRITE CONTROL-REPORT-LINE
           MOVE WS-TC-PAY-TOTAL TO WS-ED-1
           MOVE WS-TC-REV-AMT TO WS-ED-2
           MOVE WS-TC-PAY-YEAR TO WS-ED-3
           MOVE WS-GL-CASH-DR TO WS-ED-4
           MOVE SPACES TO CONTROL-REPORT-LINE
           STRING "  PAYMENTS ON INDEX: " DELIMITED BY SIZE
                  WS-ED-1 DELIMITED BY SIZE
                  "  REVERSED: " DELIMITED BY SIZE
                  WS-ED-2 DELIMITED BY SIZE
                  " (" DELIMITED BY SIZE
                  WS-TC-REV-CNT DELIMITED BY SIZE
                  ")  DATED IN TAX YEAR: " DELIMITED BY SIZE
                  WS-ED-3 DELIMITED BY SIZE
                  "  GL CASH DEBITS: " DELIMITED BY SIZE
                  WS-ED-4 DELIMITED BY SIZE
               INTO CONTROL-REPORT-LINE
           END-STRING
           WRITE CONTROL-REPORT-LINE
           MOVE WS-TC-SPONSOR TO WS-ED-1
           MOVE WS-TC-LATE-REF TO WS-ED-2
           MOVE WS-TC-ADJ-HELD-AMT TO WS-ED-3
           MOVE WS-TC-REV-HELD-AMT TO WS-ED-4
           MOVE SPACES TO CONTROL-REPORT-LINE
           STRING "  SPONSOR COVER NET: " DELIMITED BY SIZE
                  WS-ED-1 DELIMITED BY SIZE
                  "  LATE REFUSALS: " DELIMITED BY SIZE
                  WS-ED-2 DELIMITED BY SIZE
                  "  HELD  ADJ: " DELIMITED BY SIZE
                  WS-ED-3 DELIMITED BY SIZE
                  " (" DELIMITED BY SIZE
                  WS-TC-ADJ-HELD-CNT DELIMITED BY SIZE
                  ")  REV: " DELIMITED BY SIZE
                  WS-ED-4 DELIMITED BY SIZE
                  " (" DELIMITED BY SIZE
                  WS-TC-REV-HELD-CNT DELIMITED BY SIZE
                  ")" DELIMITED BY SIZE
               INTO CONTROL-REPORT-LINE
           END-STRING
           WRITE CONTROL-REPORT-LINE
           IF NOT OPR-ON-FILE
               MOVE SPACES TO CONTROL-REPORT-LINE
               IF OPR-CHECKED
                   STRING "  NO OPERATOR AUTHORITY ON HAND - EVERY "
                            DELIMITED BY SIZE
                          "ADJUSTMENT AND REVERSAL HELD"
                            DELIMITED BY SIZE
                       INTO CONTROL-REPORT-LINE
                   END-STRING
               ELSE
                   STRING "  NO OPERATOR AUTHORITY ARCHIVED - "
                            DELIMITED BY SIZE
                          "ADJUSTMENTS AND REVERSALS TAKEN AS KEYED"
                            DELIMITED BY SIZE
                       INTO CONTROL-REPORT-LINE
                   END-STRING
               END-IF
               WRITE CONTROL-REPORT-LINE
           END-IF
           MOVE SPACES TO CONTROL-REPORT-LINE
           IF GL-FOUND
               STRING "  GL JOURNAL: " DELIMITED BY SIZE
                      FUNCTION TRIM(WS-GL-NAME) DELIMITED BY SIZE
                      " (" DELIMITED BY SIZE
                      WS-GL-LINES DELIMITED BY SIZE
                      " LINES)" DELIMITED BY SIZE
                   INTO CONTROL-REPORT-LINE
               END-STRING
           ELSE
               STRING "  GL JOURNAL NOT ON HAND: " DELIMITED BY SIZE
                      FUNCTION TRIM(WS-GL-NAME) DELIMITED BY SIZE
                   INTO CONTROL-REPORT-LINE
               END-STRING
           END-IF
           WRITE CONTROL-REPORT-LINE
           MOVE SPACES TO CONTROL-REPORT-LINE
           EVALUATE TRUE
               WHEN WS-WALK-BILL-YEAR = WS-TAX-YEAR
                   STRING "  BILLED IN THE TAX YEAR - BILL AND "
                            DELIMITED BY SIZE
                          "RELIEF REPORTED IN FULL" DELIMITED BY SIZE
                       INTO CONTROL-REPORT-LINE
                   END-STRING
               WHEN WS-WALK-BILL-YEAR > WS-TAX-YEAR
                   STRING "  BILLED AFTER THE TAX YEAR - PAYMENTS "
                            DELIMITED BY SIZE
                          "ONLY" DELIMITED BY SIZE
                       INTO CONTROL-REPORT-LINE
                   END-STRING
               WHEN WALK-ON-HISTORY
                   MOVE WS-TC-PRIOR-BILL TO WS-ED-1
                   MOVE WS-TC-PRIOR-SCH TO WS-ED-2
                   STRING "  BILLED IN AN EARLIER YEAR - PRIOR-YEAR "
                            DELIMITED BY SIZE
                          "ADJ BILLED: " DELIMITED BY SIZE
                          WS-ED-1 DELIMITED BY SIZE
                          "  RELIEF: " DELIMITED BY SIZE
                          WS-ED-2 DELIMITED BY SIZE
                       INTO CONTROL-REPORT-LINE
                   END-STRING
               WHEN OTHER
                   STRING "  BILLED IN AN EARLIER YEAR BUT NOT ON "
                            DELIMITED BY SIZE
                          "THE REPORTED HISTORY - PRIOR-YEAR "
                            DELIMITED BY SIZE
                          "CHANGES NOT JUDGED" DELIMITED BY SIZE
                       INTO CONTROL-REPORT-LINE
                   END-STRING
           END-EVALUATE
           WRITE CONTROL-REPORT-LINE.

      *one statement line and one extract record per student with
      *any activity in the year - a payer never seen on a master
      *is counted apart, and an all-zero student is suppressed
       WRITE-STATEMENTS.
           OPEN OUTPUT STATEMENT-FILE
           MOVE SPACES TO STATEMENT-LINE
           STRING "TUITION STATEMENT FOR TAX YEAR " DELIMITED BY SIZE
                  WS-TAX-YEAR DELIMITED BY SIZE
                  "  PREPARED " DELIMITED BY SIZE
                  WS-RUN-DATE DELIMITED BY SIZE
               INTO STATEMENT-LINE
           END-STRING
           WRITE STATEMENT-LINE
           IF TRIAL-RUN
               MOVE "*** TRIAL RUN ***" TO STATEMENT-LINE
               WRITE STATEMENT-LINE
           END-IF
           MOVE SPACES TO STATEMENT-LINE
           STRING "ID         NAME                          "
                    DELIMITED BY SIZE
                  "     BILLED       PAID SCHOLARSHP "
                    DELIMITED BY SIZE
                  "PRIOR BILL  PRIOR SCH SPONSOR PD" DELIMITED BY SIZE
               INTO STATEMENT-LINE
           END-STRING
           WRITE STATEMENT-LINE
           IF LIVE-RUN
               OPEN OUTPUT EXTRACT-FILE
               MOVE SPACES TO EXT-HEADER-RECORD
               MOVE "H" TO EXH-REC-TYPE
               MOVE WS-TAX-YEAR TO EXH-TAX-YEAR
               MOVE WS-RUN-DATE-N TO EXH-RUN-DATE
               MOVE "HW2-TAX-STMT" TO EXH-SOURCE
               WRITE EXT-HEADER-RECORD
           END-IF
           PERFORM WRITE-ONE-STATEMENT
               VARYING WS-YR-SUB FROM 1 BY 1
               UNTIL WS-YR-SUB > WS-YR-COUNT
           IF LIVE-RUN
               MOVE SPACES TO EXT-TRAILER-RECORD
               MOVE "T" TO EXT-REC-TYPE
               MOVE WS-TAX-YEAR TO EXT-TAX-YEAR
               MOVE WS-STMT-COUNT TO EXT-COUNT
               MOVE WS-GT-BILLED TO EXT-BILLED
               MOVE WS-GT-PAID TO EXT-PAID
               MOVE WS-GT-SCHOLAR TO EXT-SCHOLAR
               MOVE WS-GT-PRIOR-BILL TO EXT-PRIOR-BILL
               MOVE WS-GT-PRIOR-SCH TO EXT-PRIOR-SCH
               MOVE WS-GT-SPONSOR TO EXT-SPONSOR
               WRITE EXT-TRAILER-RECORD
               CLOSE EXTRACT-FILE
           END-IF
           CLOSE STATEMENT-FILE.

       WRITE-ONE-STATEMENT.
           IF WS-YR-KNOWN-SW(WS-YR-SUB) = "N"
               ADD 1 TO WS-NON-STU-COUNT
               ADD WS-YR-PAID(WS-YR-SUB) TO WS-NON-STU-PAID
               ADD WS-YR-SPONSOR(WS-YR-SUB) TO WS-NON-STU-SPONSOR
           ELSE
               IF WS-YR-BILLED(WS-YR-SUB) = 0
                  AND WS-YR-PAID(WS-YR-SUB) = 0
                  AND WS-YR-SCHOLAR(WS-YR-SUB) = 0
                  AND WS-YR-PRIOR-BILL(WS-YR-SUB) = 0
                  AND WS-YR-PRIOR-SCH(WS-YR-SUB) = 0
                  AND WS-YR-SPONSOR(WS-YR-SUB) = 0
                   ADD 1 TO WS-SUPPRESS-COUNT
               ELSE
                   PERFORM WRITE-STATEMENT-LINE
               END-IF
           END-IF.

       WRITE-STATEMENT-LINE.
           ADD 1 TO WS-STMT-COUNT
           ADD WS-YR-BILLED(WS-YR-SUB) TO WS-GT-BILLED
           ADD WS-YR-PAID(WS-YR-SUB) TO WS-GT-PAID
           ADD WS-YR-SCHOLAR(WS-YR-SUB) TO WS-GT-SCHOLAR
           ADD WS-YR-PRIOR-BILL(WS-YR-SUB) TO WS-GT-PRIOR-BILL
           ADD WS-YR-PRIOR-SCH(WS-YR-SUB) TO WS-GT-PRIOR-SCH
           ADD WS-YR-SPONSOR(WS-YR-SUB) TO WS-GT-SPONSOR
           MOVE WS-YR-BILLED(WS-YR-SUB) TO WS-ED-AMT-1
           MOVE WS-YR-PAID(WS-YR-SUB) TO WS-ED-AMT-2
           MOVE WS-YR-SCHOLAR(WS-YR-SUB) TO WS-ED-AMT-3
           MOVE WS-YR-PRIOR-BILL(WS-YR-SUB) TO WS-ED-AMT-4
           MOVE WS-YR-PRIOR-SCH(WS-YR-SUB) TO WS-ED-AMT-5
           MOVE WS-YR-SPONSOR(WS-YR-SUB) TO WS-ED-AMT-6
           MOVE SPACES TO STATEMENT-LINE
           STRING WS-YR-ID(WS-YR-SUB) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-YR-NAME(WS-YR-SUB) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-ED-AMT-1 DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-ED-AMT-2 DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-ED-AMT-3 DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-ED-AMT-4 DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-ED-AMT-5 DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-ED-AMT-6 DELIMITED BY SIZE
               INTO STATEMENT-LINE
           END-STRING
           WRITE STATEMENT-LINE
           IF LIVE-RUN
               MOVE SPACES TO EXT-DETAIL-RECORD
               MOVE "D" TO EXD-REC-TYPE
               MOVE WS-TAX-YEAR TO EXD-TAX-YEAR
               MOVE WS-YR-ID(WS-YR-SUB) TO EXD-STU-ID
               MOVE WS-YR-NAME(WS-YR-SUB) TO EXD-STU-NAME
               MOVE WS-YR-BILLED(WS-YR-SUB) TO EXD-BILLED
               MOVE WS-YR-PAID(WS-YR-SUB) TO EXD-PAID
               MOVE WS-YR-SCHOLAR(WS-YR-SUB) TO EXD-SCHOLAR
               MOVE WS-YR-PRIOR-BILL(WS-YR-SUB) TO EXD-PRIOR-BILL
               MOVE WS-YR-PRIOR-SCH(WS-YR-SUB) TO EXD-PRIOR-SCH
               MOVE WS-YR-SPONSOR(WS-YR-SUB) TO EXD-SPONSOR
               WRITE EXT-DETAIL-RECORD
           END-IF.

      *the year's totals - the statement bill and relief must equal
      *what the terms billed in the year priced, and the payments
      *on the statements plus those from non-students must equal
      *every payment dated in the year across the walked terms
       WRITE-CONTROL-TOTALS.
           MOVE SPACES TO CONTROL-REPORT-LINE
           WRITE CONTROL-REPORT-LINE
           MOVE SPACES TO CONTROL-REPORT-LINE
           STRING "TERMS WALKED: " DELIMITED BY SIZE
                  WS-TERMS-WALKED DELIMITED BY SIZE
                  "  NOT AGREEING WITH GL: " DELIMITED BY SIZE
                  WS-TIE-DIFF-COUNT DELIMITED BY SIZE
               INTO CONTROL-REPORT-LINE
           END-STRING
           WRITE CONTROL-REPORT-LINE
           MOVE SPACES TO CONTROL-REPORT-LINE
           STRING "STATEMENTS: " DELIMITED BY SIZE
                  WS-STMT-COUNT DELIMITED BY SIZE
                  "  SUPPRESSED (NO ACTIVITY): " DELIMITED BY SIZE
                  WS-SUPPRESS-COUNT DELIMITED BY SIZE
                  "  NON-STUDENT PAYERS: " DELIMITED BY SIZE
                  WS-NON-STU-COUNT DELIMITED BY SIZE
               INTO CONTROL-REPORT-LINE
           END-STRING
           WRITE CONTROL-REPORT-LINE
           MOVE WS-GT-BILLED TO WS-ED-1
           MOVE WS-IN-YEAR-BILLED TO WS-ED-2
           MOVE WS-GT-SCHOLAR TO WS-ED-3
           MOVE WS-IN-YEAR-SCHOLAR TO WS-ED-4
           MOVE SPACES TO CONTROL-REPORT-LINE
           STRING "BILLED  STATEMENTS: " DELIMITED BY SIZE
                  WS-ED-1 DELIMITED BY SIZE
                  "  TERMS: " DELIMITED BY SIZE
                  WS-ED-2 DELIMITED BY SIZE
                  "    RELIEF  STATEMENTS: " DELIMITED BY SIZE
                  WS-ED-3 DELIMITED BY SIZE
                  "  TERMS: " DELIMITED BY SIZE
                  WS-ED-4 DELIMITED BY SIZE
               INTO CONTROL-REPORT-LINE
           END-STRING
           WRITE CONTROL-REPORT-LINE
           IF WS-GT-BILLED NOT = WS-IN-YEAR-BILLED
              OR WS-GT-SCHOLAR NOT = WS-IN-YEAR-SCHOLAR
               MOVE "*** STATEMENT BILL/RELIEF DO NOT TIE TO TERMS ***"
                 TO CONTROL-REPORT-LINE
               WRITE CONTROL-REPORT-LINE
           END-IF
           MOVE WS-GT-PAID TO WS-ED-1
           MOVE WS-NON-STU-PAID TO WS-ED-2
           MOVE WS-ALL-PAY-YEAR TO WS-ED-3
           MOVE SPACES TO CONTROL-REPORT-LINE
           STRING "PAID  STATEMENTS: " DELIMITED BY SIZE
                  WS-ED-1 DELIMITED BY SIZE
                  "  NON-STUDENT: " DELIMITED BY SIZE
                  WS-ED-2 DELIMITED BY SIZE
                  "  DATED IN TAX YEAR: " DELIMITED BY SIZE
                  WS-ED-3 DELIMITED BY SIZE
               INTO CONTROL-REPORT-LINE
           END-STRING
           WRITE CONTROL-REPORT-LINE
           IF WS-GT-PAID + WS-NON-STU-PAID NOT = WS-ALL-PAY-YEAR
               MOVE "*** STATEMENT PAYMENTS DO NOT TIE TO INDEXES ***"
                 TO CONTROL-REPORT-LINE
               WRITE CONTROL-REPORT-LINE
           END-IF
           MOVE WS-GT-SPONSOR TO WS-ED-1
           MOVE WS-NON-STU-SPONSOR TO WS-ED-2
           MOVE WS-IN-YEAR-SPONSOR TO WS-ED-3
           MOVE SPACES TO CONTROL-REPORT-LINE
           STRING "SPONSOR  STATEMENTS: " DELIMITED BY SIZE
                  WS-ED-1 DELIMITED BY SIZE
                  "  NON-STUDENT: " DELIMITED BY SIZE
                  WS-ED-2 DELIMITED BY SIZE
                  "  TERMS: " DELIMITED BY SIZE
                  WS-ED-3 DELIMITED BY SIZE
               INTO CONTROL-REPORT-LINE
           END-STRING
           WRITE CONTROL-REPORT-LINE
           IF WS-GT-SPONSOR + WS-NON-STU-SPONSOR
                NOT = WS-IN-YEAR-SPONSOR
               MOVE "*** STATEMENT SPONSOR COVER DOES NOT TIE TO TERMS"
                 TO CONTROL-REPORT-LINE
               WRITE CONTROL-REPORT-LINE
           END-IF
           MOVE WS-GT-PRIOR-BILL TO WS-ED-1
           MOVE WS-GT-PRIOR-SCH TO WS-ED-2
           MOVE SPACES TO CONTROL-REPORT-LINE
           STRING "PRIOR-YEAR ADJUSTMENTS  BILLED: " DELIMITED BY SIZE
                  WS-ED-1 DELIMITED BY SIZE
                  "  RELIEF: " DELIMITED BY SIZE
                  WS-ED-2 DELIMITED BY SIZE
               INTO CONTROL-REPORT-LINE
           END-STRING
           WRITE CONTROL-REPORT-LINE
           IF WS-YR-OVERFLOW-CNT > 0
               MOVE SPACES TO CONTROL-REPORT-LINE
               STRING "*** STATEMENT TABLE FULL - " DELIMITED BY SIZE
                      WS-YR-OVERFLOW-CNT DELIMITED BY SIZE
                      " FIGURES LEFT OFF ***" DELIMITED BY SIZE
                   INTO CONTROL-REPORT-LINE
               END-STRING
               WRITE CONTROL-REPORT-LINE
           END-IF
           IF RH-TABLE-OVERFLOWED
               MOVE "*** REPORTED HISTORY EXCEEDS TABLE - NOT UPDATED"
                 TO CONTROL-REPORT-LINE
               WRITE CONTROL-REPORT-LINE
           END-IF.

      *the history rewritten with this year's rows in place of any
      *an earlier run of the year left - a table that could not
      *hold the file leaves the file exactly as it stands
       REWRITE-REPORTED.
           IF RH-TABLE-OVERFLOWED
               DISPLAY "*** HW2-TAX-REPORTED.DAT EXCEEDS "
                       WS-MAX-RH " ROWS - NOT REWRITTEN ***"
           ELSE
               OPEN OUTPUT REPORTED-FILE
               PERFORM REWRITE-ONE-REPORTED
                   VARYING WS-RH-SEARCH-IDX FROM 1 BY 1
                   UNTIL WS-RH-SEARCH-IDX > WS-RH-COUNT
               CLOSE REPORTED-FILE
               DISPLAY "HW2-TAX-REPORTED.DAT REWRITTEN: "
                       WS-RH-COUNT " ROWS (" WS-RH-DROPPED
                       " OF AN EARLIER RUN OF THE YEAR REPLACED)"
           END-IF.

       REWRITE-ONE-REPORTED.
           MOVE SPACES TO REPORTED-RECORD
           MOVE WS-RH-YEAR(WS-RH-SEARCH-IDX) TO RPT-TAX-YEAR
           MOVE WS-RH-ID(WS-RH-SEARCH-IDX) TO RPT-STU-ID
           MOVE WS-RH-TERM(WS-RH-SEARCH-IDX) TO RPT-TERM
           MOVE WS-RH-BILLED(WS-RH-SEARCH-IDX) TO RPT-BILLED
           MOVE WS-RH-SCHOLAR(WS-RH-SEARCH-IDX) TO RPT-SCHOLAR
           WRITE REPORTED-RECORD.
