           SELECT FEES-FILE     ASSIGN TO "HW2-Fees.csv"
               ORGANIZATION IS LINE SEQUENTIAL.
      *optional companion to HW2-Fees.csv: one row per installment
      *(fee type, installment seq, amount, due date, optional term)
      *for fee types billed on a payment plan - a fee type with no
      *rows here is still billed as one lump sum due immediately
           SELECT SCHEDULE-FILE ASSIGN TO "HW2-Fee-Schedule.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SCHED-FILE-STATUS.
           SELECT ADJUSTMENTS-FILE ASSIGN TO "HW2-Adjustments.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ADJ-FILE-STATUS.
      *who may key and approve an adjustment or reversal: operator
      *id, role, transaction type, dollar limit - a row over the
      *entering operator's limit needs a second, approving operator
           SELECT OPERATOR-FILE ASSIGN TO "HW2-Operators.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPR-FILE-STATUS.
      *every adjustment and reversal held out of tonight's balances
      *for want of authority or approval, with who keyed it
           SELECT PENDING-FILE ASSIGN TO WS-PENDING-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL.
      *one row per student per fee type, term-stamped - the student
      *is billed for every enrolled type at once, each still
      *respecting its own HW2-Fee-Schedule.csv installments; a
           SELECT ENROLLMENT-FILE ASSIGN TO "HW2-Enrollment.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ENR-FILE-STATUS.
      *withdrawals and drops, term-stamped: student id, fee type (or
      *ALL for a full withdrawal), withdrawal date - the withdrawn
      *type is billed only its retained share, and its installments
      *falling after the withdrawal date are cancelled instead of
      *aged, so nobody hand-keys a guessed WAIVER any more
           SELECT WITHDRAWALS-FILE ASSIGN TO "HW2-Withdrawals.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WD-FILE-STATUS.
      *refund-percentage bands per fee type (or ALL): fee type,
      *band cutoff date, percent refunded for a withdrawal on or
      *before that date, optional term - a withdrawal past every
      *band's cutoff is refunded nothing
           SELECT REFUND-PCT-FILE ASSIGN TO "HW2-Refund-Pct.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RP-FILE-STATUS.
      *payment reversals keyed by the original payment's student id
      *and sequence in PAY-INDEX-FILE - a bounced check is backed
      *out here instead of hand-deleting its row from the payment
               ASSIGN TO "HW2-Delinq-History.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DH-FILE-STATUS.
      *tonight's aging entries in fixed columns - every student
      *still owing, with the days outstanding the aging buckets
      *measured and what they paid this term - rewritten each live
      *run so the late-fee assessment ahead of the next run works
      *from last night's buckets instead of the printed report
           SELECT AGING-EXTRACT-FILE ASSIGN TO "HW2-Aging.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AGX-FILE-STATUS.
      *escalating dunning extract built off the streaks: level 1
      *reminder, level 2 final notice, level 3 registration hold
           SELECT DUNNING-FILE ASSIGN TO WS-DUN-FILENAME
      *to run the way HW2-Refunds-Issued.dat remembers
      *disbursements - without it every run would re-request the
      *same holds and nobody would ever be released
      *accounts handed to the outside collection agency by
      *HW2-COLLECT - a student placed there and not yet recalled
      *gets the agency's letters, not ours, so the dunning extract
      *leaves them off while their streak keeps rolling
           SELECT PLACED-FILE ASSIGN TO "HW2-Placed.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PL-FILE-STATUS.
           SELECT HOLDS-REQUESTED-FILE
               ASSIGN TO "HW2-Holds-Requested.dat"
               ORGANIZATION IS LINE SEQUENTIAL
           SELECT REFUNDS-ISSUED-FILE ASSIGN TO "HW2-Refunds-Issued.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ISS-FILE-STATUS.
      *the bad-debt ledger HW2-WRITE-OFF keeps - a "W" row for every
      *balance written off, an "R" row for every later payment this
      *run recognized as a recovery against one; a written-off
      *student's overpayment pays back what is still open on the
      *ledger before anything is refunded
           SELECT WRITTEN-OFF-FILE ASSIGN TO "HW2-Written-Off.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WO-FILE-STATUS.
      *third parties - employers, agencies, embassies - that pay
      *part or all of a student's bill: sponsor id, name, and the
      *GL account its receivable books to (blank means the shared
      *SPONSOR AR account); a sponsor pays under its own id in
      *HW2-Student-Payment.csv, so a sponsor id must never be a
      *student id as well
           SELECT SPONSOR-FILE ASSIGN TO "HW2-Sponsors.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SPN-FILE-STATUS.
      *what each sponsor agreed to cover, term-stamped: sponsor id,
      *student id, fee type (or ALL), basis P for a whole percent
      *of the type's fallen-due amount or C for a dollar cap, and
      *the percent or cap - the covered share comes off the
      *student's due balance and onto the sponsor's receivable
           SELECT SPONSOR-AUTH-FILE ASSIGN TO "HW2-Sponsor-Auth.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SPA-FILE-STATUS.
      *invoiced amounts a sponsor refused to pay, term-stamped:
      *sponsor id, student id, amount - the refused share comes
      *back off the sponsor's receivable and onto the student's
      *own bill
           SELECT SPONSOR-REFUSED-FILE
               ASSIGN TO "HW2-Sponsor-Refused.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SPR-FILE-STATUS.
      *what each sponsor still owes, carried from run to run and
      *term to term the way HW2-Carry-Forward.dat carries the
      *students' balances: a "C" row is one student's cover under
      *the term it was billed in, or with a blank student id the
      *sponsor's payments that term (negative), so a sponsor's
      *rows sum to what it still owes; an "L" row is a late refusal
      *already posted against an earlier term's cover, kept so a
      *rerun can never post it twice
           SELECT SPONSOR-CARRY-FILE ASSIGN TO "HW2-Sponsor-Carry.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SCF-FILE-STATUS.
      *one invoice block per sponsor, listing every student it
      *covers tonight and what it is billed for each
           SELECT SPONSOR-INVOICE-FILE ASSIGN TO WS-SPINV-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL.
      *per-student itemized account statements - one block per student
      *listing the billed fee and every individual payment with its
      *running balance, so a disputed bill can be answered from a file
       FD ENROLLMENT-FILE.
       01 ENROLLMENT-LINE    PIC X(40).

       FD WITHDRAWALS-FILE.
       01 WITHDRAWALS-LINE   PIC X(60).

       FD REFUND-PCT-FILE.
       01 REFUND-PCT-LINE    PIC X(60).

       FD REVERSALS-FILE.
       01 REVERSALS-LINE     PIC X(60).

           05 ISS-CREDIT-AMT  PIC 9(9).
           05 ISS-TERM        PIC X(8).

       FD WRITTEN-OFF-FILE.
       01 WRITTEN-OFF-RECORD.
           05 WO-STU-ID       PIC X(10).
           05 WO-TYPE         PIC X.
           05 WO-TERM         PIC X(8).
           05 WO-AMT          PIC 9(9).
           05 WO-DATE         PIC 9(8).
           05 WO-SOURCE       PIC X(8).
           05 WO-OPER         PIC X(8).

       FD SPONSOR-FILE.
       01 SPONSOR-LINE       PIC X(80).

       FD SPONSOR-AUTH-FILE.
       01 SPONSOR-AUTH-LINE  PIC X(80).

       FD SPONSOR-REFUSED-FILE.
       01 SPONSOR-REFUSED-LINE PIC X(80).

      *signed like the student carry-forward - a negative "C" row
      *is sponsor cash netting its cover rows down
       FD SPONSOR-CARRY-FILE.
       01 SPONSOR-CARRY-RECORD.
           05 SCF-TAG         PIC X.
           05 SCF-SPN-ID      PIC X(10).
           05 SCF-STU-ID      PIC X(10).
           05 SCF-TERM        PIC X(8).
           05 SCF-AMT         PIC S9(9).
           05 SCF-POST-TERM   PIC X(8).

       FD SPONSOR-INVOICE-FILE.
       01 SPONSOR-INV-LINE   PIC X(80).

       FD TERM-FILE.
       01 TERM-LINE          PIC X(20).

           05 DH-STU-ID       PIC X(10).
           05 DH-STREAK       PIC 9(3).

      *the paid switch mirrors WS-AGING-PAID-SW - "N" means the
      *paid figure was never captured and must not be judged
       FD AGING-EXTRACT-FILE.
       01 AGING-EXTRACT-RECORD.
           05 AGX-STU-ID      PIC X(10).
           05 AGX-DUE         PIC 9(9).
           05 AGX-DAYS        PIC 9(5).
           05 AGX-PAID        PIC 9(9).
           05 AGX-PAID-SW     PIC X.
           05 AGX-TERM        PIC X(8).
           05 AGX-DATE        PIC 9(8).

       FD DUNNING-FILE.
       01 DUNNING-LINE       PIC X(80).

       FD AGREEMENTS-FILE.
       01 AGREEMENTS-LINE    PIC X(60).

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

       FD HOLDS-REQUESTED-FILE.
       01 HOLD-REQ-RECORD.
           05 HR-STU-ID       PIC X(10).
       FD TOLERANCE-FILE.
       01 TOLERANCE-LINE     PIC X(20).

      *id, code, amount, entering and approving operator ids can
      *pass 40 characters - a truncated row would lose its approver
       FD ADJUSTMENTS-FILE.
       01 ADJUSTMENTS-LINE   PIC X(80).

       FD OPERATOR-FILE.
       01 OPERATOR-LINE      PIC X(80).

       FD PENDING-FILE.
       01 PENDING-LINE       PIC X(120).

      *the amount is signed: a negative current-term slice records
      *payments that ran ahead of this term's charges, netting the
       01 WS-SCHED-SEQ-STR    PIC X(10).
       01 WS-SCHED-AMT-STR    PIC X(10).
       01 WS-SCHED-DATE-STR   PIC X(10).
       01 WS-SCHED-TERM-STR   PIC X(10).

       01 WS-MAX-SCHED        PIC 9(3) VALUE 200.
       01 WS-SCHED-COUNT      PIC 9(3) VALUE 0.
               10 WS-SCHED-SEQ      PIC 9(3).
               10 WS-SCHED-AMT      PIC 9(7).
               10 WS-SCHED-DUE-DATE PIC 9(8).
               10 WS-SCHED-DATED-SW PIC X.
       01 WS-SCHED-SUB        PIC 9(3).

      *the portion of the billed fee that has actually fallen due as
      *of the run date, plus the walk's working fields - the basis
               10 WS-SF-FEE-AMT  PIC 9(7).
               10 WS-SF-DUE-AMT  PIC 9(9).
               10 WS-SF-FOUND-SW PIC X.
      *a withdrawn type's refunded share and the withdrawal it came
      *off, kept per type so the statement can itemize each one
               10 WS-SF-PRORATE-AMT PIC 9(7).
               10 WS-SF-WD-DATE  PIC 9(8).
               10 WS-SF-WD-PCT   PIC 9(3).
      *the earliest installment of the type already fallen due, and
      *how much of the type's fallen-due amount sponsors have taken
      *over so far - two sponsors never cover the same dollar
               10 WS-SF-FIRST-DUE PIC 9(8).
               10 WS-SF-SPON-AMT PIC 9(9).
       01 WS-SF-SEARCH-IDX   PIC 9(2).
       01 WS-SF-PREV-DUE     PIC 9(9) VALUE 0.

      *withdrawals off HW2-Withdrawals.csv, loaded once with the
      *same term filter the enrollment rows get - a withdrawal dated
      *after the run date is not in force yet and waits its night
       01 WS-WD-FILE-STATUS  PIC XX.
       01 EOF-WD             PIC X VALUE "N".
       01 WS-WD-LINE-NO      PIC 9(7) VALUE 0.
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
      *the withdrawal governing the fee type being priced - a row
      *naming the type itself wins over an ALL row for the student
       01 WS-WD-FOUND-SW     PIC X VALUE "N".
           88 WD-FOUND         VALUE "Y".
           88 WD-NOT-FOUND     VALUE "N".
       01 WS-WD-TYPE-SW      PIC X VALUE "N".
       01 WS-WD-LOOKUP-DATE  PIC 9(8) VALUE 0.
       01 WS-WD-RETAINED-AMT PIC 9(7) VALUE 0.
       01 WS-WD-TYPE-DUE     PIC 9(9) VALUE 0.
       01 WS-WD-DUE-DIFF     PIC 9(9) VALUE 0.

      *refund-percentage bands off HW2-Refund-Pct.csv - a type with
      *bands of its own uses them, any other type falls back to the
      *ALL bands; the tightest cutoff on or after the withdrawal
      *date sets the percent
       01 WS-RP-FILE-STATUS  PIC XX.
       01 EOF-RP             PIC X VALUE "N".
       01 WS-RP-LINE-NO      PIC 9(7) VALUE 0.
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

      *the current student's total proration, and the run's totals
      *for the due report and the journal - carried across a
      *restart on the checkpoint's "J" lines like the adjustments
       01 WS-PRORATE-AMT     PIC 9(9) VALUE 0.
       01 WS-PRORATE-TOTAL   PIC 9(9) VALUE 0.
       01 WS-PRORATE-CNT     PIC 9(7) VALUE 0.
       01 WS-SCHED-CANCEL-CNT PIC 9(7) VALUE 0.

      *working fields for spreading one student's payments across
      *their enrolled types - each type absorbs up to its fallen-due
      *amount in enrollment order, and whatever is left rides with
       01 WS-REV-SEQ-STR     PIC X(10).
       01 WS-REV-REASON-STR  PIC X(10).
       01 WS-REV-PEN-STR     PIC X(10).
       01 WS-REV-ENTER-STR   PIC X(10).
       01 WS-REV-APPR-STR    PIC X(10).
       01 WS-MAX-REV         PIC 9(4) VALUE 1000.
       01 WS-REV-COUNT       PIC 9(4) VALUE 0.
       01 WS-REV-TABLE.
      *in the restored aging table - still owing, so their foreign-
      *term rows must keep riding instead of being marked applied
       01 WS-AGING-SEARCH-IDX PIC 9(5).
       01 WS-AGX-FILE-STATUS PIC XX.
       01 WS-AGING-FOUND-SW  PIC X VALUE "N".
           88 AGING-FOUND      VALUE "Y".
           88 AGING-NOT-FOUND  VALUE "N".
               10 WS-FT-RECEIVED   PIC 9(9) VALUE 0.
               10 WS-FT-FEE-AMT    PIC 9(7) VALUE 0.
               10 WS-FT-STU-COUNT  PIC 9(7) VALUE 0.
      *"Y" when the amount came off a row stamped with this term -
      *a term's own row always wins over the standing row
               10 WS-FT-DATED-SW   PIC X VALUE "N".

       01 WS-FT-SEARCH-IDX    PIC 9(3).
       01 WS-FT-FOUND-SW      PIC X VALUE "N".
       01 WS-CREDIT-FILENAME PIC X(40).
       01 WS-RECON-FILENAME  PIC X(40).
       01 WS-STMT-FILENAME   PIC X(40).
       01 WS-PENDING-FILENAME PIC X(40).
       01 WS-RUN-DATE        PIC X(08).

      *running balance carried down each statement block, and a
       01 WS-DISB-COUNT      PIC 9(7) VALUE 0.
       01 WS-DISB-TOTAL      PIC 9(9) VALUE 0.

      *the written-off ledger, loaded once from HW2-Written-Off.dat -
      *write-offs less recoveries is what a student still owes back
      *on bad debt; recoveries already taken this term come off
      *tonight's credit the way issued refunds do
       01 WS-WO-FILE-STATUS  PIC XX.
       01 EOF-WO             PIC X VALUE "N".
       01 WS-MAX-WO          PIC 9(5) VALUE 5000.
       01 WS-WO-COUNT        PIC 9(5) VALUE 0.
       01 WS-WO-TABLE.
           05 WS-WO-ENTRY OCCURS 5000 TIMES
                          INDEXED BY WS-WO-IDX.
               10 WS-WO-ID       PIC X(10).
               10 WS-WO-TYPE     PIC X.
               10 WS-WO-TERM     PIC X(8).
               10 WS-WO-AMT      PIC 9(9).
       01 WS-WO-SEARCH-IDX   PIC 9(5).
       01 WS-WO-OPEN         PIC S9(9) VALUE 0.
       01 WS-WO-TERM-RECOVERED PIC 9(9) VALUE 0.
       01 WS-RECOVERY-AMT    PIC 9(9) VALUE 0.
      *ride the checkpoint's "J" lines with the adjustment totals
       01 WS-RECOVERY-CNT    PIC 9(7) VALUE 0.
       01 WS-RECOVERY-TOTAL  PIC 9(9) VALUE 0.

      *sponsors loaded once from HW2-Sponsors.csv, with the totals
      *SETTLE-SPONSORS rolls up for each after the student loop -
      *billed is the covered share across every student it
      *sponsors, refused what it sent back, paid what arrived under
      *its own id
       01 WS-SPN-FILE-STATUS PIC XX.
       01 EOF-SPN            PIC X VALUE "N".
       01 WS-SPN-LINE-NO     PIC 9(7) VALUE 0.
       01 WS-SPN-ID-STR      PIC X(10).
       01 WS-SPN-NAME-STR    PIC X(30).
       01 WS-SPN-ACCT-STR    PIC X(16).
       01 WS-MAX-SPN         PIC 9(3) VALUE 200.
       01 WS-SPN-COUNT       PIC 9(3) VALUE 0.
       01 WS-SPN-TABLE.
           05 WS-SPN-ENTRY OCCURS 200 TIMES
                           INDEXED BY WS-SPN-IDX.
               10 WS-SPN-ID       PIC X(10).
               10 WS-SPN-NAME     PIC X(30).
               10 WS-SPN-ACCOUNT  PIC X(16).
               10 WS-SPN-BILLED   PIC 9(9).
               10 WS-SPN-REFUSED  PIC 9(9).
               10 WS-SPN-PAID     PIC 9(9).
               10 WS-SPN-BALANCE  PIC S9(9).
               10 WS-SPN-BASIS-DATE PIC 9(8).
               10 WS-SPN-PAY-DATE PIC 9(8).
               10 WS-SPN-DAYS     PIC S9(5).
               10 WS-SPN-STU-CNT  PIC 9(5).
      *what the sponsor still owed out of earlier terms coming into
      *tonight, and the late refusals posted against it this term
               10 WS-SPN-CARRIED  PIC S9(9).
               10 WS-SPN-LATE-REF PIC 9(9).
       01 WS-SPN-SEARCH-IDX  PIC 9(3).
       01 WS-SPN-LOOKUP-ID   PIC X(10).
       01 WS-SPN-FOUND-SW    PIC X VALUE "N".
           88 SPN-FOUND        VALUE "Y".
           88 SPN-NOT-FOUND    VALUE "N".
      *private EOF switch for the walk of a sponsor's own payments,
      *so it cannot trample the one FIND-PAY uses
       01 EOF-SPN-PAY        PIC X VALUE "N".

      *coverage rows off HW2-Sponsor-Auth.csv, loaded once with the
      *same term filter the enrollment rows get
       01 WS-SPA-FILE-STATUS PIC XX.
       01 EOF-SPA            PIC X VALUE "N".
       01 WS-SPA-LINE-NO     PIC 9(7) VALUE 0.
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

      *refusals off HW2-Sponsor-Refused.csv, term-filtered the same
      *way
       01 WS-SPR-FILE-STATUS PIC XX.
       01 EOF-SPR            PIC X VALUE "N".
       01 WS-SPR-LINE-NO     PIC 9(7) VALUE 0.
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

      *one entry per sponsor per student covered tonight - what the
      *sponsor took over, what it refused back, and the earliest
      *covered installment its receivable ages from; carried across
      *a restart on the checkpoint's "V" lines the way the aging
      *entries ride the "A" lines
       01 WS-MAX-SPC         PIC 9(5) VALUE 2000.
       01 WS-SPC-COUNT       PIC 9(5) VALUE 0.
       01 WS-SPC-TABLE.
           05 WS-SPC-ENTRY OCCURS 2000 TIMES
                           INDEXED BY WS-SPC-IDX.
               10 WS-SPC-SPN-ID   PIC X(10).
               10 WS-SPC-STU-ID   PIC X(10).
               10 WS-SPC-COVERED  PIC 9(9).
               10 WS-SPC-REFUSED  PIC 9(9).
               10 WS-SPC-BASIS-DATE PIC 9(8).
       01 WS-SPC-SEARCH-IDX  PIC 9(5).
      *the current student's entries start here - everything below
      *belongs to students already billed
       01 WS-SPC-STU-FIRST   PIC 9(5) VALUE 1.
       01 WS-SPC-FOUND-SW    PIC X VALUE "N".
           88 SPC-FOUND        VALUE "Y".
           88 SPC-NOT-FOUND    VALUE "N".

      *HW2-Sponsor-Carry.dat loaded once - a "C" row stamped with an
      *earlier term seeds its sponsor's carried balance, a same-term
      *one is this run's own output read back on a rerun and is
      *dropped at load, and the "L" rows ride through as the ledger
      *of late refusals already posted
       01 WS-SCF-FILE-STATUS PIC XX.
       01 EOF-SCF            PIC X VALUE "N".
       01 WS-MAX-SCF         PIC 9(5) VALUE 2000.
       01 WS-SCF-COUNT       PIC 9(5) VALUE 0.
       01 WS-SCF-TABLE.
           05 WS-SCF-ENTRY OCCURS 2000 TIMES
                           INDEXED BY WS-SCF-IDX.
               10 WS-SCF-TAG      PIC X.
               10 WS-SCF-SPN-ID   PIC X(10).
               10 WS-SCF-STU-ID   PIC X(10).
               10 WS-SCF-TERM     PIC X(8).
               10 WS-SCF-AMT      PIC S9(9).
               10 WS-SCF-POST-TERM PIC X(8).
      *flipped to "Y" once the rewrite finds a sponsor's earlier
      *rows net to nothing owed - a row still "N" rides through as
      *is, a sponsor gone from HW2-Sponsors.csv included
               10 WS-SCF-APPLIED-SW PIC X.
       01 WS-SCF-SEARCH-IDX  PIC 9(5).
       01 WS-SCF-OPEN-IDX    PIC 9(5).
       01 WS-SCF-FOUND-SW    PIC X VALUE "N".
           88 SCF-FOUND        VALUE "Y".
           88 SCF-NOT-FOUND    VALUE "N".
      *one sponsor's earlier rows netted, or one row's amount, on
      *the way out to the rewrite
       01 WS-SCF-OPEN-AMT    PIC S9(9) VALUE 0.

      *a refusal stamped with an earlier term is a late refusal -
      *it comes off that term's carried cover and back onto the
      *student's carried balance; the running total the refusal
      *file holds for each cover is kept here so a row already on
      *the "L" ledger is recognized on every later run
       01 WS-MAX-SLR         PIC 9(4) VALUE 500.
       01 WS-SLR-COUNT       PIC 9(4) VALUE 0.
       01 WS-SLR-TABLE.
           05 WS-SLR-ENTRY OCCURS 500 TIMES
                           INDEXED BY WS-SLR-IDX.
               10 WS-SLR-SPN-ID   PIC X(10).
               10 WS-SLR-STU-ID   PIC X(10).
               10 WS-SLR-TERM     PIC X(8).
               10 WS-SLR-SEEN     PIC 9(9).
       01 WS-SLR-SEARCH-IDX  PIC 9(4).
       01 WS-SLR-FOUND-SW    PIC X VALUE "N".
           88 SLR-FOUND        VALUE "Y".
           88 SLR-NOT-FOUND    VALUE "N".
       01 WS-SLR-REF-TERM    PIC X(8).
       01 WS-SLR-AMT         PIC 9(9) VALUE 0.
       01 WS-SLR-BASE-AMT    PIC 9(9) VALUE 0.
       01 WS-SLR-POSTED-AMT  PIC 9(9) VALUE 0.
       01 WS-SLR-POST-AMT    PIC S9(9) VALUE 0.

      *the current student's net sponsor cover, taken off DUE-AMT,
      *and one coverage row's working fields
       01 WS-SPN-COVER-AMT   PIC 9(9) VALUE 0.
       01 WS-SPN-OPEN-AMT    PIC S9(9) VALUE 0.
       01 WS-SPN-SLICE-AMT   PIC 9(9) VALUE 0.
       01 WS-SPN-CAP-LEFT    PIC 9(9) VALUE 0.
       01 WS-SPN-NET-AMT     PIC 9(9) VALUE 0.

      *sponsor aging bucket totals, kept apart from the students'
       01 WS-SPN-AGE-CURRENT-AMT PIC 9(9) VALUE 0.
       01 WS-SPN-AGE-30-AMT  PIC 9(9) VALUE 0.
       01 WS-SPN-AGE-60-AMT  PIC 9(9) VALUE 0.
       01 WS-SPN-AGE-90-AMT  PIC 9(9) VALUE 0.
       01 WS-SPN-AGE-CURRENT-CNT PIC 9(5) VALUE 0.
       01 WS-SPN-AGE-30-CNT  PIC 9(5) VALUE 0.
       01 WS-SPN-AGE-60-CNT  PIC 9(5) VALUE 0.
       01 WS-SPN-AGE-90-CNT  PIC 9(5) VALUE 0.
       01 WS-SPINV-FILENAME  PIC X(40).
       01 WS-SPINV-COUNT     PIC 9(5) VALUE 0.
      *tonight's net cover and sponsor cash across every sponsor,
      *for the run log
       01 WS-SPN-COVER-TOTAL PIC 9(9) VALUE 0.
       01 WS-SPN-PAID-TOTAL  PIC 9(9) VALUE 0.
      *and the sponsor balances carried in from earlier terms, with
      *the late refusals posted against them this term
       01 WS-SPN-CARRIED-TOTAL PIC S9(9) VALUE 0.
       01 WS-SPN-LATE-TOTAL  PIC 9(9) VALUE 0.

      *the journal export's working fields - one entry's account,
      *side, and amount pass through here, and the running debit
      *and credit totals prove the file balances before finance
       01 WS-HOLD-OVERFLOW-SW PIC X VALUE "N".
           88 HOLD-TABLE-OVERFLOWED VALUE "Y".

      *students still out with the collection agency, loaded once
      *from HW2-Placed.dat - only the open placements are kept
       01 WS-PL-FILE-STATUS  PIC XX.
       01 EOF-PL             PIC X VALUE "N".
       01 WS-MAX-PLACED      PIC 9(5) VALUE 5000.
       01 WS-PLACED-COUNT    PIC 9(5) VALUE 0.
       01 WS-PLACED-TABLE.
           05 WS-PLACED-ENTRY OCCURS 5000 TIMES
                              INDEXED BY WS-PLACED-IDX.
               10 WS-PLACED-ID    PIC X(10).
       01 WS-PLACED-SEARCH-IDX PIC 9(5).
       01 WS-PLACED-FOUND-SW PIC X VALUE "N".
           88 PLACED-FOUND     VALUE "Y".
           88 PLACED-NOT-FOUND VALUE "N".
       01 WS-DUN-PLACED-CNT  PIC 9(7) VALUE 0.

       01 WS-NEW-STREAK      PIC 9(3) VALUE 0.
       01 WS-DUN-LEVEL       PIC 9 VALUE 0.
       01 WS-DUN-LEVEL-1-CNT PIC 9(7) VALUE 0.
       01 WS-ADJ-LINE-NO     PIC 9(7) VALUE 0.
       01 WS-ADJ-ID-STR      PIC X(10).
       01 WS-ADJ-CODE        PIC X(10).
           88 ADJ-CODE-VALID VALUES "WAIVER", "SCHOLAR", "PENALTY",
                                    "COMMISSION".
       01 WS-ADJ-AMT-STR     PIC X(10).
       01 WS-ADJ-ENTER-STR   PIC X(10).
       01 WS-ADJ-APPR-STR    PIC X(10).

       01 WS-MAX-ADJ         PIC 9(4) VALUE 1000.
       01 WS-ADJ-COUNT       PIC 9(4) VALUE 0.
       01 WS-ADJ-SCHOLAR-CNT PIC 9(7) VALUE 0.
       01 WS-ADJ-PENALTY-AMT PIC S9(9) VALUE 0.
       01 WS-ADJ-PENALTY-CNT PIC 9(7) VALUE 0.
      *the collection agency's commission on what it remitted -
      *negative like a waiver, posted by HW2-COLLECT so the student
      *is relieved of the gross amount the agency collected
       01 WS-ADJ-COMMISSION-AMT PIC S9(9) VALUE 0.
       01 WS-ADJ-COMMISSION-CNT PIC 9(7) VALUE 0.

      *operator authority off HW2-Operators.csv, one entry per
      *operator per transaction type - a CLERK or SYSTEM operator
      *may only key rows, a SUPERVISOR may key and approve them
       01 WS-OPR-FILE-STATUS PIC XX.
       01 EOF-OPR            PIC X VALUE "N".
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

      *one row being authorized: its transaction type, its size
      *(either sign), who keyed it and who approved it - a blank
      *reason means the row may be applied
       01 WS-AUTH-TYPE       PIC X(10).
       01 WS-AUTH-AMT        PIC 9(9) VALUE 0.
       01 WS-AUTH-ENTERER    PIC X(10).
       01 WS-AUTH-APPROVER   PIC X(10).
       01 WS-AUTH-REASON     PIC X(40).

      *rows held back for the pending-approval report - the amount
      *is summed by size, since waivers and penalties are both
      *money waiting on somebody's signature
       01 WS-HELD-COUNT      PIC 9(7) VALUE 0.
       01 WS-HELD-AMT        PIC 9(11) VALUE 0.
       01 WS-HELD-SOURCE     PIC X(10).
       01 WS-HELD-LINE-NO    PIC 9(7).
       01 WS-HELD-ID         PIC X(10).
       01 WS-HELD-ROW-AMT    PIC S9(9).
       01 WS-HELD-AMT-ED     PIC -9(9).

      *one comparison's working fields, shared by every total the
      *variance section checks
                  ".txt"           DELIMITED BY SIZE
               INTO WS-STMT-FILENAME
           END-STRING
           STRING "HW2-Pending-Appr-" DELIMITED BY SIZE
                  WS-RUN-DATE         DELIMITED BY SIZE
                  ".txt"              DELIMITED BY SIZE
               INTO WS-PENDING-FILENAME
           END-STRING
           STRING "HW2-Refund-Disb-" DELIMITED BY SIZE
                  WS-RUN-DATE        DELIMITED BY SIZE
                  ".dat"             DELIMITED BY SIZE
                  ".dat"            DELIMITED BY SIZE
               INTO WS-JRNL-FILENAME
           END-STRING
           STRING "HW2-Sponsor-Invoice-" DELIMITED BY SIZE
                  WS-RUN-DATE            DELIMITED BY SIZE
                  ".txt"                 DELIMITED BY SIZE
               INTO WS-SPINV-FILENAME
           END-STRING

           PERFORM CAPTURE-START-TIME

               END-IF
           END-IF

      *the written-off ledger is held open EXTEND the same way, so
      *a recovery is on file the moment it is recognized and a
      *rerun does not recognize it twice
           PERFORM LOAD-WRITTEN-OFF
           IF LIVE-RUN
               OPEN EXTEND WRITTEN-OFF-FILE
               IF WS-WO-FILE-STATUS NOT = "00"
                   OPEN OUTPUT WRITTEN-OFF-FILE
               END-IF
           END-IF

      *build the indexed lookup copies once, then switch the source
      *CSVs for random-access lookups against the copies
           PERFORM BUILD-FEE-INDEX
      *file here is billed for every enrolled type at once
           PERFORM LOAD-ENROLLMENTS

      *withdrawals and the refund bands they are prorated by - both
      *optional, a missing file just means nobody is prorated
           PERFORM LOAD-WITHDRAWALS
           PERFORM LOAD-REFUND-PCT

      *last term's unpaid balances, applied on top of this term's
      *fee so old debt survives the term-end file swap
           PERFORM LOAD-CARRY-FORWARD

      *who may key and approve adjustments and reversals - loaded
      *first, since a row nobody is authorized for, or one over its
      *operator's limit that nobody has approved, is held out of
      *tonight's balances and listed on the pending-approval report
           PERFORM LOAD-OPERATORS
           PERFORM OPEN-PENDING-REPORT

      *waivers, scholarships, and penalties to fold into tonight's
      *due balances
           PERFORM LOAD-ADJUSTMENTS

      *sponsors, what each agreed to cover, and what each refused
      *back - all optional, a missing file just means every student
      *carries their whole bill
           PERFORM LOAD-SPONSORS
           PERFORM LOAD-SPONSOR-AUTH
      *what each sponsor carried out of earlier terms - loaded
      *before the refusals, since a late one is posted against it
           PERFORM LOAD-SPONSOR-CARRY
           PERFORM LOAD-SPONSOR-REFUSED

      *bounced payments to net back out - loaded after the pay
      *index is open so each reversal can be validated against the
      *payment it names, and after the adjustments so an NSF
      *penalty can be appended to their table
           PERFORM LOAD-REVERSALS
           PERFORM CLOSE-PENDING-REPORT

      *money parked in suspense by the validation pass, totaled for
      *the run log
      *student is escalated
           PERFORM LOAD-AGREEMENTS

      *accounts out with the collection agency, left off tonight's
      *dunning letters
           PERFORM LOAD-PLACED

      *the previous run's totals and the variance tolerance, read
      *up front so tonight's numbers can be judged before the
      *reports go out
           PERFORM WRITE-DUE-REPORT-SUMMARY

           PERFORM WRITE-AGING-REPORT
           PERFORM WRITE-AGING-EXTRACT

      *roll tonight's sponsor cover up per sponsor against what each
      *has paid, age the sponsor receivables on their own, and cut
      *the sponsor invoices
           PERFORM SETTLE-SPONSORS
           PERFORM WRITE-SPONSOR-AGING
           PERFORM WRITE-SPONSOR-INVOICES

           PERFORM RECONCILE-TOTALS

      *every balance still owed tonight goes out for the next
      *term's run to read back as arrears
           PERFORM WRITE-CARRY-FORWARD
      *and every sponsor balance still open, the same way
           PERFORM WRITE-SPONSOR-CARRY

      *roll the delinquency streaks forward and cut the escalation
      *extract off them
           IF LIVE-RUN
               CLOSE DISB-FILE
                     REFUNDS-ISSUED-FILE
                     WRITTEN-OFF-FILE
           END-IF
           PERFORM RELEASE-RUN-LOCK
           STOP RUN.
               PERFORM BUILD-STUDENT-FEES
               PERFORM FIND-ARREARS
               PERFORM FIND-ADJUSTMENTS
               PERFORM FIND-SPONSOR-COVER
               COMPUTE DUE-AMT =
                   WS-ARREARS-AMT + WS-FEE-DUE-AMT
                 + WS-ADJ-AMT - WS-PAY-AMT - WS-SPN-COVER-AMT
      *nothing owed means every carry-forward row this student had
      *is settled; while they still owe, their foreign-term rows
      *stay unapplied and keep riding under their original terms
           MOVE 0 TO WS-SCHED-CUM-AMT
           MOVE 0 TO WS-SCHED-BASIS-DATE
           MOVE 0 TO WS-STU-FEE-COUNT
           MOVE 0 TO WS-PRORATE-AMT
           PERFORM COLLECT-ONE-ENROLLMENT
               VARYING WS-ENR-SEARCH-IDX FROM 1 BY 1
               UNTIL WS-ENR-SEARCH-IDX > WS-ENR-COUNT
      *walk - the cumulative amount and basis date carry across
      *types in enrollment order, so the aging basis is the earliest
      *fallen-due installment the payments don't reach across the
      *whole bill; a withdrawn type is looked up first, so the
      *installment walk knows which installments it cancels
       PRICE-ONE-STU-FEE.
           MOVE 0 TO WS-SF-PRORATE-AMT(WS-SF-SEARCH-IDX)
           MOVE 0 TO WS-SF-WD-DATE(WS-SF-SEARCH-IDX)
           MOVE 0 TO WS-SF-WD-PCT(WS-SF-SEARCH-IDX)
           MOVE 0 TO WS-SF-FIRST-DUE(WS-SF-SEARCH-IDX)
           MOVE 0 TO WS-SF-SPON-AMT(WS-SF-SEARCH-IDX)
           MOVE WS-SF-TYPE(WS-SF-SEARCH-IDX) TO FI-FEE-TYPE
           READ FEES-INDEX-FILE
               KEY IS FI-FEE-TYPE
                     TO WS-SF-FEE-AMT(WS-SF-SEARCH-IDX)
                   ADD FI-FEE-AMT TO WS-FEE-AMT
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
           END-READ.

      *the withdrawn type keeps only its retained share: the band
      *percent of the fee comes off as the proration, and the
      *type's fallen-due amount is brought to exactly the retained
      *share - trimmed when the installments already due run past
      *it, topped up (due as of the withdrawal date) when the
      *cancelled installments left some of it uncovered
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
           IF WS-WD-TYPE-DUE > WS-WD-RETAINED-AMT
               COMPUTE WS-WD-DUE-DIFF =
                   WS-WD-TYPE-DUE - WS-WD-RETAINED-AMT
               SUBTRACT WS-WD-DUE-DIFF FROM WS-FEE-DUE-AMT
               IF SCHED-MATCHED
                   SUBTRACT WS-WD-DUE-DIFF FROM WS-SCHED-CUM-AMT
               END-IF
           ELSE
               COMPUTE WS-WD-DUE-DIFF =
                   WS-WD-RETAINED-AMT - WS-WD-TYPE-DUE
               IF WS-WD-DUE-DIFF > 0
                   ADD WS-WD-DUE-DIFF TO WS-FEE-DUE-AMT
                   ADD WS-WD-DUE-DIFF TO WS-SCHED-CUM-AMT
                   IF WS-SCHED-BASIS-DATE = 0
                      AND WS-SCHED-CUM-AMT > WS-PAY-AMT
                       MOVE WS-WD-LOOKUP-DATE TO WS-SCHED-BASIS-DATE
                   END-IF
               END-IF
           END-IF
           IF WS-SF-PRORATE-AMT(WS-SF-SEARCH-IDX) > 0
               ADD WS-SF-PRORATE-AMT(WS-SF-SEARCH-IDX)
                 TO WS-PRORATE-AMT
               ADD WS-SF-PRORATE-AMT(WS-SF-SEARCH-IDX)
                 TO WS-PRORATE-TOTAL
               ADD 1 TO WS-PRORATE-CNT
           END-IF.

      *the withdrawal in force for this student and fee type - a row
      *naming the type outranks an ALL row, and a row dated after
      *the run date is not in force yet
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

      *the refund percent for WS-RP-LOOKUP-TYPE withdrawn on
      *WS-WD-LOOKUP-DATE - the type's own bands when it has any,
      *otherwise the ALL bands; no band reaching the date means
      *nothing is refunded
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

      *one line off HW2-Term.dat names the term this run bills - a
      *missing term file turns off the term filtering and the
      *arrears carry-forward, which is exactly how the run behaved
               CLOSE ADJUSTMENTS-FILE
           END-IF.

      *one adjustment row: student id, code, signed amount, the
      *operator who keyed it and the one who approved it - the code
      *has to be one the business recognizes, and the row has to
      *clear the operator authority file or it is held, not applied
       PARSE-ADJ-ROW.
           ADD 1 TO WS-ADJ-LINE-NO
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
           IF WS-ADJ-ID-STR = SPACES
              OR NOT ADJ-CODE-VALID
                   FUNCTION TRIM(WS-ADJ-AMT-STR)) NOT = 0
               PERFORM REJECT-ADJ-ROW
           ELSE
               MOVE WS-ADJ-CODE TO WS-AUTH-TYPE
               MOVE FUNCTION NUMVAL(FUNCTION TRIM(WS-ADJ-AMT-STR))
                 TO WS-AUTH-AMT
               MOVE FUNCTION TRIM(WS-ADJ-ENTER-STR) TO WS-AUTH-ENTERER
               MOVE FUNCTION TRIM(WS-ADJ-APPR-STR)
                 TO WS-AUTH-APPROVER
               PERFORM AUTHORIZE-ROW
               IF WS-AUTH-REASON NOT = SPACES
                   PERFORM HOLD-ADJ-ROW
               ELSE
                   PERFORM STORE-ONE-ADJUSTMENT
               END-IF
           END-IF.

       STORE-ONE-ADJUSTMENT.
           IF WS-ADJ-COUNT >= WS-MAX-ADJ
               PERFORM REJECT-ADJ-ROW
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

      *log a malformed HW2-Adjustments.csv row instead of letting
      *NUMVAL choke on it - the adjustment is left out entirely
       REJECT-ADJ-ROW.
           END-STRING
           WRITE REJECT-LINE.

      *an adjustment that failed authorization is not a bad row,
      *it is waiting on somebody - it goes to the pending-approval
      *report instead of the reject list, and stays out of the due
       HOLD-ADJ-ROW.
           MOVE "ADJUSTMENT" TO WS-HELD-SOURCE
           MOVE WS-ADJ-LINE-NO TO WS-HELD-LINE-NO
           MOVE WS-ADJ-ID-STR TO WS-HELD-ID
           MOVE FUNCTION NUMVAL(FUNCTION TRIM(WS-ADJ-AMT-STR))
             TO WS-HELD-ROW-AMT
           PERFORM WRITE-PENDING-LINE.

      *read the operator authority once into WS-OPR-TABLE - a
      *missing file authorizes nobody, so every adjustment and
      *reversal is held until the file is put back
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

      *one authority row: operator id, role, transaction type, and
      *the largest amount (either sign, whole dollars) the operator
      *may key on their own - or approve, for a SUPERVISOR
       PARSE-OPR-ROW.
           ADD 1 TO WS-OPR-LINE-NO
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
               PERFORM REJECT-OPR-ROW
           ELSE
               ADD 1 TO WS-OPR-COUNT
               MOVE FUNCTION TRIM(WS-OPR-ID-STR)
                 TO WS-OPR-ID(WS-OPR-COUNT)
               MOVE WS-OPR-ROLE-STR TO WS-OPR-ROLE(WS-OPR-COUNT)
               MOVE WS-OPR-TYPE-STR TO WS-OPR-TYPE(WS-OPR-COUNT)
               MOVE FUNCTION NUMVAL(FUNCTION TRIM(WS-OPR-LIMIT-STR))
                 TO WS-OPR-LIMIT(WS-OPR-COUNT)
           END-IF.

       REJECT-OPR-ROW.
           ADD 1 TO WS-REJECT-COUNT
           DISPLAY "REJECTED OPERATOR ROW " WS-OPR-LINE-NO
                   ": " OPERATOR-LINE
           MOVE SPACES TO REJECT-LINE
           STRING "OPERATOR LINE " DELIMITED BY SIZE
                  WS-OPR-LINE-NO   DELIMITED BY SIZE
                  ": "             DELIMITED BY SIZE
                  OPERATOR-LINE    DELIMITED BY SIZE
               INTO REJECT-LINE
           END-STRING
           WRITE REJECT-LINE.

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

      *the pending-approval report is cut fresh every run, restart
      *or not, since the adjustments and reversals are reloaded in
      *full every run
       OPEN-PENDING-REPORT.
           OPEN OUTPUT PENDING-FILE
           IF TRIAL-RUN
               MOVE SPACES TO PENDING-LINE
               STRING "*** TRIAL RUN - NO STATE COMMITTED ***"
                   DELIMITED BY SIZE
                   INTO PENDING-LINE
               END-STRING
               WRITE PENDING-LINE
           END-IF
           MOVE SPACES TO PENDING-LINE
           STRING "PENDING APPROVAL " DELIMITED BY SIZE
                  WS-RUN-DATE DELIMITED BY SIZE
                  " - ROWS HELD OUT OF TONIGHT'S BALANCES"
                    DELIMITED BY SIZE
               INTO PENDING-LINE
           END-STRING
           WRITE PENDING-LINE
           MOVE SPACES TO PENDING-LINE
           STRING "SOURCE     LINE    STUDENT    TYPE       "
                    DELIMITED BY SIZE
                  "    AMOUNT ENTERED BY APPROVER   REASON"
                    DELIMITED BY SIZE
               INTO PENDING-LINE
           END-STRING
           WRITE PENDING-LINE.

      *one held row - the caller sets WS-HELD-SOURCE, LINE-NO, ID,
      *and ROW-AMT; the type, operators, and reason come from the
      *authorization just made
       WRITE-PENDING-LINE.
           ADD 1 TO WS-HELD-COUNT
           ADD WS-AUTH-AMT TO WS-HELD-AMT
           MOVE WS-HELD-ROW-AMT TO WS-HELD-AMT-ED
           DISPLAY "HELD " FUNCTION TRIM(WS-HELD-SOURCE)
                   " ROW " WS-HELD-LINE-NO ": " WS-AUTH-REASON
           MOVE SPACES TO PENDING-LINE
           STRING WS-HELD-SOURCE   DELIMITED BY SIZE
                  " "              DELIMITED BY SIZE
                  WS-HELD-LINE-NO  DELIMITED BY SIZE
                  " "              DELIMITED BY SIZE
                  WS-HELD-ID       DELIMITED BY SIZE
                  " "              DELIMITED BY SIZE
                  WS-AUTH-TYPE     DELIMITED BY SIZE
                  " "              DELIMITED BY SIZE
                  WS-HELD-AMT-ED   DELIMITED BY SIZE
                  " "              DELIMITED BY SIZE
                  WS-AUTH-ENTERER  DELIMITED BY SIZE
                  " "              DELIMITED BY SIZE
                  WS-AUTH-APPROVER DELIMITED BY SIZE
                  " "              DELIMITED BY SIZE
                  WS-AUTH-REASON   DELIMITED BY SIZE
               INTO PENDING-LINE
           END-STRING
           WRITE PENDING-LINE.

       CLOSE-PENDING-REPORT.
           MOVE SPACES TO PENDING-LINE
           STRING "ROWS HELD: " DELIMITED BY SIZE
                  WS-HELD-COUNT DELIMITED BY SIZE
                  "  AMOUNT: " DELIMITED BY SIZE
                  WS-HELD-AMT DELIMITED BY SIZE
               INTO PENDING-LINE
           END-STRING
           WRITE PENDING-LINE
           CLOSE PENDING-FILE.

      *read the sponsors once into WS-SPN-TABLE - a missing file
      *just means nobody's bill is sponsored this run
       LOAD-SPONSORS.
           OPEN INPUT SPONSOR-FILE
           IF WS-SPN-FILE-STATUS NOT = "00"
               DISPLAY "HW2-SPONSORS.CSV NOT AVAILABLE - STATUS "
                       WS-SPN-FILE-STATUS
                       " - NO SPONSOR BILLING THIS RUN"
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

      *one sponsor row: sponsor id, name, GL account - a sponsor
      *with no account of its own books to the shared one
       PARSE-SPN-ROW.
           ADD 1 TO WS-SPN-LINE-NO
           MOVE SPACES TO WS-SPN-ID-STR WS-SPN-NAME-STR
                          WS-SPN-ACCT-STR
           UNSTRING SPONSOR-LINE
               DELIMITED BY ","
               INTO WS-SPN-ID-STR
                    WS-SPN-NAME-STR
                    WS-SPN-ACCT-STR
           END-UNSTRING
           IF WS-SPN-ID-STR = SPACES
              OR WS-SPN-COUNT >= WS-MAX-SPN
               PERFORM REJECT-SPN-ROW
           ELSE
               ADD 1 TO WS-SPN-COUNT
               MOVE WS-SPN-ID-STR TO WS-SPN-ID(WS-SPN-COUNT)
               MOVE WS-SPN-NAME-STR TO WS-SPN-NAME(WS-SPN-COUNT)
               IF WS-SPN-ACCT-STR = SPACES
                   MOVE "SPONSOR AR" TO WS-SPN-ACCOUNT(WS-SPN-COUNT)
               ELSE
                   MOVE FUNCTION TRIM(WS-SPN-ACCT-STR)
                     TO WS-SPN-ACCOUNT(WS-SPN-COUNT)
               END-IF
               MOVE 0 TO WS-SPN-BILLED(WS-SPN-COUNT)
               MOVE 0 TO WS-SPN-REFUSED(WS-SPN-COUNT)
               MOVE 0 TO WS-SPN-PAID(WS-SPN-COUNT)
               MOVE 0 TO WS-SPN-BALANCE(WS-SPN-COUNT)
               MOVE 0 TO WS-SPN-BASIS-DATE(WS-SPN-COUNT)
               MOVE 0 TO WS-SPN-PAY-DATE(WS-SPN-COUNT)
               MOVE 0 TO WS-SPN-DAYS(WS-SPN-COUNT)
               MOVE 0 TO WS-SPN-STU-CNT(WS-SPN-COUNT)
               MOVE 0 TO WS-SPN-CARRIED(WS-SPN-COUNT)
               MOVE 0 TO WS-SPN-LATE-REF(WS-SPN-COUNT)
           END-IF.

       REJECT-SPN-ROW.
           ADD 1 TO WS-REJECT-COUNT
           DISPLAY "REJECTED SPONSOR ROW " WS-SPN-LINE-NO
                   ": " SPONSOR-LINE
           MOVE SPACES TO REJECT-LINE
           STRING "SPONSOR LINE " DELIMITED BY SIZE
                  WS-SPN-LINE-NO  DELIMITED BY SIZE
                  ": "            DELIMITED BY SIZE
                  SPONSOR-LINE    DELIMITED BY SIZE
               INTO REJECT-LINE
           END-STRING
           WRITE REJECT-LINE.

      *the sponsor the caller loaded into WS-SPN-LOOKUP-ID, left in
      *WS-SPN-SEARCH-IDX when found
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

      *read the coverage rows once into WS-SPA-TABLE - loaded after
      *the sponsors so a row naming an unknown sponsor is caught
       LOAD-SPONSOR-AUTH.
           OPEN INPUT SPONSOR-AUTH-FILE
           IF WS-SPA-FILE-STATUS NOT = "00"
               DISPLAY "HW2-SPONSOR-AUTH.CSV NOT AVAILABLE - STATUS "
                       WS-SPA-FILE-STATUS
                       " - NO SPONSOR COVER THIS RUN"
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

      *one coverage row: sponsor id, student id, fee type or ALL,
      *basis P or C, percent or cap, term - a row stamped with
      *another term is left out, not rejected; a percent past 100
      *is a keying error, not a sponsor paying more than the bill
       PARSE-SPA-ROW.
           ADD 1 TO WS-SPA-LINE-NO
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
           IF TERM-ACTIVE
              AND WS-SPA-TERM-STR NOT = SPACES
              AND FUNCTION TRIM(WS-SPA-TERM-STR)
                    NOT = WS-CURRENT-TERM
               CONTINUE
           ELSE
               MOVE WS-SPA-SPN-STR TO WS-SPN-LOOKUP-ID
               PERFORM FIND-SPONSOR
               IF WS-SPA-ID-STR = SPACES
                  OR WS-SPA-TYPE-STR = SPACES
                  OR SPN-NOT-FOUND
                  OR NOT SPA-BASIS-VALID
                  OR FUNCTION TEST-NUMVAL(
                       FUNCTION TRIM(WS-SPA-LIMIT-STR)) NOT = 0
                   PERFORM REJECT-SPA-ROW
               ELSE
                   IF FUNCTION NUMVAL(
                        FUNCTION TRIM(WS-SPA-LIMIT-STR)) < 0
                      OR WS-SPA-COUNT >= WS-MAX-SPA
                       PERFORM REJECT-SPA-ROW
                   ELSE
                       MOVE FUNCTION NUMVAL(
                           FUNCTION TRIM(WS-SPA-LIMIT-STR))
                         TO WS-SPA-LIMIT-NUM
                       IF WS-SPA-BASIS-STR = "P"
                          AND WS-SPA-LIMIT-NUM > 100
                           PERFORM REJECT-SPA-ROW
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
               END-IF
           END-IF.

       REJECT-SPA-ROW.
           ADD 1 TO WS-REJECT-COUNT
           DISPLAY "REJECTED SPONSOR AUTH ROW " WS-SPA-LINE-NO
                   ": " SPONSOR-AUTH-LINE
           MOVE SPACES TO REJECT-LINE
           STRING "SPONSOR AUTH LINE " DELIMITED BY SIZE
                  WS-SPA-LINE-NO    DELIMITED BY SIZE
                  ": "              DELIMITED BY SIZE
                  SPONSOR-AUTH-LINE DELIMITED BY SIZE
               INTO REJECT-LINE
           END-STRING
           WRITE REJECT-LINE.

      *read the refusals once into WS-SPR-TABLE - a missing file
      *just means no sponsor has sent anything back
       LOAD-SPONSOR-REFUSED.
           OPEN INPUT SPONSOR-REFUSED-FILE
           IF WS-SPR-FILE-STATUS NOT = "00"
               DISPLAY "HW2-SPONSOR-REFUSED.CSV NOT AVAILABLE - "
                       "STATUS " WS-SPR-FILE-STATUS
                       " - NO SPONSOR REFUSALS THIS RUN"
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

      *one refusal row: sponsor id, student id, amount, term - a row
      *stamped with an earlier term is a late refusal, posted
      *against the cover that term carried rather than tonight's
       PARSE-SPR-ROW.
           ADD 1 TO WS-SPR-LINE-NO
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
               PERFORM PARSE-LATE-SPR-ROW
           ELSE
               MOVE WS-SPR-SPN-STR TO WS-SPN-LOOKUP-ID
               PERFORM FIND-SPONSOR
               IF WS-SPR-ID-STR = SPACES
                  OR SPN-NOT-FOUND
                  OR FUNCTION TEST-NUMVAL(
                       FUNCTION TRIM(WS-SPR-AMT-STR)) NOT = 0
                   PERFORM REJECT-SPR-ROW
               ELSE
                   IF FUNCTION NUMVAL(
                        FUNCTION TRIM(WS-SPR-AMT-STR)) < 0
                      OR WS-SPR-COUNT >= WS-MAX-SPR
                       PERFORM REJECT-SPR-ROW
                   ELSE
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

       REJECT-SPR-ROW.
           ADD 1 TO WS-REJECT-COUNT
           DISPLAY "REJECTED SPONSOR REFUSAL ROW " WS-SPR-LINE-NO
                   ": " SPONSOR-REFUSED-LINE
           MOVE SPACES TO REJECT-LINE
           STRING "SPONSOR REFUSAL LINE " DELIMITED BY SIZE
                  WS-SPR-LINE-NO       DELIMITED BY SIZE
                  ": "                 DELIMITED BY SIZE
                  SPONSOR-REFUSED-LINE DELIMITED BY SIZE
               INTO REJECT-LINE
           END-STRING
           WRITE REJECT-LINE.

      *a late refusal is validated like any other refusal row, then
      *only the part of it the "L" ledger does not already hold is
      *posted - the refusal file's rows for one cover are summed in
      *file order, so a rerun (or the next night) finds every row
      *it posted before already covered by the ledger; a row that
      *names no open cover, or more than is left open, is rejected
      *and kept out of the running sum so it cannot shadow a later
      *row for the same cover
       PARSE-LATE-SPR-ROW.
           MOVE WS-SPR-SPN-STR TO WS-SPN-LOOKUP-ID
           PERFORM FIND-SPONSOR
           IF WS-SPR-ID-STR = SPACES
              OR SPN-NOT-FOUND
              OR FUNCTION TEST-NUMVAL(
                   FUNCTION TRIM(WS-SPR-AMT-STR)) NOT = 0
               PERFORM REJECT-SPR-ROW
           ELSE
               IF FUNCTION NUMVAL(
                    FUNCTION TRIM(WS-SPR-AMT-STR)) < 0
                   PERFORM REJECT-SPR-ROW
               ELSE
                   MOVE FUNCTION NUMVAL(
                       FUNCTION TRIM(WS-SPR-AMT-STR)) TO WS-SLR-AMT
                   MOVE FUNCTION TRIM(WS-SPR-TERM-STR)
                     TO WS-SLR-REF-TERM
                   PERFORM FIND-LATE-SEEN
                   IF SLR-NOT-FOUND
                       PERFORM REJECT-SPR-ROW
                   ELSE
                       PERFORM CHECK-LATE-REFUSAL
                   END-IF
               END-IF
           END-IF.

      *the posted part is whatever this row carries the refusal
      *file's total past both the rows ahead of it and the ledger
       CHECK-LATE-REFUSAL.
           PERFORM SUM-LATE-POSTED
           IF WS-SLR-POSTED-AMT > WS-SLR-SEEN(WS-SLR-SEARCH-IDX)
               MOVE WS-SLR-POSTED-AMT TO WS-SLR-BASE-AMT
           ELSE
               MOVE WS-SLR-SEEN(WS-SLR-SEARCH-IDX) TO WS-SLR-BASE-AMT
           END-IF
           COMPUTE WS-SLR-POST-AMT =
               WS-SLR-SEEN(WS-SLR-SEARCH-IDX) + WS-SLR-AMT
             - WS-SLR-BASE-AMT
           IF WS-SLR-POST-AMT <= 0
               ADD WS-SLR-AMT TO WS-SLR-SEEN(WS-SLR-SEARCH-IDX)
           ELSE
               PERFORM FIND-OPEN-COVER
               IF SCF-NOT-FOUND
                  OR WS-SCF-COUNT >= WS-MAX-SCF
                  OR WS-CF-COUNT >= WS-MAX-CF
                   PERFORM REJECT-SPR-ROW
               ELSE
                   IF WS-SLR-POST-AMT > WS-SCF-AMT(WS-SCF-OPEN-IDX)
                       PERFORM REJECT-SPR-ROW
                   ELSE
                       ADD WS-SLR-AMT
                         TO WS-SLR-SEEN(WS-SLR-SEARCH-IDX)
                       PERFORM POST-LATE-REFUSAL
                   END-IF
               END-IF
           END-IF.

      *the refusal file's running total for this cover, added on
      *the first row that names it - left in WS-SLR-SEARCH-IDX
       FIND-LATE-SEEN.
           MOVE "N" TO WS-SLR-FOUND-SW
           MOVE 1 TO WS-SLR-SEARCH-IDX
           PERFORM SEARCH-LATE-SEEN
               UNTIL WS-SLR-SEARCH-IDX > WS-SLR-COUNT
                  OR SLR-FOUND
           IF SLR-NOT-FOUND AND WS-SLR-COUNT < WS-MAX-SLR
               ADD 1 TO WS-SLR-COUNT
               MOVE WS-SLR-COUNT TO WS-SLR-SEARCH-IDX
               MOVE WS-SPR-SPN-STR TO WS-SLR-SPN-ID(WS-SLR-SEARCH-IDX)
               MOVE WS-SPR-ID-STR TO WS-SLR-STU-ID(WS-SLR-SEARCH-IDX)
               MOVE WS-SLR-REF-TERM TO WS-SLR-TERM(WS-SLR-SEARCH-IDX)
               MOVE 0 TO WS-SLR-SEEN(WS-SLR-SEARCH-IDX)
               MOVE "Y" TO WS-SLR-FOUND-SW
           END-IF.

       SEARCH-LATE-SEEN.
           IF WS-SLR-SPN-ID(WS-SLR-SEARCH-IDX) = WS-SPR-SPN-STR
              AND WS-SLR-STU-ID(WS-SLR-SEARCH-IDX) = WS-SPR-ID-STR
              AND WS-SLR-TERM(WS-SLR-SEARCH-IDX) = WS-SLR-REF-TERM
               MOVE "Y" TO WS-SLR-FOUND-SW
           ELSE
               ADD 1 TO WS-SLR-SEARCH-IDX
           END-IF.

      *everything the "L" ledger already holds against this cover,
      *whatever term it was posted in
       SUM-LATE-POSTED.
           MOVE 0 TO WS-SLR-POSTED-AMT
           PERFORM ADD-ONE-LATE-POSTED
               VARYING WS-SCF-SEARCH-IDX FROM 1 BY 1
               UNTIL WS-SCF-SEARCH-IDX > WS-SCF-COUNT.

       ADD-ONE-LATE-POSTED.
           IF WS-SCF-TAG(WS-SCF-SEARCH-IDX) = "L"
              AND WS-SCF-SPN-ID(WS-SCF-SEARCH-IDX) = WS-SPR-SPN-STR
              AND WS-SCF-STU-ID(WS-SCF-SEARCH-IDX) = WS-SPR-ID-STR
              AND WS-SCF-TERM(WS-SCF-SEARCH-IDX) = WS-SLR-REF-TERM
               ADD WS-SCF-AMT(WS-SCF-SEARCH-IDX) TO WS-SLR-POSTED-AMT
           END-IF.

      *the "C" row still open for this sponsor, student and term -
      *left in WS-SCF-OPEN-IDX
       FIND-OPEN-COVER.
           MOVE "N" TO WS-SCF-FOUND-SW
           MOVE 1 TO WS-SCF-OPEN-IDX
           PERFORM SEARCH-OPEN-COVER
               UNTIL WS-SCF-OPEN-IDX > WS-SCF-COUNT
                  OR SCF-FOUND.

       SEARCH-OPEN-COVER.
           IF WS-SCF-TAG(WS-SCF-OPEN-IDX) = "C"
              AND WS-SCF-SPN-ID(WS-SCF-OPEN-IDX) = WS-SPR-SPN-STR
              AND WS-SCF-STU-ID(WS-SCF-OPEN-IDX) = WS-SPR-ID-STR
              AND WS-SCF-TERM(WS-SCF-OPEN-IDX) = WS-SLR-REF-TERM
               MOVE "Y" TO WS-SCF-FOUND-SW
           ELSE
               ADD 1 TO WS-SCF-OPEN-IDX
           END-IF.

      *the refused cover comes off the sponsor's carried row and
      *goes back on the student's carry-forward under the term it
      *was billed in, so tonight's arrears pick it up; the "L" row
      *is what stops the next run posting it again, and what the
      *journal books it from
       POST-LATE-REFUSAL.
           SUBTRACT WS-SLR-POST-AMT FROM WS-SCF-AMT(WS-SCF-OPEN-IDX)
           ADD 1 TO WS-SCF-COUNT
           MOVE "L" TO WS-SCF-TAG(WS-SCF-COUNT)
           MOVE WS-SPR-SPN-STR TO WS-SCF-SPN-ID(WS-SCF-COUNT)
           MOVE WS-SPR-ID-STR TO WS-SCF-STU-ID(WS-SCF-COUNT)
           MOVE WS-SLR-REF-TERM TO WS-SCF-TERM(WS-SCF-COUNT)
           MOVE WS-SLR-POST-AMT TO WS-SCF-AMT(WS-SCF-COUNT)
           MOVE WS-CURRENT-TERM TO WS-SCF-POST-TERM(WS-SCF-COUNT)
           MOVE "N" TO WS-SCF-APPLIED-SW(WS-SCF-COUNT)
           ADD 1 TO WS-CF-COUNT
           MOVE WS-SPR-ID-STR TO WS-CF-ID(WS-CF-COUNT)
           MOVE WS-SLR-REF-TERM TO WS-CF-TERM(WS-CF-COUNT)
           MOVE WS-SLR-POST-AMT TO WS-CF-AMT(WS-CF-COUNT)
           MOVE "N" TO WS-CF-APPLIED-SW(WS-CF-COUNT)
           DISPLAY "LATE SPONSOR REFUSAL POSTED: " WS-SPR-SPN-STR
                   " ID " WS-SPR-ID-STR " TERM " WS-SLR-REF-TERM
                   " AMT " WS-SLR-POST-AMT.

      *read the sponsor balances carried out of earlier runs - a
      *missing file just means no sponsor owes anything from before
       LOAD-SPONSOR-CARRY.
           OPEN INPUT SPONSOR-CARRY-FILE
           IF WS-SCF-FILE-STATUS NOT = "00"
               DISPLAY "HW2-SPONSOR-CARRY.DAT NOT AVAILABLE - STATUS "
                       WS-SCF-FILE-STATUS
                       " - NO SPONSOR BALANCES CARRIED"
           ELSE
               PERFORM UNTIL EOF-SCF = "Y"
                   READ SPONSOR-CARRY-FILE
                       AT END
                           MOVE "Y" TO EOF-SCF
                       NOT AT END
                           IF SCF-TAG = "C"
                              AND TERM-ACTIVE
                              AND SCF-TERM = WS-CURRENT-TERM
                               CONTINUE
                           ELSE
                               PERFORM STORE-SPONSOR-CARRY
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SPONSOR-CARRY-FILE
           END-IF.

       STORE-SPONSOR-CARRY.
           IF WS-SCF-COUNT >= WS-MAX-SCF
               DISPLAY "SPONSOR CARRY TABLE FULL - ROW SKIPPED: "
                       SCF-SPN-ID " ID " SCF-STU-ID
           ELSE
               ADD 1 TO WS-SCF-COUNT
               MOVE SCF-TAG TO WS-SCF-TAG(WS-SCF-COUNT)
               MOVE SCF-SPN-ID TO WS-SCF-SPN-ID(WS-SCF-COUNT)
               MOVE SCF-STU-ID TO WS-SCF-STU-ID(WS-SCF-COUNT)
               MOVE SCF-TERM TO WS-SCF-TERM(WS-SCF-COUNT)
               MOVE SCF-AMT TO WS-SCF-AMT(WS-SCF-COUNT)
               MOVE SCF-POST-TERM TO WS-SCF-POST-TERM(WS-SCF-COUNT)
               MOVE "N" TO WS-SCF-APPLIED-SW(WS-SCF-COUNT)
           END-IF.

      *read the reversals once, proving each one against the
      *payment it names with a keyed read of PAY-INDEX-FILE - a
      *missing file just means no payment bounced this run
           ADD 1 TO WS-REV-LINE-NO
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
                       INVALID KEY
                           PERFORM REJECT-REV-ROW
                       NOT INVALID KEY
                           PERFORM AUTHORIZE-REVERSAL
                           IF WS-AUTH-REASON NOT = SPACES
                               PERFORM HOLD-REV-ROW
                           ELSE
                               PERFORM STORE-ONE-REVERSAL
                           END-IF
                   END-READ
               END-IF
           END-IF.
               END-IF
           END-IF.

      *the reversal is judged on the payment it nets back out, and
      *an NSF penalty riding on it is judged in its own right as a
      *PENALTY by the same two operators - if either fails, the
      *whole row is held and the payment still counts; the held row
      *is always listed as the REVERSAL of the payment it names, a
      *failed penalty only showing in the reason
       AUTHORIZE-REVERSAL.
           MOVE "REVERSAL" TO WS-AUTH-TYPE
           MOVE PI-PAY-AMT TO WS-AUTH-AMT
           MOVE FUNCTION TRIM(WS-REV-ENTER-STR) TO WS-AUTH-ENTERER
           MOVE FUNCTION TRIM(WS-REV-APPR-STR) TO WS-AUTH-APPROVER
           PERFORM AUTHORIZE-ROW
           IF WS-AUTH-REASON = SPACES
              AND WS-REV-PEN-STR NOT = SPACES
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

      *an over-limit penalty waits on a supervisor like any other -
      *every other failure means the operators may not key one
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

       HOLD-REV-ROW.
           MOVE "REVERSAL" TO WS-HELD-SOURCE
           MOVE WS-REV-LINE-NO TO WS-HELD-LINE-NO
           MOVE PI-PAY-ID TO WS-HELD-ID
           MOVE PI-PAY-AMT TO WS-HELD-ROW-AMT
           PERFORM WRITE-PENDING-LINE.

      *the NSF penalty lands in the adjustments table as one more
      *PENALTY row for the student, so the due computation, the
      *adjustment summary, and the statement all pick it up without
                       ADD WS-ADJ-TAB-AMT(WS-ADJ-SEARCH-IDX)
                         TO WS-ADJ-PENALTY-AMT
                       ADD 1 TO WS-ADJ-PENALTY-CNT
                   WHEN "COMMISSION"
                       ADD WS-ADJ-TAB-AMT(WS-ADJ-SEARCH-IDX)
                         TO WS-ADJ-COMMISSION-AMT
                       ADD 1 TO WS-ADJ-COMMISSION-CNT
               END-EVALUATE
           END-IF.

      *take this student's sponsored share off the bill: each
      *coverage row naming the student takes its percent of, or
      *its cap against, the fallen-due amount of every fee type it
      *covers that another sponsor has not already taken; the
      *refusals are then handed back, and what is left is the net
      *cover that comes off DUE-AMT
       FIND-SPONSOR-COVER.
           MOVE 0 TO WS-SPN-COVER-AMT
           COMPUTE WS-SPC-STU-FIRST = WS-SPC-COUNT + 1
           PERFORM APPLY-ONE-SPONSOR-AUTH
               VARYING WS-SPA-SEARCH-IDX FROM 1 BY 1
               UNTIL WS-SPA-SEARCH-IDX > WS-SPA-COUNT
           PERFORM SETTLE-ONE-STU-COVER
               VARYING WS-SPC-SEARCH-IDX FROM WS-SPC-STU-FIRST BY 1
               UNTIL WS-SPC-SEARCH-IDX > WS-SPC-COUNT.

       APPLY-ONE-SPONSOR-AUTH.
           IF WS-SPA-STU-ID(WS-SPA-SEARCH-IDX) = WS-STU-ID
               MOVE WS-SPA-LIMIT(WS-SPA-SEARCH-IDX) TO WS-SPN-CAP-LEFT
               PERFORM COVER-ONE-STU-FEE
                   VARYING WS-SF-SEARCH-IDX FROM 1 BY 1
                   UNTIL WS-SF-SEARCH-IDX > WS-STU-FEE-COUNT
           END-IF.

      *a cap runs down across the types the row covers, in
      *enrollment order
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
                       IF WS-SF-FIRST-DUE(WS-SF-SEARCH-IDX) > 0
                          AND (WS-SPC-BASIS-DATE(WS-SPC-SEARCH-IDX)
                                 = 0
                            OR WS-SF-FIRST-DUE(WS-SF-SEARCH-IDX)
                                 < WS-SPC-BASIS-DATE(WS-SPC-SEARCH-IDX))
                           MOVE WS-SF-FIRST-DUE(WS-SF-SEARCH-IDX)
                             TO WS-SPC-BASIS-DATE(WS-SPC-SEARCH-IDX)
                       END-IF
                   ELSE
                       DISPLAY "SPONSOR COVER TABLE FULL - NOT "
                               "COVERED: "
                               WS-SPA-SPN-ID(WS-SPA-SEARCH-IDX)
                               " ID " WS-STU-ID
                   END-IF
               END-IF
           END-IF.

      *this student's entry for the coverage row's sponsor, opened
      *on the first slice it takes - left in WS-SPC-SEARCH-IDX
       FIND-STUDENT-COVER.
           MOVE "N" TO WS-SPC-FOUND-SW
           MOVE WS-SPC-STU-FIRST TO WS-SPC-SEARCH-IDX
           PERFORM SEARCH-COVER-TABLE
               UNTIL WS-SPC-SEARCH-IDX > WS-SPC-COUNT
                  OR SPC-FOUND
           IF SPC-NOT-FOUND AND WS-SPC-COUNT < WS-MAX-SPC
               ADD 1 TO WS-SPC-COUNT
               MOVE WS-SPC-COUNT TO WS-SPC-SEARCH-IDX
               MOVE WS-SPA-SPN-ID(WS-SPA-SEARCH-IDX)
                 TO WS-SPC-SPN-ID(WS-SPC-SEARCH-IDX)
               MOVE WS-STU-ID TO WS-SPC-STU-ID(WS-SPC-SEARCH-IDX)
               MOVE 0 TO WS-SPC-COVERED(WS-SPC-SEARCH-IDX)
               MOVE 0 TO WS-SPC-REFUSED(WS-SPC-SEARCH-IDX)
               MOVE 0 TO WS-SPC-BASIS-DATE(WS-SPC-SEARCH-IDX)
               MOVE "Y" TO WS-SPC-FOUND-SW
           END-IF.

       SEARCH-COVER-TABLE.
           IF WS-SPC-SPN-ID(WS-SPC-SEARCH-IDX)
                = WS-SPA-SPN-ID(WS-SPA-SEARCH-IDX)
               MOVE "Y" TO WS-SPC-FOUND-SW
           ELSE
               ADD 1 TO WS-SPC-SEARCH-IDX
           END-IF.

      *a sponsor can only refuse what it was billed - anything
      *more is ignored rather than charged to the student twice
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

      *adjustments section of the due report, alongside the fee-type
      *totals: what the run applied, broken out by code
       WRITE-ADJUSTMENT-SUMMARY.
           DISPLAY "ADJUSTMENTS APPLIED THIS RUN"
           MOVE SPACES TO REPORT-LINE
           STRING "ADJUSTMENTS APPLIED THIS RUN" DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
                  WS-ADJ-PENALTY-CNT DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE WS-ADJ-COMMISSION-AMT TO WS-RPT-SIGNED-AMT
           DISPLAY "COMMISN: " WS-RPT-SIGNED-AMT
                   "  COUNT: " WS-ADJ-COMMISSION-CNT
           MOVE SPACES TO REPORT-LINE
           STRING "COMMISN: " DELIMITED BY SIZE
                  WS-RPT-SIGNED-AMT DELIMITED BY SIZE
                  "  COUNT: " DELIMITED BY SIZE
                  WS-ADJ-COMMISSION-CNT DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
      *withdrawal proration is not an adjustment row, but it comes
      *off the bill the same way, so it is totalled alongside them
           COMPUTE WS-RPT-SIGNED-AMT = WS-PRORATE-TOTAL * -1
           DISPLAY "PRORATE: " WS-RPT-SIGNED-AMT
                   "  COUNT: " WS-PRORATE-CNT
                   "  INSTALLMENTS CANCELLED: " WS-SCHED-CANCEL-CNT
           MOVE SPACES TO REPORT-LINE
           STRING "PRORATE: " DELIMITED BY SIZE
                  WS-RPT-SIGNED-AMT DELIMITED BY SIZE
                  "  COUNT: " DELIMITED BY SIZE
                  WS-PRORATE-CNT DELIMITED BY SIZE
                  "  INSTALLMENTS CANCELLED: " DELIMITED BY SIZE
                  WS-SCHED-CANCEL-CNT DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE.

      *read last run's delinquency streaks once into memory - a
                  WS-DUN-LEVEL-2-CNT DELIMITED BY SIZE
                  "  LEVEL 3: " DELIMITED BY SIZE
                  WS-DUN-LEVEL-3-CNT DELIMITED BY SIZE
                  "  AT AGENCY, NO LETTER: " DELIMITED BY SIZE
                  WS-DUN-PLACED-CNT DELIMITED BY SIZE
               INTO DUNNING-LINE
           END-STRING
           WRITE DUNNING-LINE
           DISPLAY "DUNNING LEVELS - 1: " WS-DUN-LEVEL-1-CNT
                   "  2: " WS-DUN-LEVEL-2-CNT
                   "  3: " WS-DUN-LEVEL-3-CNT
                   "  AT AGENCY: " WS-DUN-PLACED-CNT
           CLOSE DUNNING-FILE
           IF LIVE-RUN
               CLOSE DELINQ-HISTORY-FILE
                   END-IF
               END-IF
           END-IF
      *an account out with the collection agency gets the agency's
      *letters - it is counted, and its streak and hold still roll,
      *but no letter line goes on tonight's extract
           PERFORM FIND-PLACED
           IF PLACED-FOUND
               ADD 1 TO WS-DUN-PLACED-CNT
           ELSE
               PERFORM WRITE-DUNNING-LETTER
           END-IF.

       WRITE-DUNNING-LETTER.
           MOVE SPACES TO DUNNING-LINE
           STRING "LVL " DELIMITED BY SIZE
                  WS-DUN-LEVEL DELIMITED BY SIZE
               WRITE DUNNING-LINE
           END-IF.

      *read the open agency placements once into memory - a
      *missing file just means nobody has ever been placed
       LOAD-PLACED.
           OPEN INPUT PLACED-FILE
           IF WS-PL-FILE-STATUS NOT = "00"
               DISPLAY "HW2-PLACED.DAT NOT AVAILABLE - STATUS "
                       WS-PL-FILE-STATUS
                       " - NO ACCOUNTS AT AGENCY"
           ELSE
               PERFORM UNTIL EOF-PL = "Y"
                   READ PLACED-FILE
                       AT END
                           MOVE "Y" TO EOF-PL
                       NOT AT END
                           IF PL-STATUS = "P"
                               IF WS-PLACED-COUNT >= WS-MAX-PLACED
                                   DISPLAY "PLACED TABLE FULL - "
                                           "ROW SKIPPED: " PL-STU-ID
                               ELSE
                                   ADD 1 TO WS-PLACED-COUNT
                                   MOVE PL-STU-ID
                                     TO WS-PLACED-ID(WS-PLACED-COUNT)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PLACED-FILE
           END-IF.

       FIND-PLACED.
           MOVE "N" TO WS-PLACED-FOUND-SW
           MOVE 1 TO WS-PLACED-SEARCH-IDX
           PERFORM SEARCH-PLACED-TABLE
               UNTIL WS-PLACED-SEARCH-IDX > WS-PLACED-COUNT
                  OR PLACED-FOUND.

       SEARCH-PLACED-TABLE.
           IF WS-PLACED-ID(WS-PLACED-SEARCH-IDX)
                = WS-AGING-ID(WS-AGING-IDX)
               MOVE "Y" TO WS-PLACED-FOUND-SW
           ELSE
               ADD 1 TO WS-PLACED-SEARCH-IDX
           END-IF.

      *read the holds already on request once into memory - a
      *missing file just means no holds have ever been asked for
       LOAD-HOLDS-REQUESTED.
               WRITE CARRY-FORWARD-RECORD
           END-IF.

      *rewrite the sponsor carry file on the carry-forward's terms -
      *nothing on a trial run or with no term file on hand
       WRITE-SPONSOR-CARRY.
           IF TRIAL-RUN
               DISPLAY "TRIAL RUN - SPONSOR CARRY NOT REWRITTEN"
           ELSE
               IF TERM-NOT-ACTIVE
                   DISPLAY "SPONSOR CARRY NOT REWRITTEN - "
                           "NO TERM FILE ON HAND"
               ELSE
                   OPEN OUTPUT SPONSOR-CARRY-FILE
                   PERFORM WRITE-ONE-SPONSOR-CARRY
                       VARYING WS-SPN-SEARCH-IDX FROM 1 BY 1
                       UNTIL WS-SPN-SEARCH-IDX > WS-SPN-COUNT
                   PERFORM CARRY-ONE-SPONSOR-ROW
                       VARYING WS-SCF-SEARCH-IDX FROM 1 BY 1
                       UNTIL WS-SCF-SEARCH-IDX > WS-SCF-COUNT
                   CLOSE SPONSOR-CARRY-FILE
               END-IF
           END-IF.

      *a sponsor's earlier-term rows ride through as they stand
      *while they still net to an amount owed - tonight's cash is
      *never spent against them, since it is filed under the
      *current term and a rerun has to find the earlier rows just
      *as the first run of the term did; once they net to nothing
      *or to credit they are settled, and only the credit, if any,
      *rides on as one row under the earliest of their terms.
      *Tonight's net cover is filed per student, and tonight's
      *payments as one negative row, both under the current term
       WRITE-ONE-SPONSOR-CARRY.
           MOVE 0 TO WS-SCF-OPEN-AMT
           MOVE SPACES TO SCF-TERM
           PERFORM SUM-ONE-PRIOR-ROW
               VARYING WS-SCF-SEARCH-IDX FROM 1 BY 1
               UNTIL WS-SCF-SEARCH-IDX > WS-SCF-COUNT
           IF SCF-TERM NOT = SPACES
              AND WS-SCF-OPEN-AMT <= 0
               PERFORM SETTLE-ONE-PRIOR-ROW
                   VARYING WS-SCF-SEARCH-IDX FROM 1 BY 1
                   UNTIL WS-SCF-SEARCH-IDX > WS-SCF-COUNT
               IF WS-SCF-OPEN-AMT < 0
                   MOVE SPACES TO SCF-STU-ID
                   PERFORM WRITE-ONE-SCF-ROW
               END-IF
           END-IF
           MOVE WS-CURRENT-TERM TO SCF-TERM
           PERFORM FILE-ONE-COVER-ROW
               VARYING WS-SPC-SEARCH-IDX FROM 1 BY 1
               UNTIL WS-SPC-SEARCH-IDX > WS-SPC-COUNT
           IF WS-SPN-PAID(WS-SPN-SEARCH-IDX) > 0
               COMPUTE WS-SCF-OPEN-AMT =
                   WS-SPN-PAID(WS-SPN-SEARCH-IDX) * -1
               MOVE SPACES TO SCF-STU-ID
               PERFORM WRITE-ONE-SCF-ROW
           END-IF.

      *the sponsor's earlier-term "C" rows summed, the first one's
      *term kept for a settled credit to ride under
       SUM-ONE-PRIOR-ROW.
           IF WS-SCF-TAG(WS-SCF-SEARCH-IDX) = "C"
              AND WS-SCF-SPN-ID(WS-SCF-SEARCH-IDX)
                    = WS-SPN-ID(WS-SPN-SEARCH-IDX)
               ADD WS-SCF-AMT(WS-SCF-SEARCH-IDX) TO WS-SCF-OPEN-AMT
               IF SCF-TERM = SPACES
                   MOVE WS-SCF-TERM(WS-SCF-SEARCH-IDX) TO SCF-TERM
               END-IF
           END-IF.

       SETTLE-ONE-PRIOR-ROW.
           IF WS-SCF-TAG(WS-SCF-SEARCH-IDX) = "C"
              AND WS-SCF-SPN-ID(WS-SCF-SEARCH-IDX)
                    = WS-SPN-ID(WS-SPN-SEARCH-IDX)
               MOVE "Y" TO WS-SCF-APPLIED-SW(WS-SCF-SEARCH-IDX)
           END-IF.

      *one student's cover tonight, net of what the sponsor refused
       FILE-ONE-COVER-ROW.
           IF WS-SPC-SPN-ID(WS-SPC-SEARCH-IDX)
                = WS-SPN-ID(WS-SPN-SEARCH-IDX)
               COMPUTE WS-SCF-OPEN-AMT =
                   WS-SPC-COVERED(WS-SPC-SEARCH-IDX)
                 - WS-SPC-REFUSED(WS-SPC-SEARCH-IDX)
               IF WS-SCF-OPEN-AMT > 0
                   MOVE WS-SPC-STU-ID(WS-SPC-SEARCH-IDX) TO SCF-STU-ID
                   PERFORM WRITE-ONE-SCF-ROW
               END-IF
           END-IF.

      *one "C" row for the sponsor in WS-SPN-SEARCH-IDX, under the
      *term already in SCF-TERM
       WRITE-ONE-SCF-ROW.
           MOVE "C" TO SCF-TAG
           MOVE WS-SPN-ID(WS-SPN-SEARCH-IDX) TO SCF-SPN-ID
           MOVE WS-SCF-OPEN-AMT TO SCF-AMT
           MOVE SPACES TO SCF-POST-TERM
           WRITE SPONSOR-CARRY-RECORD.

      *the late-refusal ledger always rides through, and so does
      *every earlier-term "C" row not settled above
       CARRY-ONE-SPONSOR-ROW.
           IF WS-SCF-TAG(WS-SCF-SEARCH-IDX) = "L"
              OR WS-SCF-APPLIED-SW(WS-SCF-SEARCH-IDX) = "N"
               MOVE WS-SCF-TAG(WS-SCF-SEARCH-IDX) TO SCF-TAG
               MOVE WS-SCF-SPN-ID(WS-SCF-SEARCH-IDX) TO SCF-SPN-ID
               MOVE WS-SCF-STU-ID(WS-SCF-SEARCH-IDX) TO SCF-STU-ID
               MOVE WS-SCF-TERM(WS-SCF-SEARCH-IDX) TO SCF-TERM
               MOVE WS-SCF-AMT(WS-SCF-SEARCH-IDX) TO SCF-AMT
               MOVE WS-SCF-POST-TERM(WS-SCF-SEARCH-IDX)
                 TO SCF-POST-TERM
               WRITE SPONSOR-CARRY-RECORD
           END-IF.

      *read the installment schedule once into WS-SCHED-TABLE - a
      *missing file is not an error, every fee type just bills as
      *one lump sum the way it always has
                   END-READ
               END-PERFORM
               CLOSE SCHEDULE-FILE
               PERFORM DROP-SUPERSEDED-SCHEDULE
           END-IF.

      *one installment row: fee type, installment seq, amount, due
      *date (YYYYMMDD), optional term - a row with no term stands
      *for every term the type has no rows of its own in; malformed
      *rows go to the reject list like
      *every other bad input row
       PARSE-SCHEDULE-ROW.
           ADD 1 TO WS-SCHED-LINE-NO
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
      *an installment row stamped with another term belongs to that
      *term's plan - left out of this run, not rejected
           IF TERM-ACTIVE
              AND WS-SCHED-TERM-STR NOT = SPACES
              AND FUNCTION TRIM(WS-SCHED-TERM-STR)
                    NOT = WS-CURRENT-TERM
               CONTINUE
           ELSE
               PERFORM LOAD-ONE-SCHEDULE-ROW
           END-IF.

       LOAD-ONE-SCHEDULE-ROW.
           IF WS-SCHED-TYPE-STR = SPACES
              OR FUNCTION TEST-NUMVAL(
                   FUNCTION TRIM(WS-SCHED-SEQ-STR)) NOT = 0
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

      *a fee type with installment rows stamped with this term bills
      *off those alone - its standing rows are blanked out of the
      *table so no installment walk ever matches them
       DROP-SUPERSEDED-SCHEDULE.
           PERFORM DROP-ONE-SUPERSEDED-ROW
               VARYING WS-SCHED-SUB FROM 1 BY 1
               UNTIL WS-SCHED-SUB > WS-SCHED-COUNT.

       DROP-ONE-SUPERSEDED-ROW.
           IF WS-SCHED-DATED-SW(WS-SCHED-SUB) = "N"
               MOVE "N" TO WS-SCHED-MATCH-SW
               PERFORM CHECK-ONE-DATED-ROW
                   VARYING WS-SCHED-IDX FROM 1 BY 1
                   UNTIL WS-SCHED-IDX > WS-SCHED-COUNT
               IF SCHED-MATCHED
                   MOVE SPACES TO WS-SCHED-TYPE(WS-SCHED-SUB)
               END-IF
           END-IF.

       CHECK-ONE-DATED-ROW.
           IF WS-SCHED-DATED-SW(WS-SCHED-IDX) = "Y"
              AND WS-SCHED-TYPE(WS-SCHED-IDX)
                    = WS-SCHED-TYPE(WS-SCHED-SUB)
               MOVE "Y" TO WS-SCHED-MATCH-SW
           END-IF.

      *log a malformed HW2-Fee-Schedule.csv row instead of letting
      *NUMVAL choke on it - the installment is left out of the table
       REJECT-SCHEDULE-ROW.
      *WS-SCHED-LOOKUP-TYPE - a fee type with schedule rows owes
      *only the fallen-due installments; on the way past, note the
      *earliest fallen-due installment the payments on file do not
      *cover, which is what the aging buckets should measure from;
      *an installment falling due after the student withdrew from
      *the type is cancelled outright instead of being aged
       CHECK-ONE-INSTALLMENT.
           IF WS-SCHED-TYPE(WS-SCHED-IDX) = WS-SCHED-LOOKUP-TYPE
               MOVE "Y" TO WS-SCHED-MATCH-SW
               IF WD-FOUND
                  AND WS-SCHED-DUE-DATE(WS-SCHED-IDX)
                        > WS-WD-LOOKUP-DATE
                   ADD 1 TO WS-SCHED-CANCEL-CNT
               ELSE
                   IF WS-SCHED-DUE-DATE(WS-SCHED-IDX)
                        <= WS-RUN-DATE-N
                       ADD WS-SCHED-AMT(WS-SCHED-IDX)
                         TO WS-FEE-DUE-AMT
                       ADD WS-SCHED-AMT(WS-SCHED-IDX)
                         TO WS-SCHED-CUM-AMT
                       IF WS-SF-FIRST-DUE(WS-SF-SEARCH-IDX) = 0
                          OR WS-SCHED-DUE-DATE(WS-SCHED-IDX)
                               < WS-SF-FIRST-DUE(WS-SF-SEARCH-IDX)
                           MOVE WS-SCHED-DUE-DATE(WS-SCHED-IDX)
                             TO WS-SF-FIRST-DUE(WS-SF-SEARCH-IDX)
                       END-IF
                       IF WS-SCHED-BASIS-DATE = 0
                          AND WS-SCHED-CUM-AMT > WS-PAY-AMT
                           MOVE WS-SCHED-DUE-DATE(WS-SCHED-IDX)
                             TO WS-SCHED-BASIS-DATE
                       END-IF
                   END-IF
               END-IF
           END-IF.
           END-STRING
           WRITE REJECT-LINE.

      *read the withdrawals once into WS-WD-TABLE - a missing file
      *just means nobody has withdrawn and every fee bills in full
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

      *one withdrawal row: student id, fee type or ALL, withdrawal
      *date, term - another term's withdrawals are left out, not
      *rejected
       PARSE-WD-ROW.
           ADD 1 TO WS-WD-LINE-NO
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
               IF WS-WD-ID-STR = SPACES
                  OR WS-WD-TYPE-STR = SPACES
                  OR FUNCTION TEST-NUMVAL(WS-WD-DATE-STR) NOT = 0
                   PERFORM REJECT-WD-ROW
               ELSE
                   IF WS-WD-COUNT >= WS-MAX-WD
                       PERFORM REJECT-WD-ROW
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

      *log a malformed HW2-Withdrawals.csv row instead of prorating
      *a blank student's fees off it
       REJECT-WD-ROW.
           ADD 1 TO WS-REJECT-COUNT
           DISPLAY "REJECTED WITHDRAWAL ROW " WS-WD-LINE-NO
                   ": " WITHDRAWALS-LINE
           MOVE SPACES TO REJECT-LINE
           STRING "WITHDRAWAL LINE " DELIMITED BY SIZE
                  WS-WD-LINE-NO    DELIMITED BY SIZE
                  ": "             DELIMITED BY SIZE
                  WITHDRAWALS-LINE DELIMITED BY SIZE
               INTO REJECT-LINE
           END-STRING
           WRITE REJECT-LINE.

      *read the refund-percentage bands once into WS-RP-TABLE - with
      *no bands on file a withdrawal refunds nothing, but the
      *installments after the withdrawal date are still cancelled
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

      *one band: fee type or ALL, last withdrawal date the band
      *covers, percent of the fee refunded, optional term
       PARSE-RP-ROW.
           ADD 1 TO WS-RP-LINE-NO
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
               IF WS-RP-TYPE-STR = SPACES
                  OR FUNCTION TEST-NUMVAL(WS-RP-DATE-STR) NOT = 0
                  OR FUNCTION TEST-NUMVAL(WS-RP-PCT-STR) NOT = 0
                   PERFORM REJECT-RP-ROW
               ELSE
                   IF FUNCTION NUMVAL(WS-RP-PCT-STR) > 100
                      OR WS-RP-COUNT >= WS-MAX-RP
                       PERFORM REJECT-RP-ROW
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

      *log a malformed HW2-Refund-Pct.csv row instead of refunding
      *off a bad band
       REJECT-RP-ROW.
           ADD 1 TO WS-REJECT-COUNT
           DISPLAY "REJECTED REFUND PCT ROW " WS-RP-LINE-NO
                   ": " REFUND-PCT-LINE
           MOVE SPACES TO REJECT-LINE
           STRING "REFUND PCT LINE " DELIMITED BY SIZE
                  WS-RP-LINE-NO    DELIMITED BY SIZE
                  ": "             DELIMITED BY SIZE
                  REFUND-PCT-LINE  DELIMITED BY SIZE
               INTO REJECT-LINE
           END-STRING
           WRITE REJECT-LINE.

      *read FEES-FILE once up front, building both the fee-type
      *summary table and the indexed fee-lookup copy used by
      *PRICE-ONE-STU-FEE
               END-READ
           END-PERFORM
           PERFORM VERIFY-FEE-BATCH
      *the index is written from the finished table, so a type's
      *own-term row has already displaced its standing row
           PERFORM WRITE-ONE-FEE-INDEX
               VARYING WS-FT-IDX FROM 1 BY 1
               UNTIL WS-FT-IDX > WS-FEE-TYPE-COUNT
           CLOSE FEES-INDEX-FILE.

       WRITE-ONE-FEE-INDEX.
           MOVE WS-FT-TYPE(WS-FT-IDX) TO FI-FEE-TYPE
           MOVE WS-FT-FEE-AMT(WS-FT-IDX) TO FI-FEE-AMT
           WRITE FEES-INDEX-RECORD
           IF WS-FI-STATUS NOT = "00"
               DISPLAY "ERROR WRITING FEES INDEX - "
                       "STATUS " WS-FI-STATUS
                       " TYPE " WS-FT-TYPE(WS-FT-IDX)
           END-IF.

      *route one physical FEES-FILE line: an "H," first line arms
      *the batch check, a "T," line under an armed check is the
      *trailer, everything else is a data row counted against it
               END-IF
           END-IF.

      *a type already in the table is either a standing row being
      *displaced by this term's own row (or the other way round,
      *left alone) or a true duplicate, which is rejected
       LOAD-ONE-FEE-ROW.
           IF WS-FEE-TYPE = SPACES
              OR FUNCTION TEST-NUMVAL(
                   FUNCTION TRIM(WS-FEE-AMT-STR)) NOT = 0
               PERFORM REJECT-FEE-ROW
           ELSE
               MOVE FUNCTION TRIM(WS-FEE-TYPE) TO WS-FT-LOOKUP-TYPE
               MOVE "N" TO WS-FT-FOUND-SW
               MOVE 1 TO WS-FT-SEARCH-IDX
               PERFORM SEARCH-FEE-TYPE
                   UNTIL WS-FT-SEARCH-IDX > WS-FEE-TYPE-COUNT
                      OR FT-FOUND
               IF FT-FOUND
                   PERFORM MERGE-DATED-FEE-ROW
               ELSE
                   PERFORM ADD-FEE-TYPE-ROW
               END-IF
           END-IF.

       ADD-FEE-TYPE-ROW.
           IF WS-FEE-TYPE-COUNT >= WS-MAX-FEE-TYPES
               PERFORM REJECT-FEE-ROW
           ELSE
               ADD 1 TO WS-FEE-TYPE-COUNT
               MOVE FUNCTION TRIM(WS-FEE-TYPE)
                 TO WS-FT-TYPE(WS-FEE-TYPE-COUNT)
               MOVE 0
                 TO WS-FT-RECEIVED(WS-FEE-TYPE-COUNT)
               MOVE 0
                 TO WS-FT-STU-COUNT(WS-FEE-TYPE-COUNT)
               MOVE FUNCTION NUMVAL(
                   FUNCTION TRIM(WS-FEE-AMT-STR))
                 TO WS-FT-FEE-AMT(WS-FEE-TYPE-COUNT)
               IF WS-FEE-TERM-STR = SPACES
                   MOVE "N" TO WS-FT-DATED-SW(WS-FEE-TYPE-COUNT)
               ELSE
                   MOVE "Y" TO WS-FT-DATED-SW(WS-FEE-TYPE-COUNT)
               END-IF
           END-IF.

       MERGE-DATED-FEE-ROW.
           IF WS-FEE-TERM-STR NOT = SPACES
              AND WS-FT-DATED-SW(WS-FT-SEARCH-IDX) = "N"
               MOVE FUNCTION NUMVAL(
                   FUNCTION TRIM(WS-FEE-AMT-STR))
                 TO WS-FT-FEE-AMT(WS-FT-SEARCH-IDX)
               MOVE "Y" TO WS-FT-DATED-SW(WS-FT-SEARCH-IDX)
           ELSE
               IF WS-FEE-TERM-STR = SPACES
                  AND WS-FT-DATED-SW(WS-FT-SEARCH-IDX) = "Y"
                   CONTINUE
               ELSE
                   PERFORM REJECT-FEE-ROW
               END-IF
           END-IF.

           END-STRING
           WRITE REPORT-LINE.

      *the aging entries out for the late-fee assessment - a trial
      *run leaves last night's extract exactly as it stands
       WRITE-AGING-EXTRACT.
           IF TRIAL-RUN
               DISPLAY "TRIAL RUN - AGING EXTRACT NOT REWRITTEN"
           ELSE
               OPEN OUTPUT AGING-EXTRACT-FILE
               PERFORM WRITE-ONE-AGING-EXTRACT
                   VARYING WS-AGING-IDX FROM 1 BY 1
                   UNTIL WS-AGING-IDX > WS-AGING-COUNT
               CLOSE AGING-EXTRACT-FILE
           END-IF.

       WRITE-ONE-AGING-EXTRACT.
           MOVE SPACES TO AGING-EXTRACT-RECORD
           MOVE WS-AGING-ID(WS-AGING-IDX) TO AGX-STU-ID
           MOVE WS-AGING-DUE(WS-AGING-IDX) TO AGX-DUE
           MOVE WS-AGING-DAYS(WS-AGING-IDX) TO AGX-DAYS
           MOVE WS-AGING-PAID(WS-AGING-IDX) TO AGX-PAID
           MOVE WS-AGING-PAID-SW(WS-AGING-IDX) TO AGX-PAID-SW
           MOVE WS-CURRENT-TERM TO AGX-TERM
           MOVE WS-RUN-DATE-N TO AGX-DATE
           WRITE AGING-EXTRACT-RECORD.

      *one aging detail line, accumulating the entry into its bucket
      *on the way past
       WRITE-AGING-LINE.
           END-STRING
           WRITE REPORT-LINE.

      *seed each sponsor with what it carried out of earlier terms,
      *roll tonight's cover entries up on top, then set each
      *sponsor's receivable against what it has paid under its own
      *id - run after the student loop so a restart's restored
      *entries are rolled up with tonight's
       SETTLE-SPONSORS.
           IF TERM-ACTIVE
               PERFORM SEED-ONE-CARRIED
                   VARYING WS-SCF-SEARCH-IDX FROM 1 BY 1
                   UNTIL WS-SCF-SEARCH-IDX > WS-SCF-COUNT
           END-IF
           PERFORM ROLL-ONE-COVER
               VARYING WS-SPC-SEARCH-IDX FROM 1 BY 1
               UNTIL WS-SPC-SEARCH-IDX > WS-SPC-COUNT
           PERFORM SETTLE-ONE-SPONSOR
               VARYING WS-SPN-SEARCH-IDX FROM 1 BY 1
               UNTIL WS-SPN-SEARCH-IDX > WS-SPN-COUNT.

      *a "C" row adds to its sponsor's carried balance; an "L" row
      *posted this term counts toward the late refusals the
      *journal books - a row for a sponsor gone from file is left
      *to ride through the rewrite untouched
       SEED-ONE-CARRIED.
           MOVE WS-SCF-SPN-ID(WS-SCF-SEARCH-IDX) TO WS-SPN-LOOKUP-ID
           PERFORM FIND-SPONSOR
           IF SPN-FOUND
               IF WS-SCF-TAG(WS-SCF-SEARCH-IDX) = "C"
                   ADD WS-SCF-AMT(WS-SCF-SEARCH-IDX)
                     TO WS-SPN-CARRIED(WS-SPN-SEARCH-IDX)
               ELSE
                   IF WS-SCF-POST-TERM(WS-SCF-SEARCH-IDX)
                        = WS-CURRENT-TERM
                       ADD WS-SCF-AMT(WS-SCF-SEARCH-IDX)
                         TO WS-SPN-LATE-REF(WS-SPN-SEARCH-IDX)
                   END-IF
               END-IF
           END-IF.

       ROLL-ONE-COVER.
           MOVE WS-SPC-SPN-ID(WS-SPC-SEARCH-IDX) TO WS-SPN-LOOKUP-ID
           PERFORM FIND-SPONSOR
           IF SPN-FOUND
               ADD WS-SPC-COVERED(WS-SPC-SEARCH-IDX)
                 TO WS-SPN-BILLED(WS-SPN-SEARCH-IDX)
               ADD WS-SPC-REFUSED(WS-SPC-SEARCH-IDX)
                 TO WS-SPN-REFUSED(WS-SPN-SEARCH-IDX)
               ADD 1 TO WS-SPN-STU-CNT(WS-SPN-SEARCH-IDX)
               IF WS-SPC-BASIS-DATE(WS-SPC-SEARCH-IDX) > 0
                  AND (WS-SPN-BASIS-DATE(WS-SPN-SEARCH-IDX) = 0
                    OR WS-SPC-BASIS-DATE(WS-SPC-SEARCH-IDX)
                         < WS-SPN-BASIS-DATE(WS-SPN-SEARCH-IDX))
                   MOVE WS-SPC-BASIS-DATE(WS-SPC-SEARCH-IDX)
                     TO WS-SPN-BASIS-DATE(WS-SPN-SEARCH-IDX)
               END-IF
           ELSE
               DISPLAY "SPONSOR NOT ON FILE - COVER NOT BILLED: "
                       WS-SPC-SPN-ID(WS-SPC-SEARCH-IDX)
                       " ID " WS-SPC-STU-ID(WS-SPC-SEARCH-IDX)
           END-IF.

      *a sponsor's receivable ages the way a student's does: from
      *the earliest covered installment when the covered types are
      *scheduled, otherwise from its most recent payment - a
      *balance still carried out of an earlier term is older than
      *anything tonight's dates can say, and ages as such
       SETTLE-ONE-SPONSOR.
           PERFORM FIND-SPONSOR-PAY
           COMPUTE WS-SPN-BALANCE(WS-SPN-SEARCH-IDX) =
               WS-SPN-CARRIED(WS-SPN-SEARCH-IDX)
             + WS-SPN-BILLED(WS-SPN-SEARCH-IDX)
             - WS-SPN-REFUSED(WS-SPN-SEARCH-IDX)
             - WS-SPN-PAID(WS-SPN-SEARCH-IDX)
           COMPUTE WS-SPN-COVER-TOTAL = WS-SPN-COVER-TOTAL
             + WS-SPN-BILLED(WS-SPN-SEARCH-IDX)
             - WS-SPN-REFUSED(WS-SPN-SEARCH-IDX)
           ADD WS-SPN-PAID(WS-SPN-SEARCH-IDX) TO WS-SPN-PAID-TOTAL
           ADD WS-SPN-CARRIED(WS-SPN-SEARCH-IDX)
             TO WS-SPN-CARRIED-TOTAL
           ADD WS-SPN-LATE-REF(WS-SPN-SEARCH-IDX)
             TO WS-SPN-LATE-TOTAL
           IF WS-SPN-CARRIED(WS-SPN-SEARCH-IDX) > 0
               MOVE 0 TO WS-AGE-BASIS-DATE
           ELSE
               IF WS-SPN-BASIS-DATE(WS-SPN-SEARCH-IDX) > 0
                   MOVE WS-SPN-BASIS-DATE(WS-SPN-SEARCH-IDX)
                     TO WS-AGE-BASIS-DATE
               ELSE
                   MOVE WS-SPN-PAY-DATE(WS-SPN-SEARCH-IDX)
                     TO WS-AGE-BASIS-DATE
               END-IF
           END-IF
           PERFORM COMPUTE-AGE-DAYS
           MOVE WS-AGE-DAYS TO WS-SPN-DAYS(WS-SPN-SEARCH-IDX).

      *sum the sponsor's own payment rows - same read pattern as
      *FIND-PAY, with a reversed payment netted out the same way
       FIND-SPONSOR-PAY.
           MOVE 0 TO WS-SPN-PAID(WS-SPN-SEARCH-IDX)
           MOVE 0 TO WS-SPN-PAY-DATE(WS-SPN-SEARCH-IDX)
           MOVE WS-SPN-ID(WS-SPN-SEARCH-IDX) TO PI-PAY-ID
           START PAY-INDEX-FILE
               KEY IS EQUAL TO PI-PAY-ID
               INVALID KEY
                   MOVE "Y" TO EOF-SPN-PAY
               NOT INVALID KEY
                   MOVE "N" TO EOF-SPN-PAY
           END-START
           PERFORM UNTIL EOF-SPN-PAY = "Y"
               READ PAY-INDEX-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO EOF-SPN-PAY
                   NOT AT END
                       IF PI-PAY-ID = WS-SPN-ID(WS-SPN-SEARCH-IDX)
                           PERFORM FIND-REVERSAL
                           IF REV-NOT-FOUND
                               ADD PI-PAY-AMT
                                 TO WS-SPN-PAID(WS-SPN-SEARCH-IDX)
                               IF PI-PAY-DATE
                                    > WS-SPN-PAY-DATE(WS-SPN-SEARCH-IDX)
                                   MOVE PI-PAY-DATE
                                     TO WS-SPN-PAY-DATE(
                                          WS-SPN-SEARCH-IDX)
                               END-IF
                           END-IF
                       ELSE
                           MOVE "Y" TO EOF-SPN-PAY
                       END-IF
               END-READ
           END-PERFORM.

      *sponsor receivables aging section of the due report - one
      *line per sponsor with anything billed or paid this term, or
      *anything carried in from an earlier one, its
      *own bucket totals kept apart from the students'
       WRITE-SPONSOR-AGING.
           IF WS-SPN-COUNT > 0
               MOVE SPACES TO REPORT-LINE
               STRING "========================================"
                   DELIMITED BY SIZE
                   INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
               MOVE SPACES TO REPORT-LINE
               STRING "SPONSOR RECEIVABLES AGING AS OF "
                        DELIMITED BY SIZE
                      WS-RUN-DATE DELIMITED BY SIZE
                   INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
               PERFORM WRITE-SPONSOR-AGING-LINE
                   VARYING WS-SPN-SEARCH-IDX FROM 1 BY 1
                   UNTIL WS-SPN-SEARCH-IDX > WS-SPN-COUNT
               MOVE SPACES TO REPORT-LINE
               STRING "CURRENT : " DELIMITED BY SIZE
                      WS-SPN-AGE-CURRENT-AMT DELIMITED BY SIZE
                      "  SPONSORS: " DELIMITED BY SIZE
                      WS-SPN-AGE-CURRENT-CNT DELIMITED BY SIZE
                   INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
               MOVE SPACES TO REPORT-LINE
               STRING "30 DAYS : " DELIMITED BY SIZE
                      WS-SPN-AGE-30-AMT DELIMITED BY SIZE
                      "  SPONSORS: " DELIMITED BY SIZE
                      WS-SPN-AGE-30-CNT DELIMITED BY SIZE
                   INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
               MOVE SPACES TO REPORT-LINE
               STRING "60 DAYS : " DELIMITED BY SIZE
                      WS-SPN-AGE-60-AMT DELIMITED BY SIZE
                      "  SPONSORS: " DELIMITED BY SIZE
                      WS-SPN-AGE-60-CNT DELIMITED BY SIZE
                   INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
               MOVE SPACES TO REPORT-LINE
               STRING "90+ DAYS: " DELIMITED BY SIZE
                      WS-SPN-AGE-90-AMT DELIMITED BY SIZE
                      "  SPONSORS: " DELIMITED BY SIZE
                      WS-SPN-AGE-90-CNT DELIMITED BY SIZE
                   INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
           END-IF.

      *only a positive balance is aged - a sponsor paid up or
      *ahead is listed but stays out of the buckets
       WRITE-SPONSOR-AGING-LINE.
           IF WS-SPN-BILLED(WS-SPN-SEARCH-IDX) > 0
              OR WS-SPN-PAID(WS-SPN-SEARCH-IDX) > 0
              OR WS-SPN-CARRIED(WS-SPN-SEARCH-IDX) NOT = 0
               IF WS-SPN-BALANCE(WS-SPN-SEARCH-IDX) <= 0
                   MOVE "SETTLED" TO WS-AGE-BUCKET-LBL
               ELSE
                   IF WS-SPN-DAYS(WS-SPN-SEARCH-IDX) < 30
                       MOVE "CURRENT" TO WS-AGE-BUCKET-LBL
                       ADD WS-SPN-BALANCE(WS-SPN-SEARCH-IDX)
                         TO WS-SPN-AGE-CURRENT-AMT
                       ADD 1 TO WS-SPN-AGE-CURRENT-CNT
                   ELSE
                       IF WS-SPN-DAYS(WS-SPN-SEARCH-IDX) < 60
                           MOVE "30 DAYS" TO WS-AGE-BUCKET-LBL
                           ADD WS-SPN-BALANCE(WS-SPN-SEARCH-IDX)
                             TO WS-SPN-AGE-30-AMT
                           ADD 1 TO WS-SPN-AGE-30-CNT
                       ELSE
                           IF WS-SPN-DAYS(WS-SPN-SEARCH-IDX) < 90
                               MOVE "60 DAYS" TO WS-AGE-BUCKET-LBL
                               ADD WS-SPN-BALANCE(WS-SPN-SEARCH-IDX)
                                 TO WS-SPN-AGE-60-AMT
                               ADD 1 TO WS-SPN-AGE-60-CNT
                           ELSE
                               MOVE "90+ DAYS" TO WS-AGE-BUCKET-LBL
                               ADD WS-SPN-BALANCE(WS-SPN-SEARCH-IDX)
                                 TO WS-SPN-AGE-90-AMT
                               ADD 1 TO WS-SPN-AGE-90-CNT
                           END-IF
                       END-IF
                   END-IF
               END-IF
               MOVE WS-SPN-BALANCE(WS-SPN-SEARCH-IDX)
                 TO WS-RPT-SIGNED-BAL
               MOVE SPACES TO REPORT-LINE
               STRING "SPONSOR: " DELIMITED BY SIZE
                      WS-SPN-ID(WS-SPN-SEARCH-IDX) DELIMITED BY SIZE
                      "  BILLED: " DELIMITED BY SIZE
                      WS-SPN-BILLED(WS-SPN-SEARCH-IDX)
                        DELIMITED BY SIZE
                      "  REFUSED: " DELIMITED BY SIZE
                      WS-SPN-REFUSED(WS-SPN-SEARCH-IDX)
                        DELIMITED BY SIZE
                      "  PAID: " DELIMITED BY SIZE
                      WS-SPN-PAID(WS-SPN-SEARCH-IDX) DELIMITED BY SIZE
                      "  BAL: " DELIMITED BY SIZE
                      WS-RPT-SIGNED-BAL DELIMITED BY SIZE
                      "  DAYS: " DELIMITED BY SIZE
                      WS-SPN-DAYS(WS-SPN-SEARCH-IDX) DELIMITED BY SIZE
                      "  " DELIMITED BY SIZE
                      WS-AGE-BUCKET-LBL DELIMITED BY SIZE
                   INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
               IF WS-SPN-CARRIED(WS-SPN-SEARCH-IDX) NOT = 0
                  OR WS-SPN-LATE-REF(WS-SPN-SEARCH-IDX) > 0
                   MOVE WS-SPN-CARRIED(WS-SPN-SEARCH-IDX)
                     TO WS-RPT-SIGNED-BAL
                   MOVE SPACES TO REPORT-LINE
                   STRING "         PRIOR TERMS: " DELIMITED BY SIZE
                          WS-RPT-SIGNED-BAL DELIMITED BY SIZE
                          "  LATE REFUSED THIS TERM: "
                            DELIMITED BY SIZE
                          WS-SPN-LATE-REF(WS-SPN-SEARCH-IDX)
                            DELIMITED BY SIZE
                       INTO REPORT-LINE
                   END-STRING
                   WRITE REPORT-LINE
               END-IF
           END-IF.

      *one invoice block per sponsor covering anybody tonight or
      *still owing from an earlier term - the sponsor is billed
      *what it carried in plus the term to date, less what it
      *refused and what it has already paid; not cut on a trial
      *run, since a preview must never reach a sponsor
       WRITE-SPONSOR-INVOICES.
           IF TRIAL-RUN
               DISPLAY "TRIAL RUN - SPONSOR INVOICES NOT CUT"
           ELSE
               OPEN OUTPUT SPONSOR-INVOICE-FILE
               PERFORM WRITE-ONE-SPONSOR-INVOICE
                   VARYING WS-SPN-SEARCH-IDX FROM 1 BY 1
                   UNTIL WS-SPN-SEARCH-IDX > WS-SPN-COUNT
               CLOSE SPONSOR-INVOICE-FILE
               DISPLAY "SPONSOR INVOICES CUT: " WS-SPINV-COUNT
           END-IF.

       WRITE-ONE-SPONSOR-INVOICE.
           IF WS-SPN-STU-CNT(WS-SPN-SEARCH-IDX) > 0
              OR WS-SPN-CARRIED(WS-SPN-SEARCH-IDX) NOT = 0
               ADD 1 TO WS-SPINV-COUNT
               MOVE SPACES TO SPONSOR-INV-LINE
               STRING "SPONSOR INVOICE  SPONSOR: " DELIMITED BY SIZE
                      WS-SPN-ID(WS-SPN-SEARCH-IDX) DELIMITED BY SIZE
                      "  " DELIMITED BY SIZE
                      FUNCTION TRIM(WS-SPN-NAME(WS-SPN-SEARCH-IDX))
                        DELIMITED BY SIZE
                   INTO SPONSOR-INV-LINE
               END-STRING
               WRITE SPONSOR-INV-LINE
               MOVE SPACES TO SPONSOR-INV-LINE
               STRING "  TERM: " DELIMITED BY SIZE
                      WS-CURRENT-TERM DELIMITED BY SIZE
                      "  DATE: " DELIMITED BY SIZE
                      WS-RUN-DATE DELIMITED BY SIZE
                      "  STUDENTS: " DELIMITED BY SIZE
                      WS-SPN-STU-CNT(WS-SPN-SEARCH-IDX)
                        DELIMITED BY SIZE
                   INTO SPONSOR-INV-LINE
               END-STRING
               WRITE SPONSOR-INV-LINE
      *what is still carried from earlier terms leads, student by
      *student under the term it was billed in
               IF WS-SPN-CARRIED(WS-SPN-SEARCH-IDX) NOT = 0
                   PERFORM WRITE-SPONSOR-INVOICE-PRIOR
                       VARYING WS-SCF-SEARCH-IDX FROM 1 BY 1
                       UNTIL WS-SCF-SEARCH-IDX > WS-SCF-COUNT
                   MOVE WS-SPN-CARRIED(WS-SPN-SEARCH-IDX)
                     TO WS-RPT-SIGNED-BAL
                   MOVE SPACES TO SPONSOR-INV-LINE
                   STRING "  PRIOR TERMS BALANCE: " DELIMITED BY SIZE
                          WS-RPT-SIGNED-BAL DELIMITED BY SIZE
                       INTO SPONSOR-INV-LINE
                   END-STRING
                   WRITE SPONSOR-INV-LINE
               END-IF
               PERFORM WRITE-SPONSOR-INVOICE-LINE
                   VARYING WS-SPC-SEARCH-IDX FROM 1 BY 1
                   UNTIL WS-SPC-SEARCH-IDX > WS-SPC-COUNT
               MOVE SPACES TO SPONSOR-INV-LINE
               STRING "  TOTAL COVERED: " DELIMITED BY SIZE
                      WS-SPN-BILLED(WS-SPN-SEARCH-IDX)
                        DELIMITED BY SIZE
                      "  REFUSED: " DELIMITED BY SIZE
                      WS-SPN-REFUSED(WS-SPN-SEARCH-IDX)
                        DELIMITED BY SIZE
                      "  PAID: " DELIMITED BY SIZE
                      WS-SPN-PAID(WS-SPN-SEARCH-IDX) DELIMITED BY SIZE
                   INTO SPONSOR-INV-LINE
               END-STRING
               WRITE SPONSOR-INV-LINE
               MOVE WS-SPN-BALANCE(WS-SPN-SEARCH-IDX)
                 TO WS-RPT-SIGNED-BAL
               MOVE SPACES TO SPONSOR-INV-LINE
               STRING "  BALANCE DUE: " DELIMITED BY SIZE
                      WS-RPT-SIGNED-BAL DELIMITED BY SIZE
                   INTO SPONSOR-INV-LINE
               END-STRING
               WRITE SPONSOR-INV-LINE
               MOVE SPACES TO SPONSOR-INV-LINE
               STRING "----------------------------------------"
                   DELIMITED BY SIZE
                   INTO SPONSOR-INV-LINE
               END-STRING
               WRITE SPONSOR-INV-LINE
           END-IF.

      *one earlier-term "C" row - a student's cover, or with a
      *blank student id what the sponsor paid against that term
       WRITE-SPONSOR-INVOICE-PRIOR.
           IF WS-SCF-TAG(WS-SCF-SEARCH-IDX) = "C"
              AND WS-SCF-SPN-ID(WS-SCF-SEARCH-IDX)
                    = WS-SPN-ID(WS-SPN-SEARCH-IDX)
              AND WS-SCF-AMT(WS-SCF-SEARCH-IDX) NOT = 0
               MOVE WS-SCF-AMT(WS-SCF-SEARCH-IDX) TO WS-RPT-SIGNED-BAL
               MOVE SPACES TO SPONSOR-INV-LINE
               IF WS-SCF-STU-ID(WS-SCF-SEARCH-IDX) = SPACES
                   STRING "  PRIOR TERM: " DELIMITED BY SIZE
                          WS-SCF-TERM(WS-SCF-SEARCH-IDX)
                            DELIMITED BY SIZE
                          "  PAID/CREDIT: " DELIMITED BY SIZE
                          WS-RPT-SIGNED-BAL DELIMITED BY SIZE
                       INTO SPONSOR-INV-LINE
                   END-STRING
               ELSE
                   STRING "  PRIOR TERM: " DELIMITED BY SIZE
                          WS-SCF-TERM(WS-SCF-SEARCH-IDX)
                            DELIMITED BY SIZE
                          "  STUDENT: " DELIMITED BY SIZE
                          WS-SCF-STU-ID(WS-SCF-SEARCH-IDX)
                            DELIMITED BY SIZE
                          "  COVERED: " DELIMITED BY SIZE
                          WS-RPT-SIGNED-BAL DELIMITED BY SIZE
                       INTO SPONSOR-INV-LINE
                   END-STRING
               END-IF
               WRITE SPONSOR-INV-LINE
           END-IF.

       WRITE-SPONSOR-INVOICE-LINE.
           IF WS-SPC-SPN-ID(WS-SPC-SEARCH-IDX)
                = WS-SPN-ID(WS-SPN-SEARCH-IDX)
               COMPUTE WS-SPN-NET-AMT =
                   WS-SPC-COVERED(WS-SPC-SEARCH-IDX)
                 - WS-SPC-REFUSED(WS-SPC-SEARCH-IDX)
               MOVE SPACES TO SPONSOR-INV-LINE
               STRING "  STUDENT: " DELIMITED BY SIZE
                      WS-SPC-STU-ID(WS-SPC-SEARCH-IDX)
                        DELIMITED BY SIZE
                      "  COVERED: " DELIMITED BY SIZE
                      WS-SPC-COVERED(WS-SPC-SEARCH-IDX)
                        DELIMITED BY SIZE
                      "  REFUSED: " DELIMITED BY SIZE
                      WS-SPC-REFUSED(WS-SPC-SEARCH-IDX)
                        DELIMITED BY SIZE
                      "  NET: " DELIMITED BY SIZE
                      WS-SPN-NET-AMT DELIMITED BY SIZE
                   INTO SPONSOR-INV-LINE
               END-STRING
               WRITE SPONSOR-INV-LINE
           END-IF.

      *one statement block per student: the billed fee from FIND-FEE,
      *then each individual payment off PAY-INDEX-FILE with its
      *sequence number and the running balance after it, down to the
           END-STRING
           WRITE STMT-LINE
           MOVE WS-FEE-AMT TO WS-STMT-BALANCE
      *a fee type the student withdrew from gives back its refund
      *share on a line of its own, right under the billed total
           IF WS-PRORATE-AMT > 0
               PERFORM WRITE-STATEMENT-PRORATE-LINE
                   VARYING WS-SF-SEARCH-IDX FROM 1 BY 1
                   UNTIL WS-SF-SEARCH-IDX > WS-STU-FEE-COUNT
           END-IF
      *old debt carried in from the prior term opens the statement
      *before this term's payments are applied against it
           IF WS-ARREARS-AMT > 0
               END-STRING
               WRITE STMT-LINE
           END-IF
      *each sponsor's cover comes off next, with anything the
      *sponsor refused handed back on a line of its own
           PERFORM WRITE-STATEMENT-SPONSOR-LINE
               VARYING WS-SPC-SEARCH-IDX FROM WS-SPC-STU-FIRST BY 1
               UNTIL WS-SPC-SEARCH-IDX > WS-SPC-COUNT
           PERFORM WRITE-STATEMENT-PAYMENTS
           MOVE SPACES TO STMT-LINE
           IF WS-STMT-BALANCE > 0
           END-IF
           WRITE STMT-LINE.

       WRITE-STATEMENT-PRORATE-LINE.
           IF WS-SF-PRORATE-AMT(WS-SF-SEARCH-IDX) > 0
               SUBTRACT WS-SF-PRORATE-AMT(WS-SF-SEARCH-IDX)
                 FROM WS-STMT-BALANCE
               COMPUTE WS-RPT-SIGNED-AMT =
                   WS-SF-PRORATE-AMT(WS-SF-SEARCH-IDX) * -1
               MOVE WS-STMT-BALANCE TO WS-RPT-SIGNED-BAL
               MOVE SPACES TO STMT-LINE
               STRING "  PRORATION: " DELIMITED BY SIZE
                      WS-SF-TYPE(WS-SF-SEARCH-IDX) DELIMITED BY SIZE
                      " WD " DELIMITED BY SIZE
                      WS-SF-WD-DATE(WS-SF-SEARCH-IDX)
                        DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WS-SF-WD-PCT(WS-SF-SEARCH-IDX)
                        DELIMITED BY SIZE
                      "%: " DELIMITED BY SIZE
                      WS-RPT-SIGNED-AMT DELIMITED BY SIZE
                      "  BAL: " DELIMITED BY SIZE
                      WS-RPT-SIGNED-BAL DELIMITED BY SIZE
                   INTO STMT-LINE
               END-STRING
               WRITE STMT-LINE
           END-IF.

       WRITE-STATEMENT-SPONSOR-LINE.
           SUBTRACT WS-SPC-COVERED(WS-SPC-SEARCH-IDX)
             FROM WS-STMT-BALANCE
           COMPUTE WS-RPT-SIGNED-AMT =
               WS-SPC-COVERED(WS-SPC-SEARCH-IDX) * -1
           MOVE WS-STMT-BALANCE TO WS-RPT-SIGNED-BAL
           MOVE SPACES TO STMT-LINE
           STRING "  SPONSOR " DELIMITED BY SIZE
                  WS-SPC-SPN-ID(WS-SPC-SEARCH-IDX) DELIMITED BY SIZE
                  " COVERED: " DELIMITED BY SIZE
                  WS-RPT-SIGNED-AMT DELIMITED BY SIZE
                  "  BAL: " DELIMITED BY SIZE
                  WS-RPT-SIGNED-BAL DELIMITED BY SIZE
               INTO STMT-LINE
           END-STRING
           WRITE STMT-LINE
           IF WS-SPC-REFUSED(WS-SPC-SEARCH-IDX) > 0
               ADD WS-SPC-REFUSED(WS-SPC-SEARCH-IDX)
                 TO WS-STMT-BALANCE
               MOVE WS-SPC-REFUSED(WS-SPC-SEARCH-IDX)
                 TO WS-RPT-SIGNED-AMT
               MOVE WS-STMT-BALANCE TO WS-RPT-SIGNED-BAL
               MOVE SPACES TO STMT-LINE
               STRING "  SPONSOR " DELIMITED BY SIZE
                      WS-SPC-SPN-ID(WS-SPC-SEARCH-IDX)
                        DELIMITED BY SIZE
                      " REFUSED: " DELIMITED BY SIZE
                      WS-RPT-SIGNED-AMT DELIMITED BY SIZE
                      "  BAL: " DELIMITED BY SIZE
                      WS-RPT-SIGNED-BAL DELIMITED BY SIZE
                   INTO STMT-LINE
               END-STRING
               WRITE STMT-LINE
           END-IF.

      *walk this student's payment rows on the duplicates-allowed
      *alternate key, one statement line per row, carrying the
      *running balance down - same read pattern as FIND-PAY but on
           DISPLAY "Type : " WS-STU-TYPE
           DISPLAY "Fee  : " WS-FEE-AMT
           DISPLAY "Fee Due To Date : " WS-FEE-DUE-AMT
           IF WS-PRORATE-AMT > 0
               DISPLAY "Withdrawal Proration : " WS-PRORATE-AMT
           END-IF
           MOVE WS-ARREARS-AMT TO WS-RPT-SIGNED-BAL
           DISPLAY "Prior Term Arrears : " WS-RPT-SIGNED-BAL
           MOVE WS-ADJ-AMT TO WS-RPT-SIGNED-AMT
                  DUE-AMT DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
      *the withdrawal refund is already out of FeeDueToDate - this
      *line shows how much of the bill it took off
           IF WS-PRORATE-AMT > 0
               MOVE SPACES TO REPORT-LINE
               STRING "  Proration: " DELIMITED BY SIZE
                      WS-PRORATE-AMT DELIMITED BY SIZE
                      "  (WITHDRAWAL REFUND OFF BILLED FEES)"
                        DELIMITED BY SIZE
                   INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
           END-IF.

      *credit-balance line for a student who overpaid - DUE-AMT is
      *negative here, so flip the sign into a plain credit amount
      *fully covered gets a trace line instead of landing on the
      *worklist and in the bank export a second time
           PERFORM SUM-REFUNDS-ISSUED
      *a written-off student's overpayment goes to the bad debt
      *first - a credit taken whole by recoveries has nothing left
      *to refund or trace
           PERFORM APPLY-WO-RECOVERY
           IF WS-CREDIT-AMT = 0
               CONTINUE
           ELSE
               IF WS-CREDIT-AMT <= WS-ISSUED-TOTAL
                   DISPLAY "ID   : " WS-STU-ID
                   DISPLAY "Credit " WS-CREDIT-AMT
                           " ALREADY DISBURSED - SKIPPED"
                   DISPLAY "------------------------------"
                   MOVE SPACES TO CREDIT-LINE
                   STRING "ID: " DELIMITED BY SIZE
                          WS-STU-ID DELIMITED BY SIZE
                          "  Credit: " DELIMITED BY SIZE
                          WS-CREDIT-AMT DELIMITED BY SIZE
                          "  ALREADY DISBURSED - SKIPPED"
                            DELIMITED BY SIZE
                       INTO CREDIT-LINE
                   END-STRING
                   WRITE CREDIT-LINE
               ELSE
                   SUBTRACT WS-ISSUED-TOTAL FROM WS-CREDIT-AMT
                   PERFORM WRITE-CREDIT-RESULT
               END-IF
           END-IF.

      *this term's recoveries already took their share of the
      *credit; of what is left past the refunds already issued, as
      *much as the ledger still shows open is recovered tonight
       APPLY-WO-RECOVERY.
           PERFORM SUM-WRITTEN-OFF
           IF WS-WO-OPEN > 0 OR WS-WO-TERM-RECOVERED > 0
               IF WS-CREDIT-AMT > WS-WO-TERM-RECOVERED
                   SUBTRACT WS-WO-TERM-RECOVERED FROM WS-CREDIT-AMT
               ELSE
                   MOVE 0 TO WS-CREDIT-AMT
               END-IF
               IF WS-WO-OPEN > 0 AND WS-CREDIT-AMT > WS-ISSUED-TOTAL
                   COMPUTE WS-RECOVERY-AMT =
                       WS-CREDIT-AMT - WS-ISSUED-TOTAL
                   IF WS-RECOVERY-AMT > WS-WO-OPEN
                       MOVE WS-WO-OPEN TO WS-RECOVERY-AMT
                   END-IF
                   SUBTRACT WS-RECOVERY-AMT FROM WS-CREDIT-AMT
                   PERFORM WRITE-RECOVERY
               END-IF
           END-IF.

      *write-offs less recoveries across every term, and the
      *recoveries already taken this term on their own
       SUM-WRITTEN-OFF.
           MOVE 0 TO WS-WO-OPEN
           MOVE 0 TO WS-WO-TERM-RECOVERED
           PERFORM ADD-ONE-WRITTEN-OFF
               VARYING WS-WO-SEARCH-IDX FROM 1 BY 1
               UNTIL WS-WO-SEARCH-IDX > WS-WO-COUNT.

       ADD-ONE-WRITTEN-OFF.
           IF WS-WO-ID(WS-WO-SEARCH-IDX) = WS-STU-ID
               IF WS-WO-TYPE(WS-WO-SEARCH-IDX) = "W"
                   ADD WS-WO-AMT(WS-WO-SEARCH-IDX) TO WS-WO-OPEN
               ELSE
                   SUBTRACT WS-WO-AMT(WS-WO-SEARCH-IDX)
                     FROM WS-WO-OPEN
                   IF WS-WO-TERM(WS-WO-SEARCH-IDX) = WS-CURRENT-TERM
                       ADD WS-WO-AMT(WS-WO-SEARCH-IDX)
                         TO WS-WO-TERM-RECOVERED
                   END-IF
               END-IF
           END-IF.

      *the recovery goes on the credit report in place of a refund
      *and onto the ledger at once - a trial run only reports it
       WRITE-RECOVERY.
           ADD 1 TO WS-RECOVERY-CNT
           ADD WS-RECOVERY-AMT TO WS-RECOVERY-TOTAL
           DISPLAY "ID   : " WS-STU-ID
           DISPLAY "Name : " WS-STU-NAME
           DISPLAY "Bad Debt Recovered : " WS-RECOVERY-AMT
           DISPLAY "------------------------------"
           MOVE SPACES TO CREDIT-LINE
           STRING "ID: " DELIMITED BY SIZE
                  WS-STU-ID DELIMITED BY SIZE
                  "  Name: " DELIMITED BY SIZE
                  WS-STU-NAME DELIMITED BY SIZE
                  "  RECOVERED AGAINST WRITE-OFF: " DELIMITED BY SIZE
                  WS-RECOVERY-AMT DELIMITED BY SIZE
               INTO CREDIT-LINE
           END-STRING
           WRITE CREDIT-LINE
           IF LIVE-RUN
               MOVE SPACES TO WRITTEN-OFF-RECORD
               MOVE WS-STU-ID TO WO-STU-ID
               MOVE "R" TO WO-TYPE
               MOVE WS-CURRENT-TERM TO WO-TERM
               MOVE WS-RECOVERY-AMT TO WO-AMT
               MOVE WS-RUN-DATE-N TO WO-DATE
               MOVE "NIGHTLY" TO WO-SOURCE
               WRITE WRITTEN-OFF-RECORD
               IF WS-WO-COUNT < WS-MAX-WO
                   ADD 1 TO WS-WO-COUNT
                   MOVE WS-STU-ID TO WS-WO-ID(WS-WO-COUNT)
                   MOVE "R" TO WS-WO-TYPE(WS-WO-COUNT)
                   MOVE WS-CURRENT-TERM TO WS-WO-TERM(WS-WO-COUNT)
                   MOVE WS-RECOVERY-AMT TO WS-WO-AMT(WS-WO-COUNT)
               END-IF
           END-IF.

       WRITE-CREDIT-RESULT.
               INTO CREDIT-LINE
           END-STRING
           WRITE CREDIT-LINE
      *a credit that comes out of a withdrawal refund says so, so
      *the bursar can match the disbursement to the proration
           IF WS-PRORATE-AMT > 0
               DISPLAY "Withdrawal Proration : " WS-PRORATE-AMT
               MOVE SPACES TO CREDIT-LINE
               STRING "  INCLUDES WITHDRAWAL PRORATION: "
                        DELIMITED BY SIZE
                      WS-PRORATE-AMT DELIMITED BY SIZE
                   INTO CREDIT-LINE
               END-STRING
               WRITE CREDIT-LINE
           END-IF
           PERFORM WRITE-DISB-RECORD.

      *one fixed-format record for the bank upload, and the same
               CLOSE REFUNDS-ISSUED-FILE
           END-IF.

      *read the written-off ledger once into memory - a missing
      *file just means nothing has ever been written off
       LOAD-WRITTEN-OFF.
           OPEN INPUT WRITTEN-OFF-FILE
           IF WS-WO-FILE-STATUS NOT = "00"
               DISPLAY "HW2-WRITTEN-OFF.DAT NOT AVAILABLE - "
                       "STATUS " WS-WO-FILE-STATUS
                       " - NO WRITE-OFFS ON FILE"
           ELSE
               PERFORM UNTIL EOF-WO = "Y"
                   READ WRITTEN-OFF-FILE
                       AT END
                           MOVE "Y" TO EOF-WO
                       NOT AT END
                           IF WS-WO-COUNT >= WS-MAX-WO
                               DISPLAY "WRITTEN-OFF TABLE FULL - "
                                       "ROW SKIPPED: " WO-STU-ID
                           ELSE
                               ADD 1 TO WS-WO-COUNT
                               MOVE WO-STU-ID
                                 TO WS-WO-ID(WS-WO-COUNT)
                               MOVE WO-TYPE
                                 TO WS-WO-TYPE(WS-WO-COUNT)
                               MOVE WO-TERM
                                 TO WS-WO-TERM(WS-WO-COUNT)
                               MOVE WO-AMT
                                 TO WS-WO-AMT(WS-WO-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE WRITTEN-OFF-FILE
           END-IF.

      *everything already disbursed for this student THIS TERM,
      *summed so the caller can tell how much of tonight's credit
      *is still open - a prior term's refund settled a prior term's
               MOVE "C" TO WS-JRNL-DC
               PERFORM WRITE-JRNL-ENTRY
           END-IF
      *the agency kept its commission out of what it collected -
      *that share of the receivable books as collection expense
           IF WS-ADJ-COMMISSION-AMT NOT = 0
               COMPUTE WS-JRNL-AMT =
                   FUNCTION ABS(WS-ADJ-COMMISSION-AMT)
               MOVE "COLLECTION FEES" TO WS-JRNL-ACCOUNT
               MOVE "D" TO WS-JRNL-DC
               PERFORM WRITE-JRNL-ENTRY
               MOVE "RECEIVABLES" TO WS-JRNL-ACCOUNT
               MOVE "C" TO WS-JRNL-DC
               PERFORM WRITE-JRNL-ENTRY
           END-IF
      *withdrawal proration gives back part of the billed revenue
      *and relieves the receivable by the same amount
           IF WS-PRORATE-TOTAL > 0
               MOVE WS-PRORATE-TOTAL TO WS-JRNL-AMT
               MOVE "FEE PRORATION" TO WS-JRNL-ACCOUNT
               MOVE "D" TO WS-JRNL-DC
               PERFORM WRITE-JRNL-ENTRY
               MOVE "RECEIVABLES" TO WS-JRNL-ACCOUNT
               MOVE "C" TO WS-JRNL-DC
               PERFORM WRITE-JRNL-ENTRY
           END-IF
      *a written-off balance paid back is not a credit owed to the
      *student - the overpayment already booked against the
      *receivable moves to the recovery account instead
           IF WS-RECOVERY-TOTAL > 0
               MOVE WS-RECOVERY-TOTAL TO WS-JRNL-AMT
               MOVE "RECEIVABLES" TO WS-JRNL-ACCOUNT
               MOVE "D" TO WS-JRNL-DC
               PERFORM WRITE-JRNL-ENTRY
               MOVE "DEBT RECOVERIES" TO WS-JRNL-ACCOUNT
               MOVE "C" TO WS-JRNL-DC
               PERFORM WRITE-JRNL-ENTRY
           END-IF
      *each sponsor's net cover moves off the student receivable
      *onto the sponsor's own account, and what the sponsor paid
      *comes into cash against that account
           PERFORM JOURNAL-ONE-SPONSOR
               VARYING WS-SPN-SEARCH-IDX FROM 1 BY 1
               UNTIL WS-SPN-SEARCH-IDX > WS-SPN-COUNT
      *tonight's refund disbursements pay cash back out against
      *the student-refund account
           IF WS-DISB-TOTAL > 0
               PERFORM WRITE-JRNL-ENTRY
           END-IF.

       JOURNAL-ONE-SPONSOR.
           COMPUTE WS-SPN-NET-AMT =
               WS-SPN-BILLED(WS-SPN-SEARCH-IDX)
             - WS-SPN-REFUSED(WS-SPN-SEARCH-IDX)
           IF WS-SPN-NET-AMT > 0
               MOVE WS-SPN-NET-AMT TO WS-JRNL-AMT
               MOVE WS-SPN-ACCOUNT(WS-SPN-SEARCH-IDX)
                 TO WS-JRNL-ACCOUNT
               MOVE "D" TO WS-JRNL-DC
               PERFORM WRITE-JRNL-ENTRY
               MOVE "RECEIVABLES" TO WS-JRNL-ACCOUNT
               MOVE "C" TO WS-JRNL-DC
               PERFORM WRITE-JRNL-ENTRY
           END-IF
           IF WS-SPN-PAID(WS-SPN-SEARCH-IDX) > 0
               MOVE WS-SPN-PAID(WS-SPN-SEARCH-IDX) TO WS-JRNL-AMT
               MOVE "CASH" TO WS-JRNL-ACCOUNT
               MOVE "D" TO WS-JRNL-DC
               PERFORM WRITE-JRNL-ENTRY
               MOVE WS-SPN-ACCOUNT(WS-SPN-SEARCH-IDX)
                 TO WS-JRNL-ACCOUNT
               MOVE "C" TO WS-JRNL-DC
               PERFORM WRITE-JRNL-ENTRY
           END-IF
      *a late refusal moves earlier-term cover back off the
      *sponsor's account and onto the student receivables
           IF WS-SPN-LATE-REF(WS-SPN-SEARCH-IDX) > 0
               MOVE WS-SPN-LATE-REF(WS-SPN-SEARCH-IDX) TO WS-JRNL-AMT
               MOVE "RECEIVABLES" TO WS-JRNL-ACCOUNT
               MOVE "D" TO WS-JRNL-DC
               PERFORM WRITE-JRNL-ENTRY
               MOVE WS-SPN-ACCOUNT(WS-SPN-SEARCH-IDX)
                 TO WS-JRNL-ACCOUNT
               MOVE "C" TO WS-JRNL-DC
               PERFORM WRITE-JRNL-ENTRY
           END-IF.

      *one fixed-column journal line, accumulated into the side it
      *books to
       WRITE-JRNL-ENTRY.
                       MOVE FUNCTION NUMVAL(FUNCTION TRIM(WS-CKPT-F2))
                         TO WS-DISB-COUNT
                   END-IF
      *"V" lines carry the sponsor cover taken before the
      *checkpoint, so the resumed run still invoices and journals
      *the pre-checkpoint students' sponsors
                   IF WS-CKPT-TAG = "V"
                       IF WS-SPC-COUNT >= WS-MAX-SPC
                           DISPLAY "CHECKPOINT SPONSOR COVER TABLE "
                                   "FULL - LINE SKIPPED: "
                                   CHECKPOINT-LINE
                       ELSE
                           ADD 1 TO WS-SPC-COUNT
                           MOVE FUNCTION TRIM(WS-CKPT-F1)
                             TO WS-SPC-SPN-ID(WS-SPC-COUNT)
                           MOVE FUNCTION TRIM(WS-CKPT-F2)
                             TO WS-SPC-STU-ID(WS-SPC-COUNT)
                           MOVE FUNCTION NUMVAL(
                               FUNCTION TRIM(WS-CKPT-F3))
                             TO WS-SPC-COVERED(WS-SPC-COUNT)
                           MOVE FUNCTION NUMVAL(
                               FUNCTION TRIM(WS-CKPT-F4))
                             TO WS-SPC-REFUSED(WS-SPC-COUNT)
                           MOVE FUNCTION NUMVAL(
                               FUNCTION TRIM(WS-CKPT-F5))
                             TO WS-SPC-BASIS-DATE(WS-SPC-COUNT)
                       END-IF
                   END-IF
               END-IF
           END-IF.

                     TO WS-ADJ-PENALTY-AMT
                   MOVE FUNCTION NUMVAL(FUNCTION TRIM(WS-CKPT-F3))
                     TO WS-ADJ-PENALTY-CNT
               WHEN "COMMISSION"
                   MOVE FUNCTION NUMVAL(FUNCTION TRIM(WS-CKPT-F2))
                     TO WS-ADJ-COMMISSION-AMT
                   MOVE FUNCTION NUMVAL(FUNCTION TRIM(WS-CKPT-F3))
                     TO WS-ADJ-COMMISSION-CNT
               WHEN "PRORATE"
                   MOVE FUNCTION NUMVAL(FUNCTION TRIM(WS-CKPT-F2))
                     TO WS-PRORATE-TOTAL
                   MOVE FUNCTION NUMVAL(FUNCTION TRIM(WS-CKPT-F3))
                     TO WS-PRORATE-CNT
               WHEN "CANCELLED"
                   MOVE FUNCTION NUMVAL(FUNCTION TRIM(WS-CKPT-F3))
                     TO WS-SCHED-CANCEL-CNT
               WHEN "RECOVERY"
                   MOVE FUNCTION NUMVAL(FUNCTION TRIM(WS-CKPT-F2))
                     TO WS-RECOVERY-TOTAL
                   MOVE FUNCTION NUMVAL(FUNCTION TRIM(WS-CKPT-F3))
                     TO WS-RECOVERY-CNT
           END-EVALUATE.

      *fold the totals loaded by LOAD-CHECKPOINT back into the
           PERFORM WRITE-CHECKPOINT-AGING-LINE
               VARYING WS-AGING-IDX FROM 1 BY 1
               UNTIL WS-AGING-IDX > WS-AGING-COUNT
           PERFORM WRITE-CHECKPOINT-COVER-LINE
               VARYING WS-SPC-SEARCH-IDX FROM 1 BY 1
               UNTIL WS-SPC-SEARCH-IDX > WS-SPC-COUNT
           MOVE WS-ADJ-WAIVER-AMT TO WS-CKPT-SIGNED-AMT
           MOVE "WAIVER" TO WS-CKPT-F1
           MOVE WS-ADJ-WAIVER-CNT TO WS-CKPT-F2
           MOVE "PENALTY" TO WS-CKPT-F1
           MOVE WS-ADJ-PENALTY-CNT TO WS-CKPT-F2
           PERFORM WRITE-CHECKPOINT-ADJ-LINE
           MOVE WS-ADJ-COMMISSION-AMT TO WS-CKPT-SIGNED-AMT
           MOVE "COMMISSION" TO WS-CKPT-F1
           MOVE WS-ADJ-COMMISSION-CNT TO WS-CKPT-F2
           PERFORM WRITE-CHECKPOINT-ADJ-LINE
           MOVE WS-PRORATE-TOTAL TO WS-CKPT-SIGNED-AMT
           MOVE "PRORATE" TO WS-CKPT-F1
           MOVE WS-PRORATE-CNT TO WS-CKPT-F2
           PERFORM WRITE-CHECKPOINT-ADJ-LINE
           MOVE 0 TO WS-CKPT-SIGNED-AMT
           MOVE "CANCELLED" TO WS-CKPT-F1
           MOVE WS-SCHED-CANCEL-CNT TO WS-CKPT-F2
           PERFORM WRITE-CHECKPOINT-ADJ-LINE
           MOVE WS-RECOVERY-TOTAL TO WS-CKPT-SIGNED-AMT
           MOVE "RECOVERY" TO WS-CKPT-F1
           MOVE WS-RECOVERY-CNT TO WS-CKPT-F2
           PERFORM WRITE-CHECKPOINT-ADJ-LINE
      *"D" line carries the refunds disbursed so far - they are
      *already in the bank export and the issued file, so a resumed
      *run's journal and run log must cover them like every other
           END-STRING
           WRITE CHECKPOINT-LINE.

      *"V" line carries one sponsor cover entry - sponsor, student,
      *covered, refused, and the date its receivable ages from
       WRITE-CHECKPOINT-COVER-LINE.
           MOVE SPACES TO CHECKPOINT-LINE
           STRING "V," DELIMITED BY SIZE
                  FUNCTION TRIM(WS-SPC-SPN-ID(WS-SPC-SEARCH-IDX))
                    DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  FUNCTION TRIM(WS-SPC-STU-ID(WS-SPC-SEARCH-IDX))
                    DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  WS-SPC-COVERED(WS-SPC-SEARCH-IDX) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  WS-SPC-REFUSED(WS-SPC-SEARCH-IDX) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  WS-SPC-BASIS-DATE(WS-SPC-SEARCH-IDX)
                    DELIMITED BY SIZE
               INTO CHECKPOINT-LINE
           END-STRING
           WRITE CHECKPOINT-LINE.

      *a clean finish means there is nothing left to resume from
       CLEAR-CHECKPOINT.
           OPEN OUTPUT CHECKPOINT-FILE
                  TOTAL-CREDIT DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  WS-REJECT-COUNT DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  WS-CURRENT-TERM DELIMITED BY SPACE
               INTO TOTALS-HISTORY-LINE
           END-STRING
           WRITE TOTALS-HISTORY-LINE
               INTO LOG-LINE
           END-STRING
           WRITE LOG-LINE
      *held rows are neither applied nor rejected - they wait on
      *the pending-approval report for an authorized operator
           DISPLAY "ROWS HELD FOR APPROVAL     : " WS-HELD-COUNT
                   "  AMOUNT: " WS-HELD-AMT
           MOVE SPACES TO LOG-LINE
           STRING "ROWS HELD FOR APPROVAL: " DELIMITED BY SIZE
                  WS-HELD-COUNT DELIMITED BY SIZE
                  "  AMOUNT: " DELIMITED BY SIZE
                  WS-HELD-AMT DELIMITED BY SIZE
               INTO LOG-LINE
           END-STRING
           WRITE LOG-LINE
      *money parked in suspense is why TOTAL-RECEIVED can fall
      *short of the raw payment file without anything being wrong
           DISPLAY "SUSPENSE BALANCE           : " WS-SUSP-TOTAL
               INTO LOG-LINE
           END-STRING
           WRITE LOG-LINE
      *cover moved onto sponsor receivables tonight, and what the
      *sponsors paid against them under their own ids
           DISPLAY "SPONSOR COVER NET          : " WS-SPN-COVER-TOTAL
                   "  SPONSOR PAID: " WS-SPN-PAID-TOTAL
           MOVE SPACES TO LOG-LINE
           STRING "SPONSOR COVER NET: " DELIMITED BY SIZE
                  WS-SPN-COVER-TOTAL DELIMITED BY SIZE
                  "  SPONSOR PAID: " DELIMITED BY SIZE
                  WS-SPN-PAID-TOTAL DELIMITED BY SIZE
               INTO LOG-LINE
           END-STRING
           WRITE LOG-LINE
      *sponsor balances carried in from earlier terms, and the late
      *refusals posted against them this term
           MOVE WS-SPN-CARRIED-TOTAL TO WS-RPT-SIGNED-BAL
           DISPLAY "SPONSOR PRIOR TERMS        : " WS-RPT-SIGNED-BAL
                   "  LATE REFUSED: " WS-SPN-LATE-TOTAL
           MOVE SPACES TO LOG-LINE
           STRING "SPONSOR PRIOR TERMS: " DELIMITED BY SIZE
                  WS-RPT-SIGNED-BAL DELIMITED BY SIZE
                  "  LATE REFUSED: " DELIMITED BY SIZE
                  WS-SPN-LATE-TOTAL DELIMITED BY SIZE
               INTO LOG-LINE
           END-STRING
           WRITE LOG-LINE
      *payments taken against written-off balances instead of being
      *refunded - the reason TOTAL-CREDIT can fall short of the
      *overpayments on the statements
           DISPLAY "BAD DEBT RECOVERED         : " WS-RECOVERY-TOTAL
                   "  COUNT: " WS-RECOVERY-CNT
           MOVE SPACES TO LOG-LINE
           STRING "BAD DEBT RECOVERED: " DELIMITED BY SIZE
                  WS-RECOVERY-TOTAL DELIMITED BY SIZE
                  "  COUNT: " DELIMITED BY SIZE
                  WS-RECOVERY-CNT DELIMITED BY SIZE
               INTO LOG-LINE
           END-STRING
           WRITE LOG-LINE
           IF TERM-ACTIVE
               DISPLAY "BILLING TERM               : " WS-CURRENT-TERM
               DISPLAY "OTHER-TERM STUDENTS SKIPPED: "
